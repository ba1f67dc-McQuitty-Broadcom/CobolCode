000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID. ARRFPRO.                                             00000200
000300 AUTHOR. BRAIN.                                                   00000300
000400 ENVIRONMENT DIVISION.                                            00000400
000500 INPUT-OUTPUT SECTION.                                            00000500
000600 FILE-CONTROL.                                                    00000600
000700     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.                        00000700
000800     SELECT HISTORY-IN-FILE ASSIGN U-T-HISTIN.                    00000800
000900     SELECT OPEN-ITEM-FILE ASSIGN U-T-OITMIN.                     00000900
001000     SELECT OPTIONAL UNAPPLIED-FILE ASSIGN U-T-UNAPPL.            00001000
001100     SELECT CUSTOMER-MASTER ASSIGN U-T-CUSTMST                    00001100
001200         ORGANIZATION INDEXED                                     00001200
001300         ACCESS RANDOM                                            00001300
001400         RECORD KEY CUST-ACCOUNT-NO.                              00001400
001500     SELECT PROPOSAL-FILE ASSIGN U-T-RFPROP.                      00001500
001600     SELECT OPTIONAL RUN-LOG-FILE ASSIGN U-T-RUNLOG.              00001600
001700 DATA DIVISION.                                                   00001700
001800 FILE SECTION.                                                    00001800
001900 FD REPORT-FILE                                                   00001900
002000     LABEL RECORDS ARE OMITTED                                    00002000
002100     RECORDING MODE IS F                                          00002100
002200     RECORD CONTAINS 133 CHARACTERS                               00002200
002300     DATA RECORD IS OUTPUT-RECORD.                                00002300
002400   01 OUTPUT-RECORD.                                              00002400
002500     02 CARRIAGE-CONTROL PIC X.                                   00002500
002600     02 OUTPUT-LINE      PIC X(132).                              00002600
002700 FD HISTORY-IN-FILE                                               00002700
002800     LABEL RECORDS ARE STANDARD                                   00002800
002900     RECORD CONTAINS 80 CHARACTERS                                00002900
003000     DATA RECORD IS HISTORY-RECORD.                               00003000
003100 COPY ARHREC.                                                     00003100
003200 FD OPEN-ITEM-FILE                                                00003200
003300     LABEL RECORDS ARE STANDARD                                   00003300
003400     RECORD CONTAINS 80 CHARACTERS                                00003400
003500     DATA RECORD IS OPEN-ITEM-RECORD.                             00003500
003600 COPY AROITEM.                                                    00003600
003700 FD UNAPPLIED-FILE                                                00003700
003800     LABEL RECORDS ARE STANDARD                                   00003800
003900     RECORD CONTAINS 80 CHARACTERS                                00003900
004000     DATA RECORD IS INPUT-FILE-RECORD.                            00004000
004100 COPY ARINREC.                                                    00004100
004200 FD CUSTOMER-MASTER                                               00004200
004300     LABEL RECORDS ARE STANDARD                                   00004300
004400     RECORD CONTAINS 60 CHARACTERS                                00004400
004500     DATA RECORD IS CUSTOMER-MASTER-RECORD.                       00004500
004600 COPY CUSTMST.                                                    00004600
004700 FD PROPOSAL-FILE                                                 00004700
004800     LABEL RECORDS ARE STANDARD                                   00004800
004900     RECORD CONTAINS 80 CHARACTERS                                00004900
005000     DATA RECORD IS REFUND-CARD.                                  00005000
005100 COPY ARRFCRD.                                                    00005100
005200 FD RUN-LOG-FILE                                                  00005200
005300     LABEL RECORDS ARE STANDARD                                   00005300
005400     RECORD CONTAINS 80 CHARACTERS                                00005400
005500     DATA RECORD IS RUN-LOG-RECORD.                               00005500
005600 COPY ARRLREC.                                                    00005600
005700******************************************************************00005700
005800 WORKING-STORAGE SECTION.                                         00005800
005900 01  PROPOSAL-HEADER-RECORD.                                      00005900
006000     02  FILLER             PIC X(5)   VALUE SPACES.              00006000
006100     02  FILLER             PIC X(91)                             00006100
006200         VALUE 'CREDIT BALANCE REFUND PROPOSAL REGISTER'.         00006200
006300     02  FILLER             PIC X(5)   VALUE SPACES.              00006300
006400     02  FILLER             PIC X(4)   VALUE 'PAGE'.              00006400
006500     02  FILLER             PIC X      VALUE SPACE.               00006500
006600     02  HEADER-PAGE-NO     PIC ZZ9.                              00006600
006700     02  FILLER             PIC X(5)   VALUE SPACES.              00006700
006800     02  FILLER             PIC X(9)   VALUE 'RUN DATE:'.         00006800
006900     02  FILLER             PIC X      VALUE SPACE.               00006900
007000     02  HEADER-RUN-DATE    PIC X(8).                             00007000
007100 01  PROGRAM-WORK-FIELDS.                                         00007100
007200     02  HISTORY-SWITCH    PIC X(3).                              00007200
007300         88  END-OF-HISTORY VALUE 'EOF'.                          00007300
007400     02  OPEN-ITEM-SWITCH  PIC X(3).                              00007400
007500         88  END-OF-OPEN-ITEMS VALUE 'EOF'.                       00007500
007600     02  UNAPPLIED-SWITCH  PIC X(3).                              00007600
007700         88  END-OF-UNAPPLIED VALUE 'EOF'.                        00007700
007800     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.                  00007800
007900     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.                  00007900
008000     02  RUN-DATE          PIC 9(8)  VALUE ZERO.                  00008000
008100     02  RUN-TIME          PIC 9(8)  VALUE ZERO.                  00008100
008200 COPY PAGING.                                                     00008200
008300 01  PROPOSAL-WORK-FIELDS.                                        00008300
008400     02  REFUND-AGE-DAYS       PIC 9(3)  VALUE 060.               00008400
008500     02  REFUND-MINIMUM        PIC 9(5)  VALUE 01000.             00008500
008600     02  RUN-DATE-INT          PIC S9(9) COMP.                    00008600
008700     02  CREDIT-DATE-INT       PIC S9(9) COMP.                    00008700
008800     02  AGE-DAYS              PIC S9(9) COMP.                    00008800
008900     02  CURRENT-ACCOUNT       PIC 9(8)  VALUE ZERO.              00008900
009000     02  ACCOUNT-NET           PIC S9(13) VALUE ZERO.             00009000
009100     02  NEXT-NET              PIC S9(13) VALUE ZERO.             00009100
009200     02  CREDIT-SINCE-DATE     PIC 9(8)  VALUE ZERO.              00009200
009300     02  CREDIT-AMOUNT         PIC S9(13) VALUE ZERO.             00009300
009400     02  OPEN-INVOICE-AMOUNT   PIC S9(13) VALUE ZERO.             00009400
009500     02  UNAPPLIED-AMOUNT      PIC S9(13) VALUE ZERO.             00009500
009600     02  CUSTOMER-FOUND-SWITCH PIC X(3)  VALUE 'NO '.             00009600
009700         88  CUSTOMER-FOUND    VALUE 'YES'.                       00009700
009800     02  ACCOUNT-NAME          PIC X(25) VALUE SPACES.            00009800
009900     02  WORK-DISPOSITION      PIC X(20) VALUE SPACES.            00009900
010000 01  PROPOSAL-COUNT-FIELDS.                                       00010000
010100     02  HISTORY-READ          PIC 9(8)  VALUE ZERO.              00010100
010200     02  ACCOUNTS-READ         PIC 9(6)  VALUE ZERO.              00010200
010300     02  UNAPPLIED-READ        PIC 9(6)  VALUE ZERO.              00010300
010400     02  CREDIT-ACCOUNTS       PIC 9(6)  VALUE ZERO.              00010400
010500     02  CREDIT-TOTAL          PIC S9(13) VALUE ZERO.             00010500
010600     02  BELOW-MINIMUM-COUNT   PIC 9(6)  VALUE ZERO.              00010600
010700     02  TOO-RECENT-COUNT      PIC 9(6)  VALUE ZERO.              00010700
010800     02  OPEN-INVOICE-COUNT    PIC 9(6)  VALUE ZERO.              00010800
010900     02  NO-CUSTOMER-COUNT     PIC 9(6)  VALUE ZERO.              00010900
011000     02  PROPOSED-COUNT        PIC 9(6)  VALUE ZERO.              00011000
011100     02  PROPOSED-TOTAL        PIC S9(13) VALUE ZERO.             00011100
011200     02  EDIT-CONTROL-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00011200
011300 01  SEVERITY-FIELDS.                                             00011300
011400     02  HIGHEST-SEVERITY      PIC 9(2)  VALUE ZERO.              00011400
011500 01  COLUMN-HEADING-LINE.                                         00011500
011600     02  FILLER            PIC X(2)  VALUE SPACES.                00011600
011700     02  FILLER            PIC X(10) VALUE '   ACCOUNT'.          00011700
011800     02  FILLER            PIC X(2)  VALUE SPACES.                00011800
011900     02  FILLER            PIC X(25) VALUE 'CUSTOMER NAME'.       00011900
012000     02  FILLER            PIC X(2)  VALUE SPACES.                00012000
012100     02  FILLER            PIC X(8)  VALUE 'CR SINCE'.            00012100
012200     02  FILLER            PIC X(2)  VALUE SPACES.                00012200
012300     02  FILLER            PIC X(5)  VALUE '  AGE'.               00012300
012400     02  FILLER            PIC X(2)  VALUE SPACES.                00012400
012500     02  FILLER            PIC X(16) VALUE '  CREDIT BALANCE'.    00012500
012600     02  FILLER            PIC X(2)  VALUE SPACES.                00012600
012700     02  FILLER            PIC X(16) VALUE '  UNAPPLIED CASH'.    00012700
012800     02  FILLER            PIC X(2)  VALUE SPACES.                00012800
012900     02  FILLER            PIC X(16) VALUE '   OPEN INVOICES'.    00012900
013000     02  FILLER            PIC X(2)  VALUE SPACES.                00013000
013100     02  FILLER            PIC X(20) VALUE 'DISPOSITION'.         00013100
013200 01  PROPOSAL-LINE.                                               00013200
013300     02  FILLER            PIC X(2).                              00013300
013400     02  PROP-ACCOUNT      PIC ZZ,ZZZ,ZZ9.                        00013400
013500     02  FILLER            PIC X(2).                              00013500
013600     02  PROP-NAME         PIC X(25).                             00013600
013700     02  FILLER            PIC X(2).                              00013700
013800     02  PROP-CREDIT-DATE  PIC X(8).                              00013800
013900     02  FILLER            PIC X(2).                              00013900
014000     02  PROP-AGE          PIC ZZZZ9.                             00014000
014100     02  FILLER            PIC X(2).                              00014100
014200     02  PROP-CREDIT       PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00014200
014300     02  FILLER            PIC X(2).                              00014300
014400     02  PROP-UNAPPLIED    PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00014400
014500     02  FILLER            PIC X(2).                              00014500
014600     02  PROP-OPEN-INVOICE PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00014600
014700     02  FILLER            PIC X(2).                              00014700
014800     02  PROP-DISPOSITION  PIC X(20).                             00014800
014900 01  MESSAGE-LINE.                                                00014900
015000     02  FILLER            PIC X(5).                              00015000
015100     02  MESSAGE-TEXT      PIC X(127).                            00015100
015200 LINKAGE SECTION.                                                 00015200
015300 01  PARM-DATA.                                                   00015300
015400     02  PARM-LENGTH       PIC S9(4) COMP.                        00015400
015500     02  PARM-TEXT         PIC X(8).                              00015500
015600******************************************************************00015600
015700 PROCEDURE DIVISION USING PARM-DATA.                              00015700
015800     OPEN INPUT  HISTORY-IN-FILE                                  00015800
015900                 OPEN-ITEM-FILE                                   00015900
016000                 UNAPPLIED-FILE                                   00016000
016100                 CUSTOMER-MASTER                                  00016100
016200          OUTPUT PROPOSAL-FILE                                    00016200
016300                 REPORT-FILE.                                     00016300
016400     ACCEPT RUN-DATE FROM DATE YYYYMMDD.                          00016400
016500     COMPUTE RUN-DATE-INT =                                       00016500
016600         FUNCTION INTEGER-OF-DATE(RUN-DATE).                      00016600
016700     PERFORM SET-REFUND-LIMITS.                                   00016700
016800     PERFORM WRITE-HEADER.                                        00016800
016900     PERFORM WRITE-COLUMN-HEADINGS.                               00016900
017000     PERFORM GET-OPEN-ITEM.                                       00017000
017100     PERFORM GET-UNAPPLIED.                                       00017100
017200     PERFORM GET-HISTORY.                                         00017200
017300     PERFORM PROCESS-HISTORY-ACCOUNT UNTIL END-OF-HISTORY.        00017300
017400     PERFORM PRINT-PROPOSAL-TOTALS.                               00017400
017500     PERFORM CHECK-EMPTY-INPUT.                                   00017500
017600     CLOSE HISTORY-IN-FILE                                        00017600
017700           OPEN-ITEM-FILE                                         00017700
017800           UNAPPLIED-FILE                                         00017800
017900           CUSTOMER-MASTER                                        00017900
018000           PROPOSAL-FILE                                          00018000
018100           REPORT-FILE.                                           00018100
018200     MOVE HIGHEST-SEVERITY TO RETURN-CODE.                        00018200
018300     PERFORM WRITE-RUN-LOG.                                       00018300
018400     GOBACK.                                                      00018400
018500******************************************************************00018500
018600 SET-REFUND-LIMITS.                                               00018600
018700     IF PARM-LENGTH > 2                                           00018700
018800        AND PARM-TEXT (1:3) NUMERIC                               00018800
018900         MOVE PARM-TEXT (1:3) TO REFUND-AGE-DAYS                  00018900
019000     END-IF.                                                      00019000
019100     IF PARM-LENGTH > 7                                           00019100
019200        AND PARM-TEXT (4:5) NUMERIC                               00019200
019300         MOVE PARM-TEXT (4:5) TO REFUND-MINIMUM                   00019300
019400     END-IF.                                                      00019400
019500******************************************************************00019500
019600 GET-HISTORY.                                                     00019600
019700     READ HISTORY-IN-FILE AT END                                  00019700
019800         MOVE 'EOF' TO HISTORY-SWITCH.                            00019800
019900     IF NOT END-OF-HISTORY                                        00019900
020000         ADD 1 TO HISTORY-READ                                    00020000
020100     END-IF.                                                      00020100
020200******************************************************************00020200
020300 GET-OPEN-ITEM.                                                   00020300
020400     READ OPEN-ITEM-FILE AT END                                   00020400
020500         MOVE 'EOF' TO OPEN-ITEM-SWITCH.                          00020500
020600******************************************************************00020600
020700 GET-UNAPPLIED.                                                   00020700
020800     READ UNAPPLIED-FILE AT END                                   00020800
020900         MOVE 'EOF' TO UNAPPLIED-SWITCH.                          00020900
021000     IF NOT END-OF-UNAPPLIED                                      00021000
021100         ADD 1 TO UNAPPLIED-READ                                  00021100
021200     END-IF.                                                      00021200
021300******************************************************************00021300
021400* THE HISTORY MASTER IS IN ACCOUNT AND DATE ORDER, WITH ANY       00021400
021500* ARCHIVED DETAIL CARRIED AS A BROUGHT-FORWARD RECORD, SO ITS NET 00021500
021600* IS THE ACCOUNT BALANCE. THE CREDIT DATES FROM THE LAST TIME THE 00021600
021700* RUNNING BALANCE WENT BELOW ZERO.                                00021700
021800 PROCESS-HISTORY-ACCOUNT.                                         00021800
021900     MOVE HIST-ACCOUNT TO CURRENT-ACCOUNT.                        00021900
022000     ADD 1 TO ACCOUNTS-READ.                                      00022000
022100     MOVE ZERO TO ACCOUNT-NET                                     00022100
022200                  CREDIT-SINCE-DATE.                              00022200
022300     PERFORM ADD-HISTORY-RECORD                                   00022300
022400         UNTIL END-OF-HISTORY                                     00022400
022500            OR HIST-ACCOUNT NOT = CURRENT-ACCOUNT.                00022500
022600     IF ACCOUNT-NET < ZERO                                        00022600
022700         PERFORM CHECK-CREDIT-ACCOUNT                             00022700
022800     END-IF.                                                      00022800
022900******************************************************************00022900
023000 ADD-HISTORY-RECORD.                                              00023000
023100     COMPUTE NEXT-NET = ACCOUNT-NET + HIST-NET-AMOUNT.            00023100
023200     IF ACCOUNT-NET NOT < ZERO                                    00023200
023300        AND NEXT-NET < ZERO                                       00023300
023400         MOVE HIST-TRAN-DATE TO CREDIT-SINCE-DATE                 00023400
023500     END-IF.                                                      00023500
023600     MOVE NEXT-NET TO ACCOUNT-NET.                                00023600
023700     PERFORM GET-HISTORY.                                         00023700
023800******************************************************************00023800
023900 CHECK-CREDIT-ACCOUNT.                                            00023900
024000     COMPUTE CREDIT-AMOUNT = ZERO - ACCOUNT-NET.                  00024000
024100     ADD 1 TO CREDIT-ACCOUNTS.                                    00024100
024200     ADD CREDIT-AMOUNT TO CREDIT-TOTAL.                           00024200
024300     MOVE ZERO TO AGE-DAYS.                                       00024300
024400     IF CREDIT-SINCE-DATE > ZERO                                  00024400
024500         COMPUTE CREDIT-DATE-INT =                                00024500
024600             FUNCTION INTEGER-OF-DATE(CREDIT-SINCE-DATE)          00024600
024700         IF CREDIT-DATE-INT > ZERO                                00024700
024800             COMPUTE AGE-DAYS = RUN-DATE-INT - CREDIT-DATE-INT    00024800
024900         END-IF                                                   00024900
025000     END-IF.                                                      00025000
025100     PERFORM LOAD-ACCOUNT-OPEN-ITEMS.                             00025100
025200     PERFORM LOAD-ACCOUNT-UNAPPLIED.                              00025200
025300     IF CREDIT-AMOUNT < REFUND-MINIMUM                            00025300
025400         ADD 1 TO BELOW-MINIMUM-COUNT                             00025400
025500     ELSE                                                         00025500
025600         IF CREDIT-SINCE-DATE > ZERO                              00025600
025700            AND AGE-DAYS NOT > REFUND-AGE-DAYS                    00025700
025800             ADD 1 TO TOO-RECENT-COUNT                            00025800
025900         ELSE                                                     00025900
026000             PERFORM LOOKUP-CUSTOMER-NAME                         00026000
026100             PERFORM DECIDE-REFUND                                00026100
026200         END-IF                                                   00026200
026300     END-IF.                                                      00026300
026400******************************************************************00026400
026500 LOAD-ACCOUNT-OPEN-ITEMS.                                         00026500
026600     MOVE ZERO TO OPEN-INVOICE-AMOUNT.                            00026600
026700     PERFORM GET-OPEN-ITEM                                        00026700
026800         UNTIL END-OF-OPEN-ITEMS                                  00026800
026900            OR OITEM-ACCOUNT NOT < CURRENT-ACCOUNT.               00026900
027000     PERFORM ADD-OPEN-INVOICE                                     00027000
027100         UNTIL END-OF-OPEN-ITEMS                                  00027100
027200            OR OITEM-ACCOUNT NOT = CURRENT-ACCOUNT.               00027200
027300******************************************************************00027300
027400 ADD-OPEN-INVOICE.                                                00027400
027500     IF OITEM-OPEN                                                00027500
027600        AND OITEM-BALANCE > ZERO                                  00027600
027700         ADD OITEM-BALANCE TO OPEN-INVOICE-AMOUNT                 00027700
027800     END-IF.                                                      00027800
027900     PERFORM GET-OPEN-ITEM.                                       00027900
028000******************************************************************00028000
028100 LOAD-ACCOUNT-UNAPPLIED.                                          00028100
028200     MOVE ZERO TO UNAPPLIED-AMOUNT.                               00028200
028300     PERFORM GET-UNAPPLIED                                        00028300
028400         UNTIL END-OF-UNAPPLIED                                   00028400
028500            OR INPUT-FIELD1 NOT < CURRENT-ACCOUNT.                00028500
028600     PERFORM ADD-UNAPPLIED-PAYMENT                                00028600
028700         UNTIL END-OF-UNAPPLIED                                   00028700
028800            OR INPUT-FIELD1 NOT = CURRENT-ACCOUNT.                00028800
028900******************************************************************00028900
029000 ADD-UNAPPLIED-PAYMENT.                                           00029000
029100     COMPUTE UNAPPLIED-AMOUNT =                                   00029100
029200         UNAPPLIED-AMOUNT + INPUT-FIELD4 + INPUT-FIELD5.          00029200
029300     PERFORM GET-UNAPPLIED.                                       00029300
029400******************************************************************00029400
029500 LOOKUP-CUSTOMER-NAME.                                            00029500
029600     MOVE 'NO ' TO CUSTOMER-FOUND-SWITCH.                         00029600
029700     MOVE CURRENT-ACCOUNT TO CUST-ACCOUNT-NO.                     00029700
029800     READ CUSTOMER-MASTER                                         00029800
029900         INVALID KEY                                              00029900
030000             MOVE '** NOT ON CUSTOMER MASTER' TO ACCOUNT-NAME     00030000
030100         NOT INVALID KEY                                          00030100
030200             MOVE 'YES' TO CUSTOMER-FOUND-SWITCH                  00030200
030300             MOVE CUST-NAME TO ACCOUNT-NAME                       00030300
030400     END-READ.                                                    00030400
030500******************************************************************00030500
030600* A CREDIT IS NOT REFUNDED WHILE THE ACCOUNT HAS OPEN INVOICES IT 00030600
030700* COULD BE APPLIED TO, OR WHEN THERE IS NO CUSTOMER TO PAY.       00030700
030800 DECIDE-REFUND.                                                   00030800
030900     IF OPEN-INVOICE-AMOUNT > ZERO                                00030900
031000         ADD 1 TO OPEN-INVOICE-COUNT                              00031000
031100         MOVE 'HELD - OPEN INVOICES' TO WORK-DISPOSITION          00031100
031200     ELSE                                                         00031200
031300         IF NOT CUSTOMER-FOUND                                    00031300
031400             ADD 1 TO NO-CUSTOMER-COUNT                           00031400
031500             MOVE 'HELD - NO CUSTOMER' TO WORK-DISPOSITION        00031500
031600         ELSE                                                     00031600
031700             ADD 1 TO PROPOSED-COUNT                              00031700
031800             ADD CREDIT-AMOUNT TO PROPOSED-TOTAL                  00031800
031900             MOVE 'PROPOSED' TO WORK-DISPOSITION                  00031900
032000             PERFORM WRITE-PROPOSAL-CARD                          00032000
032100         END-IF                                                   00032100
032200     END-IF.                                                      00032200
032300     PERFORM WRITE-PROPOSAL-LINE.                                 00032300
032400******************************************************************00032400
032500 WRITE-PROPOSAL-LINE.                                             00032500
032600     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00032600
032700         PERFORM WRITE-HEADER                                     00032700
032800         PERFORM WRITE-COLUMN-HEADINGS                            00032800
032900     END-IF.                                                      00032900
033000     MOVE SPACES TO PROPOSAL-LINE.                                00033000
033100     MOVE CURRENT-ACCOUNT     TO PROP-ACCOUNT.                    00033100
033200     MOVE ACCOUNT-NAME        TO PROP-NAME.                       00033200
033300     IF CREDIT-SINCE-DATE > ZERO                                  00033300
033400         MOVE CREDIT-SINCE-DATE TO PROP-CREDIT-DATE               00033400
033500         MOVE AGE-DAYS          TO PROP-AGE                       00033500
033600     END-IF.                                                      00033600
033700     MOVE CREDIT-AMOUNT       TO PROP-CREDIT.                     00033700
033800     MOVE UNAPPLIED-AMOUNT    TO PROP-UNAPPLIED.                  00033800
033900     MOVE OPEN-INVOICE-AMOUNT TO PROP-OPEN-INVOICE.               00033900
034000     MOVE WORK-DISPOSITION    TO PROP-DISPOSITION.                00034000
034100     MOVE PROPOSAL-LINE TO OUTPUT-LINE.                           00034100
034200     MOVE 1 TO LINE-SPACING.                                      00034200
034300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00034300
034400     WRITE OUTPUT-RECORD.                                         00034400
034500     ADD 1 TO LINES-WRITTEN.                                      00034500
034600******************************************************************00034600
034700 WRITE-PROPOSAL-CARD.                                             00034700
034800     MOVE SPACES TO REFUND-CARD.                                  00034800
034900     MOVE CURRENT-ACCOUNT TO RFC-ACCOUNT-NO.                      00034900
035000     MOVE CREDIT-AMOUNT TO RFC-AMOUNT-NO.                         00035000
035100     MOVE CREDIT-SINCE-DATE TO RFC-CREDIT-DATE.                   00035100
035200     MOVE ACCOUNT-NAME TO RFC-NAME.                               00035200
035300     WRITE REFUND-CARD.                                           00035300
035400******************************************************************00035400
035500 PRINT-PROPOSAL-TOTALS.                                           00035500
035600     MOVE SPACES TO MESSAGE-LINE.                                 00035600
035700     STRING 'PARM CREDIT OVER DAYS: ' DELIMITED BY SIZE           00035700
035800            REFUND-AGE-DAYS DELIMITED BY SIZE                     00035800
035900            '  MINIMUM CREDIT: ' DELIMITED BY SIZE                00035900
036000            REFUND-MINIMUM DELIMITED BY SIZE                      00036000
036100       INTO MESSAGE-TEXT.                                         00036100
036200     PERFORM WRITE-MESSAGE-LINE.                                  00036200
036300     MOVE SPACES TO MESSAGE-LINE.                                 00036300
036400     STRING 'HISTORY RECORDS READ: ' DELIMITED BY SIZE            00036400
036500            HISTORY-READ DELIMITED BY SIZE                        00036500
036600            '  ACCOUNTS: ' DELIMITED BY SIZE                      00036600
036700            ACCOUNTS-READ DELIMITED BY SIZE                       00036700
036800            '  UNAPPLIED PAYMENTS READ: ' DELIMITED BY SIZE       00036800
036900            UNAPPLIED-READ DELIMITED BY SIZE                      00036900
037000       INTO MESSAGE-TEXT.                                         00037000
037100     PERFORM WRITE-MESSAGE-LINE.                                  00037100
037200     MOVE SPACES TO MESSAGE-LINE.                                 00037200
037300     MOVE CREDIT-TOTAL TO EDIT-CONTROL-TOTAL.                     00037300
037400     STRING 'ACCOUNTS WITH A CREDIT BALANCE: ' DELIMITED BY SIZE  00037400
037500            CREDIT-ACCOUNTS DELIMITED BY SIZE                     00037500
037600            '  TOTAL: ' DELIMITED BY SIZE                         00037600
037700            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00037700
037800       INTO MESSAGE-TEXT.                                         00037800
037900     PERFORM WRITE-MESSAGE-LINE.                                  00037900
038000     MOVE SPACES TO MESSAGE-LINE.                                 00038000
038100     STRING 'BELOW MINIMUM: ' DELIMITED BY SIZE                   00038100
038200            BELOW-MINIMUM-COUNT DELIMITED BY SIZE                 00038200
038300            '  NOT YET OVER AGE: ' DELIMITED BY SIZE              00038300
038400            TOO-RECENT-COUNT DELIMITED BY SIZE                    00038400
038500            '  HELD - OPEN INVOICES: ' DELIMITED BY SIZE          00038500
038600            OPEN-INVOICE-COUNT DELIMITED BY SIZE                  00038600
038700            '  HELD - NO CUSTOMER: ' DELIMITED BY SIZE            00038700
038800            NO-CUSTOMER-COUNT DELIMITED BY SIZE                   00038800
038900       INTO MESSAGE-TEXT.                                         00038900
039000     PERFORM WRITE-MESSAGE-LINE.                                  00039000
039100     MOVE SPACES TO MESSAGE-LINE.                                 00039100
039200     MOVE PROPOSED-TOTAL TO EDIT-CONTROL-TOTAL.                   00039200
039300     STRING 'REFUNDS PROPOSED: ' DELIMITED BY SIZE                00039300
039400            PROPOSED-COUNT DELIMITED BY SIZE                      00039400
039500            '  TOTAL: ' DELIMITED BY SIZE                         00039500
039600            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00039600
039700       INTO MESSAGE-TEXT.                                         00039700
039800     PERFORM WRITE-MESSAGE-LINE.                                  00039800
039900     MOVE SPACES TO MESSAGE-LINE.                                 00039900
040000     MOVE 'APPROVED BY: ______________________   DATE: __________'00040000
040100         TO MESSAGE-TEXT.                                         00040100
040200     MOVE 3 TO LINE-SPACING.                                      00040200
040300     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00040300
040400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00040400
040500     WRITE OUTPUT-RECORD.                                         00040500
040600     ADD 3 TO LINES-WRITTEN.                                      00040600
040700******************************************************************00040700
040800 CHECK-EMPTY-INPUT.                                               00040800
040900     IF HISTORY-READ = ZERO                                       00040900
041000         MOVE SPACES TO MESSAGE-LINE                              00041000
041100         MOVE 'HISTORY MASTER IS EMPTY - NOTHING PROPOSED'        00041100
041200             TO MESSAGE-TEXT                                      00041200
041300         PERFORM WRITE-MESSAGE-LINE                               00041300
041400         PERFORM RAISE-WARNING-SEVERITY                           00041400
041500     END-IF.                                                      00041500
041600******************************************************************00041600
041700 WRITE-MESSAGE-LINE.                                              00041700
041800     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00041800
041900     MOVE 1 TO LINE-SPACING.                                      00041900
042000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00042000
042100     WRITE OUTPUT-RECORD.                                         00042100
042200     ADD 1 TO LINES-WRITTEN.                                      00042200
042300******************************************************************00042300
042400 RAISE-WARNING-SEVERITY.                                          00042400
042500     IF HIGHEST-SEVERITY < 4                                      00042500
042600         MOVE 4 TO HIGHEST-SEVERITY                               00042600
042700     END-IF.                                                      00042700
042800******************************************************************00042800
042900 WRITE-HEADER.                                                    00042900
043000     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.                       00043000
043100     ADD 1 TO PAGE-COUNT.                                         00043100
043200     MOVE PAGE-COUNT TO HEADER-PAGE-NO.                           00043200
043300     MOVE RUN-DATE TO HEADER-RUN-DATE.                            00043300
043400     MOVE PROPOSAL-HEADER-RECORD TO OUTPUT-LINE.                  00043400
043500     WRITE OUTPUT-RECORD.                                         00043500
043600     MOVE ZERO TO LINES-WRITTEN.                                  00043600
043700******************************************************************00043700
043800 WRITE-COLUMN-HEADINGS.                                           00043800
043900     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.                     00043900
044000     MOVE 2 TO LINE-SPACING.                                      00044000
044100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00044100
044200     WRITE OUTPUT-RECORD.                                         00044200
044300     ADD 2 TO LINES-WRITTEN.                                      00044300
044400******************************************************************00044400
044500 WRITE-RUN-LOG.                                                   00044500
044600     OPEN EXTEND RUN-LOG-FILE.                                    00044600
044700     ACCEPT RUN-TIME FROM TIME.                                   00044700
044800     MOVE SPACES TO RUN-LOG-RECORD.                               00044800
044900     MOVE 'ARRFPRO' TO RLOG-PROGRAM-ID.                           00044900
045000     MOVE RUN-DATE TO RLOG-RUN-DATE.                              00045000
045100     MOVE RUN-TIME (1:6) TO RLOG-RUN-TIME.                        00045100
045200     MOVE HISTORY-READ TO RLOG-RECORDS-IN.                        00045200
045300     MOVE PROPOSED-COUNT TO RLOG-RECORDS-OUT.                     00045300
045400     MOVE CREDIT-ACCOUNTS TO RLOG-RECORDS-ADDED.                  00045400
045500     MOVE ZERO TO RLOG-REJECT-COUNT.                              00045500
045600     MOVE HIGHEST-SEVERITY TO RLOG-RETURN-CODE.                   00045600
045700     WRITE RUN-LOG-RECORD.                                        00045700
045800     CLOSE RUN-LOG-FILE.                                          00045800
