000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID. ARWOPRO.                                             00000200
000300 AUTHOR. BRAIN.                                                   00000300
000400 ENVIRONMENT DIVISION.                                            00000400
000500 INPUT-OUTPUT SECTION.                                            00000500
000600 FILE-CONTROL.                                                    00000600
000700     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.                        00000700
000800     SELECT OPEN-ITEM-FILE ASSIGN U-T-OITMIN.                     00000800
000900     SELECT AGED-EXTRACT-FILE ASSIGN U-T-AGEDEXT.                 00000900
001000     SELECT CUSTOMER-MASTER ASSIGN U-T-CUSTMST                    00001000
001100         ORGANIZATION INDEXED                                     00001100
001200         ACCESS RANDOM                                            00001200
001300         RECORD KEY CUST-ACCOUNT-NO.                              00001300
001400     SELECT PROPOSAL-FILE ASSIGN U-T-WOPROP.                      00001400
001500     SELECT OPTIONAL RUN-LOG-FILE ASSIGN U-T-RUNLOG.              00001500
001600 DATA DIVISION.                                                   00001600
001700 FILE SECTION.                                                    00001700
001800 FD REPORT-FILE                                                   00001800
001900     LABEL RECORDS ARE OMITTED                                    00001900
002000     RECORDING MODE IS F                                          00002000
002100     RECORD CONTAINS 133 CHARACTERS                               00002100
002200     DATA RECORD IS OUTPUT-RECORD.                                00002200
002300   01 OUTPUT-RECORD.                                              00002300
002400     02 CARRIAGE-CONTROL PIC X.                                   00002400
002500     02 OUTPUT-LINE      PIC X(132).                              00002500
002600 FD OPEN-ITEM-FILE                                                00002600
002700     LABEL RECORDS ARE STANDARD                                   00002700
002800     RECORD CONTAINS 80 CHARACTERS                                00002800
002900     DATA RECORD IS OPEN-ITEM-RECORD.                             00002900
003000 COPY AROITEM.                                                    00003000
003100 FD AGED-EXTRACT-FILE                                             00003100
003200     LABEL RECORDS ARE STANDARD                                   00003200
003300     RECORD CONTAINS 120 CHARACTERS                               00003300
003400     DATA RECORD IS AGED-BALANCE-RECORD.                          00003400
003500 COPY ARAGREC.                                                    00003500
003600 FD CUSTOMER-MASTER                                               00003600
003700     LABEL RECORDS ARE STANDARD                                   00003700
003800     RECORD CONTAINS 60 CHARACTERS                                00003800
003900     DATA RECORD IS CUSTOMER-MASTER-RECORD.                       00003900
004000 COPY CUSTMST.                                                    00004000
004100 FD PROPOSAL-FILE                                                 00004100
004200     LABEL RECORDS ARE STANDARD                                   00004200
004300     RECORD CONTAINS 80 CHARACTERS                                00004300
004400     DATA RECORD IS WRITE-OFF-CARD.                               00004400
004500 COPY ARWOCRD.                                                    00004500
004600 FD RUN-LOG-FILE                                                  00004600
004700     LABEL RECORDS ARE STANDARD                                   00004700
004800     RECORD CONTAINS 80 CHARACTERS                                00004800
004900     DATA RECORD IS RUN-LOG-RECORD.                               00004900
005000 COPY ARRLREC.                                                    00005000
005100******************************************************************00005100
005200 WORKING-STORAGE SECTION.                                         00005200
005300 01  PROPOSAL-HEADER-RECORD.                                      00005300
005400     02  FILLER             PIC X(5)   VALUE SPACES.              00005400
005500     02  FILLER             PIC X(91)                             00005500
005600         VALUE 'BAD DEBT WRITE-OFF PROPOSAL REGISTER'.            00005600
005700     02  FILLER             PIC X(5)   VALUE SPACES.              00005700
005800     02  FILLER             PIC X(4)   VALUE 'PAGE'.              00005800
005900     02  FILLER             PIC X      VALUE SPACE.               00005900
006000     02  HEADER-PAGE-NO     PIC ZZ9.                              00006000
006100     02  FILLER             PIC X(5)   VALUE SPACES.              00006100
006200     02  FILLER             PIC X(9)   VALUE 'RUN DATE:'.         00006200
006300     02  FILLER             PIC X      VALUE SPACE.               00006300
006400     02  HEADER-RUN-DATE    PIC X(8).                             00006400
006500 01  PROGRAM-WORK-FIELDS.                                         00006500
006600     02  OPEN-ITEM-SWITCH  PIC X(3).                              00006600
006700         88  END-OF-OPEN-ITEMS VALUE 'EOF'.                       00006700
006800     02  AGED-SWITCH       PIC X(3).                              00006800
006900         88  END-OF-AGED-EXTRACT VALUE 'EOF'.                     00006900
007000     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.                  00007000
007100     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.                  00007100
007200     02  RUN-DATE          PIC 9(8)  VALUE ZERO.                  00007200
007300     02  RUN-TIME          PIC 9(8)  VALUE ZERO.                  00007300
007400 COPY PAGING.                                                     00007400
007500 01  PROPOSAL-WORK-FIELDS.                                        00007500
007600     02  WRITE-OFF-AGE-DAYS    PIC 9(3)  VALUE 180.               00007600
007700     02  WRITE-OFF-MINIMUM     PIC 9(5)  VALUE 10000.             00007700
007800     02  RUN-DATE-INT          PIC S9(9) COMP.                    00007800
007900     02  ITEM-DATE-INT         PIC S9(9) COMP.                    00007900
008000     02  AGE-DAYS              PIC S9(9) COMP.                    00008000
008100     02  CURRENT-ACCOUNT       PIC 9(8)  VALUE ZERO.              00008100
008200     02  AGED-OVER-SWITCH      PIC X(3)  VALUE 'NO '.             00008200
008300         88  ACCOUNT-AGED-OVER VALUE 'YES'.                       00008300
008400     02  AGED-OVER-AMOUNT      PIC S9(13) VALUE ZERO.             00008400
008500     02  ACCOUNT-PROPOSED-SWITCH PIC X(3) VALUE 'NO '.            00008500
008600         88  ACCOUNT-PROPOSED  VALUE 'YES'.                       00008600
008700     02  ACCOUNT-NAME          PIC X(25) VALUE SPACES.            00008700
008800 01  PROPOSAL-COUNT-FIELDS.                                       00008800
008900     02  ITEMS-READ            PIC 9(8)  VALUE ZERO.              00008900
009000     02  AGED-RECORDS-READ     PIC 9(8)  VALUE ZERO.              00009000
009100     02  PROPOSED-COUNT        PIC 9(6)  VALUE ZERO.              00009100
009200     02  PROPOSED-TOTAL        PIC S9(13) VALUE ZERO.             00009200
009300     02  ACCOUNTS-PROPOSED     PIC 9(6)  VALUE ZERO.              00009300
009400     02  EDIT-CONTROL-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00009400
009500 01  SEVERITY-FIELDS.                                             00009500
009600     02  HIGHEST-SEVERITY      PIC 9(2)  VALUE ZERO.              00009600
009700 01  COLUMN-HEADING-LINE.                                         00009700
009800     02  FILLER            PIC X(2)  VALUE SPACES.                00009800
009900     02  FILLER            PIC X(10) VALUE '   ACCOUNT'.          00009900
010000     02  FILLER            PIC X(2)  VALUE SPACES.                00010000
010100     02  FILLER            PIC X(25) VALUE 'CUSTOMER NAME'.       00010100
010200     02  FILLER            PIC X(2)  VALUE SPACES.                00010200
010300     02  FILLER            PIC X(20) VALUE 'REFERENCE'.           00010300
010400     02  FILLER            PIC X(2)  VALUE SPACES.                00010400
010500     02  FILLER            PIC X(8)  VALUE 'OPENED'.              00010500
010600     02  FILLER            PIC X(2)  VALUE SPACES.                00010600
010700     02  FILLER            PIC X(5)  VALUE '  AGE'.               00010700
010800     02  FILLER            PIC X(2)  VALUE SPACES.                00010800
010900     02  FILLER            PIC X(16) VALUE '  PROPOSED W/OFF'.    00010900
011000     02  FILLER            PIC X(2)  VALUE SPACES.                00011000
011100     02  FILLER            PIC X(16) VALUE 'ACCT OVER 120 DY'.    00011100
011200     02  FILLER            PIC X(18) VALUE SPACES.                00011200
011300 01  PROPOSAL-LINE.                                               00011300
011400     02  FILLER            PIC X(2).                              00011400
011500     02  PROP-ACCOUNT      PIC ZZ,ZZZ,ZZ9.                        00011500
011600     02  FILLER            PIC X(2).                              00011600
011700     02  PROP-NAME         PIC X(25).                             00011700
011800     02  FILLER            PIC X(2).                              00011800
011900     02  PROP-REFERENCE    PIC X(20).                             00011900
012000     02  FILLER            PIC X(2).                              00012000
012100     02  PROP-OPEN-DATE    PIC 9(8).                              00012100
012200     02  FILLER            PIC X(2).                              00012200
012300     02  PROP-AGE          PIC ZZZZ9.                             00012300
012400     02  FILLER            PIC X(2).                              00012400
012500     02  PROP-BALANCE      PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00012500
012600     02  FILLER            PIC X(2).                              00012600
012700     02  PROP-AGED-OVER    PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00012700
012800     02  FILLER            PIC X(18).                             00012800
012900 01  MESSAGE-LINE.                                                00012900
013000     02  FILLER            PIC X(5).                              00013000
013100     02  MESSAGE-TEXT      PIC X(127).                            00013100
013200 LINKAGE SECTION.                                                 00013200
013300 01  PARM-DATA.                                                   00013300
013400     02  PARM-LENGTH       PIC S9(4) COMP.                        00013400
013500     02  PARM-TEXT         PIC X(8).                              00013500
013600******************************************************************00013600
013700 PROCEDURE DIVISION USING PARM-DATA.                              00013700
013800     OPEN INPUT  OPEN-ITEM-FILE                                   00013800
013900                 AGED-EXTRACT-FILE                                00013900
014000                 CUSTOMER-MASTER                                  00014000
014100          OUTPUT PROPOSAL-FILE                                    00014100
014200                 REPORT-FILE.                                     00014200
014300     ACCEPT RUN-DATE FROM DATE YYYYMMDD.                          00014300
014400     COMPUTE RUN-DATE-INT =                                       00014400
014500         FUNCTION INTEGER-OF-DATE(RUN-DATE).                      00014500
014600     PERFORM SET-PROPOSAL-LIMITS.                                 00014600
014700     PERFORM WRITE-HEADER.                                        00014700
014800     PERFORM WRITE-COLUMN-HEADINGS.                               00014800
014900     PERFORM GET-AGED-EXTRACT.                                    00014900
015000     PERFORM GET-OPEN-ITEM.                                       00015000
015100     PERFORM PROCESS-OPEN-ITEM UNTIL END-OF-OPEN-ITEMS.           00015100
015200     PERFORM PRINT-PROPOSAL-TOTALS.                               00015200
015300     PERFORM CHECK-EMPTY-INPUT.                                   00015300
015400     CLOSE OPEN-ITEM-FILE                                         00015400
015500           AGED-EXTRACT-FILE                                      00015500
015600           CUSTOMER-MASTER                                        00015600
015700           PROPOSAL-FILE                                          00015700
015800           REPORT-FILE.                                           00015800
015900     MOVE HIGHEST-SEVERITY TO RETURN-CODE.                        00015900
016000     PERFORM WRITE-RUN-LOG.                                       00016000
016100     GOBACK.                                                      00016100
016200******************************************************************00016200
016300 SET-PROPOSAL-LIMITS.                                             00016300
016400     IF PARM-LENGTH > 2                                           00016400
016500        AND PARM-TEXT (1:3) NUMERIC                               00016500
016600         MOVE PARM-TEXT (1:3) TO WRITE-OFF-AGE-DAYS               00016600
016700     END-IF.                                                      00016700
016800     IF PARM-LENGTH > 7                                           00016800
016900        AND PARM-TEXT (4:5) NUMERIC                               00016900
017000         MOVE PARM-TEXT (4:5) TO WRITE-OFF-MINIMUM                00017000
017100     END-IF.                                                      00017100
017200******************************************************************00017200
017300 GET-OPEN-ITEM.                                                   00017300
017400     READ OPEN-ITEM-FILE AT END                                   00017400
017500         MOVE 'EOF' TO OPEN-ITEM-SWITCH.                          00017500
017600     IF NOT END-OF-OPEN-ITEMS                                     00017600
017700         ADD 1 TO ITEMS-READ                                      00017700
017800     END-IF.                                                      00017800
017900******************************************************************00017900
018000 GET-AGED-EXTRACT.                                                00018000
018100     READ AGED-EXTRACT-FILE AT END                                00018100
018200         MOVE 'EOF' TO AGED-SWITCH.                               00018200
018300     IF NOT END-OF-AGED-EXTRACT                                   00018300
018400         ADD 1 TO AGED-RECORDS-READ                               00018400
018500     END-IF.                                                      00018500
018600******************************************************************00018600
018700 PROCESS-OPEN-ITEM.                                               00018700
018800     IF OITEM-ACCOUNT NOT = CURRENT-ACCOUNT                       00018800
018900         PERFORM START-ACCOUNT                                    00018900
019000     END-IF.                                                      00019000
019100     IF ACCOUNT-AGED-OVER AND OITEM-OPEN                          00019100
019200         PERFORM CHECK-WRITE-OFF-ITEM                             00019200
019300     END-IF.                                                      00019300
019400     PERFORM GET-OPEN-ITEM.                                       00019400
019500******************************************************************00019500
019600 START-ACCOUNT.                                                   00019600
019700     MOVE OITEM-ACCOUNT TO CURRENT-ACCOUNT.                       00019700
019800     MOVE 'NO ' TO AGED-OVER-SWITCH                               00019800
019900                   ACCOUNT-PROPOSED-SWITCH.                       00019900
020000     MOVE ZERO TO AGED-OVER-AMOUNT.                               00020000
020100     PERFORM GET-AGED-EXTRACT                                     00020100
020200         UNTIL END-OF-AGED-EXTRACT                                00020200
020300            OR AGEX-ACCOUNT NOT < CURRENT-ACCOUNT.                00020300
020400     IF NOT END-OF-AGED-EXTRACT                                   00020400
020500        AND AGEX-ACCOUNT = CURRENT-ACCOUNT                        00020500
020600        AND AGEX-BUCKET-OVER > ZERO                               00020600
020700         MOVE 'YES' TO AGED-OVER-SWITCH                           00020700
020800         MOVE AGEX-BUCKET-OVER TO AGED-OVER-AMOUNT                00020800
020900     END-IF.                                                      00020900
021000******************************************************************00021000
021100 CHECK-WRITE-OFF-ITEM.                                            00021100
021200     MOVE ZERO TO AGE-DAYS.                                       00021200
021300     IF OITEM-OPEN-DATE NUMERIC                                   00021300
021400        AND OITEM-OPEN-DATE > ZERO                                00021400
021500         COMPUTE ITEM-DATE-INT =                                  00021500
021600             FUNCTION INTEGER-OF-DATE(OITEM-OPEN-DATE)            00021600
021700         IF ITEM-DATE-INT > ZERO                                  00021700
021800             COMPUTE AGE-DAYS = RUN-DATE-INT - ITEM-DATE-INT      00021800
021900         END-IF                                                   00021900
022000     END-IF.                                                      00022000
022100     IF AGE-DAYS > WRITE-OFF-AGE-DAYS                             00022100
022200        AND OITEM-BALANCE > ZERO                                  00022200
022300        AND OITEM-BALANCE NOT < WRITE-OFF-MINIMUM                 00022300
022400         PERFORM PROPOSE-WRITE-OFF                                00022400
022500     END-IF.                                                      00022500
022600******************************************************************00022600
022700 PROPOSE-WRITE-OFF.                                               00022700
022800     IF NOT ACCOUNT-PROPOSED                                      00022800
022900         MOVE 'YES' TO ACCOUNT-PROPOSED-SWITCH                    00022900
023000         ADD 1 TO ACCOUNTS-PROPOSED                               00023000
023100         PERFORM LOOKUP-CUSTOMER-NAME                             00023100
023200     END-IF.                                                      00023200
023300     PERFORM WRITE-PROPOSAL-LINE.                                 00023300
023400     PERFORM WRITE-PROPOSAL-CARD.                                 00023400
023500     ADD 1 TO PROPOSED-COUNT.                                     00023500
023600     ADD OITEM-BALANCE TO PROPOSED-TOTAL.                         00023600
023700******************************************************************00023700
023800 LOOKUP-CUSTOMER-NAME.                                            00023800
023900     MOVE CURRENT-ACCOUNT TO CUST-ACCOUNT-NO.                     00023900
024000     READ CUSTOMER-MASTER                                         00024000
024100         INVALID KEY                                              00024100
024200             MOVE '** NOT ON CUSTOMER MASTER' TO ACCOUNT-NAME     00024200
024300         NOT INVALID KEY                                          00024300
024400             MOVE CUST-NAME TO ACCOUNT-NAME                       00024400
024500     END-READ.                                                    00024500
024600******************************************************************00024600
024700 WRITE-PROPOSAL-LINE.                                             00024700
024800     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00024800
024900         PERFORM WRITE-HEADER                                     00024900
025000         PERFORM WRITE-COLUMN-HEADINGS                            00025000
025100     END-IF.                                                      00025100
025200     MOVE SPACES TO PROPOSAL-LINE.                                00025200
025300     MOVE CURRENT-ACCOUNT  TO PROP-ACCOUNT.                       00025300
025400     MOVE ACCOUNT-NAME     TO PROP-NAME.                          00025400
025500     MOVE OITEM-REFERENCE  TO PROP-REFERENCE.                     00025500
025600     MOVE OITEM-OPEN-DATE  TO PROP-OPEN-DATE.                     00025600
025700     MOVE AGE-DAYS         TO PROP-AGE.                           00025700
025800     MOVE OITEM-BALANCE    TO PROP-BALANCE.                       00025800
025900     MOVE AGED-OVER-AMOUNT TO PROP-AGED-OVER.                     00025900
026000     MOVE PROPOSAL-LINE TO OUTPUT-LINE.                           00026000
026100     MOVE 1 TO LINE-SPACING.                                      00026100
026200     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00026200
026300     WRITE OUTPUT-RECORD.                                         00026300
026400     ADD 1 TO LINES-WRITTEN.                                      00026400
026500******************************************************************00026500
026600 WRITE-PROPOSAL-CARD.                                             00026600
026700     MOVE SPACES TO WRITE-OFF-CARD.                               00026700
026800     MOVE CURRENT-ACCOUNT TO WOC-ACCOUNT-NO.                      00026800
026900     MOVE OITEM-REFERENCE TO WOC-REFERENCE.                       00026900
027000     MOVE OITEM-BALANCE TO WOC-AMOUNT-NO.                         00027000
027100     WRITE WRITE-OFF-CARD.                                        00027100
027200******************************************************************00027200
027300 PRINT-PROPOSAL-TOTALS.                                           00027300
027400     MOVE SPACES TO MESSAGE-LINE.                                 00027400
027500     STRING 'PARM AGE OVER DAYS: ' DELIMITED BY SIZE              00027500
027600            WRITE-OFF-AGE-DAYS DELIMITED BY SIZE                  00027600
027700            '  MINIMUM BALANCE: ' DELIMITED BY SIZE               00027700
027800            WRITE-OFF-MINIMUM DELIMITED BY SIZE                   00027800
027900       INTO MESSAGE-TEXT.                                         00027900
028000     PERFORM WRITE-MESSAGE-LINE.                                  00028000
028100     MOVE SPACES TO MESSAGE-LINE.                                 00028100
028200     STRING 'OPEN ITEMS READ: ' DELIMITED BY SIZE                 00028200
028300            ITEMS-READ DELIMITED BY SIZE                          00028300
028400            '  AGED EXTRACT RECORDS READ: ' DELIMITED BY SIZE     00028400
028500            AGED-RECORDS-READ DELIMITED BY SIZE                   00028500
028600       INTO MESSAGE-TEXT.                                         00028600
028700     PERFORM WRITE-MESSAGE-LINE.                                  00028700
028800     MOVE SPACES TO MESSAGE-LINE.                                 00028800
028900     MOVE PROPOSED-TOTAL TO EDIT-CONTROL-TOTAL.                   00028900
029000     STRING 'ITEMS PROPOSED: ' DELIMITED BY SIZE                  00029000
029100            PROPOSED-COUNT DELIMITED BY SIZE                      00029100
029200            '  ACCOUNTS: ' DELIMITED BY SIZE                      00029200
029300            ACCOUNTS-PROPOSED DELIMITED BY SIZE                   00029300
029400            '  TOTAL: ' DELIMITED BY SIZE                         00029400
029500            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00029500
029600       INTO MESSAGE-TEXT.                                         00029600
029700     PERFORM WRITE-MESSAGE-LINE.                                  00029700
029800     MOVE SPACES TO MESSAGE-LINE.                                 00029800
029900     MOVE 'APPROVED BY: ______________________   DATE: __________'00029900
030000         TO MESSAGE-TEXT.                                         00030000
030100     MOVE 3 TO LINE-SPACING.                                      00030100
030200     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00030200
030300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00030300
030400     WRITE OUTPUT-RECORD.                                         00030400
030500     ADD 3 TO LINES-WRITTEN.                                      00030500
030600******************************************************************00030600
030700 CHECK-EMPTY-INPUT.                                               00030700
030800     IF ITEMS-READ = ZERO                                         00030800
030900         MOVE SPACES TO MESSAGE-LINE                              00030900
031000         MOVE 'OPEN-ITEM MASTER IS EMPTY - NOTHING PROPOSED'      00031000
031100             TO MESSAGE-TEXT                                      00031100
031200         PERFORM WRITE-MESSAGE-LINE                               00031200
031300         PERFORM RAISE-WARNING-SEVERITY                           00031300
031400     END-IF.                                                      00031400
031500     IF AGED-RECORDS-READ = ZERO                                  00031500
031600         MOVE SPACES TO MESSAGE-LINE                              00031600
031700         MOVE 'AGED EXTRACT IS EMPTY - NOTHING PROPOSED'          00031700
031800             TO MESSAGE-TEXT                                      00031800
031900         PERFORM WRITE-MESSAGE-LINE                               00031900
032000         PERFORM RAISE-WARNING-SEVERITY                           00032000
032100     END-IF.                                                      00032100
032200******************************************************************00032200
032300 WRITE-MESSAGE-LINE.                                              00032300
032400     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00032400
032500     MOVE 1 TO LINE-SPACING.                                      00032500
032600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00032600
032700     WRITE OUTPUT-RECORD.                                         00032700
032800     ADD 1 TO LINES-WRITTEN.                                      00032800
032900******************************************************************00032900
033000 RAISE-WARNING-SEVERITY.                                          00033000
033100     IF HIGHEST-SEVERITY < 4                                      00033100
033200         MOVE 4 TO HIGHEST-SEVERITY                               00033200
033300     END-IF.                                                      00033300
033400******************************************************************00033400
033500 WRITE-HEADER.                                                    00033500
033600     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.                       00033600
033700     ADD 1 TO PAGE-COUNT.                                         00033700
033800     MOVE PAGE-COUNT TO HEADER-PAGE-NO.                           00033800
033900     MOVE RUN-DATE TO HEADER-RUN-DATE.                            00033900
034000     MOVE PROPOSAL-HEADER-RECORD TO OUTPUT-LINE.                  00034000
034100     WRITE OUTPUT-RECORD.                                         00034100
034200     MOVE ZERO TO LINES-WRITTEN.                                  00034200
034300******************************************************************00034300
034400 WRITE-COLUMN-HEADINGS.                                           00034400
034500     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.                     00034500
034600     MOVE 2 TO LINE-SPACING.                                      00034600
034700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00034700
034800     WRITE OUTPUT-RECORD.                                         00034800
034900     ADD 2 TO LINES-WRITTEN.                                      00034900
035000******************************************************************00035000
035100 WRITE-RUN-LOG.                                                   00035100
035200     OPEN EXTEND RUN-LOG-FILE.                                    00035200
035300     ACCEPT RUN-TIME FROM TIME.                                   00035300
035400     MOVE SPACES TO RUN-LOG-RECORD.                               00035400
035500     MOVE 'ARWOPRO' TO RLOG-PROGRAM-ID.                           00035500
035600     MOVE RUN-DATE TO RLOG-RUN-DATE.                              00035600
035700     MOVE RUN-TIME (1:6) TO RLOG-RUN-TIME.                        00035700
035800     MOVE ITEMS-READ TO RLOG-RECORDS-IN.                          00035800
035900     MOVE PROPOSED-COUNT TO RLOG-RECORDS-OUT.                     00035900
036000     MOVE ZERO TO RLOG-RECORDS-ADDED.                             00036000
036100     MOVE ZERO TO RLOG-REJECT-COUNT.                              00036100
036200     MOVE HIGHEST-SEVERITY TO RLOG-RETURN-CODE.                   00036200
036300     WRITE RUN-LOG-RECORD.                                        00036300
036400     CLOSE RUN-LOG-FILE.                                          00036400
