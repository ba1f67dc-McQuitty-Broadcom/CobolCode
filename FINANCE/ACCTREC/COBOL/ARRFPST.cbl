000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID. ARRFPST.                                             00000200
000300 AUTHOR. BRAIN.                                                   00000300
000400 ENVIRONMENT DIVISION.                                            00000400
000500 INPUT-OUTPUT SECTION.                                            00000500
000600 FILE-CONTROL.                                                    00000600
000700     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.                        00000700
000800     SELECT APPROVAL-FILE ASSIGN U-T-RFAPPR.                      00000800
000900     SELECT HISTORY-IN-FILE ASSIGN U-T-HISTIN.                    00000900
001000     SELECT OPEN-ITEM-FILE ASSIGN U-T-OITMIN.                     00001000
001100     SELECT CUSTOMER-MASTER ASSIGN U-T-CUSTMST                    00001100
001200         ORGANIZATION INDEXED                                     00001200
001300         ACCESS RANDOM                                            00001300
001400         RECORD KEY CUST-ACCOUNT-NO.                              00001400
001500     SELECT BATCH-FILE ASSIGN U-T-RFBATCH.                        00001500
001600     SELECT VOUCHER-FILE ASSIGN U-T-APVOUCH.                      00001600
001700     SELECT CARD-SORT-FILE ASSIGN U-T-SORTWK.                     00001700
001800     SELECT OPTIONAL RUN-LOG-FILE ASSIGN U-T-RUNLOG.              00001800
001900 DATA DIVISION.                                                   00001900
002000 FILE SECTION.                                                    00002000
002100 FD REPORT-FILE                                                   00002100
002200     LABEL RECORDS ARE OMITTED                                    00002200
002300     RECORDING MODE IS F                                          00002300
002400     RECORD CONTAINS 133 CHARACTERS                               00002400
002500     DATA RECORD IS OUTPUT-RECORD.                                00002500
002600   01 OUTPUT-RECORD.                                              00002600
002700     02 CARRIAGE-CONTROL PIC X.                                   00002700
002800     02 OUTPUT-LINE      PIC X(132).                              00002800
002900 FD APPROVAL-FILE                                                 00002900
003000     LABEL RECORDS ARE STANDARD                                   00003000
003100     RECORD CONTAINS 80 CHARACTERS                                00003100
003200     DATA RECORD IS REFUND-CARD.                                  00003200
003300 COPY ARRFCRD.                                                    00003300
003400 FD HISTORY-IN-FILE                                               00003400
003500     LABEL RECORDS ARE STANDARD                                   00003500
003600     RECORD CONTAINS 80 CHARACTERS                                00003600
003700     DATA RECORD IS HISTORY-RECORD.                               00003700
003800 COPY ARHREC.                                                     00003800
003900 FD OPEN-ITEM-FILE                                                00003900
004000     LABEL RECORDS ARE STANDARD                                   00004000
004100     RECORD CONTAINS 80 CHARACTERS                                00004100
004200     DATA RECORD IS OPEN-ITEM-RECORD.                             00004200
004300 COPY AROITEM.                                                    00004300
004400 FD CUSTOMER-MASTER                                               00004400
004500     LABEL RECORDS ARE STANDARD                                   00004500
004600     RECORD CONTAINS 60 CHARACTERS                                00004600
004700     DATA RECORD IS CUSTOMER-MASTER-RECORD.                       00004700
004800 COPY CUSTMST.                                                    00004800
004900 FD BATCH-FILE                                                    00004900
005000     LABEL RECORDS ARE STANDARD                                   00005000
005100     RECORD CONTAINS 80 CHARACTERS                                00005100
005200     DATA RECORD IS INPUT-FILE-RECORD.                            00005200
005300 COPY ARINREC.                                                    00005300
005400 FD VOUCHER-FILE                                                  00005400
005500     LABEL RECORDS ARE STANDARD                                   00005500
005600     RECORD CONTAINS 80 CHARACTERS                                00005600
005700     DATA RECORD IS AP-VOUCHER-RECORD.                            00005700
005800 COPY ARAPVCH.                                                    00005800
005900 FD RUN-LOG-FILE                                                  00005900
006000     LABEL RECORDS ARE STANDARD                                   00006000
006100     RECORD CONTAINS 80 CHARACTERS                                00006100
006200     DATA RECORD IS RUN-LOG-RECORD.                               00006200
006300 COPY ARRLREC.                                                    00006300
006400 SD CARD-SORT-FILE                                                00006400
006500     RECORD CONTAINS 80 CHARACTERS                                00006500
006600     DATA RECORD IS CARD-SORT-RECORD.                             00006600
006700   01 CARD-SORT-RECORD.                                           00006700
006800     02 CSRT-ACCOUNT           PIC X(8).                          00006800
006900     02 CSRT-AMOUNT            PIC 9(13).                         00006900
007000     02 CSRT-APPROVER          PIC X(8).                          00007000
007100     02 CSRT-CREDIT-DATE       PIC X(8).                          00007100
007200     02 CSRT-NAME              PIC X(25).                         00007200
007300     02 FILLER                 PIC X(18).                         00007300
007400******************************************************************00007400
007500 WORKING-STORAGE SECTION.                                         00007500
007600 01  POSTING-HEADER-RECORD.                                       00007600
007700     02  FILLER             PIC X(5)   VALUE SPACES.              00007700
007800     02  FILLER             PIC X(91)                             00007800
007900         VALUE 'CREDIT BALANCE REFUND POSTING REGISTER'.          00007900
008000     02  FILLER             PIC X(5)   VALUE SPACES.              00008000
008100     02  FILLER             PIC X(4)   VALUE 'PAGE'.              00008100
008200     02  FILLER             PIC X      VALUE SPACE.               00008200
008300     02  HEADER-PAGE-NO     PIC ZZ9.                              00008300
008400     02  FILLER             PIC X(5)   VALUE SPACES.              00008400
008500     02  FILLER             PIC X(9)   VALUE 'RUN DATE:'.         00008500
008600     02  FILLER             PIC X      VALUE SPACE.               00008600
008700     02  HEADER-RUN-DATE    PIC X(8).                             00008700
008800 01  PROGRAM-WORK-FIELDS.                                         00008800
008900     02  CARD-SWITCH       PIC X(3).                              00008900
009000         88  END-OF-CARDS  VALUE 'EOF'.                           00009000
009100     02  CARD-SORT-SWITCH  PIC X(3).                              00009100
009200         88  END-OF-CARD-SORT VALUE 'EOF'.                        00009200
009300     02  OITEM-SWITCH      PIC X(3).                              00009300
009400         88  END-OF-OLD-ITEMS VALUE 'EOF'.                        00009400
009500     02  HISTORY-SWITCH    PIC X(3).                              00009500
009600         88  END-OF-HISTORY VALUE 'EOF'.                          00009600
009700     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.                  00009700
009800     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.                  00009800
009900     02  RUN-DATE          PIC 9(8)  VALUE ZERO.                  00009900
010000     02  RUN-TIME          PIC 9(8)  VALUE ZERO.                  00010000
010100 COPY PAGING.                                                     00010100
010200 01  POSTING-WORK-FIELDS.                                         00010200
010300     02  CURRENT-ACCOUNT       PIC 9(8)  VALUE ZERO.              00010300
010400     02  LAST-CARD-ACCOUNT     PIC X(8)  VALUE LOW-VALUES.        00010400
010500     02  CARD-REJECT-SWITCH    PIC X(3)  VALUE 'NO '.             00010500
010600         88  CARD-REJECTED     VALUE 'YES'.                       00010600
010700     02  WORK-DISPOSITION      PIC X(29) VALUE SPACES.            00010700
010800     02  ACCOUNT-NET           PIC S9(13) VALUE ZERO.             00010800
010900     02  CREDIT-AMOUNT         PIC S9(13) VALUE ZERO.             00010900
011000     02  OPEN-INVOICE-AMOUNT   PIC S9(13) VALUE ZERO.             00011000
011100     02  REMAINING-REFUND      PIC S9(13) VALUE ZERO.             00011100
011200     02  ITEM-CREDIT           PIC S9(13) VALUE ZERO.             00011200
011300     02  ITEMS-CLEARED-AMOUNT  PIC S9(13) VALUE ZERO.             00011300
011400     02  UNAPPLIED-CLEARED-AMOUNT PIC S9(13) VALUE ZERO.          00011400
011500     02  ADJUSTMENT-REFERENCE  PIC X(20) VALUE SPACES.            00011500
011600     02  REMAINING-AMOUNT      PIC S9(13) VALUE ZERO.             00011600
011700     02  CHUNK-AMOUNT          PIC S9(13) VALUE ZERO.             00011700
011800     02  CHUNK-REMAINDER       PIC S9(13) VALUE ZERO.             00011800
011900     02  CREDIT-ITEM-OVERFLOW-SWITCH PIC X(3) VALUE 'NO '.        00011900
012000         88  CREDIT-ITEM-OVERFLOW VALUE 'YES'.                    00012000
012100     02  CUSTOMER-FOUND-SWITCH PIC X(3)  VALUE 'NO '.             00012100
012200         88  CUSTOMER-FOUND    VALUE 'YES'.                       00012200
012300 01  CREDIT-ITEM-TABLE-FIELDS.                                    00012300
012400     02  CREDIT-ITEM-COUNT     PIC 9(3)  VALUE ZERO.              00012400
012500     02  CREDIT-ITEM-IX        PIC 9(3)  VALUE ZERO.              00012500
012600 01  CREDIT-ITEM-TABLE.                                           00012600
012700     02  CREDIT-ITEM-ENTRY OCCURS 100 TIMES.                      00012700
012800         03  CR-TBL-REFERENCE  PIC X(20).                         00012800
012900         03  CR-TBL-BALANCE    PIC S9(13).                        00012900
013000 01  VOUCHER-WORK-FIELDS.                                         00013000
013100     02  REFUND-CLEARING-ACCOUNT PIC X(11) VALUE '21050000000'.   00013100
013200     02  VOUCHER-COUNT         PIC 9(6)  VALUE ZERO.              00013200
013300     02  VOUCHER-TOTAL         PIC S9(13) VALUE ZERO.             00013300
013400 01  POSTING-COUNT-FIELDS.                                        00013400
013500     02  CARDS-READ            PIC 9(6)  VALUE ZERO.              00013500
013600     02  REJECTED-COUNT        PIC 9(6)  VALUE ZERO.              00013600
013700     02  REFUND-COUNT          PIC 9(6)  VALUE ZERO.              00013700
013800     02  REFUND-TOTAL          PIC S9(13) VALUE ZERO.             00013800
013900     02  ITEMS-CLEARED-TOTAL   PIC S9(13) VALUE ZERO.             00013900
014000     02  UNAPPLIED-CLEARED-TOTAL PIC S9(13) VALUE ZERO.           00014000
014100     02  BATCH-RECORD-COUNT    PIC 9(6)  VALUE ZERO.              00014100
014200     02  BATCH-TOTAL           PIC S9(13) VALUE ZERO.             00014200
014300     02  EDIT-CONTROL-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00014300
014400 01  SEVERITY-FIELDS.                                             00014400
014500     02  HIGHEST-SEVERITY      PIC 9(2)  VALUE ZERO.              00014500
014600 01  COLUMN-HEADING-LINE.                                         00014600
014700     02  FILLER            PIC X(2)  VALUE SPACES.                00014700
014800     02  FILLER            PIC X(8)  VALUE 'ACCOUNT'.             00014800
014900     02  FILLER            PIC X(2)  VALUE SPACES.                00014900
015000     02  FILLER            PIC X(25) VALUE 'PAYEE NAME'.          00015000
015100     02  FILLER            PIC X(2)  VALUE SPACES.                00015100
015200     02  FILLER            PIC X(16) VALUE '   REFUND AMOUNT'.    00015200
015300     02  FILLER            PIC X(2)  VALUE SPACES.                00015300
015400     02  FILLER            PIC X(16) VALUE '   ITEMS CLEARED'.    00015400
015500     02  FILLER            PIC X(2)  VALUE SPACES.                00015500
015600     02  FILLER            PIC X(16) VALUE 'UNAPPLIED CLEARD'.    00015600
015700     02  FILLER            PIC X(2)  VALUE SPACES.                00015700
015800     02  FILLER            PIC X(8)  VALUE 'APPROVER'.            00015800
015900     02  FILLER            PIC X(2)  VALUE SPACES.                00015900
016000     02  FILLER            PIC X(29) VALUE 'DISPOSITION'.         00016000
016100 01  POSTING-LINE.                                                00016100
016200     02  FILLER            PIC X(2).                              00016200
016300     02  POST-ACCOUNT      PIC X(8).                              00016300
016400     02  FILLER            PIC X(2).                              00016400
016500     02  POST-NAME         PIC X(25).                             00016500
016600     02  FILLER            PIC X(2).                              00016600
016700     02  POST-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00016700
016800     02  FILLER            PIC X(2).                              00016800
016900     02  POST-ITEMS        PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00016900
017000     02  FILLER            PIC X(2).                              00017000
017100     02  POST-UNAPPLIED    PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00017100
017200     02  FILLER            PIC X(2).                              00017200
017300     02  POST-APPROVER     PIC X(8).                              00017300
017400     02  FILLER            PIC X(2).                              00017400
017500     02  POST-DISPOSITION  PIC X(29).                             00017500
017600 01  MESSAGE-LINE.                                                00017600
017700     02  FILLER            PIC X(5).                              00017700
017800     02  MESSAGE-TEXT      PIC X(127).                            00017800
017900******************************************************************00017900
018000 PROCEDURE DIVISION.                                              00018000
018100     OPEN INPUT  APPROVAL-FILE                                    00018100
018200                 HISTORY-IN-FILE                                  00018200
018300                 OPEN-ITEM-FILE                                   00018300
018400                 CUSTOMER-MASTER                                  00018400
018500          OUTPUT BATCH-FILE                                       00018500
018600                 VOUCHER-FILE                                     00018600
018700                 REPORT-FILE.                                     00018700
018800     ACCEPT RUN-DATE FROM DATE YYYYMMDD.                          00018800
018900     PERFORM WRITE-HEADER.                                        00018900
019000     PERFORM WRITE-COLUMN-HEADINGS.                               00019000
019100     PERFORM WRITE-VOUCHER-HEADER.                                00019100
019200     SORT CARD-SORT-FILE                                          00019200
019300         ON ASCENDING KEY CSRT-ACCOUNT                            00019300
019400         INPUT PROCEDURE EDIT-APPROVAL-CARDS                      00019400
019500         OUTPUT PROCEDURE POST-APPROVED-REFUNDS.                  00019500
019600     PERFORM WRITE-BATCH-CONTROL-CARDS.                           00019600
019700     PERFORM WRITE-VOUCHER-TRAILER.                               00019700
019800     PERFORM PRINT-POSTING-SUMMARY.                               00019800
019900     PERFORM CHECK-CONTROL-TOTALS.                                00019900
020000     CLOSE APPROVAL-FILE                                          00020000
020100           HISTORY-IN-FILE                                        00020100
020200           OPEN-ITEM-FILE                                         00020200
020300           CUSTOMER-MASTER                                        00020300
020400           BATCH-FILE                                             00020400
020500           VOUCHER-FILE                                           00020500
020600           REPORT-FILE.                                           00020600
020700     MOVE HIGHEST-SEVERITY TO RETURN-CODE.                        00020700
020800     PERFORM WRITE-RUN-LOG.                                       00020800
020900     GOBACK.                                                      00020900
021000******************************************************************00021000
021100 EDIT-APPROVAL-CARDS.                                             00021100
021200     PERFORM GET-APPROVAL-CARD.                                   00021200
021300     PERFORM EDIT-ONE-CARD UNTIL END-OF-CARDS.                    00021300
021400     IF CARDS-READ = ZERO                                         00021400
021500         MOVE SPACES TO MESSAGE-LINE                              00021500
021600         MOVE 'NO APPROVAL CARDS - NOTHING REFUNDED'              00021600
021700             TO MESSAGE-TEXT                                      00021700
021800         PERFORM WRITE-MESSAGE-LINE                               00021800
021900         PERFORM RAISE-WARNING-SEVERITY                           00021900
022000     END-IF.                                                      00022000
022100******************************************************************00022100
022200 GET-APPROVAL-CARD.                                               00022200
022300     READ APPROVAL-FILE AT END                                    00022300
022400         MOVE 'EOF' TO CARD-SWITCH.                               00022400
022500******************************************************************00022500
022600 EDIT-ONE-CARD.                                                   00022600
022700     ADD 1 TO CARDS-READ.                                         00022700
022800     MOVE 'NO ' TO CARD-REJECT-SWITCH.                            00022800
022900     MOVE SPACES TO WORK-DISPOSITION.                             00022900
023000     MOVE REFUND-CARD TO CARD-SORT-RECORD.                        00023000
023100     PERFORM VALIDATE-APPROVAL-CARD.                              00023100
023200     IF CARD-REJECTED                                             00023200
023300         PERFORM REJECT-CARD                                      00023300
023400     ELSE                                                         00023400
023500         RELEASE CARD-SORT-RECORD                                 00023500
023600     END-IF.                                                      00023600
023700     PERFORM GET-APPROVAL-CARD.                                   00023700
023800******************************************************************00023800
023900 VALIDATE-APPROVAL-CARD.                                          00023900
024000     IF RFC-ACCOUNT NOT NUMERIC                                   00024000
024100         MOVE 'YES' TO CARD-REJECT-SWITCH                         00024100
024200         MOVE 'ACCOUNT NOT NUMERIC' TO WORK-DISPOSITION           00024200
024300     ELSE                                                         00024300
024400         IF RFC-AMOUNT NOT NUMERIC                                00024400
024500            OR RFC-AMOUNT-NO = ZERO                               00024500
024600             MOVE 'YES' TO CARD-REJECT-SWITCH                     00024600
024700             MOVE 'AMOUNT INVALID' TO WORK-DISPOSITION            00024700
024800         ELSE                                                     00024800
024900             IF RFC-APPROVER = SPACES                             00024900
025000                 MOVE 'YES' TO CARD-REJECT-SWITCH                 00025000
025100                 MOVE 'APPROVER MISSING' TO WORK-DISPOSITION      00025100
025200             END-IF                                               00025200
025300         END-IF                                                   00025300
025400     END-IF.                                                      00025400
025500******************************************************************00025500
025600 REJECT-CARD.                                                     00025600
025700     ADD 1 TO REJECTED-COUNT.                                     00025700
025800     PERFORM RAISE-WARNING-SEVERITY.                              00025800
025900     MOVE SPACES TO POSTING-LINE.                                 00025900
026000     MOVE CSRT-NAME TO POST-NAME.                                 00026000
026100     PERFORM WRITE-CARD-LINE.                                     00026100
026200******************************************************************00026200
026300 POST-APPROVED-REFUNDS.                                           00026300
026400     PERFORM GET-HISTORY.                                         00026400
026500     PERFORM GET-OLD-ITEM.                                        00026500
026600     PERFORM GET-SORTED-CARD.                                     00026600
026700     PERFORM POST-ONE-CARD UNTIL END-OF-CARD-SORT.                00026700
026800******************************************************************00026800
026900 GET-HISTORY.                                                     00026900
027000     READ HISTORY-IN-FILE AT END                                  00027000
027100         MOVE 'EOF' TO HISTORY-SWITCH.                            00027100
027200******************************************************************00027200
027300 GET-OLD-ITEM.                                                    00027300
027400     READ OPEN-ITEM-FILE AT END                                   00027400
027500         MOVE 'EOF' TO OITEM-SWITCH.                              00027500
027600******************************************************************00027600
027700 GET-SORTED-CARD.                                                 00027700
027800     RETURN CARD-SORT-FILE AT END                                 00027800
027900         MOVE 'EOF' TO CARD-SORT-SWITCH.                          00027900
028000******************************************************************00028000
028100 POST-ONE-CARD.                                                   00028100
028200     MOVE 'NO ' TO CARD-REJECT-SWITCH.                            00028200
028300     MOVE SPACES TO WORK-DISPOSITION.                             00028300
028400     IF CSRT-ACCOUNT = LAST-CARD-ACCOUNT                          00028400
028500         MOVE 'YES' TO CARD-REJECT-SWITCH                         00028500
028600         MOVE 'DUPLICATE CARD' TO WORK-DISPOSITION                00028600
028700     ELSE                                                         00028700
028800         MOVE CSRT-ACCOUNT TO LAST-CARD-ACCOUNT                   00028800
028900         MOVE CSRT-ACCOUNT TO CURRENT-ACCOUNT                     00028900
029000         PERFORM LOAD-ACCOUNT-BALANCE                             00029000
029100         PERFORM LOAD-ACCOUNT-OPEN-ITEMS                          00029100
029200         PERFORM VERIFY-REFUND                                    00029200
029300     END-IF.                                                      00029300
029400     IF CARD-REJECTED                                             00029400
029500         PERFORM REJECT-CARD                                      00029500
029600     ELSE                                                         00029600
029700         PERFORM POST-REFUND                                      00029700
029800     END-IF.                                                      00029800
029900     PERFORM GET-SORTED-CARD.                                     00029900
030000******************************************************************00030000
030100 LOAD-ACCOUNT-BALANCE.                                            00030100
030200     MOVE ZERO TO ACCOUNT-NET.                                    00030200
030300     PERFORM GET-HISTORY                                          00030300
030400         UNTIL END-OF-HISTORY                                     00030400
030500            OR HIST-ACCOUNT NOT < CURRENT-ACCOUNT.                00030500
030600     PERFORM ADD-HISTORY-RECORD                                   00030600
030700         UNTIL END-OF-HISTORY                                     00030700
030800            OR HIST-ACCOUNT NOT = CURRENT-ACCOUNT.                00030800
030900     COMPUTE CREDIT-AMOUNT = ZERO - ACCOUNT-NET.                  00030900
031000******************************************************************00031000
031100 ADD-HISTORY-RECORD.                                              00031100
031200     ADD HIST-NET-AMOUNT TO ACCOUNT-NET.                          00031200
031300     PERFORM GET-HISTORY.                                         00031300
031400******************************************************************00031400
031500* OPEN ITEMS WITH A CREDIT BALANCE ARE OVERPAYMENTS; THE REFUND   00031500
031600* ADJUSTMENT IS POSTED AGAINST THEM SO AROPEN CLOSES THEM.        00031600
031700 LOAD-ACCOUNT-OPEN-ITEMS.                                         00031700
031800     MOVE ZERO TO OPEN-INVOICE-AMOUNT                             00031800
031900                  CREDIT-ITEM-COUNT.                              00031900
032000     MOVE 'NO ' TO CREDIT-ITEM-OVERFLOW-SWITCH.                   00032000
032100     PERFORM GET-OLD-ITEM                                         00032100
032200         UNTIL END-OF-OLD-ITEMS                                   00032200
032300            OR OITEM-ACCOUNT NOT < CURRENT-ACCOUNT.               00032300
032400     PERFORM ADD-ACCOUNT-ITEM                                     00032400
032500         UNTIL END-OF-OLD-ITEMS                                   00032500
032600            OR OITEM-ACCOUNT NOT = CURRENT-ACCOUNT.               00032600
032700******************************************************************00032700
032800 ADD-ACCOUNT-ITEM.                                                00032800
032900     IF OITEM-OPEN                                                00032900
033000         IF OITEM-BALANCE > ZERO                                  00033000
033100             ADD OITEM-BALANCE TO OPEN-INVOICE-AMOUNT             00033100
033200         ELSE                                                     00033200
033300             IF OITEM-BALANCE < ZERO                              00033300
033400                 PERFORM STORE-CREDIT-ITEM                        00033400
033500             END-IF                                               00033500
033600         END-IF                                                   00033600
033700     END-IF.                                                      00033700
033800     PERFORM GET-OLD-ITEM.                                        00033800
033900******************************************************************00033900
034000 STORE-CREDIT-ITEM.                                               00034000
034100     IF CREDIT-ITEM-COUNT < 100                                   00034100
034200         ADD 1 TO CREDIT-ITEM-COUNT                               00034200
034300         MOVE OITEM-REFERENCE                                     00034300
034400             TO CR-TBL-REFERENCE (CREDIT-ITEM-COUNT)              00034400
034500         MOVE OITEM-BALANCE                                       00034500
034600             TO CR-TBL-BALANCE (CREDIT-ITEM-COUNT)                00034600
034700     ELSE                                                         00034700
034800         MOVE 'YES' TO CREDIT-ITEM-OVERFLOW-SWITCH                00034800
034900     END-IF.                                                      00034900
035000******************************************************************00035000
035100 VERIFY-REFUND.                                                   00035100
035200     IF CREDIT-AMOUNT NOT = CSRT-AMOUNT                           00035200
035300         MOVE 'YES' TO CARD-REJECT-SWITCH                         00035300
035400         MOVE 'CREDIT CHANGED SINCE PROPOSAL' TO WORK-DISPOSITION 00035400
035500     ELSE                                                         00035500
035600         IF OPEN-INVOICE-AMOUNT > ZERO                            00035600
035700             MOVE 'YES' TO CARD-REJECT-SWITCH                     00035700
035800             MOVE 'OPEN INVOICES ON ACCOUNT' TO WORK-DISPOSITION  00035800
035900         ELSE                                                     00035900
036000             IF CREDIT-ITEM-OVERFLOW                              00036000
036100                 MOVE 'YES' TO CARD-REJECT-SWITCH                 00036100
036200                 MOVE 'TOO MANY CREDIT ITEMS'                     00036200
036300                     TO WORK-DISPOSITION                          00036300
036400             ELSE                                                 00036400
036500                 PERFORM LOOKUP-CUSTOMER                          00036500
036600                 IF NOT CUSTOMER-FOUND                            00036600
036700                     MOVE 'YES' TO CARD-REJECT-SWITCH             00036700
036800                     MOVE 'NOT ON CUSTOMER MASTER'                00036800
036900                         TO WORK-DISPOSITION                      00036900
037000                 END-IF                                           00037000
037100             END-IF                                               00037100
037200         END-IF                                                   00037200
037300     END-IF.                                                      00037300
037400******************************************************************00037400
037500 LOOKUP-CUSTOMER.                                                 00037500
037600     MOVE 'NO ' TO CUSTOMER-FOUND-SWITCH.                         00037600
037700     MOVE CURRENT-ACCOUNT TO CUST-ACCOUNT-NO.                     00037700
037800     READ CUSTOMER-MASTER                                         00037800
037900         INVALID KEY                                              00037900
038000             CONTINUE                                             00038000
038100         NOT INVALID KEY                                          00038100
038200             MOVE 'YES' TO CUSTOMER-FOUND-SWITCH                  00038200
038300     END-READ.                                                    00038300
038400******************************************************************00038400
038500* THE PART OF THE CREDIT NOT SITTING ON AN OPEN ITEM IS CASH THAT 00038500
038600* WAS NEVER APPLIED; ITS ADJUSTMENT CARRIES THE UNAPPLIED CASH    00038600
038700* REFUND REFERENCE SO AROPEN DOES NOT OPEN AN ITEM FOR IT.        00038700
038800 POST-REFUND.                                                     00038800
038900     MOVE CREDIT-AMOUNT TO REMAINING-REFUND.                      00038900
039000     MOVE ZERO TO ITEMS-CLEARED-AMOUNT                            00039000
039100                  UNAPPLIED-CLEARED-AMOUNT.                       00039100
039200     MOVE 1 TO CREDIT-ITEM-IX.                                    00039200
039300     PERFORM CLEAR-CREDIT-ITEM                                    00039300
039400         UNTIL CREDIT-ITEM-IX > CREDIT-ITEM-COUNT                 00039400
039500            OR REMAINING-REFUND NOT > ZERO.                       00039500
039600     IF REMAINING-REFUND > ZERO                                   00039600
039700         MOVE REMAINING-REFUND TO UNAPPLIED-CLEARED-AMOUNT        00039700
039800         MOVE SPACES TO ADJUSTMENT-REFERENCE                      00039800
039900         MOVE 'UNAPPLIED CASH RFND' TO ADJUSTMENT-REFERENCE       00039900
040000         MOVE REMAINING-REFUND TO REMAINING-AMOUNT                00040000
040100         PERFORM WRITE-ADJUSTMENT-RECORD                          00040100
040200             UNTIL REMAINING-AMOUNT NOT > ZERO                    00040200
040300     END-IF.                                                      00040300
040400     PERFORM WRITE-VOUCHER-DETAIL.                                00040400
040500     ADD 1 TO REFUND-COUNT.                                       00040500
040600     ADD CREDIT-AMOUNT TO REFUND-TOTAL.                           00040600
040700     ADD ITEMS-CLEARED-AMOUNT TO ITEMS-CLEARED-TOTAL.             00040700
040800     ADD UNAPPLIED-CLEARED-AMOUNT TO UNAPPLIED-CLEARED-TOTAL.     00040800
040900     MOVE 'REFUND REQUESTED' TO WORK-DISPOSITION.                 00040900
041000     MOVE SPACES TO POSTING-LINE.                                 00041000
041100     MOVE CUST-NAME TO POST-NAME.                                 00041100
041200     MOVE ITEMS-CLEARED-AMOUNT TO POST-ITEMS.                     00041200
041300     MOVE UNAPPLIED-CLEARED-AMOUNT TO POST-UNAPPLIED.             00041300
041400     PERFORM WRITE-CARD-LINE.                                     00041400
041500******************************************************************00041500
041600 CLEAR-CREDIT-ITEM.                                               00041600
041700     COMPUTE ITEM-CREDIT =                                        00041700
041800         ZERO - CR-TBL-BALANCE (CREDIT-ITEM-IX).                  00041800
041900     IF ITEM-CREDIT > REMAINING-REFUND                            00041900
042000         MOVE REMAINING-REFUND TO ITEM-CREDIT                     00042000
042100     END-IF.                                                      00042100
042200     MOVE CR-TBL-REFERENCE (CREDIT-ITEM-IX)                       00042200
042300         TO ADJUSTMENT-REFERENCE.                                 00042300
042400     MOVE ITEM-CREDIT TO REMAINING-AMOUNT.                        00042400
042500     PERFORM WRITE-ADJUSTMENT-RECORD                              00042500
042600         UNTIL REMAINING-AMOUNT NOT > ZERO.                       00042600
042700     ADD ITEM-CREDIT TO ITEMS-CLEARED-AMOUNT.                     00042700
042800     SUBTRACT ITEM-CREDIT FROM REMAINING-REFUND.                  00042800
042900     ADD 1 TO CREDIT-ITEM-IX.                                     00042900
043000******************************************************************00043000
043100 WRITE-ADJUSTMENT-RECORD.                                         00043100
043200     IF REMAINING-AMOUNT > 1999998                                00043200
043300         MOVE 1999998 TO CHUNK-AMOUNT                             00043300
043400     ELSE                                                         00043400
043500         MOVE REMAINING-AMOUNT TO CHUNK-AMOUNT                    00043500
043600     END-IF.                                                      00043600
043700     MOVE SPACES TO INPUT-FILE-RECORD.                            00043700
043800     MOVE CURRENT-ACCOUNT TO INPUT-FIELD1.                        00043800
043900     MOVE 'REFUND' TO INPUT-FIELD2.                               00043900
044000     MOVE ADJUSTMENT-REFERENCE TO INPUT-FIELD3.                   00044000
044100     IF CHUNK-AMOUNT > 999999                                     00044100
044200         MOVE 999999 TO INPUT-FIELD4                              00044200
044300         COMPUTE CHUNK-REMAINDER = CHUNK-AMOUNT - 999999          00044300
044400         MOVE CHUNK-REMAINDER TO INPUT-FIELD5                     00044400
044500     ELSE                                                         00044500
044600         MOVE CHUNK-AMOUNT TO INPUT-FIELD4                        00044600
044700         MOVE ZERO TO INPUT-FIELD5                                00044700
044800     END-IF.                                                      00044800
044900     MOVE 'A' TO INPUT-TRAN-TYPE.                                 00044900
045000     MOVE RUN-DATE TO INPUT-TRAN-DATE.                            00045000
045100     WRITE INPUT-FILE-RECORD.                                     00045100
045200     ADD 1 TO BATCH-RECORD-COUNT.                                 00045200
045300     ADD CHUNK-AMOUNT TO BATCH-TOTAL.                             00045300
045400     SUBTRACT CHUNK-AMOUNT FROM REMAINING-AMOUNT.                 00045400
045500******************************************************************00045500
045600 WRITE-CARD-LINE.                                                 00045600
045700     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00045700
045800         PERFORM WRITE-HEADER                                     00045800
045900         PERFORM WRITE-COLUMN-HEADINGS                            00045900
046000     END-IF.                                                      00046000
046100     MOVE CSRT-ACCOUNT TO POST-ACCOUNT.                           00046100
046200     IF CSRT-AMOUNT NUMERIC                                       00046200
046300         MOVE CSRT-AMOUNT TO POST-AMOUNT                          00046300
046400     END-IF.                                                      00046400
046500     MOVE CSRT-APPROVER TO POST-APPROVER.                         00046500
046600     MOVE WORK-DISPOSITION TO POST-DISPOSITION.                   00046600
046700     MOVE POSTING-LINE TO OUTPUT-LINE.                            00046700
046800     MOVE 1 TO LINE-SPACING.                                      00046800
046900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00046900
047000     WRITE OUTPUT-RECORD.                                         00047000
047100     ADD 1 TO LINES-WRITTEN.                                      00047100
047200******************************************************************00047200
047300 WRITE-BATCH-CONTROL-CARDS.                                       00047300
047400     MOVE SPACES TO INPUT-FILE-RECORD.                            00047400
047500     MOVE 'BHD' TO BATCH-RECORD-TYPE.                             00047500
047600     MOVE BATCH-RECORD-COUNT TO BATCH-EXPECTED-COUNT.             00047600
047700     MOVE BATCH-TOTAL TO BATCH-EXPECTED-TOTAL.                    00047700
047800     MOVE SPACE TO BATCH-EXPECTED-SIGN.                           00047800
047900     WRITE INPUT-FILE-RECORD.                                     00047900
048000     MOVE 'BTR' TO BATCH-RECORD-TYPE.                             00048000
048100     WRITE INPUT-FILE-RECORD.                                     00048100
048200******************************************************************00048200
048300 WRITE-VOUCHER-HEADER.                                            00048300
048400     MOVE SPACES TO AP-VOUCHER-RECORD.                            00048400
048500     MOVE 'H' TO APV-RECORD-TYPE.                                 00048500
048600     MOVE 'ARRFPST' TO APV-SOURCE.                                00048600
048700     MOVE RUN-DATE TO APV-BATCH-DATE.                             00048700
048800     WRITE AP-VOUCHER-RECORD.                                     00048800
048900******************************************************************00048900
049000* ONE PAYMENT REQUEST PER REFUND. THE VENDOR IS THE AR ACCOUNT AND00049000
049100* THE EXPENSE SIDE IS THE REFUND CLEARING ACCOUNT THAT ARADEMO    00049100
049200* CREDITS FROM THE REFUND BRANCH.                                 00049200
049300 WRITE-VOUCHER-DETAIL.                                            00049300
049400     MOVE SPACES TO AP-VOUCHER-RECORD.                            00049400
049500     MOVE 'D' TO APV-RECORD-TYPE.                                 00049500
049600     MOVE 'AR' TO APV-VENDOR-ID (1:2).                            00049600
049700     MOVE CSRT-ACCOUNT TO APV-VENDOR-ID (3:8).                    00049700
049800     MOVE CUST-NAME TO APV-PAYEE-NAME.                            00049800
049900     MOVE 'ARRFND' TO APV-INVOICE-NO (1:6).                       00049900
050000     MOVE RUN-DATE TO APV-INVOICE-NO (7:8).                       00050000
050100     MOVE CREDIT-AMOUNT TO APV-AMOUNT.                            00050100
050200     MOVE REFUND-CLEARING-ACCOUNT TO APV-GL-ACCOUNT.              00050200
050300     WRITE AP-VOUCHER-RECORD.                                     00050300
050400     ADD 1 TO VOUCHER-COUNT.                                      00050400
050500     ADD CREDIT-AMOUNT TO VOUCHER-TOTAL.                          00050500
050600******************************************************************00050600
050700 WRITE-VOUCHER-TRAILER.                                           00050700
050800     MOVE SPACES TO AP-VOUCHER-RECORD.                            00050800
050900     MOVE 'T' TO APV-RECORD-TYPE.                                 00050900
051000     MOVE VOUCHER-COUNT TO APV-CONTROL-COUNT.                     00051000
051100     MOVE VOUCHER-TOTAL TO APV-CONTROL-TOTAL.                     00051100
051200     WRITE AP-VOUCHER-RECORD.                                     00051200
051300******************************************************************00051300
051400 PRINT-POSTING-SUMMARY.                                           00051400
051500     MOVE SPACES TO MESSAGE-LINE.                                 00051500
051600     STRING 'APPROVAL CARDS READ: ' DELIMITED BY SIZE             00051600
051700            CARDS-READ DELIMITED BY SIZE                          00051700
051800            '  REJECTED: ' DELIMITED BY SIZE                      00051800
051900            REJECTED-COUNT DELIMITED BY SIZE                      00051900
052000       INTO MESSAGE-TEXT.                                         00052000
052100     PERFORM WRITE-MESSAGE-LINE.                                  00052100
052200     MOVE SPACES TO MESSAGE-LINE.                                 00052200
052300     MOVE REFUND-TOTAL TO EDIT-CONTROL-TOTAL.                     00052300
052400     STRING 'REFUNDS REQUESTED: ' DELIMITED BY SIZE               00052400
052500            REFUND-COUNT DELIMITED BY SIZE                        00052500
052600            '  TOTAL: ' DELIMITED BY SIZE                         00052600
052700            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00052700
052800       INTO MESSAGE-TEXT.                                         00052800
052900     PERFORM WRITE-MESSAGE-LINE.                                  00052900
053000     MOVE SPACES TO MESSAGE-LINE.                                 00053000
053100     MOVE ITEMS-CLEARED-TOTAL TO EDIT-CONTROL-TOTAL.              00053100
053200     STRING 'CLEARED FROM CREDIT ITEMS: ' DELIMITED BY SIZE       00053200
053300            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00053300
053400       INTO MESSAGE-TEXT.                                         00053400
053500     PERFORM WRITE-MESSAGE-LINE.                                  00053500
053600     MOVE SPACES TO MESSAGE-LINE.                                 00053600
053700     MOVE UNAPPLIED-CLEARED-TOTAL TO EDIT-CONTROL-TOTAL.          00053700
053800     STRING 'CLEARED FROM UNAPPLIED CASH: ' DELIMITED BY SIZE     00053800
053900            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00053900
054000       INTO MESSAGE-TEXT.                                         00054000
054100     PERFORM WRITE-MESSAGE-LINE.                                  00054100
054200     MOVE SPACES TO MESSAGE-LINE.                                 00054200
054300     MOVE BATCH-TOTAL TO EDIT-CONTROL-TOTAL.                      00054300
054400     STRING 'AR ADJUSTMENT BATCH RECORDS: ' DELIMITED BY SIZE     00054400
054500            BATCH-RECORD-COUNT DELIMITED BY SIZE                  00054500
054600            '  BHD TOTAL: ' DELIMITED BY SIZE                     00054600
054700            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00054700
054800       INTO MESSAGE-TEXT.                                         00054800
054900     PERFORM WRITE-MESSAGE-LINE.                                  00054900
055000     MOVE SPACES TO MESSAGE-LINE.                                 00055000
055100     MOVE VOUCHER-TOTAL TO EDIT-CONTROL-TOTAL.                    00055100
055200     STRING 'AP PAYMENT REQUESTS: ' DELIMITED BY SIZE             00055200
055300            VOUCHER-COUNT DELIMITED BY SIZE                       00055300
055400            '  TRAILER TOTAL: ' DELIMITED BY SIZE                 00055400
055500            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00055500
055600       INTO MESSAGE-TEXT.                                         00055600
055700     PERFORM WRITE-MESSAGE-LINE.                                  00055700
055800******************************************************************00055800
055900 CHECK-CONTROL-TOTALS.                                            00055900
056000     MOVE SPACES TO MESSAGE-LINE.                                 00056000
056100     IF VOUCHER-TOTAL = BATCH-TOTAL                               00056100
056200        AND VOUCHER-TOTAL = REFUND-TOTAL                          00056200
056300         MOVE 'AP VOUCHER AND AR ADJUSTMENT CONTROL TOTALS AGREE' 00056300
056400             TO MESSAGE-TEXT                                      00056400
056500     ELSE                                                         00056500
056600         MOVE 'AP VOUCHER AND AR ADJUSTMENT TOTALS DIFFER'        00056600
056700             TO MESSAGE-TEXT                                      00056700
056800         PERFORM RAISE-ERROR-SEVERITY                             00056800
056900     END-IF.                                                      00056900
057000     PERFORM WRITE-MESSAGE-LINE.                                  00057000
057100******************************************************************00057100
057200 WRITE-MESSAGE-LINE.                                              00057200
057300     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00057300
057400     MOVE 1 TO LINE-SPACING.                                      00057400
057500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00057500
057600     WRITE OUTPUT-RECORD.                                         00057600
057700     ADD 1 TO LINES-WRITTEN.                                      00057700
057800******************************************************************00057800
057900 RAISE-WARNING-SEVERITY.                                          00057900
058000     IF HIGHEST-SEVERITY < 4                                      00058000
058100         MOVE 4 TO HIGHEST-SEVERITY                               00058100
058200     END-IF.                                                      00058200
058300******************************************************************00058300
058400 RAISE-ERROR-SEVERITY.                                            00058400
058500     IF HIGHEST-SEVERITY < 8                                      00058500
058600         MOVE 8 TO HIGHEST-SEVERITY                               00058600
058700     END-IF.                                                      00058700
058800******************************************************************00058800
058900 WRITE-HEADER.                                                    00058900
059000     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.                       00059000
059100     ADD 1 TO PAGE-COUNT.                                         00059100
059200     MOVE PAGE-COUNT TO HEADER-PAGE-NO.                           00059200
059300     MOVE RUN-DATE TO HEADER-RUN-DATE.                            00059300
059400     MOVE POSTING-HEADER-RECORD TO OUTPUT-LINE.                   00059400
059500     WRITE OUTPUT-RECORD.                                         00059500
059600     MOVE ZERO TO LINES-WRITTEN.                                  00059600
059700******************************************************************00059700
059800 WRITE-COLUMN-HEADINGS.                                           00059800
059900     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.                     00059900
060000     MOVE 2 TO LINE-SPACING.                                      00060000
060100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00060100
060200     WRITE OUTPUT-RECORD.                                         00060200
060300     ADD 2 TO LINES-WRITTEN.                                      00060300
060400******************************************************************00060400
060500 WRITE-RUN-LOG.                                                   00060500
060600     OPEN EXTEND RUN-LOG-FILE.                                    00060600
060700     ACCEPT RUN-TIME FROM TIME.                                   00060700
060800     MOVE SPACES TO RUN-LOG-RECORD.                               00060800
060900     MOVE 'ARRFPST' TO RLOG-PROGRAM-ID.                           00060900
061000     MOVE RUN-DATE TO RLOG-RUN-DATE.                              00061000
061100     MOVE RUN-TIME (1:6) TO RLOG-RUN-TIME.                        00061100
061200     MOVE CARDS-READ TO RLOG-RECORDS-IN.                          00061200
061300     MOVE REFUND-COUNT TO RLOG-RECORDS-OUT.                       00061300
061400     MOVE BATCH-RECORD-COUNT TO RLOG-RECORDS-ADDED.               00061400
061500     MOVE REJECTED-COUNT TO RLOG-REJECT-COUNT.                    00061500
061600     MOVE HIGHEST-SEVERITY TO RLOG-RETURN-CODE.                   00061600
061700     WRITE RUN-LOG-RECORD.                                        00061700
061800     CLOSE RUN-LOG-FILE.                                          00061800
