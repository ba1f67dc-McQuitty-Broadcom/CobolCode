000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID. ARFCAST.                                             00000200
000300 AUTHOR. BRAIN.                                                   00000300
000400 ENVIRONMENT DIVISION.                                            00000400
000500 INPUT-OUTPUT SECTION.                                            00000500
000600 FILE-CONTROL.                                                    00000600
000700     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.                        00000700
000800     SELECT OPEN-ITEM-FILE ASSIGN U-T-OITMIN.                     00000800
000900     SELECT HISTORY-IN-FILE ASSIGN U-T-HISTIN.                    00000900
001000     SELECT CUSTOMER-MASTER ASSIGN U-T-CUSTMST                    00001000
001100         ORGANIZATION INDEXED                                     00001100
001200         ACCESS RANDOM                                            00001200
001300         RECORD KEY CUST-ACCOUNT-NO.                              00001300
001400     SELECT BRANCH-REF-FILE ASSIGN U-T-BRANCH.                    00001400
001500     SELECT CSV-FILE ASSIGN U-T-FCSTCSV.                          00001500
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
002700 FD OPEN-ITEM-FILE                                                00002700
002800     LABEL RECORDS ARE STANDARD                                   00002800
002900     RECORD CONTAINS 80 CHARACTERS                                00002900
003000     DATA RECORD IS OPEN-ITEM-RECORD.                             00003000
003100 COPY AROITEM.                                                    00003100
003200 FD HISTORY-IN-FILE                                               00003200
003300     LABEL RECORDS ARE STANDARD                                   00003300
003400     RECORD CONTAINS 80 CHARACTERS                                00003400
003500     DATA RECORD IS HISTORY-RECORD.                               00003500
003600 COPY ARHREC.                                                     00003600
003700 FD CUSTOMER-MASTER                                               00003700
003800     LABEL RECORDS ARE STANDARD                                   00003800
003900     RECORD CONTAINS 60 CHARACTERS                                00003900
004000     DATA RECORD IS CUSTOMER-MASTER-RECORD.                       00004000
004100 COPY CUSTMST.                                                    00004100
004200 FD BRANCH-REF-FILE                                               00004200
004300     LABEL RECORDS ARE STANDARD                                   00004300
004400     RECORD CONTAINS 80 CHARACTERS                                00004400
004500     DATA RECORD IS BRANCH-MASTER-RECORD.                         00004500
004600 COPY BRCHMST.                                                    00004600
004700 FD CSV-FILE                                                      00004700
004800     LABEL RECORDS ARE STANDARD                                   00004800
004900     RECORD CONTAINS 200 CHARACTERS                               00004900
005000     DATA RECORD IS CSV-RECORD.                                   00005000
005100   01 CSV-RECORD                 PIC X(200).                      00005100
005200 FD RUN-LOG-FILE                                                  00005200
005300     LABEL RECORDS ARE STANDARD                                   00005300
005400     RECORD CONTAINS 80 CHARACTERS                                00005400
005500     DATA RECORD IS RUN-LOG-RECORD.                               00005500
005600 COPY ARRLREC.                                                    00005600
005700******************************************************************00005700
005800 WORKING-STORAGE SECTION.                                         00005800
005900 01  FORECAST-HEADER-RECORD.                                      00005900
006000     02  FILLER             PIC X(5)   VALUE SPACES.              00006000
006100     02  FILLER             PIC X(91)                             00006100
006200         VALUE 'WEEKLY CASH COLLECTIONS FORECAST'.                00006200
006300     02  FILLER             PIC X(5)   VALUE SPACES.              00006300
006400     02  FILLER             PIC X(4)   VALUE 'PAGE'.              00006400
006500     02  FILLER             PIC X      VALUE SPACE.               00006500
006600     02  HEADER-PAGE-NO     PIC ZZ9.                              00006600
006700     02  FILLER             PIC X(5)   VALUE SPACES.              00006700
006800     02  FILLER             PIC X(9)   VALUE 'RUN DATE:'.         00006800
006900     02  FILLER             PIC X      VALUE SPACE.               00006900
007000     02  HEADER-RUN-DATE    PIC X(8).                             00007000
007100 01  PROGRAM-WORK-FIELDS.                                         00007100
007200     02  OPEN-ITEM-SWITCH  PIC X(3).                              00007200
007300         88  END-OF-OPEN-ITEMS VALUE 'EOF'.                       00007300
007400     02  HISTORY-SWITCH    PIC X(3).                              00007400
007500         88  END-OF-HISTORY VALUE 'EOF'.                          00007500
007600     02  BRANCH-REF-SWITCH PIC X(3).                              00007600
007700         88  END-OF-BRANCH-REF VALUE 'EOF'.                       00007700
007800     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.                  00007800
007900     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.                  00007900
008000     02  RUN-DATE          PIC 9(8)  VALUE ZERO.                  00008000
008100     02  RUN-TIME          PIC 9(8)  VALUE ZERO.                  00008100
008200 COPY PAGING.                                                     00008200
008300 01  FORECAST-WORK-FIELDS.                                        00008300
008400     02  LOOKBACK-DAYS         PIC 9(3)  VALUE 180.               00008400
008500     02  RUN-DATE-INT          PIC S9(9) COMP.                    00008500
008600     02  LOOKBACK-START-INT    PIC S9(9) COMP.                    00008600
008700     02  WORK-DATE-INT         PIC S9(9) COMP.                    00008700
008800     02  INVOICE-DATE-INT      PIC S9(9) COMP.                    00008800
008900     02  DUE-DATE-INT          PIC S9(9) COMP.                    00008900
009000     02  OLDEST-DUE-INT        PIC S9(9) COMP.                    00009000
009100     02  EXPECTED-DATE-INT     PIC S9(9) COMP.                    00009100
009200     02  DAYS-LATE             PIC S9(9) COMP.                    00009200
009300     02  WEEK-NO               PIC S9(9) COMP.                    00009300
009400     02  WORK-DATE             PIC 9(8)  VALUE ZERO.              00009400
009500     02  CURRENT-ACCOUNT       PIC 9(8)  VALUE ZERO.              00009500
009600     02  ACCOUNT-NAME          PIC X(25) VALUE SPACES.            00009600
009700     02  ACCOUNT-TERMS         PIC X(3)  VALUE SPACES.            00009700
009800     02  TERMS-DAYS            PIC 9(3)  VALUE 30.                00009800
009900     02  HOLD-SWITCH           PIC X(3)  VALUE 'NO '.             00009900
010000         88  ACCOUNT-ON-HOLD   VALUE 'YES'.                       00010000
010100     02  AT-RISK-SWITCH        PIC X(3)  VALUE 'NO '.             00010100
010200         88  ACCOUNT-AT-RISK   VALUE 'YES'.                       00010200
010300     02  ITEM-PAST-DUE-SWITCH  PIC X(3)  VALUE 'NO '.             00010300
010400         88  ITEM-PAST-DUE     VALUE 'YES'.                       00010400
010500     02  ACCOUNT-LATEST-BRANCH PIC X(10) VALUE SPACES.            00010500
010600     02  ITEM-BRANCH           PIC X(10) VALUE SPACES.            00010600
010700     02  LATE-DAYS-TOTAL       PIC 9(9)  VALUE ZERO.              00010700
010800     02  LATE-PAYMENT-COUNT    PIC 9(6)  VALUE ZERO.              00010800
010900     02  AVERAGE-DAYS-LATE     PIC 9(3)  VALUE ZERO.              00010900
011000     02  ACCOUNT-PAST-DUE      PIC S9(13) VALUE ZERO.             00011000
011100     02  ACCOUNT-OTHER-RISK    PIC S9(13) VALUE ZERO.             00011100
011200     02  BUCKET-IX             PIC 9(2)  VALUE ZERO.              00011200
011300     02  COLUMN-IX             PIC 9(2)  VALUE ZERO.              00011300
011400 01  INVOICE-TABLE-FIELDS.                                        00011400
011500     02  INVOICE-COUNT         PIC 9(3)  VALUE ZERO.              00011500
011600     02  INVOICE-IX            PIC 9(3)  VALUE ZERO.              00011600
011700     02  INVOICE-FOUND-SWITCH  PIC X(3)  VALUE 'NO '.             00011700
011800         88  INVOICE-FOUND     VALUE 'YES'.                       00011800
011900     02  INVOICE-LOOKUP-REF    PIC X(20) VALUE SPACES.            00011900
011920     02  INVOICE-OLDEST-IX     PIC 9(3)  VALUE ZERO.              00011920
012000 01  INVOICE-TABLE.                                               00012000
012100     02  INVOICE-ENTRY OCCURS 200 TIMES.                          00012100
012200         03  INV-TBL-REFERENCE PIC X(20).                         00012200
012300         03  INV-TBL-DATE      PIC 9(8).                          00012300
012400         03  INV-TBL-BRANCH    PIC X(10).                         00012400
012500 01  ACCOUNT-ITEM-TABLE-FIELDS.                                   00012500
012600     02  ACCT-ITEM-COUNT       PIC 9(4)  VALUE ZERO.              00012600
012700     02  ACCT-ITEM-IX          PIC 9(4)  VALUE ZERO.              00012700
012800 01  ACCOUNT-ITEM-TABLE.                                          00012800
012900     02  ACCT-ITEM-ENTRY OCCURS 2000 TIMES.                       00012900
013000         03  AIT-REFERENCE     PIC X(20).                         00013000
013100         03  AIT-OPEN-DATE     PIC 9(8).                          00013100
013200         03  AIT-BALANCE       PIC S9(13).                        00013200
013300 01  FORECAST-BRANCH-FIELDS.                                      00013300
013400     02  FCB-COUNT             PIC 9(3)  VALUE ZERO.              00013400
013500     02  FCB-IX                PIC 9(3)  VALUE ZERO.              00013500
013600     02  FCB-FOUND-SWITCH      PIC X(3)  VALUE 'NO '.             00013600
013700         88  FCB-FOUND         VALUE 'YES'.                       00013700
013800     02  FCB-LOOKUP-CODE       PIC X(10) VALUE SPACES.            00013800
013900 01  FORECAST-BRANCH-TABLE.                                       00013900
014000     02  FCB-ENTRY OCCURS 200 TIMES.                              00014000
014100         03  FCB-CODE          PIC X(10).                         00014100
014200         03  FCB-REGION        PIC X(10).                         00014200
014300         03  FCB-AMOUNTS.                                         00014300
014400             04  FCB-AMOUNT    PIC S9(13) OCCURS 8 TIMES.         00014400
014500 01  FORECAST-REGION-FIELDS.                                      00014500
014600     02  FCR-COUNT             PIC 9(3)  VALUE ZERO.              00014600
014700     02  FCR-IX                PIC 9(3)  VALUE ZERO.              00014700
014800     02  FCR-FOUND-SWITCH      PIC X(3)  VALUE 'NO '.             00014800
014900         88  FCR-FOUND         VALUE 'YES'.                       00014900
015000 01  FORECAST-REGION-TABLE.                                       00015000
015100     02  FCR-ENTRY OCCURS 50 TIMES.                               00015100
015200         03  FCR-REGION        PIC X(10).                         00015200
015300         03  FCR-AMOUNTS.                                         00015300
015400             04  FCR-AMOUNT    PIC S9(13) OCCURS 8 TIMES.         00015400
015500 01  FORECAST-GRAND-TOTALS.                                       00015500
015600     02  FCG-AMOUNTS.                                             00015600
015700         03  FCG-AMOUNT        PIC S9(13) OCCURS 8 TIMES.         00015700
015800 01  LINE-AMOUNT-FIELDS.                                          00015800
015900     02  LINE-AMOUNTS.                                            00015900
016000         03  LINE-AMOUNT       PIC S9(13) OCCURS 8 TIMES.         00016000
016100     02  LINE-TOTAL-OPEN       PIC S9(13) VALUE ZERO.             00016100
016200     02  LINE-LABEL            PIC X(10) VALUE SPACES.            00016200
016300     02  LINE-REGION           PIC X(10) VALUE SPACES.            00016300
016400     02  LINE-LEVEL            PIC X(6)  VALUE SPACES.            00016400
016500 01  CSV-WORK-FIELDS.                                             00016500
016600     02  CSV-POINTER           PIC 9(3)  VALUE 1.                 00016600
016700     02  CSV-AMOUNT-EDIT       PIC Z(12)9-.                       00016700
016800     02  CSV-RECORD-COUNT      PIC 9(6)  VALUE ZERO.              00016800
016900 01  FORECAST-COUNT-FIELDS.                                       00016900
017000     02  ITEMS-READ            PIC 9(8)  VALUE ZERO.              00017000
017100     02  ITEMS-FORECAST        PIC 9(8)  VALUE ZERO.              00017100
017200     02  CREDIT-ITEMS-SKIPPED  PIC 9(6)  VALUE ZERO.              00017200
017300     02  ITEMS-NOT-FORECAST    PIC 9(6)  VALUE ZERO.              00017300
017400     02  ITEMS-NOT-FORECAST-TOTAL PIC S9(13) VALUE ZERO.          00017400
017450     02  INVOICES-DROPPED      PIC 9(6)  VALUE ZERO.              00017450
017500     02  HISTORY-READ          PIC 9(8)  VALUE ZERO.              00017500
017600     02  ACCOUNTS-READ         PIC 9(6)  VALUE ZERO.              00017600
017700     02  ACCOUNTS-AT-RISK      PIC 9(6)  VALUE ZERO.              00017700
017800     02  ACCOUNTS-ON-HOLD      PIC 9(6)  VALUE ZERO.              00017800
017900     02  ACCOUNTS-PAYING-LATE  PIC 9(6)  VALUE ZERO.              00017900
018000     02  EDIT-CONTROL-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00018000
018100 01  SEVERITY-FIELDS.                                             00018100
018200     02  HIGHEST-SEVERITY      PIC 9(2)  VALUE ZERO.              00018200
018300 01  COLUMN-HEADING-LINE.                                         00018300
018400     02  FILLER            PIC X(2)  VALUE SPACES.                00018400
018500     02  FILLER            PIC X(8)  VALUE 'ACCOUNT'.             00018500
018600     02  FILLER            PIC X(2)  VALUE SPACES.                00018600
018700     02  FILLER            PIC X(25) VALUE 'CUSTOMER NAME'.       00018700
018800     02  FILLER            PIC X(2)  VALUE SPACES.                00018800
018900     02  FILLER            PIC X(5)  VALUE 'TERMS'.               00018900
019000     02  FILLER            PIC X(2)  VALUE SPACES.                00019000
019100     02  FILLER            PIC X(4)  VALUE 'HOLD'.                00019100
019200     02  FILLER            PIC X(2)  VALUE SPACES.                00019200
019300     02  FILLER            PIC X(10) VALUE 'OLDEST DUE'.          00019300
019400     02  FILLER            PIC X(2)  VALUE SPACES.                00019400
019500     02  FILLER            PIC X(16) VALUE '        PAST DUE'.    00019500
019600     02  FILLER            PIC X(2)  VALUE SPACES.                00019600
019700     02  FILLER            PIC X(16) VALUE '   NOT YET DUE'.      00019700
019800     02  FILLER            PIC X(2)  VALUE SPACES.                00019800
019900     02  FILLER            PIC X(16) VALUE '   TOTAL AT RISK'.    00019900
020000     02  FILLER            PIC X(2)  VALUE SPACES.                00020000
020100     02  FILLER            PIC X(8)  VALUE 'AVG LATE'.            00020100
020200     02  FILLER            PIC X(6)  VALUE SPACES.                00020200
020300 01  RISK-LINE.                                                   00020300
020400     02  FILLER            PIC X(2).                              00020400
020500     02  RISK-ACCOUNT      PIC 9(8).                              00020500
020600     02  FILLER            PIC X(2).                              00020600
020700     02  RISK-NAME         PIC X(25).                             00020700
020800     02  FILLER            PIC X(2).                              00020800
020900     02  RISK-TERMS        PIC X(5).                              00020900
021000     02  FILLER            PIC X(2).                              00021000
021100     02  RISK-HOLD         PIC X(4).                              00021100
021200     02  FILLER            PIC X(2).                              00021200
021300     02  RISK-OLDEST-DUE   PIC X(10).                             00021300
021400     02  FILLER            PIC X(2).                              00021400
021500     02  RISK-PAST-DUE     PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00021500
021600     02  FILLER            PIC X(2).                              00021600
021700     02  RISK-NOT-DUE      PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00021700
021800     02  FILLER            PIC X(2).                              00021800
021900     02  RISK-TOTAL        PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00021900
022000     02  FILLER            PIC X(2).                              00022000
022100     02  RISK-AVG-LATE     PIC ZZZZZZZ9.                          00022100
022200     02  FILLER            PIC X(6).                              00022200
022300 01  FORECAST-HEADING-LINE.                                       00022300
022400     02  FILLER            PIC X(2)  VALUE SPACES.                00022400
022500     02  FORECAST-HEADING-LABEL PIC X(10) VALUE 'BRANCH'.         00022500
022600     02  FILLER            PIC X(15) VALUE '      THIS WEEK'.     00022600
022700     02  FILLER            PIC X(15) VALUE '         WEEK 2'.     00022700
022800     02  FILLER            PIC X(15) VALUE '         WEEK 3'.     00022800
022900     02  FILLER            PIC X(15) VALUE '         WEEK 4'.     00022900
023000     02  FILLER            PIC X(15) VALUE '          LATER'.     00023000
023100     02  FILLER            PIC X(15) VALUE ' FORECAST TOTAL'.     00023100
023200     02  FILLER            PIC X(15) VALUE ' AT RISK - PAST'.     00023200
023300     02  FILLER            PIC X(15) VALUE '  AT RISK - NOT'.     00023300
023400 01  FORECAST-DATE-HEADING-LINE.                                  00023400
023500     02  FILLER            PIC X(12).                             00023500
023600     02  FDH-ENTRY OCCURS 5 TIMES.                                00023600
023700         03  FILLER        PIC X(2).                              00023700
023800         03  FDH-LABEL     PIC X(5).                              00023800
023900         03  FDH-DATE      PIC X(8).                              00023900
024000     02  FILLER            PIC X(15).                             00024000
024100     02  FDH-PAST-LABEL    PIC X(15).                             00024100
024200     02  FDH-NOT-LABEL     PIC X(15).                             00024200
024300 01  AMOUNT-LINE.                                                 00024300
024400     02  FILLER            PIC X(2).                              00024400
024500     02  AMT-LABEL         PIC X(10).                             00024500
024600     02  AMT-COLUMN OCCURS 8 TIMES.                               00024600
024700         03  FILLER        PIC X.                                 00024700
024800         03  AMT-VALUE     PIC ZZ,ZZZ,ZZZ,ZZ9.                    00024800
024900 01  MESSAGE-LINE.                                                00024900
025000     02  FILLER            PIC X(5).                              00025000
025100     02  MESSAGE-TEXT      PIC X(127).                            00025100
025200 LINKAGE SECTION.                                                 00025200
025300 01  PARM-DATA.                                                   00025300
025400     02  PARM-LENGTH       PIC S9(4) COMP.                        00025400
025500     02  PARM-TEXT         PIC X(8).                              00025500
025600******************************************************************00025600
025700 PROCEDURE DIVISION USING PARM-DATA.                              00025700
025800     OPEN INPUT  OPEN-ITEM-FILE                                   00025800
025900                 HISTORY-IN-FILE                                  00025900
026000                 CUSTOMER-MASTER                                  00026000
026100                 BRANCH-REF-FILE                                  00026100
026200          OUTPUT CSV-FILE                                         00026200
026300                 REPORT-FILE.                                     00026300
026400     ACCEPT RUN-DATE FROM DATE YYYYMMDD.                          00026400
026500     COMPUTE RUN-DATE-INT =                                       00026500
026600         FUNCTION INTEGER-OF-DATE(RUN-DATE).                      00026600
026700     PERFORM SET-LOOKBACK-DAYS.                                   00026700
026800     COMPUTE LOOKBACK-START-INT = RUN-DATE-INT - LOOKBACK-DAYS.   00026800
026850     MOVE 1 TO COLUMN-IX.                                         00026850
026900     PERFORM CLEAR-GRAND-COLUMN UNTIL COLUMN-IX > 8.              00026900
027000     PERFORM LOAD-BRANCH-REFERENCE.                               00027000
027100     PERFORM WRITE-HEADER.                                        00027100
027200     MOVE SPACES TO MESSAGE-LINE.                                 00027200
027300     MOVE 'AT-RISK ACCOUNTS - ON HOLD OR WITH ITEMS PAST DUE'     00027300
027400         TO MESSAGE-TEXT.                                         00027400
027500     PERFORM WRITE-MESSAGE-DOUBLE.                                00027500
027600     PERFORM WRITE-COLUMN-HEADINGS.                               00027600
027700     PERFORM GET-HISTORY.                                         00027700
027800     PERFORM GET-OPEN-ITEM.                                       00027800
027900     PERFORM PROCESS-ACCOUNT UNTIL END-OF-OPEN-ITEMS.             00027900
028000     IF ACCOUNTS-AT-RISK = ZERO                                   00028000
028100         MOVE SPACES TO MESSAGE-LINE                              00028100
028200         MOVE 'NO ACCOUNTS AT RISK' TO MESSAGE-TEXT               00028200
028300         PERFORM WRITE-MESSAGE-LINE                               00028300
028400     END-IF.                                                      00028400
028500     PERFORM BUILD-REGION-TABLE.                                  00028500
028600     PERFORM WRITE-CSV-HEADER.                                    00028600
028700     PERFORM PRINT-BRANCH-FORECAST.                               00028700
028800     PERFORM PRINT-REGION-FORECAST.                               00028800
028900     PERFORM PRINT-GRAND-FORECAST.                                00028900
029000     PERFORM PRINT-FORECAST-SUMMARY.                              00029000
029100     PERFORM CHECK-EMPTY-INPUT.                                   00029100
029200     CLOSE OPEN-ITEM-FILE                                         00029200
029300           HISTORY-IN-FILE                                        00029300
029400           CUSTOMER-MASTER                                        00029400
029500           BRANCH-REF-FILE                                        00029500
029600           CSV-FILE                                               00029600
029700           REPORT-FILE.                                           00029700
029800     MOVE HIGHEST-SEVERITY TO RETURN-CODE.                        00029800
029900     PERFORM WRITE-RUN-LOG.                                       00029900
030000     GOBACK.                                                      00030000
030100******************************************************************00030100
030200 SET-LOOKBACK-DAYS.                                               00030200
030300     IF PARM-LENGTH > 2                                           00030300
030400        AND PARM-TEXT (1:3) NUMERIC                               00030400
030500         MOVE PARM-TEXT (1:3) TO LOOKBACK-DAYS                    00030500
030600     END-IF.                                                      00030600
030620******************************************************************00030620
030640 CLEAR-GRAND-COLUMN.                                              00030640
030660     MOVE ZERO TO FCG-AMOUNT (COLUMN-IX).                         00030660
030680     ADD 1 TO COLUMN-IX.                                          00030680
030700******************************************************************00030700
030800* THE FORECAST TABLE STARTS WITH EVERY BRANCH ON THE BRANCH MASTER00030800
030900* IN FILE ORDER; A BRANCH ONLY FOUND ON HISTORY IS ADDED AFTER.   00030900
031000 LOAD-BRANCH-REFERENCE.                                           00031000
031100     PERFORM GET-BRANCH-REFERENCE.                                00031100
031200     PERFORM LOAD-ONE-BRANCH-REFERENCE                            00031200
031300         UNTIL END-OF-BRANCH-REF.                                 00031300
031400     IF FCB-COUNT = ZERO                                          00031400
031500         MOVE SPACES TO MESSAGE-LINE                              00031500
031600         MOVE 'BRANCH REFERENCE FILE EMPTY - REGIONS NOT KNOWN'   00031600
031700             TO MESSAGE-TEXT                                      00031700
031800         PERFORM WRITE-MESSAGE-LINE                               00031800
031900         PERFORM RAISE-WARNING-SEVERITY                           00031900
032000     END-IF.                                                      00032000
032100******************************************************************00032100
032200 GET-BRANCH-REFERENCE.                                            00032200
032300     READ BRANCH-REF-FILE AT END                                  00032300
032400         MOVE 'EOF' TO BRANCH-REF-SWITCH.                         00032400
032500******************************************************************00032500
032600 LOAD-ONE-BRANCH-REFERENCE.                                       00032600
032700     IF FCB-COUNT < 200                                           00032700
032800         ADD 1 TO FCB-COUNT                                       00032800
032900         PERFORM CLEAR-FORECAST-BRANCH                            00032900
033000         MOVE BRCH-CODE TO FCB-CODE (FCB-COUNT)                   00033000
033100         MOVE BRCH-REGION TO FCB-REGION (FCB-COUNT)               00033100
033200     END-IF.                                                      00033200
033300     PERFORM GET-BRANCH-REFERENCE.                                00033300
033305******************************************************************00033305
033310 CLEAR-FORECAST-BRANCH.                                           00033310
033315     MOVE SPACES TO FCB-CODE (FCB-COUNT)                          00033315
033320                    FCB-REGION (FCB-COUNT).                       00033320
033325     MOVE 1 TO COLUMN-IX.                                         00033325
033330     PERFORM CLEAR-BRANCH-COLUMN UNTIL COLUMN-IX > 8.             00033330
033335******************************************************************00033335
033340 CLEAR-BRANCH-COLUMN.                                             00033340
033345     MOVE ZERO TO FCB-AMOUNT (FCB-COUNT COLUMN-IX).               00033345
033350     ADD 1 TO COLUMN-IX.                                          00033350
033400******************************************************************00033400
033500 GET-OPEN-ITEM.                                                   00033500
033600     READ OPEN-ITEM-FILE AT END                                   00033600
033700         MOVE 'EOF' TO OPEN-ITEM-SWITCH.                          00033700
033800     IF NOT END-OF-OPEN-ITEMS                                     00033800
033900         ADD 1 TO ITEMS-READ                                      00033900
034000     END-IF.                                                      00034000
034100******************************************************************00034100
034200 GET-HISTORY.                                                     00034200
034300     READ HISTORY-IN-FILE AT END                                  00034300
034400         MOVE 'EOF' TO HISTORY-SWITCH.                            00034400
034500     IF NOT END-OF-HISTORY                                        00034500
034600         ADD 1 TO HISTORY-READ                                    00034600
034700     END-IF.                                                      00034700
034800******************************************************************00034800
034900 PROCESS-ACCOUNT.                                                 00034900
035000     MOVE OITEM-ACCOUNT TO CURRENT-ACCOUNT.                       00035000
035100     ADD 1 TO ACCOUNTS-READ.                                      00035100
035200     PERFORM LOOKUP-CUSTOMER.                                     00035200
035400     MOVE ZERO TO ACCT-ITEM-COUNT.                                00035400
035500     PERFORM STORE-ACCOUNT-ITEM                                   00035500
035600         UNTIL END-OF-OPEN-ITEMS                                  00035600
035700            OR OITEM-ACCOUNT NOT = CURRENT-ACCOUNT.               00035700
035750     PERFORM LOAD-ACCOUNT-HISTORY.                                00035750
035800     MOVE 'NO ' TO AT-RISK-SWITCH.                                00035800
035900     IF ACCOUNT-ON-HOLD                                           00035900
036000         MOVE 'YES' TO AT-RISK-SWITCH                             00036000
036100         ADD 1 TO ACCOUNTS-ON-HOLD                                00036100
036200     END-IF.                                                      00036200
036300     MOVE 1 TO ACCT-ITEM-IX.                                      00036300
036400     PERFORM CHECK-ITEM-PAST-DUE                                  00036400
036500         UNTIL ACCT-ITEM-IX > ACCT-ITEM-COUNT.                    00036500
036600     MOVE ZERO TO ACCOUNT-PAST-DUE                                00036600
036700                  ACCOUNT-OTHER-RISK                              00036700
036800                  OLDEST-DUE-INT.                                 00036800
036900     MOVE 1 TO ACCT-ITEM-IX.                                      00036900
037000     PERFORM FORECAST-ITEM                                        00037000
037100         UNTIL ACCT-ITEM-IX > ACCT-ITEM-COUNT.                    00037100
037200     IF ACCOUNT-AT-RISK                                           00037200
037300         ADD 1 TO ACCOUNTS-AT-RISK                                00037300
037400         PERFORM WRITE-RISK-LINE                                  00037400
037500     END-IF.                                                      00037500
037600******************************************************************00037600
037700 LOOKUP-CUSTOMER.                                                 00037700
037800     MOVE 'NO ' TO HOLD-SWITCH.                                   00037800
037900     MOVE SPACES TO ACCOUNT-TERMS.                                00037900
038000     MOVE CURRENT-ACCOUNT TO CUST-ACCOUNT-NO.                     00038000
038100     READ CUSTOMER-MASTER                                         00038100
038200         INVALID KEY                                              00038200
038300             MOVE '** NOT ON CUSTOMER MASTER' TO ACCOUNT-NAME     00038300
038400         NOT INVALID KEY                                          00038400
038500             MOVE CUST-NAME TO ACCOUNT-NAME                       00038500
038600             MOVE CUST-TERMS-CODE TO ACCOUNT-TERMS                00038600
038700             IF CUST-ON-HOLD                                      00038700
038800                 MOVE 'YES' TO HOLD-SWITCH                        00038800
038900             END-IF                                               00038900
039000     END-READ.                                                    00039000
039100     IF ACCOUNT-TERMS = 'N45'                                     00039100
039200         MOVE 45 TO TERMS-DAYS                                    00039200
039300     ELSE                                                         00039300
039400         IF ACCOUNT-TERMS = 'N60'                                 00039400
039500             MOVE 60 TO TERMS-DAYS                                00039500
039600         ELSE                                                     00039600
039700             MOVE 30 TO TERMS-DAYS                                00039700
039800         END-IF                                                   00039800
039900     END-IF.                                                      00039900
040000******************************************************************00040000
040100* THE ACCOUNT'S INVOICES ON HISTORY GIVE EACH ITEM ITS BRANCH.    00040100
040200* PAYMENTS IN THE LOOKBACK PERIOD THAT NAME ONE OF THOSE INVOICES 00040200
040300* GIVE THE AVERAGE DAYS PAID AFTER THE DUE DATE (EARLY COUNTS AS  00040300
040400* ZERO), WHICH MOVES THE ACCOUNT'S EXPECTED COLLECTIONS LATER.    00040400
040420* EVERY INVOICE ON THE ACCOUNT'S HISTORY IS HELD, SO A LATE       00040420
040440* PAYMENT ON AN OLD INVOICE STILL FINDS THE DATE IT WAS RAISED.   00040440
040500 LOAD-ACCOUNT-HISTORY.                                            00040500
040600     MOVE ZERO TO INVOICE-COUNT                                   00040600
040700                  LATE-DAYS-TOTAL                                 00040700
040800                  LATE-PAYMENT-COUNT                              00040800
040900                  AVERAGE-DAYS-LATE.                              00040900
041000     MOVE SPACES TO ACCOUNT-LATEST-BRANCH.                        00041000
041050     MOVE 1 TO INVOICE-OLDEST-IX.                                 00041050
041100     PERFORM GET-HISTORY                                          00041100
041200         UNTIL END-OF-HISTORY                                     00041200
041300            OR HIST-ACCOUNT NOT < CURRENT-ACCOUNT.                00041300
041400     PERFORM ADD-HISTORY-RECORD                                   00041400
041500         UNTIL END-OF-HISTORY                                     00041500
041600            OR HIST-ACCOUNT NOT = CURRENT-ACCOUNT.                00041600
041700     IF LATE-PAYMENT-COUNT > ZERO                                 00041700
041800         COMPUTE AVERAGE-DAYS-LATE ROUNDED =                      00041800
041900             LATE-DAYS-TOTAL / LATE-PAYMENT-COUNT                 00041900
042000         IF AVERAGE-DAYS-LATE > ZERO                              00042000
042100             ADD 1 TO ACCOUNTS-PAYING-LATE                        00042100
042200         END-IF                                                   00042200
042300     END-IF.                                                      00042300
042400******************************************************************00042400
042500 ADD-HISTORY-RECORD.                                              00042500
042600     IF HIST-TRAN-TYPE = 'I'                                      00042600
042700         MOVE HIST-BRANCH TO ACCOUNT-LATEST-BRANCH                00042700
042800         PERFORM STORE-INVOICE                                    00042800
043400     ELSE                                                         00043400
043500         IF HIST-TRAN-TYPE = 'P'                                  00043500
043600             PERFORM MEASURE-PAYMENT-LATENESS                     00043600
043700         END-IF                                                   00043700
043800     END-IF.                                                      00043800
043900     PERFORM GET-HISTORY.                                         00043900
043902******************************************************************00043902
043904* HISTORY IS IN DATE ORDER, SO WHEN THE TABLE IS FULL THE OLDEST  00043904
043906* INVOICE HELD IS REPLACED BY THE NEWER ONE.                      00043906
043908 STORE-INVOICE.                                                   00043908
043910     IF INVOICE-COUNT < 200                                       00043910
043912         ADD 1 TO INVOICE-COUNT                                   00043912
043914         MOVE INVOICE-COUNT TO INVOICE-IX                         00043914
043916     ELSE                                                         00043916
043918         MOVE INVOICE-OLDEST-IX TO INVOICE-IX                     00043918
043920         ADD 1 TO INVOICE-OLDEST-IX                               00043920
043922         IF INVOICE-OLDEST-IX > 200                               00043922
043924             MOVE 1 TO INVOICE-OLDEST-IX                          00043924
043926         END-IF                                                   00043926
043928         ADD 1 TO INVOICES-DROPPED                                00043928
043930         PERFORM RAISE-WARNING-SEVERITY                           00043930
043932     END-IF.                                                      00043932
043934     MOVE HIST-DESC TO INV-TBL-REFERENCE (INVOICE-IX).            00043934
043936     MOVE HIST-TRAN-DATE TO INV-TBL-DATE (INVOICE-IX).            00043936
043938     MOVE HIST-BRANCH TO INV-TBL-BRANCH (INVOICE-IX).             00043938
044000******************************************************************00044000
044100 MEASURE-PAYMENT-LATENESS.                                        00044100
044200     MOVE ZERO TO WORK-DATE-INT.                                  00044200
044300     IF HIST-TRAN-DATE NUMERIC                                    00044300
044400        AND HIST-TRAN-DATE > ZERO                                 00044400
044500         COMPUTE WORK-DATE-INT =                                  00044500
044600             FUNCTION INTEGER-OF-DATE(HIST-TRAN-DATE)             00044600
044700     END-IF.                                                      00044700
044800     IF WORK-DATE-INT NOT < LOOKBACK-START-INT                    00044800
044900         MOVE HIST-DESC TO INVOICE-LOOKUP-REF                     00044900
045000         PERFORM LOOKUP-INVOICE                                   00045000
045100         IF INVOICE-FOUND                                         00045100
045200            AND INV-TBL-DATE (INVOICE-IX) NUMERIC                 00045200
045300            AND INV-TBL-DATE (INVOICE-IX) > ZERO                  00045300
045400             MOVE INV-TBL-DATE (INVOICE-IX) TO WORK-DATE          00045400
045500             COMPUTE INVOICE-DATE-INT =                           00045500
045600                 FUNCTION INTEGER-OF-DATE(WORK-DATE)              00045600
045700             COMPUTE DAYS-LATE = WORK-DATE-INT                    00045700
045800                 - INVOICE-DATE-INT - TERMS-DAYS                  00045800
045900             IF DAYS-LATE < ZERO                                  00045900
046000                 MOVE ZERO TO DAYS-LATE                           00046000
046100             END-IF                                               00046100
046200             ADD DAYS-LATE TO LATE-DAYS-TOTAL                     00046200
046300             ADD 1 TO LATE-PAYMENT-COUNT                          00046300
046400         END-IF                                                   00046400
046500     END-IF.                                                      00046500
046600******************************************************************00046600
046700 LOOKUP-INVOICE.                                                  00046700
046800     MOVE 'NO ' TO INVOICE-FOUND-SWITCH.                          00046800
046900     MOVE 1 TO INVOICE-IX.                                        00046900
047000     PERFORM LOCATE-INVOICE-ENTRY                                 00047000
047100         UNTIL INVOICE-FOUND OR INVOICE-IX > INVOICE-COUNT.       00047100
047200******************************************************************00047200
047300 LOCATE-INVOICE-ENTRY.                                            00047300
047400     IF INV-TBL-REFERENCE (INVOICE-IX) = INVOICE-LOOKUP-REF       00047400
047500         MOVE 'YES' TO INVOICE-FOUND-SWITCH                       00047500
047600     ELSE                                                         00047600
047700         ADD 1 TO INVOICE-IX                                      00047700
047800     END-IF.                                                      00047800
047900******************************************************************00047900
048000 STORE-ACCOUNT-ITEM.                                              00048000
048100     IF OITEM-OPEN                                                00048100
048200        AND OITEM-BALANCE > ZERO                                  00048200
048300         IF ACCT-ITEM-COUNT < 2000                                00048300
048400             ADD 1 TO ACCT-ITEM-COUNT                             00048400
048500             MOVE OITEM-REFERENCE                                 00048500
048600                 TO AIT-REFERENCE (ACCT-ITEM-COUNT)               00048600
048700             MOVE OITEM-OPEN-DATE                                 00048700
048800                 TO AIT-OPEN-DATE (ACCT-ITEM-COUNT)               00048800
048900             MOVE OITEM-BALANCE                                   00048900
049000                 TO AIT-BALANCE (ACCT-ITEM-COUNT)                 00049000
049100         ELSE                                                     00049100
049200             ADD 1 TO ITEMS-NOT-FORECAST                          00049200
049300             ADD OITEM-BALANCE TO ITEMS-NOT-FORECAST-TOTAL        00049300
049400             PERFORM RAISE-WARNING-SEVERITY                       00049400
049500         END-IF                                                   00049500
049600     ELSE                                                         00049600
049700         ADD 1 TO CREDIT-ITEMS-SKIPPED                            00049700
049800     END-IF.                                                      00049800
049900     PERFORM GET-OPEN-ITEM.                                       00049900
050000******************************************************************00050000
050100 CHECK-ITEM-PAST-DUE.                                             00050100
050200     PERFORM COMPUTE-ITEM-DUE-DATE.                               00050200
050300     IF ITEM-PAST-DUE                                             00050300
050400         MOVE 'YES' TO AT-RISK-SWITCH                             00050400
050500     END-IF.                                                      00050500
050600     ADD 1 TO ACCT-ITEM-IX.                                       00050600
050700******************************************************************00050700
050800* AN ITEM WITH NO USABLE OPEN DATE IS TREATED AS DUE TODAY.       00050800
050900 COMPUTE-ITEM-DUE-DATE.                                           00050900
051000     MOVE RUN-DATE-INT TO DUE-DATE-INT.                           00051000
051100     IF AIT-OPEN-DATE (ACCT-ITEM-IX) NUMERIC                      00051100
051200        AND AIT-OPEN-DATE (ACCT-ITEM-IX) > ZERO                   00051200
051300         MOVE AIT-OPEN-DATE (ACCT-ITEM-IX) TO WORK-DATE           00051300
051400         COMPUTE WORK-DATE-INT =                                  00051400
051500             FUNCTION INTEGER-OF-DATE(WORK-DATE)                  00051500
051600         IF WORK-DATE-INT > ZERO                                  00051600
051700             COMPUTE DUE-DATE-INT = WORK-DATE-INT + TERMS-DAYS    00051700
051800         END-IF                                                   00051800
051900     END-IF.                                                      00051900
052000     IF DUE-DATE-INT < RUN-DATE-INT                               00052000
052100         MOVE 'YES' TO ITEM-PAST-DUE-SWITCH                       00052100
052200     ELSE                                                         00052200
052300         MOVE 'NO ' TO ITEM-PAST-DUE-SWITCH                       00052300
052400     END-IF.                                                      00052400
052500******************************************************************00052500
052600* ITEMS ON AN AT-RISK ACCOUNT ARE NOT FORECAST; THEY ARE CARRIED  00052600
052700* AS PAST DUE OR NOT YET DUE AT RISK. THE REST ARE SPREAD BY THE  00052700
052800* DUE DATE PUSHED BACK BY THE ACCOUNT'S AVERAGE DAYS LATE.        00052800
052900 FORECAST-ITEM.                                                   00052900
053000     PERFORM COMPUTE-ITEM-DUE-DATE.                               00053000
053100     PERFORM FIND-ITEM-BRANCH.                                    00053100
053200     IF ACCOUNT-AT-RISK                                           00053200
053300         IF ITEM-PAST-DUE                                         00053300
053400             MOVE 7 TO BUCKET-IX                                  00053400
053500             ADD AIT-BALANCE (ACCT-ITEM-IX) TO ACCOUNT-PAST-DUE   00053500
053600             IF OLDEST-DUE-INT = ZERO                             00053600
053700                OR DUE-DATE-INT < OLDEST-DUE-INT                  00053700
053800                 MOVE DUE-DATE-INT TO OLDEST-DUE-INT              00053800
053900             END-IF                                               00053900
054000         ELSE                                                     00054000
054100             MOVE 8 TO BUCKET-IX                                  00054100
054200             ADD AIT-BALANCE (ACCT-ITEM-IX) TO ACCOUNT-OTHER-RISK 00054200
054300         END-IF                                                   00054300
054400     ELSE                                                         00054400
054500         COMPUTE EXPECTED-DATE-INT =                              00054500
054600             DUE-DATE-INT + AVERAGE-DAYS-LATE                     00054600
054700         COMPUTE WEEK-NO =                                        00054700
054800             (EXPECTED-DATE-INT - RUN-DATE-INT) / 7 + 1           00054800
054900         IF WEEK-NO > 4                                           00054900
055000             MOVE 5 TO BUCKET-IX                                  00055000
055100         ELSE                                                     00055100
055200             MOVE WEEK-NO TO BUCKET-IX                            00055200
055300         END-IF                                                   00055300
055400         ADD 1 TO ITEMS-FORECAST                                  00055400
055500     END-IF.                                                      00055500
055600     PERFORM ADD-ITEM-TO-BUCKET.                                  00055600
055700     ADD 1 TO ACCT-ITEM-IX.                                       00055700
055800******************************************************************00055800
055900 FIND-ITEM-BRANCH.                                                00055900
056000     MOVE AIT-REFERENCE (ACCT-ITEM-IX) TO INVOICE-LOOKUP-REF.     00056000
056100     PERFORM LOOKUP-INVOICE.                                      00056100
056200     IF INVOICE-FOUND                                             00056200
056300         MOVE INV-TBL-BRANCH (INVOICE-IX) TO ITEM-BRANCH          00056300
056400     ELSE                                                         00056400
056500         IF ACCOUNT-LATEST-BRANCH NOT = SPACES                    00056500
056600             MOVE ACCOUNT-LATEST-BRANCH TO ITEM-BRANCH            00056600
056700         ELSE                                                     00056700
056800             MOVE 'UNKNOWN' TO ITEM-BRANCH                        00056800
056900         END-IF                                                   00056900
057000     END-IF.                                                      00057000
057100     MOVE ITEM-BRANCH TO FCB-LOOKUP-CODE.                         00057100
057200     PERFORM LOOKUP-FORECAST-BRANCH.                              00057200
057300     IF NOT FCB-FOUND                                             00057300
057400        AND FCB-COUNT < 200                                       00057400
057500         ADD 1 TO FCB-COUNT                                       00057500
057600         PERFORM CLEAR-FORECAST-BRANCH                            00057600
057700         MOVE ITEM-BRANCH TO FCB-CODE (FCB-COUNT)                 00057700
057800         MOVE 'UNKNOWN' TO FCB-REGION (FCB-COUNT)                 00057800
057900         MOVE FCB-COUNT TO FCB-IX                                 00057900
058000         MOVE 'YES' TO FCB-FOUND-SWITCH                           00058000
058100     END-IF.                                                      00058100
058200******************************************************************00058200
058300 LOOKUP-FORECAST-BRANCH.                                          00058300
058400     MOVE 'NO ' TO FCB-FOUND-SWITCH.                              00058400
058500     MOVE 1 TO FCB-IX.                                            00058500
058600     PERFORM LOCATE-FCB-ENTRY                                     00058600
058700         UNTIL FCB-FOUND OR FCB-IX > FCB-COUNT.                   00058700
058800******************************************************************00058800
058900 LOCATE-FCB-ENTRY.                                                00058900
059000     IF FCB-CODE (FCB-IX) = FCB-LOOKUP-CODE                       00059000
059100         MOVE 'YES' TO FCB-FOUND-SWITCH                           00059100
059200     ELSE                                                         00059200
059300         ADD 1 TO FCB-IX                                          00059300
059400     END-IF.                                                      00059400
059500******************************************************************00059500
059600* COLUMNS 1-4 ARE THE WEEKS, 5 LATER, 6 THE FORECAST TOTAL OF 1-5,00059600
059700* 7 PAST DUE AT RISK AND 8 NOT YET DUE AT RISK. A BRANCH THAT WILL00059700
059800* NOT FIT THE TABLE STILL COUNTS IN THE GRAND TOTAL.              00059800
059900 ADD-ITEM-TO-BUCKET.                                              00059900
060000     ADD AIT-BALANCE (ACCT-ITEM-IX) TO FCG-AMOUNT (BUCKET-IX).    00060000
060100     IF BUCKET-IX < 6                                             00060100
060200         ADD AIT-BALANCE (ACCT-ITEM-IX) TO FCG-AMOUNT (6)         00060200
060300     END-IF.                                                      00060300
060400     IF FCB-FOUND                                                 00060400
060500         ADD AIT-BALANCE (ACCT-ITEM-IX)                           00060500
060600             TO FCB-AMOUNT (FCB-IX BUCKET-IX)                     00060600
060700         IF BUCKET-IX < 6                                         00060700
060800             ADD AIT-BALANCE (ACCT-ITEM-IX)                       00060800
060900                 TO FCB-AMOUNT (FCB-IX 6)                         00060900
061000         END-IF                                                   00061000
061100     END-IF.                                                      00061100
061200******************************************************************00061200
061300 WRITE-RISK-LINE.                                                 00061300
061400     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00061400
061500         PERFORM WRITE-HEADER                                     00061500
061600         PERFORM WRITE-COLUMN-HEADINGS                            00061600
061700     END-IF.                                                      00061700
061800     MOVE SPACES TO RISK-LINE.                                    00061800
061900     MOVE CURRENT-ACCOUNT TO RISK-ACCOUNT.                        00061900
062000     MOVE ACCOUNT-NAME TO RISK-NAME.                              00062000
062100     MOVE ACCOUNT-TERMS TO RISK-TERMS.                            00062100
062200     IF ACCOUNT-ON-HOLD                                           00062200
062300         MOVE 'HOLD' TO RISK-HOLD                                 00062300
062400     END-IF.                                                      00062400
062500     IF OLDEST-DUE-INT > ZERO                                     00062500
062600         COMPUTE WORK-DATE =                                      00062600
062700             FUNCTION DATE-OF-INTEGER(OLDEST-DUE-INT)             00062700
062800         MOVE WORK-DATE TO RISK-OLDEST-DUE                        00062800
062900     END-IF.                                                      00062900
063000     MOVE ACCOUNT-PAST-DUE TO RISK-PAST-DUE.                      00063000
063100     MOVE ACCOUNT-OTHER-RISK TO RISK-NOT-DUE.                     00063100
063200     COMPUTE RISK-TOTAL = ACCOUNT-PAST-DUE + ACCOUNT-OTHER-RISK.  00063200
063300     MOVE AVERAGE-DAYS-LATE TO RISK-AVG-LATE.                     00063300
063400     MOVE RISK-LINE TO OUTPUT-LINE.                               00063400
063500     MOVE 1 TO LINE-SPACING.                                      00063500
063600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00063600
063700     WRITE OUTPUT-RECORD.                                         00063700
063800     ADD 1 TO LINES-WRITTEN.                                      00063800
063900******************************************************************00063900
064000 BUILD-REGION-TABLE.                                              00064000
064100     MOVE ZERO TO FCR-COUNT.                                      00064100
064200     MOVE 1 TO FCB-IX.                                            00064200
064300     PERFORM ADD-BRANCH-TO-REGION                                 00064300
064400         UNTIL FCB-IX > FCB-COUNT.                                00064400
064500******************************************************************00064500
064600 ADD-BRANCH-TO-REGION.                                            00064600
064700     MOVE 'NO ' TO FCR-FOUND-SWITCH.                              00064700
064800     MOVE 1 TO FCR-IX.                                            00064800
064900     PERFORM LOCATE-FCR-ENTRY                                     00064900
065000         UNTIL FCR-FOUND OR FCR-IX > FCR-COUNT.                   00065000
065100     IF NOT FCR-FOUND                                             00065100
065200        AND FCR-COUNT < 50                                        00065200
065300         ADD 1 TO FCR-COUNT                                       00065300
065400         PERFORM CLEAR-FORECAST-REGION                            00065400
065500         MOVE FCB-REGION (FCB-IX) TO FCR-REGION (FCR-COUNT)       00065500
065600         MOVE FCR-COUNT TO FCR-IX                                 00065600
065700         MOVE 'YES' TO FCR-FOUND-SWITCH                           00065700
065800     END-IF.                                                      00065800
065900     IF FCR-FOUND                                                 00065900
066000         MOVE 1 TO COLUMN-IX                                      00066000
066100         PERFORM ADD-REGION-COLUMN                                00066100
066200             UNTIL COLUMN-IX > 8                                  00066200
066300     END-IF.                                                      00066300
066400     ADD 1 TO FCB-IX.                                             00066400
066500******************************************************************00066500
066600 LOCATE-FCR-ENTRY.                                                00066600
066700     IF FCR-REGION (FCR-IX) = FCB-REGION (FCB-IX)                 00066700
066800         MOVE 'YES' TO FCR-FOUND-SWITCH                           00066800
066900     ELSE                                                         00066900
067000         ADD 1 TO FCR-IX                                          00067000
067100     END-IF.                                                      00067100
067110******************************************************************00067110
067120 CLEAR-FORECAST-REGION.                                           00067120
067130     MOVE SPACES TO FCR-REGION (FCR-COUNT).                       00067130
067140     MOVE 1 TO COLUMN-IX.                                         00067140
067150     PERFORM CLEAR-REGION-COLUMN UNTIL COLUMN-IX > 8.             00067150
067160******************************************************************00067160
067170 CLEAR-REGION-COLUMN.                                             00067170
067180     MOVE ZERO TO FCR-AMOUNT (FCR-COUNT COLUMN-IX).               00067180
067190     ADD 1 TO COLUMN-IX.                                          00067190
067200******************************************************************00067200
067300 ADD-REGION-COLUMN.                                               00067300
067400     ADD FCB-AMOUNT (FCB-IX COLUMN-IX)                            00067400
067500         TO FCR-AMOUNT (FCR-IX COLUMN-IX).                        00067500
067600     ADD 1 TO COLUMN-IX.                                          00067600
067700******************************************************************00067700
067800 PRINT-BRANCH-FORECAST.                                           00067800
067900     PERFORM WRITE-HEADER.                                        00067900
068000     MOVE 'BRANCH' TO FORECAST-HEADING-LABEL.                     00068000
068100     PERFORM WRITE-FORECAST-HEADINGS.                             00068100
068200     MOVE 'BRANCH' TO LINE-LEVEL.                                 00068200
068300     MOVE 1 TO FCB-IX.                                            00068300
068400     PERFORM PRINT-ONE-BRANCH                                     00068400
068500         UNTIL FCB-IX > FCB-COUNT.                                00068500
068600******************************************************************00068600
068700* A BRANCH WITH NOTHING OPEN IS LEFT OFF THE REPORT AND EXTRACT.  00068700
068800 PRINT-ONE-BRANCH.                                                00068800
068900     MOVE FCB-AMOUNTS (FCB-IX) TO LINE-AMOUNTS.                   00068900
069000     COMPUTE LINE-TOTAL-OPEN =                                    00069000
069100         LINE-AMOUNT (6) + LINE-AMOUNT (7) + LINE-AMOUNT (8).     00069100
069200     IF LINE-TOTAL-OPEN NOT = ZERO                                00069200
069300         MOVE FCB-CODE (FCB-IX) TO LINE-LABEL                     00069300
069400         MOVE FCB-REGION (FCB-IX) TO LINE-REGION                  00069400
069500         PERFORM WRITE-AMOUNT-LINE                                00069500
069600         PERFORM WRITE-CSV-LINE                                   00069600
069700     END-IF.                                                      00069700
069800     ADD 1 TO FCB-IX.                                             00069800
069900******************************************************************00069900
070000 PRINT-REGION-FORECAST.                                           00070000
070100     MOVE SPACES TO MESSAGE-LINE.                                 00070100
070200     PERFORM WRITE-MESSAGE-LINE.                                  00070200
070300     MOVE 'REGION' TO FORECAST-HEADING-LABEL.                     00070300
070400     PERFORM WRITE-FORECAST-HEADINGS.                             00070400
070500     MOVE 'REGION' TO LINE-LEVEL.                                 00070500
070600     MOVE 1 TO FCR-IX.                                            00070600
070700     PERFORM PRINT-ONE-REGION                                     00070700
070800         UNTIL FCR-IX > FCR-COUNT.                                00070800
070900******************************************************************00070900
071000 PRINT-ONE-REGION.                                                00071000
071100     MOVE FCR-AMOUNTS (FCR-IX) TO LINE-AMOUNTS.                   00071100
071200     COMPUTE LINE-TOTAL-OPEN =                                    00071200
071300         LINE-AMOUNT (6) + LINE-AMOUNT (7) + LINE-AMOUNT (8).     00071300
071400     IF LINE-TOTAL-OPEN NOT = ZERO                                00071400
071500         MOVE FCR-REGION (FCR-IX) TO LINE-LABEL                   00071500
071600                                     LINE-REGION                  00071600
071700         PERFORM WRITE-AMOUNT-LINE                                00071700
071800         PERFORM WRITE-CSV-LINE                                   00071800
071900     END-IF.                                                      00071900
072000     ADD 1 TO FCR-IX.                                             00072000
072100******************************************************************00072100
072200 PRINT-GRAND-FORECAST.                                            00072200
072300     MOVE SPACES TO MESSAGE-LINE.                                 00072300
072400     PERFORM WRITE-MESSAGE-LINE.                                  00072400
072500     MOVE FCG-AMOUNTS TO LINE-AMOUNTS.                            00072500
072600     COMPUTE LINE-TOTAL-OPEN =                                    00072600
072700         LINE-AMOUNT (6) + LINE-AMOUNT (7) + LINE-AMOUNT (8).     00072700
072800     MOVE 'TOTAL' TO LINE-LEVEL.                                  00072800
072900     MOVE 'ALL' TO LINE-LABEL.                                    00072900
073000     MOVE SPACES TO LINE-REGION.                                  00073000
073100     PERFORM WRITE-AMOUNT-LINE.                                   00073100
073200     PERFORM WRITE-CSV-LINE.                                      00073200
073300******************************************************************00073300
073400 WRITE-FORECAST-HEADINGS.                                         00073400
073500     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE - 4                00073500
073600         PERFORM WRITE-HEADER                                     00073600
073700     END-IF.                                                      00073700
073800     MOVE FORECAST-HEADING-LINE TO OUTPUT-LINE.                   00073800
073900     MOVE 2 TO LINE-SPACING.                                      00073900
074000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00074000
074100     WRITE OUTPUT-RECORD.                                         00074100
074200     ADD 2 TO LINES-WRITTEN.                                      00074200
074300     MOVE SPACES TO FORECAST-DATE-HEADING-LINE.                   00074300
074400     MOVE 1 TO COLUMN-IX.                                         00074400
074500     PERFORM SET-WEEK-HEADING-DATE                                00074500
074600         UNTIL COLUMN-IX > 5.                                     00074600
074700     MOVE '    DUE' TO FDH-PAST-LABEL.                            00074700
074800     MOVE '        YET DUE' TO FDH-NOT-LABEL.                     00074800
074900     MOVE FORECAST-DATE-HEADING-LINE TO OUTPUT-LINE.              00074900
075000     MOVE 1 TO LINE-SPACING.                                      00075000
075100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00075100
075200     WRITE OUTPUT-RECORD.                                         00075200
075300     ADD 1 TO LINES-WRITTEN.                                      00075300
075400******************************************************************00075400
075500 SET-WEEK-HEADING-DATE.                                           00075500
075600     COMPUTE WORK-DATE-INT = RUN-DATE-INT + (COLUMN-IX - 1) * 7.  00075600
075700     COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(WORK-DATE-INT). 00075700
075800     MOVE 'FROM' TO FDH-LABEL (COLUMN-IX).                        00075800
075900     MOVE WORK-DATE TO FDH-DATE (COLUMN-IX).                      00075900
076000     ADD 1 TO COLUMN-IX.                                          00076000
076100******************************************************************00076100
076200 WRITE-AMOUNT-LINE.                                               00076200
076300     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00076300
076400         PERFORM WRITE-HEADER                                     00076400
076500         PERFORM WRITE-FORECAST-HEADINGS                          00076500
076600     END-IF.                                                      00076600
076700     MOVE SPACES TO AMOUNT-LINE.                                  00076700
076800     MOVE LINE-LABEL TO AMT-LABEL.                                00076800
076900     MOVE 1 TO COLUMN-IX.                                         00076900
077000     PERFORM MOVE-AMOUNT-COLUMN                                   00077000
077100         UNTIL COLUMN-IX > 8.                                     00077100
077200     MOVE AMOUNT-LINE TO OUTPUT-LINE.                             00077200
077300     MOVE 1 TO LINE-SPACING.                                      00077300
077400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00077400
077500     WRITE OUTPUT-RECORD.                                         00077500
077600     ADD 1 TO LINES-WRITTEN.                                      00077600
077700******************************************************************00077700
077800 MOVE-AMOUNT-COLUMN.                                              00077800
077900     MOVE LINE-AMOUNT (COLUMN-IX) TO AMT-VALUE (COLUMN-IX).       00077900
078000     ADD 1 TO COLUMN-IX.                                          00078000
078100******************************************************************00078100
078200 WRITE-CSV-HEADER.                                                00078200
078300     MOVE SPACES TO CSV-RECORD.                                   00078300
078400     MOVE 1 TO CSV-POINTER.                                       00078400
078500     STRING 'LEVEL,CODE,REGION' DELIMITED BY SIZE                 00078500
078600       INTO CSV-RECORD WITH POINTER CSV-POINTER.                  00078600
078700     MOVE 1 TO COLUMN-IX.                                         00078700
078800     PERFORM APPEND-CSV-WEEK-NAME                                 00078800
078900         UNTIL COLUMN-IX > 4.                                     00078900
079000     STRING ',LATER,FORECAST TOTAL,AT RISK PAST DUE'              00079000
079100                DELIMITED BY SIZE                                 00079100
079200            ',AT RISK NOT YET DUE,TOTAL OPEN' DELIMITED BY SIZE   00079200
079300       INTO CSV-RECORD WITH POINTER CSV-POINTER.                  00079300
079400     WRITE CSV-RECORD.                                            00079400
079500     ADD 1 TO CSV-RECORD-COUNT.                                   00079500
079600******************************************************************00079600
079700 APPEND-CSV-WEEK-NAME.                                            00079700
079800     COMPUTE WORK-DATE-INT = RUN-DATE-INT + (COLUMN-IX - 1) * 7.  00079800
079900     COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(WORK-DATE-INT). 00079900
080000     STRING ',WEEK OF ' DELIMITED BY SIZE                         00080000
080100            WORK-DATE DELIMITED BY SIZE                           00080100
080200       INTO CSV-RECORD WITH POINTER CSV-POINTER.                  00080200
080300     ADD 1 TO COLUMN-IX.                                          00080300
080400******************************************************************00080400
080500 WRITE-CSV-LINE.                                                  00080500
080600     MOVE SPACES TO CSV-RECORD.                                   00080600
080700     MOVE 1 TO CSV-POINTER.                                       00080700
080800     STRING FUNCTION TRIM(LINE-LEVEL) DELIMITED BY SIZE           00080800
080900            ','                       DELIMITED BY SIZE           00080900
081000            FUNCTION TRIM(LINE-LABEL) DELIMITED BY SIZE           00081000
081100            ','                       DELIMITED BY SIZE           00081100
081200            FUNCTION TRIM(LINE-REGION) DELIMITED BY SIZE          00081200
081300       INTO CSV-RECORD WITH POINTER CSV-POINTER.                  00081300
081400     MOVE 1 TO COLUMN-IX.                                         00081400
081500     PERFORM APPEND-CSV-AMOUNT                                    00081500
081600         UNTIL COLUMN-IX > 8.                                     00081600
081700     MOVE LINE-TOTAL-OPEN TO CSV-AMOUNT-EDIT.                     00081700
081800     STRING ','                       DELIMITED BY SIZE           00081800
081900            FUNCTION TRIM(CSV-AMOUNT-EDIT) DELIMITED BY SIZE      00081900
082000       INTO CSV-RECORD WITH POINTER CSV-POINTER.                  00082000
082100     WRITE CSV-RECORD.                                            00082100
082200     ADD 1 TO CSV-RECORD-COUNT.                                   00082200
082300******************************************************************00082300
082400 APPEND-CSV-AMOUNT.                                               00082400
082500     MOVE LINE-AMOUNT (COLUMN-IX) TO CSV-AMOUNT-EDIT.             00082500
082600     STRING ','                       DELIMITED BY SIZE           00082600
082700            FUNCTION TRIM(CSV-AMOUNT-EDIT) DELIMITED BY SIZE      00082700
082800       INTO CSV-RECORD WITH POINTER CSV-POINTER.                  00082800
082900     ADD 1 TO COLUMN-IX.                                          00082900
083000******************************************************************00083000
083100 PRINT-FORECAST-SUMMARY.                                          00083100
083200     MOVE SPACES TO MESSAGE-LINE.                                 00083200
083300     STRING 'PARM PAY-LATE LOOKBACK DAYS: ' DELIMITED BY SIZE     00083300
083400            LOOKBACK-DAYS DELIMITED BY SIZE                       00083400
083500       INTO MESSAGE-TEXT.                                         00083500
083600     PERFORM WRITE-MESSAGE-DOUBLE.                                00083600
083700     MOVE SPACES TO MESSAGE-LINE.                                 00083700
083800     STRING 'OPEN ITEMS READ: ' DELIMITED BY SIZE                 00083800
083900            ITEMS-READ DELIMITED BY SIZE                          00083900
084000            '  FORECAST: ' DELIMITED BY SIZE                      00084000
084100            ITEMS-FORECAST DELIMITED BY SIZE                      00084100
084200            '  CREDIT OR ZERO ITEMS SKIPPED: ' DELIMITED BY SIZE  00084200
084300            CREDIT-ITEMS-SKIPPED DELIMITED BY SIZE                00084300
084400       INTO MESSAGE-TEXT.                                         00084400
084500     PERFORM WRITE-MESSAGE-LINE.                                  00084500
084600     MOVE SPACES TO MESSAGE-LINE.                                 00084600
084700     STRING 'ACCOUNTS: ' DELIMITED BY SIZE                        00084700
084800            ACCOUNTS-READ DELIMITED BY SIZE                       00084800
084900            '  AT RISK: ' DELIMITED BY SIZE                       00084900
085000            ACCOUNTS-AT-RISK DELIMITED BY SIZE                    00085000
085100            '  ON CREDIT HOLD: ' DELIMITED BY SIZE                00085100
085200            ACCOUNTS-ON-HOLD DELIMITED BY SIZE                    00085200
085300            '  PAYING LATE: ' DELIMITED BY SIZE                   00085300
085400            ACCOUNTS-PAYING-LATE DELIMITED BY SIZE                00085400
085500       INTO MESSAGE-TEXT.                                         00085500
085600     PERFORM WRITE-MESSAGE-LINE.                                  00085600
085700     MOVE SPACES TO MESSAGE-LINE.                                 00085700
085800     STRING 'HISTORY RECORDS READ: ' DELIMITED BY SIZE            00085800
085900            HISTORY-READ DELIMITED BY SIZE                        00085900
086000            '  CSV RECORDS WRITTEN: ' DELIMITED BY SIZE           00086000
086100            CSV-RECORD-COUNT DELIMITED BY SIZE                    00086100
086200       INTO MESSAGE-TEXT.                                         00086200
086300     PERFORM WRITE-MESSAGE-LINE.                                  00086300
086400     IF ITEMS-NOT-FORECAST > ZERO                                 00086400
086500         MOVE SPACES TO MESSAGE-LINE                              00086500
086600         MOVE ITEMS-NOT-FORECAST-TOTAL TO EDIT-CONTROL-TOTAL      00086600
086700         STRING 'ITEMS LEFT OUT - ACCOUNT TABLE FULL: '           00086700
086800                    DELIMITED BY SIZE                             00086800
086900                ITEMS-NOT-FORECAST DELIMITED BY SIZE              00086900
087000                '  TOTAL: ' DELIMITED BY SIZE                     00087000
087100                EDIT-CONTROL-TOTAL DELIMITED BY SIZE              00087100
087200           INTO MESSAGE-TEXT                                      00087200
087300         PERFORM WRITE-MESSAGE-LINE                               00087300
087400     END-IF.                                                      00087400
087410     IF INVOICES-DROPPED > ZERO                                   00087410
087420         MOVE SPACES TO MESSAGE-LINE                              00087420
087430         STRING 'INVOICES DROPPED - ACCOUNT INVOICE TABLE FULL: ' 00087430
087440                    DELIMITED BY SIZE                             00087440
087450                INVOICES-DROPPED DELIMITED BY SIZE                00087450
087460           INTO MESSAGE-TEXT                                      00087460
087470         PERFORM WRITE-MESSAGE-LINE                               00087470
087480     END-IF.                                                      00087480
087500******************************************************************00087500
087600 CHECK-EMPTY-INPUT.                                               00087600
087700     IF ITEMS-READ = ZERO                                         00087700
087800         MOVE SPACES TO MESSAGE-LINE                              00087800
087900         MOVE 'OPEN-ITEM MASTER IS EMPTY - NOTHING FORECAST'      00087900
088000             TO MESSAGE-TEXT                                      00088000
088100         PERFORM WRITE-MESSAGE-LINE                               00088100
088200         PERFORM RAISE-WARNING-SEVERITY                           00088200
088300     END-IF.                                                      00088300
088400******************************************************************00088400
088500 WRITE-MESSAGE-LINE.                                              00088500
088600     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00088600
088700     MOVE 1 TO LINE-SPACING.                                      00088700
088800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00088800
088900     WRITE OUTPUT-RECORD.                                         00088900
089000     ADD 1 TO LINES-WRITTEN.                                      00089000
089100******************************************************************00089100
089200 WRITE-MESSAGE-DOUBLE.                                            00089200
089300     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00089300
089400     MOVE 2 TO LINE-SPACING.                                      00089400
089500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00089500
089600     WRITE OUTPUT-RECORD.                                         00089600
089700     ADD 2 TO LINES-WRITTEN.                                      00089700
089800******************************************************************00089800
089900 RAISE-WARNING-SEVERITY.                                          00089900
090000     IF HIGHEST-SEVERITY < 4                                      00090000
090100         MOVE 4 TO HIGHEST-SEVERITY                               00090100
090200     END-IF.                                                      00090200
090300******************************************************************00090300
090400 WRITE-HEADER.                                                    00090400
090500     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.                       00090500
090600     ADD 1 TO PAGE-COUNT.                                         00090600
090700     MOVE PAGE-COUNT TO HEADER-PAGE-NO.                           00090700
090800     MOVE RUN-DATE TO HEADER-RUN-DATE.                            00090800
090900     MOVE FORECAST-HEADER-RECORD TO OUTPUT-LINE.                  00090900
091000     WRITE OUTPUT-RECORD.                                         00091000
091100     MOVE ZERO TO LINES-WRITTEN.                                  00091100
091200******************************************************************00091200
091300 WRITE-COLUMN-HEADINGS.                                           00091300
091400     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.                     00091400
091500     MOVE 2 TO LINE-SPACING.                                      00091500
091600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00091600
091700     WRITE OUTPUT-RECORD.                                         00091700
091800     ADD 2 TO LINES-WRITTEN.                                      00091800
091900******************************************************************00091900
092000 WRITE-RUN-LOG.                                                   00092000
092100     OPEN EXTEND RUN-LOG-FILE.                                    00092100
092200     ACCEPT RUN-TIME FROM TIME.                                   00092200
092300     MOVE SPACES TO RUN-LOG-RECORD.                               00092300
092400     MOVE 'ARFCAST' TO RLOG-PROGRAM-ID.                           00092400
092500     MOVE RUN-DATE TO RLOG-RUN-DATE.                              00092500
092600     MOVE RUN-TIME (1:6) TO RLOG-RUN-TIME.                        00092600
092700     MOVE ITEMS-READ TO RLOG-RECORDS-IN.                          00092700
092800     MOVE CSV-RECORD-COUNT TO RLOG-RECORDS-OUT.                   00092800
092900     MOVE ACCOUNTS-AT-RISK TO RLOG-RECORDS-ADDED.                 00092900
093000     MOVE ITEMS-NOT-FORECAST TO RLOG-REJECT-COUNT.                00093000
093100     MOVE HIGHEST-SEVERITY TO RLOG-RETURN-CODE.                   00093100
093200     WRITE RUN-LOG-RECORD.                                        00093200
093300     CLOSE RUN-LOG-FILE.                                          00093300
