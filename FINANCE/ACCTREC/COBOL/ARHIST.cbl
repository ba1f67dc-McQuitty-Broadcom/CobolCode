001500         RECORD KEY CUST-ACCOUNT-NO.                              00001500
001600     SELECT BRANCH-REF-FILE ASSIGN U-T-BRANCH.                    00001600
001700     SELECT OPTIONAL PERIOD-FILE ASSIGN U-T-PERIOD.               00001700
001750     SELECT OPTIONAL HELD-TRAN-FILE ASSIGN U-T-HELDTRN.           00001750
001800     SELECT OPTIONAL RUN-LOG-FILE ASSIGN U-T-RUNLOG.              00001800
001900 DATA DIVISION.                                                   00001900
002000 FILE SECTION.                                                    00002000
005600     RECORD CONTAINS 80 CHARACTERS                                00005600
005700     DATA RECORD IS PERIOD-CONTROL-RECORD.                        00005700
005800 COPY ARPERREC.                                                   00005800
005810 FD HELD-TRAN-FILE                                                00005810
005820     LABEL RECORDS ARE STANDARD                                   00005820
005830     RECORD CONTAINS 80 CHARACTERS                                00005830
005840     DATA RECORD IS HELD-TRAN-RECORD.                             00005840
005850   01 HELD-TRAN-RECORD           PIC X(80).                       00005850
005900 FD RUN-LOG-FILE                                                  00005900
006000     LABEL RECORDS ARE STANDARD                                   00006000
006100     RECORD CONTAINS 80 CHARACTERS                                00006100
007400         88  END-OF-OLD-HISTORY VALUE 'EOF'.                      00007400
007500     02  SORT-SWITCH       PIC X(3).                              00007500
007600         88  END-OF-SORT   VALUE 'EOF'.                           00007600
007620     02  HELDTRN-SWITCH    PIC X(3).                              00007620
007640         88  END-OF-HELD-TRAN VALUE 'EOF'.                        00007640
007660     02  HELD-MATCH-SWITCH PIC X(3)  VALUE 'NO '.                 00007660
007680         88  HELD-TRAN-MATCHED VALUE 'YES'.                       00007680
007700     02  RUN-DATE          PIC 9(8)  VALUE ZERO.                  00007700
007800     02  RUN-TIME          PIC 9(8)  VALUE ZERO.                  00007800
007900     02  TRAN-AMOUNT       PIC S9(13) VALUE ZERO.                 00007900
012400                 CUSTOMER-MASTER                                  00012400
012500                 BRANCH-REF-FILE                                  00012500
012600                 PERIOD-FILE                                      00012600
012650                 HELD-TRAN-FILE                                   00012650
012700          OUTPUT HISTORY-OUT-FILE                                 00012700
012800                 REPORT-FILE.                                     00012800
012900     ACCEPT RUN-DATE FROM DATE YYYYMMDD.                          00012900
014000           CUSTOMER-MASTER                                        00014000
014100           BRANCH-REF-FILE                                        00014100
014200           PERIOD-FILE                                            00014200
014250           HELD-TRAN-FILE                                         00014250
014300           HISTORY-OUT-FILE                                       00014300
014400           REPORT-FILE.                                           00014400
014500     PERFORM WRITE-RUN-LOG.                                       00014500
014900     PERFORM GET-OLD-HISTORY.                                     00014900
015000     PERFORM RELEASE-OLD-HISTORY UNTIL END-OF-OLD-HISTORY.        00015000
015100     PERFORM GET-INPUT.                                           00015100
015150     PERFORM GET-HELD-TRANSACTION.                                00015150
015200     PERFORM RELEASE-DAY-RECORD UNTIL END-OF-INPUT.               00015200
015300******************************************************************00015300
015400 GET-OLD-HISTORY.                                                 00015400
016400 GET-INPUT.                                                       00016400
016500     READ INPUT-FILE AT END                                       00016500
016600         MOVE 'EOF' TO INPUT-SWITCH.                              00016600
016605******************************************************************00016605
016610 GET-HELD-TRANSACTION.                                            00016610
016615     READ HELD-TRAN-FILE AT END                                   00016615
016620         MOVE 'EOF' TO HELDTRN-SWITCH.                            00016620
016625******************************************************************00016625
016630 MATCH-HELD-TRANSACTION.                                          00016630
016635     MOVE 'NO ' TO HELD-MATCH-SWITCH.                             00016635
016640     IF TRAN-INVOICE AND NOT END-OF-HELD-TRAN                     00016640
016645         IF INPUT-FILE-RECORD = HELD-TRAN-RECORD                  00016645
016650             MOVE 'YES' TO HELD-MATCH-SWITCH                      00016650
016655             PERFORM GET-HELD-TRANSACTION                         00016655
016660         END-IF                                                   00016660
016665     END-IF.                                                      00016665
016700******************************************************************00016700
016800 RELEASE-DAY-RECORD.                                              00016800
016900     IF BATCH-HEADER-RECORD OR BATCH-TRAILER-RECORD               00016900
017600             ADD 1 TO SKIPPED-COUNT                               00017600
017700         ELSE                                                     00017700
017800             PERFORM LOOKUP-CUSTOMER                              00017800
017850             PERFORM MATCH-HELD-TRANSACTION                       00017850
017900             IF TRAN-INVOICE AND CUSTOMER-FOUND                   00017900
018000                AND CUST-ON-HOLD                                  00018000
018050                OR HELD-TRAN-MATCHED                              00018050
018100                 ADD 1 TO HELD-SKIPPED-COUNT                      00018100
018200             ELSE                                                 00018200
018300                 MOVE INPUT-FIELD2 TO BREF-LOOKUP-CODE            00018300
