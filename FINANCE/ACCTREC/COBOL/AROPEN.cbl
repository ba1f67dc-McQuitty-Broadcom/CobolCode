001100     SELECT UNAPPLIED-FILE ASSIGN U-T-UNAPPL.                     00001100
001200     SELECT SORT-FILE ASSIGN U-T-SORTWK.                          00001200
001300     SELECT OPTIONAL RUN-LOG-FILE ASSIGN U-T-RUNLOG.              00001300
001350     SELECT OPTIONAL HELD-TRAN-FILE ASSIGN U-T-HELDTRN.           00001350
001400 DATA DIVISION.                                                   00001400
001500 FILE SECTION.                                                    00001500
001600 FD REPORT-FILE                                                   00001600
004100     RECORD CONTAINS 80 CHARACTERS                                00004100
004200     DATA RECORD IS UNAPPLIED-RECORD.                             00004200
004300   01 UNAPPLIED-RECORD           PIC X(80).                       00004300
004310 FD HELD-TRAN-FILE                                                00004310
004320     LABEL RECORDS ARE STANDARD                                   00004320
004330     RECORD CONTAINS 80 CHARACTERS                                00004330
004340     DATA RECORD IS HELD-TRAN-RECORD.                             00004340
004350   01 HELD-TRAN-RECORD           PIC X(80).                       00004350
004400 FD RUN-LOG-FILE                                                  00004400
004500     LABEL RECORDS ARE STANDARD                                   00004500
004600     RECORD CONTAINS 80 CHARACTERS                                00004600
007100         88  END-OF-SORT   VALUE 'EOF'.                           00007100
007200     02  OITEM-SWITCH      PIC X(3).                              00007200
007300         88  END-OF-OLD-ITEMS VALUE 'EOF'.                        00007300
007320     02  HELDTRN-SWITCH    PIC X(3).                              00007320
007340         88  END-OF-HELD-TRAN VALUE 'EOF'.                        00007340
007360     02  HELD-MATCH-SWITCH PIC X(3)  VALUE 'NO '.                 00007360
007380         88  HELD-TRAN-MATCHED VALUE 'YES'.                       00007380
007400     02  LINES-WRITTEN     PIC 9(3)  VALUE 999.                   00007400
007500     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.                  00007500
007600     02  RUN-DATE          PIC 9(8)  VALUE ZERO.                  00007600
010000     02  WRITTEN-COUNT         PIC 9(8)  VALUE ZERO.              00010000
010100     02  UNAPPLIED-COUNT       PIC 9(6)  VALUE ZERO.              00010100
010200     02  UNAPPLIED-TOTAL       PIC S9(13) VALUE ZERO.             00010200
010220     02  REFUND-CLEARED-COUNT  PIC 9(6)  VALUE ZERO.              00010220
010240     02  REFUND-CLEARED-TOTAL  PIC S9(13) VALUE ZERO.             00010240
010260     02  REINSTATED-COUNT      PIC 9(6)  VALUE ZERO.              00010260
010280     02  REINSTATED-TOTAL      PIC S9(13) VALUE ZERO.             00010280
010285     02  HELD-SKIPPED-COUNT    PIC 9(6)  VALUE ZERO.              00010285
010290     02  HELD-SKIPPED-TOTAL    PIC S9(13) VALUE ZERO.             00010290
010300     02  WORK-AMOUNT1          PIC 9(6)  VALUE ZERO.              00010300
010400     02  WORK-AMOUNT2          PIC 9(6)  VALUE ZERO.              00010400
010500     02  WORK-NET-AMOUNT       PIC S9(13) VALUE ZERO.             00010500
015400 PROCEDURE DIVISION.                                              00015400
015500     OPEN INPUT  INPUT-FILE                                       00015500
015600                 OITEM-IN-FILE                                    00015600
015650                 HELD-TRAN-FILE                                   00015650
015700          OUTPUT OITEM-OUT-FILE                                   00015700
015800                 UNAPPLIED-FILE                                   00015800
015900                 REPORT-FILE.                                     00015900
016800     PERFORM PRINT-RUN-SUMMARY.                                   00016800
016900     CLOSE INPUT-FILE                                             00016900
017000           OITEM-IN-FILE                                          00017000
017050           HELD-TRAN-FILE                                         00017050
017100           OITEM-OUT-FILE                                         00017100
017200           UNAPPLIED-FILE                                         00017200
017300           REPORT-FILE.                                           00017300
017700 GET-INPUT.                                                       00017700
017800     READ INPUT-FILE AT END                                       00017800
017900         MOVE 'EOF' TO INPUT-SWITCH.                              00017900
017905******************************************************************00017905
017910 GET-HELD-TRANSACTION.                                            00017910
017915     READ HELD-TRAN-FILE AT END                                   00017915
017920         MOVE 'EOF' TO HELDTRN-SWITCH.                            00017920
017925******************************************************************00017925
017930 MATCH-HELD-TRANSACTION.                                          00017930
017935     MOVE 'NO ' TO HELD-MATCH-SWITCH.                             00017935
017940     IF TRAN-INVOICE AND NOT END-OF-HELD-TRAN                     00017940
017945         IF INPUT-FILE-RECORD = HELD-TRAN-RECORD                  00017945
017950             MOVE 'YES' TO HELD-MATCH-SWITCH                      00017950
017955             PERFORM GET-HELD-TRANSACTION                         00017955
017960         END-IF                                                   00017960
017965     END-IF.                                                      00017965
018000******************************************************************00018000
018100 RELEASE-DETAIL-RECORDS.                                          00018100
018200     PERFORM GET-INPUT.                                           00018200
018250     PERFORM GET-HELD-TRANSACTION.                                00018250
018300     PERFORM RELEASE-ONE-RECORD UNTIL END-OF-FILE.                00018300
018400******************************************************************00018400
018500 RELEASE-ONE-RECORD.                                              00018500
019100            OR INPUT-FIELD4 NOT NUMERIC                           00019100
019200            OR INPUT-FIELD5 NOT NUMERIC                           00019200
019300            OR NOT TRAN-TYPE-VALID                                00019300
019320             ADD 1 TO SKIPPED-COUNT                               00019320
019340         ELSE                                                     00019340
019360             IF TRAN-ADJUSTMENT AND UNAPPLIED-CASH-REFUND         00019360
019380                 ADD 1 TO REFUND-CLEARED-COUNT                    00019380
019400                 COMPUTE REFUND-CLEARED-TOTAL =                   00019400
019420                     REFUND-CLEARED-TOTAL                         00019420
019440                   + INPUT-FIELD4 + INPUT-FIELD5                  00019440
019460             ELSE                                                 00019460
019480                 IF TRAN-ADJUSTMENT AND WRITEOFF-BRANCH           00019480
019500                     ADD 1 TO REINSTATED-COUNT                    00019500
019520                     COMPUTE REINSTATED-TOTAL =                   00019520
019540                         REINSTATED-TOTAL                         00019540
019560                       + INPUT-FIELD4 + INPUT-FIELD5              00019560
019580                 ELSE                                             00019580
019582                     PERFORM MATCH-HELD-TRANSACTION               00019582
019584                     IF HELD-TRAN-MATCHED                         00019584
019586                         ADD 1 TO HELD-SKIPPED-COUNT              00019586
019588                         COMPUTE HELD-SKIPPED-TOTAL =             00019588
019590                             HELD-SKIPPED-TOTAL                   00019590
019592                           + INPUT-FIELD4 + INPUT-FIELD5          00019592
019594                     ELSE                                         00019594
019596                         RELEASE INPUT-FILE-RECORD                00019596
019598                     END-IF                                       00019598
019620                 END-IF                                           00019620
019640             END-IF                                               00019640
019700         END-IF                                                   00019700
019800     END-IF.                                                      00019800
019900     PERFORM GET-INPUT.                                           00019900
041100            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00041100
041200       INTO MESSAGE-TEXT.                                         00041200
041300     PERFORM WRITE-MESSAGE-LINE.                                  00041300
041301     MOVE SPACES TO MESSAGE-LINE.                                 00041301
041302     MOVE HELD-SKIPPED-TOTAL TO EDIT-CONTROL-TOTAL.               00041302
041303     STRING 'HELD INVOICES EXCLUDED: ' DELIMITED BY SIZE          00041303
041304            HELD-SKIPPED-COUNT DELIMITED BY SIZE                  00041304
041305            ' TOTAL: ' DELIMITED BY SIZE                          00041305
041306            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00041306
041307       INTO MESSAGE-TEXT.                                         00041307
041308     PERFORM WRITE-MESSAGE-LINE.                                  00041308
041310     MOVE SPACES TO MESSAGE-LINE.                                 00041310
041320     MOVE REFUND-CLEARED-TOTAL TO EDIT-CONTROL-TOTAL.             00041320
041330     STRING 'UNAPPLIED CASH REFUNDED: ' DELIMITED BY SIZE         00041330
041340            REFUND-CLEARED-COUNT DELIMITED BY SIZE                00041340
041350            ' TOTAL: ' DELIMITED BY SIZE                          00041350
041360            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00041360
041370       INTO MESSAGE-TEXT.                                         00041370
041380     PERFORM WRITE-MESSAGE-LINE.                                  00041380
041382     MOVE SPACES TO MESSAGE-LINE.                                 00041382
041384     MOVE REINSTATED-TOTAL TO EDIT-CONTROL-TOTAL.                 00041384
041386     STRING 'WRITE-OFF RECOVERIES REINSTATED: ' DELIMITED BY SIZE 00041386
041388            REINSTATED-COUNT DELIMITED BY SIZE                    00041388
041390            ' TOTAL: ' DELIMITED BY SIZE                          00041390
041392            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00041392
041394       INTO MESSAGE-TEXT.                                         00041394
041396     PERFORM WRITE-MESSAGE-LINE.                                  00041396
041400     MOVE SPACES TO MESSAGE-LINE.                                 00041400
041500     STRING 'RECORDS SKIPPED: ' DELIMITED BY SIZE                 00041500
041600            SKIPPED-COUNT DELIMITED BY SIZE                       00041600
