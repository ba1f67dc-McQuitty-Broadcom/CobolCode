003600     02 MAINT-NAME             PIC X(25).                         00003600
003700     02 MAINT-TERMS-CODE       PIC X(3).                          00003700
003800     02 MAINT-HOLD-STATUS      PIC X.                             00003800
003820     02 MAINT-CREDIT-LIMIT     PIC X(13).                         00003820
003840     02 MAINT-CREDIT-LIMIT-AMT REDEFINES MAINT-CREDIT-LIMIT       00003840
003860                               PIC 9(13).                         00003860
003880     02 FILLER                 PIC X(29).                         00003880
004000 FD UNKNOWN-ACCT-FILE                                             00004000
004100     LABEL RECORDS ARE STANDARD                                   00004100
004200     RECORD CONTAINS 80 CHARACTERS                                00004200
009100     02  BEFORE-NAME           PIC X(25) VALUE SPACES.            00009100
009200     02  BEFORE-TERMS          PIC X(3)  VALUE SPACES.            00009200
009300     02  BEFORE-HOLD           PIC X(1)  VALUE SPACES.            00009300
009350     02  BEFORE-CREDIT-LIMIT   PIC 9(13) VALUE ZERO.              00009350
009400 01  UNKNOWN-TALLY-FIELDS.                                        00009400
009500     02  UNKNOWN-ENTRY-COUNT   PIC 9(3)  VALUE ZERO.              00009500
009600     02  UNKNOWN-IX            PIC 9(3)  VALUE ZERO.              00009600
013400     02  FILLER            PIC X(2).                              00013400
013500     02  AUDIT-DISPOSITION PIC X(20).                             00013500
013600     02  FILLER            PIC X(29).                             00013600
013610 01  LIMIT-AUDIT-LINE.                                            00013610
013620     02  FILLER            PIC X(17).                             00013620
013630     02  FILLER            PIC X(6)  VALUE 'LIMIT '.              00013630
013640     02  AUDIT-BEFORE-LIMIT PIC ZZZ,ZZZ,ZZZ,ZZ9.                  00013640
013650     02  FILLER            PIC X(12).                             00013650
013660     02  FILLER            PIC X(6)  VALUE 'LIMIT '.              00013660
013670     02  AUDIT-AFTER-LIMIT PIC ZZZ,ZZZ,ZZZ,ZZ9.                   00013670
013680     02  FILLER            PIC X(61).                             00013680
013700 01  SUGGEST-LINE.                                                00013700
013800     02  FILLER            PIC X(2).                              00013800
013900     02  SUGGEST-ACCOUNT   PIC X(8).                              00013900
017500                    BEFORE-NAME                                   00017500
017600                    BEFORE-TERMS                                  00017600
017700                    BEFORE-HOLD.                                  00017700
017750     MOVE ZERO   TO BEFORE-CREDIT-LIMIT.                          00017750
017800     PERFORM VALIDATE-MAINT-CARD.                                 00017800
017900     IF NOT CARD-REJECTED                                         00017900
018000         PERFORM LOOKUP-CUSTOMER                                  00018000
020900                 MOVE 'YES' TO CARD-REJECT-SWITCH                 00020900
021000                 MOVE 'NAME MISSING ON ADD'                       00021000
021100                     TO WORK-DISPOSITION                          00021100
021120             ELSE                                                 00021120
021140                 IF MAINT-CREDIT-LIMIT NOT = SPACES               00021140
021160                    AND MAINT-CREDIT-LIMIT NOT NUMERIC            00021160
021180                     MOVE 'YES' TO CARD-REJECT-SWITCH             00021180
021200                     MOVE 'CREDIT LIMIT INVALID'                  00021200
021220                         TO WORK-DISPOSITION                      00021220
021240                 END-IF                                           00021240
021260             END-IF                                               00021260
021300         END-IF                                                   00021300
021400     END-IF.                                                      00021400
021500******************************************************************00021500
022400             MOVE CUST-NAME        TO BEFORE-NAME                 00022400
022500             MOVE CUST-TERMS-CODE  TO BEFORE-TERMS                00022500
022600             MOVE CUST-HOLD-STATUS TO BEFORE-HOLD                 00022600
022620             IF CUST-CREDIT-LIMIT NUMERIC                         00022620
022640                 MOVE CUST-CREDIT-LIMIT TO BEFORE-CREDIT-LIMIT    00022640
022660             END-IF                                               00022660
022700     END-READ.                                                    00022700
022800******************************************************************00022800
022900 APPLY-ADD.                                                       00022900
023600         MOVE MAINT-NAME        TO CUST-NAME                      00023600
023700         MOVE MAINT-TERMS-CODE  TO CUST-TERMS-CODE                00023700
023800         MOVE MAINT-HOLD-STATUS TO CUST-HOLD-STATUS               00023800
023810         IF MAINT-CREDIT-LIMIT = SPACES                           00023810
023820             MOVE ZERO TO CUST-CREDIT-LIMIT                       00023820
023830         ELSE                                                     00023830
023840             MOVE MAINT-CREDIT-LIMIT-AMT TO CUST-CREDIT-LIMIT     00023840
023850         END-IF                                                   00023850
023900         WRITE CUSTOMER-MASTER-RECORD                             00023900
024000             INVALID KEY                                          00024000
024100                 MOVE 'YES' TO CARD-REJECT-SWITCH                 00024100
026000         IF MAINT-HOLD-STATUS NOT = SPACES                        00026000
026100             MOVE MAINT-HOLD-STATUS TO CUST-HOLD-STATUS           00026100
026200         END-IF                                                   00026200
026220         IF MAINT-CREDIT-LIMIT NOT = SPACES                       00026220
026240             MOVE MAINT-CREDIT-LIMIT-AMT TO CUST-CREDIT-LIMIT     00026240
026260         END-IF                                                   00026260
026300         REWRITE CUSTOMER-MASTER-RECORD                           00026300
026400             INVALID KEY                                          00026400
026500                 MOVE 'YES' TO CARD-REJECT-SWITCH                 00026500
031700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00031700
031800     WRITE OUTPUT-RECORD.                                         00031800
031900     ADD 1 TO LINES-WRITTEN.                                      00031900
031902     IF MAINT-CREDIT-LIMIT NOT = SPACES                           00031902
031904        OR BEFORE-CREDIT-LIMIT > ZERO                             00031904
031906         PERFORM WRITE-LIMIT-AUDIT-LINE                           00031906
031908     END-IF.                                                      00031908
031910******************************************************************00031910
031912 WRITE-LIMIT-AUDIT-LINE.                                          00031912
031914     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00031914
031916         PERFORM WRITE-HEADER                                     00031916
031918         PERFORM WRITE-COLUMN-HEADINGS                            00031918
031920     END-IF.                                                      00031920
031922     MOVE BEFORE-CREDIT-LIMIT TO AUDIT-BEFORE-LIMIT.              00031922
031924     IF CARD-REJECTED                                             00031924
031926         MOVE BEFORE-CREDIT-LIMIT TO AUDIT-AFTER-LIMIT            00031926
031928     ELSE                                                         00031928
031930         IF MAINT-DELETE                                          00031930
031932             MOVE ZERO TO AUDIT-AFTER-LIMIT                       00031932
031934         ELSE                                                     00031934
031936             MOVE CUST-CREDIT-LIMIT TO AUDIT-AFTER-LIMIT          00031936
031938         END-IF                                                   00031938
031940     END-IF.                                                      00031940
031942     MOVE LIMIT-AUDIT-LINE TO OUTPUT-LINE.                        00031942
031944     MOVE 1 TO LINE-SPACING.                                      00031944
031946     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00031946
031948     WRITE OUTPUT-RECORD.                                         00031948
031950     ADD 1 TO LINES-WRITTEN.                                      00031950
032000******************************************************************00032000
032100 PRINT-MAINT-COUNTS.                                              00032100
032200     MOVE SPACES TO MESSAGE-LINE.                                 00032200
