005600     02  ARADEMO-IN-SAVE       PIC 9(8)  VALUE ZERO.              00005600
005700     02  ARADEMO-FOUND-SWITCH  PIC X(3)  VALUE 'NO '.             00005700
005800         88  ARADEMO-FOUND     VALUE 'YES'.                       00005800
005820     02  GATE-COUNT            PIC 9(3)  VALUE ZERO.              00005820
005840     02  GATE-IX               PIC 9(3)  VALUE ZERO.              00005840
005860     02  GATE-FOUND-SWITCH     PIC X(3)  VALUE 'NO '.             00005860
005880         88  GATE-FOUND        VALUE 'YES'.                       00005880
005882     02  GATE-POINTER          PIC 9(3)  VALUE ZERO.              00005882
005884     02  LOG-NIGHT-DATE        PIC 9(8)  VALUE ZERO.              00005884
005886     02  LOG-NIGHT-INT         PIC S9(9) COMP VALUE ZERO.         00005886
005888     02  LOG-ROLLOVER-TIME     PIC 9(6)  VALUE 060000.            00005888
005900 01  PRIOR-REJFX-FIELDS.                                          00005900
006000     02  PRIOR-REJFX-SWITCH    PIC X(3)  VALUE 'NO '.             00006000
006100         88  PRIOR-REJFX-SEEN  VALUE 'YES'.                       00006100
007200         03  STP-ADDED         PIC 9(8).                          00007200
007300         03  STP-REJ           PIC 9(6).                          00007300
007400         03  STP-RC            PIC 9(2).                          00007400
007405 01  GATE-TABLE.                                                  00007405
007410     02  GATE-ENTRY OCCURS 20 TIMES.                              00007410
007415         03  GTE-JOB           PIC X(8).                          00007415
007420         03  GTE-TIME          PIC 9(6).                          00007420
007425         03  GTE-CHECKED       PIC 9(2).                          00007425
007430         03  GTE-NOT-MET       PIC 9(2).                          00007430
007435         03  GTE-RC            PIC 9(2).                          00007435
007440         03  GTE-OVERRIDE-FLAG PIC X.                             00007440
007445             88  GTE-OVERRIDDEN VALUE 'Y'.                        00007445
007450         03  GTE-OPERATOR      PIC X(8).                          00007450
007500 01  COLUMN-HEADING-LINE.                                         00007500
007600     02  FILLER            PIC X(2)  VALUE SPACES.                00007600
007700     02  FILLER            PIC X(8)  VALUE 'PROGRAM'.             00007700
012300     PERFORM GET-LOG-RECORD.                                      00012300
012400     PERFORM ABSORB-LOG-RECORD UNTIL END-OF-RUN-LOG.              00012400
012500     PERFORM PRINT-STEP-LINES.                                    00012500
012550     PERFORM PRINT-GATE-LINES.                                    00012550
012600     PERFORM PRINT-TIE-OUTS.                                      00012600
012700     PERFORM PRINT-NIGHT-FLAG.                                    00012700
012800     CLOSE RUN-LOG-FILE                                           00012800
014400******************************************************************00014400
014500 ABSORB-LOG-RECORD.                                               00014500
014600     ADD 1 TO LOG-RECORDS-READ.                                   00014600
014650     PERFORM SET-LOG-NIGHT-DATE.                                  00014650
014700     IF LOG-NIGHT-DATE = REPORT-DATE                              00014700
014720         IF RLOG-PROGRAM-ID = 'ARGATE'                            00014720
014740             PERFORM STORE-GATE-RECORD                            00014740
014760         ELSE                                                     00014760
014780             PERFORM STORE-STEP-RECORD                            00014780
014800         END-IF                                                   00014800
014900     ELSE                                                         00014900
015000         IF RLOG-PROGRAM-ID = 'ARREJFX'                           00015000
015100            AND RLOG-RUN-DATE < REPORT-DATE                       00015100
015600         END-IF                                                   00015600
015700     END-IF.                                                      00015700
015800     PERFORM GET-LOG-RECORD.                                      00015800
015805******************************************************************00015805
015810* A GATE RUN LOGGED AFTER MIDNIGHT BUT BEFORE THE ROLLOVER TIME   00015810
015815* GUARDED THE NIGHT BEFORE, AS ARGATE ITSELF RECKONS IT.          00015815
015820 SET-LOG-NIGHT-DATE.                                              00015820
015825     MOVE RLOG-RUN-DATE TO LOG-NIGHT-DATE.                        00015825
015830     IF RLOG-PROGRAM-ID = 'ARGATE'                                00015830
015835        AND RLOG-RUN-TIME < LOG-ROLLOVER-TIME                     00015835
015840        AND RLOG-RUN-DATE NUMERIC                                 00015840
015845        AND RLOG-RUN-DATE > ZERO                                  00015845
015850         COMPUTE LOG-NIGHT-INT =                                  00015850
015855             FUNCTION INTEGER-OF-DATE(RLOG-RUN-DATE) - 1          00015855
015860         COMPUTE LOG-NIGHT-DATE =                                 00015860
015865             FUNCTION DATE-OF-INTEGER(LOG-NIGHT-INT)              00015865
015870     END-IF.                                                      00015870
015900******************************************************************00015900
016000 STORE-STEP-RECORD.                                               00016000
016100     MOVE RLOG-PROGRAM-ID TO WORK-PROGRAM.                        00016100
018900     ELSE                                                         00018900
019000         ADD 1 TO STEP-IX                                         00019000
019100     END-IF.                                                      00019100
019102******************************************************************00019102
019104 STORE-GATE-RECORD.                                               00019104
019106     PERFORM LOCATE-GATE-ENTRY.                                   00019106
019108     IF NOT GATE-FOUND                                            00019108
019110         IF GATE-COUNT < 20                                       00019110
019112             ADD 1 TO GATE-COUNT                                  00019112
019114             MOVE GATE-COUNT TO GATE-IX                           00019114
019116             MOVE RLOG-GATED-JOB TO GTE-JOB (GATE-IX)             00019116
019118             MOVE 'YES' TO GATE-FOUND-SWITCH                      00019118
019120         END-IF                                                   00019120
019122     END-IF.                                                      00019122
019124     IF GATE-FOUND                                                00019124
019126         MOVE RLOG-RUN-TIME TO GTE-TIME (GATE-IX)                 00019126
019128         MOVE RLOG-RECORDS-IN TO GTE-CHECKED (GATE-IX)            00019128
019130         MOVE RLOG-REJECT-COUNT TO GTE-NOT-MET (GATE-IX)          00019130
019132         MOVE RLOG-RETURN-CODE TO GTE-RC (GATE-IX)                00019132
019134         MOVE RLOG-OVERRIDE-FLAG TO GTE-OVERRIDE-FLAG (GATE-IX)   00019134
019136         MOVE RLOG-OVERRIDE-OPERATOR TO GTE-OPERATOR (GATE-IX)    00019136
019138     END-IF.                                                      00019138
019140******************************************************************00019140
019142 LOCATE-GATE-ENTRY.                                               00019142
019144     MOVE 'NO ' TO GATE-FOUND-SWITCH.                             00019144
019146     MOVE 1 TO GATE-IX.                                           00019146
019148     PERFORM LOCATE-ONE-GATE                                      00019148
019150         UNTIL GATE-FOUND OR GATE-IX > GATE-COUNT.                00019150
019152******************************************************************00019152
019154 LOCATE-ONE-GATE.                                                 00019154
019156     IF GTE-JOB (GATE-IX) = RLOG-GATED-JOB                        00019156
019158         MOVE 'YES' TO GATE-FOUND-SWITCH                          00019158
019160     ELSE                                                         00019160
019162         ADD 1 TO GATE-IX                                         00019162
019164     END-IF.                                                      00019164
019200******************************************************************00019200
019300 PRINT-STEP-LINES.                                                00019300
019400     MOVE 1 TO STEP-IX.                                           00019400
022500         MOVE 'NO ' TO NIGHT-OK-SWITCH                            00022500
022600     END-IF.                                                      00022600
022700     ADD 1 TO STEP-IX.                                            00022700
022702******************************************************************00022702
022704 PRINT-GATE-LINES.                                                00022704
022706     IF GATE-COUNT > ZERO                                         00022706
022708         MOVE SPACES TO MESSAGE-LINE                              00022708
022710         MOVE 'DEPENDENCY GATES' TO MESSAGE-TEXT                  00022710
022712         PERFORM WRITE-MESSAGE-LINE                               00022712
022714         MOVE 1 TO GATE-IX                                        00022714
022716         PERFORM PRINT-ONE-GATE-LINE                              00022716
022718             UNTIL GATE-IX > GATE-COUNT                           00022718
022720     END-IF.                                                      00022720
022722******************************************************************00022722
022724 PRINT-ONE-GATE-LINE.                                             00022724
022726     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00022726
022728         PERFORM WRITE-HEADER                                     00022728
022730     END-IF.                                                      00022730
022732     MOVE SPACES TO MESSAGE-LINE.                                 00022732
022733     MOVE 1 TO GATE-POINTER.                                      00022733
022734     STRING 'GATE FOR ' DELIMITED BY SIZE                         00022734
022736            GTE-JOB (GATE-IX) DELIMITED BY SIZE                   00022736
022738            '  TIME ' DELIMITED BY SIZE                           00022738
022740            GTE-TIME (GATE-IX) DELIMITED BY SIZE                  00022740
022742            '  PREREQS ' DELIMITED BY SIZE                        00022742
022744            GTE-CHECKED (GATE-IX) DELIMITED BY SIZE               00022744
022746            '  NOT MET ' DELIMITED BY SIZE                        00022746
022748            GTE-NOT-MET (GATE-IX) DELIMITED BY SIZE               00022748
022750            '  RC ' DELIMITED BY SIZE                             00022750
022752            GTE-RC (GATE-IX) DELIMITED BY SIZE                    00022752
022754       INTO MESSAGE-TEXT WITH POINTER GATE-POINTER.               00022754
022756     IF GTE-OVERRIDDEN (GATE-IX)                                  00022756
022758         STRING ' - OVERRIDDEN BY ' DELIMITED BY SIZE             00022758
022760                GTE-OPERATOR (GATE-IX) DELIMITED BY SIZE          00022760
022762           INTO MESSAGE-TEXT WITH POINTER GATE-POINTER            00022762
022764     END-IF.                                                      00022764
022766     PERFORM WRITE-MESSAGE-LINE.                                  00022766
022768     IF GTE-RC (GATE-IX) > 4                                      00022768
022770         MOVE 'NO ' TO NIGHT-OK-SWITCH                            00022770
022772     END-IF.                                                      00022772
022774     ADD 1 TO GATE-IX.                                            00022774
022800******************************************************************00022800
022900 PRINT-TIE-OUTS.                                                  00022900
023000     PERFORM CHECK-ARADEMO-TIE.                                   00023000
