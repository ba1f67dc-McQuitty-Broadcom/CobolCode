000900     SELECT AGED-EXTRACT-FILE ASSIGN U-T-AGEDEXT.                 00000900
001000     SELECT OPTIONAL DUN-HIST-IN-FILE ASSIGN U-T-DUNHIN.          00001000
001100     SELECT DUN-HIST-OUT-FILE ASSIGN U-T-DUNHOUT.                 00001100
001150     SELECT OPTIONAL DISPUTE-FILE ASSIGN U-T-DISPUTE.             00001150
001200     SELECT CUSTOMER-MASTER ASSIGN U-T-CUSTMST                    00001200
001300         ORGANIZATION INDEXED                                     00001300
001400         ACCESS RANDOM                                            00001400
004700     RECORD CONTAINS 80 CHARACTERS                                00004700
004800     DATA RECORD IS DUN-HIST-OUT-RECORD.                          00004800
004900   01 DUN-HIST-OUT-RECORD        PIC X(80).                       00004900
004910 FD DISPUTE-FILE                                                  00004910
004920     LABEL RECORDS ARE STANDARD                                   00004920
004930     RECORD CONTAINS 80 CHARACTERS                                00004930
004940     DATA RECORD IS DISPUTE-RECORD.                               00004940
004950 COPY ARDSREC.                                                    00004950
005000 FD CUSTOMER-MASTER                                               00005000
005100     LABEL RECORDS ARE STANDARD                                   00005100
005200     RECORD CONTAINS 60 CHARACTERS                                00005200
007600         88  END-OF-EXTRACT VALUE 'EOF'.                          00007600
007700     02  DUNHIN-SWITCH     PIC X(3).                              00007700
007800         88  END-OF-DUN-HISTORY VALUE 'EOF'.                      00007800
007820     02  DISPUTE-SWITCH    PIC X(3).                              00007820
007840         88  END-OF-DISPUTES VALUE 'EOF'.                         00007840
007900     02  LINES-WRITTEN     PIC 9(3)  VALUE 999.                   00007900
008000     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.                  00008000
008100     02  RUN-DATE          PIC 9(8)  VALUE ZERO.                  00008100
008800     02  DAYS-SINCE-DUN        PIC S9(9) COMP.                    00008800
008900     02  LETTER-LEVEL          PIC 9(1)  VALUE ZERO.              00008900
009000     02  PAST-DUE-AMOUNT       PIC S9(13) VALUE ZERO.             00009000
009010     02  ITEM-AGE-DAYS         PIC S9(9) COMP.                    00009010
009020     02  DISPUTED-60           PIC S9(13) VALUE ZERO.             00009020
009030     02  DISPUTED-90           PIC S9(13) VALUE ZERO.             00009030
009040     02  DISPUTED-120          PIC S9(13) VALUE ZERO.             00009040
009050     02  DISPUTED-PAST-DUE     PIC S9(13) VALUE ZERO.             00009050
009060     02  DISPUTED-TOTAL        PIC S9(13) VALUE ZERO.             00009060
009070     02  LEVEL-BUCKET-60       PIC S9(13) VALUE ZERO.             00009070
009080     02  LEVEL-BUCKET-90       PIC S9(13) VALUE ZERO.             00009080
009090     02  LEVEL-BUCKET-120      PIC S9(13) VALUE ZERO.             00009090
009100     02  EXTRACT-KEY           PIC X(8)  VALUE SPACES.            00009100
009200     02  HIST-KEY              PIC X(8)  VALUE SPACES.            00009200
009300     02  SUPPRESS-SWITCH       PIC X(3)  VALUE 'NO '.             00009300
010400     02  SUPPRESSED-COUNT      PIC 9(6)  VALUE ZERO.              00010400
010500     02  NO-MASTER-COUNT       PIC 9(6)  VALUE ZERO.              00010500
010600     02  HIST-CARRIED-COUNT    PIC 9(6)  VALUE ZERO.              00010600
010650     02  DISPUTED-ACCOUNT-COUNT PIC 9(6) VALUE ZERO.              00010650
010700 01  NEW-DUN-RECORD.                                              00010700
010800     02  NEWD-ACCOUNT      PIC 9(8).                              00010800
010900     02  NEWD-LAST-DATE    PIC 9(8).                              00010900
012000     02  FILLER            PIC X(16) VALUE '        PAST DUE'.    00012000
012100     02  FILLER            PIC X(2)  VALUE SPACES.                00012100
012200     02  FILLER            PIC X(20) VALUE 'DISPOSITION'.         00012200
012250     02  FILLER            PIC X(2)  VALUE SPACES.                00012250
012300     02  FILLER            PIC X(16) VALUE '   DISPUTED EXCL'.    00012300
012350     02  FILLER            PIC X(30) VALUE SPACES.                00012350
012400 01  REGISTER-LINE.                                               00012400
012500     02  FILLER            PIC X(2).                              00012500
012600     02  REG-ACCOUNT       PIC ZZ,ZZZ,ZZ9.                        00012600
013200     02  REG-PAST-DUE      PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00013200
013300     02  FILLER            PIC X(2).                              00013300
013400     02  REG-DISPOSITION   PIC X(20).                             00013400
013450     02  FILLER            PIC X(2).                              00013450
013500     02  REG-DISPUTED      PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00013500
013550     02  FILLER            PIC X(30).                             00013550
013600 01  LETTER-HEAD-LINE.                                            00013600
013700     02  FILLER            PIC X(5)  VALUE SPACES.                00013700
013800     02  FILLER            PIC X(42)                              00013800
014700 01  LETTER-AMOUNT-FIELDS.                                        00014700
014800     02  EDIT-PAST-DUE     PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00014800
014900     02  EDIT-TOTAL-DUE    PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00014900
014950     02  EDIT-DISPUTED     PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00014950
015000 01  MESSAGE-LINE.                                                00015000
015100     02  FILLER            PIC X(5).                              00015100
015200     02  MESSAGE-TEXT      PIC X(127).                            00015200
015800 PROCEDURE DIVISION USING PARM-DATA.                              00015800
015900     OPEN INPUT  AGED-EXTRACT-FILE                                00015900
016000                 DUN-HIST-IN-FILE                                 00016000
016050                 DISPUTE-FILE                                     00016050
016100                 CUSTOMER-MASTER                                  00016100
016200          OUTPUT DUN-HIST-OUT-FILE                                00016200
016300                 LETTER-FILE                                      00016300
017000     PERFORM WRITE-COLUMN-HEADINGS.                               00017000
017100     PERFORM GET-EXTRACT.                                         00017100
017200     PERFORM GET-DUN-HISTORY.                                     00017200
017250     PERFORM GET-DISPUTE.                                         00017250
017300     PERFORM MATCH-ONE-ACCOUNT                                    00017300
017400         UNTIL END-OF-EXTRACT AND END-OF-DUN-HISTORY.             00017400
017500     PERFORM PRINT-REGISTER-SUMMARY.                              00017500
017600     CLOSE AGED-EXTRACT-FILE                                      00017600
017700           DUN-HIST-IN-FILE                                       00017700
017750           DISPUTE-FILE                                           00017750
017800           DUN-HIST-OUT-FILE                                      00017800
017900           CUSTOMER-MASTER                                        00017900
018000           LETTER-FILE                                            00018000
020600         MOVE DUNH-ACCOUNT TO HIST-KEY                            00020600
020700     END-IF.                                                      00020700
020800******************************************************************00020800
020820 GET-DISPUTE.                                                     00020820
020840     READ DISPUTE-FILE AT END                                     00020840
020860         MOVE 'EOF' TO DISPUTE-SWITCH.                            00020860
020880******************************************************************00020880
020900 MATCH-ONE-ACCOUNT.                                               00020900
021000     IF HIST-KEY < EXTRACT-KEY                                    00021000
021100         PERFORM CARRY-HISTORY-FORWARD                            00021100
022900     PERFORM GET-DUN-HISTORY.                                     00022900
023000******************************************************************00023000
023100 PROCESS-EXTRACT-ACCOUNT.                                         00023100
023150     PERFORM LOAD-ACCOUNT-DISPUTES.                               00023150
023200     PERFORM SELECT-LETTER-LEVEL.                                 00023200
023300     IF LETTER-LEVEL > ZERO                                       00023300
023400         PERFORM CHECK-DUN-CYCLE                                  00023400
025800         PERFORM CARRY-OLD-OR-NOTHING                             00025800
025900     END-IF.                                                      00025900
026000******************************************************************00026000
026020* OPEN DISPUTED AMOUNTS ARE TAKEN OUT OF THE AGING BUCKETS BEFORE 00026020
026040* THE LETTER LEVEL IS CHOSEN, SO AN ACCOUNT IS NOT DUNNED FOR     00026040
026060* WHAT IT HAS DISPUTED.                                           00026060
026100 SELECT-LETTER-LEVEL.                                             00026100
026300     COMPUTE PAST-DUE-AMOUNT =                                    00026300
026350         AGEX-TOTAL - AGEX-BUCKET-CURRENT - DISPUTED-PAST-DUE.    00026350
026400     COMPUTE LEVEL-BUCKET-120 =                                   00026400
026450         AGEX-BUCKET-120 + AGEX-BUCKET-OVER - DISPUTED-120.       00026450
026500     COMPUTE LEVEL-BUCKET-90 = AGEX-BUCKET-90 - DISPUTED-90.      00026500
026550     COMPUTE LEVEL-BUCKET-60 = AGEX-BUCKET-60 - DISPUTED-60.      00026550
026600     IF LEVEL-BUCKET-120 > ZERO                                   00026600
026650         MOVE 3 TO LETTER-LEVEL                                   00026650
026700     ELSE                                                         00026700
026750         IF LEVEL-BUCKET-90 > ZERO                                00026750
026800             MOVE 2 TO LETTER-LEVEL                               00026800
026850         ELSE                                                     00026850
026900             IF LEVEL-BUCKET-60 > ZERO                            00026900
027100                 MOVE 1 TO LETTER-LEVEL                           00027100
027200             ELSE                                                 00027200
027300                 MOVE ZERO TO LETTER-LEVEL                        00027300
027500         END-IF                                                   00027500
027600     END-IF.                                                      00027600
027700******************************************************************00027700
027702 LOAD-ACCOUNT-DISPUTES.                                           00027702
027704     MOVE ZERO TO DISPUTED-60                                     00027704
027706                  DISPUTED-90                                     00027706
027708                  DISPUTED-120                                    00027708
027710                  DISPUTED-PAST-DUE                               00027710
027712                  DISPUTED-TOTAL.                                 00027712
027714     PERFORM GET-DISPUTE                                          00027714
027716         UNTIL END-OF-DISPUTES                                    00027716
027718            OR DSP-ACCOUNT NOT < AGEX-ACCOUNT.                    00027718
027720     PERFORM ADD-ACCOUNT-DISPUTE                                  00027720
027722         UNTIL END-OF-DISPUTES                                    00027722
027724            OR DSP-ACCOUNT NOT = AGEX-ACCOUNT.                    00027724
027726     IF DISPUTED-TOTAL > ZERO                                     00027726
027728         ADD 1 TO DISPUTED-ACCOUNT-COUNT                          00027728
027730     END-IF.                                                      00027730
027732******************************************************************00027732
027734* A DISPUTE IS AGED FROM THE DATE OF ITS ITEM ON THE SAME         00027734
027736* BOUNDARIES ARAGING USES FOR THE EXTRACT BUCKETS.                00027736
027737* A DISPUTE WITH NO USABLE ITEM DATE STAYS IN THE CURRENT BUCKET. 00027737
027738 ADD-ACCOUNT-DISPUTE.                                             00027738
027740     IF DSP-UNRESOLVED                                            00027740
027741         ADD DSP-AMOUNT TO DISPUTED-TOTAL                         00027741
027742         MOVE ZERO TO ITEM-AGE-DAYS                               00027742
027743         IF DSP-ITEM-DATE NUMERIC                                 00027743
027744            AND DSP-ITEM-DATE > ZERO                              00027744
027745             COMPUTE ITEM-AGE-DAYS = RUN-DATE-INT -               00027745
027746                 FUNCTION INTEGER-OF-DATE(DSP-ITEM-DATE)          00027746
027747         END-IF                                                   00027747
027748         IF ITEM-AGE-DAYS > 30                                    00027748
027750             ADD DSP-AMOUNT TO DISPUTED-PAST-DUE                  00027750
027752             IF ITEM-AGE-DAYS > 90                                00027752
027754                 ADD DSP-AMOUNT TO DISPUTED-120                   00027754
027756             ELSE                                                 00027756
027758                 IF ITEM-AGE-DAYS > 60                            00027758
027760                     ADD DSP-AMOUNT TO DISPUTED-90                00027760
027762                 ELSE                                             00027762
027764                     ADD DSP-AMOUNT TO DISPUTED-60                00027764
027766                 END-IF                                           00027766
027768             END-IF                                               00027768
027770         END-IF                                                   00027770
027772     END-IF.                                                      00027772
027774     PERFORM GET-DISPUTE.                                         00027774
027776******************************************************************00027776
027800 CHECK-DUN-CYCLE.                                                 00027800
027900     MOVE 'NO ' TO SUPPRESS-SWITCH.                               00027900
028000     IF OLD-HIST-FOUND                                            00028000
035100            EDIT-TOTAL-DUE DELIMITED BY SIZE                      00035100
035200       INTO LETTER-TEXT.                                          00035200
035300     PERFORM WRITE-LETTER-TEXT.                                   00035300
035310     IF DISPUTED-TOTAL > ZERO                                     00035310
035320         MOVE DISPUTED-TOTAL TO EDIT-DISPUTED                     00035320
035330         MOVE SPACES TO LETTER-TEXT-LINE                          00035330
035340         STRING 'AMOUNT IN DISPUTE, NOT INCLUDED IN PAST DUE: '   00035340
035350                    DELIMITED BY SIZE                             00035350
035360                EDIT-DISPUTED DELIMITED BY SIZE                   00035360
035370           INTO LETTER-TEXT                                       00035370
035380         PERFORM WRITE-LETTER-TEXT                                00035380
035390     END-IF.                                                      00035390
035400     IF LETTER-LEVEL = 1                                          00035400
035500         PERFORM WRITE-LEVEL1-BODY                                00035500
035600     ELSE                                                         00035600
042100     MOVE CUST-NAME    TO REG-CUST-NAME.                          00042100
042200     MOVE LETTER-LEVEL TO REG-LEVEL.                              00042200
042300     MOVE PAST-DUE-AMOUNT TO REG-PAST-DUE.                        00042300
042320     IF DISPUTED-TOTAL > ZERO                                     00042320
042340         MOVE DISPUTED-TOTAL TO REG-DISPUTED                      00042340
042360     END-IF.                                                      00042360
042400     MOVE WORK-DISPOSITION TO REG-DISPOSITION.                    00042400
042500     MOVE REGISTER-LINE TO OUTPUT-LINE.                           00042500
042600     MOVE 1 TO LINE-SPACING.                                      00042600
045900            HIST-CARRIED-COUNT DELIMITED BY SIZE                  00045900
046000       INTO MESSAGE-TEXT.                                         00046000
046100     PERFORM WRITE-MESSAGE-LINE.                                  00046100
046110     MOVE SPACES TO MESSAGE-LINE.                                 00046110
046120     STRING 'ACCOUNTS WITH DISPUTES EXCLUDED: ' DELIMITED BY SIZE 00046120
046130            DISPUTED-ACCOUNT-COUNT DELIMITED BY SIZE              00046130
046140       INTO MESSAGE-TEXT.                                         00046140
046150     PERFORM WRITE-MESSAGE-LINE.                                  00046150
046200******************************************************************00046200
046300 WRITE-MESSAGE-LINE.                                              00046300
046400     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00046400
