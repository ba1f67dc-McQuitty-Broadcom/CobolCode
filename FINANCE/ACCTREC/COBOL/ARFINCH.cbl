000700     SELECT REGISTER-REPORT ASSIGN U-T-SYSOUT.                    00000700
000800     SELECT HISTORY-IN-FILE ASSIGN U-T-HISTIN.                    00000800
000900     SELECT CHARGE-FILE ASSIGN U-T-CHARGES.                       00000900
000950     SELECT OPTIONAL DISPUTE-FILE ASSIGN U-T-DISPUTE.             00000950
001000     SELECT CUSTOMER-MASTER ASSIGN U-T-CUSTMST                    00001000
001100         ORGANIZATION INDEXED                                     00001100
001200         ACCESS RANDOM                                            00001200
003200     RECORD CONTAINS 80 CHARACTERS                                00003200
003300     DATA RECORD IS INPUT-FILE-RECORD.                            00003300
003400 COPY ARINREC.                                                    00003400
003410 FD DISPUTE-FILE                                                  00003410
003420     LABEL RECORDS ARE STANDARD                                   00003420
003430     RECORD CONTAINS 80 CHARACTERS                                00003430
003440     DATA RECORD IS DISPUTE-RECORD.                               00003440
003450 COPY ARDSREC.                                                    00003450
003500 FD CUSTOMER-MASTER                                               00003500
003600     LABEL RECORDS ARE STANDARD                                   00003600
003700     RECORD CONTAINS 60 CHARACTERS                                00003700
005900 01  PROGRAM-WORK-FIELDS.                                         00005900
006000     02  HISTORY-SWITCH    PIC X(3).                              00006000
006100         88  END-OF-HISTORY VALUE 'EOF'.                          00006100
006120     02  DISPUTE-SWITCH    PIC X(3).                              00006120
006140         88  END-OF-DISPUTES VALUE 'EOF'.                         00006140
006200     02  LINES-WRITTEN     PIC 9(3)  VALUE 999.                   00006200
006300     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.                  00006300
006400     02  RUN-DATE          PIC 9(8)  VALUE ZERO.                  00006400
006900     02  RUN-DATE-INT          PIC S9(9) COMP.                    00006900
007000     02  TRAN-DATE-INT         PIC S9(9) COMP.                    00007000
007100     02  AGE-DAYS              PIC S9(9) COMP.                    00007100
007150     02  ITEM-AGE-DAYS         PIC S9(9) COMP.                    00007150
007200     02  GRACE-DAYS            PIC 9(3)  VALUE 30.                00007200
007300     02  CURRENT-ACCOUNT       PIC 9(8)  VALUE ZERO.              00007300
007400     02  FIRST-ACCOUNT-SWITCH  PIC X(3)  VALUE 'NO '.             00007400
007500         88  FIRST-ACCOUNT-SEEN  VALUE 'YES'.                     00007500
007600     02  AGED-BALANCE          PIC S9(13) VALUE ZERO.             00007600
007700     02  TOTAL-BALANCE         PIC S9(13) VALUE ZERO.             00007700
007720     02  DISPUTED-AGED         PIC S9(13) VALUE ZERO.             00007720
007740     02  DISPUTED-TOTAL        PIC S9(13) VALUE ZERO.             00007740
007800     02  CHARGE-BASE           PIC S9(13) VALUE ZERO.             00007800
007900     02  FINANCE-CHARGE        PIC S9(13) VALUE ZERO.             00007900
008000     02  CHARGE-REMAINDER      PIC S9(13) VALUE ZERO.             00008000
008700     02  CHARGE-NET-TOTAL      PIC S9(13) VALUE ZERO.             00008700
008800     02  NO-MASTER-COUNT       PIC 9(6)  VALUE ZERO.              00008800
008900     02  OVERSIZE-COUNT        PIC 9(6)  VALUE ZERO.              00008900
008920     02  DISPUTED-ACCOUNT-COUNT PIC 9(6) VALUE ZERO.              00008920
008940     02  DISPUTED-NET-TOTAL    PIC S9(13) VALUE ZERO.             00008940
009000     02  EDIT-CONTROL-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00009000
009100 01  SEVERITY-FIELDS.                                             00009100
009200     02  HIGHEST-SEVERITY      PIC 9(2)  VALUE ZERO.              00009200
010500     02  FILLER            PIC X(16) VALUE '          CHARGE'.    00010500
010600     02  FILLER            PIC X(2)  VALUE SPACES.                00010600
010700     02  FILLER            PIC X(16) VALUE '   TOTAL BALANCE'.    00010700
010750     02  FILLER            PIC X(2)  VALUE SPACES.                00010750
010800     02  FILLER            PIC X(16) VALUE '   DISPUTED EXCL'.    00010800
010850     02  FILLER            PIC X(25) VALUE SPACES.                00010850
010900 01  REGISTER-LINE.                                               00010900
011000     02  FILLER            PIC X(2).                              00011000
011100     02  REG-ACCOUNT       PIC ZZ,ZZZ,ZZ9.                        00011100
012100     02  REG-CHARGE        PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00012100
012200     02  FILLER            PIC X(2).                              00012200
012300     02  REG-TOTAL-BAL     PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00012300
012350     02  FILLER            PIC X(2).                              00012350
012400     02  REG-DISPUTED      PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00012400
012450     02  FILLER            PIC X(25).                             00012450
012500 01  MESSAGE-LINE.                                                00012500
012600     02  FILLER            PIC X(5).                              00012600
012700     02  MESSAGE-TEXT      PIC X(127).                            00012700
013200******************************************************************00013200
013300 PROCEDURE DIVISION USING PARM-DATA.                              00013300
013400     OPEN INPUT  HISTORY-IN-FILE                                  00013400
013450                 DISPUTE-FILE                                     00013450
013500                 CUSTOMER-MASTER                                  00013500
013600          OUTPUT CHARGE-FILE                                      00013600
013700                 REGISTER-REPORT.                                 00013700
014200     PERFORM WRITE-HEADER.                                        00014200
014300     PERFORM WRITE-COLUMN-HEADINGS.                               00014300
014400     PERFORM GET-HISTORY.                                         00014400
014450     PERFORM GET-DISPUTE.                                         00014450
014500     PERFORM PROCESS-HISTORY-RECORD UNTIL END-OF-HISTORY.         00014500
014600     IF FIRST-ACCOUNT-SEEN                                        00014600
014700         PERFORM FINISH-ACCOUNT                                   00014700
014900     PERFORM WRITE-BATCH-CONTROL-CARDS.                           00014900
015000     PERFORM PRINT-RUN-SUMMARY.                                   00015000
015100     CLOSE HISTORY-IN-FILE                                        00015100
015150           DISPUTE-FILE                                           00015150
015200           CUSTOMER-MASTER                                        00015200
015300           CHARGE-FILE                                            00015300
015400           REGISTER-REPORT.                                       00015400
016600     READ HISTORY-IN-FILE AT END                                  00016600
016700         MOVE 'EOF' TO HISTORY-SWITCH.                            00016700
016800******************************************************************00016800
016820 GET-DISPUTE.                                                     00016820
016840     READ DISPUTE-FILE AT END                                     00016840
016860         MOVE 'EOF' TO DISPUTE-SWITCH.                            00016860
016880******************************************************************00016880
016900 PROCESS-HISTORY-RECORD.                                          00016900
017000     IF FIRST-ACCOUNT-SEEN                                        00017000
017100         IF HIST-ACCOUNT NOT = CURRENT-ACCOUNT                    00017100
022300     END-IF.                                                      00022300
022400******************************************************************00022400
022500 FINISH-ACCOUNT.                                                  00022500
022550     PERFORM LOAD-ACCOUNT-DISPUTES.                               00022550
022600     IF NOT CUSTOMER-FOUND                                        00022600
022700         ADD 1 TO NO-MASTER-COUNT                                 00022700
022800     ELSE                                                         00022800
022810* OPEN DISPUTED AMOUNTS ARE NOT CHARGED ON - TAKE THEM OUT OF     00022810
022820* BOTH BALANCES BEFORE THE CHARGE BASE IS CHOSEN.                 00022820
022830         SUBTRACT DISPUTED-AGED FROM AGED-BALANCE                 00022830
022840         SUBTRACT DISPUTED-TOTAL FROM TOTAL-BALANCE               00022840
022850         IF DISPUTED-TOTAL > ZERO                                 00022850
022860             ADD 1 TO DISPUTED-ACCOUNT-COUNT                      00022860
022870             ADD DISPUTED-TOTAL TO DISPUTED-NET-TOTAL             00022870
022880         END-IF                                                   00022880
022900* RECENT PAYMENTS REDUCE TOTAL-BALANCE BUT NOT AGED-BALANCE -     00022900
023000* CHARGE ON THE LESSER SO A PAID-OFF OLD INVOICE IS NOT BILLED.   00023000
023100         IF TOTAL-BALANCE < AGED-BALANCE                          00023100
025300     MOVE ZERO TO AGED-BALANCE                                    00025300
025400                  TOTAL-BALANCE.                                  00025400
025500******************************************************************00025500
025502 LOAD-ACCOUNT-DISPUTES.                                           00025502
025504     MOVE ZERO TO DISPUTED-AGED                                   00025504
025506                  DISPUTED-TOTAL.                                 00025506
025508     PERFORM GET-DISPUTE                                          00025508
025510         UNTIL END-OF-DISPUTES                                    00025510
025512            OR DSP-ACCOUNT NOT < CURRENT-ACCOUNT.                 00025512
025514     PERFORM ADD-ACCOUNT-DISPUTE                                  00025514
025516         UNTIL END-OF-DISPUTES                                    00025516
025518            OR DSP-ACCOUNT NOT = CURRENT-ACCOUNT.                 00025518
025520******************************************************************00025520
025522* A DISPUTE IS AGED FROM THE DATE OF ITS ITEM AGAINST THE SAME    00025522
025523* TERMS GRACE AS THE HISTORY RECORDS. ONE WITH NO USABLE ITEM DATE00025523
025524* IS NOT AGED.                                                    00025524
025526 ADD-ACCOUNT-DISPUTE.                                             00025526
025528     IF DSP-UNRESOLVED                                            00025528
025529         ADD DSP-AMOUNT TO DISPUTED-TOTAL                         00025529
025530         MOVE ZERO TO ITEM-AGE-DAYS                               00025530
025531         IF DSP-ITEM-DATE NUMERIC                                 00025531
025532            AND DSP-ITEM-DATE > ZERO                              00025532
025533             COMPUTE ITEM-AGE-DAYS = RUN-DATE-INT -               00025533
025534                 FUNCTION INTEGER-OF-DATE(DSP-ITEM-DATE)          00025534
025535         END-IF                                                   00025535
025536         IF ITEM-AGE-DAYS > GRACE-DAYS                            00025536
025538             ADD DSP-AMOUNT TO DISPUTED-AGED                      00025538
025540         END-IF                                                   00025540
025542     END-IF.                                                      00025542
025544     PERFORM GET-DISPUTE.                                         00025544
025546******************************************************************00025546
025600 WRITE-CHARGE-RECORD.                                             00025600
025700     MOVE SPACES TO INPUT-FILE-RECORD.                            00025700
025800     MOVE CURRENT-ACCOUNT TO INPUT-FIELD1.                        00025800
029300     MOVE CHARGE-RATE-BP  TO REG-RATE.                            00029300
029400     MOVE FINANCE-CHARGE  TO REG-CHARGE.                          00029400
029500     MOVE TOTAL-BALANCE   TO REG-TOTAL-BAL.                       00029500
029520     IF DISPUTED-TOTAL > ZERO                                     00029520
029540         MOVE DISPUTED-TOTAL TO REG-DISPUTED                      00029540
029560     END-IF.                                                      00029560
029600     MOVE REGISTER-LINE TO OUTPUT-LINE.                           00029600
029700     MOVE 1 TO LINE-SPACING.                                      00029700
029800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00029800
031800            NO-MASTER-COUNT DELIMITED BY SIZE                     00031800
031900       INTO MESSAGE-TEXT.                                         00031900
032000     PERFORM WRITE-MESSAGE-LINE.                                  00032000
032010     MOVE SPACES TO MESSAGE-LINE.                                 00032010
032020     MOVE DISPUTED-NET-TOTAL TO EDIT-CONTROL-TOTAL.               00032020
032030     STRING 'ACCOUNTS WITH DISPUTES EXCLUDED: ' DELIMITED BY SIZE 00032030
032040            DISPUTED-ACCOUNT-COUNT DELIMITED BY SIZE              00032040
032050            ' TOTAL: ' DELIMITED BY SIZE                          00032050
032060            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00032060
032070       INTO MESSAGE-TEXT.                                         00032070
032080     PERFORM WRITE-MESSAGE-LINE.                                  00032080
032100     MOVE SPACES TO MESSAGE-LINE.                                 00032100
032200     STRING 'CHARGES REFUSED - OVER FIELD LIMIT: '                00032200
032300            DELIMITED BY SIZE                                     00032300
