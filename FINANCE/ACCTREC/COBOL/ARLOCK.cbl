000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID. ARLOCK.                                              00000200
000300 AUTHOR. BRAIN.                                                   00000300
000400 ENVIRONMENT DIVISION.                                            00000400
000500 INPUT-OUTPUT SECTION.                                            00000500
000600 FILE-CONTROL.                                                    00000600
000700     SELECT REGISTER-REPORT ASSIGN U-T-SYSOUT.                    00000700
000800     SELECT LOCKBOX-FILE ASSIGN U-T-LOCKBOX.                      00000800
000900     SELECT PAYMENT-FILE ASSIGN U-T-PAYMENTS.                     00000900
001000     SELECT EXCEPTION-FILE ASSIGN U-T-LBXEXC.                     00001000
001100     SELECT OPTIONAL RUN-LOG-FILE ASSIGN U-T-RUNLOG.              00001100
001200 DATA DIVISION.                                                   00001200
001300 FILE SECTION.                                                    00001300
001400 FD REGISTER-REPORT                                               00001400
001500     LABEL RECORDS ARE OMITTED                                    00001500
001600     RECORDING MODE IS F                                          00001600
001700     RECORD CONTAINS 133 CHARACTERS                               00001700
001800     DATA RECORD IS OUTPUT-RECORD.                                00001800
001900   01 OUTPUT-RECORD.                                              00001900
002000     02 CARRIAGE-CONTROL PIC X.                                   00002000
002100     02 OUTPUT-LINE      PIC X(132).                              00002100
002200 FD LOCKBOX-FILE                                                  00002200
002300     LABEL RECORDS ARE STANDARD                                   00002300
002400     RECORD CONTAINS 80 CHARACTERS                                00002400
002500     DATA RECORD IS LOCKBOX-RECORD.                               00002500
002600 COPY ARLBREC.                                                    00002600
002700 FD PAYMENT-FILE                                                  00002700
002800     LABEL RECORDS ARE STANDARD                                   00002800
002900     RECORD CONTAINS 80 CHARACTERS                                00002900
003000     DATA RECORD IS INPUT-FILE-RECORD.                            00003000
003100 COPY ARINREC.                                                    00003100
003200 FD EXCEPTION-FILE                                                00003200
003300     LABEL RECORDS ARE STANDARD                                   00003300
003400     RECORD CONTAINS 80 CHARACTERS                                00003400
003500     DATA RECORD IS EXCEPTION-OUT-RECORD.                         00003500
003600   01 EXCEPTION-OUT-RECORD       PIC X(80).                       00003600
003700 FD RUN-LOG-FILE                                                  00003700
003800     LABEL RECORDS ARE STANDARD                                   00003800
003900     RECORD CONTAINS 80 CHARACTERS                                00003900
004000     DATA RECORD IS RUN-LOG-RECORD.                               00004000
004100 COPY ARRLREC.                                                    00004100
004200******************************************************************00004200
004300 WORKING-STORAGE SECTION.                                         00004300
004400 01  LOCK-HEADER-RECORD.                                          00004400
004500     02  FILLER             PIC X(5)   VALUE SPACES.              00004500
004600     02  FILLER             PIC X(91)                             00004600
004700         VALUE 'AR LOCKBOX DEPOSIT REGISTER'.                     00004700
004800     02  FILLER             PIC X(5)   VALUE SPACES.              00004800
004900     02  FILLER             PIC X(4)   VALUE 'PAGE'.              00004900
005000     02  FILLER             PIC X      VALUE SPACE.               00005000
005100     02  HEADER-PAGE-NO     PIC ZZ9.                              00005100
005200     02  FILLER             PIC X(5)   VALUE SPACES.              00005200
005300     02  FILLER             PIC X(9)   VALUE 'RUN DATE:'.         00005300
005400     02  FILLER             PIC X      VALUE SPACE.               00005400
005500     02  HEADER-RUN-DATE    PIC X(8).                             00005500
005600 01  PROGRAM-WORK-FIELDS.                                         00005600
005700     02  LOCKBOX-SWITCH    PIC X(3).                              00005700
005800         88  END-OF-LOCKBOX VALUE 'EOF'.                          00005800
005900     02  LINES-WRITTEN     PIC 9(3)  VALUE 999.                   00005900
006000     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.                  00006000
006100     02  RUN-DATE          PIC 9(8)  VALUE ZERO.                  00006100
006200     02  RUN-TIME          PIC 9(8)  VALUE ZERO.                  00006200
006300 COPY PAGING.                                                     00006300
006400 01  LOCKBOX-WORK-FIELDS.                                         00006400
006500     02  DEPOSIT-DATE          PIC 9(8)  VALUE ZERO.              00006500
006600     02  BATCH-DEPOSIT-DATE    PIC 9(8)  VALUE ZERO.              00006600
006700     02  CURRENT-BATCH-NO      PIC 9(3)  VALUE ZERO.              00006700
006800     02  FILE-HEADER-SWITCH    PIC X(3)  VALUE 'NO '.             00006800
006900         88  FILE-HEADER-SEEN  VALUE 'YES'.                       00006900
007000     02  FILE-TRAILER-SWITCH   PIC X(3)  VALUE 'NO '.             00007000
007100         88  FILE-TRAILER-SEEN VALUE 'YES'.                       00007100
007200     02  BATCH-OPEN-SWITCH     PIC X(3)  VALUE 'NO '.             00007200
007300         88  BATCH-OPEN        VALUE 'YES'.                       00007300
007400     02  CHECK-AMOUNT          PIC 9(10) VALUE ZERO.              00007400
007500     02  PAYMENT-REMAINDER     PIC 9(10) VALUE ZERO.              00007500
007600     02  CHECK-DISPOSITION     PIC X(30) VALUE SPACES.            00007600
007700     02  EXCEPTION-REASON      PIC X(30) VALUE SPACES.            00007700
007800 01  DEPOSIT-CONTROL-FIELDS.                                      00007800
007900     02  RECORDS-READ          PIC 9(8)  VALUE ZERO.              00007900
008000     02  CHECKS-READ           PIC 9(6)  VALUE ZERO.              00008000
008100     02  BATCH-COUNT           PIC 9(3)  VALUE ZERO.              00008100
008200     02  BATCH-CHECK-COUNT     PIC 9(6)  VALUE ZERO.              00008200
008300     02  BATCH-CHECK-TOTAL     PIC S9(13) VALUE ZERO.             00008300
008400     02  BATCH-POSTED-TOTAL    PIC S9(13) VALUE ZERO.             00008400
008500     02  BATCH-EXCEPTION-TOTAL PIC S9(13) VALUE ZERO.             00008500
008600     02  BANK-DEPOSIT-TOTAL    PIC S9(13) VALUE ZERO.             00008600
008700     02  BANK-ITEM-COUNT       PIC 9(6)  VALUE ZERO.              00008700
008800     02  BANK-BATCH-COUNT      PIC 9(3)  VALUE ZERO.              00008800
008900     02  PAYMENT-COUNT         PIC 9(6)  VALUE ZERO.              00008900
009000     02  PAYMENT-TOTAL         PIC S9(13) VALUE ZERO.             00009000
009100     02  EXCEPTION-COUNT       PIC 9(6)  VALUE ZERO.              00009100
009200     02  EXCEPTION-TOTAL       PIC S9(13) VALUE ZERO.             00009200
009300     02  NO-REFERENCE-COUNT    PIC 9(6)  VALUE ZERO.              00009300
009400     02  DEPOSIT-DIFFERENCE    PIC S9(13) VALUE ZERO.             00009400
009500     02  EDIT-CONTROL-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00009500
009600     02  EDIT-SECOND-TOTAL     PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00009600
009700 01  SEVERITY-FIELDS.                                             00009700
009800     02  HIGHEST-SEVERITY      PIC 9(2)  VALUE ZERO.              00009800
009900 01  EXCEPTION-TABLE-FIELDS.                                      00009900
010000     02  EXCEPTION-ENTRY-COUNT PIC 9(3)  VALUE ZERO.              00010000
010100     02  EXCEPTION-IX          PIC 9(3)  VALUE ZERO.              00010100
010200     02  EXCEPTION-FULL-SWITCH PIC X(3)  VALUE 'NO '.             00010200
010300         88  EXCEPTION-TABLE-FULL VALUE 'YES'.                    00010300
010400 01  EXCEPTION-TABLE.                                             00010400
010500     02  EXCEPTION-ENTRY OCCURS 200 TIMES.                        00010500
010600         03  EXC-TBL-BATCH       PIC 9(3).                        00010600
010700         03  EXC-TBL-ITEM        PIC 9(4).                        00010700
010800         03  EXC-TBL-CHECK-NO    PIC X(10).                       00010800
010900         03  EXC-TBL-ACCOUNT     PIC X(8).                        00010900
011000         03  EXC-TBL-INVOICE     PIC X(20).                       00011000
011100         03  EXC-TBL-AMOUNT      PIC S9(13).                      00011100
011200         03  EXC-TBL-REASON      PIC X(30).                       00011200
011300 01  COLUMN-HEADING-LINE.                                         00011300
011400     02  FILLER            PIC X(2)  VALUE SPACES.                00011400
011500     02  FILLER            PIC X(3)  VALUE 'BAT'.                 00011500
011600     02  FILLER            PIC X(2)  VALUE SPACES.                00011600
011700     02  FILLER            PIC X(4)  VALUE 'ITEM'.                00011700
011800     02  FILLER            PIC X(2)  VALUE SPACES.                00011800
011900     02  FILLER            PIC X(10) VALUE 'CHECK NO'.            00011900
012000     02  FILLER            PIC X(2)  VALUE SPACES.                00012000
012100     02  FILLER            PIC X(8)  VALUE 'ACCOUNT'.             00012100
012200     02  FILLER            PIC X(2)  VALUE SPACES.                00012200
012300     02  FILLER            PIC X(20) VALUE 'INVOICE REFERENCE'.   00012300
012400     02  FILLER            PIC X(2)  VALUE SPACES.                00012400
012500     02  FILLER            PIC X(16) VALUE '    CHECK AMOUNT'.    00012500
012600     02  FILLER            PIC X(2)  VALUE SPACES.                00012600
012700     02  FILLER            PIC X(30) VALUE 'DISPOSITION'.         00012700
012800     02  FILLER            PIC X(27) VALUE SPACES.                00012800
012900 01  REGISTER-LINE.                                               00012900
013000     02  FILLER            PIC X(2).                              00013000
013100     02  REG-BATCH         PIC ZZ9.                               00013100
013200     02  FILLER            PIC X(2).                              00013200
013300     02  REG-ITEM          PIC ZZZ9.                              00013300
013400     02  FILLER            PIC X(2).                              00013400
013500     02  REG-CHECK-NO      PIC X(10).                             00013500
013600     02  FILLER            PIC X(2).                              00013600
013700     02  REG-ACCOUNT       PIC X(8).                              00013700
013800     02  FILLER            PIC X(2).                              00013800
013900     02  REG-INVOICE       PIC X(20).                             00013900
014000     02  FILLER            PIC X(2).                              00014000
014100     02  REG-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00014100
014200     02  FILLER            PIC X(2).                              00014200
014300     02  REG-DISPOSITION   PIC X(30).                             00014300
014400     02  FILLER            PIC X(27).                             00014400
014500 01  MESSAGE-LINE.                                                00014500
014600     02  FILLER            PIC X(5).                              00014600
014700     02  MESSAGE-TEXT      PIC X(127).                            00014700
014800******************************************************************00014800
014900 PROCEDURE DIVISION.                                              00014900
015000     OPEN INPUT  LOCKBOX-FILE                                     00015000
015100          OUTPUT PAYMENT-FILE                                     00015100
015200                 EXCEPTION-FILE                                   00015200
015300                 REGISTER-REPORT.                                 00015300
015400     ACCEPT RUN-DATE FROM DATE YYYYMMDD.                          00015400
015500     MOVE RUN-DATE TO DEPOSIT-DATE.                               00015500
015600     MOVE RUN-DATE TO BATCH-DEPOSIT-DATE.                         00015600
015700     PERFORM WRITE-HEADER.                                        00015700
015800     PERFORM WRITE-COLUMN-HEADINGS.                               00015800
015900     PERFORM GET-LOCKBOX.                                         00015900
016000     PERFORM PROCESS-LOCKBOX-RECORD UNTIL END-OF-LOCKBOX.         00016000
016100     PERFORM CHECK-FILE-CONTROLS.                                 00016100
016200     PERFORM WRITE-BATCH-CONTROL-CARDS.                           00016200
016300     PERFORM PRINT-RUN-SUMMARY.                                   00016300
016400     PERFORM PRINT-EXCEPTION-LIST.                                00016400
016500     CLOSE LOCKBOX-FILE                                           00016500
016600           PAYMENT-FILE                                           00016600
016700           EXCEPTION-FILE                                         00016700
016800           REGISTER-REPORT.                                       00016800
016900     PERFORM WRITE-RUN-LOG.                                       00016900
017000     MOVE HIGHEST-SEVERITY TO RETURN-CODE.                        00017000
017100     GOBACK.                                                      00017100
017200******************************************************************00017200
017300 GET-LOCKBOX.                                                     00017300
017400     READ LOCKBOX-FILE AT END                                     00017400
017500         MOVE 'EOF' TO LOCKBOX-SWITCH.                            00017500
017600******************************************************************00017600
017700 PROCESS-LOCKBOX-RECORD.                                          00017700
017800     ADD 1 TO RECORDS-READ.                                       00017800
017900     IF LBX-DETAIL                                                00017900
018000         PERFORM PROCESS-CHECK                                    00018000
018100     ELSE                                                         00018100
018200         IF LBX-BATCH-HEADER                                      00018200
018300             PERFORM START-DEPOSIT-BATCH                          00018300
018400         ELSE                                                     00018400
018500             IF LBX-BATCH-TRAILER                                 00018500
018600                 PERFORM FINISH-DEPOSIT-BATCH                     00018600
018700             ELSE                                                 00018700
018800                 IF LBX-FILE-HEADER                               00018800
018900                     PERFORM CAPTURE-FILE-HEADER                  00018900
019000                 ELSE                                             00019000
019100                     IF LBX-FILE-TRAILER                          00019100
019200                         PERFORM CAPTURE-FILE-TRAILER             00019200
019300                     ELSE                                         00019300
019400                         PERFORM WRITE-UNKNOWN-RECORD-MESSAGE     00019400
019500                     END-IF                                       00019500
019600                 END-IF                                           00019600
019700             END-IF                                               00019700
019800         END-IF                                                   00019800
019900     END-IF.                                                      00019900
020000     PERFORM GET-LOCKBOX.                                         00020000
020100******************************************************************00020100
020200 CAPTURE-FILE-HEADER.                                             00020200
020300     MOVE 'YES' TO FILE-HEADER-SWITCH.                            00020300
020400     IF LBXH-DEPOSIT-DATE NUMERIC                                 00020400
020500        AND LBXH-DEPOSIT-DATE > ZERO                              00020500
020600         MOVE LBXH-DEPOSIT-DATE TO DEPOSIT-DATE                   00020600
020700     END-IF.                                                      00020700
020800     MOVE SPACES TO MESSAGE-LINE.                                 00020800
020900     STRING 'BANK: ' DELIMITED BY SIZE                            00020900
021000            LBXH-BANK-ID DELIMITED BY SIZE                        00021000
021100            '  LOCKBOX: ' DELIMITED BY SIZE                       00021100
021200            LBXH-LOCKBOX-NO DELIMITED BY SIZE                     00021200
021300            '  DEPOSIT DATE: ' DELIMITED BY SIZE                  00021300
021400            DEPOSIT-DATE DELIMITED BY SIZE                        00021400
021500       INTO MESSAGE-TEXT.                                         00021500
021600     PERFORM WRITE-MESSAGE-LINE.                                  00021600
021700******************************************************************00021700
021800 START-DEPOSIT-BATCH.                                             00021800
021900     IF BATCH-OPEN                                                00021900
022000         MOVE SPACES TO MESSAGE-LINE                              00022000
022100         STRING 'BATCH TRAILER MISSING FOR BATCH: '               00022100
022200                DELIMITED BY SIZE                                 00022200
022300                CURRENT-BATCH-NO DELIMITED BY SIZE                00022300
022400           INTO MESSAGE-TEXT                                      00022400
022500         PERFORM WRITE-MESSAGE-LINE                               00022500
022600         PERFORM RAISE-ERROR-SEVERITY                             00022600
022700     END-IF.                                                      00022700
022800     MOVE 'YES' TO BATCH-OPEN-SWITCH.                             00022800
022900     ADD 1 TO BATCH-COUNT.                                        00022900
023000     MOVE LBXB-BATCH-NO TO CURRENT-BATCH-NO.                      00023000
023100     MOVE ZERO TO BATCH-CHECK-COUNT                               00023100
023200                  BATCH-CHECK-TOTAL                               00023200
023300                  BATCH-POSTED-TOTAL                              00023300
023400                  BATCH-EXCEPTION-TOTAL.                          00023400
023500     IF LBXB-DEPOSIT-DATE NUMERIC                                 00023500
023600        AND LBXB-DEPOSIT-DATE > ZERO                              00023600
023700         MOVE LBXB-DEPOSIT-DATE TO BATCH-DEPOSIT-DATE             00023700
023800     ELSE                                                         00023800
023900         MOVE DEPOSIT-DATE TO BATCH-DEPOSIT-DATE                  00023900
024000     END-IF.                                                      00024000
024100******************************************************************00024100
024200 PROCESS-CHECK.                                                   00024200
024300     IF NOT BATCH-OPEN                                            00024300
024400         MOVE SPACES TO MESSAGE-LINE                              00024400
024500         STRING 'CHECK OUTSIDE ANY BATCH - ITEM: '                00024500
024600                DELIMITED BY SIZE                                 00024600
024700                LBXD-ITEM-NO DELIMITED BY SIZE                    00024700
024800           INTO MESSAGE-TEXT                                      00024800
024900         PERFORM WRITE-MESSAGE-LINE                               00024900
025000         PERFORM RAISE-ERROR-SEVERITY                             00025000
025100     END-IF.                                                      00025100
025200     ADD 1 TO CHECKS-READ.                                        00025200
025300     ADD 1 TO BATCH-CHECK-COUNT.                                  00025300
025400     IF LBXD-CHECK-AMOUNT NUMERIC                                 00025400
025500         MOVE LBXD-CHECK-AMOUNT TO CHECK-AMOUNT                   00025500
025600     ELSE                                                         00025600
025700         MOVE ZERO TO CHECK-AMOUNT                                00025700
025800     END-IF.                                                      00025800
025900     ADD CHECK-AMOUNT TO BATCH-CHECK-TOTAL.                       00025900
026000     PERFORM EDIT-CHECK.                                          00026000
026100     IF EXCEPTION-REASON = SPACES                                 00026100
026200         PERFORM BUILD-PAYMENT-RECORD                             00026200
026300     ELSE                                                         00026300
026400         PERFORM RECORD-CHECK-EXCEPTION                           00026400
026500     END-IF.                                                      00026500
026600     PERFORM WRITE-REGISTER-LINE.                                 00026600
026700******************************************************************00026700
026800 EDIT-CHECK.                                                      00026800
026900     MOVE SPACES TO EXCEPTION-REASON.                             00026900
027000     IF LBXD-CAPTURE-FAILED                                       00027000
027100        OR LBXD-CHECK-AMOUNT NOT NUMERIC                          00027100
027200        OR CHECK-AMOUNT = ZERO                                    00027200
027300         MOVE 'NOT POSTED - CHECK UNREADABLE' TO EXCEPTION-REASON 00027300
027400     ELSE                                                         00027400
027500         IF LBXD-ACCOUNT = SPACES                                 00027500
027600            OR LBXD-ACCOUNT = ZEROS                               00027600
027700             MOVE 'NOT POSTED - NO ACCOUNT NUMBER'                00027700
027800                 TO EXCEPTION-REASON                              00027800
027900         ELSE                                                     00027900
028000             IF LBXD-ACCOUNT NOT NUMERIC                          00028000
028100                 MOVE 'NOT POSTED - ACCT NOT NUMERIC'             00028100
028200                     TO EXCEPTION-REASON                          00028200
028300             ELSE                                                 00028300
028400                 IF CHECK-AMOUNT > 1999998                        00028400
028500                     MOVE 'NOT POSTED - OVER RECORD LIMIT'        00028500
028600                         TO EXCEPTION-REASON                      00028600
028700                 END-IF                                           00028700
028800             END-IF                                               00028800
028900         END-IF                                                   00028900
029000     END-IF.                                                      00029000
029100******************************************************************00029100
029200 BUILD-PAYMENT-RECORD.                                            00029200
029300     MOVE SPACES TO INPUT-FILE-RECORD.                            00029300
029400     MOVE LBXD-ACCOUNT TO INPUT-FIELD1.                           00029400
029500     MOVE 'LOCKBOX' TO INPUT-FIELD2.                              00029500
029600     MOVE LBXD-INVOICE-NO TO INPUT-FIELD3.                        00029600
029700     IF CHECK-AMOUNT > 999999                                     00029700
029800         MOVE 999999 TO INPUT-FIELD4                              00029800
029900         COMPUTE PAYMENT-REMAINDER = CHECK-AMOUNT - 999999        00029900
030000         MOVE PAYMENT-REMAINDER TO INPUT-FIELD5                   00030000
030100     ELSE                                                         00030100
030200         MOVE CHECK-AMOUNT TO INPUT-FIELD4                        00030200
030300         MOVE ZERO TO INPUT-FIELD5                                00030300
030400     END-IF.                                                      00030400
030500     MOVE 'P' TO INPUT-TRAN-TYPE.                                 00030500
030600     MOVE BATCH-DEPOSIT-DATE TO INPUT-TRAN-DATE.                  00030600
030700     WRITE INPUT-FILE-RECORD.                                     00030700
030800     ADD 1 TO PAYMENT-COUNT.                                      00030800
030900     ADD CHECK-AMOUNT TO PAYMENT-TOTAL.                           00030900
031000     ADD CHECK-AMOUNT TO BATCH-POSTED-TOTAL.                      00031000
031100* A STUB WITH NO INVOICE NUMBER STILL POSTS - AROPEN PARKS THE    00031100
031200* PAYMENT ON THE UNAPPLIED-CASH FILE FOR COLLECTIONS TO APPLY.    00031200
031300     IF LBXD-INVOICE-NO = SPACES                                  00031300
031400         ADD 1 TO NO-REFERENCE-COUNT                              00031400
031500         MOVE 'POSTED - NO INVOICE REFERENCE' TO CHECK-DISPOSITION00031500
031600     ELSE                                                         00031600
031700         MOVE 'POSTED' TO CHECK-DISPOSITION                       00031700
031800     END-IF.                                                      00031800
031900******************************************************************00031900
032000 RECORD-CHECK-EXCEPTION.                                          00032000
032100     ADD 1 TO EXCEPTION-COUNT.                                    00032100
032200     ADD CHECK-AMOUNT TO EXCEPTION-TOTAL.                         00032200
032300     ADD CHECK-AMOUNT TO BATCH-EXCEPTION-TOTAL.                   00032300
032400     MOVE EXCEPTION-REASON TO CHECK-DISPOSITION.                  00032400
032500     MOVE LOCKBOX-RECORD TO EXCEPTION-OUT-RECORD.                 00032500
032600     WRITE EXCEPTION-OUT-RECORD.                                  00032600
032700     IF EXCEPTION-ENTRY-COUNT < 200                               00032700
032800         ADD 1 TO EXCEPTION-ENTRY-COUNT                           00032800
032900         MOVE EXCEPTION-ENTRY-COUNT TO EXCEPTION-IX               00032900
033000         MOVE CURRENT-BATCH-NO TO EXC-TBL-BATCH (EXCEPTION-IX)    00033000
033100         MOVE LBXD-ITEM-NO TO EXC-TBL-ITEM (EXCEPTION-IX)         00033100
033200         MOVE LBXD-CHECK-NO TO EXC-TBL-CHECK-NO (EXCEPTION-IX)    00033200
033300         MOVE LBXD-ACCOUNT TO EXC-TBL-ACCOUNT (EXCEPTION-IX)      00033300
033400         MOVE LBXD-INVOICE-NO TO EXC-TBL-INVOICE (EXCEPTION-IX)   00033400
033500         MOVE CHECK-AMOUNT TO EXC-TBL-AMOUNT (EXCEPTION-IX)       00033500
033600         MOVE EXCEPTION-REASON TO EXC-TBL-REASON (EXCEPTION-IX)   00033600
033700     ELSE                                                         00033700
033800         MOVE 'YES' TO EXCEPTION-FULL-SWITCH                      00033800
033900     END-IF.                                                      00033900
034000******************************************************************00034000
034100 FINISH-DEPOSIT-BATCH.                                            00034100
034200     IF NOT BATCH-OPEN                                            00034200
034300         MOVE SPACES TO MESSAGE-LINE                              00034300
034400         STRING 'BATCH TRAILER WITHOUT A BATCH HEADER: '          00034400
034500                DELIMITED BY SIZE                                 00034500
034600                LBXT-BATCH-NO DELIMITED BY SIZE                   00034600
034700           INTO MESSAGE-TEXT                                      00034700
034800         PERFORM WRITE-MESSAGE-LINE                               00034800
034900         PERFORM RAISE-ERROR-SEVERITY                             00034900
035000     END-IF.                                                      00035000
035100     MOVE SPACES TO MESSAGE-LINE.                                 00035100
035200     MOVE BATCH-POSTED-TOTAL TO EDIT-CONTROL-TOTAL.               00035200
035300     MOVE BATCH-EXCEPTION-TOTAL TO EDIT-SECOND-TOTAL.             00035300
035400     STRING 'BATCH ' DELIMITED BY SIZE                            00035400
035500            CURRENT-BATCH-NO DELIMITED BY SIZE                    00035500
035600            ' CHECKS: ' DELIMITED BY SIZE                         00035600
035700            BATCH-CHECK-COUNT DELIMITED BY SIZE                   00035700
035800            ' POSTED: ' DELIMITED BY SIZE                         00035800
035900            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00035900
036000            ' NOT POSTED: ' DELIMITED BY SIZE                     00036000
036100            EDIT-SECOND-TOTAL DELIMITED BY SIZE                   00036100
036200       INTO MESSAGE-TEXT.                                         00036200
036300     PERFORM WRITE-MESSAGE-LINE.                                  00036300
036400     IF LBXT-ITEM-COUNT NOT NUMERIC                               00036400
036500        OR LBXT-BATCH-AMOUNT NOT NUMERIC                          00036500
036600         MOVE SPACES TO MESSAGE-LINE                              00036600
036700         STRING 'BATCH TRAILER CONTROLS UNREADABLE - BATCH: '     00036700
036800                DELIMITED BY SIZE                                 00036800
036900                CURRENT-BATCH-NO DELIMITED BY SIZE                00036900
037000           INTO MESSAGE-TEXT                                      00037000
037100         PERFORM WRITE-MESSAGE-LINE                               00037100
037200         PERFORM RAISE-ERROR-SEVERITY                             00037200
037300     ELSE                                                         00037300
037400         IF LBXT-ITEM-COUNT NOT = BATCH-CHECK-COUNT               00037400
037500            OR LBXT-BATCH-AMOUNT NOT = BATCH-CHECK-TOTAL          00037500
037600             MOVE LBXT-BATCH-AMOUNT TO EDIT-CONTROL-TOTAL         00037600
037700             MOVE BATCH-CHECK-TOTAL TO EDIT-SECOND-TOTAL          00037700
037800             MOVE SPACES TO MESSAGE-LINE                          00037800
037900             STRING 'BATCH OUT OF BALANCE WITH BANK - BANK: '     00037900
038000                    DELIMITED BY SIZE                             00038000
038100                    LBXT-ITEM-COUNT DELIMITED BY SIZE             00038100
038200                    ' CHECKS ' DELIMITED BY SIZE                  00038200
038300                    EDIT-CONTROL-TOTAL DELIMITED BY SIZE          00038300
038400                    ' READ: ' DELIMITED BY SIZE                   00038400
038500                    BATCH-CHECK-COUNT DELIMITED BY SIZE           00038500
038600                    ' CHECKS ' DELIMITED BY SIZE                  00038600
038700                    EDIT-SECOND-TOTAL DELIMITED BY SIZE           00038700
038800               INTO MESSAGE-TEXT                                  00038800
038900             PERFORM WRITE-MESSAGE-LINE                           00038900
039000             PERFORM RAISE-ERROR-SEVERITY                         00039000
039100         END-IF                                                   00039100
039200     END-IF.                                                      00039200
039300     MOVE 'NO ' TO BATCH-OPEN-SWITCH.                             00039300
039400******************************************************************00039400
039500 CAPTURE-FILE-TRAILER.                                            00039500
039600     MOVE 'YES' TO FILE-TRAILER-SWITCH.                           00039600
039700     IF LBXF-DEPOSIT-TOTAL NUMERIC                                00039700
039800         MOVE LBXF-DEPOSIT-TOTAL TO BANK-DEPOSIT-TOTAL            00039800
039900     END-IF.                                                      00039900
040000     IF LBXF-ITEM-COUNT NUMERIC                                   00040000
040100         MOVE LBXF-ITEM-COUNT TO BANK-ITEM-COUNT                  00040100
040200     END-IF.                                                      00040200
040300     IF LBXF-BATCH-COUNT NUMERIC                                  00040300
040400         MOVE LBXF-BATCH-COUNT TO BANK-BATCH-COUNT                00040400
040500     END-IF.                                                      00040500
040600******************************************************************00040600
040700 WRITE-UNKNOWN-RECORD-MESSAGE.                                    00040700
040800     MOVE SPACES TO MESSAGE-LINE.                                 00040800
040900     STRING 'UNKNOWN LOCKBOX RECORD TYPE: ' DELIMITED BY SIZE     00040900
041000            LBX-RECORD-TYPE DELIMITED BY SIZE                     00041000
041100            ' AT RECORD ' DELIMITED BY SIZE                       00041100
041200            RECORDS-READ DELIMITED BY SIZE                        00041200
041300       INTO MESSAGE-TEXT.                                         00041300
041400     PERFORM WRITE-MESSAGE-LINE.                                  00041400
041500     PERFORM RAISE-ERROR-SEVERITY.                                00041500
041600******************************************************************00041600
041700 CHECK-FILE-CONTROLS.                                             00041700
041800     IF BATCH-OPEN                                                00041800
041900         MOVE SPACES TO MESSAGE-LINE                              00041900
042000         STRING 'BATCH TRAILER MISSING FOR BATCH: '               00042000
042100                DELIMITED BY SIZE                                 00042100
042200                CURRENT-BATCH-NO DELIMITED BY SIZE                00042200
042300           INTO MESSAGE-TEXT                                      00042300
042400         PERFORM WRITE-MESSAGE-LINE                               00042400
042500         PERFORM RAISE-ERROR-SEVERITY                             00042500
042600     END-IF.                                                      00042600
042700     IF NOT FILE-HEADER-SEEN                                      00042700
042800         MOVE SPACES TO MESSAGE-LINE                              00042800
042900         MOVE 'LOCKBOX FILE HEADER MISSING' TO MESSAGE-TEXT       00042900
043000         PERFORM WRITE-MESSAGE-LINE                               00043000
043100         PERFORM RAISE-ERROR-SEVERITY                             00043100
043200     END-IF.                                                      00043200
043300     IF NOT FILE-TRAILER-SEEN                                     00043300
043400         MOVE SPACES TO MESSAGE-LINE                              00043400
043500         MOVE 'LOCKBOX FILE TRAILER MISSING - FILE INCOMPLETE'    00043500
043600             TO MESSAGE-TEXT                                      00043600
043700         PERFORM WRITE-MESSAGE-LINE                               00043700
043800         PERFORM RAISE-ERROR-SEVERITY                             00043800
043900     ELSE                                                         00043900
044000         IF BANK-ITEM-COUNT NOT = CHECKS-READ                     00044000
044100            OR BANK-BATCH-COUNT NOT = BATCH-COUNT                 00044100
044200             MOVE SPACES TO MESSAGE-LINE                          00044200
044300             STRING 'FILE TRAILER DOES NOT TIE - BANK CHECKS: '   00044300
044400                    DELIMITED BY SIZE                             00044400
044500                    BANK-ITEM-COUNT DELIMITED BY SIZE             00044500
044600                    ' READ: ' DELIMITED BY SIZE                   00044600
044700                    CHECKS-READ DELIMITED BY SIZE                 00044700
044800                    ' BANK BATCHES: ' DELIMITED BY SIZE           00044800
044900                    BANK-BATCH-COUNT DELIMITED BY SIZE            00044900
045000                    ' READ: ' DELIMITED BY SIZE                   00045000
045100                    BATCH-COUNT DELIMITED BY SIZE                 00045100
045200               INTO MESSAGE-TEXT                                  00045200
045300             PERFORM WRITE-MESSAGE-LINE                           00045300
045400             PERFORM RAISE-ERROR-SEVERITY                         00045400
045500         END-IF                                                   00045500
045600     END-IF.                                                      00045600
045700     COMPUTE DEPOSIT-DIFFERENCE = BANK-DEPOSIT-TOTAL              00045700
045800         - PAYMENT-TOTAL - EXCEPTION-TOTAL.                       00045800
045900     IF DEPOSIT-DIFFERENCE NOT = ZERO                             00045900
046000         PERFORM RAISE-ERROR-SEVERITY                             00046000
046100     END-IF.                                                      00046100
046200     IF CHECKS-READ = ZERO                                        00046200
046300         MOVE SPACES TO MESSAGE-LINE                              00046300
046400         MOVE 'NO CHECKS ON LOCKBOX FILE' TO MESSAGE-TEXT         00046400
046500         PERFORM WRITE-MESSAGE-LINE                               00046500
046600         PERFORM RAISE-WARNING-SEVERITY                           00046600
046700     END-IF.                                                      00046700
046800     IF EXCEPTION-COUNT > ZERO                                    00046800
046900         PERFORM RAISE-WARNING-SEVERITY                           00046900
047000     END-IF.                                                      00047000
047100******************************************************************00047100
047200 WRITE-BATCH-CONTROL-CARDS.                                       00047200
047300     MOVE SPACES TO INPUT-FILE-RECORD.                            00047300
047400     MOVE 'BHD' TO BATCH-RECORD-TYPE.                             00047400
047500     MOVE PAYMENT-COUNT TO BATCH-EXPECTED-COUNT.                  00047500
047600     MOVE PAYMENT-TOTAL TO BATCH-EXPECTED-TOTAL.                  00047600
047700     IF PAYMENT-TOTAL > ZERO                                      00047700
047800         MOVE '-' TO BATCH-EXPECTED-SIGN                          00047800
047900     ELSE                                                         00047900
048000         MOVE SPACE TO BATCH-EXPECTED-SIGN                        00048000
048100     END-IF.                                                      00048100
048200     WRITE INPUT-FILE-RECORD.                                     00048200
048300     MOVE 'BTR' TO BATCH-RECORD-TYPE.                             00048300
048400     WRITE INPUT-FILE-RECORD.                                     00048400
048500******************************************************************00048500
048600 WRITE-REGISTER-LINE.                                             00048600
048700     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00048700
048800         PERFORM WRITE-HEADER                                     00048800
048900         PERFORM WRITE-COLUMN-HEADINGS                            00048900
049000     END-IF.                                                      00049000
049100     MOVE SPACES TO REGISTER-LINE.                                00049100
049200     MOVE CURRENT-BATCH-NO  TO REG-BATCH.                         00049200
049300     MOVE LBXD-ITEM-NO      TO REG-ITEM.                          00049300
049400     MOVE LBXD-CHECK-NO     TO REG-CHECK-NO.                      00049400
049500     MOVE LBXD-ACCOUNT      TO REG-ACCOUNT.                       00049500
049600     MOVE LBXD-INVOICE-NO   TO REG-INVOICE.                       00049600
049700     MOVE CHECK-AMOUNT      TO REG-AMOUNT.                        00049700
049800     MOVE CHECK-DISPOSITION TO REG-DISPOSITION.                   00049800
049900     MOVE REGISTER-LINE TO OUTPUT-LINE.                           00049900
050000     MOVE 1 TO LINE-SPACING.                                      00050000
050100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00050100
050200     WRITE OUTPUT-RECORD.                                         00050200
050300     ADD 1 TO LINES-WRITTEN.                                      00050300
050400******************************************************************00050400
050500 PRINT-RUN-SUMMARY.                                               00050500
050600     MOVE SPACES TO MESSAGE-LINE.                                 00050600
050700     MOVE BANK-DEPOSIT-TOTAL TO EDIT-CONTROL-TOTAL.               00050700
050800     STRING 'BANK DEPOSIT TOTAL:          ' DELIMITED BY SIZE     00050800
050900            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00050900
051000            '  CHECKS: ' DELIMITED BY SIZE                        00051000
051100            BANK-ITEM-COUNT DELIMITED BY SIZE                     00051100
051200       INTO MESSAGE-TEXT.                                         00051200
051300     PERFORM WRITE-MESSAGE-LINE.                                  00051300
051400     MOVE SPACES TO MESSAGE-LINE.                                 00051400
051500     MOVE PAYMENT-TOTAL TO EDIT-CONTROL-TOTAL.                    00051500
051600     STRING 'PAYMENT RECORDS BUILT:       ' DELIMITED BY SIZE     00051600
051700            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00051700
051800            '  CHECKS: ' DELIMITED BY SIZE                        00051800
051900            PAYMENT-COUNT DELIMITED BY SIZE                       00051900
052000       INTO MESSAGE-TEXT.                                         00052000
052100     PERFORM WRITE-MESSAGE-LINE.                                  00052100
052200     MOVE SPACES TO MESSAGE-LINE.                                 00052200
052300     MOVE EXCEPTION-TOTAL TO EDIT-CONTROL-TOTAL.                  00052300
052400     STRING 'CHECKS NOT POSTED:           ' DELIMITED BY SIZE     00052400
052500            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00052500
052600            '  CHECKS: ' DELIMITED BY SIZE                        00052600
052700            EXCEPTION-COUNT DELIMITED BY SIZE                     00052700
052800       INTO MESSAGE-TEXT.                                         00052800
052900     PERFORM WRITE-MESSAGE-LINE.                                  00052900
053000     MOVE SPACES TO MESSAGE-LINE.                                 00053000
053100     MOVE DEPOSIT-DIFFERENCE TO EDIT-CONTROL-TOTAL.               00053100
053200     STRING 'UNACCOUNTED DIFFERENCE:      ' DELIMITED BY SIZE     00053200
053300            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00053300
053400       INTO MESSAGE-TEXT.                                         00053400
053500     PERFORM WRITE-MESSAGE-LINE.                                  00053500
053600     MOVE SPACES TO MESSAGE-LINE.                                 00053600
053700     IF DEPOSIT-DIFFERENCE = ZERO                                 00053700
053800         MOVE 'DEPOSIT TIES TO PAYMENTS PLUS CHECKS NOT POSTED'   00053800
053900             TO MESSAGE-TEXT                                      00053900
054000     ELSE                                                         00054000
054100         MOVE 'DEPOSIT OUT OF BALANCE - DO NOT RELEASE BATCH'     00054100
054200             TO MESSAGE-TEXT                                      00054200
054300     END-IF.                                                      00054300
054400     PERFORM WRITE-MESSAGE-LINE.                                  00054400
054500     MOVE SPACES TO MESSAGE-LINE.                                 00054500
054600     STRING 'PAYMENTS WITH NO INVOICE REFERENCE: '                00054600
054700            DELIMITED BY SIZE                                     00054700
054800            NO-REFERENCE-COUNT DELIMITED BY SIZE                  00054800
054900       INTO MESSAGE-TEXT.                                         00054900
055000     PERFORM WRITE-MESSAGE-LINE.                                  00055000
055100******************************************************************00055100
055200 PRINT-EXCEPTION-LIST.                                            00055200
055300     IF EXCEPTION-COUNT > ZERO                                    00055300
055400         PERFORM WRITE-HEADER                                     00055400
055500         MOVE SPACES TO MESSAGE-LINE                              00055500
055600         MOVE 'CHECKS NOT POSTED - KEY FROM THE LBXEXC FILE'      00055600
055700             TO MESSAGE-TEXT                                      00055700
055800         PERFORM WRITE-MESSAGE-LINE                               00055800
055900         PERFORM WRITE-COLUMN-HEADINGS                            00055900
056000         MOVE 1 TO EXCEPTION-IX                                   00056000
056100         PERFORM PRINT-EXCEPTION-LINE                             00056100
056200             UNTIL EXCEPTION-IX > EXCEPTION-ENTRY-COUNT           00056200
056300         IF EXCEPTION-TABLE-FULL                                  00056300
056400             MOVE SPACES TO MESSAGE-LINE                          00056400
056500             MOVE 'EXCEPTION LIST FULL - SEE REGISTER AND LBXEXC' 00056500
056600                 TO MESSAGE-TEXT                                  00056600
056700             PERFORM WRITE-MESSAGE-LINE                           00056700
056800         END-IF                                                   00056800
056900     END-IF.                                                      00056900
057000******************************************************************00057000
057100 PRINT-EXCEPTION-LINE.                                            00057100
057200     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00057200
057300         PERFORM WRITE-HEADER                                     00057300
057400         PERFORM WRITE-COLUMN-HEADINGS                            00057400
057500     END-IF.                                                      00057500
057600     MOVE SPACES TO REGISTER-LINE.                                00057600
057700     MOVE EXC-TBL-BATCH (EXCEPTION-IX)    TO REG-BATCH.           00057700
057800     MOVE EXC-TBL-ITEM (EXCEPTION-IX)     TO REG-ITEM.            00057800
057900     MOVE EXC-TBL-CHECK-NO (EXCEPTION-IX) TO REG-CHECK-NO.        00057900
058000     MOVE EXC-TBL-ACCOUNT (EXCEPTION-IX)  TO REG-ACCOUNT.         00058000
058100     MOVE EXC-TBL-INVOICE (EXCEPTION-IX)  TO REG-INVOICE.         00058100
058200     MOVE EXC-TBL-AMOUNT (EXCEPTION-IX)   TO REG-AMOUNT.          00058200
058300     MOVE EXC-TBL-REASON (EXCEPTION-IX)   TO REG-DISPOSITION.     00058300
058400     MOVE REGISTER-LINE TO OUTPUT-LINE.                           00058400
058500     MOVE 1 TO LINE-SPACING.                                      00058500
058600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00058600
058700     WRITE OUTPUT-RECORD.                                         00058700
058800     ADD 1 TO LINES-WRITTEN.                                      00058800
058900     ADD 1 TO EXCEPTION-IX.                                       00058900
059000******************************************************************00059000
059100 RAISE-ERROR-SEVERITY.                                            00059100
059200     IF HIGHEST-SEVERITY < 8                                      00059200
059300         MOVE 8 TO HIGHEST-SEVERITY                               00059300
059400     END-IF.                                                      00059400
059500******************************************************************00059500
059600 RAISE-WARNING-SEVERITY.                                          00059600
059700     IF HIGHEST-SEVERITY < 4                                      00059700
059800         MOVE 4 TO HIGHEST-SEVERITY                               00059800
059900     END-IF.                                                      00059900
060000******************************************************************00060000
060100 WRITE-MESSAGE-LINE.                                              00060100
060200     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00060200
060300     MOVE 1 TO LINE-SPACING.                                      00060300
060400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00060400
060500     WRITE OUTPUT-RECORD.                                         00060500
060600     ADD 1 TO LINES-WRITTEN.                                      00060600
060700******************************************************************00060700
060800 WRITE-COLUMN-HEADINGS.                                           00060800
060900     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.                     00060900
061000     MOVE 2 TO LINE-SPACING.                                      00061000
061100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00061100
061200     WRITE OUTPUT-RECORD.                                         00061200
061300     ADD 2 TO LINES-WRITTEN.                                      00061300
061400******************************************************************00061400
061500 WRITE-HEADER.                                                    00061500
061600     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.                       00061600
061700     ADD 1 TO PAGE-COUNT.                                         00061700
061800     MOVE PAGE-COUNT TO HEADER-PAGE-NO.                           00061800
061900     MOVE RUN-DATE TO HEADER-RUN-DATE.                            00061900
062000     MOVE LOCK-HEADER-RECORD TO OUTPUT-LINE.                      00062000
062100     WRITE OUTPUT-RECORD.                                         00062100
062200     MOVE ZERO TO LINES-WRITTEN.                                  00062200
062300******************************************************************00062300
062400 WRITE-RUN-LOG.                                                   00062400
062500     OPEN EXTEND RUN-LOG-FILE.                                    00062500
062600     ACCEPT RUN-TIME FROM TIME.                                   00062600
062700     MOVE SPACES TO RUN-LOG-RECORD.                               00062700
062800     MOVE 'ARLOCK' TO RLOG-PROGRAM-ID.                            00062800
062900     MOVE RUN-DATE TO RLOG-RUN-DATE.                              00062900
063000     MOVE RUN-TIME (1:6) TO RLOG-RUN-TIME.                        00063000
063100     MOVE CHECKS-READ TO RLOG-RECORDS-IN.                         00063100
063200     MOVE PAYMENT-COUNT TO RLOG-RECORDS-OUT.                      00063200
063300     MOVE ZERO TO RLOG-RECORDS-ADDED.                             00063300
063400     MOVE EXCEPTION-COUNT TO RLOG-REJECT-COUNT.                   00063400
063500     MOVE HIGHEST-SEVERITY TO RLOG-RETURN-CODE.                   00063500
063600     WRITE RUN-LOG-RECORD.                                        00063600
063700     CLOSE RUN-LOG-FILE.                                          00063700
