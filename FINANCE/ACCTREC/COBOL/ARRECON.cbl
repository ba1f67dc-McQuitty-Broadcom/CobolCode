000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID. ARRECON.                                             00000200
000300 AUTHOR. BRAIN.                                                   00000300
000400 ENVIRONMENT DIVISION.                                            00000400
000500 INPUT-OUTPUT SECTION.                                            00000500
000600 FILE-CONTROL.                                                    00000600
000700     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.                        00000700
000800     SELECT OPEN-ITEM-FILE ASSIGN U-T-OITMIN.                     00000800
000900     SELECT HISTORY-IN-FILE ASSIGN U-T-HISTIN.                    00000900
001000     SELECT AGED-EXTRACT-FILE ASSIGN U-T-AGEDEXT.                 00001000
001100     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN U-T-RUNHIST.         00001100
001200     SELECT OPTIONAL RUN-LOG-FILE ASSIGN U-T-RUNLOG.              00001200
001300 DATA DIVISION.                                                   00001300
001400 FILE SECTION.                                                    00001400
001500 FD REPORT-FILE                                                   00001500
001600     LABEL RECORDS ARE OMITTED                                    00001600
001700     RECORDING MODE IS F                                          00001700
001800     RECORD CONTAINS 133 CHARACTERS                               00001800
001900     DATA RECORD IS OUTPUT-RECORD.                                00001900
002000   01 OUTPUT-RECORD.                                              00002000
002100     02 CARRIAGE-CONTROL PIC X.                                   00002100
002200     02 OUTPUT-LINE      PIC X(132).                              00002200
002300 FD OPEN-ITEM-FILE                                                00002300
002400     LABEL RECORDS ARE STANDARD                                   00002400
002500     RECORD CONTAINS 80 CHARACTERS                                00002500
002600     DATA RECORD IS OPEN-ITEM-RECORD.                             00002600
002700 COPY AROITEM.                                                    00002700
002800 FD HISTORY-IN-FILE                                               00002800
002900     LABEL RECORDS ARE STANDARD                                   00002900
003000     RECORD CONTAINS 80 CHARACTERS                                00003000
003100     DATA RECORD IS HISTORY-RECORD.                               00003100
003200 COPY ARHREC.                                                     00003200
003300 FD AGED-EXTRACT-FILE                                             00003300
003400     LABEL RECORDS ARE STANDARD                                   00003400
003500     RECORD CONTAINS 120 CHARACTERS                               00003500
003600     DATA RECORD IS AGED-BALANCE-RECORD.                          00003600
003700 COPY ARAGREC.                                                    00003700
003800 FD RUN-HISTORY-FILE                                              00003800
003900     LABEL RECORDS ARE STANDARD                                   00003900
004000     RECORD CONTAINS 60 CHARACTERS                                00004000
004100     DATA RECORD IS RUN-HISTORY-RECORD.                           00004100
004200 COPY RUNHREC.                                                    00004200
004300 FD RUN-LOG-FILE                                                  00004300
004400     LABEL RECORDS ARE STANDARD                                   00004400
004500     RECORD CONTAINS 80 CHARACTERS                                00004500
004600     DATA RECORD IS RUN-LOG-RECORD.                               00004600
004700 COPY ARRLREC.                                                    00004700
004800******************************************************************00004800
004900 WORKING-STORAGE SECTION.                                         00004900
005000 01  RECON-HEADER-RECORD.                                         00005000
005100     02  FILLER             PIC X(5)   VALUE SPACES.              00005100
005200     02  FILLER             PIC X(91)                             00005200
005300         VALUE 'AR SUBLEDGER THREE-WAY RECONCILIATION'.           00005300
005400     02  FILLER             PIC X(5)   VALUE SPACES.              00005400
005500     02  FILLER             PIC X(4)   VALUE 'PAGE'.              00005500
005600     02  FILLER             PIC X      VALUE SPACE.               00005600
005700     02  HEADER-PAGE-NO     PIC ZZ9.                              00005700
005800     02  FILLER             PIC X(5)   VALUE SPACES.              00005800
005900     02  FILLER             PIC X(9)   VALUE 'RUN DATE:'.         00005900
006000     02  FILLER             PIC X      VALUE SPACE.               00006000
006100     02  HEADER-RUN-DATE    PIC X(8).                             00006100
006200 01  PROGRAM-WORK-FIELDS.                                         00006200
006300     02  OITEM-SWITCH      PIC X(3).                              00006300
006400         88  END-OF-OPEN-ITEMS VALUE 'EOF'.                       00006400
006500     02  HISTORY-SWITCH    PIC X(3).                              00006500
006600         88  END-OF-HISTORY VALUE 'EOF'.                          00006600
006700     02  AGED-SWITCH       PIC X(3).                              00006700
006800         88  END-OF-AGED   VALUE 'EOF'.                           00006800
006900     02  RUNHIST-SWITCH    PIC X(3).                              00006900
007000         88  END-OF-RUNHIST VALUE 'EOF'.                          00007000
007100     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.                  00007100
007200     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.                  00007200
007300     02  RUN-DATE          PIC 9(8)  VALUE ZERO.                  00007300
007400     02  RUN-TIME          PIC 9(8)  VALUE ZERO.                  00007400
007500 COPY PAGING.                                                     00007500
007600 01  MATCH-KEY-FIELDS.                                            00007600
007700     02  OPEN-KEY              PIC X(8)  VALUE LOW-VALUES.        00007700
007800     02  OPEN-ACCOUNT REDEFINES OPEN-KEY PIC 9(8).                00007800
007900     02  HIST-KEY              PIC X(8)  VALUE LOW-VALUES.        00007900
008000     02  HIST-KEY-ACCOUNT REDEFINES HIST-KEY PIC 9(8).            00008000
008100     02  AGED-KEY              PIC X(8)  VALUE LOW-VALUES.        00008100
008200     02  AGED-ACCOUNT REDEFINES AGED-KEY PIC 9(8).                00008200
008300     02  LOW-KEY               PIC X(8)  VALUE LOW-VALUES.        00008300
008400     02  LOW-ACCOUNT REDEFINES LOW-KEY PIC 9(8).                  00008400
008500 01  RECON-WORK-FIELDS.                                           00008500
008600     02  RECON-TOLERANCE       PIC 9(7)  VALUE ZERO.              00008600
008700     02  OPEN-ACCOUNT-TOTAL    PIC S9(13) VALUE ZERO.             00008700
008800     02  HIST-ACCOUNT-TOTAL    PIC S9(13) VALUE ZERO.             00008800
008900     02  AGED-ACCOUNT-TOTAL    PIC S9(13) VALUE ZERO.             00008900
009000     02  MATCH-OPEN-AMOUNT     PIC S9(13) VALUE ZERO.             00009000
009100     02  MATCH-HIST-AMOUNT     PIC S9(13) VALUE ZERO.             00009100
009200     02  MATCH-AGED-AMOUNT     PIC S9(13) VALUE ZERO.             00009200
009300     02  PAIR-DIFFERENCE       PIC S9(13) VALUE ZERO.             00009300
009400     02  ACCOUNT-DIFFERENCE    PIC S9(13) VALUE ZERO.             00009400
009500     02  OPEN-MISSING-SWITCH   PIC X(3)  VALUE 'NO '.             00009500
009600         88  OPEN-MISSING      VALUE 'YES'.                       00009600
009700     02  HIST-MISSING-SWITCH   PIC X(3)  VALUE 'NO '.             00009700
009800         88  HIST-MISSING      VALUE 'YES'.                       00009800
009900     02  AGED-MISSING-SWITCH   PIC X(3)  VALUE 'NO '.             00009900
010000         88  AGED-MISSING      VALUE 'YES'.                       00010000
010100     02  NOTE-POINTER          PIC 9(3)  VALUE ZERO.              00010100
010200     02  WORK-MONTH            PIC 9(6)  VALUE ZERO.              00010200
010300     02  EARLIEST-HIST-MONTH   PIC 9(6)  VALUE ZERO.              00010300
010400     02  TIE-DIFFERENCE        PIC S9(13) VALUE ZERO.             00010400
010500 01  RECON-TOTAL-FIELDS.                                          00010500
010600     02  OPEN-ITEMS-READ       PIC 9(8)  VALUE ZERO.              00010600
010700     02  HISTORY-READ          PIC 9(8)  VALUE ZERO.              00010700
010800     02  AGED-READ             PIC 9(8)  VALUE ZERO.              00010800
010900     02  RUNHIST-READ          PIC 9(8)  VALUE ZERO.              00010900
011000     02  ACCOUNTS-COMPARED     PIC 9(8)  VALUE ZERO.              00011000
011100     02  ACCOUNTS-OUT          PIC 9(8)  VALUE ZERO.              00011100
011200     02  OPEN-GRAND-TOTAL      PIC S9(13) VALUE ZERO.             00011200
011300     02  HIST-GRAND-TOTAL-SUM  PIC S9(13) VALUE ZERO.             00011300
011400     02  AGED-GRAND-TOTAL      PIC S9(13) VALUE ZERO.             00011400
011500     02  DAILY-CONTROL-TOTAL   PIC S9(13) VALUE ZERO.             00011500
011600     02  LAST-RUN-DATE         PIC 9(8)  VALUE ZERO.              00011600
011700     02  LAST-RUN-TOTAL        PIC S9(13) VALUE ZERO.             00011700
011800     02  OUT-OF-BALANCE-AMOUNT PIC S9(13) VALUE ZERO.             00011800
011900     02  EDIT-CONTROL-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00011900
012000     02  EDIT-TOLERANCE        PIC Z,ZZZ,ZZ9.                     00012000
012100 01  SEVERITY-FIELDS.                                             00012100
012200     02  HIGHEST-SEVERITY      PIC 9(2)  VALUE ZERO.              00012200
012300 01  COLUMN-HEADING-LINE.                                         00012300
012400     02  FILLER            PIC X(2)  VALUE SPACES.                00012400
012500     02  FILLER            PIC X(10) VALUE '   ACCOUNT'.          00012500
012600     02  FILLER            PIC X(2)  VALUE SPACES.                00012600
012700     02  FILLER            PIC X(16) VALUE '      OPEN ITEMS'.    00012700
012800     02  FILLER            PIC X(2)  VALUE SPACES.                00012800
012900     02  FILLER            PIC X(16) VALUE '         HISTORY'.    00012900
013000     02  FILLER            PIC X(2)  VALUE SPACES.                00013000
013100     02  FILLER            PIC X(16) VALUE '           AGING'.    00013100
013200     02  FILLER            PIC X(2)  VALUE SPACES.                00013200
013300     02  FILLER            PIC X(16) VALUE '      DIFFERENCE'.    00013300
013400     02  FILLER            PIC X(2)  VALUE SPACES.                00013400
013500     02  FILLER            PIC X(40) VALUE 'NOTE'.                00013500
013600     02  FILLER            PIC X(6)  VALUE SPACES.                00013600
013700 01  RECON-LINE.                                                  00013700
013800     02  FILLER            PIC X(2).                              00013800
013900     02  RECON-ACCOUNT     PIC ZZ,ZZZ,ZZ9.                        00013900
014000     02  FILLER            PIC X(2).                              00014000
014100     02  RECON-OPEN        PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00014100
014200     02  FILLER            PIC X(2).                              00014200
014300     02  RECON-HIST        PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00014300
014400     02  FILLER            PIC X(2).                              00014400
014500     02  RECON-AGED        PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00014500
014600     02  FILLER            PIC X(2).                              00014600
014700     02  RECON-DIFFERENCE  PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00014700
014800     02  FILLER            PIC X(2).                              00014800
014900     02  RECON-NOTE        PIC X(40).                             00014900
015000     02  FILLER            PIC X(6).                              00015000
015100 01  GRAND-HEADING-LINE.                                          00015100
015200     02  FILLER            PIC X(2)  VALUE SPACES.                00015200
015300     02  FILLER            PIC X(40) VALUE 'GRAND TOTALS'.        00015300
015400     02  FILLER            PIC X(2)  VALUE SPACES.                00015400
015500     02  FILLER            PIC X(16) VALUE '          AMOUNT'.    00015500
015600     02  FILLER            PIC X(2)  VALUE SPACES.                00015600
015700     02  FILLER            PIC X(16) VALUE ' VS DAILY CNTRLS'.    00015700
015800     02  FILLER            PIC X(2)  VALUE SPACES.                00015800
015900     02  FILLER            PIC X(6)  VALUE 'TIE'.                 00015900
016000     02  FILLER            PIC X(46) VALUE SPACES.                00016000
016100 01  GRAND-TOTAL-LINE.                                            00016100
016200     02  FILLER            PIC X(2).                              00016200
016300     02  GT-LABEL          PIC X(40).                             00016300
016400     02  FILLER            PIC X(2).                              00016400
016500     02  GT-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00016500
016600     02  FILLER            PIC X(2).                              00016600
016700     02  GT-DIFFERENCE     PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00016700
016800     02  FILLER            PIC X(2).                              00016800
016900     02  GT-FLAG           PIC X(6).                              00016900
017000     02  FILLER            PIC X(46).                             00017000
017100 01  MESSAGE-LINE.                                                00017100
017200     02  FILLER            PIC X(5).                              00017200
017300     02  MESSAGE-TEXT      PIC X(127).                            00017300
017400 LINKAGE SECTION.                                                 00017400
017500 01  PARM-DATA.                                                   00017500
017600     02  PARM-LENGTH       PIC S9(4) COMP.                        00017600
017700     02  PARM-TEXT         PIC X(8).                              00017700
017800******************************************************************00017800
017900 PROCEDURE DIVISION USING PARM-DATA.                              00017900
018000     OPEN INPUT  OPEN-ITEM-FILE                                   00018000
018100                 HISTORY-IN-FILE                                  00018100
018200                 AGED-EXTRACT-FILE                                00018200
018300                 RUN-HISTORY-FILE                                 00018300
018400          OUTPUT REPORT-FILE.                                     00018400
018500     ACCEPT RUN-DATE FROM DATE YYYYMMDD.                          00018500
018600     PERFORM SET-RECON-TOLERANCE.                                 00018600
018700     PERFORM WRITE-HEADER.                                        00018700
018800     PERFORM WRITE-COLUMN-HEADINGS.                               00018800
018900     PERFORM GET-OPEN-ITEM.                                       00018900
019000     PERFORM GET-HISTORY.                                         00019000
019100     PERFORM GET-AGED-BALANCE.                                    00019100
019200     PERFORM LOAD-OPEN-ACCOUNT.                                   00019200
019300     PERFORM LOAD-HISTORY-ACCOUNT.                                00019300
019400     PERFORM LOAD-AGED-ACCOUNT.                                   00019400
019500     PERFORM MATCH-ONE-ACCOUNT                                    00019500
019600         UNTIL OPEN-KEY = HIGH-VALUES                             00019600
019700           AND HIST-KEY = HIGH-VALUES                             00019700
019800           AND AGED-KEY = HIGH-VALUES.                            00019800
019900     PERFORM SUM-DAILY-CONTROLS.                                  00019900
020000     PERFORM PRINT-GRAND-TOTALS.                                  00020000
020100     PERFORM PRINT-RECON-RESULT.                                  00020100
020200     CLOSE OPEN-ITEM-FILE                                         00020200
020300           HISTORY-IN-FILE                                        00020300
020400           AGED-EXTRACT-FILE                                      00020400
020500           RUN-HISTORY-FILE                                       00020500
020600           REPORT-FILE.                                           00020600
020700     MOVE HIGHEST-SEVERITY TO RETURN-CODE.                        00020700
020800     PERFORM WRITE-RUN-LOG.                                       00020800
020900     GOBACK.                                                      00020900
021000******************************************************************00021000
021100 SET-RECON-TOLERANCE.                                             00021100
021200     IF PARM-LENGTH > 6                                           00021200
021300        AND PARM-TEXT (1:7) NUMERIC                               00021300
021400         MOVE PARM-TEXT (1:7) TO RECON-TOLERANCE                  00021400
021500     END-IF.                                                      00021500
021600******************************************************************00021600
021700 GET-OPEN-ITEM.                                                   00021700
021800     READ OPEN-ITEM-FILE AT END                                   00021800
021900         MOVE 'EOF' TO OITEM-SWITCH.                              00021900
022000******************************************************************00022000
022100 GET-HISTORY.                                                     00022100
022200     READ HISTORY-IN-FILE AT END                                  00022200
022300         MOVE 'EOF' TO HISTORY-SWITCH.                            00022300
022400******************************************************************00022400
022500 GET-AGED-BALANCE.                                                00022500
022600     READ AGED-EXTRACT-FILE AT END                                00022600
022700         MOVE 'EOF' TO AGED-SWITCH.                               00022700
022800******************************************************************00022800
022900* EACH LOAD PARAGRAPH TOTALS ONE ACCOUNT FROM ITS FILE AND LEAVES 00022900
023000* THE NEXT ACCOUNT'S FIRST RECORD IN THE BUFFER. HIGH-VALUES IN   00023000
023100* THE KEY MEANS THE FILE IS EXHAUSTED.                            00023100
023200 LOAD-OPEN-ACCOUNT.                                               00023200
023300     MOVE ZERO TO OPEN-ACCOUNT-TOTAL.                             00023300
023400     IF END-OF-OPEN-ITEMS                                         00023400
023500         MOVE HIGH-VALUES TO OPEN-KEY                             00023500
023600     ELSE                                                         00023600
023700         MOVE OITEM-ACCOUNT TO OPEN-ACCOUNT                       00023700
023800         PERFORM ADD-OPEN-ITEM                                    00023800
023900             UNTIL END-OF-OPEN-ITEMS                              00023900
024000                OR OITEM-ACCOUNT NOT = OPEN-ACCOUNT               00024000
024100     END-IF.                                                      00024100
024200******************************************************************00024200
024300 ADD-OPEN-ITEM.                                                   00024300
024400     ADD 1 TO OPEN-ITEMS-READ.                                    00024400
024500     ADD OITEM-BALANCE TO OPEN-ACCOUNT-TOTAL.                     00024500
024600     ADD OITEM-BALANCE TO OPEN-GRAND-TOTAL.                       00024600
024700     PERFORM GET-OPEN-ITEM.                                       00024700
024800******************************************************************00024800
024900 LOAD-HISTORY-ACCOUNT.                                            00024900
025000     MOVE ZERO TO HIST-ACCOUNT-TOTAL.                             00025000
025100     IF END-OF-HISTORY                                            00025100
025200         MOVE HIGH-VALUES TO HIST-KEY                             00025200
025300     ELSE                                                         00025300
025400         MOVE HIST-ACCOUNT TO HIST-KEY-ACCOUNT                    00025400
025500         PERFORM ADD-HISTORY-RECORD                               00025500
025600             UNTIL END-OF-HISTORY                                 00025600
025700                OR HIST-ACCOUNT NOT = HIST-KEY-ACCOUNT            00025700
025800     END-IF.                                                      00025800
025900******************************************************************00025900
026000 ADD-HISTORY-RECORD.                                              00026000
026100     ADD 1 TO HISTORY-READ.                                       00026100
026200     ADD HIST-NET-AMOUNT TO HIST-ACCOUNT-TOTAL.                   00026200
026300     ADD HIST-NET-AMOUNT TO HIST-GRAND-TOTAL-SUM.                 00026300
026400     IF HIST-TRAN-DATE NUMERIC                                    00026400
026500        AND HIST-TRAN-DATE > ZERO                                 00026500
026600         COMPUTE WORK-MONTH = HIST-TRAN-DATE / 100                00026600
026700         IF EARLIEST-HIST-MONTH = ZERO                            00026700
026800            OR WORK-MONTH < EARLIEST-HIST-MONTH                   00026800
026900             MOVE WORK-MONTH TO EARLIEST-HIST-MONTH               00026900
027000         END-IF                                                   00027000
027100     END-IF.                                                      00027100
027200     PERFORM GET-HISTORY.                                         00027200
027300******************************************************************00027300
027400 LOAD-AGED-ACCOUNT.                                               00027400
027500     MOVE ZERO TO AGED-ACCOUNT-TOTAL.                             00027500
027600     IF END-OF-AGED                                               00027600
027700         MOVE HIGH-VALUES TO AGED-KEY                             00027700
027800     ELSE                                                         00027800
027900         MOVE AGEX-ACCOUNT TO AGED-ACCOUNT                        00027900
028000         PERFORM ADD-AGED-BALANCE                                 00028000
028100             UNTIL END-OF-AGED                                    00028100
028200                OR AGEX-ACCOUNT NOT = AGED-ACCOUNT                00028200
028300     END-IF.                                                      00028300
028400******************************************************************00028400
028500 ADD-AGED-BALANCE.                                                00028500
028600     ADD 1 TO AGED-READ.                                          00028600
028700     ADD AGEX-TOTAL TO AGED-ACCOUNT-TOTAL.                        00028700
028800     ADD AGEX-TOTAL TO AGED-GRAND-TOTAL.                          00028800
028900     PERFORM GET-AGED-BALANCE.                                    00028900
029000******************************************************************00029000
029100 MATCH-ONE-ACCOUNT.                                               00029100
029200     MOVE OPEN-KEY TO LOW-KEY.                                    00029200
029300     IF HIST-KEY < LOW-KEY                                        00029300
029400         MOVE HIST-KEY TO LOW-KEY                                 00029400
029500     END-IF.                                                      00029500
029600     IF AGED-KEY < LOW-KEY                                        00029600
029700         MOVE AGED-KEY TO LOW-KEY                                 00029700
029800     END-IF.                                                      00029800
029900     ADD 1 TO ACCOUNTS-COMPARED.                                  00029900
030000     MOVE ZERO TO MATCH-OPEN-AMOUNT                               00030000
030100                  MATCH-HIST-AMOUNT                               00030100
030200                  MATCH-AGED-AMOUNT.                              00030200
030300     MOVE 'NO ' TO OPEN-MISSING-SWITCH                            00030300
030400                   HIST-MISSING-SWITCH                            00030400
030500                   AGED-MISSING-SWITCH.                           00030500
030600     IF OPEN-KEY = LOW-KEY                                        00030600
030700         MOVE OPEN-ACCOUNT-TOTAL TO MATCH-OPEN-AMOUNT             00030700
030800         PERFORM LOAD-OPEN-ACCOUNT                                00030800
030900     ELSE                                                         00030900
031000         MOVE 'YES' TO OPEN-MISSING-SWITCH                        00031000
031100     END-IF.                                                      00031100
031200     IF HIST-KEY = LOW-KEY                                        00031200
031300         MOVE HIST-ACCOUNT-TOTAL TO MATCH-HIST-AMOUNT             00031300
031400         PERFORM LOAD-HISTORY-ACCOUNT                             00031400
031500     ELSE                                                         00031500
031600         MOVE 'YES' TO HIST-MISSING-SWITCH                        00031600
031700     END-IF.                                                      00031700
031800     IF AGED-KEY = LOW-KEY                                        00031800
031900         MOVE AGED-ACCOUNT-TOTAL TO MATCH-AGED-AMOUNT             00031900
032000         PERFORM LOAD-AGED-ACCOUNT                                00032000
032100     ELSE                                                         00032100
032200         MOVE 'YES' TO AGED-MISSING-SWITCH                        00032200
032300     END-IF.                                                      00032300
032400     PERFORM COMPUTE-ACCOUNT-DIFFERENCE.                          00032400
032500     IF ACCOUNT-DIFFERENCE > ZERO                                 00032500
032600         ADD 1 TO ACCOUNTS-OUT                                    00032600
032700         ADD ACCOUNT-DIFFERENCE TO OUT-OF-BALANCE-AMOUNT          00032700
032800         PERFORM PRINT-RECON-LINE                                 00032800
032900     END-IF.                                                      00032900
033000******************************************************************00033000
033100* A SIDE WITH NO RECORDS FOR THE ACCOUNT COUNTS AS ZERO. THE      00033100
033200* ACCOUNT IS OUT BY THE WIDEST GAP BETWEEN ANY TWO OF THE THREE.  00033200
033300 COMPUTE-ACCOUNT-DIFFERENCE.                                      00033300
033400     MOVE ZERO TO ACCOUNT-DIFFERENCE.                             00033400
033500     COMPUTE PAIR-DIFFERENCE =                                    00033500
033600         MATCH-OPEN-AMOUNT - MATCH-HIST-AMOUNT.                   00033600
033700     PERFORM KEEP-WIDEST-DIFFERENCE.                              00033700
033800     COMPUTE PAIR-DIFFERENCE =                                    00033800
033900         MATCH-OPEN-AMOUNT - MATCH-AGED-AMOUNT.                   00033900
034000     PERFORM KEEP-WIDEST-DIFFERENCE.                              00034000
034100     COMPUTE PAIR-DIFFERENCE =                                    00034100
034200         MATCH-HIST-AMOUNT - MATCH-AGED-AMOUNT.                   00034200
034300     PERFORM KEEP-WIDEST-DIFFERENCE.                              00034300
034400******************************************************************00034400
034500 KEEP-WIDEST-DIFFERENCE.                                          00034500
034600     IF PAIR-DIFFERENCE < ZERO                                    00034600
034700         COMPUTE PAIR-DIFFERENCE = ZERO - PAIR-DIFFERENCE         00034700
034800     END-IF.                                                      00034800
034900     IF PAIR-DIFFERENCE > ACCOUNT-DIFFERENCE                      00034900
035000         MOVE PAIR-DIFFERENCE TO ACCOUNT-DIFFERENCE               00035000
035100     END-IF.                                                      00035100
035200******************************************************************00035200
035300 PRINT-RECON-LINE.                                                00035300
035400     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00035400
035500         PERFORM WRITE-HEADER                                     00035500
035600         PERFORM WRITE-COLUMN-HEADINGS                            00035600
035700     END-IF.                                                      00035700
035800     MOVE SPACES TO RECON-LINE.                                   00035800
035900     MOVE LOW-ACCOUNT TO RECON-ACCOUNT.                           00035900
036000     MOVE MATCH-OPEN-AMOUNT TO RECON-OPEN.                        00036000
036100     MOVE MATCH-HIST-AMOUNT TO RECON-HIST.                        00036100
036200     MOVE MATCH-AGED-AMOUNT TO RECON-AGED.                        00036200
036300     MOVE ACCOUNT-DIFFERENCE TO RECON-DIFFERENCE.                 00036300
036400     IF OPEN-MISSING OR HIST-MISSING OR AGED-MISSING              00036400
036500         MOVE 1 TO NOTE-POINTER                                   00036500
036600         STRING 'MISSING FROM:' DELIMITED BY SIZE                 00036600
036700           INTO RECON-NOTE WITH POINTER NOTE-POINTER              00036700
036800         PERFORM BUILD-MISSING-NOTE                               00036800
036900     ELSE                                                         00036900
037000         MOVE 'AMOUNTS DISAGREE' TO RECON-NOTE                    00037000
037100     END-IF.                                                      00037100
037200     MOVE RECON-LINE TO OUTPUT-LINE.                              00037200
037300     MOVE 1 TO LINE-SPACING.                                      00037300
037400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00037400
037500     WRITE OUTPUT-RECORD.                                         00037500
037600     ADD 1 TO LINES-WRITTEN.                                      00037600
037700******************************************************************00037700
037800 BUILD-MISSING-NOTE.                                              00037800
037900     IF OPEN-MISSING                                              00037900
038000         STRING ' OPEN ITEMS' DELIMITED BY SIZE                   00038000
038100           INTO RECON-NOTE WITH POINTER NOTE-POINTER              00038100
038200     END-IF.                                                      00038200
038300     IF HIST-MISSING                                              00038300
038400         STRING ' HISTORY' DELIMITED BY SIZE                      00038400
038500           INTO RECON-NOTE WITH POINTER NOTE-POINTER              00038500
038600     END-IF.                                                      00038600
038700     IF AGED-MISSING                                              00038700
038800         STRING ' AGING' DELIMITED BY SIZE                        00038800
038900           INTO RECON-NOTE WITH POINTER NOTE-POINTER              00038900
039000     END-IF.                                                      00039000
039100******************************************************************00039100
039200* THE HISTORY MASTER TIES TO THE ARADEMO GRAND TOTALS RECORDED BY 00039200
039300* FINARS01 FOR THE MONTHS STILL ON THE MASTER (OLDER MONTHS ARE   00039300
039400* ARCHIVED OFF BY ARARCH).                                        00039400
039500 SUM-DAILY-CONTROLS.                                              00039500
039600     PERFORM GET-RUNHIST.                                         00039600
039700     PERFORM SUM-ONE-DAILY-CONTROL UNTIL END-OF-RUNHIST.          00039700
039800******************************************************************00039800
039900 GET-RUNHIST.                                                     00039900
040000     READ RUN-HISTORY-FILE AT END                                 00040000
040100         MOVE 'EOF' TO RUNHIST-SWITCH.                            00040100
040200******************************************************************00040200
040300 SUM-ONE-DAILY-CONTROL.                                           00040300
040400     IF HIST-RUN-DATE NUMERIC                                     00040400
040500        AND HIST-RUN-DATE > ZERO                                  00040500
040600        AND HIST-RUN-DATE NOT > RUN-DATE                          00040600
040700         ADD 1 TO RUNHIST-READ                                    00040700
040800         COMPUTE WORK-MONTH = HIST-RUN-DATE / 100                 00040800
040900         IF WORK-MONTH NOT < EARLIEST-HIST-MONTH                  00040900
041000             ADD HIST-GRAND-TOTAL TO DAILY-CONTROL-TOTAL          00041000
041100         END-IF                                                   00041100
041200         IF HIST-RUN-DATE NOT < LAST-RUN-DATE                     00041200
041300             MOVE HIST-RUN-DATE TO LAST-RUN-DATE                  00041300
041400             MOVE HIST-GRAND-TOTAL TO LAST-RUN-TOTAL              00041400
041500         END-IF                                                   00041500
041600     END-IF.                                                      00041600
041700     PERFORM GET-RUNHIST.                                         00041700
041800******************************************************************00041800
041900 PRINT-GRAND-TOTALS.                                              00041900
042000     IF LINES-WRITTEN + 12 > MAX-LINES-PER-PAGE                   00042000
042100         PERFORM WRITE-HEADER                                     00042100
042200     END-IF.                                                      00042200
042300     MOVE GRAND-HEADING-LINE TO OUTPUT-LINE.                      00042300
042400     MOVE 2 TO LINE-SPACING.                                      00042400
042500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00042500
042600     WRITE OUTPUT-RECORD.                                         00042600
042700     ADD 2 TO LINES-WRITTEN.                                      00042700
042800     MOVE SPACES TO GRAND-TOTAL-LINE.                             00042800
042900     MOVE 'OPEN-ITEM MASTER (OITEM-BALANCE)' TO GT-LABEL.         00042900
043000     MOVE OPEN-GRAND-TOTAL TO GT-AMOUNT.                          00043000
043100     COMPUTE TIE-DIFFERENCE =                                     00043100
043200         OPEN-GRAND-TOTAL - DAILY-CONTROL-TOTAL.                  00043200
043300     PERFORM WRITE-GRAND-TOTAL-LINE.                              00043300
043400     MOVE SPACES TO GRAND-TOTAL-LINE.                             00043400
043500     MOVE 'HISTORY MASTER (HIST-NET-AMOUNT)' TO GT-LABEL.         00043500
043600     MOVE HIST-GRAND-TOTAL-SUM TO GT-AMOUNT.                      00043600
043700     COMPUTE TIE-DIFFERENCE =                                     00043700
043800         HIST-GRAND-TOTAL-SUM - DAILY-CONTROL-TOTAL.              00043800
043900     PERFORM WRITE-GRAND-TOTAL-LINE.                              00043900
044000     IF RUNHIST-READ > ZERO                                       00044000
044100         IF TIE-DIFFERENCE < ZERO                                 00044100
044200             SUBTRACT TIE-DIFFERENCE FROM OUT-OF-BALANCE-AMOUNT   00044200
044300         ELSE                                                     00044300
044400             ADD TIE-DIFFERENCE TO OUT-OF-BALANCE-AMOUNT          00044400
044500         END-IF                                                   00044500
044600     END-IF.                                                      00044600
044700     MOVE SPACES TO GRAND-TOTAL-LINE.                             00044700
044800     MOVE 'AGED EXTRACT (AGEX-TOTAL)' TO GT-LABEL.                00044800
044900     MOVE AGED-GRAND-TOTAL TO GT-AMOUNT.                          00044900
045000     COMPUTE TIE-DIFFERENCE =                                     00045000
045100         AGED-GRAND-TOTAL - DAILY-CONTROL-TOTAL.                  00045100
045200     PERFORM WRITE-GRAND-TOTAL-LINE.                              00045200
045300     MOVE SPACES TO GRAND-TOTAL-LINE.                             00045300
045400     MOVE 'ARADEMO DAILY CONTROLS (FINARS01)' TO GT-LABEL.        00045400
045500     MOVE DAILY-CONTROL-TOTAL TO GT-AMOUNT.                       00045500
045600     PERFORM WRITE-PLAIN-TOTAL-LINE.                              00045600
045700     MOVE SPACES TO GRAND-TOTAL-LINE.                             00045700
045800     STRING 'LAST ARADEMO RUN ' DELIMITED BY SIZE                 00045800
045900            LAST-RUN-DATE DELIMITED BY SIZE                       00045900
046000       INTO GT-LABEL.                                             00046000
046100     MOVE LAST-RUN-TOTAL TO GT-AMOUNT.                            00046100
046200     PERFORM WRITE-PLAIN-TOTAL-LINE.                              00046200
046300     MOVE SPACES TO MESSAGE-LINE.                                 00046300
046400     STRING 'DAILY CONTROLS ARE SUMMED FROM MONTH '               00046400
046500                DELIMITED BY SIZE                                 00046500
046600            EARLIEST-HIST-MONTH DELIMITED BY SIZE                 00046600
046700            ', THE OLDEST MONTH ON THE HISTORY MASTER'            00046700
046800                DELIMITED BY SIZE                                 00046800
046900       INTO MESSAGE-TEXT.                                         00046900
047000     PERFORM WRITE-MESSAGE-LINE.                                  00047000
047100     IF RUNHIST-READ = ZERO                                       00047100
047200         MOVE SPACES TO MESSAGE-LINE                              00047200
047300         MOVE 'NO FINARS01 RUN HISTORY - ARADEMO TIE NOT CHECKED' 00047300
047400             TO MESSAGE-TEXT                                      00047400
047500         PERFORM WRITE-MESSAGE-LINE                               00047500
047600         PERFORM RAISE-WARNING-SEVERITY                           00047600
047700     END-IF.                                                      00047700
047800******************************************************************00047800
047900 WRITE-GRAND-TOTAL-LINE.                                          00047900
048000     MOVE TIE-DIFFERENCE TO GT-DIFFERENCE.                        00048000
048100     IF TIE-DIFFERENCE = ZERO                                     00048100
048200         MOVE 'OK    ' TO GT-FLAG                                 00048200
048300     ELSE                                                         00048300
048400         MOVE 'NOT OK' TO GT-FLAG                                 00048400
048500     END-IF.                                                      00048500
048600     PERFORM WRITE-PLAIN-TOTAL-LINE.                              00048600
048700******************************************************************00048700
048800 WRITE-PLAIN-TOTAL-LINE.                                          00048800
048900     MOVE GRAND-TOTAL-LINE TO OUTPUT-LINE.                        00048900
049000     MOVE 1 TO LINE-SPACING.                                      00049000
049100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00049100
049200     WRITE OUTPUT-RECORD.                                         00049200
049300     ADD 1 TO LINES-WRITTEN.                                      00049300
049400******************************************************************00049400
049500 PRINT-RECON-RESULT.                                              00049500
049600     MOVE SPACES TO MESSAGE-LINE.                                 00049600
049700     STRING 'RECORDS READ - OPEN ITEMS: ' DELIMITED BY SIZE       00049700
049800            OPEN-ITEMS-READ DELIMITED BY SIZE                     00049800
049900            '  HISTORY: ' DELIMITED BY SIZE                       00049900
050000            HISTORY-READ DELIMITED BY SIZE                        00050000
050100            '  AGING: ' DELIMITED BY SIZE                         00050100
050200            AGED-READ DELIMITED BY SIZE                           00050200
050300            '  RUN HISTORY: ' DELIMITED BY SIZE                   00050300
050400            RUNHIST-READ DELIMITED BY SIZE                        00050400
050500       INTO MESSAGE-TEXT.                                         00050500
050600     PERFORM WRITE-MESSAGE-LINE.                                  00050600
050700     IF OPEN-ITEMS-READ = ZERO                                    00050700
050800        OR HISTORY-READ = ZERO                                    00050800
050900        OR AGED-READ = ZERO                                       00050900
051000         MOVE SPACES TO MESSAGE-LINE                              00051000
051100         MOVE 'AN INPUT FILE IS EMPTY - CHECK THE NIGHT RAN'      00051100
051200             TO MESSAGE-TEXT                                      00051200
051300         PERFORM WRITE-MESSAGE-LINE                               00051300
051400         PERFORM RAISE-WARNING-SEVERITY                           00051400
051500     END-IF.                                                      00051500
051600     MOVE SPACES TO MESSAGE-LINE.                                 00051600
051700     STRING 'ACCOUNTS COMPARED: ' DELIMITED BY SIZE               00051700
051800            ACCOUNTS-COMPARED DELIMITED BY SIZE                   00051800
051900            '  OUT OF BALANCE: ' DELIMITED BY SIZE                00051900
052000            ACCOUNTS-OUT DELIMITED BY SIZE                        00052000
052100       INTO MESSAGE-TEXT.                                         00052100
052200     PERFORM WRITE-MESSAGE-LINE.                                  00052200
052300     MOVE SPACES TO MESSAGE-LINE.                                 00052300
052400     MOVE OUT-OF-BALANCE-AMOUNT TO EDIT-CONTROL-TOTAL.            00052400
052500     MOVE RECON-TOLERANCE TO EDIT-TOLERANCE.                      00052500
052600     STRING 'OUT-OF-BALANCE AMOUNT: ' DELIMITED BY SIZE           00052600
052700            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00052700
052800            '  PARM TOLERANCE: ' DELIMITED BY SIZE                00052800
052900            EDIT-TOLERANCE DELIMITED BY SIZE                      00052900
053000       INTO MESSAGE-TEXT.                                         00053000
053100     PERFORM WRITE-MESSAGE-LINE.                                  00053100
053200     MOVE SPACES TO MESSAGE-LINE.                                 00053200
053300     IF OUT-OF-BALANCE-AMOUNT > RECON-TOLERANCE                   00053300
053400         MOVE 'SUBLEDGER OUT OF BALANCE ABOVE TOLERANCE'          00053400
053500             TO MESSAGE-TEXT                                      00053500
053600         PERFORM RAISE-ERROR-SEVERITY                             00053600
053700     ELSE                                                         00053700
053800         IF OUT-OF-BALANCE-AMOUNT > ZERO                          00053800
053900             MOVE 'SUBLEDGER OUT OF BALANCE WITHIN TOLERANCE'     00053900
054000                 TO MESSAGE-TEXT                                  00054000
054100             PERFORM RAISE-WARNING-SEVERITY                       00054100
054200         ELSE                                                     00054200
054300             MOVE 'SUBLEDGER IN BALANCE' TO MESSAGE-TEXT          00054300
054400         END-IF                                                   00054400
054500     END-IF.                                                      00054500
054600     PERFORM WRITE-MESSAGE-LINE.                                  00054600
054700******************************************************************00054700
054800 WRITE-MESSAGE-LINE.                                              00054800
054900     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00054900
055000     MOVE 1 TO LINE-SPACING.                                      00055000
055100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00055100
055200     WRITE OUTPUT-RECORD.                                         00055200
055300     ADD 1 TO LINES-WRITTEN.                                      00055300
055400******************************************************************00055400
055500 RAISE-WARNING-SEVERITY.                                          00055500
055600     IF HIGHEST-SEVERITY < 4                                      00055600
055700         MOVE 4 TO HIGHEST-SEVERITY                               00055700
055800     END-IF.                                                      00055800
055900******************************************************************00055900
056000 RAISE-ERROR-SEVERITY.                                            00056000
056100     IF HIGHEST-SEVERITY < 8                                      00056100
056200         MOVE 8 TO HIGHEST-SEVERITY                               00056200
056300     END-IF.                                                      00056300
056400******************************************************************00056400
056500 WRITE-HEADER.                                                    00056500
056600     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.                       00056600
056700     ADD 1 TO PAGE-COUNT.                                         00056700
056800     MOVE PAGE-COUNT TO HEADER-PAGE-NO.                           00056800
056900     MOVE RUN-DATE TO HEADER-RUN-DATE.                            00056900
057000     MOVE RECON-HEADER-RECORD TO OUTPUT-LINE.                     00057000
057100     WRITE OUTPUT-RECORD.                                         00057100
057200     MOVE ZERO TO LINES-WRITTEN.                                  00057200
057300******************************************************************00057300
057400 WRITE-COLUMN-HEADINGS.                                           00057400
057500     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.                     00057500
057600     MOVE 2 TO LINE-SPACING.                                      00057600
057700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00057700
057800     WRITE OUTPUT-RECORD.                                         00057800
057900     ADD 2 TO LINES-WRITTEN.                                      00057900
058000******************************************************************00058000
058100 WRITE-RUN-LOG.                                                   00058100
058200     OPEN EXTEND RUN-LOG-FILE.                                    00058200
058300     ACCEPT RUN-TIME FROM TIME.                                   00058300
058400     MOVE SPACES TO RUN-LOG-RECORD.                               00058400
058500     MOVE 'ARRECON' TO RLOG-PROGRAM-ID.                           00058500
058600     MOVE RUN-DATE TO RLOG-RUN-DATE.                              00058600
058700     MOVE RUN-TIME (1:6) TO RLOG-RUN-TIME.                        00058700
058800     MOVE ACCOUNTS-COMPARED TO RLOG-RECORDS-IN.                   00058800
058900     MOVE ACCOUNTS-OUT TO RLOG-RECORDS-OUT.                       00058900
059000     MOVE ZERO TO RLOG-RECORDS-ADDED.                             00059000
059100     MOVE ZERO TO RLOG-REJECT-COUNT.                              00059100
059200     MOVE HIGHEST-SEVERITY TO RLOG-RETURN-CODE.                   00059200
059300     WRITE RUN-LOG-RECORD.                                        00059300
059400     CLOSE RUN-LOG-FILE.                                          00059400
