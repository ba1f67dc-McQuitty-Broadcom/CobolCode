000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID. ARGATE.                                              00000200
000300 AUTHOR. BRAIN.                                                   00000300
000400 ENVIRONMENT DIVISION.                                            00000400
000500 INPUT-OUTPUT SECTION.                                            00000500
000600 FILE-CONTROL.                                                    00000600
000700     SELECT GATE-REPORT ASSIGN U-T-SYSOUT.                        00000700
000800     SELECT OPTIONAL OVERRIDE-FILE ASSIGN U-T-GATECTL.            00000800
000900     SELECT OPTIONAL RUN-LOG-FILE ASSIGN U-T-RUNLOG.              00000900
001000 DATA DIVISION.                                                   00001000
001100 FILE SECTION.                                                    00001100
001200 FD GATE-REPORT                                                   00001200
001300     LABEL RECORDS ARE OMITTED                                    00001300
001400     RECORDING MODE IS F                                          00001400
001500     RECORD CONTAINS 133 CHARACTERS                               00001500
001600     DATA RECORD IS OUTPUT-RECORD.                                00001600
001700   01 OUTPUT-RECORD.                                              00001700
001800     02 CARRIAGE-CONTROL PIC X.                                   00001800
001900     02 OUTPUT-LINE      PIC X(132).                              00001900
002000 FD OVERRIDE-FILE                                                 00002000
002100     LABEL RECORDS ARE STANDARD                                   00002100
002200     RECORD CONTAINS 80 CHARACTERS                                00002200
002300     DATA RECORD IS OVERRIDE-CARD.                                00002300
002400   01 OVERRIDE-CARD.                                              00002400
002500     02 OVR-KEYWORD            PIC X(8).                          00002500
002600         88 OVR-OVERRIDE         VALUE 'OVERRIDE'.                00002600
002700     02 OVR-JOB                PIC X(8).                          00002700
002800     02 OVR-OPERATOR           PIC X(8).                          00002800
002900     02 OVR-REASON             PIC X(40).                         00002900
003000     02 FILLER                 PIC X(16).                         00003000
003100 FD RUN-LOG-FILE                                                  00003100
003200     LABEL RECORDS ARE STANDARD                                   00003200
003300     RECORD CONTAINS 80 CHARACTERS                                00003300
003400     DATA RECORD IS RUN-LOG-RECORD.                               00003400
003500 COPY ARRLREC.                                                    00003500
003600******************************************************************00003600
003700 WORKING-STORAGE SECTION.                                         00003700
003800 01  GATE-HEADER-RECORD.                                          00003800
003900     02  FILLER             PIC X(5)   VALUE SPACES.              00003900
004000     02  FILLER             PIC X(91)                             00004000
004100         VALUE 'AR JOB DEPENDENCY GATE'.                          00004100
004200     02  FILLER             PIC X(5)   VALUE SPACES.              00004200
004300     02  FILLER             PIC X(4)   VALUE 'PAGE'.              00004300
004400     02  FILLER             PIC X      VALUE SPACE.               00004400
004500     02  HEADER-PAGE-NO     PIC ZZ9.                              00004500
004600     02  FILLER             PIC X(5)   VALUE SPACES.              00004600
004700     02  FILLER             PIC X(9)   VALUE 'RUN DATE:'.         00004700
004800     02  FILLER             PIC X      VALUE SPACE.               00004800
004900     02  HEADER-RUN-DATE    PIC X(8).                             00004900
005000 01  PROGRAM-WORK-FIELDS.                                         00005000
005100     02  RUNLOG-SWITCH     PIC X(3).                              00005100
005200         88  END-OF-RUN-LOG VALUE 'EOF'.                          00005200
005300     02  OVERRIDE-SWITCH   PIC X(3).                              00005300
005400         88  END-OF-OVERRIDES VALUE 'EOF'.                        00005400
005500     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.                  00005500
005600     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.                  00005600
005700     02  RUN-DATE          PIC 9(8)  VALUE ZERO.                  00005700
005800     02  RUN-TIME          PIC 9(8)  VALUE ZERO.                  00005800
005900 COPY PAGING.                                                     00005900
006000 01  GATE-PARM-FIELDS.                                            00006000
006100     02  GATE-PARM             PIC X(90) VALUE SPACES.            00006100
006200     02  GATE-PARM-VIEW REDEFINES GATE-PARM.                      00006200
006300         03  GATE-JOB          PIC X(8).                          00006300
006400         03  GATE-RC-LIMIT-X   PIC X(2).                          00006400
006500         03  GATE-RC-LIMIT REDEFINES GATE-RC-LIMIT-X              00006500
006600                               PIC 9(2).                          00006600
006700         03  GATE-PREREQ-NAME  PIC X(8) OCCURS 10 TIMES.          00006700
006800 01  GATE-WORK-FIELDS.                                            00006800
006900     02  BUSINESS-DATE         PIC 9(8)  VALUE ZERO.              00006900
007000     02  BUSINESS-DATE-INT     PIC S9(9) COMP VALUE ZERO.         00007000
007100     02  ROLLOVER-TIME         PIC 9(8)  VALUE 06000000.          00007100
007120     02  LOG-BUSINESS-DATE     PIC 9(8)  VALUE ZERO.              00007120
007140     02  LOG-BUSINESS-INT      PIC S9(9) COMP VALUE ZERO.         00007140
007160     02  LOG-ROLLOVER-TIME     PIC 9(6)  VALUE 060000.            00007160
007200     02  PREREQ-COUNT          PIC 9(2)  VALUE ZERO.              00007200
007300     02  PREREQ-IX             PIC 9(2)  VALUE ZERO.              00007300
007400     02  PREREQ-FOUND-SWITCH   PIC X(3)  VALUE 'NO '.             00007400
007500         88  PREREQ-FOUND      VALUE 'YES'.                       00007500
007600     02  PARM-VALID-SWITCH     PIC X(3)  VALUE 'YES'.             00007600
007700         88  PARM-VALID        VALUE 'YES'.                       00007700
007800     02  OVERRIDE-VALID-SWITCH PIC X(3)  VALUE 'NO '.             00007800
007900         88  OVERRIDE-VALID    VALUE 'YES'.                       00007900
008000     02  OVERRIDE-USED-SWITCH  PIC X(3)  VALUE 'NO '.             00008000
008100         88  OVERRIDE-USED     VALUE 'YES'.                       00008100
008200     02  OVERRIDE-OPERATOR     PIC X(8)  VALUE SPACES.            00008200
008300     02  OVERRIDE-REASON       PIC X(40) VALUE SPACES.            00008300
008400     02  LOG-RECORDS-READ      PIC 9(8)  VALUE ZERO.              00008400
008500     02  PREREQ-MET-COUNT      PIC 9(6)  VALUE ZERO.              00008500
008600     02  PREREQ-FAILED-COUNT   PIC 9(6)  VALUE ZERO.              00008600
008700 01  PREREQ-TABLE.                                                00008700
008800     02  PREREQ-ENTRY OCCURS 10 TIMES.                            00008800
008900         03  PRQ-PROGRAM       PIC X(8).                          00008900
009000         03  PRQ-LOGGED-SWITCH PIC X(3).                          00009000
009100             88  PRQ-LOGGED    VALUE 'YES'.                       00009100
009200         03  PRQ-TIME          PIC 9(6).                          00009200
009300         03  PRQ-RC            PIC 9(2).                          00009300
009400 01  SEVERITY-FIELDS.                                             00009400
009500     02  HIGHEST-SEVERITY      PIC 9(2)  VALUE ZERO.              00009500
009600 01  COLUMN-HEADING-LINE.                                         00009600
009700     02  FILLER            PIC X(2)  VALUE SPACES.                00009700
009800     02  FILLER            PIC X(12) VALUE 'PREREQUISITE'.        00009800
009900     02  FILLER            PIC X(2)  VALUE SPACES.                00009900
010000     02  FILLER            PIC X(8)  VALUE 'LAST RUN'.            00010000
010100     02  FILLER            PIC X(2)  VALUE SPACES.                00010100
010200     02  FILLER            PIC X(2)  VALUE 'RC'.                  00010200
010300     02  FILLER            PIC X(2)  VALUE SPACES.                00010300
010400     02  FILLER            PIC X(40) VALUE 'STATUS'.              00010400
010500     02  FILLER            PIC X(62) VALUE SPACES.                00010500
010600 01  PREREQ-LINE.                                                 00010600
010700     02  FILLER            PIC X(2).                              00010700
010800     02  PL-PROGRAM        PIC X(12).                             00010800
010900     02  FILLER            PIC X(2).                              00010900
011000     02  PL-TIME           PIC X(8).                              00011000
011100     02  FILLER            PIC X(2).                              00011100
011200     02  PL-RC             PIC X(2).                              00011200
011300     02  FILLER            PIC X(2).                              00011300
011400     02  PL-STATUS         PIC X(40).                             00011400
011500     02  FILLER            PIC X(62).                             00011500
011600 01  MESSAGE-LINE.                                                00011600
011700     02  FILLER            PIC X(5).                              00011700
011800     02  MESSAGE-TEXT      PIC X(127).                            00011800
011900 LINKAGE SECTION.                                                 00011900
012000 01  PARM-DATA.                                                   00012000
012100     02  PARM-LENGTH       PIC S9(4) COMP.                        00012100
012200     02  PARM-TEXT         PIC X(90).                             00012200
012300******************************************************************00012300
012400 PROCEDURE DIVISION USING PARM-DATA.                              00012400
012500     OPEN INPUT  RUN-LOG-FILE                                     00012500
012600                 OVERRIDE-FILE                                    00012600
012700          OUTPUT GATE-REPORT.                                     00012700
012800     ACCEPT RUN-DATE FROM DATE YYYYMMDD.                          00012800
012900     ACCEPT RUN-TIME FROM TIME.                                   00012900
013000     PERFORM SET-BUSINESS-DATE.                                   00013000
013100     PERFORM LOAD-GATE-PARM.                                      00013100
013200     PERFORM WRITE-HEADER.                                        00013200
013300     PERFORM WRITE-GATE-TITLE.                                    00013300
013400     IF PARM-VALID                                                00013400
013500         PERFORM GET-LOG-RECORD                                   00013500
013600         PERFORM ABSORB-LOG-RECORD UNTIL END-OF-RUN-LOG           00013600
013700         PERFORM WRITE-COLUMN-HEADINGS                            00013700
013800         MOVE 1 TO PREREQ-IX                                      00013800
013900         PERFORM CHECK-ONE-PREREQ                                 00013900
014000             UNTIL PREREQ-IX > PREREQ-COUNT                       00014000
014100         PERFORM READ-OVERRIDE-CARDS                              00014100
014200         PERFORM PRINT-GATE-RESULT                                00014200
014300     END-IF.                                                      00014300
014400     CLOSE RUN-LOG-FILE                                           00014400
014500           OVERRIDE-FILE                                          00014500
014600           GATE-REPORT.                                           00014600
014700     MOVE HIGHEST-SEVERITY TO RETURN-CODE.                        00014700
014800     PERFORM WRITE-RUN-LOG.                                       00014800
014900     GOBACK.                                                      00014900
015000******************************************************************00015000
015100* THE NIGHTLY CYCLE LOGS UNDER THE CALENDAR DATE IT RAN ON. A     00015100
015200* DOWNSTREAM JOB STARTED AFTER MIDNIGHT BUT BEFORE THE ROLLOVER   00015200
015300* TIME STILL BELONGS TO THE PREVIOUS NIGHT.                       00015300
015400 SET-BUSINESS-DATE.                                               00015400
015500     MOVE RUN-DATE TO BUSINESS-DATE.                              00015500
015600     IF RUN-TIME < ROLLOVER-TIME                                  00015600
015700         COMPUTE BUSINESS-DATE-INT =                              00015700
015800             FUNCTION INTEGER-OF-DATE(RUN-DATE) - 1               00015800
015900         COMPUTE BUSINESS-DATE =                                  00015900
016000             FUNCTION DATE-OF-INTEGER(BUSINESS-DATE-INT)          00016000
016100     END-IF.                                                      00016100
016200******************************************************************00016200
016300* PARM: GATED JOB (COLS 1-8), HIGHEST ACCEPTABLE RETURN CODE      00016300
016400* (COLS 9-10), THEN UP TO TEN PREREQUISITE PROGRAMS, EIGHT        00016400
016500* COLUMNS EACH FROM COL 11.                                       00016500
016600 LOAD-GATE-PARM.                                                  00016600
016700     MOVE SPACES TO GATE-PARM.                                    00016700
016800     IF PARM-LENGTH > 90                                          00016800
016900         MOVE PARM-TEXT TO GATE-PARM                              00016900
017000     ELSE                                                         00017000
017100         IF PARM-LENGTH > ZERO                                    00017100
017200             MOVE PARM-TEXT (1:PARM-LENGTH) TO GATE-PARM          00017200
017300         END-IF                                                   00017300
017400     END-IF.                                                      00017400
017500     MOVE ZERO TO PREREQ-COUNT.                                   00017500
017600     MOVE 1 TO PREREQ-IX.                                         00017600
017700     PERFORM LOAD-ONE-PREREQ UNTIL PREREQ-IX > 10.                00017700
017800     IF GATE-JOB = SPACES                                         00017800
017900        OR GATE-RC-LIMIT-X NOT NUMERIC                            00017900
018000        OR PREREQ-COUNT = ZERO                                    00018000
018100         MOVE 'NO ' TO PARM-VALID-SWITCH                          00018100
018200         MOVE 12 TO HIGHEST-SEVERITY                              00018200
018300     END-IF.                                                      00018300
018400******************************************************************00018400
018500 LOAD-ONE-PREREQ.                                                 00018500
018600     IF GATE-PREREQ-NAME (PREREQ-IX) NOT = SPACES                 00018600
018700         ADD 1 TO PREREQ-COUNT                                    00018700
018800         MOVE GATE-PREREQ-NAME (PREREQ-IX)                        00018800
018900             TO PRQ-PROGRAM (PREREQ-COUNT)                        00018900
019000         MOVE 'NO ' TO PRQ-LOGGED-SWITCH (PREREQ-COUNT)           00019000
019100         MOVE ZERO TO PRQ-TIME (PREREQ-COUNT)                     00019100
019200         MOVE ZERO TO PRQ-RC (PREREQ-COUNT)                       00019200
019300     END-IF.                                                      00019300
019400     ADD 1 TO PREREQ-IX.                                          00019400
019500******************************************************************00019500
019600 GET-LOG-RECORD.                                                  00019600
019700     READ RUN-LOG-FILE AT END                                     00019700
019800         MOVE 'EOF' TO RUNLOG-SWITCH.                             00019800
019900******************************************************************00019900
020000* THE LOG IS APPENDED IN RUN ORDER, SO THE LAST RECORD FOR A      00020000
020100* PREREQUISITE ON THE BUSINESS DATE IS ITS LATEST RUN; A RERUN    00020100
020200* THAT ENDED CLEAN REPLACES AN EARLIER FAILURE.                   00020200
020220* EACH RECORD IS TAKEN AT ITS OWN BUSINESS DATE, SO A PREREQUISITE00020220
020240* THAT RAN AFTER MIDNIGHT STILL COUNTS FOR THE NIGHT BEFORE.      00020240
020300 ABSORB-LOG-RECORD.                                               00020300
020400     ADD 1 TO LOG-RECORDS-READ.                                   00020400
020450     PERFORM SET-LOG-BUSINESS-DATE.                               00020450
020500     IF LOG-BUSINESS-DATE = BUSINESS-DATE                         00020500
020600         PERFORM LOCATE-PREREQ                                    00020600
020700         IF PREREQ-FOUND                                          00020700
020800             MOVE 'YES' TO PRQ-LOGGED-SWITCH (PREREQ-IX)          00020800
020900             MOVE RLOG-RUN-TIME TO PRQ-TIME (PREREQ-IX)           00020900
021000             MOVE RLOG-RETURN-CODE TO PRQ-RC (PREREQ-IX)          00021000
021100         END-IF                                                   00021100
021200     END-IF.                                                      00021200
021300     PERFORM GET-LOG-RECORD.                                      00021300
021305******************************************************************00021305
021310 SET-LOG-BUSINESS-DATE.                                           00021310
021315     MOVE RLOG-RUN-DATE TO LOG-BUSINESS-DATE.                     00021315
021320     IF RLOG-RUN-TIME < LOG-ROLLOVER-TIME                         00021320
021325        AND RLOG-RUN-DATE NUMERIC                                 00021325
021330        AND RLOG-RUN-DATE > ZERO                                  00021330
021335         COMPUTE LOG-BUSINESS-INT =                               00021335
021340             FUNCTION INTEGER-OF-DATE(RLOG-RUN-DATE) - 1          00021340
021345         COMPUTE LOG-BUSINESS-DATE =                              00021345
021350             FUNCTION DATE-OF-INTEGER(LOG-BUSINESS-INT)           00021350
021355     END-IF.                                                      00021355
021400******************************************************************00021400
021500 LOCATE-PREREQ.                                                   00021500
021600     MOVE 'NO ' TO PREREQ-FOUND-SWITCH.                           00021600
021700     MOVE 1 TO PREREQ-IX.                                         00021700
021800     PERFORM LOCATE-ONE-PREREQ                                    00021800
021900         UNTIL PREREQ-FOUND OR PREREQ-IX > PREREQ-COUNT.          00021900
022000******************************************************************00022000
022100 LOCATE-ONE-PREREQ.                                               00022100
022200     IF PRQ-PROGRAM (PREREQ-IX) = RLOG-PROGRAM-ID                 00022200
022300         MOVE 'YES' TO PREREQ-FOUND-SWITCH                        00022300
022400     ELSE                                                         00022400
022500         ADD 1 TO PREREQ-IX                                       00022500
022600     END-IF.                                                      00022600
022700******************************************************************00022700
022800 CHECK-ONE-PREREQ.                                                00022800
022900     MOVE SPACES TO PREREQ-LINE.                                  00022900
023000     MOVE PRQ-PROGRAM (PREREQ-IX) TO PL-PROGRAM.                  00023000
023100     IF PRQ-LOGGED (PREREQ-IX)                                    00023100
023200         MOVE PRQ-TIME (PREREQ-IX) TO PL-TIME                     00023200
023300         MOVE PRQ-RC (PREREQ-IX) TO PL-RC                         00023300
023400         IF PRQ-RC (PREREQ-IX) > GATE-RC-LIMIT                    00023400
023500             ADD 1 TO PREREQ-FAILED-COUNT                         00023500
023600             MOVE 'FAILED - RC ABOVE LIMIT' TO PL-STATUS          00023600
023700         ELSE                                                     00023700
023800             ADD 1 TO PREREQ-MET-COUNT                            00023800
023900             MOVE 'OK' TO PL-STATUS                               00023900
024000         END-IF                                                   00024000
024100     ELSE                                                         00024100
024200         ADD 1 TO PREREQ-FAILED-COUNT                             00024200
024300         MOVE 'MISSING - NOT LOGGED FOR BUSINESS DATE'            00024300
024400             TO PL-STATUS                                         00024400
024500     END-IF.                                                      00024500
024600     PERFORM WRITE-PREREQ-LINE.                                   00024600
024700     ADD 1 TO PREREQ-IX.                                          00024700
024800******************************************************************00024800
024900* AN OVERRIDE CARD COUNTS ONLY FOR THE JOB NAMED ON IT AND ONLY   00024900
025000* WITH AN OPERATOR ID, SO A CARD LEFT IN ANOTHER JOB'S DECK DOES  00025000
025100* NOT OPEN THIS GATE.                                             00025100
025200 READ-OVERRIDE-CARDS.                                             00025200
025300     PERFORM GET-OVERRIDE-CARD.                                   00025300
025400     PERFORM CHECK-OVERRIDE-CARD UNTIL END-OF-OVERRIDES.          00025400
025500******************************************************************00025500
025600 GET-OVERRIDE-CARD.                                               00025600
025700     READ OVERRIDE-FILE AT END                                    00025700
025800         MOVE 'EOF' TO OVERRIDE-SWITCH.                           00025800
025900******************************************************************00025900
026000 CHECK-OVERRIDE-CARD.                                             00026000
026100     IF OVR-OVERRIDE                                              00026100
026200        AND OVR-JOB = GATE-JOB                                    00026200
026300        AND OVR-OPERATOR NOT = SPACES                             00026300
026400         MOVE 'YES' TO OVERRIDE-VALID-SWITCH                      00026400
026500         MOVE OVR-OPERATOR TO OVERRIDE-OPERATOR                   00026500
026600         MOVE OVR-REASON TO OVERRIDE-REASON                       00026600
026700     ELSE                                                         00026700
026800         MOVE SPACES TO MESSAGE-LINE                              00026800
026900         STRING 'OVERRIDE CARD IGNORED - NOT FOR THIS JOB OR NO ' 00026900
027000                DELIMITED BY SIZE                                 00027000
027100                'OPERATOR: ' DELIMITED BY SIZE                    00027100
027200                OVERRIDE-CARD (1:24) DELIMITED BY SIZE            00027200
027300           INTO MESSAGE-TEXT                                      00027300
027400         PERFORM WRITE-MESSAGE-DOUBLE                             00027400
027500     END-IF.                                                      00027500
027600     PERFORM GET-OVERRIDE-CARD.                                   00027600
027700******************************************************************00027700
027800 PRINT-GATE-RESULT.                                               00027800
027900     MOVE SPACES TO MESSAGE-LINE.                                 00027900
028000     IF PREREQ-FAILED-COUNT = ZERO                                00028000
028100         STRING 'ALL PREREQUISITES MET - ' DELIMITED BY SIZE      00028100
028200                GATE-JOB DELIMITED BY SPACE                       00028200
028300                ' MAY RUN' DELIMITED BY SIZE                      00028300
028400           INTO MESSAGE-TEXT                                      00028400
028500         PERFORM WRITE-MESSAGE-DOUBLE                             00028500
028600         IF OVERRIDE-VALID                                        00028600
028700             MOVE SPACES TO MESSAGE-LINE                          00028700
028800             MOVE 'OVERRIDE CARD NOT NEEDED - NOT RECORDED'       00028800
028900                 TO MESSAGE-TEXT                                  00028900
029000             PERFORM WRITE-MESSAGE-LINE                           00029000
029100         END-IF                                                   00029100
029200     ELSE                                                         00029200
029300         IF OVERRIDE-VALID                                        00029300
029400             MOVE 'YES' TO OVERRIDE-USED-SWITCH                   00029400
029500             MOVE 4 TO HIGHEST-SEVERITY                           00029500
029600             STRING 'PREREQUISITES NOT MET - OVERRIDDEN BY '      00029600
029700                    DELIMITED BY SIZE                             00029700
029800                    OVERRIDE-OPERATOR DELIMITED BY SPACE          00029800
029900                    ', ' DELIMITED BY SIZE                        00029900
030000                    GATE-JOB DELIMITED BY SPACE                   00030000
030100                    ' MAY RUN' DELIMITED BY SIZE                  00030100
030200               INTO MESSAGE-TEXT                                  00030200
030300             PERFORM WRITE-MESSAGE-DOUBLE                         00030300
030400             MOVE SPACES TO MESSAGE-LINE                          00030400
030500             STRING 'REASON: ' DELIMITED BY SIZE                  00030500
030600                    OVERRIDE-REASON DELIMITED BY SIZE             00030600
030700               INTO MESSAGE-TEXT                                  00030700
030800             PERFORM WRITE-MESSAGE-LINE                           00030800
030900         ELSE                                                     00030900
031000             MOVE 12 TO HIGHEST-SEVERITY                          00031000
031100             STRING 'PREREQUISITES NOT MET - ' DELIMITED BY SIZE  00031100
031200                    GATE-JOB DELIMITED BY SPACE                   00031200
031300                    ' STOPPED' DELIMITED BY SIZE                  00031300
031400               INTO MESSAGE-TEXT                                  00031400
031500             PERFORM WRITE-MESSAGE-DOUBLE                         00031500
031600         END-IF                                                   00031600
031700     END-IF.                                                      00031700
031800******************************************************************00031800
031900 WRITE-GATE-TITLE.                                                00031900
032000     MOVE SPACES TO MESSAGE-LINE.                                 00032000
032100     IF PARM-VALID                                                00032100
032200         STRING 'GATE FOR JOB: ' DELIMITED BY SIZE                00032200
032300                GATE-JOB DELIMITED BY SIZE                        00032300
032400                '  BUSINESS DATE: ' DELIMITED BY SIZE             00032400
032500                BUSINESS-DATE DELIMITED BY SIZE                   00032500
032600                '  HIGHEST RC ACCEPTED: ' DELIMITED BY SIZE       00032600
032700                GATE-RC-LIMIT DELIMITED BY SIZE                   00032700
032800           INTO MESSAGE-TEXT                                      00032800
032900     ELSE                                                         00032900
033000         STRING 'PARM INVALID - NEED JOB (1-8), RC LIMIT (9-10) ' 00033000
033100                DELIMITED BY SIZE                                 00033100
033200                'AND PREREQS FROM COL 11: ' DELIMITED BY SIZE     00033200
033300                GATE-PARM (1:40) DELIMITED BY SIZE                00033300
033400           INTO MESSAGE-TEXT                                      00033400
033500     END-IF.                                                      00033500
033600     PERFORM WRITE-MESSAGE-LINE.                                  00033600
033700******************************************************************00033700
033800 WRITE-PREREQ-LINE.                                               00033800
033900     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00033900
034000         PERFORM WRITE-HEADER                                     00034000
034100         PERFORM WRITE-COLUMN-HEADINGS                            00034100
034200     END-IF.                                                      00034200
034300     MOVE PREREQ-LINE TO OUTPUT-LINE.                             00034300
034400     MOVE 1 TO LINE-SPACING.                                      00034400
034500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00034500
034600     WRITE OUTPUT-RECORD.                                         00034600
034700     ADD 1 TO LINES-WRITTEN.                                      00034700
034800******************************************************************00034800
034900 WRITE-MESSAGE-LINE.                                              00034900
035000     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00035000
035100     MOVE 1 TO LINE-SPACING.                                      00035100
035200     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00035200
035300     WRITE OUTPUT-RECORD.                                         00035300
035400     ADD 1 TO LINES-WRITTEN.                                      00035400
035500******************************************************************00035500
035600 WRITE-MESSAGE-DOUBLE.                                            00035600
035700     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00035700
035800     MOVE 2 TO LINE-SPACING.                                      00035800
035900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00035900
036000     WRITE OUTPUT-RECORD.                                         00036000
036100     ADD 2 TO LINES-WRITTEN.                                      00036100
036200******************************************************************00036200
036300 WRITE-HEADER.                                                    00036300
036400     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.                       00036400
036500     ADD 1 TO PAGE-COUNT.                                         00036500
036600     MOVE PAGE-COUNT TO HEADER-PAGE-NO.                           00036600
036700     MOVE RUN-DATE TO HEADER-RUN-DATE.                            00036700
036800     MOVE GATE-HEADER-RECORD TO OUTPUT-LINE.                      00036800
036900     WRITE OUTPUT-RECORD.                                         00036900
037000     MOVE ZERO TO LINES-WRITTEN.                                  00037000
037100******************************************************************00037100
037200 WRITE-COLUMN-HEADINGS.                                           00037200
037300     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.                     00037300
037400     MOVE 2 TO LINE-SPACING.                                      00037400
037500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00037500
037600     WRITE OUTPUT-RECORD.                                         00037600
037700     ADD 2 TO LINES-WRITTEN.                                      00037700
037800******************************************************************00037800
037850* THE GATE LOGS UNDER ITS CALENDAR DATE LIKE EVERY OTHER STEP;    00037850
037900* ARNIGHT APPLIES THE SAME ROLLOVER TO REPORT IT WITH THE NIGHT IT00037900
037950* GUARDS, NAMING THE JOB AND ANY OVERRIDE.                        00037950
038100 WRITE-RUN-LOG.                                                   00038100
038200     OPEN EXTEND RUN-LOG-FILE.                                    00038200
038300     ACCEPT RUN-TIME FROM TIME.                                   00038300
038400     MOVE SPACES TO RUN-LOG-RECORD.                               00038400
038500     MOVE 'ARGATE' TO RLOG-PROGRAM-ID.                            00038500
038600     MOVE RUN-DATE TO RLOG-RUN-DATE.                              00038600
038700     MOVE RUN-TIME (1:6) TO RLOG-RUN-TIME.                        00038700
038800     MOVE PREREQ-COUNT TO RLOG-RECORDS-IN.                        00038800
038900     MOVE PREREQ-MET-COUNT TO RLOG-RECORDS-OUT.                   00038900
039000     MOVE ZERO TO RLOG-RECORDS-ADDED.                             00039000
039100     MOVE PREREQ-FAILED-COUNT TO RLOG-REJECT-COUNT.               00039100
039200     MOVE HIGHEST-SEVERITY TO RLOG-RETURN-CODE.                   00039200
039300     MOVE GATE-JOB TO RLOG-GATED-JOB.                             00039300
039400     IF OVERRIDE-USED                                             00039400
039500         MOVE 'Y' TO RLOG-OVERRIDE-FLAG                           00039500
039600         MOVE OVERRIDE-OPERATOR TO RLOG-OVERRIDE-OPERATOR         00039600
039700     END-IF.                                                      00039700
039800     WRITE RUN-LOG-RECORD.                                        00039800
039900     CLOSE RUN-LOG-FILE.                                          00039900
