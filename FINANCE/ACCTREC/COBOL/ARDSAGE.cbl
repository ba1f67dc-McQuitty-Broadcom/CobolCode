000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID. ARDSAGE.                                             00000200
000300 AUTHOR. BRAIN.                                                   00000300
000400 ENVIRONMENT DIVISION.                                            00000400
000500 INPUT-OUTPUT SECTION.                                            00000500
000600 FILE-CONTROL.                                                    00000600
000700     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.                        00000700
000800     SELECT OPTIONAL DISPUTE-FILE ASSIGN U-T-DISPUTE.             00000800
000900     SELECT SORT-FILE ASSIGN U-T-SORTWK.                          00000900
001000     SELECT OPTIONAL RUN-LOG-FILE ASSIGN U-T-RUNLOG.              00001000
001100 DATA DIVISION.                                                   00001100
001200 FILE SECTION.                                                    00001200
001300 FD REPORT-FILE                                                   00001300
001400     LABEL RECORDS ARE OMITTED                                    00001400
001500     RECORDING MODE IS F                                          00001500
001600     RECORD CONTAINS 133 CHARACTERS                               00001600
001700     DATA RECORD IS OUTPUT-RECORD.                                00001700
001800   01 OUTPUT-RECORD.                                              00001800
001900     02 CARRIAGE-CONTROL PIC X.                                   00001900
002000     02 OUTPUT-LINE      PIC X(132).                              00002000
002100 FD DISPUTE-FILE                                                  00002100
002200     LABEL RECORDS ARE STANDARD                                   00002200
002300     RECORD CONTAINS 80 CHARACTERS                                00002300
002400     DATA RECORD IS DISPUTE-RECORD.                               00002400
002500 COPY ARDSREC.                                                    00002500
002600 FD RUN-LOG-FILE                                                  00002600
002700     LABEL RECORDS ARE STANDARD                                   00002700
002800     RECORD CONTAINS 80 CHARACTERS                                00002800
002900     DATA RECORD IS RUN-LOG-RECORD.                               00002900
003000 COPY ARRLREC.                                                    00003000
003100 SD SORT-FILE                                                     00003100
003200     RECORD CONTAINS 80 CHARACTERS                                00003200
003300     DATA RECORD IS DISPUTE-SORT-RECORD.                          00003300
003400   01 DISPUTE-SORT-RECORD.                                        00003400
003500     02 SORT-REASON            PIC X(2).                          00003500
003600     02 SORT-SECTION           PIC X.                             00003600
003700         88 SORT-OPEN-DISPUTE    VALUE '1'.                       00003700
003800         88 SORT-RESOLVED-DISPUTE VALUE '2'.                      00003800
003900     02 SORT-DAYS              PIC 9(5).                          00003900
004000     02 SORT-ACCOUNT           PIC 9(8).                          00004000
004100     02 SORT-REFERENCE         PIC X(20).                         00004100
004200     02 SORT-AMOUNT            PIC S9(13).                        00004200
004300     02 SORT-OPENED-DATE       PIC 9(8).                          00004300
004400     02 SORT-RESOLVED-DATE     PIC 9(8).                          00004400
004500     02 SORT-RESOLUTION        PIC X.                             00004500
004600     02 SORT-OPERATOR          PIC X(8).                          00004600
004700     02 FILLER                 PIC X(6).                          00004700
004800******************************************************************00004800
004900 WORKING-STORAGE SECTION.                                         00004900
005000 01  AGING-HEADER-RECORD.                                         00005000
005100     02  FILLER             PIC X(5)   VALUE SPACES.              00005100
005200     02  FILLER             PIC X(91)                             00005200
005300         VALUE 'DISPUTED ITEM AGING BY REASON CODE'.              00005300
005400     02  FILLER             PIC X(5)   VALUE SPACES.              00005400
005500     02  FILLER             PIC X(4)   VALUE 'PAGE'.              00005500
005600     02  FILLER             PIC X      VALUE SPACE.               00005600
005700     02  HEADER-PAGE-NO     PIC ZZ9.                              00005700
005800     02  FILLER             PIC X(5)   VALUE SPACES.              00005800
005900     02  FILLER             PIC X(9)   VALUE 'RUN DATE:'.         00005900
006000     02  FILLER             PIC X      VALUE SPACE.               00006000
006100     02  HEADER-RUN-DATE    PIC X(8).                             00006100
006200 01  PROGRAM-WORK-FIELDS.                                         00006200
006300     02  DISPUTE-SWITCH    PIC X(3).                              00006300
006400         88  END-OF-DISPUTES VALUE 'EOF'.                         00006400
006500     02  SORT-SWITCH       PIC X(3).                              00006500
006600         88  END-OF-SORT   VALUE 'EOF'.                           00006600
006700     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.                  00006700
006800     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.                  00006800
006900     02  RUN-DATE          PIC 9(8)  VALUE ZERO.                  00006900
007000     02  RUN-TIME          PIC 9(8)  VALUE ZERO.                  00007000
007100 COPY PAGING.                                                     00007100
007200 COPY ARDSRSN.                                                    00007200
007300 01  AGING-WORK-FIELDS.                                           00007300
007400     02  PERIOD-DAYS           PIC 9(3)  VALUE 007.               00007400
007500     02  RUN-DATE-INT          PIC S9(9) COMP VALUE ZERO.         00007500
007600     02  OPENED-DATE-INT       PIC S9(9) COMP VALUE ZERO.         00007600
007700     02  RESOLVED-DATE-INT     PIC S9(9) COMP VALUE ZERO.         00007700
007800     02  DAYS-AGO              PIC S9(9) COMP VALUE ZERO.         00007800
007900     02  CURRENT-REASON        PIC X(2)  VALUE SPACES.            00007900
008000     02  WORK-REASON           PIC X(2)  VALUE SPACES.            00008000
008100     02  REASON-IX             PIC 9(2)  VALUE ZERO.              00008100
008200     02  REASON-FOUND-SWITCH   PIC X(3)  VALUE 'NO '.             00008200
008300         88  REASON-FOUND      VALUE 'YES'.                       00008300
008400     02  FIRST-REASON-SWITCH   PIC X(3)  VALUE 'NO '.             00008400
008500         88  FIRST-REASON-SEEN VALUE 'YES'.                       00008500
008600     02  TOTAL-IX              PIC 9(1)  VALUE ZERO.              00008600
008700     02  TOTAL-TITLE           PIC X(11) VALUE SPACES.            00008700
008800 01  AGING-TOTAL-TABLE.                                           00008800
008900     02  AGING-TOTAL-ENTRY OCCURS 2 TIMES.                        00008900
009000         03  TOT-OPEN-COUNT    PIC 9(6).                          00009000
009100         03  TOT-OPEN-AMOUNT   PIC S9(13).                        00009100
009200         03  TOT-BAND-30       PIC S9(13).                        00009200
009300         03  TOT-BAND-60       PIC S9(13).                        00009300
009400         03  TOT-BAND-90       PIC S9(13).                        00009400
009500         03  TOT-BAND-OVER     PIC S9(13).                        00009500
009600         03  TOT-RESOLVED-COUNT PIC 9(6).                         00009600
009700         03  TOT-RESOLVED-AMOUNT PIC S9(13).                      00009700
009800 01  AGING-COUNT-FIELDS.                                          00009800
009900     02  DISPUTES-READ         PIC 9(8)  VALUE ZERO.              00009900
010000     02  EDIT-AMOUNT-1         PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00010000
010100     02  EDIT-AMOUNT-2         PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00010100
010200     02  EDIT-AMOUNT-3         PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00010200
010300     02  EDIT-AMOUNT-4         PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00010300
010400 01  SEVERITY-FIELDS.                                             00010400
010500     02  HIGHEST-SEVERITY      PIC 9(2)  VALUE ZERO.              00010500
010600 01  COLUMN-HEADING-LINE.                                         00010600
010700     02  FILLER            PIC X(2)  VALUE SPACES.                00010700
010800     02  FILLER            PIC X(10) VALUE '   ACCOUNT'.          00010800
010900     02  FILLER            PIC X(2)  VALUE SPACES.                00010900
011000     02  FILLER            PIC X(20) VALUE 'REFERENCE'.           00011000
011100     02  FILLER            PIC X(2)  VALUE SPACES.                00011100
011200     02  FILLER            PIC X(16) VALUE '  DISPUTE AMOUNT'.    00011200
011300     02  FILLER            PIC X(2)  VALUE SPACES.                00011300
011400     02  FILLER            PIC X(8)  VALUE 'OPENED'.              00011400
011500     02  FILLER            PIC X(2)  VALUE SPACES.                00011500
011600     02  FILLER            PIC X(8)  VALUE 'RESOLVED'.            00011600
011700     02  FILLER            PIC X(2)  VALUE SPACES.                00011700
011800     02  FILLER            PIC X(5)  VALUE ' DAYS'.               00011800
011900     02  FILLER            PIC X(2)  VALUE SPACES.                00011900
012000     02  FILLER            PIC X(20) VALUE 'AGE / RESOLUTION'.    00012000
012100     02  FILLER            PIC X(2)  VALUE SPACES.                00012100
012200     02  FILLER            PIC X(8)  VALUE 'OPERATOR'.            00012200
012300     02  FILLER            PIC X(21) VALUE SPACES.                00012300
012400 01  DISPUTE-LINE.                                                00012400
012500     02  FILLER            PIC X(2).                              00012500
012600     02  DSPL-ACCOUNT      PIC ZZ,ZZZ,ZZ9.                        00012600
012700     02  FILLER            PIC X(2).                              00012700
012800     02  DSPL-REFERENCE    PIC X(20).                             00012800
012900     02  FILLER            PIC X(2).                              00012900
013000     02  DSPL-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00013000
013100     02  FILLER            PIC X(2).                              00013100
013200     02  DSPL-OPENED       PIC X(8).                              00013200
013300     02  FILLER            PIC X(2).                              00013300
013400     02  DSPL-RESOLVED     PIC X(8).                              00013400
013500     02  FILLER            PIC X(2).                              00013500
013600     02  DSPL-DAYS         PIC ZZZZ9.                             00013600
013700     02  FILLER            PIC X(2).                              00013700
013800     02  DSPL-STATUS       PIC X(20).                             00013800
013900     02  FILLER            PIC X(2).                              00013900
014000     02  DSPL-OPERATOR     PIC X(8).                              00014000
014100     02  FILLER            PIC X(21).                             00014100
014200 01  MESSAGE-LINE.                                                00014200
014300     02  FILLER            PIC X(5).                              00014300
014400     02  MESSAGE-TEXT      PIC X(127).                            00014400
014500******************************************************************00014500
014600 LINKAGE SECTION.                                                 00014600
014700 01  PARM-DATA.                                                   00014700
014800     02  PARM-LENGTH       PIC S9(4) COMP.                        00014800
014900     02  PARM-TEXT         PIC X(8).                              00014900
015000******************************************************************00015000
015100 PROCEDURE DIVISION USING PARM-DATA.                              00015100
015200     OPEN INPUT  DISPUTE-FILE                                     00015200
015300          OUTPUT REPORT-FILE.                                     00015300
015400     ACCEPT RUN-DATE FROM DATE YYYYMMDD.                          00015400
015500     COMPUTE RUN-DATE-INT =                                       00015500
015600         FUNCTION INTEGER-OF-DATE(RUN-DATE).                      00015600
015700     IF PARM-LENGTH > 2                                           00015700
015800        AND PARM-TEXT (1:3) NUMERIC                               00015800
015900        AND PARM-TEXT (1:3) > '000'                               00015900
016000         MOVE PARM-TEXT (1:3) TO PERIOD-DAYS                      00016000
016100     END-IF.                                                      00016100
016200     MOVE 2 TO TOTAL-IX.                                          00016200
016300     PERFORM CLEAR-TOTALS.                                        00016300
016400     PERFORM WRITE-HEADER.                                        00016400
016500     PERFORM WRITE-COLUMN-HEADINGS.                               00016500
016600     SORT SORT-FILE                                               00016600
016700         ON ASCENDING KEY SORT-REASON                             00016700
016800                          SORT-SECTION                            00016800
016900            DESCENDING KEY SORT-DAYS                              00016900
017000            ASCENDING KEY SORT-ACCOUNT                            00017000
017100                          SORT-REFERENCE                          00017100
017200         INPUT PROCEDURE SELECT-DISPUTES                          00017200
017300         OUTPUT PROCEDURE PRINT-DISPUTES.                         00017300
017400     MOVE 'ALL REASONS' TO TOTAL-TITLE.                           00017400
017500     MOVE 2 TO TOTAL-IX.                                          00017500
017600     PERFORM PRINT-TOTAL-LINES.                                   00017600
017700     PERFORM PRINT-RUN-SUMMARY.                                   00017700
017800     CLOSE DISPUTE-FILE                                           00017800
017900           REPORT-FILE.                                           00017900
018000     MOVE HIGHEST-SEVERITY TO RETURN-CODE.                        00018000
018100     PERFORM WRITE-RUN-LOG.                                       00018100
018200     GOBACK.                                                      00018200
018300******************************************************************00018300
018400* OPEN DISPUTES ARE AGED FROM THE DATE OPENED; RESOLVED ONES ARE  00018400
018500* KEPT ONLY IF RESOLVED WITHIN THE PARM PERIOD (DEFAULT 7 DAYS),  00018500
018600* WITH THE DAYS IT TOOK TO RESOLVE THEM.                          00018600
018700 SELECT-DISPUTES.                                                 00018700
018800     PERFORM GET-DISPUTE.                                         00018800
018900     PERFORM SELECT-ONE-DISPUTE UNTIL END-OF-DISPUTES.            00018900
019000******************************************************************00019000
019100 GET-DISPUTE.                                                     00019100
019200     READ DISPUTE-FILE AT END                                     00019200
019300         MOVE 'EOF' TO DISPUTE-SWITCH.                            00019300
019400******************************************************************00019400
019500 SELECT-ONE-DISPUTE.                                              00019500
019600     ADD 1 TO DISPUTES-READ.                                      00019600
019700     MOVE SPACES TO DISPUTE-SORT-RECORD.                          00019700
019800     MOVE DSP-REASON TO SORT-REASON.                              00019800
019900     MOVE DSP-ACCOUNT TO SORT-ACCOUNT.                            00019900
020000     MOVE DSP-REFERENCE TO SORT-REFERENCE.                        00020000
020100     MOVE DSP-AMOUNT TO SORT-AMOUNT.                              00020100
020200     MOVE DSP-OPENED-DATE TO SORT-OPENED-DATE.                    00020200
020300     MOVE DSP-RESOLVED-DATE TO SORT-RESOLVED-DATE.                00020300
020400     MOVE DSP-RESOLUTION TO SORT-RESOLUTION.                      00020400
020500     MOVE DSP-OPERATOR TO SORT-OPERATOR.                          00020500
020600     COMPUTE OPENED-DATE-INT =                                    00020600
020700         FUNCTION INTEGER-OF-DATE(DSP-OPENED-DATE).               00020700
020800     IF DSP-UNRESOLVED                                            00020800
020900         MOVE '1' TO SORT-SECTION                                 00020900
021000         COMPUTE SORT-DAYS = RUN-DATE-INT - OPENED-DATE-INT       00021000
021100         RELEASE DISPUTE-SORT-RECORD                              00021100
021200     ELSE                                                         00021200
021300         COMPUTE RESOLVED-DATE-INT =                              00021300
021400             FUNCTION INTEGER-OF-DATE(DSP-RESOLVED-DATE)          00021400
021500         COMPUTE DAYS-AGO = RUN-DATE-INT - RESOLVED-DATE-INT      00021500
021600         IF DAYS-AGO < PERIOD-DAYS                                00021600
021700             MOVE '2' TO SORT-SECTION                             00021700
021800             COMPUTE SORT-DAYS =                                  00021800
021900                 RESOLVED-DATE-INT - OPENED-DATE-INT              00021900
022000             RELEASE DISPUTE-SORT-RECORD                          00022000
022100         END-IF                                                   00022100
022200     END-IF.                                                      00022200
022300     PERFORM GET-DISPUTE.                                         00022300
022400******************************************************************00022400
022500 PRINT-DISPUTES.                                                  00022500
022600     PERFORM GET-SORTED-DISPUTE.                                  00022600
022700     PERFORM PRINT-ONE-DISPUTE UNTIL END-OF-SORT.                 00022700
022800     IF FIRST-REASON-SEEN                                         00022800
022900         PERFORM FINISH-REASON                                    00022900
023000     END-IF.                                                      00023000
023100******************************************************************00023100
023200 GET-SORTED-DISPUTE.                                              00023200
023300     RETURN SORT-FILE AT END                                      00023300
023400         MOVE 'EOF' TO SORT-SWITCH.                               00023400
023500******************************************************************00023500
023600 PRINT-ONE-DISPUTE.                                               00023600
023700     IF FIRST-REASON-SEEN                                         00023700
023800         IF SORT-REASON NOT = CURRENT-REASON                      00023800
023900             PERFORM FINISH-REASON                                00023900
024000             PERFORM START-REASON                                 00024000
024100         END-IF                                                   00024100
024200     ELSE                                                         00024200
024300         MOVE 'YES' TO FIRST-REASON-SWITCH                        00024300
024400         PERFORM START-REASON                                     00024400
024500     END-IF.                                                      00024500
024600     MOVE 1 TO TOTAL-IX.                                          00024600
024700     PERFORM ADD-DISPUTE-TO-TOTALS.                               00024700
024800     MOVE 2 TO TOTAL-IX.                                          00024800
024900     PERFORM ADD-DISPUTE-TO-TOTALS.                               00024900
025000     PERFORM WRITE-DISPUTE-LINE.                                  00025000
025100     PERFORM GET-SORTED-DISPUTE.                                  00025100
025200******************************************************************00025200
025300 START-REASON.                                                    00025300
025400     MOVE SORT-REASON TO CURRENT-REASON.                          00025400
025500     MOVE 1 TO TOTAL-IX.                                          00025500
025600     PERFORM CLEAR-TOTALS.                                        00025600
025700     MOVE SORT-REASON TO WORK-REASON.                             00025700
025800     PERFORM FIND-REASON-CODE.                                    00025800
025900     IF LINES-WRITTEN + 4 > MAX-LINES-PER-PAGE                    00025900
026000         PERFORM WRITE-HEADER                                     00026000
026100         PERFORM WRITE-COLUMN-HEADINGS                            00026100
026200     END-IF.                                                      00026200
026300     MOVE SPACES TO MESSAGE-LINE.                                 00026300
026400     IF REASON-FOUND                                              00026400
026500         STRING 'REASON ' DELIMITED BY SIZE                       00026500
026600                SORT-REASON DELIMITED BY SIZE                     00026600
026700                ' - ' DELIMITED BY SIZE                           00026700
026800                DRSN-DESC (REASON-IX) DELIMITED BY SIZE           00026800
026900           INTO MESSAGE-TEXT                                      00026900
027000     ELSE                                                         00027000
027100         STRING 'REASON ' DELIMITED BY SIZE                       00027100
027200                SORT-REASON DELIMITED BY SIZE                     00027200
027300                ' - NOT IN REASON TABLE' DELIMITED BY SIZE        00027300
027400           INTO MESSAGE-TEXT                                      00027400
027500     END-IF.                                                      00027500
027600     PERFORM WRITE-MESSAGE-DOUBLE.                                00027600
027700******************************************************************00027700
027800 FINISH-REASON.                                                   00027800
027900     MOVE SPACES TO TOTAL-TITLE.                                  00027900
028000     STRING 'REASON ' DELIMITED BY SIZE                           00028000
028100            CURRENT-REASON DELIMITED BY SIZE                      00028100
028200       INTO TOTAL-TITLE.                                          00028200
028300     MOVE 1 TO TOTAL-IX.                                          00028300
028400     PERFORM PRINT-TOTAL-LINES.                                   00028400
028500******************************************************************00028500
028600 FIND-REASON-CODE.                                                00028600
028700     MOVE 'NO ' TO REASON-FOUND-SWITCH.                           00028700
028800     MOVE 1 TO REASON-IX.                                         00028800
028900     PERFORM CHECK-REASON-ENTRY                                   00028900
029000         UNTIL REASON-FOUND                                       00029000
029100            OR REASON-IX > 8.                                     00029100
029200******************************************************************00029200
029300 CHECK-REASON-ENTRY.                                              00029300
029400     IF DRSN-CODE (REASON-IX) = WORK-REASON                       00029400
029500         MOVE 'YES' TO REASON-FOUND-SWITCH                        00029500
029600     ELSE                                                         00029600
029700         ADD 1 TO REASON-IX                                       00029700
029800     END-IF.                                                      00029800
029900******************************************************************00029900
030000 CLEAR-TOTALS.                                                    00030000
030100     MOVE ZERO TO TOT-OPEN-COUNT (TOTAL-IX)                       00030100
030200                  TOT-OPEN-AMOUNT (TOTAL-IX)                      00030200
030300                  TOT-BAND-30 (TOTAL-IX)                          00030300
030400                  TOT-BAND-60 (TOTAL-IX)                          00030400
030500                  TOT-BAND-90 (TOTAL-IX)                          00030500
030600                  TOT-BAND-OVER (TOTAL-IX)                        00030600
030700                  TOT-RESOLVED-COUNT (TOTAL-IX)                   00030700
030800                  TOT-RESOLVED-AMOUNT (TOTAL-IX).                 00030800
030900******************************************************************00030900
031000 ADD-DISPUTE-TO-TOTALS.                                           00031000
031100     IF SORT-OPEN-DISPUTE                                         00031100
031200         ADD 1 TO TOT-OPEN-COUNT (TOTAL-IX)                       00031200
031300         ADD SORT-AMOUNT TO TOT-OPEN-AMOUNT (TOTAL-IX)            00031300
031400         IF SORT-DAYS NOT > 30                                    00031400
031500             ADD SORT-AMOUNT TO TOT-BAND-30 (TOTAL-IX)            00031500
031600         ELSE                                                     00031600
031700             IF SORT-DAYS NOT > 60                                00031700
031800                 ADD SORT-AMOUNT TO TOT-BAND-60 (TOTAL-IX)        00031800
031900             ELSE                                                 00031900
032000                 IF SORT-DAYS NOT > 90                            00032000
032100                     ADD SORT-AMOUNT TO TOT-BAND-90 (TOTAL-IX)    00032100
032200                 ELSE                                             00032200
032300                     ADD SORT-AMOUNT TO TOT-BAND-OVER (TOTAL-IX)  00032300
032400                 END-IF                                           00032400
032500             END-IF                                               00032500
032600         END-IF                                                   00032600
032700     ELSE                                                         00032700
032800         ADD 1 TO TOT-RESOLVED-COUNT (TOTAL-IX)                   00032800
032900         ADD SORT-AMOUNT TO TOT-RESOLVED-AMOUNT (TOTAL-IX)        00032900
033000     END-IF.                                                      00033000
033100******************************************************************00033100
033200 WRITE-DISPUTE-LINE.                                              00033200
033300     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00033300
033400         PERFORM WRITE-HEADER                                     00033400
033500         PERFORM WRITE-COLUMN-HEADINGS                            00033500
033600     END-IF.                                                      00033600
033700     MOVE SPACES TO DISPUTE-LINE.                                 00033700
033800     MOVE SORT-ACCOUNT TO DSPL-ACCOUNT.                           00033800
033900     MOVE SORT-REFERENCE TO DSPL-REFERENCE.                       00033900
034000     MOVE SORT-AMOUNT TO DSPL-AMOUNT.                             00034000
034100     MOVE SORT-OPENED-DATE TO DSPL-OPENED.                        00034100
034200     MOVE SORT-DAYS TO DSPL-DAYS.                                 00034200
034300     MOVE SORT-OPERATOR TO DSPL-OPERATOR.                         00034300
034400     IF SORT-OPEN-DISPUTE                                         00034400
034500         PERFORM SET-AGE-BAND                                     00034500
034600     ELSE                                                         00034600
034700         MOVE SORT-RESOLVED-DATE TO DSPL-RESOLVED                 00034700
034800         PERFORM SET-RESOLUTION-TEXT                              00034800
034900     END-IF.                                                      00034900
035000     MOVE DISPUTE-LINE TO OUTPUT-LINE.                            00035000
035100     MOVE 1 TO LINE-SPACING.                                      00035100
035200     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00035200
035300     WRITE OUTPUT-RECORD.                                         00035300
035400     ADD 1 TO LINES-WRITTEN.                                      00035400
035500******************************************************************00035500
035600 SET-AGE-BAND.                                                    00035600
035700     IF SORT-DAYS NOT > 30                                        00035700
035800         MOVE 'OPEN 0-30 DAYS' TO DSPL-STATUS                     00035800
035900     ELSE                                                         00035900
036000         IF SORT-DAYS NOT > 60                                    00036000
036100             MOVE 'OPEN 31-60 DAYS' TO DSPL-STATUS                00036100
036200         ELSE                                                     00036200
036300             IF SORT-DAYS NOT > 90                                00036300
036400                 MOVE 'OPEN 61-90 DAYS' TO DSPL-STATUS            00036400
036500             ELSE                                                 00036500
036600                 MOVE 'OPEN OVER 90 DAYS' TO DSPL-STATUS          00036600
036700             END-IF                                               00036700
036800         END-IF                                                   00036800
036900     END-IF.                                                      00036900
037000******************************************************************00037000
037100 SET-RESOLUTION-TEXT.                                             00037100
037200     IF SORT-RESOLUTION = 'C'                                     00037200
037300         MOVE 'RESOLVED - CREDIT' TO DSPL-STATUS                  00037300
037400     ELSE                                                         00037400
037500         IF SORT-RESOLUTION = 'P'                                 00037500
037600             MOVE 'RESOLVED - PAID' TO DSPL-STATUS                00037600
037700         ELSE                                                     00037700
037800             IF SORT-RESOLUTION = 'W'                             00037800
037900                 MOVE 'RESOLVED - WITHDRAWN' TO DSPL-STATUS       00037900
038000             ELSE                                                 00038000
038100                 MOVE 'RESOLVED - CLOSED' TO DSPL-STATUS          00038100
038200             END-IF                                               00038200
038300         END-IF                                                   00038300
038400     END-IF.                                                      00038400
038500******************************************************************00038500
038600 PRINT-TOTAL-LINES.                                               00038600
038700     IF LINES-WRITTEN + 3 > MAX-LINES-PER-PAGE                    00038700
038800         PERFORM WRITE-HEADER                                     00038800
038900         PERFORM WRITE-COLUMN-HEADINGS                            00038900
039000     END-IF.                                                      00039000
039100     MOVE SPACES TO MESSAGE-LINE.                                 00039100
039200     MOVE TOT-OPEN-AMOUNT (TOTAL-IX) TO EDIT-AMOUNT-1.            00039200
039300     MOVE TOT-RESOLVED-AMOUNT (TOTAL-IX) TO EDIT-AMOUNT-2.        00039300
039400     STRING TOTAL-TITLE DELIMITED BY SIZE                         00039400
039500            '  OPEN: ' DELIMITED BY SIZE                          00039500
039600            TOT-OPEN-COUNT (TOTAL-IX) DELIMITED BY SIZE           00039600
039700            ' AMOUNT: ' DELIMITED BY SIZE                         00039700
039800            EDIT-AMOUNT-1 DELIMITED BY SIZE                       00039800
039900            '  RESOLVED IN PERIOD: ' DELIMITED BY SIZE            00039900
040000            TOT-RESOLVED-COUNT (TOTAL-IX) DELIMITED BY SIZE       00040000
040100            ' AMOUNT: ' DELIMITED BY SIZE                         00040100
040200            EDIT-AMOUNT-2 DELIMITED BY SIZE                       00040200
040300       INTO MESSAGE-TEXT.                                         00040300
040400     PERFORM WRITE-MESSAGE-DOUBLE.                                00040400
040500     MOVE SPACES TO MESSAGE-LINE.                                 00040500
040600     MOVE TOT-BAND-30 (TOTAL-IX) TO EDIT-AMOUNT-1.                00040600
040700     MOVE TOT-BAND-60 (TOTAL-IX) TO EDIT-AMOUNT-2.                00040700
040800     MOVE TOT-BAND-90 (TOTAL-IX) TO EDIT-AMOUNT-3.                00040800
040900     MOVE TOT-BAND-OVER (TOTAL-IX) TO EDIT-AMOUNT-4.              00040900
041000     STRING '             0-30:' DELIMITED BY SIZE                00041000
041100            EDIT-AMOUNT-1 DELIMITED BY SIZE                       00041100
041200            '  31-60:' DELIMITED BY SIZE                          00041200
041300            EDIT-AMOUNT-2 DELIMITED BY SIZE                       00041300
041400            '  61-90:' DELIMITED BY SIZE                          00041400
041500            EDIT-AMOUNT-3 DELIMITED BY SIZE                       00041500
041600            '  OVER 90:' DELIMITED BY SIZE                        00041600
041700            EDIT-AMOUNT-4 DELIMITED BY SIZE                       00041700
041800       INTO MESSAGE-TEXT.                                         00041800
041900     PERFORM WRITE-MESSAGE-LINE.                                  00041900
042000******************************************************************00042000
042100 PRINT-RUN-SUMMARY.                                               00042100
042200     MOVE SPACES TO MESSAGE-LINE.                                 00042200
042300     STRING 'DISPUTE RECORDS READ: ' DELIMITED BY SIZE            00042300
042400            DISPUTES-READ DELIMITED BY SIZE                       00042400
042500            '  RESOLVED PERIOD DAYS: ' DELIMITED BY SIZE          00042500
042600            PERIOD-DAYS DELIMITED BY SIZE                         00042600
042700       INTO MESSAGE-TEXT.                                         00042700
042800     PERFORM WRITE-MESSAGE-DOUBLE.                                00042800
042900     IF DISPUTES-READ = ZERO                                      00042900
043000         MOVE SPACES TO MESSAGE-LINE                              00043000
043100         MOVE 'NO DISPUTES ON FILE' TO MESSAGE-TEXT               00043100
043200         PERFORM WRITE-MESSAGE-LINE                               00043200
043300         PERFORM RAISE-WARNING-SEVERITY                           00043300
043400     END-IF.                                                      00043400
043500******************************************************************00043500
043600 WRITE-MESSAGE-LINE.                                              00043600
043700     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00043700
043800     MOVE 1 TO LINE-SPACING.                                      00043800
043900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00043900
044000     WRITE OUTPUT-RECORD.                                         00044000
044100     ADD 1 TO LINES-WRITTEN.                                      00044100
044200******************************************************************00044200
044300 WRITE-MESSAGE-DOUBLE.                                            00044300
044400     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00044400
044500     MOVE 2 TO LINE-SPACING.                                      00044500
044600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00044600
044700     WRITE OUTPUT-RECORD.                                         00044700
044800     ADD 2 TO LINES-WRITTEN.                                      00044800
044900******************************************************************00044900
045000 RAISE-WARNING-SEVERITY.                                          00045000
045100     IF HIGHEST-SEVERITY < 4                                      00045100
045200         MOVE 4 TO HIGHEST-SEVERITY                               00045200
045300     END-IF.                                                      00045300
045400******************************************************************00045400
045500 WRITE-HEADER.                                                    00045500
045600     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.                       00045600
045700     ADD 1 TO PAGE-COUNT.                                         00045700
045800     MOVE PAGE-COUNT TO HEADER-PAGE-NO.                           00045800
045900     MOVE RUN-DATE TO HEADER-RUN-DATE.                            00045900
046000     MOVE AGING-HEADER-RECORD TO OUTPUT-LINE.                     00046000
046100     WRITE OUTPUT-RECORD.                                         00046100
046200     MOVE ZERO TO LINES-WRITTEN.                                  00046200
046300******************************************************************00046300
046400 WRITE-COLUMN-HEADINGS.                                           00046400
046500     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.                     00046500
046600     MOVE 2 TO LINE-SPACING.                                      00046600
046700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00046700
046800     WRITE OUTPUT-RECORD.                                         00046800
046900     ADD 2 TO LINES-WRITTEN.                                      00046900
047000******************************************************************00047000
047100 WRITE-RUN-LOG.                                                   00047100
047200     OPEN EXTEND RUN-LOG-FILE.                                    00047200
047300     ACCEPT RUN-TIME FROM TIME.                                   00047300
047400     MOVE SPACES TO RUN-LOG-RECORD.                               00047400
047500     MOVE 'ARDSAGE' TO RLOG-PROGRAM-ID.                           00047500
047600     MOVE RUN-DATE TO RLOG-RUN-DATE.                              00047600
047700     MOVE RUN-TIME (1:6) TO RLOG-RUN-TIME.                        00047700
047800     MOVE DISPUTES-READ TO RLOG-RECORDS-IN.                       00047800
047900     MOVE TOT-OPEN-COUNT (2) TO RLOG-RECORDS-OUT.                 00047900
048000     MOVE TOT-RESOLVED-COUNT (2) TO RLOG-RECORDS-ADDED.           00048000
048100     MOVE ZERO TO RLOG-REJECT-COUNT.                              00048100
048200     MOVE HIGHEST-SEVERITY TO RLOG-RETURN-CODE.                   00048200
048300     WRITE RUN-LOG-RECORD.                                        00048300
048400     CLOSE RUN-LOG-FILE.                                          00048400
