000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID. ARDSMNT.                                             00000200
000300 AUTHOR. BRAIN.                                                   00000300
000400 ENVIRONMENT DIVISION.                                            00000400
000500 INPUT-OUTPUT SECTION.                                            00000500
000600 FILE-CONTROL.                                                    00000600
000700     SELECT AUDIT-REPORT ASSIGN U-T-SYSOUT.                       00000700
000800     SELECT CARD-FILE ASSIGN U-T-DSPCARD.                         00000800
000900     SELECT OPEN-ITEM-FILE ASSIGN U-T-OITMIN.                     00000900
001000     SELECT OPTIONAL DISPUTE-IN-FILE ASSIGN U-T-DSPIN.            00001000
001100     SELECT DISPUTE-OUT-FILE ASSIGN U-T-DSPOUT.                   00001100
001200     SELECT CARD-SORT-FILE ASSIGN U-T-SORTWK.                     00001200
001300     SELECT OPTIONAL RUN-LOG-FILE ASSIGN U-T-RUNLOG.              00001300
001400 DATA DIVISION.                                                   00001400
001500 FILE SECTION.                                                    00001500
001600 FD AUDIT-REPORT                                                  00001600
001700     LABEL RECORDS ARE OMITTED                                    00001700
001800     RECORDING MODE IS F                                          00001800
001900     RECORD CONTAINS 133 CHARACTERS                               00001900
002000     DATA RECORD IS OUTPUT-RECORD.                                00002000
002100   01 OUTPUT-RECORD.                                              00002100
002200     02 CARRIAGE-CONTROL PIC X.                                   00002200
002300     02 OUTPUT-LINE      PIC X(132).                              00002300
002400 FD CARD-FILE                                                     00002400
002500     LABEL RECORDS ARE STANDARD                                   00002500
002600     RECORD CONTAINS 80 CHARACTERS                                00002600
002700     DATA RECORD IS CARD-RECORD.                                  00002700
002800   01 CARD-RECORD                PIC X(80).                       00002800
002900 FD OPEN-ITEM-FILE                                                00002900
003000     LABEL RECORDS ARE STANDARD                                   00003000
003100     RECORD CONTAINS 80 CHARACTERS                                00003100
003200     DATA RECORD IS OPEN-ITEM-RECORD.                             00003200
003300 COPY AROITEM.                                                    00003300
003400 FD DISPUTE-IN-FILE                                               00003400
003500     LABEL RECORDS ARE STANDARD                                   00003500
003600     RECORD CONTAINS 80 CHARACTERS                                00003600
003700     DATA RECORD IS DISPUTE-IN-RECORD.                            00003700
003800   01 DISPUTE-IN-RECORD          PIC X(80).                       00003800
003900 FD DISPUTE-OUT-FILE                                              00003900
004000     LABEL RECORDS ARE STANDARD                                   00004000
004100     RECORD CONTAINS 80 CHARACTERS                                00004100
004200     DATA RECORD IS DISPUTE-RECORD.                               00004200
004300 COPY ARDSREC.                                                    00004300
004400 FD RUN-LOG-FILE                                                  00004400
004500     LABEL RECORDS ARE STANDARD                                   00004500
004600     RECORD CONTAINS 80 CHARACTERS                                00004600
004700     DATA RECORD IS RUN-LOG-RECORD.                               00004700
004800 COPY ARRLREC.                                                    00004800
004900 SD CARD-SORT-FILE                                                00004900
005000     RECORD CONTAINS 80 CHARACTERS                                00005000
005100     DATA RECORD IS DISPUTE-CARD.                                 00005100
005200 COPY ARDSCRD.                                                    00005200
005300******************************************************************00005300
005400 WORKING-STORAGE SECTION.                                         00005400
005500 01  DISPUTE-HEADER-RECORD.                                       00005500
005600     02  FILLER             PIC X(5)   VALUE SPACES.              00005600
005700     02  FILLER             PIC X(91)                             00005700
005800         VALUE 'DISPUTED ITEM MAINTENANCE AUDIT LISTING'.         00005800
005900     02  FILLER             PIC X(5)   VALUE SPACES.              00005900
006000     02  FILLER             PIC X(4)   VALUE 'PAGE'.              00006000
006100     02  FILLER             PIC X      VALUE SPACE.               00006100
006200     02  HEADER-PAGE-NO     PIC ZZ9.                              00006200
006300     02  FILLER             PIC X(5)   VALUE SPACES.              00006300
006400     02  FILLER             PIC X(9)   VALUE 'RUN DATE:'.         00006400
006500     02  FILLER             PIC X      VALUE SPACE.               00006500
006600     02  HEADER-RUN-DATE    PIC X(8).                             00006600
006700 01  PROGRAM-WORK-FIELDS.                                         00006700
006800     02  CARD-SWITCH       PIC X(3).                              00006800
006900         88  END-OF-CARDS  VALUE 'EOF'.                           00006900
007000     02  CARD-SORT-SWITCH  PIC X(3).                              00007000
007100         88  END-OF-CARD-SORT VALUE 'EOF'.                        00007100
007200     02  OITEM-SWITCH      PIC X(3).                              00007200
007300         88  END-OF-OPEN-ITEMS VALUE 'EOF'.                       00007300
007400     02  DISPUTE-SWITCH    PIC X(3).                              00007400
007500         88  END-OF-OLD-DISPUTES VALUE 'EOF'.                     00007500
007600     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.                  00007600
007700     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.                  00007700
007800     02  RUN-DATE          PIC 9(8)  VALUE ZERO.                  00007800
007900     02  RUN-TIME          PIC 9(8)  VALUE ZERO.                  00007900
008000 COPY PAGING.                                                     00008000
008100 COPY ARDSRSN.                                                    00008100
008200 01  DISPUTE-WORK-FIELDS.                                         00008200
008300     02  PURGE-DAYS            PIC 9(3)  VALUE 180.               00008300
008400     02  RUN-DATE-INT          PIC S9(9) COMP VALUE ZERO.         00008400
008500     02  RESOLVED-DATE-INT     PIC S9(9) COMP VALUE ZERO.         00008500
008600     02  ITEM-KEY              PIC X(28) VALUE LOW-VALUES.        00008600
008700     02  DISPUTE-KEY           PIC X(28) VALUE LOW-VALUES.        00008700
008800     02  CARD-KEY              PIC X(28) VALUE LOW-VALUES.        00008800
008900     02  CURRENT-KEY           PIC X(28) VALUE LOW-VALUES.        00008900
009000     02  EFFECTIVE-DATE        PIC 9(8)  VALUE ZERO.              00009000
009100     02  WORK-REASON           PIC X(2)  VALUE SPACES.            00009100
009200     02  WORK-STATUS           PIC X(5)  VALUE SPACES.            00009200
009300     02  REASON-IX             PIC 9(2)  VALUE ZERO.              00009300
009400     02  REASON-FOUND-SWITCH   PIC X(3)  VALUE 'NO '.             00009400
009500         88  REASON-FOUND      VALUE 'YES'.                       00009500
009600     02  DISPUTE-PRESENT-SWITCH PIC X(3) VALUE 'NO '.             00009600
009700         88  DISPUTE-PRESENT   VALUE 'YES'.                       00009700
009800     02  ITEM-FOUND-SWITCH     PIC X(3)  VALUE 'NO '.             00009800
009900         88  ITEM-FOUND        VALUE 'YES'.                       00009900
010000     02  CARD-REJECT-SWITCH    PIC X(3)  VALUE 'NO '.             00010000
010100         88  CARD-REJECTED     VALUE 'YES'.                       00010100
010200     02  WORK-DISPOSITION      PIC X(30) VALUE SPACES.            00010200
010300 01  DISPUTE-COUNT-FIELDS.                                        00010300
010400     02  CARDS-READ            PIC 9(6)  VALUE ZERO.              00010400
010500     02  REJECTED-COUNT        PIC 9(6)  VALUE ZERO.              00010500
010600     02  OPENED-COUNT          PIC 9(6)  VALUE ZERO.              00010600
010700     02  CHANGED-COUNT         PIC 9(6)  VALUE ZERO.              00010700
010800     02  RESOLVED-COUNT        PIC 9(6)  VALUE ZERO.              00010800
010900     02  CLOSED-ITEM-COUNT     PIC 9(6)  VALUE ZERO.              00010900
011000     02  REDUCED-COUNT         PIC 9(6)  VALUE ZERO.              00011000
011100     02  DISPUTES-IN-COUNT     PIC 9(8)  VALUE ZERO.              00011100
011200     02  DISPUTES-OUT-COUNT    PIC 9(8)  VALUE ZERO.              00011200
011300     02  PURGED-COUNT          PIC 9(8)  VALUE ZERO.              00011300
011400     02  OPEN-DISPUTE-COUNT    PIC 9(8)  VALUE ZERO.              00011400
011500     02  OPEN-DISPUTE-TOTAL    PIC S9(13) VALUE ZERO.             00011500
011600     02  EDIT-CONTROL-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00011600
011700 01  SEVERITY-FIELDS.                                             00011700
011800     02  HIGHEST-SEVERITY      PIC 9(2)  VALUE ZERO.              00011800
011900 01  COLUMN-HEADING-LINE.                                         00011900
012000     02  FILLER            PIC X(2)  VALUE SPACES.                00012000
012100     02  FILLER            PIC X(3)  VALUE 'ACT'.                 00012100
012200     02  FILLER            PIC X(2)  VALUE SPACES.                00012200
012300     02  FILLER            PIC X(8)  VALUE 'ACCOUNT'.             00012300
012400     02  FILLER            PIC X(2)  VALUE SPACES.                00012400
012500     02  FILLER            PIC X(20) VALUE 'REFERENCE'.           00012500
012600     02  FILLER            PIC X(2)  VALUE SPACES.                00012600
012700     02  FILLER            PIC X(25)                              00012700
012800         VALUE '  BEFORE AMOUNT/RSN/STAT'.                        00012800
012900     02  FILLER            PIC X(2)  VALUE SPACES.                00012900
013000     02  FILLER            PIC X(25)                              00013000
013100         VALUE '   AFTER AMOUNT/RSN/STAT'.                        00013100
013200     02  FILLER            PIC X(2)  VALUE SPACES.                00013200
013300     02  FILLER            PIC X(30) VALUE 'DISPOSITION'.         00013300
013400     02  FILLER            PIC X(9)  VALUE SPACES.                00013400
013500 01  AUDIT-LINE.                                                  00013500
013600     02  FILLER            PIC X(3).                              00013600
013700     02  AUDIT-ACTION      PIC X(1).                              00013700
013800     02  FILLER            PIC X(3).                              00013800
013900     02  AUDIT-ACCOUNT     PIC X(8).                              00013900
014000     02  FILLER            PIC X(2).                              00014000
014100     02  AUDIT-REFERENCE   PIC X(20).                             00014100
014200     02  FILLER            PIC X(2).                              00014200
014300     02  AUDIT-BEFORE-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9-.                00014300
014400     02  FILLER            PIC X(1).                              00014400
014500     02  AUDIT-BEFORE-REASON PIC X(2).                            00014500
014600     02  FILLER            PIC X(1).                              00014600
014700     02  AUDIT-BEFORE-STATUS PIC X(5).                            00014700
014800     02  FILLER            PIC X(2).                              00014800
014900     02  AUDIT-AFTER-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9-.                 00014900
015000     02  FILLER            PIC X(1).                              00015000
015100     02  AUDIT-AFTER-REASON PIC X(2).                             00015100
015200     02  FILLER            PIC X(1).                              00015200
015300     02  AUDIT-AFTER-STATUS PIC X(5).                             00015300
015400     02  FILLER            PIC X(2).                              00015400
015500     02  AUDIT-DISPOSITION PIC X(30).                             00015500
015600     02  FILLER            PIC X(9).                              00015600
015700 01  MESSAGE-LINE.                                                00015700
015800     02  FILLER            PIC X(5).                              00015800
015900     02  MESSAGE-TEXT      PIC X(127).                            00015900
016000******************************************************************00016000
016100 LINKAGE SECTION.                                                 00016100
016200 01  PARM-DATA.                                                   00016200
016300     02  PARM-LENGTH       PIC S9(4) COMP.                        00016300
016400     02  PARM-TEXT         PIC X(8).                              00016400
016500******************************************************************00016500
016600 PROCEDURE DIVISION USING PARM-DATA.                              00016600
016700     OPEN INPUT  CARD-FILE                                        00016700
016800                 OPEN-ITEM-FILE                                   00016800
016900                 DISPUTE-IN-FILE                                  00016900
017000          OUTPUT DISPUTE-OUT-FILE                                 00017000
017100                 AUDIT-REPORT.                                    00017100
017200     ACCEPT RUN-DATE FROM DATE YYYYMMDD.                          00017200
017300     COMPUTE RUN-DATE-INT =                                       00017300
017400         FUNCTION INTEGER-OF-DATE(RUN-DATE).                      00017400
017500     IF PARM-LENGTH > 2                                           00017500
017600        AND PARM-TEXT (1:3) NUMERIC                               00017600
017700         MOVE PARM-TEXT (1:3) TO PURGE-DAYS                       00017700
017800     END-IF.                                                      00017800
017900     PERFORM WRITE-HEADER.                                        00017900
018000     PERFORM WRITE-COLUMN-HEADINGS.                               00018000
018100     SORT CARD-SORT-FILE                                          00018100
018200         ON ASCENDING KEY DSC-ACCOUNT                             00018200
018300                          DSC-REFERENCE                           00018300
018400         WITH DUPLICATES IN ORDER                                 00018400
018500         INPUT PROCEDURE EDIT-DISPUTE-CARDS                       00018500
018600         OUTPUT PROCEDURE UPDATE-DISPUTE-MASTER.                  00018600
018700     PERFORM PRINT-MAINT-COUNTS.                                  00018700
018800     CLOSE CARD-FILE                                              00018800
018900           OPEN-ITEM-FILE                                         00018900
019000           DISPUTE-IN-FILE                                        00019000
019100           DISPUTE-OUT-FILE                                       00019100
019200           AUDIT-REPORT.                                          00019200
019300     MOVE HIGHEST-SEVERITY TO RETURN-CODE.                        00019300
019400     PERFORM WRITE-RUN-LOG.                                       00019400
019500     GOBACK.                                                      00019500
019600******************************************************************00019600
019700 EDIT-DISPUTE-CARDS.                                              00019700
019800     PERFORM GET-DISPUTE-CARD.                                    00019800
019900     PERFORM EDIT-ONE-CARD UNTIL END-OF-CARDS.                    00019900
020000******************************************************************00020000
020100 GET-DISPUTE-CARD.                                                00020100
020200     READ CARD-FILE AT END                                        00020200
020300         MOVE 'EOF' TO CARD-SWITCH.                               00020300
020400******************************************************************00020400
020500 EDIT-ONE-CARD.                                                   00020500
020600     ADD 1 TO CARDS-READ.                                         00020600
020700     MOVE 'NO ' TO CARD-REJECT-SWITCH.                            00020700
020800     MOVE SPACES TO WORK-DISPOSITION.                             00020800
020900     MOVE CARD-RECORD TO DISPUTE-CARD.                            00020900
021000     PERFORM VALIDATE-DISPUTE-CARD.                               00021000
021100     IF CARD-REJECTED                                             00021100
021200         PERFORM REJECT-CARD                                      00021200
021300         PERFORM WRITE-AUDIT-LINE                                 00021300
021400     ELSE                                                         00021400
021500         RELEASE DISPUTE-CARD                                     00021500
021600     END-IF.                                                      00021600
021700     PERFORM GET-DISPUTE-CARD.                                    00021700
021800******************************************************************00021800
021900 VALIDATE-DISPUTE-CARD.                                           00021900
022000     IF NOT DSC-ACTION-VALID                                      00022000
022100         MOVE 'YES' TO CARD-REJECT-SWITCH                         00022100
022200         MOVE 'INVALID ACTION CODE' TO WORK-DISPOSITION           00022200
022300     ELSE                                                         00022300
022400         IF DSC-ACCOUNT NOT NUMERIC                               00022400
022500             MOVE 'YES' TO CARD-REJECT-SWITCH                     00022500
022600             MOVE 'ACCOUNT NOT NUMERIC' TO WORK-DISPOSITION       00022600
022700         ELSE                                                     00022700
022800             IF DSC-REFERENCE = SPACES                            00022800
022900                 MOVE 'YES' TO CARD-REJECT-SWITCH                 00022900
023000                 MOVE 'REFERENCE MISSING' TO WORK-DISPOSITION     00023000
023100             ELSE                                                 00023100
023200                 IF DSC-OPERATOR = SPACES                         00023200
023300                     MOVE 'YES' TO CARD-REJECT-SWITCH             00023300
023400                     MOVE 'OPERATOR MISSING' TO WORK-DISPOSITION  00023400
023500                 ELSE                                             00023500
023600                     PERFORM VALIDATE-EFFECTIVE-DATE              00023600
023700                 END-IF                                           00023700
023800             END-IF                                               00023800
023900         END-IF                                                   00023900
024000     END-IF.                                                      00024000
024100     IF NOT CARD-REJECTED                                         00024100
024200         IF DSC-OPEN                                              00024200
024300             PERFORM VALIDATE-OPEN-CARD                           00024300
024400         ELSE                                                     00024400
024500             IF DSC-CHANGE                                        00024500
024600                 PERFORM VALIDATE-CHANGE-CARD                     00024600
024700             ELSE                                                 00024700
024800                 IF NOT DSC-RESOLUTION-VALID                      00024800
024900                     MOVE 'YES' TO CARD-REJECT-SWITCH             00024900
025000                     MOVE 'RESOLUTION CODE INVALID'               00025000
025100                         TO WORK-DISPOSITION                      00025100
025200                 END-IF                                           00025200
025300             END-IF                                               00025300
025400         END-IF                                                   00025400
025500     END-IF.                                                      00025500
025600******************************************************************00025600
025700 VALIDATE-EFFECTIVE-DATE.                                         00025700
025800     IF DSC-EFFECTIVE-DATE NOT = SPACES                           00025800
025900         IF DSC-EFFECTIVE-DATE NOT NUMERIC                        00025900
026000             MOVE 'YES' TO CARD-REJECT-SWITCH                     00026000
026100             MOVE 'DATE NOT NUMERIC' TO WORK-DISPOSITION          00026100
026200         ELSE                                                     00026200
026300             IF DSC-EFFECTIVE-DATE-NO > RUN-DATE                  00026300
026400                OR DSC-EFFECTIVE-DATE (5:2) < '01'                00026400
026500                OR DSC-EFFECTIVE-DATE (5:2) > '12'                00026500
026600                OR DSC-EFFECTIVE-DATE (7:2) < '01'                00026600
026700                OR DSC-EFFECTIVE-DATE (7:2) > '31'                00026700
026800                 MOVE 'YES' TO CARD-REJECT-SWITCH                 00026800
026900                 MOVE 'DATE INVALID OR IN FUTURE'                 00026900
027000                     TO WORK-DISPOSITION                          00027000
027100             END-IF                                               00027100
027200         END-IF                                                   00027200
027300     END-IF.                                                      00027300
027400******************************************************************00027400
027500 VALIDATE-OPEN-CARD.                                              00027500
027600     IF DSC-AMOUNT NOT NUMERIC                                    00027600
027700        OR DSC-AMOUNT-NO = ZERO                                   00027700
027800         MOVE 'YES' TO CARD-REJECT-SWITCH                         00027800
027900         MOVE 'AMOUNT INVALID' TO WORK-DISPOSITION                00027900
028000     ELSE                                                         00028000
028100         MOVE DSC-REASON TO WORK-REASON                           00028100
028200         PERFORM FIND-REASON-CODE                                 00028200
028300         IF NOT REASON-FOUND                                      00028300
028400             MOVE 'YES' TO CARD-REJECT-SWITCH                     00028400
028500             MOVE 'REASON CODE INVALID' TO WORK-DISPOSITION       00028500
028600         END-IF                                                   00028600
028700     END-IF.                                                      00028700
028800******************************************************************00028800
028900 VALIDATE-CHANGE-CARD.                                            00028900
029000     IF DSC-AMOUNT = SPACES                                       00029000
029100        AND DSC-REASON = SPACES                                   00029100
029200         MOVE 'YES' TO CARD-REJECT-SWITCH                         00029200
029300         MOVE 'NOTHING TO CHANGE' TO WORK-DISPOSITION             00029300
029400     ELSE                                                         00029400
029500         IF DSC-AMOUNT NOT = SPACES                               00029500
029600            AND (DSC-AMOUNT NOT NUMERIC                           00029600
029700                 OR DSC-AMOUNT-NO = ZERO)                         00029700
029800             MOVE 'YES' TO CARD-REJECT-SWITCH                     00029800
029900             MOVE 'AMOUNT INVALID' TO WORK-DISPOSITION            00029900
030000         ELSE                                                     00030000
030100             IF DSC-REASON NOT = SPACES                           00030100
030200                 MOVE DSC-REASON TO WORK-REASON                   00030200
030300                 PERFORM FIND-REASON-CODE                         00030300
030400                 IF NOT REASON-FOUND                              00030400
030500                     MOVE 'YES' TO CARD-REJECT-SWITCH             00030500
030600                     MOVE 'REASON CODE INVALID'                   00030600
030700                         TO WORK-DISPOSITION                      00030700
030800                 END-IF                                           00030800
030900             END-IF                                               00030900
031000         END-IF                                                   00031000
031100     END-IF.                                                      00031100
031200******************************************************************00031200
031300 FIND-REASON-CODE.                                                00031300
031400     MOVE 'NO ' TO REASON-FOUND-SWITCH.                           00031400
031500     MOVE 1 TO REASON-IX.                                         00031500
031600     PERFORM CHECK-REASON-ENTRY                                   00031600
031700         UNTIL REASON-FOUND                                       00031700
031800            OR REASON-IX > 8.                                     00031800
031900******************************************************************00031900
032000 CHECK-REASON-ENTRY.                                              00032000
032100     IF DRSN-CODE (REASON-IX) = WORK-REASON                       00032100
032200         MOVE 'YES' TO REASON-FOUND-SWITCH                        00032200
032300     ELSE                                                         00032300
032400         ADD 1 TO REASON-IX                                       00032400
032500     END-IF.                                                      00032500
032600******************************************************************00032600
032700 REJECT-CARD.                                                     00032700
032800     ADD 1 TO REJECTED-COUNT.                                     00032800
032900     PERFORM RAISE-WARNING-SEVERITY.                              00032900
033000     MOVE SPACES TO AUDIT-LINE.                                   00033000
033100     MOVE DSC-ACTION TO AUDIT-ACTION.                             00033100
033200     MOVE DSC-ACCOUNT TO AUDIT-ACCOUNT.                           00033200
033300     MOVE DSC-REFERENCE TO AUDIT-REFERENCE.                       00033300
033400******************************************************************00033400
033500 UPDATE-DISPUTE-MASTER.                                           00033500
033600     PERFORM GET-OLD-DISPUTE.                                     00033600
033700     PERFORM GET-OPEN-ITEM.                                       00033700
033800     PERFORM GET-SORTED-CARD.                                     00033800
033900     PERFORM PROCESS-DISPUTE-KEY                                  00033900
034000         UNTIL DISPUTE-KEY = HIGH-VALUES                          00034000
034100           AND CARD-KEY = HIGH-VALUES.                            00034100
034200******************************************************************00034200
034300 GET-OLD-DISPUTE.                                                 00034300
034400     READ DISPUTE-IN-FILE AT END                                  00034400
034500         MOVE 'EOF' TO DISPUTE-SWITCH.                            00034500
034600     IF END-OF-OLD-DISPUTES                                       00034600
034700         MOVE HIGH-VALUES TO DISPUTE-KEY                          00034700
034800     ELSE                                                         00034800
034900         ADD 1 TO DISPUTES-IN-COUNT                               00034900
035000         MOVE DISPUTE-IN-RECORD (1:28) TO DISPUTE-KEY             00035000
035100     END-IF.                                                      00035100
035200******************************************************************00035200
035300 GET-OPEN-ITEM.                                                   00035300
035400     READ OPEN-ITEM-FILE AT END                                   00035400
035500         MOVE 'EOF' TO OITEM-SWITCH.                              00035500
035600     IF END-OF-OPEN-ITEMS                                         00035600
035700         MOVE HIGH-VALUES TO ITEM-KEY                             00035700
035800     ELSE                                                         00035800
035900         MOVE OPEN-ITEM-RECORD (1:28) TO ITEM-KEY                 00035900
036000     END-IF.                                                      00036000
036100******************************************************************00036100
036200 GET-SORTED-CARD.                                                 00036200
036300     RETURN CARD-SORT-FILE AT END                                 00036300
036400         MOVE 'EOF' TO CARD-SORT-SWITCH.                          00036400
036500     IF END-OF-CARD-SORT                                          00036500
036600         MOVE HIGH-VALUES TO CARD-KEY                             00036600
036700     ELSE                                                         00036700
036800         MOVE DISPUTE-CARD (2:28) TO CARD-KEY                     00036800
036900     END-IF.                                                      00036900
037000******************************************************************00037000
037100* THE OLD DISPUTE MASTER, THE SORTED CARDS AND THE OPEN-ITEM      00037100
037200* MASTER ARE ALL IN ACCOUNT AND REFERENCE ORDER. THE LOWER OF THE 00037200
037300* DISPUTE AND CARD KEYS IS PROCESSED; THE OPEN ITEM IS LOOKED UP  00037300
037400* FOR IT AS THE CARDS ARE APPLIED.                                00037400
037500 PROCESS-DISPUTE-KEY.                                             00037500
037600     IF DISPUTE-KEY < CARD-KEY                                    00037600
037700         MOVE DISPUTE-KEY TO CURRENT-KEY                          00037700
037800     ELSE                                                         00037800
037900         MOVE CARD-KEY TO CURRENT-KEY                             00037900
038000     END-IF.                                                      00038000
038100     MOVE 'NO ' TO DISPUTE-PRESENT-SWITCH.                        00038100
038200     IF DISPUTE-KEY = CURRENT-KEY                                 00038200
038300         MOVE DISPUTE-IN-RECORD TO DISPUTE-RECORD                 00038300
038400         MOVE 'YES' TO DISPUTE-PRESENT-SWITCH                     00038400
038500         PERFORM GET-OLD-DISPUTE                                  00038500
038600     END-IF.                                                      00038600
038700     PERFORM GET-OPEN-ITEM                                        00038700
038800         UNTIL ITEM-KEY NOT < CURRENT-KEY.                        00038800
038900     MOVE 'NO ' TO ITEM-FOUND-SWITCH.                             00038900
039000     IF ITEM-KEY = CURRENT-KEY                                    00039000
039100        AND OITEM-OPEN                                            00039100
039200         MOVE 'YES' TO ITEM-FOUND-SWITCH                          00039200
039300     END-IF.                                                      00039300
039400     PERFORM APPLY-SORTED-CARD                                    00039400
039500         UNTIL CARD-KEY NOT = CURRENT-KEY.                        00039500
039600     IF DISPUTE-PRESENT                                           00039600
039700         PERFORM FINISH-DISPUTE                                   00039700
039800     END-IF.                                                      00039800
039900******************************************************************00039900
040000 APPLY-SORTED-CARD.                                               00040000
040100     MOVE 'NO ' TO CARD-REJECT-SWITCH.                            00040100
040200     MOVE SPACES TO WORK-DISPOSITION.                             00040200
040300     MOVE SPACES TO AUDIT-LINE.                                   00040300
040400     MOVE DSC-ACTION TO AUDIT-ACTION.                             00040400
040500     MOVE DSC-ACCOUNT TO AUDIT-ACCOUNT.                           00040500
040600     MOVE DSC-REFERENCE TO AUDIT-REFERENCE.                       00040600
040700     IF DISPUTE-PRESENT                                           00040700
040800         PERFORM MOVE-BEFORE-IMAGE                                00040800
040900     END-IF.                                                      00040900
041000     IF DSC-EFFECTIVE-DATE = SPACES                               00041000
041100         MOVE RUN-DATE TO EFFECTIVE-DATE                          00041100
041200     ELSE                                                         00041200
041300         MOVE DSC-EFFECTIVE-DATE-NO TO EFFECTIVE-DATE             00041300
041400     END-IF.                                                      00041400
041500     IF DSC-OPEN                                                  00041500
041600         PERFORM APPLY-OPEN                                       00041600
041700     ELSE                                                         00041700
041800         IF DSC-CHANGE                                            00041800
041900             PERFORM APPLY-CHANGE                                 00041900
042000         ELSE                                                     00042000
042100             PERFORM APPLY-RESOLVE                                00042100
042200         END-IF                                                   00042200
042300     END-IF.                                                      00042300
042400     IF CARD-REJECTED                                             00042400
042500         ADD 1 TO REJECTED-COUNT                                  00042500
042600         PERFORM RAISE-WARNING-SEVERITY                           00042600
042700     ELSE                                                         00042700
042800         PERFORM MOVE-AFTER-IMAGE                                 00042800
042900     END-IF.                                                      00042900
043000     PERFORM WRITE-AUDIT-LINE.                                    00043000
043100     PERFORM GET-SORTED-CARD.                                     00043100
043200******************************************************************00043200
043300 APPLY-OPEN.                                                      00043300
043400     IF DISPUTE-PRESENT                                           00043400
043500        AND DSP-UNRESOLVED                                        00043500
043600         MOVE 'YES' TO CARD-REJECT-SWITCH                         00043600
043700         MOVE 'DISPUTE ALREADY OPEN' TO WORK-DISPOSITION          00043700
043800     ELSE                                                         00043800
043900         IF NOT ITEM-FOUND                                        00043900
044000             MOVE 'YES' TO CARD-REJECT-SWITCH                     00044000
044100             MOVE 'OPEN ITEM NOT ON MASTER' TO WORK-DISPOSITION   00044100
044200         ELSE                                                     00044200
044300             IF DSC-AMOUNT-NO > OITEM-BALANCE                     00044300
044400                 MOVE 'YES' TO CARD-REJECT-SWITCH                 00044400
044500                 MOVE 'AMOUNT EXCEEDS ITEM BALANCE'               00044500
044600                     TO WORK-DISPOSITION                          00044600
044700             ELSE                                                 00044700
044800                 MOVE SPACES TO DISPUTE-RECORD                    00044800
044900                 MOVE OITEM-ACCOUNT TO DSP-ACCOUNT                00044900
045000                 MOVE OITEM-REFERENCE TO DSP-REFERENCE            00045000
045100                 MOVE OITEM-OPEN-DATE TO DSP-ITEM-DATE            00045100
045200                 MOVE DSC-AMOUNT-NO TO DSP-AMOUNT                 00045200
045300                 MOVE DSC-REASON TO DSP-REASON                    00045300
045400                 MOVE EFFECTIVE-DATE TO DSP-OPENED-DATE           00045400
045500                 MOVE ZERO TO DSP-RESOLVED-DATE                   00045500
045600                 MOVE DSC-OPERATOR TO DSP-OPERATOR                00045600
045700                 MOVE 'YES' TO DISPUTE-PRESENT-SWITCH             00045700
045800                 ADD 1 TO OPENED-COUNT                            00045800
045900                 MOVE 'DISPUTE OPENED' TO WORK-DISPOSITION        00045900
046000             END-IF                                               00046000
046100         END-IF                                                   00046100
046200     END-IF.                                                      00046200
046300******************************************************************00046300
046400 APPLY-CHANGE.                                                    00046400
046500     IF NOT DISPUTE-PRESENT                                       00046500
046600        OR NOT DSP-UNRESOLVED                                     00046600
046700         MOVE 'YES' TO CARD-REJECT-SWITCH                         00046700
046800         MOVE 'NO OPEN DISPUTE' TO WORK-DISPOSITION               00046800
046900     ELSE                                                         00046900
047000         IF DSC-AMOUNT NOT = SPACES                               00047000
047100            AND (NOT ITEM-FOUND                                   00047100
047200                 OR DSC-AMOUNT-NO > OITEM-BALANCE)                00047200
047300             MOVE 'YES' TO CARD-REJECT-SWITCH                     00047300
047400             MOVE 'AMOUNT EXCEEDS ITEM BALANCE'                   00047400
047500                 TO WORK-DISPOSITION                              00047500
047600         ELSE                                                     00047600
047700             IF DSC-AMOUNT NOT = SPACES                           00047700
047800                 MOVE DSC-AMOUNT-NO TO DSP-AMOUNT                 00047800
047900             END-IF                                               00047900
048000             IF DSC-REASON NOT = SPACES                           00048000
048100                 MOVE DSC-REASON TO DSP-REASON                    00048100
048200             END-IF                                               00048200
048300             MOVE DSC-OPERATOR TO DSP-OPERATOR                    00048300
048400             ADD 1 TO CHANGED-COUNT                               00048400
048500             MOVE 'DISPUTE CHANGED' TO WORK-DISPOSITION           00048500
048600         END-IF                                                   00048600
048700     END-IF.                                                      00048700
048800******************************************************************00048800
048900 APPLY-RESOLVE.                                                   00048900
049000     IF NOT DISPUTE-PRESENT                                       00049000
049100        OR NOT DSP-UNRESOLVED                                     00049100
049200         MOVE 'YES' TO CARD-REJECT-SWITCH                         00049200
049300         MOVE 'NO OPEN DISPUTE' TO WORK-DISPOSITION               00049300
049400     ELSE                                                         00049400
049500         IF EFFECTIVE-DATE < DSP-OPENED-DATE                      00049500
049600             MOVE 'YES' TO CARD-REJECT-SWITCH                     00049600
049700             MOVE 'RESOLVED BEFORE OPENED' TO WORK-DISPOSITION    00049700
049800         ELSE                                                     00049800
049900             MOVE EFFECTIVE-DATE TO DSP-RESOLVED-DATE             00049900
050000             MOVE DSC-RESOLUTION TO DSP-RESOLUTION                00050000
050100             MOVE DSC-OPERATOR TO DSP-OPERATOR                    00050100
050200             ADD 1 TO RESOLVED-COUNT                              00050200
050300             MOVE 'DISPUTE RESOLVED' TO WORK-DISPOSITION          00050300
050400         END-IF                                                   00050400
050500     END-IF.                                                      00050500
050600******************************************************************00050600
050700* AN OPEN DISPUTE WHOSE ITEM HAS LEFT THE OPEN-ITEM MASTER IS     00050700
050800* RESOLVED AS 'X' (ITEM CLOSED); ONE LARGER THAN WHAT IS STILL    00050800
050900* OWED ON THE ITEM IS CUT BACK TO THE ITEM BALANCE. RESOLVED      00050900
051000* DISPUTES ARE DROPPED ONCE PAST THE PARM PURGE DAYS.             00051000
051100 FINISH-DISPUTE.                                                  00051100
051200     IF DSP-UNRESOLVED                                            00051200
051300         IF NOT ITEM-FOUND                                        00051300
051400             PERFORM START-SYSTEM-AUDIT-LINE                      00051400
051500             MOVE RUN-DATE TO DSP-RESOLVED-DATE                   00051500
051600             MOVE 'X' TO DSP-RESOLUTION                           00051600
051700             MOVE 'ARDSMNT' TO DSP-OPERATOR                       00051700
051800             ADD 1 TO CLOSED-ITEM-COUNT                           00051800
051900             MOVE 'ITEM CLOSED - RESOLVED' TO WORK-DISPOSITION    00051900
052000             PERFORM MOVE-AFTER-IMAGE                             00052000
052100             PERFORM WRITE-AUDIT-LINE                             00052100
052200         ELSE                                                     00052200
052300             IF DSP-AMOUNT > OITEM-BALANCE                        00052300
052400                 PERFORM START-SYSTEM-AUDIT-LINE                  00052400
052500                 MOVE OITEM-BALANCE TO DSP-AMOUNT                 00052500
052600                 ADD 1 TO REDUCED-COUNT                           00052600
052700                 MOVE 'CUT TO ITEM BALANCE' TO WORK-DISPOSITION   00052700
052800                 PERFORM MOVE-AFTER-IMAGE                         00052800
052900                 PERFORM WRITE-AUDIT-LINE                         00052900
053000             END-IF                                               00053000
053100         END-IF                                                   00053100
053200     END-IF.                                                      00053200
053300     IF DSP-UNRESOLVED                                            00053300
053400         ADD 1 TO OPEN-DISPUTE-COUNT                              00053400
053500         ADD DSP-AMOUNT TO OPEN-DISPUTE-TOTAL                     00053500
053600         PERFORM WRITE-DISPUTE                                    00053600
053700     ELSE                                                         00053700
053800         COMPUTE RESOLVED-DATE-INT =                              00053800
053900             FUNCTION INTEGER-OF-DATE(DSP-RESOLVED-DATE)          00053900
054000         IF RESOLVED-DATE-INT + PURGE-DAYS < RUN-DATE-INT         00054000
054100             ADD 1 TO PURGED-COUNT                                00054100
054200         ELSE                                                     00054200
054300             PERFORM WRITE-DISPUTE                                00054300
054400         END-IF                                                   00054400
054500     END-IF.                                                      00054500
054600******************************************************************00054600
054700 START-SYSTEM-AUDIT-LINE.                                         00054700
054800     MOVE SPACES TO AUDIT-LINE.                                   00054800
054900     MOVE DSP-ACCOUNT TO AUDIT-ACCOUNT.                           00054900
055000     MOVE DSP-REFERENCE TO AUDIT-REFERENCE.                       00055000
055100     PERFORM MOVE-BEFORE-IMAGE.                                   00055100
055200******************************************************************00055200
055300 WRITE-DISPUTE.                                                   00055300
055400     WRITE DISPUTE-RECORD.                                        00055400
055500     ADD 1 TO DISPUTES-OUT-COUNT.                                 00055500
055600******************************************************************00055600
055700 MOVE-BEFORE-IMAGE.                                               00055700
055800     PERFORM SET-WORK-STATUS.                                     00055800
055900     MOVE DSP-AMOUNT TO AUDIT-BEFORE-AMOUNT.                      00055900
056000     MOVE DSP-REASON TO AUDIT-BEFORE-REASON.                      00056000
056100     MOVE WORK-STATUS TO AUDIT-BEFORE-STATUS.                     00056100
056200******************************************************************00056200
056300 MOVE-AFTER-IMAGE.                                                00056300
056400     PERFORM SET-WORK-STATUS.                                     00056400
056500     MOVE DSP-AMOUNT TO AUDIT-AFTER-AMOUNT.                       00056500
056600     MOVE DSP-REASON TO AUDIT-AFTER-REASON.                       00056600
056700     MOVE WORK-STATUS TO AUDIT-AFTER-STATUS.                      00056700
056800******************************************************************00056800
056900 SET-WORK-STATUS.                                                 00056900
057000     IF DSP-UNRESOLVED                                            00057000
057100         MOVE 'OPEN' TO WORK-STATUS                               00057100
057200     ELSE                                                         00057200
057300         MOVE 'RES' TO WORK-STATUS                                00057300
057400         MOVE DSP-RESOLUTION TO WORK-STATUS (5:1)                 00057400
057500     END-IF.                                                      00057500
057600******************************************************************00057600
057700 WRITE-AUDIT-LINE.                                                00057700
057800     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00057800
057900         PERFORM WRITE-HEADER                                     00057900
058000         PERFORM WRITE-COLUMN-HEADINGS                            00058000
058100     END-IF.                                                      00058100
058200     MOVE WORK-DISPOSITION TO AUDIT-DISPOSITION.                  00058200
058300     MOVE AUDIT-LINE TO OUTPUT-LINE.                              00058300
058400     MOVE 1 TO LINE-SPACING.                                      00058400
058500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00058500
058600     WRITE OUTPUT-RECORD.                                         00058600
058700     ADD 1 TO LINES-WRITTEN.                                      00058700
058800******************************************************************00058800
058900 PRINT-MAINT-COUNTS.                                              00058900
059000     MOVE SPACES TO MESSAGE-LINE.                                 00059000
059100     STRING 'DISPUTE CARDS READ: ' DELIMITED BY SIZE              00059100
059200            CARDS-READ DELIMITED BY SIZE                          00059200
059300            '  REJECTED: ' DELIMITED BY SIZE                      00059300
059400            REJECTED-COUNT DELIMITED BY SIZE                      00059400
059500       INTO MESSAGE-TEXT.                                         00059500
059600     PERFORM WRITE-MESSAGE-LINE.                                  00059600
059700     MOVE SPACES TO MESSAGE-LINE.                                 00059700
059800     STRING 'OPENED: ' DELIMITED BY SIZE                          00059800
059900            OPENED-COUNT DELIMITED BY SIZE                        00059900
060000            '  CHANGED: ' DELIMITED BY SIZE                       00060000
060100            CHANGED-COUNT DELIMITED BY SIZE                       00060100
060200            '  RESOLVED: ' DELIMITED BY SIZE                      00060200
060300            RESOLVED-COUNT DELIMITED BY SIZE                      00060300
060400       INTO MESSAGE-TEXT.                                         00060400
060500     PERFORM WRITE-MESSAGE-LINE.                                  00060500
060600     MOVE SPACES TO MESSAGE-LINE.                                 00060600
060700     STRING 'RESOLVED AS ITEM CLOSED: ' DELIMITED BY SIZE         00060700
060800            CLOSED-ITEM-COUNT DELIMITED BY SIZE                   00060800
060900            '  CUT TO ITEM BALANCE: ' DELIMITED BY SIZE           00060900
061000            REDUCED-COUNT DELIMITED BY SIZE                       00061000
061100       INTO MESSAGE-TEXT.                                         00061100
061200     PERFORM WRITE-MESSAGE-LINE.                                  00061200
061300     MOVE SPACES TO MESSAGE-LINE.                                 00061300
061400     STRING 'DISPUTES IN: ' DELIMITED BY SIZE                     00061400
061500            DISPUTES-IN-COUNT DELIMITED BY SIZE                   00061500
061600            '  WRITTEN: ' DELIMITED BY SIZE                       00061600
061700            DISPUTES-OUT-COUNT DELIMITED BY SIZE                  00061700
061800            '  PURGED: ' DELIMITED BY SIZE                        00061800
061900            PURGED-COUNT DELIMITED BY SIZE                        00061900
062000            '  PARM PURGE DAYS: ' DELIMITED BY SIZE               00062000
062100            PURGE-DAYS DELIMITED BY SIZE                          00062100
062200       INTO MESSAGE-TEXT.                                         00062200
062300     PERFORM WRITE-MESSAGE-LINE.                                  00062300
062400     MOVE SPACES TO MESSAGE-LINE.                                 00062400
062500     MOVE OPEN-DISPUTE-TOTAL TO EDIT-CONTROL-TOTAL.               00062500
062600     STRING 'OPEN DISPUTES: ' DELIMITED BY SIZE                   00062600
062700            OPEN-DISPUTE-COUNT DELIMITED BY SIZE                  00062700
062800            '  AMOUNT IN DISPUTE: ' DELIMITED BY SIZE             00062800
062900            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00062900
063000       INTO MESSAGE-TEXT.                                         00063000
063100     PERFORM WRITE-MESSAGE-LINE.                                  00063100
063200******************************************************************00063200
063300 WRITE-MESSAGE-LINE.                                              00063300
063400     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00063400
063500     MOVE 1 TO LINE-SPACING.                                      00063500
063600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00063600
063700     WRITE OUTPUT-RECORD.                                         00063700
063800     ADD 1 TO LINES-WRITTEN.                                      00063800
063900******************************************************************00063900
064000 RAISE-WARNING-SEVERITY.                                          00064000
064100     IF HIGHEST-SEVERITY < 4                                      00064100
064200         MOVE 4 TO HIGHEST-SEVERITY                               00064200
064300     END-IF.                                                      00064300
064400******************************************************************00064400
064500 WRITE-HEADER.                                                    00064500
064600     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.                       00064600
064700     ADD 1 TO PAGE-COUNT.                                         00064700
064800     MOVE PAGE-COUNT TO HEADER-PAGE-NO.                           00064800
064900     MOVE RUN-DATE TO HEADER-RUN-DATE.                            00064900
065000     MOVE DISPUTE-HEADER-RECORD TO OUTPUT-LINE.                   00065000
065100     WRITE OUTPUT-RECORD.                                         00065100
065200     MOVE ZERO TO LINES-WRITTEN.                                  00065200
065300******************************************************************00065300
065400 WRITE-COLUMN-HEADINGS.                                           00065400
065500     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.                     00065500
065600     MOVE 2 TO LINE-SPACING.                                      00065600
065700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00065700
065800     WRITE OUTPUT-RECORD.                                         00065800
065900     ADD 2 TO LINES-WRITTEN.                                      00065900
066000******************************************************************00066000
066100 WRITE-RUN-LOG.                                                   00066100
066200     OPEN EXTEND RUN-LOG-FILE.                                    00066200
066300     ACCEPT RUN-TIME FROM TIME.                                   00066300
066400     MOVE SPACES TO RUN-LOG-RECORD.                               00066400
066500     MOVE 'ARDSMNT' TO RLOG-PROGRAM-ID.                           00066500
066600     MOVE RUN-DATE TO RLOG-RUN-DATE.                              00066600
066700     MOVE RUN-TIME (1:6) TO RLOG-RUN-TIME.                        00066700
066800     MOVE CARDS-READ TO RLOG-RECORDS-IN.                          00066800
066900     MOVE DISPUTES-OUT-COUNT TO RLOG-RECORDS-OUT.                 00066900
067000     MOVE OPENED-COUNT TO RLOG-RECORDS-ADDED.                     00067000
067100     MOVE REJECTED-COUNT TO RLOG-REJECT-COUNT.                    00067100
067200     MOVE HIGHEST-SEVERITY TO RLOG-RETURN-CODE.                   00067200
067300     WRITE RUN-LOG-RECORD.                                        00067300
067400     CLOSE RUN-LOG-FILE.                                          00067400
