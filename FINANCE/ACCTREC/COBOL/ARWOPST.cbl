000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID. ARWOPST.                                             00000200
000300 AUTHOR. BRAIN.                                                   00000300
000400 ENVIRONMENT DIVISION.                                            00000400
000500 INPUT-OUTPUT SECTION.                                            00000500
000600 FILE-CONTROL.                                                    00000600
000700     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.                        00000700
000800     SELECT APPROVAL-FILE ASSIGN U-T-WOAPPR.                      00000800
000900     SELECT OPEN-ITEM-FILE ASSIGN U-T-OITMIN.                     00000900
001000     SELECT HISTORY-IN-FILE ASSIGN U-T-HISTIN.                    00001000
001100     SELECT OPTIONAL WOH-IN-FILE ASSIGN U-T-WOHIN.                00001100
001150     SELECT OPTIONAL UNAPPLIED-FILE ASSIGN U-T-UNAPPL.            00001150
001200     SELECT WOH-OUT-FILE ASSIGN U-T-WOHOUT.                       00001200
001300     SELECT BATCH-FILE ASSIGN U-T-WOBATCH.                        00001300
001400     SELECT GL-INTERFACE-FILE ASSIGN U-T-GLINTF.                  00001400
001500     SELECT CARD-SORT-FILE ASSIGN U-T-SORTWK.                     00001500
001600     SELECT WOH-SORT-FILE ASSIGN U-T-SORTWK.                      00001600
001700     SELECT OPTIONAL RUN-LOG-FILE ASSIGN U-T-RUNLOG.              00001700
001800 DATA DIVISION.                                                   00001800
001900 FILE SECTION.                                                    00001900
002000 FD REPORT-FILE                                                   00002000
002100     LABEL RECORDS ARE OMITTED                                    00002100
002200     RECORDING MODE IS F                                          00002200
002300     RECORD CONTAINS 133 CHARACTERS                               00002300
002400     DATA RECORD IS OUTPUT-RECORD.                                00002400
002500   01 OUTPUT-RECORD.                                              00002500
002600     02 CARRIAGE-CONTROL PIC X.                                   00002600
002700     02 OUTPUT-LINE      PIC X(132).                              00002700
002800 FD APPROVAL-FILE                                                 00002800
002900     LABEL RECORDS ARE STANDARD                                   00002900
003000     RECORD CONTAINS 80 CHARACTERS                                00003000
003100     DATA RECORD IS WRITE-OFF-CARD.                               00003100
003200 COPY ARWOCRD.                                                    00003200
003300 FD OPEN-ITEM-FILE                                                00003300
003400     LABEL RECORDS ARE STANDARD                                   00003400
003500     RECORD CONTAINS 80 CHARACTERS                                00003500
003600     DATA RECORD IS OPEN-ITEM-RECORD.                             00003600
003700 COPY AROITEM.                                                    00003700
003800 FD HISTORY-IN-FILE                                               00003800
003900     LABEL RECORDS ARE STANDARD                                   00003900
004000     RECORD CONTAINS 80 CHARACTERS                                00004000
004100     DATA RECORD IS HISTORY-RECORD.                               00004100
004200 COPY ARHREC.                                                     00004200
004300 FD WOH-IN-FILE                                                   00004300
004400     LABEL RECORDS ARE STANDARD                                   00004400
004500     RECORD CONTAINS 80 CHARACTERS                                00004500
004600     DATA RECORD IS WOH-IN-RECORD.                                00004600
004700   01 WOH-IN-RECORD              PIC X(80).                       00004700
004705 FD UNAPPLIED-FILE                                                00004705
004710     LABEL RECORDS ARE STANDARD                                   00004710
004715     RECORD CONTAINS 80 CHARACTERS                                00004715
004720     DATA RECORD IS UNAPPLIED-RECORD.                             00004720
004725   01 UNAPPLIED-RECORD.                                           00004725
004730     02 UNAP-ACCOUNT           PIC 9(8).                          00004730
004735     02 UNAP-BRANCH            PIC X(10).                         00004735
004740     02 UNAP-REFERENCE         PIC X(20).                         00004740
004745     02 UNAP-AMOUNT1           PIC 9(6).                          00004745
004750     02 UNAP-AMOUNT2           PIC 9(6).                          00004750
004755     02 UNAP-TRAN-TYPE         PIC X.                             00004755
004760     02 UNAP-TRAN-DATE         PIC 9(8).                          00004760
004765     02 FILLER                 PIC X(21).                         00004765
004800 FD WOH-OUT-FILE                                                  00004800
004900     LABEL RECORDS ARE STANDARD                                   00004900
005000     RECORD CONTAINS 80 CHARACTERS                                00005000
005100     DATA RECORD IS WOH-OUT-RECORD.                               00005100
005200   01 WOH-OUT-RECORD             PIC X(80).                       00005200
005300 FD BATCH-FILE                                                    00005300
005400     LABEL RECORDS ARE STANDARD                                   00005400
005500     RECORD CONTAINS 80 CHARACTERS                                00005500
005600     DATA RECORD IS INPUT-FILE-RECORD.                            00005600
005700 COPY ARINREC.                                                    00005700
005800 FD GL-INTERFACE-FILE                                             00005800
005900     LABEL RECORDS ARE STANDARD                                   00005900
006000     RECORD CONTAINS 80 CHARACTERS                                00006000
006100     DATA RECORD IS GL-INTERFACE-RECORD.                          00006100
006200   01 GL-INTERFACE-RECORD.                                        00006200
006300     02 GL-RECORD-TYPE         PIC X(3).                          00006300
006400     02 GL-POSTING-DATE        PIC 9(8).                          00006400
006500     02 GL-ACCOUNT             PIC X(11).                         00006500
006600     02 GL-DEBIT-CREDIT        PIC X.                             00006600
006700     02 GL-AMOUNT              PIC S9(13).                        00006700
006800     02 GL-SOURCE              PIC X(8).                          00006800
006900     02 FILLER                 PIC X(36).                         00006900
007000   01 GL-CONTROL-RECORD REDEFINES GL-INTERFACE-RECORD.            00007000
007100     02 GL-CONTROL-TYPE        PIC X(3).                          00007100
007200     02 GL-CONTROL-COUNT       PIC 9(6).                          00007200
007300     02 GL-CONTROL-HASH        PIC 9(13).                         00007300
007400     02 FILLER                 PIC X(58).                         00007400
007500 FD RUN-LOG-FILE                                                  00007500
007600     LABEL RECORDS ARE STANDARD                                   00007600
007700     RECORD CONTAINS 80 CHARACTERS                                00007700
007800     DATA RECORD IS RUN-LOG-RECORD.                               00007800
007900 COPY ARRLREC.                                                    00007900
008000 SD CARD-SORT-FILE                                                00008000
008100     RECORD CONTAINS 80 CHARACTERS                                00008100
008200     DATA RECORD IS CARD-SORT-RECORD.                             00008200
008300   01 CARD-SORT-RECORD.                                           00008300
008400     02 CSRT-KEY.                                                 00008400
008500         03 CSRT-ACCOUNT       PIC X(8).                          00008500
008600         03 CSRT-REFERENCE     PIC X(20).                         00008600
008700     02 CSRT-AMOUNT            PIC 9(13).                         00008700
008800     02 CSRT-APPROVER          PIC X(8).                          00008800
008900     02 FILLER                 PIC X(31).                         00008900
009000 SD WOH-SORT-FILE                                                 00009000
009100     RECORD CONTAINS 80 CHARACTERS                                00009100
009200     DATA RECORD IS WRITE-OFF-HISTORY-RECORD.                     00009200
009300 COPY ARWOREC.                                                    00009300
009400******************************************************************00009400
009500 WORKING-STORAGE SECTION.                                         00009500
009600 01  POSTING-HEADER-RECORD.                                       00009600
009700     02  FILLER             PIC X(5)   VALUE SPACES.              00009700
009800     02  FILLER             PIC X(91)                             00009800
009900         VALUE 'BAD DEBT WRITE-OFF POSTING AND RECOVERY REGISTER'.00009900
010000     02  FILLER             PIC X(5)   VALUE SPACES.              00010000
010100     02  FILLER             PIC X(4)   VALUE 'PAGE'.              00010100
010200     02  FILLER             PIC X      VALUE SPACE.               00010200
010300     02  HEADER-PAGE-NO     PIC ZZ9.                              00010300
010400     02  FILLER             PIC X(5)   VALUE SPACES.              00010400
010500     02  FILLER             PIC X(9)   VALUE 'RUN DATE:'.         00010500
010600     02  FILLER             PIC X      VALUE SPACE.               00010600
010700     02  HEADER-RUN-DATE    PIC X(8).                             00010700
010800 01  PROGRAM-WORK-FIELDS.                                         00010800
010900     02  CARD-SWITCH       PIC X(3).                              00010900
011000         88  END-OF-CARDS  VALUE 'EOF'.                           00011000
011100     02  CARD-SORT-SWITCH  PIC X(3).                              00011100
011200         88  END-OF-CARD-SORT VALUE 'EOF'.                        00011200
011300     02  OITEM-SWITCH      PIC X(3).                              00011300
011400         88  END-OF-OLD-ITEMS VALUE 'EOF'.                        00011400
011500     02  HISTORY-SWITCH    PIC X(3).                              00011500
011600         88  END-OF-HISTORY VALUE 'EOF'.                          00011600
011700     02  WOHIN-SWITCH      PIC X(3).                              00011700
011800         88  END-OF-WOH-IN VALUE 'EOF'.                           00011800
011900     02  WOH-SORT-SWITCH   PIC X(3).                              00011900
012000         88  END-OF-WOH-SORT VALUE 'EOF'.                         00012000
012020     02  UNAPPLIED-SWITCH  PIC X(3).                              00012020
012040         88  END-OF-UNAPPLIED VALUE 'EOF'.                        00012040
012100     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.                  00012100
012200     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.                  00012200
012300     02  RUN-DATE          PIC 9(8)  VALUE ZERO.                  00012300
012400     02  RUN-TIME          PIC 9(8)  VALUE ZERO.                  00012400
012500 COPY PAGING.                                                     00012500
012600 01  POSTING-WORK-FIELDS.                                         00012600
012700     02  ITEM-KEY              PIC X(28) VALUE LOW-VALUES.        00012700
012800     02  LAST-CARD-KEY         PIC X(28) VALUE LOW-VALUES.        00012800
012900     02  CARD-REJECT-SWITCH    PIC X(3)  VALUE 'NO '.             00012900
013000         88  CARD-REJECTED     VALUE 'YES'.                       00013000
013100     02  WORK-DISPOSITION      PIC X(30) VALUE SPACES.            00013100
013200     02  REMAINING-AMOUNT      PIC S9(13) VALUE ZERO.             00013200
013300     02  CHUNK-AMOUNT          PIC S9(13) VALUE ZERO.             00013300
013400     02  CHUNK-REMAINDER       PIC S9(13) VALUE ZERO.             00013400
013500     02  RECOVERY-ACCOUNT      PIC 9(8)  VALUE ZERO.              00013500
013600     02  RECOVERY-FROM-DATE    PIC 9(8)  VALUE ZERO.              00013600
013650     02  RECOVERY-TO-DATE      PIC 9(8)  VALUE ZERO.              00013650
013700     02  RECOVERY-AVAILABLE    PIC S9(13) VALUE ZERO.             00013700
013800     02  RECOVERY-ROOM         PIC S9(13) VALUE ZERO.             00013800
013900     02  RECOVERY-AMOUNT       PIC S9(13) VALUE ZERO.             00013900
014000     02  RECOVERY-SEEN-SWITCH  PIC X(3)  VALUE 'NO '.             00014000
014100         88  RECOVERY-SEEN     VALUE 'YES'.                       00014100
014102     02  PAYMENT-AMOUNT        PIC S9(13) VALUE ZERO.             00014102
014104     02  HELD-FOUND-SWITCH     PIC X(3)  VALUE 'NO '.             00014104
014106         88  HELD-FOUND        VALUE 'YES'.                       00014106
014108     02  UAP-FOUND-SWITCH      PIC X(3)  VALUE 'NO '.             00014108
014110         88  UAP-FOUND         VALUE 'YES'.                       00014110
014112 01  HELD-WRITE-OFF-FIELDS.                                       00014112
014114     02  HELD-COUNT            PIC 9(4)  VALUE ZERO.              00014114
014116     02  HELD-IX               PIC 9(4)  VALUE ZERO.              00014116
014118 01  HELD-WRITE-OFF-TABLE.                                        00014118
014120     02  HELD-ENTRY OCCURS 500 TIMES.                             00014120
014122         03  HWO-RECORD.                                          00014122
014124             04  HWO-ACCOUNT       PIC 9(8).                      00014124
014126             04  HWO-REFERENCE     PIC X(20).                     00014126
014128             04  HWO-WRITEOFF-DATE PIC 9(8).                      00014128
014130             04  HWO-AMOUNT        PIC S9(13).                    00014130
014132             04  HWO-RECOVERED     PIC S9(13).                    00014132
014134             04  HWO-CHECKED-DATE  PIC 9(8).                      00014134
014136             04  HWO-APPROVER      PIC X(8).                      00014136
014138             04  FILLER            PIC X(2).                      00014138
014140         03  HWO-MATCHED           PIC S9(13).                    00014140
014142 01  ACCOUNT-UNAPPLIED-FIELDS.                                    00014142
014144     02  UAP-COUNT             PIC 9(4)  VALUE ZERO.              00014144
014146     02  UAP-IX                PIC 9(4)  VALUE ZERO.              00014146
014148 01  ACCOUNT-UNAPPLIED-TABLE.                                     00014148
014150     02  UNAPPLIED-ENTRY OCCURS 200 TIMES.                        00014150
014152         03  UAP-REFERENCE     PIC X(20).                         00014152
014154         03  UAP-DATE          PIC 9(8).                          00014154
014156         03  UAP-AMOUNT        PIC S9(13).                        00014156
014158         03  UAP-USED-SWITCH   PIC X(3).                          00014158
014160             88  UAP-USED      VALUE 'YES'.                       00014160
014200 01  WRITE-OFF-TABLE-FIELDS.                                      00014200
014300     02  WRITE-OFF-COUNT       PIC 9(4)  VALUE ZERO.              00014300
014400     02  WRITE-OFF-IX          PIC 9(4)  VALUE ZERO.              00014400
014500 01  WRITE-OFF-TABLE.                                             00014500
014600     02  WRITE-OFF-ENTRY OCCURS 1000 TIMES.                       00014600
014700         03  WO-TBL-ACCOUNT    PIC 9(8).                          00014700
014800         03  WO-TBL-REFERENCE  PIC X(20).                         00014800
014900         03  WO-TBL-AMOUNT     PIC S9(13).                        00014900
015000         03  WO-TBL-APPROVER   PIC X(8).                          00015000
015100 01  GL-WORK-FIELDS.                                              00015100
015200     02  GL-AR-CONTROL-ACCOUNT PIC X(11) VALUE '11000000000'.     00015200
015300     02  GL-ALLOWANCE-ACCOUNT  PIC X(11) VALUE '11900000000'.     00015300
015400     02  GL-RECORD-COUNT       PIC 9(6)  VALUE ZERO.              00015400
015500     02  GL-HASH-TOTAL         PIC 9(13) VALUE ZERO.              00015500
015600     02  GL-AMOUNT-ABS         PIC 9(13) VALUE ZERO.              00015600
015700 01  POSTING-COUNT-FIELDS.                                        00015700
015800     02  CARDS-READ            PIC 9(6)  VALUE ZERO.              00015800
015900     02  REJECTED-COUNT        PIC 9(6)  VALUE ZERO.              00015900
016000     02  WRITTEN-OFF-COUNT     PIC 9(6)  VALUE ZERO.              00016000
016100     02  WRITTEN-OFF-TOTAL     PIC S9(13) VALUE ZERO.             00016100
016200     02  BATCH-RECORD-COUNT    PIC 9(6)  VALUE ZERO.              00016200
016300     02  BATCH-TOTAL           PIC S9(13) VALUE ZERO.             00016300
016400     02  RECOVERY-COUNT        PIC 9(6)  VALUE ZERO.              00016400
016500     02  RECOVERY-TOTAL        PIC S9(13) VALUE ZERO.             00016500
016520     02  REINSTATE-COUNT       PIC 9(6)  VALUE ZERO.              00016520
016540     02  UNCHECKED-COUNT       PIC 9(6)  VALUE ZERO.              00016540
016560     02  UAP-OVER-COUNT        PIC 9(6)  VALUE ZERO.              00016560
016600     02  HISTORY-IN-COUNT      PIC 9(8)  VALUE ZERO.              00016600
016700     02  HISTORY-OUT-COUNT     PIC 9(8)  VALUE ZERO.              00016700
016800     02  EDIT-CONTROL-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00016800
016900 01  SEVERITY-FIELDS.                                             00016900
017000     02  HIGHEST-SEVERITY      PIC 9(2)  VALUE ZERO.              00017000
017100 01  COLUMN-HEADING-LINE.                                         00017100
017200     02  FILLER            PIC X(2)  VALUE SPACES.                00017200
017300     02  FILLER            PIC X(8)  VALUE 'ACCOUNT'.             00017300
017400     02  FILLER            PIC X(2)  VALUE SPACES.                00017400
017500     02  FILLER            PIC X(20) VALUE 'REFERENCE'.           00017500
017600     02  FILLER            PIC X(2)  VALUE SPACES.                00017600
017700     02  FILLER            PIC X(8)  VALUE 'W/O DATE'.            00017700
017800     02  FILLER            PIC X(2)  VALUE SPACES.                00017800
017900     02  FILLER            PIC X(16) VALUE '     WRITTEN OFF'.    00017900
018000     02  FILLER            PIC X(2)  VALUE SPACES.                00018000
018100     02  FILLER            PIC X(16) VALUE '       RECOVERED'.    00018100
018200     02  FILLER            PIC X(2)  VALUE SPACES.                00018200
018300     02  FILLER            PIC X(8)  VALUE 'APPROVER'.            00018300
018400     02  FILLER            PIC X(2)  VALUE SPACES.                00018400
018500     02  FILLER            PIC X(30) VALUE 'DISPOSITION'.         00018500
018600     02  FILLER            PIC X(12) VALUE SPACES.                00018600
018700 01  POSTING-LINE.                                                00018700
018800     02  FILLER            PIC X(2).                              00018800
018900     02  POST-ACCOUNT      PIC X(8).                              00018900
019000     02  FILLER            PIC X(2).                              00019000
019100     02  POST-REFERENCE    PIC X(20).                             00019100
019200     02  FILLER            PIC X(2).                              00019200
019300     02  POST-WO-DATE      PIC X(8).                              00019300
019400     02  FILLER            PIC X(2).                              00019400
019500     02  POST-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00019500
019600     02  FILLER            PIC X(2).                              00019600
019700     02  POST-RECOVERED    PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00019700
019800     02  FILLER            PIC X(2).                              00019800
019900     02  POST-APPROVER     PIC X(8).                              00019900
020000     02  FILLER            PIC X(2).                              00020000
020100     02  POST-DISPOSITION  PIC X(30).                             00020100
020200     02  FILLER            PIC X(12).                             00020200
020300 01  MESSAGE-LINE.                                                00020300
020400     02  FILLER            PIC X(5).                              00020400
020500     02  MESSAGE-TEXT      PIC X(127).                            00020500
020600******************************************************************00020600
020700 PROCEDURE DIVISION.                                              00020700
020800     OPEN INPUT  APPROVAL-FILE                                    00020800
020900                 OPEN-ITEM-FILE                                   00020900
021000                 HISTORY-IN-FILE                                  00021000
021100                 WOH-IN-FILE                                      00021100
021150                 UNAPPLIED-FILE                                   00021150
021200          OUTPUT BATCH-FILE                                       00021200
021300                 GL-INTERFACE-FILE                                00021300
021400                 WOH-OUT-FILE                                     00021400
021500                 REPORT-FILE.                                     00021500
021600     ACCEPT RUN-DATE FROM DATE YYYYMMDD.                          00021600
021700     PERFORM WRITE-HEADER.                                        00021700
021800     PERFORM WRITE-COLUMN-HEADINGS.                               00021800
021900     SORT CARD-SORT-FILE                                          00021900
022000         ON ASCENDING KEY CSRT-KEY                                00022000
022100         INPUT PROCEDURE EDIT-APPROVAL-CARDS                      00022100
022200         OUTPUT PROCEDURE POST-APPROVED-ITEMS.                    00022200
022400     SORT WOH-SORT-FILE                                           00022400
022500         ON ASCENDING KEY WOH-ACCOUNT                             00022500
022600                          WOH-CHECKED-DATE                        00022600
022700                          WOH-REFERENCE                           00022700
022800         INPUT PROCEDURE RELEASE-WRITE-OFF-HISTORY                00022800
022900         OUTPUT PROCEDURE CHECK-RECOVERIES.                       00022900
022950     PERFORM WRITE-BATCH-CONTROL-CARDS.                           00022950
023000     PERFORM WRITE-GL-ENTRIES.                                    00023000
023100     PERFORM PRINT-POSTING-SUMMARY.                               00023100
023200     CLOSE APPROVAL-FILE                                          00023200
023300           OPEN-ITEM-FILE                                         00023300
023400           HISTORY-IN-FILE                                        00023400
023500           WOH-IN-FILE                                            00023500
023550           UNAPPLIED-FILE                                         00023550
023600           BATCH-FILE                                             00023600
023700           GL-INTERFACE-FILE                                      00023700
023800           WOH-OUT-FILE                                           00023800
023900           REPORT-FILE.                                           00023900
024000     MOVE HIGHEST-SEVERITY TO RETURN-CODE.                        00024000
024100     PERFORM WRITE-RUN-LOG.                                       00024100
024200     GOBACK.                                                      00024200
024300******************************************************************00024300
024400 EDIT-APPROVAL-CARDS.                                             00024400
024500     PERFORM GET-APPROVAL-CARD.                                   00024500
024600     PERFORM EDIT-ONE-CARD UNTIL END-OF-CARDS.                    00024600
024700     IF CARDS-READ = ZERO                                         00024700
024800         MOVE SPACES TO MESSAGE-LINE                              00024800
024900         MOVE 'NO APPROVAL CARDS - NOTHING WRITTEN OFF'           00024900
025000             TO MESSAGE-TEXT                                      00025000
025100         PERFORM WRITE-MESSAGE-LINE                               00025100
025200         PERFORM RAISE-WARNING-SEVERITY                           00025200
025300     END-IF.                                                      00025300
025400******************************************************************00025400
025500 GET-APPROVAL-CARD.                                               00025500
025600     READ APPROVAL-FILE AT END                                    00025600
025700         MOVE 'EOF' TO CARD-SWITCH.                               00025700
025800******************************************************************00025800
025900 EDIT-ONE-CARD.                                                   00025900
026000     ADD 1 TO CARDS-READ.                                         00026000
026100     MOVE 'NO ' TO CARD-REJECT-SWITCH.                            00026100
026200     MOVE SPACES TO WORK-DISPOSITION.                             00026200
026300     MOVE WRITE-OFF-CARD TO CARD-SORT-RECORD.                     00026300
026400     PERFORM VALIDATE-APPROVAL-CARD.                              00026400
026500     IF CARD-REJECTED                                             00026500
026600         PERFORM REJECT-CARD                                      00026600
026700     ELSE                                                         00026700
026800         RELEASE CARD-SORT-RECORD                                 00026800
026900     END-IF.                                                      00026900
027000     PERFORM GET-APPROVAL-CARD.                                   00027000
027100******************************************************************00027100
027200 VALIDATE-APPROVAL-CARD.                                          00027200
027300     IF WOC-ACCOUNT NOT NUMERIC                                   00027300
027400         MOVE 'YES' TO CARD-REJECT-SWITCH                         00027400
027500         MOVE 'ACCOUNT NOT NUMERIC' TO WORK-DISPOSITION           00027500
027600     ELSE                                                         00027600
027700         IF WOC-REFERENCE = SPACES                                00027700
027800             MOVE 'YES' TO CARD-REJECT-SWITCH                     00027800
027900             MOVE 'REFERENCE MISSING' TO WORK-DISPOSITION         00027900
028000         ELSE                                                     00028000
028100             IF WOC-AMOUNT NOT NUMERIC                            00028100
028200                OR WOC-AMOUNT-NO = ZERO                           00028200
028300                 MOVE 'YES' TO CARD-REJECT-SWITCH                 00028300
028400                 MOVE 'AMOUNT INVALID' TO WORK-DISPOSITION        00028400
028500             ELSE                                                 00028500
028600                 IF WOC-APPROVER = SPACES                         00028600
028700                     MOVE 'YES' TO CARD-REJECT-SWITCH             00028700
028800                     MOVE 'APPROVER MISSING'                      00028800
028900                         TO WORK-DISPOSITION                      00028900
029000                 END-IF                                           00029000
029100             END-IF                                               00029100
029200         END-IF                                                   00029200
029300     END-IF.                                                      00029300
029400******************************************************************00029400
029500 REJECT-CARD.                                                     00029500
029600     ADD 1 TO REJECTED-COUNT.                                     00029600
029700     PERFORM RAISE-WARNING-SEVERITY.                              00029700
029800     MOVE SPACES TO POSTING-LINE.                                 00029800
029900     PERFORM WRITE-CARD-LINE.                                     00029900
030000******************************************************************00030000
030100 POST-APPROVED-ITEMS.                                             00030100
030200     PERFORM GET-OLD-ITEM.                                        00030200
030300     PERFORM GET-SORTED-CARD.                                     00030300
030400     PERFORM POST-ONE-CARD UNTIL END-OF-CARD-SORT.                00030400
030500******************************************************************00030500
030600 GET-OLD-ITEM.                                                    00030600
030700     READ OPEN-ITEM-FILE AT END                                   00030700
030800         MOVE 'EOF' TO OITEM-SWITCH.                              00030800
030900     IF END-OF-OLD-ITEMS                                          00030900
031000         MOVE HIGH-VALUES TO ITEM-KEY                             00031000
031100     ELSE                                                         00031100
031200         MOVE OPEN-ITEM-RECORD (1:28) TO ITEM-KEY                 00031200
031300     END-IF.                                                      00031300
031400******************************************************************00031400
031500 GET-SORTED-CARD.                                                 00031500
031600     RETURN CARD-SORT-FILE AT END                                 00031600
031700         MOVE 'EOF' TO CARD-SORT-SWITCH.                          00031700
031800******************************************************************00031800
031900 POST-ONE-CARD.                                                   00031900
032000     MOVE 'NO ' TO CARD-REJECT-SWITCH.                            00032000
032100     MOVE SPACES TO WORK-DISPOSITION.                             00032100
032200     IF CSRT-KEY = LAST-CARD-KEY                                  00032200
032300         MOVE 'YES' TO CARD-REJECT-SWITCH                         00032300
032400         MOVE 'DUPLICATE CARD' TO WORK-DISPOSITION                00032400
032500     ELSE                                                         00032500
032600         MOVE CSRT-KEY TO LAST-CARD-KEY                           00032600
032700         PERFORM GET-OLD-ITEM                                     00032700
032800             UNTIL ITEM-KEY NOT < CSRT-KEY                        00032800
032900         PERFORM MATCH-OPEN-ITEM                                  00032900
033000     END-IF.                                                      00033000
033100     IF CARD-REJECTED                                             00033100
033200         PERFORM REJECT-CARD                                      00033200
033300     ELSE                                                         00033300
033400         PERFORM WRITE-OFF-ITEM                                   00033400
033500     END-IF.                                                      00033500
033600     PERFORM GET-SORTED-CARD.                                     00033600
033700******************************************************************00033700
033800 MATCH-OPEN-ITEM.                                                 00033800
033900     IF ITEM-KEY NOT = CSRT-KEY                                   00033900
034000         MOVE 'YES' TO CARD-REJECT-SWITCH                         00034000
034100         MOVE 'OPEN ITEM NOT ON MASTER' TO WORK-DISPOSITION       00034100
034200     ELSE                                                         00034200
034300         IF NOT OITEM-OPEN                                        00034300
034400            OR OITEM-BALANCE NOT = CSRT-AMOUNT                    00034400
034500             MOVE 'YES' TO CARD-REJECT-SWITCH                     00034500
034600             MOVE 'BALANCE CHANGED SINCE PROPOSAL'                00034600
034700                 TO WORK-DISPOSITION                              00034700
034800         ELSE                                                     00034800
034900             IF WRITE-OFF-COUNT NOT < 1000                        00034900
035000                 MOVE 'YES' TO CARD-REJECT-SWITCH                 00035000
035100                 MOVE 'WRITE-OFF TABLE FULL'                      00035100
035200                     TO WORK-DISPOSITION                          00035200
035300                 PERFORM RAISE-ERROR-SEVERITY                     00035300
035400             END-IF                                               00035400
035500         END-IF                                                   00035500
035600     END-IF.                                                      00035600
035700******************************************************************00035700
035800 WRITE-OFF-ITEM.                                                  00035800
035900     MOVE OITEM-BALANCE TO REMAINING-AMOUNT.                      00035900
036000     PERFORM WRITE-CREDIT-RECORD                                  00036000
036100         UNTIL REMAINING-AMOUNT NOT > ZERO.                       00036100
036200     ADD 1 TO WRITTEN-OFF-COUNT.                                  00036200
036300     ADD OITEM-BALANCE TO WRITTEN-OFF-TOTAL.                      00036300
036400     ADD 1 TO WRITE-OFF-COUNT.                                    00036400
036500     MOVE OITEM-ACCOUNT TO WO-TBL-ACCOUNT (WRITE-OFF-COUNT).      00036500
036600     MOVE OITEM-REFERENCE TO WO-TBL-REFERENCE (WRITE-OFF-COUNT).  00036600
036700     MOVE OITEM-BALANCE TO WO-TBL-AMOUNT (WRITE-OFF-COUNT).       00036700
036800     MOVE CSRT-APPROVER TO WO-TBL-APPROVER (WRITE-OFF-COUNT).     00036800
036900     MOVE 'WRITTEN OFF' TO WORK-DISPOSITION.                      00036900
037000     MOVE SPACES TO POSTING-LINE.                                 00037000
037100     MOVE RUN-DATE TO POST-WO-DATE.                               00037100
037200     PERFORM WRITE-CARD-LINE.                                     00037200
037300******************************************************************00037300
037400 WRITE-CREDIT-RECORD.                                             00037400
037500     IF REMAINING-AMOUNT > 1999998                                00037500
037600         MOVE 1999998 TO CHUNK-AMOUNT                             00037600
037700     ELSE                                                         00037700
037800         MOVE REMAINING-AMOUNT TO CHUNK-AMOUNT                    00037800
037900     END-IF.                                                      00037900
038000     MOVE SPACES TO INPUT-FILE-RECORD.                            00038000
038100     MOVE OITEM-ACCOUNT TO INPUT-FIELD1.                          00038100
038200     MOVE 'WRITEOFF' TO INPUT-FIELD2.                             00038200
038300     MOVE OITEM-REFERENCE TO INPUT-FIELD3.                        00038300
038400     IF CHUNK-AMOUNT > 999999                                     00038400
038500         MOVE 999999 TO INPUT-FIELD4                              00038500
038600         COMPUTE CHUNK-REMAINDER = CHUNK-AMOUNT - 999999          00038600
038700         MOVE CHUNK-REMAINDER TO INPUT-FIELD5                     00038700
038800     ELSE                                                         00038800
038900         MOVE CHUNK-AMOUNT TO INPUT-FIELD4                        00038900
039000         MOVE ZERO TO INPUT-FIELD5                                00039000
039100     END-IF.                                                      00039100
039200     MOVE 'C' TO INPUT-TRAN-TYPE.                                 00039200
039300     MOVE RUN-DATE TO INPUT-TRAN-DATE.                            00039300
039400     WRITE INPUT-FILE-RECORD.                                     00039400
039500     ADD 1 TO BATCH-RECORD-COUNT.                                 00039500
039600     ADD CHUNK-AMOUNT TO BATCH-TOTAL.                             00039600
039700     SUBTRACT CHUNK-AMOUNT FROM REMAINING-AMOUNT.                 00039700
039800******************************************************************00039800
039900 WRITE-CARD-LINE.                                                 00039900
040000     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00040000
040100         PERFORM WRITE-HEADER                                     00040100
040200         PERFORM WRITE-COLUMN-HEADINGS                            00040200
040300     END-IF.                                                      00040300
040400     MOVE CSRT-ACCOUNT TO POST-ACCOUNT.                           00040400
040500     MOVE CSRT-REFERENCE TO POST-REFERENCE.                       00040500
040600     IF CSRT-AMOUNT NUMERIC                                       00040600
040700         MOVE CSRT-AMOUNT TO POST-AMOUNT                          00040700
040800     END-IF.                                                      00040800
040900     MOVE CSRT-APPROVER TO POST-APPROVER.                         00040900
041000     MOVE WORK-DISPOSITION TO POST-DISPOSITION.                   00041000
041100     MOVE POSTING-LINE TO OUTPUT-LINE.                            00041100
041200     MOVE 1 TO LINE-SPACING.                                      00041200
041300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00041300
041400     WRITE OUTPUT-RECORD.                                         00041400
041500     ADD 1 TO LINES-WRITTEN.                                      00041500
041600******************************************************************00041600
041700 WRITE-BATCH-CONTROL-CARDS.                                       00041700
041800     MOVE SPACES TO INPUT-FILE-RECORD.                            00041800
041900     MOVE 'BHD' TO BATCH-RECORD-TYPE.                             00041900
042000     MOVE BATCH-RECORD-COUNT TO BATCH-EXPECTED-COUNT.             00042000
042100     MOVE BATCH-TOTAL TO BATCH-EXPECTED-TOTAL.                    00042100
042200     IF BATCH-TOTAL > ZERO                                        00042200
042300         MOVE '-' TO BATCH-EXPECTED-SIGN                          00042300
042400     ELSE                                                         00042400
042500         MOVE SPACE TO BATCH-EXPECTED-SIGN                        00042500
042600     END-IF.                                                      00042600
042700     WRITE INPUT-FILE-RECORD.                                     00042700
042800     MOVE 'BTR' TO BATCH-RECORD-TYPE.                             00042800
042900     WRITE INPUT-FILE-RECORD.                                     00042900
043000******************************************************************00043000
043100 RELEASE-WRITE-OFF-HISTORY.                                       00043100
043200     PERFORM GET-WOH-IN.                                          00043200
043300     PERFORM RELEASE-OLD-WRITE-OFF UNTIL END-OF-WOH-IN.           00043300
043400     MOVE 1 TO WRITE-OFF-IX.                                      00043400
043500     PERFORM RELEASE-NEW-WRITE-OFF                                00043500
043600         UNTIL WRITE-OFF-IX > WRITE-OFF-COUNT.                    00043600
043700******************************************************************00043700
043800 GET-WOH-IN.                                                      00043800
043900     READ WOH-IN-FILE AT END                                      00043900
044000         MOVE 'EOF' TO WOHIN-SWITCH.                              00044000
044100******************************************************************00044100
044200 RELEASE-OLD-WRITE-OFF.                                           00044200
044300     ADD 1 TO HISTORY-IN-COUNT.                                   00044300
044400     MOVE WOH-IN-RECORD TO WRITE-OFF-HISTORY-RECORD.              00044400
044500     RELEASE WRITE-OFF-HISTORY-RECORD.                            00044500
044600     PERFORM GET-WOH-IN.                                          00044600
044700******************************************************************00044700
044800 RELEASE-NEW-WRITE-OFF.                                           00044800
044900     MOVE SPACES TO WRITE-OFF-HISTORY-RECORD.                     00044900
045000     MOVE WO-TBL-ACCOUNT (WRITE-OFF-IX) TO WOH-ACCOUNT.           00045000
045100     MOVE WO-TBL-REFERENCE (WRITE-OFF-IX) TO WOH-REFERENCE.       00045100
045200     MOVE RUN-DATE TO WOH-WRITEOFF-DATE.                          00045200
045300     MOVE WO-TBL-AMOUNT (WRITE-OFF-IX) TO WOH-AMOUNT.             00045300
045400     MOVE ZERO TO WOH-RECOVERED.                                  00045400
045500     MOVE RUN-DATE TO WOH-CHECKED-DATE.                           00045500
045600     MOVE WO-TBL-APPROVER (WRITE-OFF-IX) TO WOH-APPROVER.         00045600
045700     RELEASE WRITE-OFF-HISTORY-RECORD.                            00045700
045800     ADD 1 TO WRITE-OFF-IX.                                       00045800
045900******************************************************************00045900
046000 CHECK-RECOVERIES.                                                00046000
046100     PERFORM GET-HISTORY.                                         00046100
046150     PERFORM GET-UNAPPLIED.                                       00046150
046200     PERFORM GET-SORTED-WRITE-OFF.                                00046200
046300     PERFORM CHECK-ACCOUNT-RECOVERIES UNTIL END-OF-WOH-SORT.      00046300
046400******************************************************************00046400
046500 GET-HISTORY.                                                     00046500
046600     READ HISTORY-IN-FILE AT END                                  00046600
046700         MOVE 'EOF' TO HISTORY-SWITCH.                            00046700
046800******************************************************************00046800
046820 GET-UNAPPLIED.                                                   00046820
046840     READ UNAPPLIED-FILE AT END                                   00046840
046860         MOVE 'EOF' TO UNAPPLIED-SWITCH.                          00046860
046880******************************************************************00046880
046900 GET-SORTED-WRITE-OFF.                                            00046900
047000     RETURN WOH-SORT-FILE AT END                                  00047000
047100         MOVE 'EOF' TO WOH-SORT-SWITCH.                           00047100
047200******************************************************************00047200
047300* A PAYMENT POSTED TO A WRITTEN-OFF ACCOUNT SINCE THE LAST CHECK  00047300
047400* IS A RECOVERY ONLY IF IT NAMES ONE OF THE ACCOUNT'S WRITTEN-OFF 00047400
047500* ITEMS, OR IF AROPEN LEFT IT AS UNAPPLIED CASH. PAYMENTS AGAINST 00047500
047600* THE ACCOUNT'S OTHER ITEMS ARE LEFT ALONE. THE ACCOUNT'S         00047600
047700* WRITE-OFFS ARE HELD SO ALL THEIR REFERENCES ARE KNOWN BEFORE THE00047700
047800* HISTORY IS READ; THE EARLIEST CHECKED DATE SORTS FIRST.         00047800
047900 CHECK-ACCOUNT-RECOVERIES.                                        00047900
048900     MOVE WOH-ACCOUNT TO RECOVERY-ACCOUNT.                        00048900
049000     MOVE WOH-CHECKED-DATE TO RECOVERY-FROM-DATE.                 00049000
049010     MOVE ZERO TO HELD-COUNT.                                     00049010
049020     PERFORM HOLD-WRITE-OFF                                       00049020
049030         UNTIL END-OF-WOH-SORT                                    00049030
049040            OR WOH-ACCOUNT NOT = RECOVERY-ACCOUNT.                00049040
049050     PERFORM LOAD-ACCOUNT-UNAPPLIED.                              00049050
049100     MOVE ZERO TO RECOVERY-AVAILABLE.                             00049100
049150     MOVE ZERO TO RECOVERY-TO-DATE.                               00049150
049200     PERFORM GET-HISTORY                                          00049200
049300         UNTIL END-OF-HISTORY                                     00049300
049400            OR HIST-ACCOUNT NOT < RECOVERY-ACCOUNT.               00049400
049500     PERFORM ADD-ACCOUNT-PAYMENT                                  00049500
049600         UNTIL END-OF-HISTORY                                     00049600
049700            OR HIST-ACCOUNT NOT = RECOVERY-ACCOUNT.               00049700
049720     MOVE 1 TO HELD-IX.                                           00049720
049740     PERFORM CARRY-WRITE-OFF UNTIL HELD-IX > HELD-COUNT.          00049740
049800******************************************************************00049800
049802* A WRITE-OFF BEYOND THE TABLE IS CARRIED FORWARD UNCHECKED; ITS  00049802
049804* CHECKED DATE IS LEFT AS IT WAS SO A LATER RUN CAN STILL FIND    00049804
049806* PAYMENTS AGAINST IT.                                            00049806
049808 HOLD-WRITE-OFF.                                                  00049808
049810     IF HELD-COUNT < 500                                          00049810
049812         ADD 1 TO HELD-COUNT                                      00049812
049814         MOVE WRITE-OFF-HISTORY-RECORD TO HWO-RECORD (HELD-COUNT) 00049814
049816         MOVE ZERO TO HWO-MATCHED (HELD-COUNT)                    00049816
049818     ELSE                                                         00049818
049820         ADD 1 TO UNCHECKED-COUNT                                 00049820
049822         PERFORM RAISE-WARNING-SEVERITY                           00049822
049824         MOVE WRITE-OFF-HISTORY-RECORD TO WOH-OUT-RECORD          00049824
049826         WRITE WOH-OUT-RECORD                                     00049826
049828         ADD 1 TO HISTORY-OUT-COUNT                               00049828
049830     END-IF.                                                      00049830
049832     PERFORM GET-SORTED-WRITE-OFF.                                00049832
049834******************************************************************00049834
049836 LOAD-ACCOUNT-UNAPPLIED.                                          00049836
049838     MOVE ZERO TO UAP-COUNT.                                      00049838
049840     PERFORM GET-UNAPPLIED                                        00049840
049842         UNTIL END-OF-UNAPPLIED                                   00049842
049844            OR UNAP-ACCOUNT NOT < RECOVERY-ACCOUNT.               00049844
049846     PERFORM HOLD-UNAPPLIED-PAYMENT                               00049846
049848         UNTIL END-OF-UNAPPLIED                                   00049848
049850            OR UNAP-ACCOUNT NOT = RECOVERY-ACCOUNT.               00049850
049852******************************************************************00049852
049854 HOLD-UNAPPLIED-PAYMENT.                                          00049854
049856     IF UNAP-TRAN-TYPE = 'P'                                      00049856
049858         IF UAP-COUNT < 200                                       00049858
049860             ADD 1 TO UAP-COUNT                                   00049860
049862             MOVE UNAP-REFERENCE TO UAP-REFERENCE (UAP-COUNT)     00049862
049864             MOVE UNAP-TRAN-DATE TO UAP-DATE (UAP-COUNT)          00049864
049866             COMPUTE UAP-AMOUNT (UAP-COUNT) =                     00049866
049868                 UNAP-AMOUNT1 + UNAP-AMOUNT2                      00049868
049870             MOVE 'NO ' TO UAP-USED-SWITCH (UAP-COUNT)            00049870
049872         ELSE                                                     00049872
049874             ADD 1 TO UAP-OVER-COUNT                              00049874
049876             PERFORM RAISE-WARNING-SEVERITY                       00049876
049878         END-IF                                                   00049878
049880     END-IF.                                                      00049880
049882     PERFORM GET-UNAPPLIED.                                       00049882
049884******************************************************************00049884
049886* A PAYMENT NAMING A WRITTEN-OFF ITEM COUNTS FOR THAT ITEM ONLY,  00049886
049888* AND ONLY IF IT CAME AFTER THE ITEM WAS LAST CHECKED; EARLIER    00049888
049890* PAYMENTS WERE ALREADY IN THE BALANCE WRITTEN OFF. UNAPPLIED     00049890
049892* CASH GOES INTO A POOL FOR THE ACCOUNT'S WRITE-OFFS IN TURN.     00049892
049900 ADD-ACCOUNT-PAYMENT.                                             00049900
049920     IF HIST-TRAN-DATE > RECOVERY-TO-DATE                         00049920
049940        AND HIST-TRAN-DATE NOT > RUN-DATE                         00049940
049960         MOVE HIST-TRAN-DATE TO RECOVERY-TO-DATE                  00049960
049980     END-IF.                                                      00049980
050000     IF HIST-TRAN-TYPE = 'P'                                      00050000
050100        AND HIST-TRAN-DATE > RECOVERY-FROM-DATE                   00050100
050200        AND HIST-TRAN-DATE NOT > RUN-DATE                         00050200
050210         COMPUTE PAYMENT-AMOUNT = ZERO - HIST-NET-AMOUNT          00050210
050220         PERFORM LOCATE-HELD-REFERENCE                            00050220
050230         IF HELD-FOUND                                            00050230
050240             IF HIST-TRAN-DATE > HWO-CHECKED-DATE (HELD-IX)       00050240
050250                 ADD PAYMENT-AMOUNT TO HWO-MATCHED (HELD-IX)      00050250
050260             END-IF                                               00050260
050270         ELSE                                                     00050270
050280             PERFORM LOCATE-UNAPPLIED-PAYMENT                     00050280
050290             IF UAP-FOUND                                         00050290
050300                 MOVE 'YES' TO UAP-USED-SWITCH (UAP-IX)           00050300
050310                 ADD PAYMENT-AMOUNT TO RECOVERY-AVAILABLE         00050310
050320             END-IF                                               00050320
050330         END-IF                                                   00050330
050400     END-IF.                                                      00050400
050500     PERFORM GET-HISTORY.                                         00050500
050600******************************************************************00050600
050602 LOCATE-HELD-REFERENCE.                                           00050602
050604     MOVE 'NO ' TO HELD-FOUND-SWITCH.                             00050604
050606     MOVE 1 TO HELD-IX.                                           00050606
050608     PERFORM LOCATE-ONE-HELD                                      00050608
050610         UNTIL HELD-FOUND OR HELD-IX > HELD-COUNT.                00050610
050612******************************************************************00050612
050614 LOCATE-ONE-HELD.                                                 00050614
050616     IF HWO-REFERENCE (HELD-IX) = HIST-DESC                       00050616
050618         MOVE 'YES' TO HELD-FOUND-SWITCH                          00050618
050620     ELSE                                                         00050620
050622         ADD 1 TO HELD-IX                                         00050622
050624     END-IF.                                                      00050624
050626******************************************************************00050626
050628 LOCATE-UNAPPLIED-PAYMENT.                                        00050628
050630     MOVE 'NO ' TO UAP-FOUND-SWITCH.                              00050630
050632     MOVE 1 TO UAP-IX.                                            00050632
050634     PERFORM LOCATE-ONE-UNAPPLIED                                 00050634
050636         UNTIL UAP-FOUND OR UAP-IX > UAP-COUNT.                   00050636
050638******************************************************************00050638
050640 LOCATE-ONE-UNAPPLIED.                                            00050640
050642     IF NOT UAP-USED (UAP-IX)                                     00050642
050644        AND UAP-REFERENCE (UAP-IX) = HIST-DESC                    00050644
050646        AND UAP-DATE (UAP-IX) = HIST-TRAN-DATE                    00050646
050648        AND UAP-AMOUNT (UAP-IX) = PAYMENT-AMOUNT                  00050648
050650         MOVE 'YES' TO UAP-FOUND-SWITCH                           00050650
050652     ELSE                                                         00050652
050654         ADD 1 TO UAP-IX                                          00050654
050656     END-IF.                                                      00050656
050657******************************************************************00050657
050658* THE CHECKED DATE IS THE LATEST HISTORY DATE SEEN ON THE ACCOUNT,00050658
050659* NOT THE RUN DATE, SO A LATE PAYMENT DATED AFTER IT IS FOUND; A  00050659
050660* NEW WRITE-OFF STARTS AT THE RUN DATE SO TONIGHT COUNTS NOTHING. 00050660
050661 CARRY-WRITE-OFF.                                                 00050661
050662     PERFORM APPLY-RECOVERY.                                      00050662
050663     IF RECOVERY-TO-DATE > ZERO                                   00050663
050664         MOVE RECOVERY-TO-DATE TO HWO-CHECKED-DATE (HELD-IX)      00050664
050665     END-IF.                                                      00050665
050666     MOVE HWO-RECORD (HELD-IX) TO WOH-OUT-RECORD.                 00050666
050668     WRITE WOH-OUT-RECORD.                                        00050668
050670     ADD 1 TO HISTORY-OUT-COUNT.                                  00050670
050672     ADD 1 TO HELD-IX.                                            00050672
050674******************************************************************00050674
050676* PAYMENTS NAMING THE ITEM ARE TAKEN FIRST, THEN THE UNAPPLIED    00050676
050678* POOL, UP TO WHAT IS STILL WRITTEN OFF ON THE ITEM.              00050678
050700 APPLY-RECOVERY.                                                  00050700
050750     MOVE ZERO TO RECOVERY-AMOUNT.                                00050750
050800     COMPUTE RECOVERY-ROOM =                                      00050800
050850         HWO-AMOUNT (HELD-IX) - HWO-RECOVERED (HELD-IX).          00050850
050900     IF RECOVERY-ROOM > ZERO                                      00050900
050950        AND HWO-MATCHED (HELD-IX) > ZERO                          00050950
051000         IF HWO-MATCHED (HELD-IX) < RECOVERY-ROOM                 00051000
051050             MOVE HWO-MATCHED (HELD-IX) TO RECOVERY-AMOUNT        00051050
051200         ELSE                                                     00051200
051300             MOVE RECOVERY-ROOM TO RECOVERY-AMOUNT                00051300
051400         END-IF                                                   00051400
051420         SUBTRACT RECOVERY-AMOUNT FROM RECOVERY-ROOM              00051420
051440     END-IF.                                                      00051440
051460     IF RECOVERY-ROOM > ZERO                                      00051460
051480        AND RECOVERY-AVAILABLE > ZERO                             00051480
051500         IF RECOVERY-AVAILABLE < RECOVERY-ROOM                    00051500
051520             ADD RECOVERY-AVAILABLE TO RECOVERY-AMOUNT            00051520
051540             MOVE ZERO TO RECOVERY-AVAILABLE                      00051540
051560         ELSE                                                     00051560
051580             ADD RECOVERY-ROOM TO RECOVERY-AMOUNT                 00051580
051600             SUBTRACT RECOVERY-ROOM FROM RECOVERY-AVAILABLE       00051600
051620         END-IF                                                   00051620
051640     END-IF.                                                      00051640
051660     IF RECOVERY-AMOUNT > ZERO                                    00051660
051680         ADD RECOVERY-AMOUNT TO HWO-RECOVERED (HELD-IX)           00051680
051700         ADD 1 TO RECOVERY-COUNT                                  00051700
051800         ADD RECOVERY-AMOUNT TO RECOVERY-TOTAL                    00051800
051900         PERFORM WRITE-RECOVERY-LINE                              00051900
051920         MOVE RECOVERY-AMOUNT TO REMAINING-AMOUNT                 00051920
051940         PERFORM WRITE-REINSTATE-RECORD                           00051940
051960             UNTIL REMAINING-AMOUNT NOT > ZERO                    00051960
052000     END-IF.                                                      00052000
052002******************************************************************00052002
052004* THE RECOVERED CASH IS ALREADY ON THE HISTORY MASTER AS A CREDIT 00052004
052006* AGAINST A BALANCE WRITTEN DOWN TO ZERO. AN 'A' ADJUSTMENT UNDER 00052006
052008* BRANCH WRITEOFF PUTS THE RECOVERED AMOUNT BACK ON THE ITEM, SO  00052008
052010* THE SUBLEDGER MOVES WITH THE RECOVERY GL ENTRY. AROPEN OPENS NO 00052010
052012* ITEM FOR IT, THE CASH HAVING ALREADY SETTLED IT.                00052012
052014 WRITE-REINSTATE-RECORD.                                          00052014
052016     IF REMAINING-AMOUNT > 1999998                                00052016
052018         MOVE 1999998 TO CHUNK-AMOUNT                             00052018
052020     ELSE                                                         00052020
052022         MOVE REMAINING-AMOUNT TO CHUNK-AMOUNT                    00052022
052024     END-IF.                                                      00052024
052026     MOVE SPACES TO INPUT-FILE-RECORD.                            00052026
052028     MOVE HWO-ACCOUNT (HELD-IX) TO INPUT-FIELD1.                  00052028
052030     MOVE 'WRITEOFF' TO INPUT-FIELD2.                             00052030
052032     MOVE HWO-REFERENCE (HELD-IX) TO INPUT-FIELD3.                00052032
052034     IF CHUNK-AMOUNT > 999999                                     00052034
052036         MOVE 999999 TO INPUT-FIELD4                              00052036
052038         COMPUTE CHUNK-REMAINDER = CHUNK-AMOUNT - 999999          00052038
052040         MOVE CHUNK-REMAINDER TO INPUT-FIELD5                     00052040
052042     ELSE                                                         00052042
052044         MOVE CHUNK-AMOUNT TO INPUT-FIELD4                        00052044
052046         MOVE ZERO TO INPUT-FIELD5                                00052046
052048     END-IF.                                                      00052048
052050     MOVE 'A' TO INPUT-TRAN-TYPE.                                 00052050
052052     MOVE RUN-DATE TO INPUT-TRAN-DATE.                            00052052
052054     WRITE INPUT-FILE-RECORD.                                     00052054
052056     ADD 1 TO BATCH-RECORD-COUNT.                                 00052056
052058     ADD 1 TO REINSTATE-COUNT.                                    00052058
052060     SUBTRACT CHUNK-AMOUNT FROM BATCH-TOTAL.                      00052060
052062     SUBTRACT CHUNK-AMOUNT FROM REMAINING-AMOUNT.                 00052062
052100******************************************************************00052100
052200 WRITE-RECOVERY-LINE.                                             00052200
052300     IF NOT RECOVERY-SEEN                                         00052300
052400         MOVE 'YES' TO RECOVERY-SEEN-SWITCH                       00052400
052500         MOVE SPACES TO MESSAGE-LINE                              00052500
052600         MOVE 'RECOVERIES ON WRITTEN-OFF ACCOUNTS' TO MESSAGE-TEXT00052600
052700         PERFORM WRITE-MESSAGE-LINE                               00052700
052800     END-IF.                                                      00052800
052900     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00052900
053000         PERFORM WRITE-HEADER                                     00053000
053100         PERFORM WRITE-COLUMN-HEADINGS                            00053100
053200     END-IF.                                                      00053200
053300     MOVE SPACES TO POSTING-LINE.                                 00053300
053400     MOVE HWO-ACCOUNT (HELD-IX) TO POST-ACCOUNT.                  00053400
053500     MOVE HWO-REFERENCE (HELD-IX) TO POST-REFERENCE.              00053500
053600     MOVE HWO-WRITEOFF-DATE (HELD-IX) TO POST-WO-DATE.            00053600
053700     MOVE HWO-AMOUNT (HELD-IX) TO POST-AMOUNT.                    00053700
053800     MOVE RECOVERY-AMOUNT TO POST-RECOVERED.                      00053800
053900     MOVE HWO-APPROVER (HELD-IX) TO POST-APPROVER.                00053900
054000     IF HWO-RECOVERED (HELD-IX) = HWO-AMOUNT (HELD-IX)            00054000
054100         MOVE 'RECOVERY - FULLY RECOVERED' TO POST-DISPOSITION    00054100
054200     ELSE                                                         00054200
054300         MOVE 'RECOVERY' TO POST-DISPOSITION                      00054300
054400     END-IF.                                                      00054400
054500     MOVE POSTING-LINE TO OUTPUT-LINE.                            00054500
054600     MOVE 1 TO LINE-SPACING.                                      00054600
054700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00054700
054800     WRITE OUTPUT-RECORD.                                         00054800
054900     ADD 1 TO LINES-WRITTEN.                                      00054900
055000******************************************************************00055000
055100 WRITE-GL-ENTRIES.                                                00055100
055200     IF WRITTEN-OFF-TOTAL > ZERO                                  00055200
055300         MOVE GL-ALLOWANCE-ACCOUNT TO GL-ACCOUNT                  00055300
055400         MOVE 'D' TO GL-DEBIT-CREDIT                              00055400
055500         MOVE WRITTEN-OFF-TOTAL TO GL-AMOUNT                      00055500
055600         PERFORM WRITE-GL-ENTRY                                   00055600
055700         MOVE GL-AR-CONTROL-ACCOUNT TO GL-ACCOUNT                 00055700
055800         MOVE 'C' TO GL-DEBIT-CREDIT                              00055800
055900         MOVE WRITTEN-OFF-TOTAL TO GL-AMOUNT                      00055900
056000         PERFORM WRITE-GL-ENTRY                                   00056000
056100     END-IF.                                                      00056100
056200     IF RECOVERY-TOTAL > ZERO                                     00056200
056300         MOVE GL-AR-CONTROL-ACCOUNT TO GL-ACCOUNT                 00056300
056400         MOVE 'D' TO GL-DEBIT-CREDIT                              00056400
056500         MOVE RECOVERY-TOTAL TO GL-AMOUNT                         00056500
056600         PERFORM WRITE-GL-ENTRY                                   00056600
056700         MOVE GL-ALLOWANCE-ACCOUNT TO GL-ACCOUNT                  00056700
056800         MOVE 'C' TO GL-DEBIT-CREDIT                              00056800
056900         MOVE RECOVERY-TOTAL TO GL-AMOUNT                         00056900
057000         PERFORM WRITE-GL-ENTRY                                   00057000
057100     END-IF.                                                      00057100
057200     PERFORM WRITE-GL-CONTROL-RECORD.                             00057200
057300******************************************************************00057300
057400 WRITE-GL-ENTRY.                                                  00057400
057500     MOVE 'GLE' TO GL-RECORD-TYPE.                                00057500
057600     MOVE RUN-DATE TO GL-POSTING-DATE.                            00057600
057700     MOVE 'ARWOPST' TO GL-SOURCE.                                 00057700
057800     MOVE SPACES TO GL-INTERFACE-RECORD (60:21).                  00057800
057900     WRITE GL-INTERFACE-RECORD.                                   00057900
058000     IF GL-AMOUNT < ZERO                                          00058000
058100         COMPUTE GL-AMOUNT-ABS = ZERO - GL-AMOUNT                 00058100
058200     ELSE                                                         00058200
058300         MOVE GL-AMOUNT TO GL-AMOUNT-ABS                          00058300
058400     END-IF.                                                      00058400
058500     ADD GL-AMOUNT-ABS TO GL-HASH-TOTAL.                          00058500
058600     ADD 1 TO GL-RECORD-COUNT.                                    00058600
058700******************************************************************00058700
058800 WRITE-GL-CONTROL-RECORD.                                         00058800
058900     MOVE SPACES TO GL-INTERFACE-RECORD.                          00058900
059000     MOVE 'GLC' TO GL-CONTROL-TYPE.                               00059000
059100     MOVE GL-RECORD-COUNT TO GL-CONTROL-COUNT.                    00059100
059200     MOVE GL-HASH-TOTAL TO GL-CONTROL-HASH.                       00059200
059300     WRITE GL-INTERFACE-RECORD.                                   00059300
059400******************************************************************00059400
059500 PRINT-POSTING-SUMMARY.                                           00059500
059600     MOVE SPACES TO MESSAGE-LINE.                                 00059600
059700     STRING 'APPROVAL CARDS READ: ' DELIMITED BY SIZE             00059700
059800            CARDS-READ DELIMITED BY SIZE                          00059800
059900            '  REJECTED: ' DELIMITED BY SIZE                      00059900
060000            REJECTED-COUNT DELIMITED BY SIZE                      00060000
060100       INTO MESSAGE-TEXT.                                         00060100
060200     PERFORM WRITE-MESSAGE-LINE.                                  00060200
060300     MOVE SPACES TO MESSAGE-LINE.                                 00060300
060400     MOVE WRITTEN-OFF-TOTAL TO EDIT-CONTROL-TOTAL.                00060400
060500     STRING 'ITEMS WRITTEN OFF: ' DELIMITED BY SIZE               00060500
060600            WRITTEN-OFF-COUNT DELIMITED BY SIZE                   00060600
060700            '  TOTAL: ' DELIMITED BY SIZE                         00060700
060800            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00060800
060900       INTO MESSAGE-TEXT.                                         00060900
061000     PERFORM WRITE-MESSAGE-LINE.                                  00061000
061100     MOVE SPACES TO MESSAGE-LINE.                                 00061100
061200     MOVE BATCH-TOTAL TO EDIT-CONTROL-TOTAL.                      00061200
061300     STRING 'WRITE-OFF BATCH RECORDS: ' DELIMITED BY SIZE         00061300
061400            BATCH-RECORD-COUNT DELIMITED BY SIZE                  00061400
061500            '  BHD NET TOTAL (CREDIT): ' DELIMITED BY SIZE        00061500
061600            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00061600
061700       INTO MESSAGE-TEXT.                                         00061700
061800     PERFORM WRITE-MESSAGE-LINE.                                  00061800
061900     MOVE SPACES TO MESSAGE-LINE.                                 00061900
062000     MOVE RECOVERY-TOTAL TO EDIT-CONTROL-TOTAL.                   00062000
062100     STRING 'RECOVERIES: ' DELIMITED BY SIZE                      00062100
062200            RECOVERY-COUNT DELIMITED BY SIZE                      00062200
062300            '  TOTAL: ' DELIMITED BY SIZE                         00062300
062400            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00062400
062420            '  REINSTATED BY ' DELIMITED BY SIZE                  00062420
062440            REINSTATE-COUNT DELIMITED BY SIZE                     00062440
062460            ' ADJUSTMENT RECORDS IN THE BATCH' DELIMITED BY SIZE  00062460
062500       INTO MESSAGE-TEXT.                                         00062500
062600     PERFORM WRITE-MESSAGE-LINE.                                  00062600
062605     IF UNCHECKED-COUNT > ZERO                                    00062605
062610         MOVE SPACES TO MESSAGE-LINE                              00062610
062615         STRING 'WRITE-OFFS NOT CHECKED - TABLE FULL: '           00062615
062620                DELIMITED BY SIZE                                 00062620
062625                UNCHECKED-COUNT DELIMITED BY SIZE                 00062625
062630           INTO MESSAGE-TEXT                                      00062630
062635         PERFORM WRITE-MESSAGE-LINE                               00062635
062640     END-IF.                                                      00062640
062645     IF UAP-OVER-COUNT > ZERO                                     00062645
062650         MOVE SPACES TO MESSAGE-LINE                              00062650
062655         STRING 'UNAPPLIED PAYMENTS NOT CONSIDERED - TABLE FULL: '00062655
062660                DELIMITED BY SIZE                                 00062660
062665                UAP-OVER-COUNT DELIMITED BY SIZE                  00062665
062670           INTO MESSAGE-TEXT                                      00062670
062675         PERFORM WRITE-MESSAGE-LINE                               00062675
062680     END-IF.                                                      00062680
062700     MOVE SPACES TO MESSAGE-LINE.                                 00062700
062800     STRING 'WRITE-OFF HISTORY RECORDS IN: ' DELIMITED BY SIZE    00062800
062900            HISTORY-IN-COUNT DELIMITED BY SIZE                    00062900
063000            '  OUT: ' DELIMITED BY SIZE                           00063000
063100            HISTORY-OUT-COUNT DELIMITED BY SIZE                   00063100
063200       INTO MESSAGE-TEXT.                                         00063200
063300     PERFORM WRITE-MESSAGE-LINE.                                  00063300
063400     MOVE SPACES TO MESSAGE-LINE.                                 00063400
063500     STRING 'GL ENTRIES WRITTEN: ' DELIMITED BY SIZE              00063500
063600            GL-RECORD-COUNT DELIMITED BY SIZE                     00063600
063700       INTO MESSAGE-TEXT.                                         00063700
063800     PERFORM WRITE-MESSAGE-LINE.                                  00063800
063900******************************************************************00063900
064000 WRITE-MESSAGE-LINE.                                              00064000
064100     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00064100
064200     MOVE 1 TO LINE-SPACING.                                      00064200
064300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00064300
064400     WRITE OUTPUT-RECORD.                                         00064400
064500     ADD 1 TO LINES-WRITTEN.                                      00064500
064600******************************************************************00064600
064700 RAISE-WARNING-SEVERITY.                                          00064700
064800     IF HIGHEST-SEVERITY < 4                                      00064800
064900         MOVE 4 TO HIGHEST-SEVERITY                               00064900
065000     END-IF.                                                      00065000
065100******************************************************************00065100
065200 RAISE-ERROR-SEVERITY.                                            00065200
065300     IF HIGHEST-SEVERITY < 8                                      00065300
065400         MOVE 8 TO HIGHEST-SEVERITY                               00065400
065500     END-IF.                                                      00065500
065600******************************************************************00065600
065700 WRITE-HEADER.                                                    00065700
065800     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.                       00065800
065900     ADD 1 TO PAGE-COUNT.                                         00065900
066000     MOVE PAGE-COUNT TO HEADER-PAGE-NO.                           00066000
066100     MOVE RUN-DATE TO HEADER-RUN-DATE.                            00066100
066200     MOVE POSTING-HEADER-RECORD TO OUTPUT-LINE.                   00066200
066300     WRITE OUTPUT-RECORD.                                         00066300
066400     MOVE ZERO TO LINES-WRITTEN.                                  00066400
066500******************************************************************00066500
066600 WRITE-COLUMN-HEADINGS.                                           00066600
066700     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.                     00066700
066800     MOVE 2 TO LINE-SPACING.                                      00066800
066900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00066900
067000     WRITE OUTPUT-RECORD.                                         00067000
067100     ADD 2 TO LINES-WRITTEN.                                      00067100
067200******************************************************************00067200
067300 WRITE-RUN-LOG.                                                   00067300
067400     OPEN EXTEND RUN-LOG-FILE.                                    00067400
067500     ACCEPT RUN-TIME FROM TIME.                                   00067500
067600     MOVE SPACES TO RUN-LOG-RECORD.                               00067600
067700     MOVE 'ARWOPST' TO RLOG-PROGRAM-ID.                           00067700
067800     MOVE RUN-DATE TO RLOG-RUN-DATE.                              00067800
067900     MOVE RUN-TIME (1:6) TO RLOG-RUN-TIME.                        00067900
068000     MOVE CARDS-READ TO RLOG-RECORDS-IN.                          00068000
068100     MOVE WRITTEN-OFF-COUNT TO RLOG-RECORDS-OUT.                  00068100
068200     MOVE RECOVERY-COUNT TO RLOG-RECORDS-ADDED.                   00068200
068300     MOVE REJECTED-COUNT TO RLOG-REJECT-COUNT.                    00068300
068400     MOVE HIGHEST-SEVERITY TO RLOG-RETURN-CODE.                   00068400
068500     WRITE RUN-LOG-RECORD.                                        00068500
068600     CLOSE RUN-LOG-FILE.                                          00068600
