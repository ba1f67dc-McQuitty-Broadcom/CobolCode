000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID. ARMERGE.                                             00000200
000300 AUTHOR. BRAIN.                                                   00000300
000400 ENVIRONMENT DIVISION.                                            00000400
000500 INPUT-OUTPUT SECTION.                                            00000500
000600 FILE-CONTROL.                                                    00000600
000700     SELECT MERGE-REPORT ASSIGN U-T-SYSOUT.                       00000700
000800     SELECT MERGE-CARD-FILE ASSIGN U-T-MRGCARD.                   00000800
000900     SELECT CUSTOMER-MASTER ASSIGN U-T-CUSTMST                    00000900
001000         ORGANIZATION INDEXED                                     00001000
001100         ACCESS DYNAMIC                                           00001100
001200         RECORD KEY CUST-ACCOUNT-NO.                              00001200
001300     SELECT OPEN-ITEM-IN-FILE ASSIGN U-T-OITMIN.                  00001300
001400     SELECT OPEN-ITEM-OUT-FILE ASSIGN U-T-OITMOUT.                00001400
001500     SELECT HISTORY-IN-FILE ASSIGN U-T-HISTIN.                    00001500
001600     SELECT HISTORY-OUT-FILE ASSIGN U-T-HISTOUT.                  00001600
001700     SELECT OPTIONAL DUN-HIST-IN-FILE ASSIGN U-T-DUNHIN.          00001700
001800     SELECT DUN-HIST-OUT-FILE ASSIGN U-T-DUNHOUT.                 00001800
001900     SELECT OPTIONAL DISPUTE-IN-FILE ASSIGN U-T-DSPIN.            00001900
002000     SELECT DISPUTE-OUT-FILE ASSIGN U-T-DSPOUT.                   00002000
002020     SELECT OPTIONAL WOH-IN-FILE ASSIGN U-T-WOHIN.                00002020
002040     SELECT WOH-OUT-FILE ASSIGN U-T-WOHOUT.                       00002040
002100     SELECT ITEM-SORT-FILE ASSIGN U-T-SORTWK.                     00002100
002200     SELECT HISTORY-SORT-FILE ASSIGN U-T-SORTWK.                  00002200
002300     SELECT DUNNING-SORT-FILE ASSIGN U-T-SORTWK.                  00002300
002400     SELECT DISPUTE-SORT-FILE ASSIGN U-T-SORTWK.                  00002400
002450     SELECT WOH-SORT-FILE ASSIGN U-T-SORTWK.                      00002450
002500     SELECT OPTIONAL RUN-LOG-FILE ASSIGN U-T-RUNLOG.              00002500
002600 DATA DIVISION.                                                   00002600
002700 FILE SECTION.                                                    00002700
002800 FD MERGE-REPORT                                                  00002800
002900     LABEL RECORDS ARE OMITTED                                    00002900
003000     RECORDING MODE IS F                                          00003000
003100     RECORD CONTAINS 133 CHARACTERS                               00003100
003200     DATA RECORD IS OUTPUT-RECORD.                                00003200
003300   01 OUTPUT-RECORD.                                              00003300
003400     02 CARRIAGE-CONTROL PIC X.                                   00003400
003500     02 OUTPUT-LINE      PIC X(132).                              00003500
003600 FD MERGE-CARD-FILE                                               00003600
003700     LABEL RECORDS ARE STANDARD                                   00003700
003800     RECORD CONTAINS 80 CHARACTERS                                00003800
003900     DATA RECORD IS MERGE-CARD.                                   00003900
004000 COPY ARMGCRD.                                                    00004000
004100 FD CUSTOMER-MASTER                                               00004100
004200     LABEL RECORDS ARE STANDARD                                   00004200
004300     RECORD CONTAINS 60 CHARACTERS                                00004300
004400     DATA RECORD IS CUSTOMER-MASTER-RECORD.                       00004400
004500 COPY CUSTMST.                                                    00004500
004600 FD OPEN-ITEM-IN-FILE                                             00004600
004700     LABEL RECORDS ARE STANDARD                                   00004700
004800     RECORD CONTAINS 80 CHARACTERS                                00004800
004900     DATA RECORD IS OPEN-ITEM-RECORD.                             00004900
005000 COPY AROITEM.                                                    00005000
005100 FD OPEN-ITEM-OUT-FILE                                            00005100
005200     LABEL RECORDS ARE STANDARD                                   00005200
005300     RECORD CONTAINS 80 CHARACTERS                                00005300
005400     DATA RECORD IS OPEN-ITEM-OUT-RECORD.                         00005400
005500   01 OPEN-ITEM-OUT-RECORD       PIC X(80).                       00005500
005600 FD HISTORY-IN-FILE                                               00005600
005700     LABEL RECORDS ARE STANDARD                                   00005700
005800     RECORD CONTAINS 80 CHARACTERS                                00005800
005900     DATA RECORD IS HISTORY-RECORD.                               00005900
006000 COPY ARHREC.                                                     00006000
006100 FD HISTORY-OUT-FILE                                              00006100
006200     LABEL RECORDS ARE STANDARD                                   00006200
006300     RECORD CONTAINS 80 CHARACTERS                                00006300
006400     DATA RECORD IS HISTORY-OUT-RECORD.                           00006400
006500   01 HISTORY-OUT-RECORD         PIC X(80).                       00006500
006600 FD DUN-HIST-IN-FILE                                              00006600
006700     LABEL RECORDS ARE STANDARD                                   00006700
006800     RECORD CONTAINS 80 CHARACTERS                                00006800
006900     DATA RECORD IS DUNNING-HISTORY-RECORD.                       00006900
007000 COPY ARDHREC.                                                    00007000
007100 FD DUN-HIST-OUT-FILE                                             00007100
007200     LABEL RECORDS ARE STANDARD                                   00007200
007300     RECORD CONTAINS 80 CHARACTERS                                00007300
007400     DATA RECORD IS DUN-HIST-OUT-RECORD.                          00007400
007500   01 DUN-HIST-OUT-RECORD        PIC X(80).                       00007500
007600 FD DISPUTE-IN-FILE                                               00007600
007700     LABEL RECORDS ARE STANDARD                                   00007700
007800     RECORD CONTAINS 80 CHARACTERS                                00007800
007900     DATA RECORD IS DISPUTE-RECORD.                               00007900
008000 COPY ARDSREC.                                                    00008000
008100 FD DISPUTE-OUT-FILE                                              00008100
008200     LABEL RECORDS ARE STANDARD                                   00008200
008300     RECORD CONTAINS 80 CHARACTERS                                00008300
008400     DATA RECORD IS DISPUTE-OUT-RECORD.                           00008400
008500   01 DISPUTE-OUT-RECORD         PIC X(80).                       00008500
008505 FD WOH-IN-FILE                                                   00008505
008510     LABEL RECORDS ARE STANDARD                                   00008510
008515     RECORD CONTAINS 80 CHARACTERS                                00008515
008520     DATA RECORD IS WRITE-OFF-HISTORY-RECORD.                     00008520
008525 COPY ARWOREC.                                                    00008525
008530 FD WOH-OUT-FILE                                                  00008530
008535     LABEL RECORDS ARE STANDARD                                   00008535
008540     RECORD CONTAINS 80 CHARACTERS                                00008540
008545     DATA RECORD IS WOH-OUT-RECORD.                               00008545
008550   01 WOH-OUT-RECORD             PIC X(80).                       00008550
008600 FD RUN-LOG-FILE                                                  00008600
008700     LABEL RECORDS ARE STANDARD                                   00008700
008800     RECORD CONTAINS 80 CHARACTERS                                00008800
008900     DATA RECORD IS RUN-LOG-RECORD.                               00008900
009000 COPY ARRLREC.                                                    00009000
009100 SD ITEM-SORT-FILE                                                00009100
009200     RECORD CONTAINS 81 CHARACTERS                                00009200
009300     DATA RECORD IS ITEM-SORT-RECORD.                             00009300
009400   01 ITEM-SORT-RECORD.                                           00009400
009500     02 SRT-ITEM-DATA.                                            00009500
009600       03 SRT-ITEM-ACCOUNT       PIC 9(8).                        00009600
009700       03 SRT-ITEM-REFERENCE     PIC X(20).                       00009700
009800       03 SRT-ITEM-OPEN-DATE     PIC 9(8).                        00009800
009900       03 SRT-ITEM-ORIG-AMOUNT   PIC S9(13).                      00009900
010000       03 SRT-ITEM-BALANCE       PIC S9(13).                      00010000
010100       03 SRT-ITEM-STATUS        PIC X.                           00010100
010200       03 FILLER                 PIC X(17).                       00010200
010300     02 SRT-ITEM-MOVED           PIC X.                           00010300
010400 SD HISTORY-SORT-FILE                                             00010400
010500     RECORD CONTAINS 81 CHARACTERS                                00010500
010600     DATA RECORD IS HISTORY-SORT-RECORD.                          00010600
010700   01 HISTORY-SORT-RECORD.                                        00010700
010800     02 SRT-HIST-DATA.                                            00010800
010900       03 SRT-HIST-ACCOUNT       PIC 9(8).                        00010900
011000       03 SRT-HIST-TRAN-DATE     PIC 9(8).                        00011000
011100       03 FILLER                 PIC X(43).                       00011100
011200       03 SRT-HIST-NET-AMOUNT    PIC S9(13).                      00011200
011300       03 FILLER                 PIC X(8).                        00011300
011400     02 SRT-HIST-MOVED           PIC X.                           00011400
011500 SD DUNNING-SORT-FILE                                             00011500
011600     RECORD CONTAINS 81 CHARACTERS                                00011600
011700     DATA RECORD IS DUNNING-SORT-RECORD.                          00011700
011800   01 DUNNING-SORT-RECORD.                                        00011800
011900     02 SRT-DUN-DATA.                                             00011900
012000       03 SRT-DUN-ACCOUNT        PIC 9(8).                        00012000
012100       03 SRT-DUN-LAST-DATE      PIC 9(8).                        00012100
012200       03 SRT-DUN-LAST-LEVEL     PIC 9(1).                        00012200
012300       03 FILLER                 PIC X(63).                       00012300
012400     02 SRT-DUN-MOVED            PIC X.                           00012400
012500 SD DISPUTE-SORT-FILE                                             00012500
012600     RECORD CONTAINS 81 CHARACTERS                                00012600
012700     DATA RECORD IS DISPUTE-SORT-RECORD.                          00012700
012800   01 DISPUTE-SORT-RECORD.                                        00012800
012900     02 SRT-DSP-DATA.                                             00012900
013000       03 SRT-DSP-ACCOUNT        PIC 9(8).                        00013000
013100       03 SRT-DSP-REFERENCE      PIC X(20).                       00013100
013200       03 SRT-DSP-ITEM-DATE      PIC 9(8).                        00013200
013300       03 SRT-DSP-AMOUNT         PIC S9(13).                      00013300
013400       03 SRT-DSP-REASON         PIC X(2).                        00013400
013500       03 SRT-DSP-OPENED-DATE    PIC 9(8).                        00013500
013600       03 SRT-DSP-RESOLVED-DATE  PIC 9(8).                        00013600
013700       03 SRT-DSP-RESOLUTION     PIC X.                           00013700
013800       03 SRT-DSP-OPERATOR       PIC X(8).                        00013800
013900       03 FILLER                 PIC X(4).                        00013900
014000     02 SRT-DSP-MOVED            PIC X.                           00014000
014005 SD WOH-SORT-FILE                                                 00014005
014010     RECORD CONTAINS 81 CHARACTERS                                00014010
014015     DATA RECORD IS WOH-SORT-RECORD.                              00014015
014020   01 WOH-SORT-RECORD.                                            00014020
014025     02 SRT-WOH-DATA.                                             00014025
014030       03 SRT-WOH-ACCOUNT        PIC 9(8).                        00014030
014035       03 SRT-WOH-REFERENCE      PIC X(20).                       00014035
014040       03 SRT-WOH-WRITEOFF-DATE  PIC 9(8).                        00014040
014045       03 SRT-WOH-AMOUNT         PIC S9(13).                      00014045
014050       03 SRT-WOH-RECOVERED      PIC S9(13).                      00014050
014055       03 SRT-WOH-CHECKED-DATE   PIC 9(8).                        00014055
014060       03 SRT-WOH-APPROVER       PIC X(8).                        00014060
014065       03 FILLER                 PIC X(2).                        00014065
014070     02 SRT-WOH-MOVED            PIC X.                           00014070
014100******************************************************************00014100
014200 WORKING-STORAGE SECTION.                                         00014200
014300 01  MERGE-HEADER-RECORD.                                         00014300
014400     02  FILLER             PIC X(5)   VALUE SPACES.              00014400
014500     02  FILLER             PIC X(91)                             00014500
014600         VALUE 'ACCOUNT MERGE AND RENUMBER CONTROL REPORT'.       00014600
014700     02  FILLER             PIC X(5)   VALUE SPACES.              00014700
014800     02  FILLER             PIC X(4)   VALUE 'PAGE'.              00014800
014900     02  FILLER             PIC X      VALUE SPACE.               00014900
015000     02  HEADER-PAGE-NO     PIC ZZ9.                              00015000
015100     02  FILLER             PIC X(5)   VALUE SPACES.              00015100
015200     02  FILLER             PIC X(9)   VALUE 'RUN DATE:'.         00015200
015300     02  FILLER             PIC X      VALUE SPACE.               00015300
015400     02  HEADER-RUN-DATE    PIC X(8).                             00015400
015500 01  PROGRAM-WORK-FIELDS.                                         00015500
015600     02  CARD-SWITCH       PIC X(3).                              00015600
015700         88  END-OF-CARDS  VALUE 'EOF'.                           00015700
015800     02  CUSTOMER-SWITCH   PIC X(3).                              00015800
015900         88  END-OF-CUSTOMERS VALUE 'EOF'.                        00015900
016000     02  INPUT-SWITCH      PIC X(3).                              00016000
016100         88  END-OF-INPUT  VALUE 'EOF'.                           00016100
016200     02  SORT-SWITCH       PIC X(3).                              00016200
016300         88  END-OF-SORT   VALUE 'EOF'.                           00016300
016400     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.                  00016400
016500     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.                  00016500
016600     02  RUN-DATE          PIC 9(8)  VALUE ZERO.                  00016600
016700     02  RUN-TIME          PIC 9(8)  VALUE ZERO.                  00016700
016800 COPY PAGING.                                                     00016800
016900 01  MERGE-WORK-FIELDS.                                           00016900
017000     02  MERGE-IX              PIC 9(3)  VALUE ZERO.              00017000
017100     02  FILE-IX               PIC 9(1)  VALUE ZERO.              00017100
017200     02  LOOKUP-ACCOUNT        PIC 9(8)  VALUE ZERO.              00017200
017300     02  MERGE-FOUND-SWITCH    PIC X(3)  VALUE 'NO '.             00017300
017400         88  MERGE-FOUND       VALUE 'YES'.                       00017400
017500     02  CARD-REJECT-SWITCH    PIC X(3)  VALUE 'NO '.             00017500
017600         88  CARD-REJECTED     VALUE 'YES'.                       00017600
017700     02  OLD-ON-MASTER-SWITCH  PIC X(3)  VALUE 'NO '.             00017700
017800         88  OLD-ON-MASTER     VALUE 'YES'.                       00017800
017900     02  NEW-ON-MASTER-SWITCH  PIC X(3)  VALUE 'NO '.             00017900
018000         88  NEW-ON-MASTER     VALUE 'YES'.                       00018000
018100     02  HELD-SWITCH           PIC X(3)  VALUE 'NO '.             00018100
018200         88  RECORD-HELD       VALUE 'YES'.                       00018200
018300     02  BALANCE-SWITCH        PIC X(3)  VALUE 'YES'.             00018300
018400         88  ALL-FILES-BALANCED VALUE 'YES'.                      00018400
018500     02  OLD-CUSTOMER-RECORD   PIC X(60) VALUE SPACES.            00018500
018600     02  WORK-DISPOSITION      PIC X(30) VALUE SPACES.            00018600
018700 01  MERGE-TABLE.                                                 00018700
018800     02  MERGE-COUNT           PIC 9(3)  VALUE ZERO.              00018800
018900     02  MERGE-ENTRY OCCURS 200 TIMES.                            00018900
019000         03  MTB-OLD-ACCOUNT   PIC 9(8).                          00019000
019100         03  MTB-NEW-ACCOUNT   PIC 9(8).                          00019100
019200         03  MTB-ACTION        PIC X.                             00019200
019300             88  MTB-MERGE     VALUE 'M'.                         00019300
019400             88  MTB-RENUMBER  VALUE 'R'.                         00019400
019500             88  MTB-REKEY-ONLY VALUE 'K'.                        00019500
019600         03  MTB-CUSTOMER-RECORD PIC X(60).                       00019600
019700*                                                                 00019700
019800* ONE SET OF CONTROL TOTALS PER FILE:                             00019800
019900*   1 CUSTOMER MASTER  2 OPEN ITEMS  3 HISTORY                    00019900
020000*   4 DUNNING HISTORY  5 DISPUTES  6 WRITE-OFF HISTORY            00020000
020100 01  FILE-CONTROL-TOTALS.                                         00020100
020200     02  FILE-TOTALS OCCURS 6 TIMES.                              00020200
020300         03  FCT-FILE-NAME     PIC X(16).                         00020300
020400         03  FCT-AMOUNT-SWITCH PIC X(3).                          00020400
020500             88  FCT-HAS-AMOUNT VALUE 'YES'.                      00020500
020600         03  FCT-BEFORE-COUNT  PIC 9(9).                          00020600
020700         03  FCT-MOVED-COUNT   PIC 9(9).                          00020700
020800         03  FCT-COMBINED-COUNT PIC 9(9).                         00020800
020900         03  FCT-AFTER-COUNT   PIC 9(9).                          00020900
021000         03  FCT-BEFORE-AMOUNT PIC S9(15).                        00021000
021100         03  FCT-MOVED-AMOUNT  PIC S9(15).                        00021100
021200         03  FCT-AFTER-AMOUNT  PIC S9(15).                        00021200
021300 01  HELD-ITEM-RECORD.                                            00021300
021400     02  HELD-ITEM-DATA.                                          00021400
021500         03  HELD-ITEM-ACCOUNT     PIC 9(8).                      00021500
021600         03  HELD-ITEM-REFERENCE   PIC X(20).                     00021600
021700         03  HELD-ITEM-OPEN-DATE   PIC 9(8).                      00021700
021800         03  HELD-ITEM-ORIG-AMOUNT PIC S9(13).                    00021800
021900         03  HELD-ITEM-BALANCE     PIC S9(13).                    00021900
022000         03  HELD-ITEM-STATUS      PIC X.                         00022000
022100         03  FILLER                PIC X(17).                     00022100
022200     02  HELD-ITEM-MOVED           PIC X.                         00022200
022300 01  HELD-DUN-RECORD.                                             00022300
022400     02  HELD-DUN-DATA.                                           00022400
022500         03  HELD-DUN-ACCOUNT      PIC 9(8).                      00022500
022600         03  HELD-DUN-LAST-DATE    PIC 9(8).                      00022600
022700         03  HELD-DUN-LAST-LEVEL   PIC 9(1).                      00022700
022800         03  FILLER                PIC X(63).                     00022800
022900     02  HELD-DUN-MOVED            PIC X.                         00022900
023000 01  HELD-DSP-RECORD.                                             00023000
023100     02  HELD-DSP-DATA.                                           00023100
023200         03  HELD-DSP-ACCOUNT      PIC 9(8).                      00023200
023300         03  HELD-DSP-REFERENCE    PIC X(20).                     00023300
023400         03  HELD-DSP-ITEM-DATE    PIC 9(8).                      00023400
023500         03  HELD-DSP-AMOUNT       PIC S9(13).                    00023500
023600         03  HELD-DSP-REASON       PIC X(2).                      00023600
023700         03  HELD-DSP-OPENED-DATE  PIC 9(8).                      00023700
023800         03  HELD-DSP-RESOLVED-DATE PIC 9(8).                     00023800
023900         03  HELD-DSP-RESOLUTION   PIC X.                         00023900
024000         03  HELD-DSP-OPERATOR     PIC X(8).                      00024000
024100         03  FILLER                PIC X(4).                      00024100
024200     02  HELD-DSP-MOVED            PIC X.                         00024200
024205 01  HELD-WOH-RECORD.                                             00024205
024210     02  HELD-WOH-DATA.                                           00024210
024215         03  HELD-WOH-ACCOUNT      PIC 9(8).                      00024215
024220         03  HELD-WOH-REFERENCE    PIC X(20).                     00024220
024225         03  HELD-WOH-WRITEOFF-DATE PIC 9(8).                     00024225
024230         03  HELD-WOH-AMOUNT       PIC S9(13).                    00024230
024235         03  HELD-WOH-RECOVERED    PIC S9(13).                    00024235
024240         03  HELD-WOH-CHECKED-DATE PIC 9(8).                      00024240
024245         03  HELD-WOH-APPROVER     PIC X(8).                      00024245
024250         03  FILLER                PIC X(2).                      00024250
024255     02  HELD-WOH-MOVED            PIC X.                         00024255
024300 01  MERGE-COUNT-FIELDS.                                          00024300
024400     02  CARDS-READ            PIC 9(6)  VALUE ZERO.              00024400
024500     02  REJECTED-COUNT        PIC 9(6)  VALUE ZERO.              00024500
024600     02  MERGED-COUNT          PIC 9(6)  VALUE ZERO.              00024600
024700     02  RENUMBERED-COUNT      PIC 9(6)  VALUE ZERO.              00024700
024800     02  REKEY-ONLY-COUNT      PIC 9(6)  VALUE ZERO.              00024800
024900     02  RECORDS-MOVED         PIC 9(8)  VALUE ZERO.              00024900
025000 01  SEVERITY-FIELDS.                                             00025000
025100     02  HIGHEST-SEVERITY      PIC 9(2)  VALUE ZERO.              00025100
025200 01  CARD-HEADING-LINE.                                           00025200
025300     02  FILLER            PIC X(2)  VALUE SPACES.                00025300
025400     02  FILLER            PIC X(8)  VALUE 'OLD ACCT'.            00025400
025500     02  FILLER            PIC X(2)  VALUE SPACES.                00025500
025600     02  FILLER            PIC X(8)  VALUE 'NEW ACCT'.            00025600
025700     02  FILLER            PIC X(2)  VALUE SPACES.                00025700
025800     02  FILLER            PIC X(11) VALUE 'ACTION'.              00025800
025900     02  FILLER            PIC X(2)  VALUE SPACES.                00025900
026000     02  FILLER            PIC X(25) VALUE 'OLD ACCOUNT NAME'.    00026000
026100     02  FILLER            PIC X(2)  VALUE SPACES.                00026100
026200     02  FILLER            PIC X(25) VALUE 'NEW ACCOUNT NAME'.    00026200
026300     02  FILLER            PIC X(2)  VALUE SPACES.                00026300
026400     02  FILLER            PIC X(8)  VALUE 'OPERATOR'.            00026400
026500     02  FILLER            PIC X(2)  VALUE SPACES.                00026500
026600     02  FILLER            PIC X(30) VALUE 'DISPOSITION'.         00026600
026700     02  FILLER            PIC X(3)  VALUE SPACES.                00026700
026800 01  CARD-LINE.                                                   00026800
026900     02  FILLER            PIC X(2).                              00026900
027000     02  CARD-OLD-ACCOUNT  PIC X(8).                              00027000
027100     02  FILLER            PIC X(2).                              00027100
027200     02  CARD-NEW-ACCOUNT  PIC X(8).                              00027200
027300     02  FILLER            PIC X(2).                              00027300
027400     02  CARD-ACTION       PIC X(11).                             00027400
027500     02  FILLER            PIC X(2).                              00027500
027600     02  CARD-OLD-NAME     PIC X(25).                             00027600
027700     02  FILLER            PIC X(2).                              00027700
027800     02  CARD-NEW-NAME     PIC X(25).                             00027800
027900     02  FILLER            PIC X(2).                              00027900
028000     02  CARD-OPERATOR     PIC X(8).                              00028000
028100     02  FILLER            PIC X(2).                              00028100
028200     02  CARD-DISPOSITION  PIC X(30).                             00028200
028300     02  FILLER            PIC X(3).                              00028300
028400 01  CONTROL-HEADING-LINE.                                        00028400
028500     02  FILLER            PIC X(1)  VALUE SPACES.                00028500
028600     02  FILLER            PIC X(15) VALUE 'FILE'.                00028600
028700     02  FILLER            PIC X(1)  VALUE SPACES.                00028700
028800     02  FILLER            PIC X(8)  VALUE '  BEFORE'.            00028800
028900     02  FILLER            PIC X(1)  VALUE SPACES.                00028900
029000     02  FILLER            PIC X(8)  VALUE '   MOVED'.            00029000
029100     02  FILLER            PIC X(1)  VALUE SPACES.                00029100
029200     02  FILLER            PIC X(8)  VALUE 'COMBINED'.            00029200
029300     02  FILLER            PIC X(1)  VALUE SPACES.                00029300
029400     02  FILLER            PIC X(8)  VALUE '   AFTER'.            00029400
029500     02  FILLER            PIC X(1)  VALUE SPACES.                00029500
029600     02  FILLER            PIC X(20)                              00029600
029700         VALUE '      BALANCE BEFORE'.                            00029700
029800     02  FILLER            PIC X(1)  VALUE SPACES.                00029800
029900     02  FILLER            PIC X(20)                              00029900
030000         VALUE '       BALANCE MOVED'.                            00030000
030100     02  FILLER            PIC X(1)  VALUE SPACES.                00030100
030200     02  FILLER            PIC X(20)                              00030200
030300         VALUE '       BALANCE AFTER'.                            00030300
030400     02  FILLER            PIC X(2)  VALUE SPACES.                00030400
030500     02  FILLER            PIC X(14) VALUE 'CONTROL'.             00030500
030600     02  FILLER            PIC X(1)  VALUE SPACES.                00030600
030700 01  CONTROL-LINE.                                                00030700
030800     02  FILLER            PIC X(1).                              00030800
030900     02  CTL-FILE-NAME     PIC X(15).                             00030900
031000     02  FILLER            PIC X(1).                              00031000
031100     02  CTL-BEFORE-COUNT  PIC ZZZZZZZ9.                          00031100
031200     02  FILLER            PIC X(1).                              00031200
031300     02  CTL-MOVED-COUNT   PIC ZZZZZZZ9.                          00031300
031400     02  FILLER            PIC X(1).                              00031400
031500     02  CTL-COMBINED-COUNT PIC ZZZZZZZ9.                         00031500
031600     02  FILLER            PIC X(1).                              00031600
031700     02  CTL-AFTER-COUNT   PIC ZZZZZZZ9.                          00031700
031800     02  FILLER            PIC X(1).                              00031800
031900     02  CTL-BEFORE-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.              00031900
032000     02  FILLER            PIC X(1).                              00032000
032100     02  CTL-MOVED-AMOUNT  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.              00032100
032200     02  FILLER            PIC X(1).                              00032200
032300     02  CTL-AFTER-AMOUNT  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.              00032300
032400     02  FILLER            PIC X(2).                              00032400
032500     02  CTL-STATUS        PIC X(14).                             00032500
032600     02  FILLER            PIC X(1).                              00032600
032700 01  MESSAGE-LINE.                                                00032700
032800     02  FILLER            PIC X(5).                              00032800
032900     02  MESSAGE-TEXT      PIC X(127).                            00032900
033000******************************************************************00033000
033100 PROCEDURE DIVISION.                                              00033100
033200     OPEN INPUT  MERGE-CARD-FILE                                  00033200
033300          I-O    CUSTOMER-MASTER                                  00033300
033400          OUTPUT MERGE-REPORT.                                    00033400
033500     ACCEPT RUN-DATE FROM DATE YYYYMMDD.                          00033500
033600     PERFORM INITIALIZE-CONTROL-TOTALS.                           00033600
033700     PERFORM COUNT-CUSTOMER-MASTER.                               00033700
033800     PERFORM WRITE-HEADER.                                        00033800
033900     PERFORM WRITE-CARD-HEADINGS.                                 00033900
034000     PERFORM GET-MERGE-CARD.                                      00034000
034100     PERFORM EDIT-MERGE-CARD UNTIL END-OF-CARDS.                  00034100
034200     PERFORM PRINT-CARD-COUNTS.                                   00034200
034300     IF MERGE-COUNT = ZERO                                        00034300
034400         MOVE SPACES TO MESSAGE-LINE                              00034400
034500         MOVE 'NO MERGE CARD ACCEPTED - NO FILE HAS BEEN CHANGED' 00034500
034600             TO MESSAGE-TEXT                                      00034600
034700         PERFORM WRITE-MESSAGE-DOUBLE                             00034700
034800         PERFORM RAISE-ERROR-SEVERITY                             00034800
034900     ELSE                                                         00034900
035000         PERFORM REKEY-OPEN-ITEMS                                 00035000
035100         PERFORM REKEY-HISTORY                                    00035100
035200         PERFORM REKEY-DUNNING-HISTORY                            00035200
035300         PERFORM REKEY-DISPUTES                                   00035300
035350         PERFORM REKEY-WRITE-OFF-HISTORY                          00035350
035400         PERFORM CHECK-CONTROL-TOTALS                             00035400
035500         IF ALL-FILES-BALANCED                                    00035500
035600             PERFORM APPLY-CUSTOMER-CHANGES                       00035600
035700         END-IF                                                   00035700
035800         PERFORM PRINT-CONTROL-REPORT                             00035800
035900     END-IF.                                                      00035900
036000     CLOSE MERGE-CARD-FILE                                        00036000
036100           CUSTOMER-MASTER                                        00036100
036200           MERGE-REPORT.                                          00036200
036300     MOVE HIGHEST-SEVERITY TO RETURN-CODE.                        00036300
036400     PERFORM WRITE-RUN-LOG.                                       00036400
036500     GOBACK.                                                      00036500
036600******************************************************************00036600
036700 INITIALIZE-CONTROL-TOTALS.                                       00036700
036750     MOVE 1 TO FILE-IX.                                           00036750
036800     PERFORM CLEAR-FILE-TOTALS UNTIL FILE-IX > 6.                 00036800
036900     MOVE 'CUSTOMER MASTER' TO FCT-FILE-NAME (1).                 00036900
037000     MOVE 'OPEN ITEMS' TO FCT-FILE-NAME (2).                      00037000
037100     MOVE 'HISTORY' TO FCT-FILE-NAME (3).                         00037100
037200     MOVE 'DUNNING HISTORY' TO FCT-FILE-NAME (4).                 00037200
037300     MOVE 'DISPUTES' TO FCT-FILE-NAME (5).                        00037300
037350     MOVE 'WRITE-OFF HIST' TO FCT-FILE-NAME (6).                  00037350
037400     MOVE 'NO ' TO FCT-AMOUNT-SWITCH (1).                         00037400
037500     MOVE 'YES' TO FCT-AMOUNT-SWITCH (2).                         00037500
037600     MOVE 'YES' TO FCT-AMOUNT-SWITCH (3).                         00037600
037700     MOVE 'NO ' TO FCT-AMOUNT-SWITCH (4).                         00037700
037800     MOVE 'YES' TO FCT-AMOUNT-SWITCH (5).                         00037800
037850     MOVE 'YES' TO FCT-AMOUNT-SWITCH (6).                         00037850
037852******************************************************************00037852
037854 CLEAR-FILE-TOTALS.                                               00037854
037856     MOVE ZERO TO FCT-BEFORE-COUNT (FILE-IX)                      00037856
037858                  FCT-MOVED-COUNT (FILE-IX)                       00037858
037860                  FCT-COMBINED-COUNT (FILE-IX)                    00037860
037862                  FCT-AFTER-COUNT (FILE-IX)                       00037862
037864                  FCT-BEFORE-AMOUNT (FILE-IX)                     00037864
037866                  FCT-MOVED-AMOUNT (FILE-IX)                      00037866
037868                  FCT-AFTER-AMOUNT (FILE-IX).                     00037868
037870     ADD 1 TO FILE-IX.                                            00037870
037900******************************************************************00037900
038000 COUNT-CUSTOMER-MASTER.                                           00038000
038100     MOVE SPACES TO CUSTOMER-SWITCH.                              00038100
038200     PERFORM GET-NEXT-CUSTOMER.                                   00038200
038300     PERFORM COUNT-ONE-CUSTOMER UNTIL END-OF-CUSTOMERS.           00038300
038400******************************************************************00038400
038500 COUNT-ONE-CUSTOMER.                                              00038500
038600     ADD 1 TO FCT-BEFORE-COUNT (1).                               00038600
038700     PERFORM GET-NEXT-CUSTOMER.                                   00038700
038800******************************************************************00038800
038900 GET-NEXT-CUSTOMER.                                               00038900
039000     READ CUSTOMER-MASTER NEXT RECORD AT END                      00039000
039100         MOVE 'EOF' TO CUSTOMER-SWITCH.                           00039100
039200******************************************************************00039200
039300 GET-MERGE-CARD.                                                  00039300
039400     READ MERGE-CARD-FILE AT END                                  00039400
039500         MOVE 'EOF' TO CARD-SWITCH.                               00039500
039600******************************************************************00039600
039700 EDIT-MERGE-CARD.                                                 00039700
039800     ADD 1 TO CARDS-READ.                                         00039800
039900     MOVE 'NO ' TO CARD-REJECT-SWITCH.                            00039900
040000     MOVE SPACES TO WORK-DISPOSITION.                             00040000
040100     MOVE SPACES TO CARD-LINE.                                    00040100
040200     MOVE MRG-OLD-ACCOUNT TO CARD-OLD-ACCOUNT.                    00040200
040300     MOVE MRG-NEW-ACCOUNT TO CARD-NEW-ACCOUNT.                    00040300
040400     MOVE MRG-OPERATOR TO CARD-OPERATOR.                          00040400
040500     PERFORM VALIDATE-MERGE-CARD.                                 00040500
040600     IF CARD-REJECTED                                             00040600
040700         ADD 1 TO REJECTED-COUNT                                  00040700
040800         PERFORM RAISE-WARNING-SEVERITY                           00040800
040900     ELSE                                                         00040900
041000         PERFORM ACCEPT-MERGE-CARD                                00041000
041100     END-IF.                                                      00041100
041200     PERFORM WRITE-CARD-LINE.                                     00041200
041300     PERFORM GET-MERGE-CARD.                                      00041300
041400******************************************************************00041400
041500 VALIDATE-MERGE-CARD.                                             00041500
041600     IF MRG-OLD-ACCOUNT NOT NUMERIC                               00041600
041700         MOVE 'YES' TO CARD-REJECT-SWITCH                         00041700
041800         MOVE 'OLD ACCOUNT NOT NUMERIC' TO WORK-DISPOSITION       00041800
041900     ELSE                                                         00041900
042000         IF MRG-NEW-ACCOUNT NOT NUMERIC                           00042000
042100             MOVE 'YES' TO CARD-REJECT-SWITCH                     00042100
042200             MOVE 'NEW ACCOUNT NOT NUMERIC' TO WORK-DISPOSITION   00042200
042300         ELSE                                                     00042300
042400             IF MRG-OLD-ACCOUNT-NO = MRG-NEW-ACCOUNT-NO           00042400
042500                 MOVE 'YES' TO CARD-REJECT-SWITCH                 00042500
042600                 MOVE 'OLD AND NEW ACCOUNT THE SAME'              00042600
042700                     TO WORK-DISPOSITION                          00042700
042800             ELSE                                                 00042800
042900                 IF MRG-OPERATOR = SPACES                         00042900
043000                     MOVE 'YES' TO CARD-REJECT-SWITCH             00043000
043100                     MOVE 'OPERATOR MISSING' TO WORK-DISPOSITION  00043100
043200                 ELSE                                             00043200
043300                     IF MERGE-COUNT NOT < 200                     00043300
043400                         MOVE 'YES' TO CARD-REJECT-SWITCH         00043400
043500                         MOVE 'MORE THAN 200 MERGE CARDS'         00043500
043600                             TO WORK-DISPOSITION                  00043600
043700                     END-IF                                       00043700
043800                 END-IF                                           00043800
043900             END-IF                                               00043900
044000         END-IF                                                   00044000
044100     END-IF.                                                      00044100
044200     IF NOT CARD-REJECTED                                         00044200
044300         PERFORM LOOKUP-CARD-ACCOUNTS                             00044300
044400         IF NOT OLD-ON-MASTER                                     00044400
044500            AND NOT NEW-ON-MASTER                                 00044500
044600             MOVE 'YES' TO CARD-REJECT-SWITCH                     00044600
044700             MOVE 'NEITHER ACCOUNT ON MASTER' TO WORK-DISPOSITION 00044700
044800         ELSE                                                     00044800
044900             MOVE 1 TO MERGE-IX                                   00044900
045000             PERFORM CHECK-EARLIER-CARD                           00045000
045100                 UNTIL CARD-REJECTED                              00045100
045200                    OR MERGE-IX > MERGE-COUNT                     00045200
045300         END-IF                                                   00045300
045400     END-IF.                                                      00045400
045500******************************************************************00045500
045600* THE OLD ACCOUNT'S MASTER RECORD IS KEPT FOR A RENUMBER. AN OLD  00045600
045700* ACCOUNT ALREADY DELETED FROM THE MASTER IS ALLOWED, SO RECORDS  00045700
045800* LEFT BEHIND BY AN EARLIER DELETE CAN BE MOVED TO THE SURVIVOR.  00045800
045900 LOOKUP-CARD-ACCOUNTS.                                            00045900
046000     MOVE 'NO ' TO OLD-ON-MASTER-SWITCH.                          00046000
046100     MOVE 'NO ' TO NEW-ON-MASTER-SWITCH.                          00046100
046200     MOVE SPACES TO OLD-CUSTOMER-RECORD.                          00046200
046300     MOVE MRG-OLD-ACCOUNT-NO TO CUST-ACCOUNT-NO.                  00046300
046400     READ CUSTOMER-MASTER                                         00046400
046500         INVALID KEY                                              00046500
046600             MOVE 'NOT ON CUSTOMER MASTER' TO CARD-OLD-NAME       00046600
046700         NOT INVALID KEY                                          00046700
046800             MOVE 'YES' TO OLD-ON-MASTER-SWITCH                   00046800
046900             MOVE CUSTOMER-MASTER-RECORD TO OLD-CUSTOMER-RECORD   00046900
047000             MOVE CUST-NAME TO CARD-OLD-NAME                      00047000
047100     END-READ.                                                    00047100
047200     MOVE MRG-NEW-ACCOUNT-NO TO CUST-ACCOUNT-NO.                  00047200
047300     READ CUSTOMER-MASTER                                         00047300
047400         INVALID KEY                                              00047400
047500             MOVE 'NOT ON CUSTOMER MASTER' TO CARD-NEW-NAME       00047500
047600         NOT INVALID KEY                                          00047600
047700             MOVE 'YES' TO NEW-ON-MASTER-SWITCH                   00047700
047800             MOVE CUST-NAME TO CARD-NEW-NAME                      00047800
047900     END-READ.                                                    00047900
048000******************************************************************00048000
048100* EACH ACCOUNT MAY BE MOVED ONCE AND ONLY IN ONE DIRECTION: NO    00048100
048200* CHAINS (A TO B, B TO C), AND ONLY ONE CARD MAY RENUMBER INTO A  00048200
048300* NEW ACCOUNT THAT IS NOT YET ON THE MASTER.                      00048300
048400 CHECK-EARLIER-CARD.                                              00048400
048500     IF MTB-OLD-ACCOUNT (MERGE-IX) = MRG-OLD-ACCOUNT-NO           00048500
048600         MOVE 'YES' TO CARD-REJECT-SWITCH                         00048600
048700         MOVE 'OLD ACCOUNT ON AN EARLIER CARD' TO WORK-DISPOSITION00048700
048800     ELSE                                                         00048800
048900         IF MTB-NEW-ACCOUNT (MERGE-IX) = MRG-OLD-ACCOUNT-NO       00048900
049000            OR MTB-OLD-ACCOUNT (MERGE-IX) = MRG-NEW-ACCOUNT-NO    00049000
049100             MOVE 'YES' TO CARD-REJECT-SWITCH                     00049100
049200             MOVE 'ACCOUNT CHAINED TO OTHER CARD'                 00049200
049300                 TO WORK-DISPOSITION                              00049300
049400         ELSE                                                     00049400
049500             IF MTB-NEW-ACCOUNT (MERGE-IX) = MRG-NEW-ACCOUNT-NO   00049500
049600                AND NOT NEW-ON-MASTER                             00049600
049700                 MOVE 'YES' TO CARD-REJECT-SWITCH                 00049700
049800                 MOVE 'NEW ACCOUNT ON AN EARLIER CARD'            00049800
049900                     TO WORK-DISPOSITION                          00049900
050000             END-IF                                               00050000
050100         END-IF                                                   00050100
050200     END-IF.                                                      00050200
050300     ADD 1 TO MERGE-IX.                                           00050300
050400******************************************************************00050400
050500 ACCEPT-MERGE-CARD.                                               00050500
050600     ADD 1 TO MERGE-COUNT.                                        00050600
050700     MOVE MRG-OLD-ACCOUNT-NO TO MTB-OLD-ACCOUNT (MERGE-COUNT).    00050700
050800     MOVE MRG-NEW-ACCOUNT-NO TO MTB-NEW-ACCOUNT (MERGE-COUNT).    00050800
050900     MOVE OLD-CUSTOMER-RECORD                                     00050900
051000         TO MTB-CUSTOMER-RECORD (MERGE-COUNT).                    00051000
051100     IF OLD-ON-MASTER                                             00051100
051200         IF NEW-ON-MASTER                                         00051200
051300             MOVE 'M' TO MTB-ACTION (MERGE-COUNT)                 00051300
051400             MOVE 'MERGE' TO CARD-ACTION                          00051400
051500             ADD 1 TO MERGED-COUNT                                00051500
051600         ELSE                                                     00051600
051700             MOVE 'R' TO MTB-ACTION (MERGE-COUNT)                 00051700
051800             MOVE 'RENUMBER' TO CARD-ACTION                       00051800
051900             ADD 1 TO RENUMBERED-COUNT                            00051900
052000         END-IF                                                   00052000
052100     ELSE                                                         00052100
052200         MOVE 'K' TO MTB-ACTION (MERGE-COUNT)                     00052200
052300         MOVE 'RE-KEY ONLY' TO CARD-ACTION                        00052300
052400         ADD 1 TO REKEY-ONLY-COUNT                                00052400
052500     END-IF.                                                      00052500
052600     MOVE 'ACCEPTED' TO WORK-DISPOSITION.                         00052600
052700******************************************************************00052700
052800 FIND-MERGE-ENTRY.                                                00052800
052900     MOVE 'NO ' TO MERGE-FOUND-SWITCH.                            00052900
053000     MOVE 1 TO MERGE-IX.                                          00053000
053100     PERFORM CHECK-MERGE-ENTRY                                    00053100
053200         UNTIL MERGE-FOUND                                        00053200
053300            OR MERGE-IX > MERGE-COUNT.                            00053300
053400******************************************************************00053400
053500 CHECK-MERGE-ENTRY.                                               00053500
053600     IF MTB-OLD-ACCOUNT (MERGE-IX) = LOOKUP-ACCOUNT               00053600
053700         MOVE 'YES' TO MERGE-FOUND-SWITCH                         00053700
053800     ELSE                                                         00053800
053900         ADD 1 TO MERGE-IX                                        00053900
054000     END-IF.                                                      00054000
054100******************************************************************00054100
054200* EACH SEQUENTIAL MASTER IS RE-KEYED THROUGH A SORT SO THE MOVED  00054200
054300* RECORDS FALL INTO THEIR NEW PLACE. A MOVED RECORD IS FLAGGED SO 00054300
054400* THE SURVIVING ACCOUNT'S OWN RECORD SORTS AHEAD OF IT AND A      00054400
054500* DUPLICATE KEY IS ONLY COMBINED WHEN A MOVE CREATED IT.          00054500
054600 REKEY-OPEN-ITEMS.                                                00054600
054700     SORT ITEM-SORT-FILE                                          00054700
054800         ON ASCENDING KEY SRT-ITEM-ACCOUNT                        00054800
054900                          SRT-ITEM-REFERENCE                      00054900
055000                          SRT-ITEM-MOVED                          00055000
055100         INPUT PROCEDURE RELEASE-OPEN-ITEMS                       00055100
055200         OUTPUT PROCEDURE WRITE-OPEN-ITEMS.                       00055200
055300******************************************************************00055300
055400 RELEASE-OPEN-ITEMS.                                              00055400
055500     OPEN INPUT OPEN-ITEM-IN-FILE.                                00055500
055600     MOVE SPACES TO INPUT-SWITCH.                                 00055600
055700     PERFORM GET-OPEN-ITEM.                                       00055700
055800     PERFORM RELEASE-ONE-OPEN-ITEM UNTIL END-OF-INPUT.            00055800
055900     CLOSE OPEN-ITEM-IN-FILE.                                     00055900
056000******************************************************************00056000
056100 GET-OPEN-ITEM.                                                   00056100
056200     READ OPEN-ITEM-IN-FILE AT END                                00056200
056300         MOVE 'EOF' TO INPUT-SWITCH.                              00056300
056400******************************************************************00056400
056500 RELEASE-ONE-OPEN-ITEM.                                           00056500
056600     ADD 1 TO FCT-BEFORE-COUNT (2).                               00056600
056700     ADD OITEM-BALANCE TO FCT-BEFORE-AMOUNT (2).                  00056700
056800     MOVE OPEN-ITEM-RECORD TO SRT-ITEM-DATA.                      00056800
056900     MOVE SPACE TO SRT-ITEM-MOVED.                                00056900
057000     MOVE OITEM-ACCOUNT TO LOOKUP-ACCOUNT.                        00057000
057100     PERFORM FIND-MERGE-ENTRY.                                    00057100
057200     IF MERGE-FOUND                                               00057200
057300         MOVE MTB-NEW-ACCOUNT (MERGE-IX) TO SRT-ITEM-ACCOUNT      00057300
057400         MOVE 'M' TO SRT-ITEM-MOVED                               00057400
057500         ADD 1 TO FCT-MOVED-COUNT (2)                             00057500
057600         ADD OITEM-BALANCE TO FCT-MOVED-AMOUNT (2)                00057600
057700     END-IF.                                                      00057700
057800     RELEASE ITEM-SORT-RECORD.                                    00057800
057900     PERFORM GET-OPEN-ITEM.                                       00057900
058000******************************************************************00058000
058100 WRITE-OPEN-ITEMS.                                                00058100
058200     OPEN OUTPUT OPEN-ITEM-OUT-FILE.                              00058200
058300     MOVE 'NO ' TO HELD-SWITCH.                                   00058300
058400     MOVE SPACES TO SORT-SWITCH.                                  00058400
058500     PERFORM GET-SORTED-ITEM.                                     00058500
058600     PERFORM COMBINE-SORTED-ITEM UNTIL END-OF-SORT.               00058600
058700     IF RECORD-HELD                                               00058700
058800         PERFORM WRITE-HELD-ITEM                                  00058800
058900     END-IF.                                                      00058900
059000     CLOSE OPEN-ITEM-OUT-FILE.                                    00059000
059100******************************************************************00059100
059200 GET-SORTED-ITEM.                                                 00059200
059300     RETURN ITEM-SORT-FILE AT END                                 00059300
059400         MOVE 'EOF' TO SORT-SWITCH.                               00059400
059500******************************************************************00059500
059600* TWO ITEMS WITH ONE REFERENCE ON THE SURVIVING ACCOUNT BECOME    00059600
059700* ONE: AMOUNTS ADDED, EARLIER OPEN DATE KEPT, OPEN IF EITHER WAS. 00059700
059800 COMBINE-SORTED-ITEM.                                             00059800
059900     IF RECORD-HELD                                               00059900
060000        AND SRT-ITEM-ACCOUNT = HELD-ITEM-ACCOUNT                  00060000
060100        AND SRT-ITEM-REFERENCE = HELD-ITEM-REFERENCE              00060100
060200        AND (SRT-ITEM-MOVED = 'M' OR HELD-ITEM-MOVED = 'M')       00060200
060300         ADD SRT-ITEM-ORIG-AMOUNT TO HELD-ITEM-ORIG-AMOUNT        00060300
060400         ADD SRT-ITEM-BALANCE TO HELD-ITEM-BALANCE                00060400
060500         IF SRT-ITEM-OPEN-DATE < HELD-ITEM-OPEN-DATE              00060500
060600             MOVE SRT-ITEM-OPEN-DATE TO HELD-ITEM-OPEN-DATE       00060600
060700         END-IF                                                   00060700
060800         IF SRT-ITEM-STATUS = 'O'                                 00060800
060900             MOVE 'O' TO HELD-ITEM-STATUS                         00060900
061000         END-IF                                                   00061000
061100         MOVE 'M' TO HELD-ITEM-MOVED                              00061100
061200         ADD 1 TO FCT-COMBINED-COUNT (2)                          00061200
061300     ELSE                                                         00061300
061400         IF RECORD-HELD                                           00061400
061500             PERFORM WRITE-HELD-ITEM                              00061500
061600         END-IF                                                   00061600
061700         MOVE ITEM-SORT-RECORD TO HELD-ITEM-RECORD                00061700
061800         MOVE 'YES' TO HELD-SWITCH                                00061800
061900     END-IF.                                                      00061900
062000     PERFORM GET-SORTED-ITEM.                                     00062000
062100******************************************************************00062100
062200 WRITE-HELD-ITEM.                                                 00062200
062300     WRITE OPEN-ITEM-OUT-RECORD FROM HELD-ITEM-DATA.              00062300
062400     ADD 1 TO FCT-AFTER-COUNT (2).                                00062400
062500     ADD HELD-ITEM-BALANCE TO FCT-AFTER-AMOUNT (2).               00062500
062600******************************************************************00062600
062700 REKEY-HISTORY.                                                   00062700
062800     SORT HISTORY-SORT-FILE                                       00062800
062900         ON ASCENDING KEY SRT-HIST-ACCOUNT                        00062900
063000                          SRT-HIST-TRAN-DATE                      00063000
063100         WITH DUPLICATES IN ORDER                                 00063100
063200         INPUT PROCEDURE RELEASE-HISTORY                          00063200
063300         OUTPUT PROCEDURE WRITE-HISTORY.                          00063300
063400******************************************************************00063400
063500 RELEASE-HISTORY.                                                 00063500
063600     OPEN INPUT HISTORY-IN-FILE.                                  00063600
063700     MOVE SPACES TO INPUT-SWITCH.                                 00063700
063800     PERFORM GET-HISTORY.                                         00063800
063900     PERFORM RELEASE-ONE-HISTORY UNTIL END-OF-INPUT.              00063900
064000     CLOSE HISTORY-IN-FILE.                                       00064000
064100******************************************************************00064100
064200 GET-HISTORY.                                                     00064200
064300     READ HISTORY-IN-FILE AT END                                  00064300
064400         MOVE 'EOF' TO INPUT-SWITCH.                              00064400
064500******************************************************************00064500
064600 RELEASE-ONE-HISTORY.                                             00064600
064700     ADD 1 TO FCT-BEFORE-COUNT (3).                               00064700
064800     ADD HIST-NET-AMOUNT TO FCT-BEFORE-AMOUNT (3).                00064800
064900     MOVE HISTORY-RECORD TO SRT-HIST-DATA.                        00064900
065000     MOVE SPACE TO SRT-HIST-MOVED.                                00065000
065100     MOVE HIST-ACCOUNT TO LOOKUP-ACCOUNT.                         00065100
065200     PERFORM FIND-MERGE-ENTRY.                                    00065200
065300     IF MERGE-FOUND                                               00065300
065400         MOVE MTB-NEW-ACCOUNT (MERGE-IX) TO SRT-HIST-ACCOUNT      00065400
065500         MOVE 'M' TO SRT-HIST-MOVED                               00065500
065600         ADD 1 TO FCT-MOVED-COUNT (3)                             00065600
065700         ADD HIST-NET-AMOUNT TO FCT-MOVED-AMOUNT (3)              00065700
065800     END-IF.                                                      00065800
065900     RELEASE HISTORY-SORT-RECORD.                                 00065900
066000     PERFORM GET-HISTORY.                                         00066000
066100******************************************************************00066100
066200 WRITE-HISTORY.                                                   00066200
066300     OPEN OUTPUT HISTORY-OUT-FILE.                                00066300
066400     MOVE SPACES TO SORT-SWITCH.                                  00066400
066500     PERFORM GET-SORTED-HISTORY.                                  00066500
066600     PERFORM WRITE-SORTED-HISTORY UNTIL END-OF-SORT.              00066600
066700     CLOSE HISTORY-OUT-FILE.                                      00066700
066800******************************************************************00066800
066900 GET-SORTED-HISTORY.                                              00066900
067000     RETURN HISTORY-SORT-FILE AT END                              00067000
067100         MOVE 'EOF' TO SORT-SWITCH.                               00067100
067200******************************************************************00067200
067300 WRITE-SORTED-HISTORY.                                            00067300
067400     WRITE HISTORY-OUT-RECORD FROM SRT-HIST-DATA.                 00067400
067500     ADD 1 TO FCT-AFTER-COUNT (3).                                00067500
067600     ADD SRT-HIST-NET-AMOUNT TO FCT-AFTER-AMOUNT (3).             00067600
067700     PERFORM GET-SORTED-HISTORY.                                  00067700
067800******************************************************************00067800
067900 REKEY-DUNNING-HISTORY.                                           00067900
068000     SORT DUNNING-SORT-FILE                                       00068000
068100         ON ASCENDING KEY SRT-DUN-ACCOUNT                         00068100
068200                          SRT-DUN-MOVED                           00068200
068300         INPUT PROCEDURE RELEASE-DUNNING-HISTORY                  00068300
068400         OUTPUT PROCEDURE WRITE-DUNNING-HISTORY.                  00068400
068500******************************************************************00068500
068600 RELEASE-DUNNING-HISTORY.                                         00068600
068700     OPEN INPUT DUN-HIST-IN-FILE.                                 00068700
068800     MOVE SPACES TO INPUT-SWITCH.                                 00068800
068900     PERFORM GET-DUNNING-HISTORY.                                 00068900
069000     PERFORM RELEASE-ONE-DUNNING UNTIL END-OF-INPUT.              00069000
069100     CLOSE DUN-HIST-IN-FILE.                                      00069100
069200******************************************************************00069200
069300 GET-DUNNING-HISTORY.                                             00069300
069400     READ DUN-HIST-IN-FILE AT END                                 00069400
069500         MOVE 'EOF' TO INPUT-SWITCH.                              00069500
069600******************************************************************00069600
069700 RELEASE-ONE-DUNNING.                                             00069700
069800     ADD 1 TO FCT-BEFORE-COUNT (4).                               00069800
069900     MOVE DUNNING-HISTORY-RECORD TO SRT-DUN-DATA.                 00069900
070000     MOVE SPACE TO SRT-DUN-MOVED.                                 00070000
070100     MOVE DUNH-ACCOUNT TO LOOKUP-ACCOUNT.                         00070100
070200     PERFORM FIND-MERGE-ENTRY.                                    00070200
070300     IF MERGE-FOUND                                               00070300
070400         MOVE MTB-NEW-ACCOUNT (MERGE-IX) TO SRT-DUN-ACCOUNT       00070400
070500         MOVE 'M' TO SRT-DUN-MOVED                                00070500
070600         ADD 1 TO FCT-MOVED-COUNT (4)                             00070600
070700     END-IF.                                                      00070700
070800     RELEASE DUNNING-SORT-RECORD.                                 00070800
070900     PERFORM GET-DUNNING-HISTORY.                                 00070900
071000******************************************************************00071000
071100 WRITE-DUNNING-HISTORY.                                           00071100
071200     OPEN OUTPUT DUN-HIST-OUT-FILE.                               00071200
071300     MOVE 'NO ' TO HELD-SWITCH.                                   00071300
071400     MOVE SPACES TO SORT-SWITCH.                                  00071400
071500     PERFORM GET-SORTED-DUNNING.                                  00071500
071600     PERFORM COMBINE-SORTED-DUNNING UNTIL END-OF-SORT.            00071600
071700     IF RECORD-HELD                                               00071700
071800         PERFORM WRITE-HELD-DUNNING                               00071800
071900     END-IF.                                                      00071900
072000     CLOSE DUN-HIST-OUT-FILE.                                     00072000
072100******************************************************************00072100
072200 GET-SORTED-DUNNING.                                              00072200
072300     RETURN DUNNING-SORT-FILE AT END                              00072300
072400         MOVE 'EOF' TO SORT-SWITCH.                               00072400
072500******************************************************************00072500
072600* THE SURVIVING ACCOUNT KEEPS THE HIGHEST DUNNING LEVEL REACHED BY00072600
072700* EITHER ACCOUNT AND THE LATER OF THE TWO LAST-LETTER DATES.      00072700
072800 COMBINE-SORTED-DUNNING.                                          00072800
072900     IF RECORD-HELD                                               00072900
073000        AND SRT-DUN-ACCOUNT = HELD-DUN-ACCOUNT                    00073000
073100        AND (SRT-DUN-MOVED = 'M' OR HELD-DUN-MOVED = 'M')         00073100
073200         IF SRT-DUN-LAST-LEVEL > HELD-DUN-LAST-LEVEL              00073200
073300             MOVE SRT-DUN-LAST-LEVEL TO HELD-DUN-LAST-LEVEL       00073300
073400         END-IF                                                   00073400
073500         IF SRT-DUN-LAST-DATE > HELD-DUN-LAST-DATE                00073500
073600             MOVE SRT-DUN-LAST-DATE TO HELD-DUN-LAST-DATE         00073600
073700         END-IF                                                   00073700
073800         MOVE 'M' TO HELD-DUN-MOVED                               00073800
073900         ADD 1 TO FCT-COMBINED-COUNT (4)                          00073900
074000     ELSE                                                         00074000
074100         IF RECORD-HELD                                           00074100
074200             PERFORM WRITE-HELD-DUNNING                           00074200
074300         END-IF                                                   00074300
074400         MOVE DUNNING-SORT-RECORD TO HELD-DUN-RECORD              00074400
074500         MOVE 'YES' TO HELD-SWITCH                                00074500
074600     END-IF.                                                      00074600
074700     PERFORM GET-SORTED-DUNNING.                                  00074700
074800******************************************************************00074800
074900 WRITE-HELD-DUNNING.                                              00074900
075000     WRITE DUN-HIST-OUT-RECORD FROM HELD-DUN-DATA.                00075000
075100     ADD 1 TO FCT-AFTER-COUNT (4).                                00075100
075200******************************************************************00075200
075300 REKEY-DISPUTES.                                                  00075300
075400     SORT DISPUTE-SORT-FILE                                       00075400
075500         ON ASCENDING KEY SRT-DSP-ACCOUNT                         00075500
075600                          SRT-DSP-REFERENCE                       00075600
075700                          SRT-DSP-MOVED                           00075700
075800         INPUT PROCEDURE RELEASE-DISPUTES                         00075800
075900         OUTPUT PROCEDURE WRITE-DISPUTES.                         00075900
076000******************************************************************00076000
076100 RELEASE-DISPUTES.                                                00076100
076200     OPEN INPUT DISPUTE-IN-FILE.                                  00076200
076300     MOVE SPACES TO INPUT-SWITCH.                                 00076300
076400     PERFORM GET-DISPUTE.                                         00076400
076500     PERFORM RELEASE-ONE-DISPUTE UNTIL END-OF-INPUT.              00076500
076600     CLOSE DISPUTE-IN-FILE.                                       00076600
076700******************************************************************00076700
076800 GET-DISPUTE.                                                     00076800
076900     READ DISPUTE-IN-FILE AT END                                  00076900
077000         MOVE 'EOF' TO INPUT-SWITCH.                              00077000
077100******************************************************************00077100
077200 RELEASE-ONE-DISPUTE.                                             00077200
077300     ADD 1 TO FCT-BEFORE-COUNT (5).                               00077300
077400     ADD DSP-AMOUNT TO FCT-BEFORE-AMOUNT (5).                     00077400
077500     MOVE DISPUTE-RECORD TO SRT-DSP-DATA.                         00077500
077600     MOVE SPACE TO SRT-DSP-MOVED.                                 00077600
077700     MOVE DSP-ACCOUNT TO LOOKUP-ACCOUNT.                          00077700
077800     PERFORM FIND-MERGE-ENTRY.                                    00077800
077900     IF MERGE-FOUND                                               00077900
078000         MOVE MTB-NEW-ACCOUNT (MERGE-IX) TO SRT-DSP-ACCOUNT       00078000
078100         MOVE 'M' TO SRT-DSP-MOVED                                00078100
078200         ADD 1 TO FCT-MOVED-COUNT (5)                             00078200
078300         ADD DSP-AMOUNT TO FCT-MOVED-AMOUNT (5)                   00078300
078400     END-IF.                                                      00078400
078500     RELEASE DISPUTE-SORT-RECORD.                                 00078500
078600     PERFORM GET-DISPUTE.                                         00078600
078700******************************************************************00078700
078800 WRITE-DISPUTES.                                                  00078800
078900     OPEN OUTPUT DISPUTE-OUT-FILE.                                00078900
079000     MOVE 'NO ' TO HELD-SWITCH.                                   00079000
079100     MOVE SPACES TO SORT-SWITCH.                                  00079100
079200     PERFORM GET-SORTED-DISPUTE.                                  00079200
079300     PERFORM COMBINE-SORTED-DISPUTE UNTIL END-OF-SORT.            00079300
079400     IF RECORD-HELD                                               00079400
079500         PERFORM WRITE-HELD-DISPUTE                               00079500
079600     END-IF.                                                      00079600
079700     CLOSE DISPUTE-OUT-FILE.                                      00079700
079800******************************************************************00079800
079900 GET-SORTED-DISPUTE.                                              00079900
080000     RETURN DISPUTE-SORT-FILE AT END                              00080000
080100         MOVE 'EOF' TO SORT-SWITCH.                               00080100
080200******************************************************************00080200
080300* DISPUTES ON THE SAME ITEM FOLLOW THEIR COMBINED OPEN ITEM: THE  00080300
080400* AMOUNTS ARE ADDED, THE EARLIER OPENED DATE IS KEPT, AND THE     00080400
080500* DISPUTE STAYS OPEN IF EITHER WAS STILL OPEN.                    00080500
080600 COMBINE-SORTED-DISPUTE.                                          00080600
080700     IF RECORD-HELD                                               00080700
080800        AND SRT-DSP-ACCOUNT = HELD-DSP-ACCOUNT                    00080800
080900        AND SRT-DSP-REFERENCE = HELD-DSP-REFERENCE                00080900
081000        AND (SRT-DSP-MOVED = 'M' OR HELD-DSP-MOVED = 'M')         00081000
081100         ADD SRT-DSP-AMOUNT TO HELD-DSP-AMOUNT                    00081100
081200         IF SRT-DSP-OPENED-DATE < HELD-DSP-OPENED-DATE            00081200
081300             MOVE SRT-DSP-OPENED-DATE TO HELD-DSP-OPENED-DATE     00081300
081400         END-IF                                                   00081400
081500         PERFORM COMBINE-DISPUTE-STATUS                           00081500
081600         MOVE 'M' TO HELD-DSP-MOVED                               00081600
081700         ADD 1 TO FCT-COMBINED-COUNT (5)                          00081700
081800     ELSE                                                         00081800
081900         IF RECORD-HELD                                           00081900
082000             PERFORM WRITE-HELD-DISPUTE                           00082000
082100         END-IF                                                   00082100
082200         MOVE DISPUTE-SORT-RECORD TO HELD-DSP-RECORD              00082200
082300         MOVE 'YES' TO HELD-SWITCH                                00082300
082400     END-IF.                                                      00082400
082500     PERFORM GET-SORTED-DISPUTE.                                  00082500
082600******************************************************************00082600
082700 COMBINE-DISPUTE-STATUS.                                          00082700
082800     IF HELD-DSP-RESOLVED-DATE NOT = ZERO                         00082800
082900         IF SRT-DSP-RESOLVED-DATE = ZERO                          00082900
083000             MOVE ZERO TO HELD-DSP-RESOLVED-DATE                  00083000
083100             MOVE SRT-DSP-RESOLUTION TO HELD-DSP-RESOLUTION       00083100
083200             MOVE SRT-DSP-REASON TO HELD-DSP-REASON               00083200
083300             MOVE SRT-DSP-OPERATOR TO HELD-DSP-OPERATOR           00083300
083400         ELSE                                                     00083400
083500             IF SRT-DSP-RESOLVED-DATE > HELD-DSP-RESOLVED-DATE    00083500
083600                 MOVE SRT-DSP-RESOLVED-DATE                       00083600
083700                     TO HELD-DSP-RESOLVED-DATE                    00083700
083800                 MOVE SRT-DSP-RESOLUTION TO HELD-DSP-RESOLUTION   00083800
083900             END-IF                                               00083900
084000         END-IF                                                   00084000
084100     END-IF.                                                      00084100
084200******************************************************************00084200
084300 WRITE-HELD-DISPUTE.                                              00084300
084400     WRITE DISPUTE-OUT-RECORD FROM HELD-DSP-DATA.                 00084400
084500     ADD 1 TO FCT-AFTER-COUNT (5).                                00084500
084600     ADD HELD-DSP-AMOUNT TO FCT-AFTER-AMOUNT (5).                 00084600
084700******************************************************************00084700
084701 REKEY-WRITE-OFF-HISTORY.                                         00084701
084702     SORT WOH-SORT-FILE                                           00084702
084703         ON ASCENDING KEY SRT-WOH-ACCOUNT                         00084703
084704                          SRT-WOH-REFERENCE                       00084704
084705                          SRT-WOH-MOVED                           00084705
084706         INPUT PROCEDURE RELEASE-WRITE-OFF-HISTORY                00084706
084707         OUTPUT PROCEDURE WRITE-WRITE-OFF-HISTORY.                00084707
084708******************************************************************00084708
084709 RELEASE-WRITE-OFF-HISTORY.                                       00084709
084710     OPEN INPUT WOH-IN-FILE.                                      00084710
084711     MOVE SPACES TO INPUT-SWITCH.                                 00084711
084712     PERFORM GET-WRITE-OFF.                                       00084712
084713     PERFORM RELEASE-ONE-WRITE-OFF UNTIL END-OF-INPUT.            00084713
084714     CLOSE WOH-IN-FILE.                                           00084714
084715******************************************************************00084715
084716 GET-WRITE-OFF.                                                   00084716
084717     READ WOH-IN-FILE AT END                                      00084717
084718         MOVE 'EOF' TO INPUT-SWITCH.                              00084718
084719******************************************************************00084719
084720 RELEASE-ONE-WRITE-OFF.                                           00084720
084721     ADD 1 TO FCT-BEFORE-COUNT (6).                               00084721
084722     ADD WOH-AMOUNT TO FCT-BEFORE-AMOUNT (6).                     00084722
084723     MOVE WRITE-OFF-HISTORY-RECORD TO SRT-WOH-DATA.               00084723
084724     MOVE SPACE TO SRT-WOH-MOVED.                                 00084724
084725     MOVE WOH-ACCOUNT TO LOOKUP-ACCOUNT.                          00084725
084726     PERFORM FIND-MERGE-ENTRY.                                    00084726
084727     IF MERGE-FOUND                                               00084727
084728         MOVE MTB-NEW-ACCOUNT (MERGE-IX) TO SRT-WOH-ACCOUNT       00084728
084729         MOVE 'M' TO SRT-WOH-MOVED                                00084729
084730         ADD 1 TO FCT-MOVED-COUNT (6)                             00084730
084731         ADD WOH-AMOUNT TO FCT-MOVED-AMOUNT (6)                   00084731
084732     END-IF.                                                      00084732
084733     RELEASE WOH-SORT-RECORD.                                     00084733
084734     PERFORM GET-WRITE-OFF.                                       00084734
084735******************************************************************00084735
084736 WRITE-WRITE-OFF-HISTORY.                                         00084736
084737     OPEN OUTPUT WOH-OUT-FILE.                                    00084737
084738     MOVE 'NO ' TO HELD-SWITCH.                                   00084738
084739     MOVE SPACES TO SORT-SWITCH.                                  00084739
084740     PERFORM GET-SORTED-WRITE-OFF.                                00084740
084741     PERFORM COMBINE-SORTED-WRITE-OFF UNTIL END-OF-SORT.          00084741
084742     IF RECORD-HELD                                               00084742
084743         PERFORM WRITE-HELD-WRITE-OFF                             00084743
084744     END-IF.                                                      00084744
084745     CLOSE WOH-OUT-FILE.                                          00084745
084746******************************************************************00084746
084747 GET-SORTED-WRITE-OFF.                                            00084747
084748     RETURN WOH-SORT-FILE AT END                                  00084748
084749         MOVE 'EOF' TO SORT-SWITCH.                               00084749
084750******************************************************************00084750
084751* WRITE-OFFS OF THE SAME ITEM FOLLOW THEIR COMBINED OPEN ITEM: THE00084751
084752* AMOUNTS WRITTEN OFF AND RECOVERED ARE ADDED, THE EARLIER        00084752
084753* WRITE-OFF DATE IS KEPT, AND THE LATER CHECKED DATE SO NO PAYMENT00084753
084754* IS COUNTED AS A RECOVERY TWICE.                                 00084754
084755 COMBINE-SORTED-WRITE-OFF.                                        00084755
084756     IF RECORD-HELD                                               00084756
084757        AND SRT-WOH-ACCOUNT = HELD-WOH-ACCOUNT                    00084757
084758        AND SRT-WOH-REFERENCE = HELD-WOH-REFERENCE                00084758
084759        AND (SRT-WOH-MOVED = 'M' OR HELD-WOH-MOVED = 'M')         00084759
084760         ADD SRT-WOH-AMOUNT TO HELD-WOH-AMOUNT                    00084760
084761         ADD SRT-WOH-RECOVERED TO HELD-WOH-RECOVERED              00084761
084762         IF SRT-WOH-WRITEOFF-DATE < HELD-WOH-WRITEOFF-DATE        00084762
084763             MOVE SRT-WOH-WRITEOFF-DATE TO HELD-WOH-WRITEOFF-DATE 00084763
084764         END-IF                                                   00084764
084765         IF SRT-WOH-CHECKED-DATE > HELD-WOH-CHECKED-DATE          00084765
084766             MOVE SRT-WOH-CHECKED-DATE TO HELD-WOH-CHECKED-DATE   00084766
084767         END-IF                                                   00084767
084768         MOVE 'M' TO HELD-WOH-MOVED                               00084768
084769         ADD 1 TO FCT-COMBINED-COUNT (6)                          00084769
084770     ELSE                                                         00084770
084771         IF RECORD-HELD                                           00084771
084772             PERFORM WRITE-HELD-WRITE-OFF                         00084772
084773         END-IF                                                   00084773
084774         MOVE WOH-SORT-RECORD TO HELD-WOH-RECORD                  00084774
084775         MOVE 'YES' TO HELD-SWITCH                                00084775
084776     END-IF.                                                      00084776
084777     PERFORM GET-SORTED-WRITE-OFF.                                00084777
084778******************************************************************00084778
084779 WRITE-HELD-WRITE-OFF.                                            00084779
084780     WRITE WOH-OUT-RECORD FROM HELD-WOH-DATA.                     00084780
084781     ADD 1 TO FCT-AFTER-COUNT (6).                                00084781
084782     ADD HELD-WOH-AMOUNT TO FCT-AFTER-AMOUNT (6).                 00084782
084783******************************************************************00084783
084800* EVERY RE-KEYED FILE MUST COME OUT WITH THE SAME BALANCE AND WITH00084800
084900* ITS RECORD COUNT DOWN ONLY BY THE RECORDS COMBINED. THE CUSTOMER00084900
085000* MASTER IS NOT TOUCHED UNTIL ALL FIVE FILES AGREE.               00085000
085100 CHECK-CONTROL-TOTALS.                                            00085100
085200     MOVE 'YES' TO BALANCE-SWITCH.                                00085200
085300     MOVE 2 TO FILE-IX.                                           00085300
085400     PERFORM CHECK-FILE-TOTALS UNTIL FILE-IX > 6.                 00085400
085500******************************************************************00085500
085600 CHECK-FILE-TOTALS.                                               00085600
085700     IF FCT-AFTER-COUNT (FILE-IX) + FCT-COMBINED-COUNT (FILE-IX)  00085700
085800            NOT = FCT-BEFORE-COUNT (FILE-IX)                      00085800
085900        OR FCT-AFTER-AMOUNT (FILE-IX)                             00085900
086000            NOT = FCT-BEFORE-AMOUNT (FILE-IX)                     00086000
086100         MOVE 'NO ' TO BALANCE-SWITCH                             00086100
086200     END-IF.                                                      00086200
086300     ADD 1 TO FILE-IX.                                            00086300
086400******************************************************************00086400
086500 APPLY-CUSTOMER-CHANGES.                                          00086500
086600     MOVE FCT-BEFORE-COUNT (1) TO FCT-AFTER-COUNT (1).            00086600
086700     MOVE 1 TO MERGE-IX.                                          00086700
086800     PERFORM APPLY-ONE-CUSTOMER-CHANGE                            00086800
086900         UNTIL MERGE-IX > MERGE-COUNT.                            00086900
087000     IF FCT-AFTER-COUNT (1) + FCT-COMBINED-COUNT (1)              00087000
087100            NOT = FCT-BEFORE-COUNT (1)                            00087100
087200         MOVE 'NO ' TO BALANCE-SWITCH                             00087200
087300     END-IF.                                                      00087300
087400******************************************************************00087400
087500* A MERGE DROPS THE OLD MASTER RECORD. A RENUMBER WRITES THE OLD  00087500
087600* RECORD UNDER THE NEW ACCOUNT NUMBER AND THEN DROPS THE OLD ONE. 00087600
087700 APPLY-ONE-CUSTOMER-CHANGE.                                       00087700
087800     IF MTB-MERGE (MERGE-IX)                                      00087800
087900         ADD 1 TO FCT-COMBINED-COUNT (1)                          00087900
088000         PERFORM DELETE-OLD-CUSTOMER                              00088000
088100     ELSE                                                         00088100
088200         IF MTB-RENUMBER (MERGE-IX)                               00088200
088300             ADD 1 TO FCT-MOVED-COUNT (1)                         00088300
088400             MOVE MTB-CUSTOMER-RECORD (MERGE-IX)                  00088400
088500                 TO CUSTOMER-MASTER-RECORD                        00088500
088600             MOVE MTB-NEW-ACCOUNT (MERGE-IX) TO CUST-ACCOUNT-NO   00088600
088700             WRITE CUSTOMER-MASTER-RECORD                         00088700
088800                 INVALID KEY                                      00088800
088900                     MOVE 'WRITE FAILED' TO WORK-DISPOSITION      00088900
089000                     PERFORM REPORT-CUSTOMER-FAILURE              00089000
089100                 NOT INVALID KEY                                  00089100
089200                     ADD 1 TO FCT-AFTER-COUNT (1)                 00089200
089300                     PERFORM DELETE-OLD-CUSTOMER                  00089300
089400             END-WRITE                                            00089400
089500         END-IF                                                   00089500
089600     END-IF.                                                      00089600
089700     ADD 1 TO MERGE-IX.                                           00089700
089800******************************************************************00089800
089900 DELETE-OLD-CUSTOMER.                                             00089900
090000     MOVE MTB-OLD-ACCOUNT (MERGE-IX) TO CUST-ACCOUNT-NO.          00090000
090100     DELETE CUSTOMER-MASTER                                       00090100
090200         INVALID KEY                                              00090200
090300             MOVE 'DELETE FAILED' TO WORK-DISPOSITION             00090300
090400             PERFORM REPORT-CUSTOMER-FAILURE                      00090400
090500         NOT INVALID KEY                                          00090500
090600             SUBTRACT 1 FROM FCT-AFTER-COUNT (1)                  00090600
090700     END-DELETE.                                                  00090700
090800******************************************************************00090800
090900 REPORT-CUSTOMER-FAILURE.                                         00090900
091000     MOVE SPACES TO MESSAGE-LINE.                                 00091000
091100     STRING 'CUSTOMER MASTER ' DELIMITED BY SIZE                  00091100
091200            WORK-DISPOSITION DELIMITED BY '  '                    00091200
091300            ' FOR ACCOUNT ' DELIMITED BY SIZE                     00091300
091400            CUST-ACCOUNT-NO DELIMITED BY SIZE                     00091400
091500       INTO MESSAGE-TEXT.                                         00091500
091600     PERFORM WRITE-MESSAGE-LINE.                                  00091600
091700     PERFORM RAISE-ERROR-SEVERITY.                                00091700
091800******************************************************************00091800
091900 PRINT-CARD-COUNTS.                                               00091900
092000     MOVE SPACES TO MESSAGE-LINE.                                 00092000
092100     STRING 'MERGE CARDS READ: ' DELIMITED BY SIZE                00092100
092200            CARDS-READ DELIMITED BY SIZE                          00092200
092300            '  REJECTED: ' DELIMITED BY SIZE                      00092300
092400            REJECTED-COUNT DELIMITED BY SIZE                      00092400
092500            '  MERGES: ' DELIMITED BY SIZE                        00092500
092600            MERGED-COUNT DELIMITED BY SIZE                        00092600
092700            '  RENUMBERS: ' DELIMITED BY SIZE                     00092700
092800            RENUMBERED-COUNT DELIMITED BY SIZE                    00092800
092900            '  RE-KEY ONLY: ' DELIMITED BY SIZE                   00092900
093000            REKEY-ONLY-COUNT DELIMITED BY SIZE                    00093000
093100       INTO MESSAGE-TEXT.                                         00093100
093200     PERFORM WRITE-MESSAGE-DOUBLE.                                00093200
093300******************************************************************00093300
093400 PRINT-CONTROL-REPORT.                                            00093400
093500     PERFORM WRITE-HEADER.                                        00093500
093600     PERFORM WRITE-CONTROL-HEADINGS.                              00093600
093700     MOVE 1 TO FILE-IX.                                           00093700
093800     PERFORM PRINT-FILE-TOTALS UNTIL FILE-IX > 6.                 00093800
093900     MOVE SPACES TO MESSAGE-LINE.                                 00093900
094000     IF ALL-FILES-BALANCED                                        00094000
094100         MOVE 'ALL FILES IN BALANCE - CUSTOMER MASTER UPDATED'    00094100
094200             TO MESSAGE-TEXT                                      00094200
094300     ELSE                                                         00094300
094400         MOVE 'FILES OUT OF BALANCE - NO FILE HAS BEEN CHANGED'   00094400
094500             TO MESSAGE-TEXT                                      00094500
094600         PERFORM RAISE-ERROR-SEVERITY                             00094600
094700     END-IF.                                                      00094700
094800     PERFORM WRITE-MESSAGE-DOUBLE.                                00094800
094900******************************************************************00094900
095000 PRINT-FILE-TOTALS.                                               00095000
095100     MOVE SPACES TO CONTROL-LINE.                                 00095100
095200     MOVE FCT-FILE-NAME (FILE-IX) TO CTL-FILE-NAME.               00095200
095300     MOVE FCT-BEFORE-COUNT (FILE-IX) TO CTL-BEFORE-COUNT.         00095300
095400     MOVE FCT-MOVED-COUNT (FILE-IX) TO CTL-MOVED-COUNT.           00095400
095500     MOVE FCT-COMBINED-COUNT (FILE-IX) TO CTL-COMBINED-COUNT.     00095500
095600     IF FILE-IX = 1                                               00095600
095700        AND NOT ALL-FILES-BALANCED                                00095700
095800         MOVE FCT-BEFORE-COUNT (FILE-IX) TO CTL-AFTER-COUNT       00095800
095900         MOVE 'NOT UPDATED' TO CTL-STATUS                         00095900
096000     ELSE                                                         00096000
096100         MOVE FCT-AFTER-COUNT (FILE-IX) TO CTL-AFTER-COUNT        00096100
096200         IF FCT-AFTER-COUNT (FILE-IX)                             00096200
096300                + FCT-COMBINED-COUNT (FILE-IX)                    00096300
096400                NOT = FCT-BEFORE-COUNT (FILE-IX)                  00096400
096500            OR FCT-AFTER-AMOUNT (FILE-IX)                         00096500
096600                NOT = FCT-BEFORE-AMOUNT (FILE-IX)                 00096600
096700             MOVE 'OUT OF BALANCE' TO CTL-STATUS                  00096700
096800         ELSE                                                     00096800
096900             MOVE 'IN BALANCE' TO CTL-STATUS                      00096900
097000         END-IF                                                   00097000
097100     END-IF.                                                      00097100
097200     IF FCT-HAS-AMOUNT (FILE-IX)                                  00097200
097300         MOVE FCT-BEFORE-AMOUNT (FILE-IX) TO CTL-BEFORE-AMOUNT    00097300
097400         MOVE FCT-MOVED-AMOUNT (FILE-IX) TO CTL-MOVED-AMOUNT      00097400
097500         MOVE FCT-AFTER-AMOUNT (FILE-IX) TO CTL-AFTER-AMOUNT      00097500
097600     END-IF.                                                      00097600
097700     ADD FCT-MOVED-COUNT (FILE-IX) TO RECORDS-MOVED.              00097700
097800     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00097800
097900         PERFORM WRITE-HEADER                                     00097900
098000         PERFORM WRITE-CONTROL-HEADINGS                           00098000
098100     END-IF.                                                      00098100
098200     MOVE CONTROL-LINE TO OUTPUT-LINE.                            00098200
098300     MOVE 1 TO LINE-SPACING.                                      00098300
098400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00098400
098500     WRITE OUTPUT-RECORD.                                         00098500
098600     ADD 1 TO LINES-WRITTEN.                                      00098600
098700     ADD 1 TO FILE-IX.                                            00098700
098800******************************************************************00098800
098900 WRITE-CARD-LINE.                                                 00098900
099000     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00099000
099100         PERFORM WRITE-HEADER                                     00099100
099200         PERFORM WRITE-CARD-HEADINGS                              00099200
099300     END-IF.                                                      00099300
099400     MOVE WORK-DISPOSITION TO CARD-DISPOSITION.                   00099400
099500     MOVE CARD-LINE TO OUTPUT-LINE.                               00099500
099600     MOVE 1 TO LINE-SPACING.                                      00099600
099700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00099700
099800     WRITE OUTPUT-RECORD.                                         00099800
099900     ADD 1 TO LINES-WRITTEN.                                      00099900
100000******************************************************************00100000
100100 WRITE-MESSAGE-LINE.                                              00100100
100200     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00100200
100300     MOVE 1 TO LINE-SPACING.                                      00100300
100400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00100400
100500     WRITE OUTPUT-RECORD.                                         00100500
100600     ADD 1 TO LINES-WRITTEN.                                      00100600
100700******************************************************************00100700
100800 WRITE-MESSAGE-DOUBLE.                                            00100800
100900     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00100900
101000     MOVE 2 TO LINE-SPACING.                                      00101000
101100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00101100
101200     WRITE OUTPUT-RECORD.                                         00101200
101300     ADD 2 TO LINES-WRITTEN.                                      00101300
101400******************************************************************00101400
101500 RAISE-WARNING-SEVERITY.                                          00101500
101600     IF HIGHEST-SEVERITY < 4                                      00101600
101700         MOVE 4 TO HIGHEST-SEVERITY                               00101700
101800     END-IF.                                                      00101800
101900******************************************************************00101900
102000 RAISE-ERROR-SEVERITY.                                            00102000
102100     IF HIGHEST-SEVERITY < 8                                      00102100
102200         MOVE 8 TO HIGHEST-SEVERITY                               00102200
102300     END-IF.                                                      00102300
102400******************************************************************00102400
102500 WRITE-HEADER.                                                    00102500
102600     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.                       00102600
102700     ADD 1 TO PAGE-COUNT.                                         00102700
102800     MOVE PAGE-COUNT TO HEADER-PAGE-NO.                           00102800
102900     MOVE RUN-DATE TO HEADER-RUN-DATE.                            00102900
103000     MOVE MERGE-HEADER-RECORD TO OUTPUT-LINE.                     00103000
103100     WRITE OUTPUT-RECORD.                                         00103100
103200     MOVE ZERO TO LINES-WRITTEN.                                  00103200
103300******************************************************************00103300
103400 WRITE-CARD-HEADINGS.                                             00103400
103500     MOVE CARD-HEADING-LINE TO OUTPUT-LINE.                       00103500
103600     MOVE 2 TO LINE-SPACING.                                      00103600
103700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00103700
103800     WRITE OUTPUT-RECORD.                                         00103800
103900     ADD 2 TO LINES-WRITTEN.                                      00103900
104000******************************************************************00104000
104100 WRITE-CONTROL-HEADINGS.                                          00104100
104200     MOVE CONTROL-HEADING-LINE TO OUTPUT-LINE.                    00104200
104300     MOVE 2 TO LINE-SPACING.                                      00104300
104400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00104400
104500     WRITE OUTPUT-RECORD.                                         00104500
104600     ADD 2 TO LINES-WRITTEN.                                      00104600
104700******************************************************************00104700
104800 WRITE-RUN-LOG.                                                   00104800
104900     OPEN EXTEND RUN-LOG-FILE.                                    00104900
105000     ACCEPT RUN-TIME FROM TIME.                                   00105000
105100     MOVE SPACES TO RUN-LOG-RECORD.                               00105100
105200     MOVE 'ARMERGE' TO RLOG-PROGRAM-ID.                           00105200
105300     MOVE RUN-DATE TO RLOG-RUN-DATE.                              00105300
105400     MOVE RUN-TIME (1:6) TO RLOG-RUN-TIME.                        00105400
105500     MOVE CARDS-READ TO RLOG-RECORDS-IN.                          00105500
105600     MOVE RECORDS-MOVED TO RLOG-RECORDS-OUT.                      00105600
105700     MOVE FCT-MOVED-COUNT (1) TO RLOG-RECORDS-ADDED.              00105700
105800     MOVE REJECTED-COUNT TO RLOG-REJECT-COUNT.                    00105800
105900     MOVE HIGHEST-SEVERITY TO RLOG-RETURN-CODE.                   00105900
106000     WRITE RUN-LOG-RECORD.                                        00106000
106100     CLOSE RUN-LOG-FILE.                                          00106100
