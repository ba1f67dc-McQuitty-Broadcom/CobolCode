000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID. ARCREXP.                                             00000200
000300 AUTHOR. BRAIN.                                                   00000300
000400 ENVIRONMENT DIVISION.                                            00000400
000500 INPUT-OUTPUT SECTION.                                            00000500
000600 FILE-CONTROL.                                                    00000600
000700     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.                        00000700
000800     SELECT OPEN-ITEM-FILE ASSIGN U-T-OITMIN.                     00000800
000900     SELECT SORT-FILE ASSIGN U-T-SORTWK.                          00000900
001000     SELECT CUSTOMER-MASTER ASSIGN U-T-CUSTMST                    00001000
001100         ORGANIZATION INDEXED                                     00001100
001200         ACCESS RANDOM                                            00001200
001300         RECORD KEY CUST-ACCOUNT-NO.                              00001300
001400     SELECT OPTIONAL RUN-LOG-FILE ASSIGN U-T-RUNLOG.              00001400
001500 DATA DIVISION.                                                   00001500
001600 FILE SECTION.                                                    00001600
001700 FD REPORT-FILE                                                   00001700
001800     LABEL RECORDS ARE OMITTED                                    00001800
001900     RECORDING MODE IS F                                          00001900
002000     RECORD CONTAINS 133 CHARACTERS                               00002000
002100     DATA RECORD IS OUTPUT-RECORD.                                00002100
002200   01 OUTPUT-RECORD.                                              00002200
002300     02 CARRIAGE-CONTROL PIC X.                                   00002300
002400     02 OUTPUT-LINE      PIC X(132).                              00002400
002500 FD OPEN-ITEM-FILE                                                00002500
002600     LABEL RECORDS ARE STANDARD                                   00002600
002700     RECORD CONTAINS 80 CHARACTERS                                00002700
002800     DATA RECORD IS OPEN-ITEM-RECORD.                             00002800
002900 COPY AROITEM.                                                    00002900
003000 FD CUSTOMER-MASTER                                               00003000
003100     LABEL RECORDS ARE STANDARD                                   00003100
003200     RECORD CONTAINS 60 CHARACTERS                                00003200
003300     DATA RECORD IS CUSTOMER-MASTER-RECORD.                       00003300
003400 COPY CUSTMST.                                                    00003400
003500 FD RUN-LOG-FILE                                                  00003500
003600     LABEL RECORDS ARE STANDARD                                   00003600
003700     RECORD CONTAINS 80 CHARACTERS                                00003700
003800     DATA RECORD IS RUN-LOG-RECORD.                               00003800
003900 COPY ARRLREC.                                                    00003900
004000 SD SORT-FILE                                                     00004000
004100     RECORD CONTAINS 100 CHARACTERS                               00004100
004200     DATA RECORD IS EXPOSURE-SORT-RECORD.                         00004200
004300   01 EXPOSURE-SORT-RECORD.                                       00004300
004400     02 SORT-AMOUNT-OVER       PIC S9(13).                        00004400
004500     02 SORT-ACCOUNT           PIC 9(8).                          00004500
004600     02 SORT-NAME              PIC X(25).                         00004600
004700     02 SORT-HOLD-STATUS       PIC X.                             00004700
004800     02 SORT-CREDIT-LIMIT      PIC 9(13).                         00004800
004900     02 SORT-OPEN-BALANCE      PIC S9(13).                        00004900
005000     02 SORT-PCT-USED          PIC 9(5).                          00005000
005100     02 SORT-ITEM-COUNT        PIC 9(6).                          00005100
005200     02 FILLER                 PIC X(16).                         00005200
005300******************************************************************00005300
005400 WORKING-STORAGE SECTION.                                         00005400
005500 01  EXPOSURE-HEADER-RECORD.                                      00005500
005600     02  FILLER             PIC X(5)   VALUE SPACES.              00005600
005700     02  FILLER             PIC X(91)                             00005700
005800         VALUE 'CUSTOMER CREDIT EXPOSURE REPORT'.                 00005800
005900     02  FILLER             PIC X(5)   VALUE SPACES.              00005900
006000     02  FILLER             PIC X(4)   VALUE 'PAGE'.              00006000
006100     02  FILLER             PIC X      VALUE SPACE.               00006100
006200     02  HEADER-PAGE-NO     PIC ZZ9.                              00006200
006300     02  FILLER             PIC X(5)   VALUE SPACES.              00006300
006400     02  FILLER             PIC X(9)   VALUE 'RUN DATE:'.         00006400
006500     02  FILLER             PIC X      VALUE SPACE.               00006500
006600     02  HEADER-RUN-DATE    PIC X(8).                             00006600
006700 01  PROGRAM-WORK-FIELDS.                                         00006700
006800     02  OPEN-ITEM-SWITCH  PIC X(3).                              00006800
006900         88  END-OF-OPEN-ITEMS VALUE 'EOF'.                       00006900
007000     02  SORT-SWITCH       PIC X(3).                              00007000
007100         88  END-OF-SORT   VALUE 'EOF'.                           00007100
007200     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.                  00007200
007300     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.                  00007300
007400     02  RUN-DATE          PIC 9(8)  VALUE ZERO.                  00007400
007500     02  RUN-TIME          PIC 9(8)  VALUE ZERO.                  00007500
007600 COPY PAGING.                                                     00007600
007700 01  EXPOSURE-WORK-FIELDS.                                        00007700
007800     02  NEAR-LIMIT-PCT        PIC 9(3)  VALUE 090.               00007800
007900     02  OPEN-ACCOUNT          PIC 9(8)  VALUE ZERO.              00007900
008000     02  OPEN-ACCOUNT-BALANCE  PIC S9(13) VALUE ZERO.             00008000
008100     02  OPEN-ACCOUNT-ITEMS    PIC 9(6)  VALUE ZERO.              00008100
008200     02  EXPOSURE-PCT          PIC S9(7) VALUE ZERO.              00008200
008300     02  ITEMS-READ            PIC 9(8)  VALUE ZERO.              00008300
008400     02  ACCOUNTS-READ         PIC 9(8)  VALUE ZERO.              00008400
008500     02  LIMIT-ACCOUNT-COUNT   PIC 9(8)  VALUE ZERO.              00008500
008600     02  NOT-ON-FILE-COUNT     PIC 9(6)  VALUE ZERO.              00008600
008700     02  LISTED-COUNT          PIC 9(8)  VALUE ZERO.              00008700
008800     02  OVER-LIMIT-COUNT      PIC 9(8)  VALUE ZERO.              00008800
008900     02  NEAR-LIMIT-COUNT      PIC 9(8)  VALUE ZERO.              00008900
009000     02  OVER-LIMIT-TOTAL      PIC S9(13) VALUE ZERO.             00009000
009100     02  LISTED-BALANCE-TOTAL  PIC S9(13) VALUE ZERO.             00009100
009200 01  SEVERITY-FIELDS.                                             00009200
009300     02  HIGHEST-SEVERITY      PIC 9(2)  VALUE ZERO.              00009300
009400 01  COLUMN-HEADING-LINE.                                         00009400
009500     02  FILLER            PIC X(2)  VALUE SPACES.                00009500
009600     02  FILLER            PIC X(10) VALUE '   ACCOUNT'.          00009600
009700     02  FILLER            PIC X(2)  VALUE SPACES.                00009700
009800     02  FILLER            PIC X(25) VALUE 'CUSTOMER NAME'.       00009800
009900     02  FILLER            PIC X(2)  VALUE SPACES.                00009900
010000     02  FILLER            PIC X(4)  VALUE 'HOLD'.                00010000
010100     02  FILLER            PIC X(17) VALUE '     CREDIT LIMIT'.   00010100
010200     02  FILLER            PIC X(17) VALUE '     OPEN BALANCE'.   00010200
010300     02  FILLER            PIC X(17) VALUE '      AMOUNT OVER'.   00010300
010400     02  FILLER            PIC X(9)  VALUE ' PCT USED'.           00010400
010500     02  FILLER            PIC X(9)  VALUE '    ITEMS'.           00010500
010600     02  FILLER            PIC X(2)  VALUE SPACES.                00010600
010700     02  FILLER            PIC X(10) VALUE 'STATUS'.              00010700
010800     02  FILLER            PIC X(6)  VALUE SPACES.                00010800
010900 01  EXPOSURE-LINE.                                               00010900
011000     02  FILLER            PIC X(2).                              00011000
011100     02  EXP-ACCOUNT       PIC ZZ,ZZZ,ZZ9.                        00011100
011200     02  FILLER            PIC X(2).                              00011200
011300     02  EXP-NAME          PIC X(25).                             00011300
011400     02  FILLER            PIC X(3).                              00011400
011500     02  EXP-HOLD          PIC X.                                 00011500
011600     02  FILLER            PIC X(4).                              00011600
011700     02  EXP-LIMIT         PIC ZZZ,ZZZ,ZZZ,ZZ9.                   00011700
011800     02  FILLER            PIC X(1).                              00011800
011900     02  EXP-BALANCE       PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00011900
012000     02  FILLER            PIC X(1).                              00012000
012100     02  EXP-AMOUNT-OVER   PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00012100
012200     02  FILLER            PIC X(4).                              00012200
012300     02  EXP-PCT-USED      PIC ZZZZ9.                             00012300
012400     02  FILLER            PIC X(2).                              00012400
012500     02  EXP-ITEMS         PIC ZZZ,ZZ9.                           00012500
012600     02  FILLER            PIC X(2).                              00012600
012700     02  EXP-STATUS        PIC X(10).                             00012700
012800     02  FILLER            PIC X(6).                              00012800
012900 01  MESSAGE-LINE.                                                00012900
013000     02  FILLER            PIC X(5).                              00013000
013100     02  MESSAGE-TEXT      PIC X(127).                            00013100
013200 LINKAGE SECTION.                                                 00013200
013300 01  PARM-DATA.                                                   00013300
013400     02  PARM-LENGTH       PIC S9(4) COMP.                        00013400
013500     02  PARM-TEXT         PIC X(8).                              00013500
013600******************************************************************00013600
013700 PROCEDURE DIVISION USING PARM-DATA.                              00013700
013800     OPEN INPUT  OPEN-ITEM-FILE                                   00013800
013900                 CUSTOMER-MASTER                                  00013900
014000          OUTPUT REPORT-FILE.                                     00014000
014100     ACCEPT RUN-DATE FROM DATE YYYYMMDD.                          00014100
014200     PERFORM SET-NEAR-LIMIT-PCT.                                  00014200
014300     PERFORM WRITE-HEADER.                                        00014300
014400     PERFORM WRITE-COLUMN-HEADINGS.                               00014400
014500     SORT SORT-FILE                                               00014500
014600         ON DESCENDING KEY SORT-AMOUNT-OVER                       00014600
014700         ON ASCENDING KEY SORT-ACCOUNT                            00014700
014800         INPUT PROCEDURE RELEASE-EXPOSED-ACCOUNTS                 00014800
014900         OUTPUT PROCEDURE PRINT-SORTED-ACCOUNTS.                  00014900
015000     PERFORM PRINT-EXPOSURE-TOTALS.                               00015000
015100     PERFORM CHECK-EMPTY-MASTER.                                  00015100
015200     CLOSE OPEN-ITEM-FILE                                         00015200
015300           CUSTOMER-MASTER                                        00015300
015400           REPORT-FILE.                                           00015400
015500     MOVE HIGHEST-SEVERITY TO RETURN-CODE.                        00015500
015600     PERFORM WRITE-RUN-LOG.                                       00015600
015700     GOBACK.                                                      00015700
015800******************************************************************00015800
015900 SET-NEAR-LIMIT-PCT.                                              00015900
016000     IF PARM-LENGTH > 2                                           00016000
016100        AND PARM-TEXT (1:3) NUMERIC                               00016100
016200         MOVE PARM-TEXT (1:3) TO NEAR-LIMIT-PCT                   00016200
016300     END-IF.                                                      00016300
016400******************************************************************00016400
016500 GET-OPEN-ITEM.                                                   00016500
016600     READ OPEN-ITEM-FILE AT END                                   00016600
016700         MOVE 'EOF' TO OPEN-ITEM-SWITCH.                          00016700
016800     IF NOT END-OF-OPEN-ITEMS                                     00016800
016900         ADD 1 TO ITEMS-READ                                      00016900
017000     END-IF.                                                      00017000
017100******************************************************************00017100
017200 RELEASE-EXPOSED-ACCOUNTS.                                        00017200
017300     PERFORM GET-OPEN-ITEM.                                       00017300
017400     PERFORM ACCUMULATE-OPEN-ACCOUNT                              00017400
017500         UNTIL END-OF-OPEN-ITEMS.                                 00017500
017600******************************************************************00017600
017700 ACCUMULATE-OPEN-ACCOUNT.                                         00017700
017800     MOVE OITEM-ACCOUNT TO OPEN-ACCOUNT.                          00017800
017900     MOVE ZERO TO OPEN-ACCOUNT-BALANCE                            00017900
018000                  OPEN-ACCOUNT-ITEMS.                             00018000
018100     PERFORM ADD-OPEN-ITEM-BALANCE                                00018100
018200         UNTIL END-OF-OPEN-ITEMS                                  00018200
018300            OR OITEM-ACCOUNT NOT = OPEN-ACCOUNT.                  00018300
018400     ADD 1 TO ACCOUNTS-READ.                                      00018400
018500     MOVE OPEN-ACCOUNT TO CUST-ACCOUNT-NO.                        00018500
018600     READ CUSTOMER-MASTER                                         00018600
018700         INVALID KEY                                              00018700
018800             ADD 1 TO NOT-ON-FILE-COUNT                           00018800
018900         NOT INVALID KEY                                          00018900
019000             IF CUST-CREDIT-LIMIT NUMERIC                         00019000
019100                AND CUST-CREDIT-LIMIT > ZERO                      00019100
019200                 ADD 1 TO LIMIT-ACCOUNT-COUNT                     00019200
019300                 PERFORM CHECK-ACCOUNT-EXPOSURE                   00019300
019400             END-IF                                               00019400
019500     END-READ.                                                    00019500
019600******************************************************************00019600
019700 ADD-OPEN-ITEM-BALANCE.                                           00019700
019800     ADD OITEM-BALANCE TO OPEN-ACCOUNT-BALANCE.                   00019800
019900     IF OITEM-OPEN                                                00019900
020000         ADD 1 TO OPEN-ACCOUNT-ITEMS                              00020000
020100     END-IF.                                                      00020100
020200     PERFORM GET-OPEN-ITEM.                                       00020200
020300******************************************************************00020300
020400 CHECK-ACCOUNT-EXPOSURE.                                          00020400
020500     IF OPEN-ACCOUNT-BALANCE * 100 NOT <                          00020500
020600        CUST-CREDIT-LIMIT * NEAR-LIMIT-PCT                        00020600
020700         MOVE SPACES TO EXPOSURE-SORT-RECORD                      00020700
020800         COMPUTE SORT-AMOUNT-OVER =                               00020800
020900             OPEN-ACCOUNT-BALANCE - CUST-CREDIT-LIMIT             00020900
021000         COMPUTE EXPOSURE-PCT =                                   00021000
021100             OPEN-ACCOUNT-BALANCE * 100 / CUST-CREDIT-LIMIT       00021100
021200         IF EXPOSURE-PCT > 99999                                  00021200
021300             MOVE 99999 TO EXPOSURE-PCT                           00021300
021400         END-IF                                                   00021400
021500         MOVE EXPOSURE-PCT TO SORT-PCT-USED                       00021500
021600         MOVE OPEN-ACCOUNT TO SORT-ACCOUNT                        00021600
021700         MOVE CUST-NAME TO SORT-NAME                              00021700
021800         MOVE CUST-HOLD-STATUS TO SORT-HOLD-STATUS                00021800
021900         MOVE CUST-CREDIT-LIMIT TO SORT-CREDIT-LIMIT              00021900
022000         MOVE OPEN-ACCOUNT-BALANCE TO SORT-OPEN-BALANCE           00022000
022100         MOVE OPEN-ACCOUNT-ITEMS TO SORT-ITEM-COUNT               00022100
022200         RELEASE EXPOSURE-SORT-RECORD                             00022200
022300     END-IF.                                                      00022300
022400******************************************************************00022400
022500 PRINT-SORTED-ACCOUNTS.                                           00022500
022600     PERFORM GET-SORTED-RECORD.                                   00022600
022700     PERFORM PRINT-ONE-ACCOUNT UNTIL END-OF-SORT.                 00022700
022800******************************************************************00022800
022900 GET-SORTED-RECORD.                                               00022900
023000     RETURN SORT-FILE AT END                                      00023000
023100         MOVE 'EOF' TO SORT-SWITCH.                               00023100
023200******************************************************************00023200
023300 PRINT-ONE-ACCOUNT.                                               00023300
023400     PERFORM WRITE-EXPOSURE-LINE.                                 00023400
023500     PERFORM GET-SORTED-RECORD.                                   00023500
023600******************************************************************00023600
023700 WRITE-EXPOSURE-LINE.                                             00023700
023800     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00023800
023900         PERFORM WRITE-HEADER                                     00023900
024000         PERFORM WRITE-COLUMN-HEADINGS                            00024000
024100     END-IF.                                                      00024100
024200     MOVE SPACES TO EXPOSURE-LINE.                                00024200
024300     MOVE SORT-ACCOUNT      TO EXP-ACCOUNT.                       00024300
024400     MOVE SORT-NAME         TO EXP-NAME.                          00024400
024500     MOVE SORT-HOLD-STATUS  TO EXP-HOLD.                          00024500
024600     MOVE SORT-CREDIT-LIMIT TO EXP-LIMIT.                         00024600
024700     MOVE SORT-OPEN-BALANCE TO EXP-BALANCE.                       00024700
024800     MOVE SORT-AMOUNT-OVER  TO EXP-AMOUNT-OVER.                   00024800
024900     MOVE SORT-PCT-USED     TO EXP-PCT-USED.                      00024900
025000     MOVE SORT-ITEM-COUNT   TO EXP-ITEMS.                         00025000
025100     IF SORT-AMOUNT-OVER > ZERO                                   00025100
025200         MOVE 'OVER LIMIT' TO EXP-STATUS                          00025200
025300         ADD 1 TO OVER-LIMIT-COUNT                                00025300
025400         ADD SORT-AMOUNT-OVER TO OVER-LIMIT-TOTAL                 00025400
025500     ELSE                                                         00025500
025600         MOVE 'NEAR LIMIT' TO EXP-STATUS                          00025600
025700         ADD 1 TO NEAR-LIMIT-COUNT                                00025700
025800     END-IF.                                                      00025800
025900     MOVE EXPOSURE-LINE TO OUTPUT-LINE.                           00025900
026000     MOVE 1 TO LINE-SPACING.                                      00026000
026100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00026100
026200     WRITE OUTPUT-RECORD.                                         00026200
026300     ADD 1 TO LINES-WRITTEN.                                      00026300
026400     ADD 1 TO LISTED-COUNT.                                       00026400
026500     ADD SORT-OPEN-BALANCE TO LISTED-BALANCE-TOTAL.               00026500
026600******************************************************************00026600
026700 PRINT-EXPOSURE-TOTALS.                                           00026700
026800     IF LISTED-COUNT = ZERO                                       00026800
026900         MOVE SPACES TO MESSAGE-LINE                              00026900
027000         MOVE 'NO ACCOUNTS AT OR NEAR THEIR CREDIT LIMIT'         00027000
027100             TO MESSAGE-TEXT                                      00027100
027200         PERFORM WRITE-MESSAGE-LINE                               00027200
027300     END-IF.                                                      00027300
027400     MOVE SPACES TO MESSAGE-LINE.                                 00027400
027500     STRING 'NEAR-LIMIT THRESHOLD PERCENT: ' DELIMITED BY SIZE    00027500
027600            NEAR-LIMIT-PCT DELIMITED BY SIZE                      00027600
027700       INTO MESSAGE-TEXT.                                         00027700
027800     PERFORM WRITE-MESSAGE-LINE.                                  00027800
027900     MOVE SPACES TO MESSAGE-LINE.                                 00027900
028000     STRING 'OPEN ITEMS READ: ' DELIMITED BY SIZE                 00028000
028100            ITEMS-READ DELIMITED BY SIZE                          00028100
028200            '  ACCOUNTS: ' DELIMITED BY SIZE                      00028200
028300            ACCOUNTS-READ DELIMITED BY SIZE                       00028300
028400            '  WITH A CREDIT LIMIT: ' DELIMITED BY SIZE           00028400
028500            LIMIT-ACCOUNT-COUNT DELIMITED BY SIZE                 00028500
028600       INTO MESSAGE-TEXT.                                         00028600
028700     PERFORM WRITE-MESSAGE-LINE.                                  00028700
028800     MOVE SPACES TO EXPOSURE-LINE.                                00028800
028900     MOVE OVER-LIMIT-TOTAL TO EXP-AMOUNT-OVER.                    00028900
029000     MOVE LISTED-BALANCE-TOTAL TO EXP-BALANCE.                    00029000
029100     MOVE 'TOTAL LISTED' TO EXP-NAME.                             00029100
029200     MOVE LISTED-COUNT TO EXP-ACCOUNT.                            00029200
029300     MOVE EXPOSURE-LINE TO OUTPUT-LINE.                           00029300
029400     MOVE 1 TO LINE-SPACING.                                      00029400
029500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00029500
029600     WRITE OUTPUT-RECORD.                                         00029600
029700     ADD 1 TO LINES-WRITTEN.                                      00029700
029800     MOVE SPACES TO MESSAGE-LINE.                                 00029800
029900     STRING 'ACCOUNTS OVER LIMIT: ' DELIMITED BY SIZE             00029900
030000            OVER-LIMIT-COUNT DELIMITED BY SIZE                    00030000
030100            '  NEAR LIMIT: ' DELIMITED BY SIZE                    00030100
030200            NEAR-LIMIT-COUNT DELIMITED BY SIZE                    00030200
030300       INTO MESSAGE-TEXT.                                         00030300
030400     PERFORM WRITE-MESSAGE-LINE.                                  00030400
030500     IF NOT-ON-FILE-COUNT > ZERO                                  00030500
030600         MOVE SPACES TO MESSAGE-LINE                              00030600
030700         STRING 'OPEN-ITEM ACCOUNTS NOT ON CUSTOMER MASTER: '     00030700
030800                DELIMITED BY SIZE                                 00030800
030900                NOT-ON-FILE-COUNT DELIMITED BY SIZE               00030900
031000           INTO MESSAGE-TEXT                                      00031000
031100         PERFORM WRITE-MESSAGE-LINE                               00031100
031200         PERFORM RAISE-WARNING-SEVERITY                           00031200
031300     END-IF.                                                      00031300
031400******************************************************************00031400
031500 CHECK-EMPTY-MASTER.                                              00031500
031600     IF ITEMS-READ = ZERO                                         00031600
031700         MOVE SPACES TO MESSAGE-LINE                              00031700
031800         MOVE 'OPEN-ITEM MASTER IS EMPTY - NO EXPOSURE CHECKED'   00031800
031900             TO MESSAGE-TEXT                                      00031900
032000         PERFORM WRITE-MESSAGE-LINE                               00032000
032100         PERFORM RAISE-WARNING-SEVERITY                           00032100
032200     END-IF.                                                      00032200
032300******************************************************************00032300
032400 WRITE-MESSAGE-LINE.                                              00032400
032500     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00032500
032600     MOVE 1 TO LINE-SPACING.                                      00032600
032700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00032700
032800     WRITE OUTPUT-RECORD.                                         00032800
032900     ADD 1 TO LINES-WRITTEN.                                      00032900
033000******************************************************************00033000
033100 RAISE-WARNING-SEVERITY.                                          00033100
033200     IF HIGHEST-SEVERITY < 4                                      00033200
033300         MOVE 4 TO HIGHEST-SEVERITY                               00033300
033400     END-IF.                                                      00033400
033500******************************************************************00033500
033600 WRITE-HEADER.                                                    00033600
033700     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.                       00033700
033800     ADD 1 TO PAGE-COUNT.                                         00033800
033900     MOVE PAGE-COUNT TO HEADER-PAGE-NO.                           00033900
034000     MOVE RUN-DATE TO HEADER-RUN-DATE.                            00034000
034100     MOVE EXPOSURE-HEADER-RECORD TO OUTPUT-LINE.                  00034100
034200     WRITE OUTPUT-RECORD.                                         00034200
034300     MOVE ZERO TO LINES-WRITTEN.                                  00034300
034400******************************************************************00034400
034500 WRITE-COLUMN-HEADINGS.                                           00034500
034600     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.                     00034600
034700     MOVE 2 TO LINE-SPACING.                                      00034700
034800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00034800
034900     WRITE OUTPUT-RECORD.                                         00034900
035000     ADD 2 TO LINES-WRITTEN.                                      00035000
035100******************************************************************00035100
035200 WRITE-RUN-LOG.                                                   00035200
035300     OPEN EXTEND RUN-LOG-FILE.                                    00035300
035400     ACCEPT RUN-TIME FROM TIME.                                   00035400
035500     MOVE SPACES TO RUN-LOG-RECORD.                               00035500
035600     MOVE 'ARCREXP' TO RLOG-PROGRAM-ID.                           00035600
035700     MOVE RUN-DATE TO RLOG-RUN-DATE.                              00035700
035800     MOVE RUN-TIME (1:6) TO RLOG-RUN-TIME.                        00035800
035900     MOVE ITEMS-READ TO RLOG-RECORDS-IN.                          00035900
036000     MOVE LISTED-COUNT TO RLOG-RECORDS-OUT.                       00036000
036100     MOVE OVER-LIMIT-COUNT TO RLOG-RECORDS-ADDED.                 00036100
036200     MOVE NOT-ON-FILE-COUNT TO RLOG-REJECT-COUNT.                 00036200
036300     MOVE HIGHEST-SEVERITY TO RLOG-RETURN-CODE.                   00036300
036400     WRITE RUN-LOG-RECORD.                                        00036400
036500     CLOSE RUN-LOG-FILE.                                          00036500
