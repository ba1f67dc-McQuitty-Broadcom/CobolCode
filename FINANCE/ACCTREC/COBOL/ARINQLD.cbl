000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID. ARINQLD.                                             00000200
000300 AUTHOR. BRAIN.                                                   00000300
000400 ENVIRONMENT DIVISION.                                            00000400
000500 INPUT-OUTPUT SECTION.                                            00000500
000600 FILE-CONTROL.                                                    00000600
000700     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.                        00000700
000800     SELECT CUSTOMER-MASTER ASSIGN U-T-CUSTMST                    00000800
000900         ORGANIZATION INDEXED                                     00000900
001000         ACCESS SEQUENTIAL                                        00001000
001100         RECORD KEY CUST-ACCOUNT-NO.                              00001100
001200     SELECT AGED-BALANCE-FILE ASSIGN U-T-AGEDEXT.                 00001200
001300     SELECT DUNNING-HISTORY-FILE ASSIGN U-T-DUNHIN.               00001300
001400     SELECT OPEN-ITEM-FILE ASSIGN U-T-OITMIN.                     00001400
001500     SELECT HISTORY-IN-FILE ASSIGN U-T-HISTIN.                    00001500
001600     SELECT INQUIRY-ACCOUNT-FILE ASSIGN U-T-INQACCT               00001600
001700         ORGANIZATION INDEXED                                     00001700
001800         ACCESS SEQUENTIAL                                        00001800
001900         RECORD KEY IQA-ACCOUNT.                                  00001900
002000     SELECT INQUIRY-ITEM-FILE ASSIGN U-T-INQOITM                  00002000
002100         ORGANIZATION INDEXED                                     00002100
002200         ACCESS SEQUENTIAL                                        00002200
002300         RECORD KEY IQO-KEY.                                      00002300
002400     SELECT INQUIRY-HISTORY-FILE ASSIGN U-T-INQHIST               00002400
002500         ORGANIZATION INDEXED                                     00002500
002600         ACCESS SEQUENTIAL                                        00002600
002700         RECORD KEY IQH-KEY.                                      00002700
002800     SELECT SORT-FILE ASSIGN U-T-SORTWK.                          00002800
002900     SELECT OPTIONAL RUN-LOG-FILE ASSIGN U-T-RUNLOG.              00002900
003000 DATA DIVISION.                                                   00003000
003100 FILE SECTION.                                                    00003100
003200 FD REPORT-FILE                                                   00003200
003300     LABEL RECORDS ARE OMITTED                                    00003300
003400     RECORDING MODE IS F                                          00003400
003500     RECORD CONTAINS 133 CHARACTERS                               00003500
003600     DATA RECORD IS OUTPUT-RECORD.                                00003600
003700   01 OUTPUT-RECORD.                                              00003700
003800     02 CARRIAGE-CONTROL PIC X.                                   00003800
003900     02 OUTPUT-LINE      PIC X(132).                              00003900
004000 FD CUSTOMER-MASTER                                               00004000
004100     LABEL RECORDS ARE STANDARD                                   00004100
004200     RECORD CONTAINS 60 CHARACTERS                                00004200
004300     DATA RECORD IS CUSTOMER-MASTER-RECORD.                       00004300
004400 COPY CUSTMST.                                                    00004400
004500 FD AGED-BALANCE-FILE                                             00004500
004600     LABEL RECORDS ARE STANDARD                                   00004600
004700     RECORD CONTAINS 120 CHARACTERS                               00004700
004800     DATA RECORD IS AGED-BALANCE-RECORD.                          00004800
004900 COPY ARAGREC.                                                    00004900
005000 FD DUNNING-HISTORY-FILE                                          00005000
005100     LABEL RECORDS ARE STANDARD                                   00005100
005200     RECORD CONTAINS 80 CHARACTERS                                00005200
005300     DATA RECORD IS DUNNING-HISTORY-RECORD.                       00005300
005400 COPY ARDHREC.                                                    00005400
005500 FD OPEN-ITEM-FILE                                                00005500
005600     LABEL RECORDS ARE STANDARD                                   00005600
005700     RECORD CONTAINS 80 CHARACTERS                                00005700
005800     DATA RECORD IS OPEN-ITEM-RECORD.                             00005800
005900 COPY AROITEM.                                                    00005900
006000 FD HISTORY-IN-FILE                                               00006000
006100     LABEL RECORDS ARE STANDARD                                   00006100
006200     RECORD CONTAINS 80 CHARACTERS                                00006200
006300     DATA RECORD IS HISTORY-RECORD.                               00006300
006400 COPY ARHREC.                                                     00006400
006500 FD INQUIRY-ACCOUNT-FILE                                          00006500
006600     LABEL RECORDS ARE STANDARD                                   00006600
006700     RECORD CONTAINS 200 CHARACTERS                               00006700
006800     DATA RECORD IS INQUIRY-ACCOUNT-RECORD.                       00006800
006900 COPY ARIQACT.                                                    00006900
007000 FD INQUIRY-ITEM-FILE                                             00007000
007100     LABEL RECORDS ARE STANDARD                                   00007100
007200     RECORD CONTAINS 80 CHARACTERS                                00007200
007300     DATA RECORD IS INQUIRY-ITEM-RECORD.                          00007300
007400   01 INQUIRY-ITEM-RECORD.                                        00007400
007500     02 IQO-KEY                PIC X(28).                         00007500
007600     02 FILLER                 PIC X(52).                         00007600
007700 FD INQUIRY-HISTORY-FILE                                          00007700
007800     LABEL RECORDS ARE STANDARD                                   00007800
007900     RECORD CONTAINS 100 CHARACTERS                               00007900
008000     DATA RECORD IS INQUIRY-HISTORY-RECORD.                       00008000
008100 COPY ARIQHST.                                                    00008100
008200 FD RUN-LOG-FILE                                                  00008200
008300     LABEL RECORDS ARE STANDARD                                   00008300
008400     RECORD CONTAINS 80 CHARACTERS                                00008400
008500     DATA RECORD IS RUN-LOG-RECORD.                               00008500
008600 COPY ARRLREC.                                                    00008600
008700 SD SORT-FILE                                                     00008700
008800     RECORD CONTAINS 100 CHARACTERS                               00008800
008900     DATA RECORD IS HISTORY-SORT-RECORD.                          00008900
009000   01 HISTORY-SORT-RECORD.                                        00009000
009100     02 SORT-ACCOUNT           PIC 9(8).                          00009100
009200     02 SORT-SEQUENCE          PIC 9(7).                          00009200
009300     02 SORT-HISTORY-DATA      PIC X(80).                         00009300
009400     02 FILLER                 PIC X(5).                          00009400
009500******************************************************************00009500
009600 WORKING-STORAGE SECTION.                                         00009600
009700 01  LOAD-HEADER-RECORD.                                          00009700
009800     02  FILLER             PIC X(5)   VALUE SPACES.              00009800
009900     02  FILLER             PIC X(91)                             00009900
010000         VALUE 'AR ONLINE INQUIRY FILE LOAD'.                     00010000
010100     02  FILLER             PIC X(5)   VALUE SPACES.              00010100
010200     02  FILLER             PIC X(4)   VALUE 'PAGE'.              00010200
010300     02  FILLER             PIC X      VALUE SPACE.               00010300
010400     02  HEADER-PAGE-NO     PIC ZZ9.                              00010400
010500     02  FILLER             PIC X(5)   VALUE SPACES.              00010500
010600     02  FILLER             PIC X(9)   VALUE 'RUN DATE:'.         00010600
010700     02  FILLER             PIC X      VALUE SPACE.               00010700
010800     02  HEADER-RUN-DATE    PIC X(8).                             00010800
010900 01  PROGRAM-WORK-FIELDS.                                         00010900
011000     02  CUSTOMER-SWITCH   PIC X(3).                              00011000
011100         88  END-OF-CUSTOMERS VALUE 'EOF'.                        00011100
011200     02  AGED-SWITCH       PIC X(3).                              00011200
011300         88  END-OF-AGED   VALUE 'EOF'.                           00011300
011400     02  DUNNING-SWITCH    PIC X(3).                              00011400
011500         88  END-OF-DUNNING VALUE 'EOF'.                          00011500
011600     02  OPEN-ITEM-SWITCH  PIC X(3).                              00011600
011700         88  END-OF-OPEN-ITEMS VALUE 'EOF'.                       00011700
011800     02  HISTORY-SWITCH    PIC X(3).                              00011800
011900         88  END-OF-HISTORY VALUE 'EOF'.                          00011900
012000     02  SORT-SWITCH       PIC X(3).                              00012000
012100         88  END-OF-SORT   VALUE 'EOF'.                           00012100
012200     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.                  00012200
012300     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.                  00012300
012400     02  RUN-DATE          PIC 9(8)  VALUE ZERO.                  00012400
012500     02  RUN-TIME          PIC 9(8)  VALUE ZERO.                  00012500
012600 COPY PAGING.                                                     00012600
012700* EACH INPUT'S CURRENT ACCOUNT; AN INPUT AT END HOLDS ALL NINES SO00012700
012800* IT NEVER SUPPLIES THE LOW KEY.                                  00012800
012900 01  MATCH-WORK-FIELDS.                                           00012900
013000     02  CUSTOMER-KEY          PIC 9(9)  VALUE ZERO.              00013000
013100     02  AGED-KEY              PIC 9(9)  VALUE ZERO.              00013100
013200     02  DUNNING-KEY           PIC 9(9)  VALUE ZERO.              00013200
013300     02  OPEN-ITEM-KEY         PIC 9(9)  VALUE ZERO.              00013300
013400     02  LOW-KEY               PIC 9(9)  VALUE ZERO.              00013400
013500     02  PREVIOUS-HIST-ACCOUNT PIC 9(8)  VALUE ZERO.              00013500
013600     02  HISTORY-ORDINAL       PIC 9(7)  VALUE ZERO.              00013600
013700 01  LOAD-COUNT-FIELDS.                                           00013700
013800     02  CUSTOMERS-READ        PIC 9(8)  VALUE ZERO.              00013800
013900     02  AGED-READ             PIC 9(8)  VALUE ZERO.              00013900
014000     02  DUNNING-READ          PIC 9(8)  VALUE ZERO.              00014000
014100     02  OPEN-ITEMS-READ       PIC 9(8)  VALUE ZERO.              00014100
014200     02  HISTORY-READ          PIC 9(8)  VALUE ZERO.              00014200
014300     02  ACCOUNTS-WRITTEN      PIC 9(8)  VALUE ZERO.              00014300
014400     02  ACCOUNTS-NO-CUSTOMER  PIC 9(8)  VALUE ZERO.              00014400
014500     02  ITEMS-WRITTEN         PIC 9(8)  VALUE ZERO.              00014500
014600     02  HISTORY-WRITTEN       PIC 9(8)  VALUE ZERO.              00014600
014700     02  WRITE-ERRORS          PIC 9(6)  VALUE ZERO.              00014700
014800     02  OPEN-ITEMS-TOTAL      PIC S9(13) VALUE ZERO.             00014800
014900     02  ACCOUNT-ITEMS-TOTAL   PIC S9(13) VALUE ZERO.             00014900
015000     02  EDIT-CONTROL-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00015000
015100     02  EDIT-KEY              PIC X(28) VALUE SPACES.            00015100
015200 01  SEVERITY-FIELDS.                                             00015200
015300     02  HIGHEST-SEVERITY      PIC 9(2)  VALUE ZERO.              00015300
015400 01  MESSAGE-LINE.                                                00015400
015500     02  FILLER            PIC X(5).                              00015500
015600     02  MESSAGE-TEXT      PIC X(127).                            00015600
015700******************************************************************00015700
015800 PROCEDURE DIVISION.                                              00015800
015900     OPEN INPUT  CUSTOMER-MASTER                                  00015900
016000                 AGED-BALANCE-FILE                                00016000
016100                 DUNNING-HISTORY-FILE                             00016100
016200                 OPEN-ITEM-FILE                                   00016200
016300          OUTPUT INQUIRY-ACCOUNT-FILE                             00016300
016400                 INQUIRY-ITEM-FILE                                00016400
016500                 REPORT-FILE.                                     00016500
016600     ACCEPT RUN-DATE FROM DATE YYYYMMDD.                          00016600
016700     PERFORM WRITE-HEADER.                                        00016700
016800     PERFORM GET-CUSTOMER.                                        00016800
016900     PERFORM GET-AGED-BALANCE.                                    00016900
017000     PERFORM GET-DUNNING-HISTORY.                                 00017000
017100     PERFORM GET-OPEN-ITEM.                                       00017100
017200     PERFORM SET-LOW-KEY.                                         00017200
017300     PERFORM LOAD-ONE-ACCOUNT                                     00017300
017400         UNTIL LOW-KEY = 999999999.                               00017400
017500     CLOSE CUSTOMER-MASTER                                        00017500
017600           AGED-BALANCE-FILE                                      00017600
017700           DUNNING-HISTORY-FILE                                   00017700
017800           OPEN-ITEM-FILE                                         00017800
017900           INQUIRY-ACCOUNT-FILE                                   00017900
018000           INQUIRY-ITEM-FILE.                                     00018000
018100     SORT SORT-FILE                                               00018100
018200         ON ASCENDING KEY SORT-ACCOUNT                            00018200
018300         ON ASCENDING KEY SORT-SEQUENCE                           00018300
018400         INPUT PROCEDURE RELEASE-HISTORY-RECORDS                  00018400
018500         OUTPUT PROCEDURE LOAD-HISTORY-RECORDS.                   00018500
018600     PERFORM PRINT-LOAD-TOTALS.                                   00018600
018700     CLOSE REPORT-FILE.                                           00018700
018800     MOVE HIGHEST-SEVERITY TO RETURN-CODE.                        00018800
018900     PERFORM WRITE-RUN-LOG.                                       00018900
019000     GOBACK.                                                      00019000
019100******************************************************************00019100
019200 GET-CUSTOMER.                                                    00019200
019300     READ CUSTOMER-MASTER NEXT RECORD AT END                      00019300
019400         MOVE 'EOF' TO CUSTOMER-SWITCH.                           00019400
019500     IF END-OF-CUSTOMERS                                          00019500
019600         MOVE 999999999 TO CUSTOMER-KEY                           00019600
019700     ELSE                                                         00019700
019800         ADD 1 TO CUSTOMERS-READ                                  00019800
019900         MOVE CUST-ACCOUNT-NO TO CUSTOMER-KEY                     00019900
020000     END-IF.                                                      00020000
020100******************************************************************00020100
020200 GET-AGED-BALANCE.                                                00020200
020300     READ AGED-BALANCE-FILE AT END                                00020300
020400         MOVE 'EOF' TO AGED-SWITCH.                               00020400
020500     IF END-OF-AGED                                               00020500
020600         MOVE 999999999 TO AGED-KEY                               00020600
020700     ELSE                                                         00020700
020800         ADD 1 TO AGED-READ                                       00020800
020900         MOVE AGEX-ACCOUNT TO AGED-KEY                            00020900
021000     END-IF.                                                      00021000
021100******************************************************************00021100
021200 GET-DUNNING-HISTORY.                                             00021200
021300     READ DUNNING-HISTORY-FILE AT END                             00021300
021400         MOVE 'EOF' TO DUNNING-SWITCH.                            00021400
021500     IF END-OF-DUNNING                                            00021500
021600         MOVE 999999999 TO DUNNING-KEY                            00021600
021700     ELSE                                                         00021700
021800         ADD 1 TO DUNNING-READ                                    00021800
021900         MOVE DUNH-ACCOUNT TO DUNNING-KEY                         00021900
022000     END-IF.                                                      00022000
022100******************************************************************00022100
022200 GET-OPEN-ITEM.                                                   00022200
022300     READ OPEN-ITEM-FILE AT END                                   00022300
022400         MOVE 'EOF' TO OPEN-ITEM-SWITCH.                          00022400
022500     IF END-OF-OPEN-ITEMS                                         00022500
022600         MOVE 999999999 TO OPEN-ITEM-KEY                          00022600
022700     ELSE                                                         00022700
022800         ADD 1 TO OPEN-ITEMS-READ                                 00022800
022900         MOVE OITEM-ACCOUNT TO OPEN-ITEM-KEY                      00022900
023000     END-IF.                                                      00023000
023100******************************************************************00023100
023200 SET-LOW-KEY.                                                     00023200
023300     MOVE CUSTOMER-KEY TO LOW-KEY.                                00023300
023400     IF AGED-KEY < LOW-KEY                                        00023400
023500         MOVE AGED-KEY TO LOW-KEY                                 00023500
023600     END-IF.                                                      00023600
023700     IF DUNNING-KEY < LOW-KEY                                     00023700
023800         MOVE DUNNING-KEY TO LOW-KEY                              00023800
023900     END-IF.                                                      00023900
024000     IF OPEN-ITEM-KEY < LOW-KEY                                   00024000
024100         MOVE OPEN-ITEM-KEY TO LOW-KEY                            00024100
024200     END-IF.                                                      00024200
024300******************************************************************00024300
024400* ONE INQUIRY ACCOUNT RECORD FOR EVERY ACCOUNT ON ANY OF THE FOUR 00024400
024500* INPUTS; THE ACCOUNT'S OPEN ITEMS ARE COPIED AS THEY ARE COUNTED.00024500
024600 LOAD-ONE-ACCOUNT.                                                00024600
024700     MOVE SPACES TO INQUIRY-ACCOUNT-RECORD.                       00024700
024800     MOVE LOW-KEY TO IQA-ACCOUNT.                                 00024800
024900     MOVE ZERO TO IQA-AGING-DATE                                  00024900
025000                  IQA-BUCKET-CURRENT                              00025000
025100                  IQA-BUCKET-60                                   00025100
025200                  IQA-BUCKET-90                                   00025200
025300                  IQA-BUCKET-120                                  00025300
025400                  IQA-BUCKET-OVER                                 00025400
025500                  IQA-AGING-TOTAL                                 00025500
025600                  IQA-DUN-LAST-DATE                               00025600
025700                  IQA-DUN-LAST-LEVEL                              00025700
025800                  IQA-OPEN-ITEM-COUNT                             00025800
025900                  IQA-OPEN-BALANCE.                               00025900
026000     MOVE RUN-DATE TO IQA-LOAD-DATE.                              00026000
026100     IF CUSTOMER-KEY = LOW-KEY                                    00026100
026200         MOVE CUST-NAME TO IQA-NAME                               00026200
026300         MOVE CUST-TERMS-CODE TO IQA-TERMS-CODE                   00026300
026400         MOVE CUST-HOLD-STATUS TO IQA-HOLD-STATUS                 00026400
026500         MOVE 'Y' TO IQA-CUSTOMER-FLAG                            00026500
026600         PERFORM GET-CUSTOMER                                     00026600
026700     ELSE                                                         00026700
026800         MOVE '** NOT ON CUSTOMER MASTER' TO IQA-NAME             00026800
026900         MOVE 'N' TO IQA-CUSTOMER-FLAG                            00026900
027000         ADD 1 TO ACCOUNTS-NO-CUSTOMER                            00027000
027100     END-IF.                                                      00027100
027200     PERFORM ADD-AGED-BALANCE                                     00027200
027300         UNTIL AGED-KEY NOT = LOW-KEY.                            00027300
027400     PERFORM ADD-DUNNING-HISTORY                                  00027400
027500         UNTIL DUNNING-KEY NOT = LOW-KEY.                         00027500
027600     PERFORM COPY-OPEN-ITEM                                       00027600
027700         UNTIL OPEN-ITEM-KEY NOT = LOW-KEY.                       00027700
027800     WRITE INQUIRY-ACCOUNT-RECORD                                 00027800
027900         INVALID KEY                                              00027900
028000             MOVE IQA-ACCOUNT TO EDIT-KEY                         00028000
028100             PERFORM REPORT-WRITE-ERROR                           00028100
028200         NOT INVALID KEY                                          00028200
028300             ADD 1 TO ACCOUNTS-WRITTEN                            00028300
028400     END-WRITE.                                                   00028400
028500     PERFORM SET-LOW-KEY.                                         00028500
028600******************************************************************00028600
028700 ADD-AGED-BALANCE.                                                00028700
028800     MOVE AGEX-RUN-DATE TO IQA-AGING-DATE.                        00028800
028900     MOVE AGEX-BUCKET-CURRENT TO IQA-BUCKET-CURRENT.              00028900
029000     MOVE AGEX-BUCKET-60 TO IQA-BUCKET-60.                        00029000
029100     MOVE AGEX-BUCKET-90 TO IQA-BUCKET-90.                        00029100
029200     MOVE AGEX-BUCKET-120 TO IQA-BUCKET-120.                      00029200
029300     MOVE AGEX-BUCKET-OVER TO IQA-BUCKET-OVER.                    00029300
029400     MOVE AGEX-TOTAL TO IQA-AGING-TOTAL.                          00029400
029500     PERFORM GET-AGED-BALANCE.                                    00029500
029600******************************************************************00029600
029700 ADD-DUNNING-HISTORY.                                             00029700
029800     MOVE DUNH-LAST-DATE TO IQA-DUN-LAST-DATE.                    00029800
029900     MOVE DUNH-LAST-LEVEL TO IQA-DUN-LAST-LEVEL.                  00029900
030000     PERFORM GET-DUNNING-HISTORY.                                 00030000
030100******************************************************************00030100
030200 COPY-OPEN-ITEM.                                                  00030200
030300     ADD 1 TO IQA-OPEN-ITEM-COUNT.                                00030300
030400     ADD OITEM-BALANCE TO IQA-OPEN-BALANCE                        00030400
030500                          OPEN-ITEMS-TOTAL.                       00030500
030600     MOVE OPEN-ITEM-RECORD TO INQUIRY-ITEM-RECORD.                00030600
030700     WRITE INQUIRY-ITEM-RECORD                                    00030700
030800         INVALID KEY                                              00030800
030900             MOVE IQO-KEY TO EDIT-KEY                             00030900
031000             PERFORM REPORT-WRITE-ERROR                           00031000
031100         NOT INVALID KEY                                          00031100
031200             ADD 1 TO ITEMS-WRITTEN                               00031200
031300             ADD OITEM-BALANCE TO ACCOUNT-ITEMS-TOTAL             00031300
031400     END-WRITE.                                                   00031400
031500     PERFORM GET-OPEN-ITEM.                                       00031500
031600******************************************************************00031600
031700* HISTORY IS NUMBERED DOWNWARD WITHIN EACH ACCOUNT SO THE NEWEST  00031700
031800* TRANSACTION HAS THE LOWEST KEY AND A FORWARD BROWSE READS THE   00031800
031900* ACCOUNT NEWEST FIRST.                                           00031900
032000 RELEASE-HISTORY-RECORDS.                                         00032000
032100     OPEN INPUT HISTORY-IN-FILE.                                  00032100
032200     PERFORM GET-HISTORY.                                         00032200
032300     PERFORM RELEASE-ONE-HISTORY UNTIL END-OF-HISTORY.            00032300
032400     CLOSE HISTORY-IN-FILE.                                       00032400
032500******************************************************************00032500
032600 GET-HISTORY.                                                     00032600
032700     READ HISTORY-IN-FILE AT END                                  00032700
032800         MOVE 'EOF' TO HISTORY-SWITCH.                            00032800
032900     IF NOT END-OF-HISTORY                                        00032900
033000         ADD 1 TO HISTORY-READ                                    00033000
033100     END-IF.                                                      00033100
033200******************************************************************00033200
033300 RELEASE-ONE-HISTORY.                                             00033300
033400     IF HIST-ACCOUNT NOT = PREVIOUS-HIST-ACCOUNT                  00033400
033500         MOVE HIST-ACCOUNT TO PREVIOUS-HIST-ACCOUNT               00033500
033600         MOVE ZERO TO HISTORY-ORDINAL                             00033600
033700     END-IF.                                                      00033700
033800     ADD 1 TO HISTORY-ORDINAL.                                    00033800
033900     MOVE SPACES TO HISTORY-SORT-RECORD.                          00033900
034000     MOVE HIST-ACCOUNT TO SORT-ACCOUNT.                           00034000
034100     COMPUTE SORT-SEQUENCE = 9999999 - HISTORY-ORDINAL.           00034100
034200     MOVE HISTORY-RECORD TO SORT-HISTORY-DATA.                    00034200
034300     RELEASE HISTORY-SORT-RECORD.                                 00034300
034400     PERFORM GET-HISTORY.                                         00034400
034500******************************************************************00034500
034600 LOAD-HISTORY-RECORDS.                                            00034600
034700     OPEN OUTPUT INQUIRY-HISTORY-FILE.                            00034700
034800     PERFORM GET-SORTED-RECORD.                                   00034800
034900     PERFORM LOAD-ONE-HISTORY UNTIL END-OF-SORT.                  00034900
035000     CLOSE INQUIRY-HISTORY-FILE.                                  00035000
035100******************************************************************00035100
035200 GET-SORTED-RECORD.                                               00035200
035300     RETURN SORT-FILE AT END                                      00035300
035400         MOVE 'EOF' TO SORT-SWITCH.                               00035400
035500******************************************************************00035500
035600 LOAD-ONE-HISTORY.                                                00035600
035700     MOVE HISTORY-SORT-RECORD TO INQUIRY-HISTORY-RECORD.          00035700
035800     WRITE INQUIRY-HISTORY-RECORD                                 00035800
035900         INVALID KEY                                              00035900
036000             MOVE IQH-KEY TO EDIT-KEY                             00036000
036100             PERFORM REPORT-WRITE-ERROR                           00036100
036200         NOT INVALID KEY                                          00036200
036300             ADD 1 TO HISTORY-WRITTEN                             00036300
036400     END-WRITE.                                                   00036400
036500     PERFORM GET-SORTED-RECORD.                                   00036500
036600******************************************************************00036600
036700 REPORT-WRITE-ERROR.                                              00036700
036800     ADD 1 TO WRITE-ERRORS.                                       00036800
036900     MOVE SPACES TO MESSAGE-LINE.                                 00036900
037000     STRING 'DUPLICATE OR OUT-OF-SEQUENCE KEY NOT LOADED: '       00037000
037100                DELIMITED BY SIZE                                 00037100
037200            EDIT-KEY DELIMITED BY SIZE                            00037200
037300       INTO MESSAGE-TEXT.                                         00037300
037400     PERFORM WRITE-MESSAGE-LINE.                                  00037400
037500     PERFORM RAISE-ERROR-SEVERITY.                                00037500
037600******************************************************************00037600
037700 PRINT-LOAD-TOTALS.                                               00037700
037800     MOVE SPACES TO MESSAGE-LINE.                                 00037800
037900     STRING 'CUSTOMERS READ: ' DELIMITED BY SIZE                  00037900
038000            CUSTOMERS-READ DELIMITED BY SIZE                      00038000
038100            '  AGED BALANCES READ: ' DELIMITED BY SIZE            00038100
038200            AGED-READ DELIMITED BY SIZE                           00038200
038300            '  DUNNING HISTORY READ: ' DELIMITED BY SIZE          00038300
038400            DUNNING-READ DELIMITED BY SIZE                        00038400
038500       INTO MESSAGE-TEXT.                                         00038500
038600     PERFORM WRITE-MESSAGE-DOUBLE.                                00038600
038700     MOVE SPACES TO MESSAGE-LINE.                                 00038700
038800     STRING 'ACCOUNTS LOADED: ' DELIMITED BY SIZE                 00038800
038900            ACCOUNTS-WRITTEN DELIMITED BY SIZE                    00038900
039000            '  NOT ON CUSTOMER MASTER: ' DELIMITED BY SIZE        00039000
039100            ACCOUNTS-NO-CUSTOMER DELIMITED BY SIZE                00039100
039200       INTO MESSAGE-TEXT.                                         00039200
039300     PERFORM WRITE-MESSAGE-LINE.                                  00039300
039400     MOVE SPACES TO MESSAGE-LINE.                                 00039400
039500     STRING 'OPEN ITEMS READ: ' DELIMITED BY SIZE                 00039500
039600            OPEN-ITEMS-READ DELIMITED BY SIZE                     00039600
039700            '  LOADED: ' DELIMITED BY SIZE                        00039700
039800            ITEMS-WRITTEN DELIMITED BY SIZE                       00039800
039900       INTO MESSAGE-TEXT.                                         00039900
040000     PERFORM WRITE-MESSAGE-LINE.                                  00040000
040100     MOVE SPACES TO MESSAGE-LINE.                                 00040100
040200     MOVE OPEN-ITEMS-TOTAL TO EDIT-CONTROL-TOTAL.                 00040200
040300     STRING 'OPEN ITEM BALANCE READ:   ' DELIMITED BY SIZE        00040300
040400            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00040400
040500       INTO MESSAGE-TEXT.                                         00040500
040600     PERFORM WRITE-MESSAGE-LINE.                                  00040600
040700     MOVE SPACES TO MESSAGE-LINE.                                 00040700
040800     MOVE ACCOUNT-ITEMS-TOTAL TO EDIT-CONTROL-TOTAL.              00040800
040900     STRING 'OPEN ITEM BALANCE LOADED: ' DELIMITED BY SIZE        00040900
041000            EDIT-CONTROL-TOTAL DELIMITED BY SIZE                  00041000
041100       INTO MESSAGE-TEXT.                                         00041100
041200     PERFORM WRITE-MESSAGE-LINE.                                  00041200
041300     MOVE SPACES TO MESSAGE-LINE.                                 00041300
041400     STRING 'HISTORY RECORDS READ: ' DELIMITED BY SIZE            00041400
041500            HISTORY-READ DELIMITED BY SIZE                        00041500
041600            '  LOADED: ' DELIMITED BY SIZE                        00041600
041700            HISTORY-WRITTEN DELIMITED BY SIZE                     00041700
041800       INTO MESSAGE-TEXT.                                         00041800
041900     PERFORM WRITE-MESSAGE-LINE.                                  00041900
042000     IF WRITE-ERRORS > ZERO                                       00042000
042100         MOVE SPACES TO MESSAGE-LINE                              00042100
042200         STRING 'RECORDS NOT LOADED: ' DELIMITED BY SIZE          00042200
042300                WRITE-ERRORS DELIMITED BY SIZE                    00042300
042400                ' - INQUIRY FILES INCOMPLETE' DELIMITED BY SIZE   00042400
042500           INTO MESSAGE-TEXT                                      00042500
042600         PERFORM WRITE-MESSAGE-LINE                               00042600
042700     END-IF.                                                      00042700
042800     IF CUSTOMERS-READ = ZERO                                     00042800
042900         MOVE SPACES TO MESSAGE-LINE                              00042900
043000         MOVE 'CUSTOMER MASTER IS EMPTY' TO MESSAGE-TEXT          00043000
043100         PERFORM WRITE-MESSAGE-LINE                               00043100
043200         PERFORM RAISE-WARNING-SEVERITY                           00043200
043300     END-IF.                                                      00043300
043400******************************************************************00043400
043500 WRITE-MESSAGE-LINE.                                              00043500
043600     IF LINES-WRITTEN NOT < MAX-LINES-PER-PAGE                    00043600
043700         PERFORM WRITE-HEADER                                     00043700
043800     END-IF.                                                      00043800
043900     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00043900
044000     MOVE 1 TO LINE-SPACING.                                      00044000
044100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00044100
044200     WRITE OUTPUT-RECORD.                                         00044200
044300     ADD 1 TO LINES-WRITTEN.                                      00044300
044400******************************************************************00044400
044500 WRITE-MESSAGE-DOUBLE.                                            00044500
044600     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00044600
044700     MOVE 2 TO LINE-SPACING.                                      00044700
044800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00044800
044900     WRITE OUTPUT-RECORD.                                         00044900
045000     ADD 2 TO LINES-WRITTEN.                                      00045000
045100******************************************************************00045100
045200 RAISE-WARNING-SEVERITY.                                          00045200
045300     IF HIGHEST-SEVERITY < 4                                      00045300
045400         MOVE 4 TO HIGHEST-SEVERITY                               00045400
045500     END-IF.                                                      00045500
045600******************************************************************00045600
045700 RAISE-ERROR-SEVERITY.                                            00045700
045800     IF HIGHEST-SEVERITY < 8                                      00045800
045900         MOVE 8 TO HIGHEST-SEVERITY                               00045900
046000     END-IF.                                                      00046000
046100******************************************************************00046100
046200 WRITE-HEADER.                                                    00046200
046300     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.                       00046300
046400     ADD 1 TO PAGE-COUNT.                                         00046400
046500     MOVE PAGE-COUNT TO HEADER-PAGE-NO.                           00046500
046600     MOVE RUN-DATE TO HEADER-RUN-DATE.                            00046600
046700     MOVE LOAD-HEADER-RECORD TO OUTPUT-LINE.                      00046700
046800     WRITE OUTPUT-RECORD.                                         00046800
046900     MOVE ZERO TO LINES-WRITTEN.                                  00046900
047000******************************************************************00047000
047100 WRITE-RUN-LOG.                                                   00047100
047200     OPEN EXTEND RUN-LOG-FILE.                                    00047200
047300     ACCEPT RUN-TIME FROM TIME.                                   00047300
047400     MOVE SPACES TO RUN-LOG-RECORD.                               00047400
047500     MOVE 'ARINQLD' TO RLOG-PROGRAM-ID.                           00047500
047600     MOVE RUN-DATE TO RLOG-RUN-DATE.                              00047600
047700     MOVE RUN-TIME (1:6) TO RLOG-RUN-TIME.                        00047700
047800     MOVE OPEN-ITEMS-READ TO RLOG-RECORDS-IN.                     00047800
047900     MOVE ACCOUNTS-WRITTEN TO RLOG-RECORDS-OUT.                   00047900
048000     MOVE HISTORY-WRITTEN TO RLOG-RECORDS-ADDED.                  00048000
048100     MOVE WRITE-ERRORS TO RLOG-REJECT-COUNT.                      00048100
048200     MOVE HIGHEST-SEVERITY TO RLOG-RETURN-CODE.                   00048200
048300     WRITE RUN-LOG-RECORD.                                        00048300
048400     CLOSE RUN-LOG-FILE.                                          00048400
