002400     SELECT CREDIT-REPORT ASSIGN U-T-CRDRPT.                      00002400
002500     SELECT BRANCH-REF-FILE ASSIGN U-T-BRANCH.                    00002500
002600     SELECT OPTIONAL PERIOD-FILE ASSIGN U-T-PERIOD.               00002600
002650     SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN U-T-OITMIN.            00002650
002700     SELECT OPTIONAL RUN-LOG-FILE ASSIGN U-T-RUNLOG.              00002700
002800 DATA DIVISION.                                                   00002800
002900 FILE SECTION.                                                    00002900
014200     RECORD CONTAINS 80 CHARACTERS                                00014200
014300     DATA RECORD IS PERIOD-CONTROL-RECORD.                        00014300
014400 COPY ARPERREC.                                                   00014400
014410 FD OPEN-ITEM-FILE                                                00014410
014420     LABEL RECORDS ARE STANDARD                                   00014420
014430     RECORD CONTAINS 80 CHARACTERS                                00014430
014440     DATA RECORD IS OPEN-ITEM-RECORD.                             00014440
014450 COPY AROITEM.                                                    00014450
014500 FD RUN-LOG-FILE                                                  00014500
014600     LABEL RECORDS ARE STANDARD                                   00014600
014700     RECORD CONTAINS 80 CHARACTERS                                00014700
017400     02  CR-PAGE-COUNT         PIC 9(3)  VALUE ZERO.              00017400
017500     02  CR-LINES-WRITTEN      PIC 9(3)  VALUE 999.               00017500
017600     02  EDIT-HELD-TOTAL       PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00017600
017602     02  HELD-REASON           PIC X(25) VALUE SPACES.            00017602
017604 01  CREDIT-EXPOSURE-FIELDS.                                      00017604
017606     02  OPEN-ITEM-SWITCH      PIC X(3)  VALUE 'NO '.             00017606
017608         88  END-OF-OPEN-ITEMS VALUE 'EOF'.                       00017608
017610     02  OPEN-ACCOUNT          PIC 9(8)  VALUE ZERO.              00017610
017612     02  OPEN-ACCOUNT-BALANCE  PIC S9(13) VALUE ZERO.             00017612
017614     02  EXPOSURE-COUNT        PIC 9(4)  VALUE ZERO.              00017614
017616     02  EXPOSURE-IX           PIC 9(4)  VALUE ZERO.              00017616
017618     02  EXPOSURE-FOUND-SWITCH PIC X(3)  VALUE 'NO '.             00017618
017620         88  EXPOSURE-FOUND    VALUE 'YES'.                       00017620
017622     02  EXPOSURE-FULL-SWITCH  PIC X(3)  VALUE 'NO '.             00017622
017624         88  EXPOSURE-TABLE-FULL VALUE 'YES'.                     00017624
017626     02  OVER-LIMIT-SWITCH     PIC X(3)  VALUE 'NO '.             00017626
017628         88  OVER-CREDIT-LIMIT VALUE 'YES'.                       00017628
017630     02  NEW-EXPOSURE          PIC S9(13) VALUE ZERO.             00017630
017632     02  OVER-LIMIT-COUNT      PIC 9(6)  VALUE ZERO.              00017632
017634     02  OVER-LIMIT-TOTAL      PIC S9(13) VALUE ZERO.             00017634
017636 01  CREDIT-EXPOSURE-TABLE.                                       00017636
017638     02  EXPOSURE-ENTRY OCCURS 1000 TIMES.                        00017638
017640         03  EXP-TBL-ACCOUNT   PIC 9(8).                          00017640
017642         03  EXP-TBL-OPEN      PIC S9(13).                        00017642
017644         03  EXP-TBL-TONIGHT   PIC S9(13).                        00017644
017700 01  CREDIT-HEADER-RECORD.                                        00017700
017800     02  FILLER             PIC X(5)   VALUE SPACES.              00017800
017900     02  FILLER             PIC X(91)                             00017900
019700     02  FILLER            PIC X(16) VALUE '          AMOUNT'.    00019700
019800     02  FILLER            PIC X(2)  VALUE SPACES.                00019800
019900     02  FILLER            PIC X(25) VALUE 'CUSTOMER NAME'.       00019900
019950     02  FILLER            PIC X(2)  VALUE SPACES.                00019950
020000     02  FILLER            PIC X(25) VALUE 'HOLD REASON'.         00020000
020050     02  FILLER            PIC X(14) VALUE SPACES.                00020050
020100 01  CREDIT-DETAIL-LINE.                                          00020100
020200     02  FILLER            PIC X(2).                              00020200
020300     02  CRD-ACCOUNT       PIC ZZ,ZZZ,ZZ9.                        00020300
020900     02  CRD-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9-.                  00020900
021000     02  FILLER            PIC X(2).                              00021000
021100     02  CRD-CUST-NAME     PIC X(25).                             00021100
021150     02  FILLER            PIC X(2).                              00021150
021200     02  CRD-REASON        PIC X(25).                             00021200
021250     02  FILLER            PIC X(14).                             00021250
021300 01  BRANCH-BREAK-FIELDS.                                         00021300
021400     02  CURRENT-BRANCH        PIC X(10) VALUE SPACES.            00021400
021500     02  BRANCH-ACTIVE-SWITCH  PIC X(3)  VALUE 'NO '.             00021500
024000         03  BREF-TBL-REGION     PIC X(10).                       00024000
024100         03  BREF-TBL-ACTIVE     PIC X.                           00024100
024200         03  BREF-TBL-GL-ACCOUNT PIC X(11).                       00024200
024220         03  BREF-TBL-GL-POSTING PIC X.                           00024220
024240             88  BREF-TBL-GL-BY-SOURCE VALUE 'S'.                 00024240
024300 01  REGION-RECAP-FIELDS.                                         00024300
024400     02  REGION-ENTRY-COUNT    PIC 9(3)  VALUE ZERO.              00024400
024500     02  REGION-IX             PIC 9(3)  VALUE ZERO.              00024500
027000     02  GL-RECORD-COUNT       PIC 9(6)  VALUE ZERO.              00027000
027100     02  GL-HASH-TOTAL         PIC 9(13) VALUE ZERO.              00027100
027200     02  GL-AMOUNT-ABS         PIC 9(13) VALUE ZERO.              00027200
027220     02  GL-SOURCE-POSTED-TOTAL PIC S9(13) VALUE ZERO.            00027220
027240     02  GL-AR-NET-TOTAL       PIC S9(13) VALUE ZERO.             00027240
027290     02  EDIT-GL-SOURCE-TOTAL  PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00027290
027300 01  SEVERITY-FIELDS.                                             00027300
027400     02  HIGHEST-SEVERITY      PIC 9(2)  VALUE ZERO.              00027400
027500     02  REJECT-TOLERANCE-PCT  PIC 9(3)  VALUE 010.               00027500
033800          INPUT  BRANCH-REF-FILE                                  00033800
033900          INPUT  PERIOD-FILE                                      00033900
034000          OUTPUT GL-INTERFACE-FILE                                00034000
034050          INPUT  OPEN-ITEM-FILE                                   00034050
034100          OUTPUT HELD-TRAN-FILE                                   00034100
034200          OUTPUT CREDIT-REPORT                                    00034200
034300          OUTPUT EXTRACT-FILE.                                    00034300
034500     PERFORM SET-REJECT-TOLERANCE.                                00034500
034600     PERFORM LOAD-BRANCH-REFERENCE.                               00034600
034700     PERFORM LOAD-PERIOD-CONTROL.                                 00034700
034750     PERFORM LOAD-CREDIT-EXPOSURE.                                00034750
034800     PERFORM OPEN-RESTART-FILE.                                   00034800
034900     PERFORM GET-INPUT.                                           00034900
035000     PERFORM WRITE-AND-READ                                       00035000
036900           CUSTOMER-MASTER                                        00036900
037000           BRANCH-REF-FILE                                        00037000
037100           PERIOD-FILE                                            00037100
037150           OPEN-ITEM-FILE                                         00037150
037200           GL-INTERFACE-FILE                                      00037200
037300           HELD-TRAN-FILE                                         00037300
037400           CREDIT-REPORT                                          00037400
040000         PERFORM WRITE-REJECT-RECORD                              00040000
040100     ELSE                                                         00040100
040200         PERFORM LOOKUP-CUSTOMER                                  00040200
040250         PERFORM CHECK-CREDIT-EXPOSURE                            00040250
040300         IF CUSTOMER-FOUND AND CUST-ON-HOLD AND TRAN-INVOICE      00040300
040350            OR OVER-CREDIT-LIMIT                                  00040350
040400             PERFORM DIVERT-HELD-TRANSACTION                      00040400
040500         ELSE                                                     00040500
040600             PERFORM SEQUENCE-CHECK-RECORD                        00040600
059300******************************************************************00059300
059400 FAST-FORWARD-TO-CHECKPOINT.                                      00059400
059500     IF CHECKPOINT-FOUND                                          00059500
059600         PERFORM SKIP-PROCESSED-RECORD                            00059600
059700             UNTIL END-OF-FILE                                    00059700
059800                OR INPUT-FIELD1 = LAST-CHECKPOINT-FIELD1          00059800
059900     END-IF.                                                      00059900
059905******************************************************************00059905
059910 SKIP-PROCESSED-RECORD.                                           00059910
059915     PERFORM GET-INPUT.                                           00059915
059920     IF NOT END-OF-FILE                                           00059920
059925        AND NOT BATCH-HEADER-RECORD                               00059925
059930        AND NOT BATCH-TRAILER-RECORD                              00059930
059935         PERFORM VALIDATE-INPUT-RECORD                            00059935
059940         IF NOT RECORD-REJECTED                                   00059940
059945             PERFORM LOOKUP-CUSTOMER                              00059945
059950             PERFORM CHECK-CREDIT-EXPOSURE                        00059950
059955         END-IF                                                   00059955
059960     END-IF.                                                      00059960
060000******************************************************************00060000
060100 CHECKPOINT-IF-NEEDED.                                            00060100
060200     IF FUNCTION MOD(DETAIL-COUNT CHECKPOINT-INTERVAL)            00060200
089900******************************************************************00089900
090000 WRITE-GL-INTERFACE.                                              00090000
090100     IF BRANCH-ENTRY-COUNT > ZERO                                 00090100
090110         MOVE 1 TO BRANCH-IX                                      00090110
090120         PERFORM ADD-SOURCE-POSTED-TOTAL                          00090120
090130             UNTIL BRANCH-IX > BRANCH-ENTRY-COUNT                 00090130
090140         COMPUTE GL-AR-NET-TOTAL =                                00090140
090150             GRAND-TOTAL - GL-SOURCE-POSTED-TOTAL                 00090150
090200         PERFORM WRITE-GL-DEBIT-ENTRY                             00090200
090300         MOVE 1 TO BRANCH-IX                                      00090300
090400         PERFORM WRITE-GL-BRANCH-ENTRY                            00090400
090500             UNTIL BRANCH-IX > BRANCH-ENTRY-COUNT                 00090500
090600         IF GL-DEBIT-TOTAL NOT = GL-CREDIT-TOTAL                  00090600
090700            OR GL-DEBIT-TOTAL NOT = GL-AR-NET-TOTAL               00090700
090800             PERFORM WRITE-GL-IMBALANCE-MESSAGE                   00090800
090900         END-IF                                                   00090900
090920         IF GL-SOURCE-POSTED-TOTAL NOT = ZERO                     00090920
090940             PERFORM WRITE-GL-SOURCE-POSTED-MESSAGE               00090940
090960         END-IF                                                   00090960
091000     END-IF.                                                      00091000
091100     PERFORM WRITE-GL-CONTROL-RECORD.                             00091100
091200******************************************************************00091200
091600     MOVE RUN-DATE TO GL-POSTING-DATE.                            00091600
091700     MOVE GL-AR-CONTROL-ACCOUNT TO GL-ACCOUNT.                    00091700
091800     MOVE 'D' TO GL-DEBIT-CREDIT.                                 00091800
091900     MOVE GL-AR-NET-TOTAL TO GL-AMOUNT.                           00091900
092000     MOVE 'ARADEMO' TO GL-SOURCE.                                 00092000
092100     WRITE GL-INTERFACE-RECORD.                                   00092100
092200     ADD GL-AR-NET-TOTAL TO GL-DEBIT-TOTAL.                       00092200
092300     PERFORM ACCUMULATE-GL-HASH.                                  00092300
092400     ADD 1 TO GL-RECORD-COUNT.                                    00092400
092402******************************************************************00092402
092404 ADD-SOURCE-POSTED-TOTAL.                                         00092404
092406     MOVE BRANCH-TBL-CODE (BRANCH-IX) TO BREF-LOOKUP-CODE.        00092406
092408     PERFORM LOOKUP-BRANCH-REFERENCE.                             00092408
092410     IF BREF-FOUND                                                00092410
092412         IF BREF-TBL-GL-BY-SOURCE (BREF-IX)                       00092412
092414             ADD BRANCH-TBL-TOTAL (BRANCH-IX)                     00092414
092416                 TO GL-SOURCE-POSTED-TOTAL                        00092416
092418         END-IF                                                   00092418
092420     END-IF.                                                      00092420
092422     ADD 1 TO BRANCH-IX.                                          00092422
092424******************************************************************00092424
092426 WRITE-GL-BRANCH-ENTRY.                                           00092426
092428     MOVE BRANCH-TBL-CODE (BRANCH-IX) TO BREF-LOOKUP-CODE.        00092428
092430     PERFORM LOOKUP-BRANCH-REFERENCE.                             00092430
092432     IF BREF-FOUND                                                00092432
092434        AND BREF-TBL-GL-BY-SOURCE (BREF-IX)                       00092434
092436         CONTINUE                                                 00092436
092438     ELSE                                                         00092438
092440         PERFORM WRITE-GL-CREDIT-ENTRY                            00092440
092442     END-IF.                                                      00092442
092444     ADD 1 TO BRANCH-IX.                                          00092444
092500******************************************************************00092500
092600 WRITE-GL-CREDIT-ENTRY.                                           00092600
092700     MOVE SPACES TO GL-INTERFACE-RECORD.                          00092700
094400     ADD BRANCH-TBL-TOTAL (BRANCH-IX) TO GL-CREDIT-TOTAL.         00094400
094500     PERFORM ACCUMULATE-GL-HASH.                                  00094500
094600     ADD 1 TO GL-RECORD-COUNT.                                    00094600
094800******************************************************************00094800
094900 ACCUMULATE-GL-HASH.                                              00094900
095000     IF GL-AMOUNT < ZERO                                          00095000
097200     WRITE OUTPUT-RECORD.                                         00097200
097300     ADD 1 TO LINES-WRITTEN.                                      00097300
097400     PERFORM RAISE-ERROR-SEVERITY.                                00097400
097405******************************************************************00097405
097410 WRITE-GL-SOURCE-POSTED-MESSAGE.                                  00097410
097415     MOVE SPACES TO MESSAGE-LINE.                                 00097415
097420     MOVE GL-SOURCE-POSTED-TOTAL TO EDIT-GL-SOURCE-TOTAL.         00097420
097425     STRING 'POSTED TO GL BY SOURCE PROGRAM, NOT INTERFACED: '    00097425
097430            DELIMITED BY SIZE                                     00097430
097435            EDIT-GL-SOURCE-TOTAL DELIMITED BY SIZE                00097435
097440       INTO MESSAGE-TEXT.                                         00097440
097445     MOVE MESSAGE-LINE TO OUTPUT-LINE.                            00097445
097450     MOVE 1 TO LINE-SPACING.                                      00097450
097455     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00097455
097460     WRITE OUTPUT-RECORD.                                         00097460
097465     ADD 1 TO LINES-WRITTEN.                                      00097465
097500******************************************************************00097500
097600 SET-REJECT-TOLERANCE.                                            00097600
097700     IF PARM-LENGTH > 2                                           00097700
106100     MOVE INPUT-FIELD3 TO CRD-DESC.                               00106100
106200     MOVE TRAN-AMOUNT  TO CRD-AMOUNT.                             00106200
106300     MOVE CUST-NAME    TO CRD-CUST-NAME.                          00106300
106350     MOVE HELD-REASON  TO CRD-REASON.                             00106350
106400     MOVE CREDIT-DETAIL-LINE TO CR-OUTPUT-LINE.                   00106400
106500     MOVE 1 TO LINE-SPACING.                                      00106500
106600     MOVE LINE-SPACING TO CR-CARRIAGE-CONTROL.                    00106600
111200                EDIT-HELD-TOTAL DELIMITED BY SIZE                 00111200
111300           INTO MESSAGE-TEXT                                      00111300
111400         PERFORM WRITE-CREDIT-MESSAGE-LINE                        00111400
111405         IF OVER-LIMIT-COUNT > ZERO                               00111405
111410             MOVE SPACES TO MESSAGE-LINE                          00111410
111415             MOVE OVER-LIMIT-TOTAL TO EDIT-HELD-TOTAL             00111415
111420             STRING 'HELD OVER CREDIT LIMIT: ' DELIMITED BY SIZE  00111420
111425                    OVER-LIMIT-COUNT DELIMITED BY SIZE            00111425
111430                    ' TOTAL: ' DELIMITED BY SIZE                  00111430
111435                    EDIT-HELD-TOTAL DELIMITED BY SIZE             00111435
111440               INTO MESSAGE-TEXT                                  00111440
111445             PERFORM WRITE-CREDIT-MESSAGE-LINE                    00111445
111450         END-IF                                                   00111450
111500     END-IF.                                                      00111500
111600******************************************************************00111600
111700 WRITE-CREDIT-MESSAGE-LINE.                                       00111700
114600             TO BREF-TBL-ACTIVE (BREF-COUNT)                      00114600
114700         MOVE BRCH-GL-ACCOUNT                                     00114700
114800             TO BREF-TBL-GL-ACCOUNT (BREF-COUNT)                  00114800
114820         MOVE BRCH-GL-POSTING                                     00114820
114840             TO BREF-TBL-GL-POSTING (BREF-COUNT)                  00114840
114900     ELSE                                                         00114900
115000         MOVE SPACES TO MESSAGE-LINE                              00115000
115100         MOVE 'BRANCH REFERENCE TABLE FULL - BRANCH DROPPED'      00115100
129700         ADD 1 TO PERD-IX                                         00129700
129800     END-IF.                                                      00129800
129900******************************************************************00129900
129901 LOAD-CREDIT-EXPOSURE.                                            00129901
129902     PERFORM GET-OPEN-ITEM.                                       00129902
129903     PERFORM ACCUMULATE-OPEN-ACCOUNT                              00129903
129904         UNTIL END-OF-OPEN-ITEMS.                                 00129904
129905******************************************************************00129905
129906 GET-OPEN-ITEM.                                                   00129906
129907     READ OPEN-ITEM-FILE AT END                                   00129907
129908         MOVE 'EOF' TO OPEN-ITEM-SWITCH.                          00129908
129909******************************************************************00129909
129910 ACCUMULATE-OPEN-ACCOUNT.                                         00129910
129911     MOVE OITEM-ACCOUNT TO OPEN-ACCOUNT.                          00129911
129912     MOVE ZERO TO OPEN-ACCOUNT-BALANCE.                           00129912
129913     PERFORM ADD-OPEN-ITEM-BALANCE                                00129913
129914         UNTIL END-OF-OPEN-ITEMS                                  00129914
129915            OR OITEM-ACCOUNT NOT = OPEN-ACCOUNT.                  00129915
129916     MOVE OPEN-ACCOUNT TO CUST-ACCOUNT-NO.                        00129916
129917     READ CUSTOMER-MASTER                                         00129917
129918         INVALID KEY                                              00129918
129919             CONTINUE                                             00129919
129920         NOT INVALID KEY                                          00129920
129921             IF CUST-CREDIT-LIMIT NUMERIC                         00129921
129922                AND CUST-CREDIT-LIMIT > ZERO                      00129922
129923                 PERFORM ADD-EXPOSURE-ENTRY                       00129923
129924                 IF EXPOSURE-FOUND                                00129924
129925                     MOVE OPEN-ACCOUNT-BALANCE                    00129925
129926                         TO EXP-TBL-OPEN (EXPOSURE-IX)            00129926
129927                 END-IF                                           00129927
129928             END-IF                                               00129928
129929     END-READ.                                                    00129929
129930******************************************************************00129930
129931 ADD-OPEN-ITEM-BALANCE.                                           00129931
129932     ADD OITEM-BALANCE TO OPEN-ACCOUNT-BALANCE.                   00129932
129933     PERFORM GET-OPEN-ITEM.                                       00129933
129934******************************************************************00129934
129935 CHECK-CREDIT-EXPOSURE.                                           00129935
129936     MOVE 'NO ' TO OVER-LIMIT-SWITCH.                             00129936
129937     MOVE 'ACCOUNT ON CREDIT HOLD' TO HELD-REASON.                00129937
129938     IF CUSTOMER-FOUND AND TRAN-INVOICE AND NOT CUST-ON-HOLD      00129938
129939        AND CUST-CREDIT-LIMIT NUMERIC                             00129939
129940        AND CUST-CREDIT-LIMIT > ZERO                              00129940
129941         PERFORM LOOKUP-ACCOUNT-EXPOSURE                          00129941
129942         IF EXPOSURE-FOUND                                        00129942
129943             COMPUTE TRAN-AMOUNT = INPUT-FIELD4 + INPUT-FIELD5    00129943
129944             COMPUTE NEW-EXPOSURE = EXP-TBL-OPEN (EXPOSURE-IX)    00129944
129945                 + EXP-TBL-TONIGHT (EXPOSURE-IX) + TRAN-AMOUNT    00129945
129946             IF NEW-EXPOSURE > CUST-CREDIT-LIMIT                  00129946
129947                 MOVE 'YES' TO OVER-LIMIT-SWITCH                  00129947
129948                 MOVE 'OVER CREDIT LIMIT' TO HELD-REASON          00129948
129949                 ADD 1 TO OVER-LIMIT-COUNT                        00129949
129950                 ADD TRAN-AMOUNT TO OVER-LIMIT-TOTAL              00129950
129951             ELSE                                                 00129951
129952                 ADD TRAN-AMOUNT TO EXP-TBL-TONIGHT (EXPOSURE-IX) 00129952
129953             END-IF                                               00129953
129954         END-IF                                                   00129954
129955     END-IF.                                                      00129955
129956******************************************************************00129956
129957 LOOKUP-ACCOUNT-EXPOSURE.                                         00129957
129958     MOVE 'NO ' TO EXPOSURE-FOUND-SWITCH.                         00129958
129959     MOVE 1 TO EXPOSURE-IX.                                       00129959
129960     PERFORM LOCATE-EXPOSURE-ENTRY                                00129960
129961         UNTIL EXPOSURE-FOUND OR EXPOSURE-IX > EXPOSURE-COUNT.    00129961
129962     IF NOT EXPOSURE-FOUND                                        00129962
129963         PERFORM ADD-EXPOSURE-ENTRY                               00129963
129964     END-IF.                                                      00129964
129965******************************************************************00129965
129966 LOCATE-EXPOSURE-ENTRY.                                           00129966
129967     IF EXP-TBL-ACCOUNT (EXPOSURE-IX) = CUST-ACCOUNT-NO           00129967
129968         MOVE 'YES' TO EXPOSURE-FOUND-SWITCH                      00129968
129969     ELSE                                                         00129969
129970         ADD 1 TO EXPOSURE-IX                                     00129970
129971     END-IF.                                                      00129971
129972******************************************************************00129972
129973 ADD-EXPOSURE-ENTRY.                                              00129973
129974     MOVE 'NO ' TO EXPOSURE-FOUND-SWITCH.                         00129974
129975     IF EXPOSURE-COUNT < 1000                                     00129975
129976         ADD 1 TO EXPOSURE-COUNT                                  00129976
129977         MOVE EXPOSURE-COUNT TO EXPOSURE-IX                       00129977
129978         MOVE CUST-ACCOUNT-NO TO EXP-TBL-ACCOUNT (EXPOSURE-IX)    00129978
129979         MOVE ZERO TO EXP-TBL-OPEN (EXPOSURE-IX)                  00129979
129980                      EXP-TBL-TONIGHT (EXPOSURE-IX)               00129980
129981         MOVE 'YES' TO EXPOSURE-FOUND-SWITCH                      00129981
129982     ELSE                                                         00129982
129983         IF NOT EXPOSURE-TABLE-FULL                               00129983
129984             MOVE 'YES' TO EXPOSURE-FULL-SWITCH                   00129984
129985             MOVE SPACES TO MESSAGE-LINE                          00129985
129986             MOVE 'EXPOSURE TABLE FULL - LIMITS NOT CHECKED'      00129986
129987                 TO MESSAGE-TEXT                                  00129987
129988             PERFORM WRITE-SEVERITY-MESSAGE                       00129988
129989             PERFORM RAISE-WARNING-SEVERITY                       00129989
129990         END-IF                                                   00129990
129991     END-IF.                                                      00129991
129992******************************************************************00129992
130000 WRITE-RUN-LOG.                                                   00130000
130100     OPEN EXTEND RUN-LOG-FILE.                                    00130100
130200     ACCEPT RUN-TIME FROM TIME.                                   00130200
