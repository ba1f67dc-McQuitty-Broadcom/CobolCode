000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID. ARINQ.                                               00000200
000300 AUTHOR. BRAIN.                                                   00000300
000400 ENVIRONMENT DIVISION.                                            00000400
000500 DATA DIVISION.                                                   00000500
000600******************************************************************00000600
000700 WORKING-STORAGE SECTION.                                         00000700
000800* CARRIED BETWEEN SCREENS. THE START KEY OF EACH PAGE SHOWN SO FAR00000800
000900* IS KEPT SO PF7 CAN PAGE BACK WITHOUT A BACKWARD BROWSE.         00000900
001000 01  INQUIRY-COMMAREA.                                            00001000
001100     02  CA-SCREEN             PIC X.                             00001100
001200         88  CA-ACCOUNT-SCREEN VALUE '1'.                         00001200
001300         88  CA-HISTORY-SCREEN VALUE '2'.                         00001300
001400     02  CA-ACCOUNT-SWITCH     PIC X(3).                          00001400
001500         88  CA-ACCOUNT-SHOWN  VALUE 'YES'.                       00001500
001600     02  CA-ACCOUNT            PIC 9(8).                          00001600
001700     02  CA-ACCOUNT-NAME       PIC X(25).                         00001700
001800     02  CA-ITEM-PAGE          PIC 9(3).                          00001800
001900     02  CA-ITEM-MORE-SWITCH   PIC X(3).                          00001900
002000         88  CA-MORE-ITEMS     VALUE 'YES'.                       00002000
002100     02  CA-ITEM-PAGE-KEY      PIC X(28) OCCURS 20 TIMES.         00002100
002200     02  CA-HIST-PAGE          PIC 9(3).                          00002200
002300     02  CA-HIST-MORE-SWITCH   PIC X(3).                          00002300
002400         88  CA-MORE-HISTORY   VALUE 'YES'.                       00002400
002500     02  CA-HIST-PAGE-KEY      PIC X(15) OCCURS 50 TIMES.         00002500
002600 01  INQUIRY-WORK-FIELDS.                                         00002600
002700     02  CICS-RESP             PIC S9(8) COMP.                    00002700
002800     02  ABS-TIME              PIC S9(15) COMP-3.                 00002800
002900     02  TODAY-DATE            PIC X(8)  VALUE SPACES.            00002900
003000     02  ITEM-KEY.                                                00003000
003100         03  ITEM-KEY-ACCOUNT  PIC 9(8).                          00003100
003200         03  ITEM-KEY-REFERENCE PIC X(20).                        00003200
003300     02  HIST-KEY.                                                00003300
003400         03  HIST-KEY-ACCOUNT  PIC 9(8).                          00003400
003500         03  HIST-KEY-SEQUENCE PIC 9(7).                          00003500
003600     02  LINE-IX               PIC S9(4) COMP VALUE ZERO.         00003600
003700     02  BROWSE-SWITCH         PIC X(3)  VALUE 'NO '.             00003700
003800         88  BROWSE-DONE       VALUE 'YES'.                       00003800
003900     02  SESSION-SWITCH        PIC X(3)  VALUE 'NO '.             00003900
004000         88  END-OF-SESSION    VALUE 'YES'.                       00004000
004100     02  FIRST-LINE-NO         PIC 9(6)  VALUE ZERO.              00004100
004200     02  LAST-LINE-NO          PIC 9(6)  VALUE ZERO.              00004200
004300     02  EDIT-COUNT            PIC ZZZZZ9.                        00004300
004400     02  EDIT-FIRST            PIC ZZZZZ9.                        00004400
004500     02  EDIT-LAST             PIC ZZZZZ9.                        00004500
004600     02  EDIT-PAGE             PIC ZZ9.                           00004600
004700     02  EDIT-RESP             PIC ZZZZ9.                         00004700
004800     02  EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00004800
004900     02  MESSAGE-TEXT          PIC X(79) VALUE SPACES.            00004900
005000     02  END-MESSAGE           PIC X(24)                          00005000
005100         VALUE 'AR ACCOUNT INQUIRY ENDED'.                        00005100
005200 01  AGING-DISPLAY-LINE.                                          00005200
005300     02  FILLER                PIC X.                             00005300
005400     02  AGING-CURRENT         PIC ZZZ,ZZZ,ZZ9-.                  00005400
005500     02  FILLER                PIC X.                             00005500
005600     02  AGING-60              PIC ZZZ,ZZZ,ZZ9-.                  00005600
005700     02  FILLER                PIC X.                             00005700
005800     02  AGING-90              PIC ZZZ,ZZZ,ZZ9-.                  00005800
005900     02  FILLER                PIC X.                             00005900
006000     02  AGING-120             PIC ZZZ,ZZZ,ZZ9-.                  00006000
006100     02  FILLER                PIC X.                             00006100
006200     02  AGING-OVER            PIC ZZZ,ZZZ,ZZ9-.                  00006200
006300     02  FILLER                PIC X.                             00006300
006400     02  AGING-TOTAL           PIC ZZZ,ZZZ,ZZ9-.                  00006400
006500 01  ITEM-DISPLAY-LINE.                                           00006500
006600     02  ITEM-REFERENCE        PIC X(20).                         00006600
006700     02  FILLER                PIC X(2).                          00006700
006800     02  ITEM-OPEN-DATE        PIC X(8).                          00006800
006900     02  FILLER                PIC X(2).                          00006900
007000     02  ITEM-ORIG-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00007000
007100     02  FILLER                PIC X(2).                          00007100
007200     02  ITEM-BALANCE          PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00007200
007300     02  FILLER                PIC X(13).                         00007300
007400 01  HISTORY-DISPLAY-LINE.                                        00007400
007500     02  HLINE-DATE            PIC X(8).                          00007500
007600     02  FILLER                PIC X(2).                          00007600
007700     02  HLINE-TYPE            PIC X(8).                          00007700
007800     02  FILLER                PIC X(2).                          00007800
007900     02  HLINE-BRANCH          PIC X(10).                         00007900
008000     02  FILLER                PIC X(2).                          00008000
008100     02  HLINE-DESC            PIC X(20).                         00008100
008200     02  FILLER                PIC X(2).                          00008200
008300     02  HLINE-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9-.              00008300
008400     02  FILLER                PIC X(9).                          00008400
008500 COPY ARIQACT.                                                    00008500
008600 COPY ARIQHST.                                                    00008600
008700 COPY AROITEM.                                                    00008700
008800 COPY ARHREC.                                                     00008800
008900 COPY ARINQM.                                                     00008900
009000 COPY DFHAID.                                                     00009000
009100 LINKAGE SECTION.                                                 00009100
009200 01  DFHCOMMAREA               PIC X(1359).                       00009200
009300******************************************************************00009300
009400* INQUIRY ONLY: THE THREE FILES ARE THE NIGHTLY COPIES LOADED BY  00009400
009500* ARINQLD AND ARE ONLY READ AND BROWSED HERE.                     00009500
009600 PROCEDURE DIVISION.                                              00009600
009700     IF EIBCALEN = ZERO                                           00009700
009800         PERFORM START-INQUIRY                                    00009800
009900     ELSE                                                         00009900
010000         MOVE DFHCOMMAREA TO INQUIRY-COMMAREA                     00010000
010100         IF EIBAID = DFHCLEAR                                     00010100
010200             PERFORM END-INQUIRY                                  00010200
010300         ELSE                                                     00010300
010400             IF CA-HISTORY-SCREEN                                 00010400
010500                 PERFORM PROCESS-HISTORY-SCREEN                   00010500
010600             ELSE                                                 00010600
010700                 PERFORM PROCESS-ACCOUNT-SCREEN                   00010700
010800             END-IF                                               00010800
010900         END-IF                                                   00010900
011000     END-IF.                                                      00011000
011100     IF END-OF-SESSION                                            00011100
011200         EXEC CICS RETURN                                         00011200
011300         END-EXEC                                                 00011300
011400     ELSE                                                         00011400
011500         EXEC CICS RETURN TRANSID('ARIQ')                         00011500
011600                   COMMAREA(INQUIRY-COMMAREA)                     00011600
011700                   LENGTH(LENGTH OF INQUIRY-COMMAREA)             00011700
011800         END-EXEC                                                 00011800
011900     END-IF.                                                      00011900
012000     GOBACK.                                                      00012000
012100******************************************************************00012100
012200 START-INQUIRY.                                                   00012200
012300     MOVE SPACES TO INQUIRY-COMMAREA.                             00012300
012400     MOVE '1' TO CA-SCREEN.                                       00012400
012500     MOVE 'NO ' TO CA-ACCOUNT-SWITCH.                             00012500
012600     MOVE ZERO TO CA-ACCOUNT                                      00012600
012700                  CA-ITEM-PAGE                                    00012700
012800                  CA-HIST-PAGE.                                   00012800
012900     MOVE 'ENTER AN ACCOUNT NUMBER AND PRESS ENTER'               00012900
013000         TO MESSAGE-TEXT.                                         00013000
013100     PERFORM SHOW-ACCOUNT.                                        00013100
013200******************************************************************00013200
013300 END-INQUIRY.                                                     00013300
013400     EXEC CICS SEND TEXT FROM(END-MESSAGE)                        00013400
013500               LENGTH(LENGTH OF END-MESSAGE)                      00013500
013600               ERASE                                              00013600
013700               FREEKB                                             00013700
013800     END-EXEC.                                                    00013800
013900     MOVE 'YES' TO SESSION-SWITCH.                                00013900
014000******************************************************************00014000
014100 PROCESS-ACCOUNT-SCREEN.                                          00014100
014200     MOVE SPACES TO MESSAGE-TEXT.                                 00014200
014300     IF EIBAID = DFHPF3                                           00014300
014400         PERFORM END-INQUIRY                                      00014400
014500     ELSE                                                         00014500
014600         IF EIBAID = DFHENTER                                     00014600
014700             PERFORM RECEIVE-ACCOUNT-NUMBER                       00014700
014800         ELSE                                                     00014800
014900             IF EIBAID = DFHPF8                                   00014900
015000                 PERFORM NEXT-ITEM-PAGE                           00015000
015100             ELSE                                                 00015100
015200                 IF EIBAID = DFHPF7                               00015200
015300                     PERFORM PREVIOUS-ITEM-PAGE                   00015300
015400                 ELSE                                             00015400
015500                     IF EIBAID = DFHPF10                          00015500
015600                         PERFORM START-HISTORY                    00015600
015700                     ELSE                                         00015700
015800                         MOVE 'KEY NOT IN USE ON THIS SCREEN'     00015800
015900                             TO MESSAGE-TEXT                      00015900
016000                         PERFORM SHOW-ACCOUNT                     00016000
016100                     END-IF                                       00016100
016200                 END-IF                                           00016200
016300             END-IF                                               00016300
016400         END-IF                                                   00016400
016500     END-IF.                                                      00016500
016600******************************************************************00016600
016700 RECEIVE-ACCOUNT-NUMBER.                                          00016700
016800     EXEC CICS RECEIVE MAP('ARIQM1')                              00016800
016900               MAPSET('ARINQM')                                   00016900
017000               INTO(ARIQM1I)                                      00017000
017100               RESP(CICS-RESP)                                    00017100
017200     END-EXEC.                                                    00017200
017300     IF CICS-RESP NOT = DFHRESP(NORMAL)                           00017300
017400        OR ACCTL = ZERO                                           00017400
017500         MOVE 'ENTER AN ACCOUNT NUMBER AND PRESS ENTER'           00017500
017600             TO MESSAGE-TEXT                                      00017600
017700     ELSE                                                         00017700
017800         IF ACCTL < 8                                             00017800
017900            OR ACCTI NOT NUMERIC                                  00017900
018000             MOVE 'NO ' TO CA-ACCOUNT-SWITCH                      00018000
018100             MOVE 'ACCOUNT NUMBER MUST BE 8 DIGITS'               00018100
018200                 TO MESSAGE-TEXT                                  00018200
018300         ELSE                                                     00018300
018400             MOVE ACCTI TO CA-ACCOUNT                             00018400
018500             MOVE 'YES' TO CA-ACCOUNT-SWITCH                      00018500
018600             MOVE 1 TO CA-ITEM-PAGE                               00018600
018700             MOVE CA-ACCOUNT TO ITEM-KEY-ACCOUNT                  00018700
018800             MOVE LOW-VALUES TO ITEM-KEY-REFERENCE                00018800
018900             MOVE ITEM-KEY TO CA-ITEM-PAGE-KEY (1)                00018900
019000         END-IF                                                   00019000
019100     END-IF.                                                      00019100
019200     PERFORM SHOW-ACCOUNT.                                        00019200
019300******************************************************************00019300
019400 NEXT-ITEM-PAGE.                                                  00019400
019500     IF NOT CA-ACCOUNT-SHOWN                                      00019500
019600         MOVE 'ENTER AN ACCOUNT NUMBER AND PRESS ENTER'           00019600
019700             TO MESSAGE-TEXT                                      00019700
019800     ELSE                                                         00019800
019900         IF NOT CA-MORE-ITEMS                                     00019900
020000             MOVE 'NO MORE OPEN ITEMS FOR THIS ACCOUNT'           00020000
020100                 TO MESSAGE-TEXT                                  00020100
020200         ELSE                                                     00020200
020300             IF CA-ITEM-PAGE NOT < 20                             00020300
020400                 MOVE 'PAGE LIMIT REACHED - SEE AROPEN REPORT'    00020400
020500                     TO MESSAGE-TEXT                              00020500
020600             ELSE                                                 00020600
020700                 ADD 1 TO CA-ITEM-PAGE                            00020700
020800             END-IF                                               00020800
020900         END-IF                                                   00020900
021000     END-IF.                                                      00021000
021100     PERFORM SHOW-ACCOUNT.                                        00021100
021200******************************************************************00021200
021300 PREVIOUS-ITEM-PAGE.                                              00021300
021400     IF CA-ACCOUNT-SHOWN                                          00021400
021500        AND CA-ITEM-PAGE > 1                                      00021500
021600         SUBTRACT 1 FROM CA-ITEM-PAGE                             00021600
021700     ELSE                                                         00021700
021800         MOVE 'ALREADY AT THE FIRST PAGE' TO MESSAGE-TEXT         00021800
021900     END-IF.                                                      00021900
022000     PERFORM SHOW-ACCOUNT.                                        00022000
022100******************************************************************00022100
022200 START-HISTORY.                                                   00022200
022300     IF CA-ACCOUNT-SHOWN                                          00022300
022400         MOVE '2' TO CA-SCREEN                                    00022400
022500         MOVE 1 TO CA-HIST-PAGE                                   00022500
022600         MOVE CA-ACCOUNT TO HIST-KEY-ACCOUNT                      00022600
022700         MOVE ZERO TO HIST-KEY-SEQUENCE                           00022700
022800         MOVE HIST-KEY TO CA-HIST-PAGE-KEY (1)                    00022800
022900         PERFORM SHOW-HISTORY                                     00022900
023000     ELSE                                                         00023000
023100         MOVE 'ENTER AN ACCOUNT NUMBER BEFORE PF10'               00023100
023200             TO MESSAGE-TEXT                                      00023200
023300         PERFORM SHOW-ACCOUNT                                     00023300
023400     END-IF.                                                      00023400
023500******************************************************************00023500
023600 SHOW-ACCOUNT.                                                    00023600
023700     MOVE LOW-VALUES TO ARIQM1O.                                  00023700
023800     IF CA-ACCOUNT-SHOWN                                          00023800
023900         PERFORM FILL-ACCOUNT-SUMMARY                             00023900
024000     END-IF.                                                      00024000
024100     IF CA-ACCOUNT-SHOWN                                          00024100
024200         PERFORM FILL-OPEN-ITEMS                                  00024200
024300     END-IF.                                                      00024300
024400     MOVE MESSAGE-TEXT TO MSG1O.                                  00024400
024500     PERFORM SET-TODAY-DATE.                                      00024500
024600     MOVE TODAY-DATE TO M1DATEO.                                  00024600
024700     EXEC CICS SEND MAP('ARIQM1')                                 00024700
024800               MAPSET('ARINQM')                                   00024800
024900               FROM(ARIQM1O)                                      00024900
025000               ERASE                                              00025000
025100     END-EXEC.                                                    00025100
025200******************************************************************00025200
025300 FILL-ACCOUNT-SUMMARY.                                            00025300
025400     MOVE CA-ACCOUNT TO ACCTO.                                    00025400
025500     EXEC CICS READ FILE('ARIQACT')                               00025500
025600               INTO(INQUIRY-ACCOUNT-RECORD)                       00025600
025700               RIDFLD(CA-ACCOUNT)                                 00025700
025800               RESP(CICS-RESP)                                    00025800
025900     END-EXEC.                                                    00025900
026000     IF CICS-RESP = DFHRESP(NORMAL)                               00026000
026100         MOVE IQA-NAME TO CNAMEO                                  00026100
026200                          CA-ACCOUNT-NAME                         00026200
026300         MOVE IQA-TERMS-CODE TO TERMSO                            00026300
026400         IF IQA-ON-HOLD                                           00026400
026500             MOVE 'ON CREDIT HOLD' TO HOLDO                       00026500
026600         ELSE                                                     00026600
026700             MOVE 'NO' TO HOLDO                                   00026700
026800         END-IF                                                   00026800
026900         IF IQA-DUN-LAST-DATE > ZERO                              00026900
027000             MOVE IQA-DUN-LAST-DATE TO DUNDTO                     00027000
027100             MOVE IQA-DUN-LAST-LEVEL TO DUNLVO                    00027100
027200         ELSE                                                     00027200
027300             MOVE 'NONE' TO DUNDTO                                00027300
027400         END-IF                                                   00027400
027500         IF IQA-AGING-DATE > ZERO                                 00027500
027600             MOVE IQA-AGING-DATE TO AGEDTO                        00027600
027700         ELSE                                                     00027700
027800             MOVE 'NONE' TO AGEDTO                                00027800
027900         END-IF                                                   00027900
028000         MOVE SPACES TO AGING-DISPLAY-LINE                        00028000
028100         MOVE IQA-BUCKET-CURRENT TO AGING-CURRENT                 00028100
028200         MOVE IQA-BUCKET-60 TO AGING-60                           00028200
028300         MOVE IQA-BUCKET-90 TO AGING-90                           00028300
028400         MOVE IQA-BUCKET-120 TO AGING-120                         00028400
028500         MOVE IQA-BUCKET-OVER TO AGING-OVER                       00028500
028600         MOVE IQA-AGING-TOTAL TO AGING-TOTAL                      00028600
028700         MOVE AGING-DISPLAY-LINE TO AGELINO                       00028700
028800         MOVE IQA-OPEN-ITEM-COUNT TO EDIT-COUNT                   00028800
028900         MOVE EDIT-COUNT TO ITMCNTO                               00028900
029000         MOVE IQA-OPEN-BALANCE TO EDIT-AMOUNT                     00029000
029100         MOVE EDIT-AMOUNT TO OPNBALO                              00029100
029200         IF MESSAGE-TEXT = SPACES                                 00029200
029300             STRING 'FIGURES FROM THE NIGHTLY FILES LOADED '      00029300
029400                        DELIMITED BY SIZE                         00029400
029500                    IQA-LOAD-DATE DELIMITED BY SIZE               00029500
029600               INTO MESSAGE-TEXT                                  00029600
029700         END-IF                                                   00029700
029800     ELSE                                                         00029800
029900         MOVE 'NO ' TO CA-ACCOUNT-SWITCH                          00029900
030000         IF CICS-RESP = DFHRESP(NOTFND)                           00030000
030100             MOVE 'ACCOUNT NOT ON FILE' TO MESSAGE-TEXT           00030100
030200         ELSE                                                     00030200
030300             MOVE CICS-RESP TO EDIT-RESP                          00030300
030400             STRING 'ACCOUNT FILE NOT AVAILABLE - RESP '          00030400
030500                        DELIMITED BY SIZE                         00030500
030600                    EDIT-RESP DELIMITED BY SIZE                   00030600
030700               INTO MESSAGE-TEXT                                  00030700
030800         END-IF                                                   00030800
030900     END-IF.                                                      00030900
031000******************************************************************00031000
031100 FILL-OPEN-ITEMS.                                                 00031100
031200     MOVE 'NO ' TO CA-ITEM-MORE-SWITCH                            00031200
031300                   BROWSE-SWITCH.                                 00031300
031400     MOVE ZERO TO LINE-IX.                                        00031400
031500     MOVE CA-ITEM-PAGE-KEY (CA-ITEM-PAGE) TO ITEM-KEY.            00031500
031600     EXEC CICS STARTBR FILE('ARIQOIT')                            00031600
031700               RIDFLD(ITEM-KEY)                                   00031700
031800               GTEQ                                               00031800
031900               RESP(CICS-RESP)                                    00031900
032000     END-EXEC.                                                    00032000
032100     IF CICS-RESP = DFHRESP(NORMAL)                               00032100
032200         PERFORM READ-NEXT-ITEM                                   00032200
032300             UNTIL BROWSE-DONE                                    00032300
032400         EXEC CICS ENDBR FILE('ARIQOIT')                          00032400
032500         END-EXEC                                                 00032500
032600     ELSE                                                         00032600
032700         IF CICS-RESP NOT = DFHRESP(NOTFND)                       00032700
032800             MOVE CICS-RESP TO EDIT-RESP                          00032800
032900             MOVE SPACES TO MESSAGE-TEXT                          00032900
033000             STRING 'OPEN ITEM FILE NOT AVAILABLE - RESP '        00033000
033100                        DELIMITED BY SIZE                         00033100
033200                    EDIT-RESP DELIMITED BY SIZE                   00033200
033300               INTO MESSAGE-TEXT                                  00033300
033400         END-IF                                                   00033400
033500     END-IF.                                                      00033500
033600     IF LINE-IX = ZERO                                            00033600
033700         MOVE 'NO OPEN ITEMS' TO ITMPAGO                          00033700
033800     ELSE                                                         00033800
033900         COMPUTE FIRST-LINE-NO = (CA-ITEM-PAGE - 1) * 10 + 1      00033900
034000         COMPUTE LAST-LINE-NO = FIRST-LINE-NO + LINE-IX - 1       00034000
034100         MOVE FIRST-LINE-NO TO EDIT-FIRST                         00034100
034200         MOVE LAST-LINE-NO TO EDIT-LAST                           00034200
034300         MOVE SPACES TO ITMPAGO                                   00034300
034400         STRING 'ITEMS ' DELIMITED BY SIZE                        00034400
034500                EDIT-FIRST DELIMITED BY SIZE                      00034500
034600                ' TO ' DELIMITED BY SIZE                          00034600
034700                EDIT-LAST DELIMITED BY SIZE                       00034700
034800           INTO ITMPAGO                                           00034800
034900     END-IF.                                                      00034900
035000******************************************************************00035000
035100* AN ELEVENTH ITEM FOR THE ACCOUNT IS NOT SHOWN; ITS KEY STARTS   00035100
035200* THE NEXT PAGE.                                                  00035200
035300 READ-NEXT-ITEM.                                                  00035300
035400     EXEC CICS READNEXT FILE('ARIQOIT')                           00035400
035500               INTO(OPEN-ITEM-RECORD)                             00035500
035600               RIDFLD(ITEM-KEY)                                   00035600
035700               RESP(CICS-RESP)                                    00035700
035800     END-EXEC.                                                    00035800
035900     IF CICS-RESP NOT = DFHRESP(NORMAL)                           00035900
036000         MOVE 'YES' TO BROWSE-SWITCH                              00036000
036100     ELSE                                                         00036100
036200         IF OITEM-ACCOUNT NOT = CA-ACCOUNT                        00036200
036300             MOVE 'YES' TO BROWSE-SWITCH                          00036300
036400         ELSE                                                     00036400
036500             IF LINE-IX NOT < 10                                  00036500
036600                 MOVE 'YES' TO CA-ITEM-MORE-SWITCH                00036600
036700                 IF CA-ITEM-PAGE < 20                             00036700
036800                     MOVE ITEM-KEY                                00036800
036900                         TO CA-ITEM-PAGE-KEY (CA-ITEM-PAGE + 1)   00036900
037000                 END-IF                                           00037000
037100                 MOVE 'YES' TO BROWSE-SWITCH                      00037100
037200             ELSE                                                 00037200
037300                 ADD 1 TO LINE-IX                                 00037300
037400                 MOVE SPACES TO ITEM-DISPLAY-LINE                 00037400
037500                 MOVE OITEM-REFERENCE TO ITEM-REFERENCE           00037500
037600                 MOVE OITEM-OPEN-DATE TO ITEM-OPEN-DATE           00037600
037700                 MOVE OITEM-ORIG-AMOUNT TO ITEM-ORIG-AMOUNT       00037700
037800                 MOVE OITEM-BALANCE TO ITEM-BALANCE               00037800
037900                 MOVE ITEM-DISPLAY-LINE TO ITEMLNO (LINE-IX)      00037900
038000             END-IF                                               00038000
038100         END-IF                                                   00038100
038200     END-IF.                                                      00038200
038300******************************************************************00038300
038400 PROCESS-HISTORY-SCREEN.                                          00038400
038500     MOVE SPACES TO MESSAGE-TEXT.                                 00038500
038600     IF EIBAID = DFHPF3                                           00038600
038700         MOVE '1' TO CA-SCREEN                                    00038700
038800         PERFORM SHOW-ACCOUNT                                     00038800
038900     ELSE                                                         00038900
039000         IF EIBAID = DFHPF8                                       00039000
039100             IF NOT CA-MORE-HISTORY                               00039100
039200                 MOVE 'NO OLDER TRANSACTIONS FOR THIS ACCOUNT'    00039200
039300                     TO MESSAGE-TEXT                              00039300
039400             ELSE                                                 00039400
039500                 IF CA-HIST-PAGE NOT < 50                         00039500
039600                     MOVE 'PAGE LIMIT REACHED - SEE ARHIST REPORT'00039600
039700                         TO MESSAGE-TEXT                          00039700
039800                 ELSE                                             00039800
039900                     ADD 1 TO CA-HIST-PAGE                        00039900
040000                 END-IF                                           00040000
040100             END-IF                                               00040100
040200         ELSE                                                     00040200
040300             IF EIBAID = DFHPF7                                   00040300
040400                 IF CA-HIST-PAGE > 1                              00040400
040500                     SUBTRACT 1 FROM CA-HIST-PAGE                 00040500
040600                 ELSE                                             00040600
040700                     MOVE 'ALREADY AT THE NEWEST TRANSACTIONS'    00040700
040800                         TO MESSAGE-TEXT                          00040800
040900                 END-IF                                           00040900
041000             ELSE                                                 00041000
041100                 MOVE 'KEY NOT IN USE ON THIS SCREEN'             00041100
041200                     TO MESSAGE-TEXT                              00041200
041300             END-IF                                               00041300
041400         END-IF                                                   00041400
041500         PERFORM SHOW-HISTORY                                     00041500
041600     END-IF.                                                      00041600
041700******************************************************************00041700
041800 SHOW-HISTORY.                                                    00041800
041900     MOVE LOW-VALUES TO ARIQM2O.                                  00041900
042000     MOVE CA-ACCOUNT TO HACCTO.                                   00042000
042100     MOVE CA-ACCOUNT-NAME TO HNAMEO.                              00042100
042200     MOVE CA-HIST-PAGE TO EDIT-PAGE.                              00042200
042300     MOVE EDIT-PAGE TO HPAGEO.                                    00042300
042400     MOVE 'NO ' TO CA-HIST-MORE-SWITCH                            00042400
042500                   BROWSE-SWITCH.                                 00042500
042600     MOVE ZERO TO LINE-IX.                                        00042600
042700     MOVE CA-HIST-PAGE-KEY (CA-HIST-PAGE) TO HIST-KEY.            00042700
042800     EXEC CICS STARTBR FILE('ARIQHST')                            00042800
042900               RIDFLD(HIST-KEY)                                   00042900
043000               GTEQ                                               00043000
043100               RESP(CICS-RESP)                                    00043100
043200     END-EXEC.                                                    00043200
043300     IF CICS-RESP = DFHRESP(NORMAL)                               00043300
043400         PERFORM READ-NEXT-HISTORY                                00043400
043500             UNTIL BROWSE-DONE                                    00043500
043600         EXEC CICS ENDBR FILE('ARIQHST')                          00043600
043700         END-EXEC                                                 00043700
043800     ELSE                                                         00043800
043900         IF CICS-RESP NOT = DFHRESP(NOTFND)                       00043900
044000             MOVE CICS-RESP TO EDIT-RESP                          00044000
044100             MOVE SPACES TO MESSAGE-TEXT                          00044100
044200             STRING 'HISTORY FILE NOT AVAILABLE - RESP '          00044200
044300                        DELIMITED BY SIZE                         00044300
044400                    EDIT-RESP DELIMITED BY SIZE                   00044400
044500               INTO MESSAGE-TEXT                                  00044500
044600         END-IF                                                   00044600
044700     END-IF.                                                      00044700
044800     IF LINE-IX = ZERO                                            00044800
044900        AND MESSAGE-TEXT = SPACES                                 00044900
045000         MOVE 'NO TRANSACTIONS ON HISTORY FOR THIS ACCOUNT'       00045000
045100             TO MESSAGE-TEXT                                      00045100
045200     END-IF.                                                      00045200
045300     MOVE MESSAGE-TEXT TO MSG2O.                                  00045300
045400     PERFORM SET-TODAY-DATE.                                      00045400
045500     MOVE TODAY-DATE TO M2DATEO.                                  00045500
045600     EXEC CICS SEND MAP('ARIQM2')                                 00045600
045700               MAPSET('ARINQM')                                   00045700
045800               FROM(ARIQM2O)                                      00045800
045900               ERASE                                              00045900
046000     END-EXEC.                                                    00046000
046100******************************************************************00046100
046200 READ-NEXT-HISTORY.                                               00046200
046300     EXEC CICS READNEXT FILE('ARIQHST')                           00046300
046400               INTO(INQUIRY-HISTORY-RECORD)                       00046400
046500               RIDFLD(HIST-KEY)                                   00046500
046600               RESP(CICS-RESP)                                    00046600
046700     END-EXEC.                                                    00046700
046800     IF CICS-RESP NOT = DFHRESP(NORMAL)                           00046800
046900         MOVE 'YES' TO BROWSE-SWITCH                              00046900
047000     ELSE                                                         00047000
047100         IF IQH-ACCOUNT NOT = CA-ACCOUNT                          00047100
047200             MOVE 'YES' TO BROWSE-SWITCH                          00047200
047300         ELSE                                                     00047300
047400             IF LINE-IX NOT < 15                                  00047400
047500                 MOVE 'YES' TO CA-HIST-MORE-SWITCH                00047500
047600                 IF CA-HIST-PAGE < 50                             00047600
047700                     MOVE HIST-KEY                                00047700
047800                         TO CA-HIST-PAGE-KEY (CA-HIST-PAGE + 1)   00047800
047900                 END-IF                                           00047900
048000                 MOVE 'YES' TO BROWSE-SWITCH                      00048000
048100             ELSE                                                 00048100
048200                 ADD 1 TO LINE-IX                                 00048200
048300                 MOVE IQH-HISTORY-DATA TO HISTORY-RECORD          00048300
048400                 PERFORM FORMAT-HISTORY-LINE                      00048400
048500                 MOVE HISTORY-DISPLAY-LINE TO HISTLNO (LINE-IX)   00048500
048600             END-IF                                               00048600
048700         END-IF                                                   00048700
048800     END-IF.                                                      00048800
048900******************************************************************00048900
049000 FORMAT-HISTORY-LINE.                                             00049000
049100     MOVE SPACES TO HISTORY-DISPLAY-LINE.                         00049100
049200     MOVE HIST-TRAN-DATE TO HLINE-DATE.                           00049200
049300     IF HIST-TRAN-TYPE = 'I'                                      00049300
049400         MOVE 'INVOICE' TO HLINE-TYPE                             00049400
049500     ELSE                                                         00049500
049600         IF HIST-TRAN-TYPE = 'P'                                  00049600
049700             MOVE 'PAYMENT' TO HLINE-TYPE                         00049700
049800         ELSE                                                     00049800
049900             IF HIST-TRAN-TYPE = 'C'                              00049900
050000                 MOVE 'CREDIT' TO HLINE-TYPE                      00050000
050100             ELSE                                                 00050100
050200                 IF HIST-TRAN-TYPE = 'A'                          00050200
050300                     MOVE 'ADJUST' TO HLINE-TYPE                  00050300
050400                 ELSE                                             00050400
050500                     IF HIST-TRAN-TYPE = 'B'                      00050500
050600                         MOVE 'BAL FWD' TO HLINE-TYPE             00050600
050700                     ELSE                                         00050700
050800                         MOVE HIST-TRAN-TYPE TO HLINE-TYPE        00050800
050900                     END-IF                                       00050900
051000                 END-IF                                           00051000
051100             END-IF                                               00051100
051200         END-IF                                                   00051200
051300     END-IF.                                                      00051300
051400     MOVE HIST-BRANCH TO HLINE-BRANCH.                            00051400
051500     MOVE HIST-DESC TO HLINE-DESC.                                00051500
051600     MOVE HIST-NET-AMOUNT TO HLINE-AMOUNT.                        00051600
051700******************************************************************00051700
051800 SET-TODAY-DATE.                                                  00051800
051900     EXEC CICS ASKTIME ABSTIME(ABS-TIME)                          00051900
052000     END-EXEC.                                                    00052000
052100     EXEC CICS FORMATTIME ABSTIME(ABS-TIME)                       00052100
052200               YYYYMMDD(TODAY-DATE)                               00052200
052300     END-EXEC.                                                    00052300
