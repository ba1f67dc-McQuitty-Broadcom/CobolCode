000100   01 ARIQM1I.                                                    00000100
000200     02 FILLER                 PIC X(12).                         00000200
000300     02 M1DATEL                PIC S9(4) COMP.                    00000300
000400     02 M1DATEF                PIC X.                             00000400
000500     02 FILLER REDEFINES M1DATEF.                                 00000500
000600         03 M1DATEA            PIC X.                             00000600
000700     02 M1DATEI                PIC X(8).                          00000700
000800     02 ACCTL                  PIC S9(4) COMP.                    00000800
000900     02 ACCTF                  PIC X.                             00000900
001000     02 FILLER REDEFINES ACCTF.                                   00001000
001100         03 ACCTA              PIC X.                             00001100
001200     02 ACCTI                  PIC X(8).                          00001200
001300     02 CNAMEL                 PIC S9(4) COMP.                    00001300
001400     02 CNAMEF                 PIC X.                             00001400
001500     02 FILLER REDEFINES CNAMEF.                                  00001500
001600         03 CNAMEA             PIC X.                             00001600
001700     02 CNAMEI                 PIC X(25).                         00001700
001800     02 TERMSL                 PIC S9(4) COMP.                    00001800
001900     02 TERMSF                 PIC X.                             00001900
002000     02 FILLER REDEFINES TERMSF.                                  00002000
002100         03 TERMSA             PIC X.                             00002100
002200     02 TERMSI                 PIC X(3).                          00002200
002300     02 HOLDL                  PIC S9(4) COMP.                    00002300
002400     02 HOLDF                  PIC X.                             00002400
002500     02 FILLER REDEFINES HOLDF.                                   00002500
002600         03 HOLDA              PIC X.                             00002600
002700     02 HOLDI                  PIC X(14).                         00002700
002800     02 DUNDTL                 PIC S9(4) COMP.                    00002800
002900     02 DUNDTF                 PIC X.                             00002900
003000     02 FILLER REDEFINES DUNDTF.                                  00003000
003100         03 DUNDTA             PIC X.                             00003100
003200     02 DUNDTI                 PIC X(8).                          00003200
003300     02 DUNLVL                 PIC S9(4) COMP.                    00003300
003400     02 DUNLVF                 PIC X.                             00003400
003500     02 FILLER REDEFINES DUNLVF.                                  00003500
003600         03 DUNLVA             PIC X.                             00003600
003700     02 DUNLVI                 PIC X(1).                          00003700
003800     02 AGEDTL                 PIC S9(4) COMP.                    00003800
003900     02 AGEDTF                 PIC X.                             00003900
004000     02 FILLER REDEFINES AGEDTF.                                  00004000
004100         03 AGEDTA             PIC X.                             00004100
004200     02 AGEDTI                 PIC X(8).                          00004200
004300     02 ITMCNTL                PIC S9(4) COMP.                    00004300
004400     02 ITMCNTF                PIC X.                             00004400
004500     02 FILLER REDEFINES ITMCNTF.                                 00004500
004600         03 ITMCNTA            PIC X.                             00004600
004700     02 ITMCNTI                PIC X(6).                          00004700
004800     02 OPNBALL                PIC S9(4) COMP.                    00004800
004900     02 OPNBALF                PIC X.                             00004900
005000     02 FILLER REDEFINES OPNBALF.                                 00005000
005100         03 OPNBALA            PIC X.                             00005100
005200     02 OPNBALI                PIC X(16).                         00005200
005300     02 AGELINL                PIC S9(4) COMP.                    00005300
005400     02 AGELINF                PIC X.                             00005400
005500     02 FILLER REDEFINES AGELINF.                                 00005500
005600         03 AGELINA            PIC X.                             00005600
005700     02 AGELINI                PIC X(78).                         00005700
005800     02 DFHMS1 OCCURS 10 TIMES.                                   00005800
005900         03 ITEMLNL            PIC S9(4) COMP.                    00005900
006000         03 ITEMLNF            PIC X.                             00006000
006100         03 ITEMLNI            PIC X(79).                         00006100
006200     02 ITMPAGL                PIC S9(4) COMP.                    00006200
006300     02 ITMPAGF                PIC X.                             00006300
006400     02 FILLER REDEFINES ITMPAGF.                                 00006400
006500         03 ITMPAGA            PIC X.                             00006500
006600     02 ITMPAGI                PIC X(30).                         00006600
006700     02 MSG1L                  PIC S9(4) COMP.                    00006700
006800     02 MSG1F                  PIC X.                             00006800
006900     02 FILLER REDEFINES MSG1F.                                   00006900
007000         03 MSG1A              PIC X.                             00007000
007100     02 MSG1I                  PIC X(79).                         00007100
007200   01 ARIQM1O REDEFINES ARIQM1I.                                  00007200
007300     02 FILLER                 PIC X(12).                         00007300
007400     02 FILLER                 PIC X(3).                          00007400
007500     02 M1DATEO                PIC X(8).                          00007500
007600     02 FILLER                 PIC X(3).                          00007600
007700     02 ACCTO                  PIC X(8).                          00007700
007800     02 FILLER                 PIC X(3).                          00007800
007900     02 CNAMEO                 PIC X(25).                         00007900
008000     02 FILLER                 PIC X(3).                          00008000
008100     02 TERMSO                 PIC X(3).                          00008100
008200     02 FILLER                 PIC X(3).                          00008200
008300     02 HOLDO                  PIC X(14).                         00008300
008400     02 FILLER                 PIC X(3).                          00008400
008500     02 DUNDTO                 PIC X(8).                          00008500
008600     02 FILLER                 PIC X(3).                          00008600
008700     02 DUNLVO                 PIC X(1).                          00008700
008800     02 FILLER                 PIC X(3).                          00008800
008900     02 AGEDTO                 PIC X(8).                          00008900
009000     02 FILLER                 PIC X(3).                          00009000
009100     02 ITMCNTO                PIC X(6).                          00009100
009200     02 FILLER                 PIC X(3).                          00009200
009300     02 OPNBALO                PIC X(16).                         00009300
009400     02 FILLER                 PIC X(3).                          00009400
009500     02 AGELINO                PIC X(78).                         00009500
009600     02 DFHMS2 OCCURS 10 TIMES.                                   00009600
009700         03 FILLER             PIC X(2).                          00009700
009800         03 ITEMLNA            PIC X.                             00009800
009900         03 ITEMLNO            PIC X(79).                         00009900
010000     02 FILLER                 PIC X(3).                          00010000
010100     02 ITMPAGO                PIC X(30).                         00010100
010200     02 FILLER                 PIC X(3).                          00010200
010300     02 MSG1O                  PIC X(79).                         00010300
010400   01 ARIQM2I.                                                    00010400
010500     02 FILLER                 PIC X(12).                         00010500
010600     02 M2DATEL                PIC S9(4) COMP.                    00010600
010700     02 M2DATEF                PIC X.                             00010700
010800     02 FILLER REDEFINES M2DATEF.                                 00010800
010900         03 M2DATEA            PIC X.                             00010900
011000     02 M2DATEI                PIC X(8).                          00011000
011100     02 HACCTL                 PIC S9(4) COMP.                    00011100
011200     02 HACCTF                 PIC X.                             00011200
011300     02 FILLER REDEFINES HACCTF.                                  00011300
011400         03 HACCTA             PIC X.                             00011400
011500     02 HACCTI                 PIC X(8).                          00011500
011600     02 HNAMEL                 PIC S9(4) COMP.                    00011600
011700     02 HNAMEF                 PIC X.                             00011700
011800     02 FILLER REDEFINES HNAMEF.                                  00011800
011900         03 HNAMEA             PIC X.                             00011900
012000     02 HNAMEI                 PIC X(25).                         00012000
012100     02 HPAGEL                 PIC S9(4) COMP.                    00012100
012200     02 HPAGEF                 PIC X.                             00012200
012300     02 FILLER REDEFINES HPAGEF.                                  00012300
012400         03 HPAGEA             PIC X.                             00012400
012500     02 HPAGEI                 PIC X(3).                          00012500
012600     02 DFHMS3 OCCURS 15 TIMES.                                   00012600
012700         03 HISTLNL            PIC S9(4) COMP.                    00012700
012800         03 HISTLNF            PIC X.                             00012800
012900         03 HISTLNI            PIC X(79).                         00012900
013000     02 MSG2L                  PIC S9(4) COMP.                    00013000
013100     02 MSG2F                  PIC X.                             00013100
013200     02 FILLER REDEFINES MSG2F.                                   00013200
013300         03 MSG2A              PIC X.                             00013300
013400     02 MSG2I                  PIC X(79).                         00013400
013500   01 ARIQM2O REDEFINES ARIQM2I.                                  00013500
013600     02 FILLER                 PIC X(12).                         00013600
013700     02 FILLER                 PIC X(3).                          00013700
013800     02 M2DATEO                PIC X(8).                          00013800
013900     02 FILLER                 PIC X(3).                          00013900
014000     02 HACCTO                 PIC X(8).                          00014000
014100     02 FILLER                 PIC X(3).                          00014100
014200     02 HNAMEO                 PIC X(25).                         00014200
014300     02 FILLER                 PIC X(3).                          00014300
014400     02 HPAGEO                 PIC X(3).                          00014400
014500     02 DFHMS4 OCCURS 15 TIMES.                                   00014500
014600         03 FILLER             PIC X(2).                          00014600
014700         03 HISTLNA            PIC X.                             00014700
014800         03 HISTLNO            PIC X(79).                         00014800
014900     02 FILLER                 PIC X(3).                          00014900
015000     02 MSG2O                  PIC X(79).                         00015000
