000100   01 DISPUTE-CARD.                                               00000100
000200     02 DSC-ACTION             PIC X.                             00000200
000300         88 DSC-OPEN             VALUE 'O'.                       00000300
000400         88 DSC-CHANGE           VALUE 'C'.                       00000400
000500         88 DSC-RESOLVE          VALUE 'R'.                       00000500
000600         88 DSC-ACTION-VALID     VALUE 'O' 'C' 'R'.               00000600
000700     02 DSC-ACCOUNT            PIC X(8).                          00000700
000800     02 DSC-ACCOUNT-NO REDEFINES DSC-ACCOUNT                      00000800
000900                               PIC 9(8).                          00000900
001000     02 DSC-REFERENCE          PIC X(20).                         00001000
001100     02 DSC-AMOUNT             PIC X(13).                         00001100
001200     02 DSC-AMOUNT-NO REDEFINES DSC-AMOUNT                        00001200
001300                               PIC 9(13).                         00001300
001400     02 DSC-REASON             PIC X(2).                          00001400
001500     02 DSC-RESOLUTION         PIC X.                             00001500
001600         88 DSC-RESOLUTION-VALID VALUE 'C' 'P' 'W'.               00001600
001700     02 DSC-EFFECTIVE-DATE     PIC X(8).                          00001700
001800     02 DSC-EFFECTIVE-DATE-NO REDEFINES DSC-EFFECTIVE-DATE        00001800
001900                               PIC 9(8).                          00001900
002000     02 DSC-OPERATOR           PIC X(8).                          00002000
002100     02 FILLER                 PIC X(19).                         00002100
