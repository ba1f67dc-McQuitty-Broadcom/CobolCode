000100   01 WRITE-OFF-CARD.                                             00000100
000200     02 WOC-ACCOUNT            PIC X(8).                          00000200
000300     02 WOC-ACCOUNT-NO REDEFINES WOC-ACCOUNT                      00000300
000400                               PIC 9(8).                          00000400
000500     02 WOC-REFERENCE          PIC X(20).                         00000500
000600     02 WOC-AMOUNT             PIC X(13).                         00000600
000700     02 WOC-AMOUNT-NO REDEFINES WOC-AMOUNT                        00000700
000800                               PIC 9(13).                         00000800
000900     02 WOC-APPROVER           PIC X(8).                          00000900
001000     02 FILLER                 PIC X(31).                         00001000
