000100   01 REFUND-CARD.                                                00000100
000200     02 RFC-ACCOUNT            PIC X(8).                          00000200
000300     02 RFC-ACCOUNT-NO REDEFINES RFC-ACCOUNT                      00000300
000400                               PIC 9(8).                          00000400
000500     02 RFC-AMOUNT             PIC X(13).                         00000500
000600     02 RFC-AMOUNT-NO REDEFINES RFC-AMOUNT                        00000600
000700                               PIC 9(13).                         00000700
000800     02 RFC-APPROVER           PIC X(8).                          00000800
000900     02 RFC-CREDIT-DATE        PIC X(8).                          00000900
001000     02 RFC-NAME               PIC X(25).                         00001000
001100     02 FILLER                 PIC X(18).                         00001100
