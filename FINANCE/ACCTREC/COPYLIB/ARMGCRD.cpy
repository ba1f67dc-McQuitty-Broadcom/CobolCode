000100   01 MERGE-CARD.                                                 00000100
000200     02 MRG-OLD-ACCOUNT        PIC X(8).                          00000200
000300     02 MRG-OLD-ACCOUNT-NO REDEFINES MRG-OLD-ACCOUNT              00000300
000400                               PIC 9(8).                          00000400
000500     02 MRG-NEW-ACCOUNT        PIC X(8).                          00000500
000600     02 MRG-NEW-ACCOUNT-NO REDEFINES MRG-NEW-ACCOUNT              00000600
000700                               PIC 9(8).                          00000700
000800     02 MRG-OPERATOR           PIC X(8).                          00000800
000900     02 FILLER                 PIC X(56).                         00000900
