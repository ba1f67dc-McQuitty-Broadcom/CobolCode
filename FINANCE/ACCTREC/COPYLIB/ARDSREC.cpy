000100   01 DISPUTE-RECORD.                                             00000100
000200     02 DSP-ACCOUNT            PIC 9(8).                          00000200
000300     02 DSP-REFERENCE          PIC X(20).                         00000300
000400     02 DSP-ITEM-DATE          PIC 9(8).                          00000400
000500     02 DSP-AMOUNT             PIC S9(13).                        00000500
000600     02 DSP-REASON             PIC X(2).                          00000600
000700     02 DSP-OPENED-DATE        PIC 9(8).                          00000700
000800     02 DSP-RESOLVED-DATE      PIC 9(8).                          00000800
000900         88 DSP-UNRESOLVED       VALUE ZERO.                      00000900
001000     02 DSP-RESOLUTION         PIC X.                             00001000
001100     02 DSP-OPERATOR           PIC X(8).                          00001100
001200     02 FILLER                 PIC X(4).                          00001200
