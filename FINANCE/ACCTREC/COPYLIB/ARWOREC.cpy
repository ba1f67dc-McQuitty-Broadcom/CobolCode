000100   01 WRITE-OFF-HISTORY-RECORD.                                   00000100
000200     02 WOH-ACCOUNT            PIC 9(8).                          00000200
000300     02 WOH-REFERENCE          PIC X(20).                         00000300
000400     02 WOH-WRITEOFF-DATE      PIC 9(8).                          00000400
000500     02 WOH-AMOUNT             PIC S9(13).                        00000500
000600     02 WOH-RECOVERED          PIC S9(13).                        00000600
000700     02 WOH-CHECKED-DATE       PIC 9(8).                          00000700
000800     02 WOH-APPROVER           PIC X(8).                          00000800
000900     02 FILLER                 PIC X(2).                          00000900
