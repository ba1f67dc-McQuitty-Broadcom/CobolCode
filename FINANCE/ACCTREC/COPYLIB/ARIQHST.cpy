000100   01 INQUIRY-HISTORY-RECORD.                                     00000100
000200     02 IQH-KEY.                                                  00000200
000300         03 IQH-ACCOUNT        PIC 9(8).                          00000300
000400         03 IQH-SEQUENCE       PIC 9(7).                          00000400
000500     02 IQH-HISTORY-DATA       PIC X(80).                         00000500
000600     02 FILLER                 PIC X(5).                          00000600
