000100   01 INQUIRY-ACCOUNT-RECORD.                                     00000100
000200     02 IQA-ACCOUNT            PIC 9(8).                          00000200
000300     02 IQA-NAME               PIC X(25).                         00000300
000400     02 IQA-TERMS-CODE         PIC X(3).                          00000400
000500     02 IQA-HOLD-STATUS        PIC X.                             00000500
000600         88 IQA-ON-HOLD          VALUE 'H'.                       00000600
000700     02 IQA-CUSTOMER-FLAG      PIC X.                             00000700
000800         88 IQA-ON-CUSTMST       VALUE 'Y'.                       00000800
000900     02 IQA-AGING-DATE         PIC 9(8).                          00000900
001000     02 IQA-BUCKET-CURRENT     PIC S9(13).                        00001000
001100     02 IQA-BUCKET-60          PIC S9(13).                        00001100
001200     02 IQA-BUCKET-90          PIC S9(13).                        00001200
001300     02 IQA-BUCKET-120         PIC S9(13).                        00001300
001400     02 IQA-BUCKET-OVER        PIC S9(13).                        00001400
001500     02 IQA-AGING-TOTAL        PIC S9(13).                        00001500
001600     02 IQA-DUN-LAST-DATE      PIC 9(8).                          00001600
001700     02 IQA-DUN-LAST-LEVEL     PIC 9(1).                          00001700
001800     02 IQA-OPEN-ITEM-COUNT    PIC 9(6).                          00001800
001900     02 IQA-OPEN-BALANCE       PIC S9(13).                        00001900
002000     02 IQA-LOAD-DATE          PIC 9(8).                          00002000
002100     02 FILLER                 PIC X(40).                         00002100
