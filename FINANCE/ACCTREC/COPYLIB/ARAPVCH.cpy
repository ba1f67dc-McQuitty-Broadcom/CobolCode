000100   01 AP-VOUCHER-RECORD.                                          00000100
000200     02 APV-RECORD-TYPE        PIC X.                             00000200
000300         88 APV-HEADER           VALUE 'H'.                       00000300
000400         88 APV-DETAIL           VALUE 'D'.                       00000400
000500         88 APV-TRAILER          VALUE 'T'.                       00000500
000600     02 APV-VENDOR-ID          PIC X(10).                         00000600
000700     02 APV-PAYEE-NAME         PIC X(25).                         00000700
000800     02 APV-INVOICE-NO         PIC X(16).                         00000800
000900     02 APV-AMOUNT             PIC 9(13).                         00000900
001000     02 APV-GL-ACCOUNT         PIC X(11).                         00001000
001100     02 FILLER                 PIC X(4).                          00001100
001200   01 AP-VOUCHER-HEADER REDEFINES AP-VOUCHER-RECORD.              00001200
001300     02 FILLER                 PIC X.                             00001300
001400     02 APV-SOURCE             PIC X(8).                          00001400
001500     02 APV-BATCH-DATE         PIC 9(8).                          00001500
001600     02 FILLER                 PIC X(63).                         00001600
001700   01 AP-VOUCHER-TRAILER REDEFINES AP-VOUCHER-RECORD.             00001700
001800     02 FILLER                 PIC X.                             00001800
001900     02 APV-CONTROL-COUNT      PIC 9(6).                          00001900
002000     02 APV-CONTROL-TOTAL      PIC 9(13).                         00002000
002100     02 FILLER                 PIC X(60).                         00002100
