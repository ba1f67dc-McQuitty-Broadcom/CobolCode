000100   01 LOCKBOX-RECORD.                                             00000100
000200     02 LBX-RECORD-TYPE        PIC X.                             00000200
000300         88 LBX-FILE-HEADER      VALUE '1'.                       00000300
000400         88 LBX-BATCH-HEADER     VALUE '5'.                       00000400
000500         88 LBX-DETAIL           VALUE '6'.                       00000500
000600         88 LBX-BATCH-TRAILER    VALUE '7'.                       00000600
000700         88 LBX-FILE-TRAILER     VALUE '9'.                       00000700
000800     02 FILLER                 PIC X(79).                         00000800
000900   01 LBX-HEADER-RECORD REDEFINES LOCKBOX-RECORD.                 00000900
001000     02 FILLER                 PIC X.                             00001000
001100     02 LBXH-BANK-ID           PIC X(10).                         00001100
001200     02 LBXH-LOCKBOX-NO        PIC X(7).                          00001200
001300     02 LBXH-DEPOSIT-DATE      PIC 9(8).                          00001300
001400     02 FILLER                 PIC X(54).                         00001400
001500   01 LBX-BATCH-HEADER-RECORD REDEFINES LOCKBOX-RECORD.           00001500
001600     02 FILLER                 PIC X.                             00001600
001700     02 LBXB-BATCH-NO          PIC 9(3).                          00001700
001800     02 LBXB-DEPOSIT-DATE      PIC 9(8).                          00001800
001900     02 FILLER                 PIC X(68).                         00001900
002000   01 LBX-DETAIL-RECORD REDEFINES LOCKBOX-RECORD.                 00002000
002100     02 FILLER                 PIC X.                             00002100
002200     02 LBXD-BATCH-NO          PIC 9(3).                          00002200
002300     02 LBXD-ITEM-NO           PIC 9(4).                          00002300
002400     02 LBXD-CHECK-AMOUNT      PIC 9(10).                         00002400
002500     02 LBXD-ROUTING-NO        PIC X(9).                          00002500
002600     02 LBXD-CHECK-NO          PIC X(10).                         00002600
002700     02 LBXD-ACCOUNT           PIC X(8).                          00002700
002800     02 LBXD-INVOICE-NO        PIC X(20).                         00002800
002900     02 LBXD-CAPTURE-STATUS    PIC X.                             00002900
003000         88 LBXD-CAPTURE-FAILED  VALUE 'U'.                       00003000
003100     02 FILLER                 PIC X(14).                         00003100
003200   01 LBX-BATCH-TRAILER-RECORD REDEFINES LOCKBOX-RECORD.          00003200
003300     02 FILLER                 PIC X.                             00003300
003400     02 LBXT-BATCH-NO          PIC 9(3).                          00003400
003500     02 LBXT-ITEM-COUNT        PIC 9(4).                          00003500
003600     02 LBXT-BATCH-AMOUNT      PIC 9(12).                         00003600
003700     02 FILLER                 PIC X(60).                         00003700
003800   01 LBX-FILE-TRAILER-RECORD REDEFINES LOCKBOX-RECORD.           00003800
003900     02 FILLER                 PIC X.                             00003900
004000     02 LBXF-BATCH-COUNT       PIC 9(3).                          00004000
004100     02 LBXF-ITEM-COUNT        PIC 9(6).                          00004100
004200     02 LBXF-DEPOSIT-TOTAL     PIC 9(13).                         00004200
004300     02 FILLER                 PIC X(57).                         00004300
