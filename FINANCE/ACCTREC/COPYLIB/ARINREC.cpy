000100   01 INPUT-FILE-RECORD.                                          00000100
000200     02 INPUT-FIELD1           PIC 9(8).                          00000200
000300     02 INPUT-FIELD2           PIC X(10).                         00000300
000350         88 WRITEOFF-BRANCH      VALUE 'WRITEOFF'.                00000350
000400     02 INPUT-FIELD3           PIC X(20).                         00000400
000450         88 UNAPPLIED-CASH-REFUND VALUE 'UNAPPLIED CASH RFND'.    00000450
000500     02 INPUT-FIELD4           PIC 9(6).                          00000500
000600     02 INPUT-FIELD5           PIC 9(6).                          00000600
000610     02 INPUT-TRAN-TYPE        PIC X.                             00000610
