000100   01 DISPUTE-REASON-VALUES.                                      00000100
000200     02 FILLER                 PIC X(22)                          00000200
000300                               VALUE '01PRICE DISAGREEMENT'.      00000300
000400     02 FILLER                 PIC X(22)                          00000400
000500                               VALUE '02SHORT SHIPMENT'.          00000500
000600     02 FILLER                 PIC X(22)                          00000600
000700                               VALUE '03DAMAGED GOODS'.           00000700
000800     02 FILLER                 PIC X(22)                          00000800
000900                               VALUE '04NOT ORDERED'.             00000900
001000     02 FILLER                 PIC X(22)                          00001000
001100                               VALUE '05DUPLICATE BILLING'.       00001100
001200     02 FILLER                 PIC X(22)                          00001200
001300                               VALUE '06RETURN NOT CREDITED'.     00001300
001400     02 FILLER                 PIC X(22)                          00001400
001500                               VALUE '07SERVICE COMPLAINT'.       00001500
001600     02 FILLER                 PIC X(22)                          00001600
001700                               VALUE '99OTHER'.                   00001700
001800   01 DISPUTE-REASON-TABLE REDEFINES DISPUTE-REASON-VALUES.       00001800
001900     02 DISPUTE-REASON-ENTRY OCCURS 8 TIMES.                      00001900
002000         03 DRSN-CODE          PIC X(2).                          00002000
002100         03 DRSN-DESC          PIC X(20).                         00002100
