000400     02 CUST-TERMS-CODE        PIC X(3).                          00000400
000500     02 CUST-HOLD-STATUS       PIC X.                             00000500
000600         88 CUST-ON-HOLD         VALUE 'H'.                       00000600
000700     02 CUST-CREDIT-LIMIT      PIC 9(13).                         00000700
000800     02 FILLER                 PIC X(10).                         00000800
