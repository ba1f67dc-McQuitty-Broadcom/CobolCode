000700     02 RLOG-RECORDS-ADDED     PIC 9(8).                          00000700
000800     02 RLOG-REJECT-COUNT      PIC 9(6).                          00000800
000900     02 RLOG-RETURN-CODE       PIC 9(2).                          00000900
001000     02 RLOG-GATED-JOB         PIC X(8).                          00001000
001100     02 RLOG-OVERRIDE-FLAG     PIC X.                             00001100
001200         88 RLOG-OVERRIDDEN      VALUE 'Y'.                       00001200
001300     02 RLOG-OVERRIDE-OPERATOR PIC X(8).                          00001300
001400     02 FILLER                 PIC X(9).                          00001400
