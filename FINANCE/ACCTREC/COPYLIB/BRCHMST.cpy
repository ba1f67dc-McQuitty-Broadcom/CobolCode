000600         88 BRCH-ACTIVE          VALUE 'A'.                       00000600
000700         88 BRCH-INACTIVE        VALUE 'I'.                       00000700
000800     02 BRCH-GL-ACCOUNT        PIC X(11).                         00000800
000900     02 BRCH-GL-POSTING        PIC X.                             00000900
001000         88 BRCH-GL-BY-SOURCE    VALUE 'S'.                       00001000
001100     02 FILLER                 PIC X(22).                         00001100
