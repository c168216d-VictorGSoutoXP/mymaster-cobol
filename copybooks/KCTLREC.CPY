000100*--------------------------------------------------------------*
000110*    KCTLREC - KEY ALLOCATION CONTROL RECORD LAYOUT
000120*    ONE RECORD, KEPT ON THE KEYREG DATASET ALONGSIDE THE KEY
000130*    BLOCKS (SEE KEYREC) UNDER THE RESERVED KEY *NEXT, WHICH
000140*    COLLATES AHEAD OF EVERY BASE. IT HOLDS THE NEXT BASE
000150*    EXKEYI WILL CONSIDER FOR ISSUE. AN N CARD THROUGH EXKEYI
000160*    SETS IT; UNTIL ONE IS RUN THE FIRST BLOCK STARTS AT BASE
000170*    00001. IT GOES TO 100000 WHEN EVERY BASE HAS BEEN GIVEN
000180*    OUT. EVERY DATE IS CCYYMMDD.
000190*--------------------------------------------------------------*
000200 01  KEY-CONTROL-RECORD.
000210     05  KCT-CONTROL-ID         PIC X(05).
000220         88  KCT-IS-CONTROL-RECORD        VALUE '*NEXT'.
000230     05  KCT-NEXT-BASE          PIC 9(06).
000240     05  KCT-BLOCK-COUNT        PIC 9(07).
000250     05  KCT-LAST-ISSUE-DATE    PIC 9(08).
000260     05  FILLER                 PIC X(34).
