000100*--------------------------------------------------------------*
000110*    DCTLREC - DUAL-CONTROL RULES RECORD LAYOUT
000120*    ONE RECORD, KEPT ON THE OPRAUTH DATASET ALONGSIDE THE
000130*    OPERATOR PROFILES UNDER THE RESERVED ID *DUALCTL, WHICH
000140*    NO SIGN-ON CAN CARRY. THE SECURITY OFFICER SETS IT WITH
000150*    AN R CARD THROUGH EXSECM. IT SAYS WHICH EXUP UPDATES ARE
000160*    HELD FOR A SECOND SIGNATURE INSTEAD OF APPLYING AT ONCE -
000170*    DELETES, STATUS CHANGES, AND AMOUNT CHANGES OF MORE THAN
000180*    DCT-AMOUNT-LIMIT EITHER WAY. WHILE NO RULES RECORD IS ON
000190*    FILE, EXUPD00 HOLDS ALL THREE WITH A ZERO LIMIT.
000200*--------------------------------------------------------------*
000210 01  DUAL-CONTROL-RECORD.
000220     05  DCT-CONTROL-ID         PIC X(08).
000230         88  DCT-IS-RULES-RECORD          VALUE '*DUALCTL'.
000240     05  DCT-DUAL-DELETE        PIC X(01).
000250         88  DCT-HOLD-DELETES             VALUE 'Y'.
000260     05  DCT-DUAL-STATUS        PIC X(01).
000270         88  DCT-HOLD-STATUS-CHANGES      VALUE 'Y'.
000280     05  DCT-AMOUNT-LIMIT       PIC 9(07)V99.
000290     05  FILLER                 PIC X(13).
