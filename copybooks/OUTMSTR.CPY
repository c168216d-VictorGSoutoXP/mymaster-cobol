000140*    RECOVERY, AND RECYCLE UTILITIES.
000150*    OUT-MAINT-DATE/USER ARE STAMPED BY WHICHEVER PROGRAM LAST
000160*    TOUCHED THE RECORD, BATCH OR ONLINE.
000165*    EVERY DATE ON THE RECORD IS CCYYMMDD.
000170*--------------------------------------------------------------*
000180 01  OUTPUT-RECORD.
000190     05  OUT-KEY                PIC X(06).
000210     05  OUT-STATUS             PIC X(01).
000220         88  OUT-STATUS-ACTIVE            VALUE 'A'.
000230         88  OUT-STATUS-INACTIVE           VALUE 'I'.
000240     05  OUT-EFF-DATE           PIC 9(08).
000250     05  OUT-EXP-DATE           PIC 9(08).
000260     05  OUT-AMOUNT             PIC S9(07)V99.
000270     05  OUT-MAINT-DATE         PIC 9(08).
000280     05  OUT-MAINT-USER         PIC X(08).
