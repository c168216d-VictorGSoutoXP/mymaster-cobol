000150*    IMAGE (A FULL OUTMSTR RECORD), AND A TRAILER CARRYING THE
000160*    RECORD COUNT, KEY RANGE, AND TOTAL OUT-AMOUNT SO THE
000170*    GENERATION CAN BE RECONCILED AGAINST THE EXEMPLO CONTROL
000173*    TOTALS AND THE AMTCTL DOLLAR POSITION. BKP-HDR-DATE IS
000176*    CCYYMMDD.
000180*--------------------------------------------------------------*
000190 01  BACKUP-RECORD.
000200     05  BKP-REC-TYPE           PIC X(01).
000220         88  BKP-DETAIL-REC               VALUE 'D'.
000230         88  BKP-TRAILER-REC              VALUE 'T'.
000240     05  BKP-DETAIL-DATA.
000250         10  BKP-MASTER-IMAGE   PIC X(78).
000260     05  BKP-HEADER-DATA REDEFINES BKP-DETAIL-DATA.
000270         10  BKP-HDR-GENERATION PIC 9(04).
000280         10  BKP-HDR-DATE       PIC 9(08).
000290         10  BKP-HDR-TIME       PIC 9(08).
000300         10  FILLER             PIC X(58).
000310     05  BKP-TRAILER-DATA REDEFINES BKP-DETAIL-DATA.
000320         10  BKP-TRL-COUNT      PIC 9(07).
000330         10  BKP-TRL-LOW-KEY    PIC X(06).
000340         10  BKP-TRL-HIGH-KEY   PIC X(06).
000350         10  BKP-TRL-AMOUNT     PIC S9(09)V99.
000360         10  FILLER             PIC X(48).
