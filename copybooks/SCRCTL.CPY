000100*--------------------------------------------------------------*
000110*    SCRCTL - 3270 SCREEN CONTROL VALUES SHARED BY THE FORMATTED
000120*    ONLINE TRANSACTIONS (EXQI, EXBR, EXPQ, EXUP).
000130*
000140*    SCR-AID TAKES EIBAID AT THE START OF EACH TASK AND NAMES
000150*    THE KEY THE OPERATOR PRESSED. THE VALUES ARE THE EBCDIC
000160*    ATTENTION IDENTIFIERS THE TERMINAL SENDS (THE SAME ONES
000170*    DFHAID NAMES) - PF13-PF24 ARE NOT USED.
000180*
000190*    SCR-ATTRIBUTES ARE THE FIELD ATTRIBUTE AND HIGHLIGHT BYTES
000200*    MOVED TO A SYMBOLIC MAP'S ...A AND ...H FIELDS TO FLAG A
000210*    FIELD IN ERROR OR TO LOCK ONE FOR CONFIRMATION.
000220*    SCR-CURSOR-HERE MOVED TO A FIELD'S ...L LENGTH PUTS THE
000230*    CURSOR ON IT WHEN THE MAP IS SENT WITH CURSOR.
000240*--------------------------------------------------------------*
000250 01  SCR-AID                    PIC X(01).
000260     88  SCR-ENTER                        VALUE QUOTE.
000270     88  SCR-CLEAR                        VALUE '_'.
000280     88  SCR-PA-KEY                       VALUE '%' '>' ','.
000290     88  SCR-PF3                          VALUE '3'.
000300     88  SCR-PF4                          VALUE '4'.
000310     88  SCR-PF5                          VALUE '5'.
000320     88  SCR-PF6                          VALUE '6'.
000330     88  SCR-PF7                          VALUE '7'.
000340     88  SCR-PF8                          VALUE '8'.
000350     88  SCR-PF9                          VALUE '9'.
000360     88  SCR-PF10                         VALUE ':'.
000370     88  SCR-PF12                         VALUE '@'.
000375
000380 01  SCR-ATTRIBUTES.
000390*        UNPROTECTED, BRIGHT, MODIFIED - A KEYED FIELD IN ERROR
000400     05  SCR-ATTR-ERROR         PIC X(01) VALUE 'I'.
000410*        UNPROTECTED, NORMAL, MODIFIED - A KEYED FIELD RESET
000420     05  SCR-ATTR-INPUT         PIC X(01) VALUE 'A'.
000430*        AUTOSKIP, NORMAL - A KEYED FIELD LOCKED FOR CONFIRMING
000440     05  SCR-ATTR-LOCKED        PIC X(01) VALUE '0'.
000450*        AUTOSKIP, BRIGHT - A LOCKED FIELD THAT IS CHANGING
000460     05  SCR-ATTR-LOCKED-BRIGHT PIC X(01) VALUE '8'.
000470*        EXTENDED HIGHLIGHT - REVERSE VIDEO
000480     05  SCR-HILITE-REVERSE     PIC X(01) VALUE '2'.
000485
000490 01  SCR-CURSOR-HERE            PIC S9(04) COMP VALUE -1.
