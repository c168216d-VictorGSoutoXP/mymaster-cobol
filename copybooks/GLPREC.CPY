000100*--------------------------------------------------------------*
000110*    GLPREC - GENERAL-LEDGER POSTING FILE RECORD (GLPOST)
000120*    WRITTEN NIGHTLY BY EXGLPST FROM THE DAY'S JOURNAL IN THE
000130*    GENERAL-LEDGER SYSTEM'S HEADER / DETAIL / TRAILER FORMAT -
000140*    ONE HEADER, BALANCED DEBIT AND CREDIT DETAILS, ONE
000150*    TRAILER. AMOUNTS ARE UNSIGNED - THE SIDE IS IN
000160*    GLP-DR-CR. EVERY DATE IS CCYYMMDD.
000170*
000180*    A DETAIL SUMMARIZES THE JOURNAL ENTRIES OF ONE MOVEMENT
000190*    TYPE (NEW, AMT AMOUNT CHANGE, DEL, EXP EXPIRY, RIN
000195*    REINSTATEMENT) ON ONE BOOK, FROM ONE SOURCE (HO/BR/PR, AN
000200*    OPERATOR ID, OR EXEXPIR), IN ONE KEY RANGE, AND CARRIES
000210*    THE NUMBER OF KEYS BEHIND IT.
000220*
000230*    THE HEADER CARRIES THE AMTCTL OPENING POSITION AND THE
000240*    TRAILER THE CLOSING POSITION - OPENING PLUS THE NET
000250*    MOVEMENT POSTED TO THE MASTER POSITION ACCOUNTS. THE FILE
000260*    IS ONLY WRITTEN WHEN THE TWO TIE TO THE MASTER.
000270*--------------------------------------------------------------*
000280 01  GL-POSTING-RECORD.
000290     05  GLP-REC-TYPE           PIC X(01).
000300         88  GLP-HEADER-REC               VALUE 'H'.
000310         88  GLP-DETAIL-REC               VALUE 'D'.
000320         88  GLP-TRAILER-REC              VALUE 'T'.
000330     05  GLP-DETAIL-DATA.
000340         10  GLP-ACCOUNT        PIC X(10).
000350         10  GLP-DR-CR          PIC X(01).
000360             88  GLP-DEBIT                VALUE 'D'.
000370             88  GLP-CREDIT               VALUE 'C'.
000380         10  GLP-AMOUNT         PIC 9(09)V99.
000390         10  GLP-MOVEMENT       PIC X(03).
000400             88  GLP-MOVE-NEW             VALUE 'NEW'.
000410             88  GLP-MOVE-AMOUNT          VALUE 'AMT'.
000420             88  GLP-MOVE-DELETE          VALUE 'DEL'.
000430             88  GLP-MOVE-EXPIRY          VALUE 'EXP'.
000435             88  GLP-MOVE-REINSTATE       VALUE 'RIN'.
000440         10  GLP-SOURCE         PIC X(08).
000450         10  GLP-RANGE-ID       PIC X(08).
000460         10  GLP-KEY-COUNT      PIC 9(07).
000470         10  GLP-DESC           PIC X(30).
000480         10  FILLER             PIC X(01).
000490     05  GLP-HEADER-DATA REDEFINES GLP-DETAIL-DATA.
000500         10  GLP-HDR-SYSTEM     PIC X(08).
000510         10  GLP-HDR-POST-DATE  PIC 9(08).
000520         10  GLP-HDR-CREATE-DATE
000530                                PIC 9(08).
000540         10  GLP-HDR-CREATE-TIME
000550                                PIC 9(08).
000560         10  GLP-HDR-OPENING    PIC S9(09)V99.
000570         10  FILLER             PIC X(36).
000580     05  GLP-TRAILER-DATA REDEFINES GLP-DETAIL-DATA.
000590         10  GLP-TRL-COUNT      PIC 9(07).
000600         10  GLP-TRL-DEBITS     PIC 9(11)V99.
000610         10  GLP-TRL-CREDITS    PIC 9(11)V99.
000620         10  GLP-TRL-NET-MOVEMENT
000630                                PIC S9(09)V99.
000640         10  GLP-TRL-CLOSING    PIC S9(09)V99.
000650         10  FILLER             PIC X(24).
