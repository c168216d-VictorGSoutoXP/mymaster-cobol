000100*--------------------------------------------------------------*
000110*    RCTREC - NIGHTLY STREAM RUN-CONTROL REGISTER RECORD
000120*    ONE RECORD PER STREAM STEP PER BUSINESS DATE ON THE KEYED
000130*    RUNCTL DATASET. THE NIGHTLY STREAM RUNS
000140*        EXBDATE  EXMERGE  EXBVRFY  EXSWEEP  EXEMPLO  EXEXPIR
000150*        EXDUAL   EXAUDH   EXDELTA  EXRHST   EXGLPST  EXUNLD
000155*        EXPEND   EXACK    EXRECAP
000160*    IN THAT ORDER. EACH STEP READS THE REGISTER AS IT STARTS
000170*    AND REFUSES TO RUN (RETURN CODE 16) UNLESS THE STEP AHEAD
000180*    OF IT HAS COMPLETED FOR THE BUSINESS DATE AND IT HAS NOT,
000190*    THEN MARKS ITSELF STARTED. AT A CLEAN END IT STAMPS ITSELF
000200*    COMPLETE WITH ITS RETURN CODE AND UP TO THREE KEY COUNTS.
000210*    A STEP THAT ABENDS IS LEFT STARTED AND MAY SIMPLY BE RUN
000220*    AGAIN. AN OPERATOR OVERRIDE CARD ON RUNOVRD - STEP NAME IN
000230*    COLS 1-8, COL 9 R TO RERUN A COMPLETED STEP, P TO RUN
000240*    WITHOUT THE STEP AHEAD, B FOR BOTH - LIFTS THE TESTS FOR
000250*    THAT STEP ONLY.
000260*
000270*    THE CYCLE RECORD - BUSINESS DATE ZERO, STEP *CYCLE - IS
000280*    THE SHOP'S BUSINESS-DATE CONTROL RECORD. IT CARRIES THE
000290*    BUSINESS DATE THE STREAM IS WORKING ON, WITH THE BUSINESS
000300*    DAYS EITHER SIDE OF IT ON THE SHOP CALENDAR (SEE CALREC).
000310*    EXBDATE ROLLS IT FORWARD TO THE NEXT BUSINESS DAY, ONCE
000312*    PER PROCESSING DAY, ONLY WHEN EXRECAP HAS COMPLETED THE
000314*    LAST CYCLE, AND EVERY LATER STEP TAKES ITS PROCESSING
000316*    DATE FROM IT RATHER THAN FROM THE CLOCK, SO A STREAM THAT
000320*    RUNS PAST MIDNIGHT STAYS ON ONE DATE. EVERY DATE ON THE
000324*    RECORD IS CCYYMMDD.
000325*
000327*    THE WINDOW RECORD - BUSINESS DATE ZERO, STEP *WINDOW - IS
000329*    THE BATCH-WINDOW FLAG. EXEMPLO, EXEXPIR, EXBKOUT, AND
000331*    EXRCVR SET IT AS THEY START, BEFORE THEY OPEN THE MASTER,
000333*    AND CLEAR IT AT A CLEAN END. WHILE IT IS SET THE EXUP
000335*    TRANSACTION TAKES AN UPDATE ONTO THE DEFRUPD DEFERRED-
000337*    UPDATE FILE (SEE DFRREC) INSTEAD OF THE MASTER, AND EXAP
000339*    WILL NOT APPROVE. A RUN THAT ABENDS LEAVES THE WINDOW SET
000341*    UNTIL IT IS RERUN TO A CLEAN END. EXDEFR APPLIES THE
000343*    DEFERRED UPDATES ONCE THE WINDOW IS CLEAR.
000345*--------------------------------------------------------------*
000347 01  RUN-CONTROL-RECORD.
000350     05  RCT-KEY.
000360         10  RCT-BUS-DATE       PIC 9(08).
000370         10  RCT-STEP-NAME      PIC X(08).
000380             88  RCT-IS-CYCLE-RECORD      VALUE '*CYCLE  '.
000385             88  RCT-IS-WINDOW-RECORD     VALUE '*WINDOW '.
000390     05  RCT-STEP-DATA.
000400         10  RCT-STEP-STATUS    PIC X(01).
000410             88  RCT-STEP-STARTED         VALUE 'S'.
000420             88  RCT-STEP-COMPLETE        VALUE 'C'.
000430         10  RCT-RETURN-CODE    PIC 9(04).
000440         10  RCT-ATTEMPTS       PIC 9(03).
000450         10  RCT-OVERRIDE       PIC X(01).
000460         10  RCT-START-DATE     PIC 9(08).
000470         10  RCT-START-TIME     PIC 9(08).
000480         10  RCT-END-DATE       PIC 9(08).
000490         10  RCT-END-TIME       PIC 9(08).
000500         10  RCT-COUNT-ENTRY    OCCURS 3 TIMES.
000510             15  RCT-COUNT-LABEL    PIC X(06).
000520             15  RCT-COUNT-VALUE    PIC 9(07).
000530         10  FILLER             PIC X(10).
000540     05  RCT-CYCLE-DATA REDEFINES RCT-STEP-DATA.
000550         10  RCT-CYCLE-BUS-DATE PIC 9(08).
000560         10  RCT-CYCLE-OPEN-DATE
000570                                PIC 9(08).
000580         10  RCT-CYCLE-OPEN-TIME
000590                                PIC 9(08).
000592         10  RCT-CYCLE-PREV-DATE
000594                                PIC 9(08).
000596         10  RCT-CYCLE-NEXT-DATE
000598                                PIC 9(08).
000600         10  FILLER             PIC X(50).
000610     05  RCT-WINDOW-DATA REDEFINES RCT-STEP-DATA.
000620         10  RCT-WINDOW-SW      PIC X(01).
000630             88  RCT-WINDOW-SET           VALUE 'Y'.
000640             88  RCT-WINDOW-CLEAR         VALUE 'N'.
000650         10  RCT-WINDOW-PROGRAM PIC X(08).
000660         10  RCT-WINDOW-SET-DATE
000670                                PIC 9(08).
000680         10  RCT-WINDOW-SET-TIME
000690                                PIC 9(08).
000700         10  RCT-WINDOW-CLEAR-DATE
000710                                PIC 9(08).
000720         10  RCT-WINDOW-CLEAR-TIME
000730                                PIC 9(08).
000740         10  FILLER             PIC X(49).
