000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                   EXGLPST.
000120 AUTHOR.                       J HENRIQUES.
000130 INSTALLATION.                 DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN.                 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*    MODIFICATION HISTORY
000180*--------------------------------------------------------------*
000190*    DATE       INIT  DESCRIPTION
000200*    ---------  ----  ------------------------------------------
000210*    10/15/2026 JH    ORIGINAL PROGRAM - DAILY GENERAL-LEDGER
000220*                      POSTING FILE AND INTERFACE REPORT FROM
000230*                      THE JOURNAL.
000232*    10/15/2026 JH    MOVEMENTS ARE CLASSED ON THE STATUS IN THE
000234*                      BEFORE AND AFTER IMAGES. ANY A TO I CHANGE
000236*                      IS AN EXPIRY AND ANY I TO A CHANGE A
000238*                      REINSTATEMENT (RIN), AND AN ADD, AMOUNT
000240*                      CHANGE, OR DELETE OF AN INACTIVE RECORD
000242*                      BOOKS AGAINST THE EXPIRED BOOK. THE
000244*                      POSITION AND EXPIRED-BOOK ACCOUNTS ARE
000246*                      EACH TIED TO THEIR OWN JOURNALLED NET.
000248*--------------------------------------------------------------*
000250*    EXGLPST RUNS NIGHTLY AFTER EXRHST AND AHEAD OF THE EXUNLD
000260*    UNLOAD, WHOSE 8400-CLEAR-JOURNAL SPENDS THE JOURNAL. THE
000270*    JOURNAL THEN HOLDS EVERY AMOUNT MOVEMENT SINCE THE LAST
000280*    UNLOAD - THE DAY'S ONLINE UPDATES (EXUP, AND EXAP
000290*    APPROVALS), THE EXEMPLO BATCH, AND THE EXEXPIR EXPIRIES.
000300*
000310*    EACH JOURNAL ENTRY IS CLASSED BY MOVEMENT TYPE -
000320*        NEW  A RECORD ADDED        - ITS AMOUNT COMES ON
000330*        AMT  A CHANGED AMOUNT      - THE DIFFERENCE MOVES
000340*        DEL  A RECORD DELETED      - ITS AMOUNT GOES OFF
000350*        EXP  A STATUS CHANGE A - I - ITS AMOUNT MOVES FROM
000360*                                     THE ACTIVE BOOK TO THE
000370*                                     EXPIRED BOOK
000372*        RIN  A STATUS CHANGE I - A - ITS AMOUNT MOVES BACK
000374*                                     FROM THE EXPIRED BOOK
000376*    ON THE STATUS IN THE JOURNALLED BEFORE AND AFTER IMAGES,
000377*    WHATEVER MADE THE CHANGE - EXEXPIR, EXEMPLO, OR AN ONLINE
000378*    UPDATE. A STATUS CHANGE THAT ALSO MOVED THE AMOUNT POSTS
000379*    THE DIFFERENCE AS AN AMT ON THE BOOK THE RECORD NOW SITS
000380*    IN. ENTRIES ARE FURTHER CLASSED BY BOOK (AN ADD, AMOUNT
000381*    CHANGE, OR DELETE OF AN INACTIVE RECORD MOVES THE EXPIRED
000382*    BOOK, NOT THE POSITION), BY SOURCE (JRN-SOURCE - HO/BR/PR
000383*    FOR THE BATCH, THE OPERATOR ID FOR AN ONLINE UPDATE), AND
000384*    BY KEY RANGE, AND SUMMED. A CHANGE THAT MOVES NO MONEY IS
000385*    COUNTED AND NOT POSTED. EACH SUMMARY BECOMES A BALANCED
000386*    DEBIT AND CREDIT PAIR ON THE GLPOST FILE (SEE GLPREC) - A
000387*    MOVEMENT AGAINST THE MASTER POSITION OR EXPIRED-BOOK
000388*    ACCOUNT AND ITS CLEARING ACCOUNT, OR, FOR AN EXPIRY OR A
000389*    REINSTATEMENT, ONE BOOK AGAINST THE OTHER.
000450*
000460*    THE FILE IS RELEASED ONLY WHEN IT TIES. THE DEBITS MUST
000470*    EQUAL THE CREDITS, THE NET POSTED TO THE POSITION ACCOUNT
000472*    AND THE NET POSTED TO THE EXPIRED-BOOK ACCOUNT MUST EACH
000474*    EQUAL THAT BOOK'S NET MOVEMENT ON THE JOURNAL (TAKEN FROM
000476*    THE IMAGES AND THEIR STATUS), SO MUST THE TWO TOGETHER,
000490*    EXEMPLO'S 8080-PROVE-POSITION MUST HAVE PROVED
000500*    THAT MOVEMENT (EXEMPLO COMPLETE ON THE RUN-CONTROL
000510*    REGISTER WITH A RETURN CODE BELOW 8), AND THE AMTCTL
000520*    OPENING POSITION PLUS THE NET POSTED MUST EQUAL THE SUM
000530*    OF THE MASTER AMOUNTS. A FILE THAT DOES NOT TIE IS LEFT
000540*    EMPTY, THE REPORT SAYS WHY, AND THE RUN ENDS WITH RETURN
000550*    CODE 16 WITHOUT STAMPING ITSELF COMPLETE - EXUNLD THEN
000560*    WILL NOT SPEND THE JOURNAL UNTIL THE BREAK IS CLEARED AND
000570*    THIS STEP RERUN (OR OVERRIDDEN PAST ON RUNOVRD).
000580*
000590*    AN OPTIONAL GLCARD FILE SETS THE ACCOUNTS AND KEY RANGES -
000600*      A CARD - COL 1 A, COLS 2-4 ACCOUNT USE, COLS 5-14 GL
000610*               ACCOUNT. THE USES, AND THEIR DEFAULTS, ARE
000620*               POS MASTER POSITION  14000-0000
000630*               XPB EXPIRED BOOK     14090-0000
000640*               NEW NEW CLEARING     29100-0000
000650*               AMT AMOUNT CLEARING  29200-0000
000660*               DEL DELETE CLEARING  29300-0000
000670*      R CARD - COL 1 R, COLS 2-7 LOW KEY, COLS 8-13 HIGH KEY,
000680*               COLS 14-21 RANGE ID. UP TO 20, FIRST MATCH
000690*               WINS. WITH NO R CARDS EVERY KEY IS RANGE ALL.
000700*               A KEY OUTSIDE EVERY CARD'S RANGE IS OTHER.
000710*--------------------------------------------------------------*
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
000740 SOURCE-COMPUTER.              IBM-370.
000750 OBJECT-COMPUTER.              IBM-370.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT JOURNAL-FILE       ASSIGN TO JRNFILE
000790                                ORGANIZATION IS SEQUENTIAL
000800                                FILE STATUS WS-JRN-FILE-STATUS.
000805
000810     SELECT MASTER-FILE        ASSIGN TO OUTFILE
000820                                ORGANIZATION IS INDEXED
000830                                ACCESS MODE IS SEQUENTIAL
000840                                RECORD KEY IS OUT-KEY
000850                                FILE STATUS WS-MST-FILE-STATUS.
000855
000860     SELECT AMTCTL-FILE        ASSIGN TO AMTCTL
000870                                ORGANIZATION IS SEQUENTIAL
000880                                FILE STATUS WS-AMT-FILE-STATUS.
000885
000890     SELECT GLCARD-FILE        ASSIGN TO GLCARD
000900                                ORGANIZATION IS SEQUENTIAL
000910                                FILE STATUS WS-CRD-FILE-STATUS.
000915
000920     SELECT GLPOST-FILE        ASSIGN TO GLPOST
000930                                ORGANIZATION IS SEQUENTIAL.
000935
000940     SELECT REPORT-FILE        ASSIGN TO RPTFILE
000950                                ORGANIZATION IS SEQUENTIAL.
000955
000960     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
000970                                ORGANIZATION IS INDEXED
000980                                ACCESS MODE IS RANDOM
000990                                RECORD KEY IS RCT-KEY
001000                                FILE STATUS WS-RCT-FILE-STATUS.
001005
001010     SELECT RUNOVRD-FILE       ASSIGN TO RUNOVRD
001020                                ORGANIZATION IS SEQUENTIAL
001030                                FILE STATUS WS-ROV-FILE-STATUS.
001035
001040 DATA DIVISION.
001050 FILE SECTION.
001060*--------------------------------------------------------------*
001070*    JOURNAL-FILE - EVERY MASTER CHANGE SINCE THE LAST UNLOAD
001080*--------------------------------------------------------------*
001090 FD  JOURNAL-FILE
001100     RECORDING MODE IS F.
001110     COPY JRNREC.
001115
001120*--------------------------------------------------------------*
001130*    MASTER-FILE - THE INDEXED MASTER, READ FOR ITS AMOUNTS
001140*--------------------------------------------------------------*
001150 FD  MASTER-FILE
001160     BLOCK CONTAINS 0 RECORDS
001170     RECORDING MODE IS F.
001180     COPY OUTMSTR.
001185
001190*--------------------------------------------------------------*
001200*    AMTCTL-FILE - THE MASTER'S TOTAL AMOUNT AS OF THE LAST
001210*    UNLOAD - THE OPENING POSITION FOR THE DAY'S POSTING
001220*--------------------------------------------------------------*
001230 FD  AMTCTL-FILE
001240     RECORDING MODE IS F.
001250 01  AMTCTL-RECORD.
001260     05  AMT-LAST-TOTAL         PIC S9(09)V99.
001265
001270*--------------------------------------------------------------*
001280*    GLCARD-FILE - OPTIONAL ACCOUNT AND KEY-RANGE CARDS
001290*--------------------------------------------------------------*
001300 FD  GLCARD-FILE
001310     RECORDING MODE IS F.
001320 01  GLCARD-RECORD.
001330     05  GLC-CARD-TYPE          PIC X(01).
001340         88  GLC-ACCOUNT-CARD             VALUE 'A'.
001350         88  GLC-RANGE-CARD               VALUE 'R'.
001360     05  GLC-ACCOUNT-DATA.
001370         10  GLC-ACCT-USE       PIC X(03).
001380         10  GLC-ACCT-NUMBER    PIC X(10).
001390         10  FILLER             PIC X(66).
001400     05  GLC-RANGE-DATA REDEFINES GLC-ACCOUNT-DATA.
001410         10  GLC-RANGE-LOW      PIC X(06).
001420         10  GLC-RANGE-HIGH     PIC X(06).
001430         10  GLC-RANGE-ID       PIC X(08).
001440         10  FILLER             PIC X(59).
001445
001450*--------------------------------------------------------------*
001460*    GLPOST-FILE - THE GENERAL-LEDGER POSTING FILE
001470*--------------------------------------------------------------*
001480 FD  GLPOST-FILE
001490     BLOCK CONTAINS 0 RECORDS
001500     RECORDING MODE IS F.
001510     COPY GLPREC.
001515
001520*--------------------------------------------------------------*
001530*    REPORT-FILE - GENERAL-LEDGER INTERFACE REPORT
001540*--------------------------------------------------------------*
001550 FD  REPORT-FILE
001560     BLOCK CONTAINS 0 RECORDS
001570     RECORDING MODE IS F.
001580 01  REPORT-RECORD               PIC X(80).
001585
001590*--------------------------------------------------------------*
001600*    RUNCTL-FILE - NIGHTLY STREAM RUN-CONTROL REGISTER
001610*--------------------------------------------------------------*
001620 FD  RUNCTL-FILE
001630     RECORDING MODE IS F.
001640     COPY RCTREC.
001645
001650*--------------------------------------------------------------*
001660*    RUNOVRD-FILE - OPTIONAL OPERATOR OVERRIDE CARDS FOR THE
001670*    RUN-CONTROL TESTS (SEE RCTREC)
001680*--------------------------------------------------------------*
001690 FD  RUNOVRD-FILE
001700     RECORDING MODE IS F.
001710 01  RUNOVRD-RECORD.
001720     05  ROV-STEP-NAME          PIC X(08).
001730     05  ROV-OVERRIDE           PIC X(01).
001735
001740 WORKING-STORAGE SECTION.
001750*--------------------------------------------------------------*
001760*    SWITCHES
001770*--------------------------------------------------------------*
001780 01  WS-SWITCHES.
001790     05  WS-EOF-SW              PIC X(01) VALUE 'N'.
001800         88  WS-EOF                       VALUE 'Y'.
001810     05  WS-MST-EOF-SW          PIC X(01) VALUE 'N'.
001820         88  WS-MST-EOF                   VALUE 'Y'.
001830     05  WS-CRD-EOF-SW          PIC X(01) VALUE 'N'.
001840         88  WS-CRD-EOF                   VALUE 'Y'.
001850     05  WS-CARRIED-SW          PIC X(01) VALUE 'N'.
001860         88  WS-CARRIED-PRESENT           VALUE 'Y'.
001870     05  WS-EXEMPLO-SW          PIC X(01) VALUE 'X'.
001880         88  WS-EXEMPLO-PROVED            VALUE 'Y'.
001890         88  WS-EXEMPLO-BROKEN            VALUE 'N'.
001900         88  WS-EXEMPLO-NOT-RUN           VALUE 'X'.
001910     05  WS-RELEASE-SW          PIC X(01) VALUE 'Y'.
001920         88  WS-RELEASED                  VALUE 'Y'.
001930         88  WS-NOT-RELEASED              VALUE 'N'.
001940     05  WS-RANGE-FOUND-SW      PIC X(01) VALUE 'N'.
001950         88  WS-RANGE-FOUND               VALUE 'Y'.
001960     05  WS-SUM-FOUND-SW        PIC X(01) VALUE 'N'.
001970         88  WS-SUM-FOUND                 VALUE 'Y'.
001975
001980*--------------------------------------------------------------*
001990*    GENERAL-LEDGER ACCOUNTS - DEFAULTS, OVERRIDDEN BY GLCARD
002000*--------------------------------------------------------------*
002010 01  WS-GL-ACCOUNTS.
002020     05  WS-ACCT-POSITION       PIC X(10) VALUE '14000-0000'.
002030     05  WS-ACCT-EXPIRED        PIC X(10) VALUE '14090-0000'.
002040     05  WS-ACCT-NEW            PIC X(10) VALUE '29100-0000'.
002050     05  WS-ACCT-AMOUNT         PIC X(10) VALUE '29200-0000'.
002060     05  WS-ACCT-DELETE         PIC X(10) VALUE '29300-0000'.
002065
002070*--------------------------------------------------------------*
002080*    KEY RANGES - FROM THE R CARDS, OR ONE RANGE ALL
002090*--------------------------------------------------------------*
002100 77  WS-RANGE-LIMIT             PIC 9(02) COMP VALUE 20.
002110 77  WS-RANGE-COUNT             PIC 9(02) COMP VALUE ZERO.
002120 77  WS-RX                      PIC 9(02) COMP VALUE ZERO.
002130 01  WS-RANGE-TABLE.
002140     05  WS-RANGE-ENTRY         OCCURS 20 TIMES.
002150         10  WS-RANGE-LOW       PIC X(06).
002160         10  WS-RANGE-HIGH      PIC X(06).
002170         10  WS-RANGE-ID        PIC X(08).
002175
002180*--------------------------------------------------------------*
002190*    POSTING SUMMARY - ONE ENTRY PER MOVEMENT TYPE, SOURCE, AND
002200*    KEY RANGE, KEPT IN THAT ORDER AS ENTRIES ARE ADDED. THE
002210*    LEADING DIGIT PUTS THE MOVEMENT TYPES IN POSTING ORDER.
002220*--------------------------------------------------------------*
002230 77  WS-SUM-LIMIT               PIC 9(04) COMP VALUE 500.
002240 77  WS-SUM-COUNT               PIC 9(04) COMP VALUE ZERO.
002250 77  WS-SX                      PIC 9(04) COMP VALUE ZERO.
002260 77  WS-SY                      PIC 9(04) COMP VALUE ZERO.
002270 01  WS-SUMMARY-TABLE.
002280     05  WS-SUM-ENTRY           OCCURS 500 TIMES.
002290         10  WS-SUM-KEY.
002300             15  WS-SUM-MOVE-SEQ    PIC 9(01).
002310             15  WS-SUM-MOVE        PIC X(03).
002315             15  WS-SUM-BOOK        PIC X(01).
002320             15  WS-SUM-SOURCE      PIC X(08).
002330             15  WS-SUM-RANGE       PIC X(08).
002340         10  WS-SUM-KEYS        PIC 9(07) COMP.
002350         10  WS-SUM-NET         PIC S9(09)V99 COMP-3.
002355
002360*--------------------------------------------------------------*
002370*    THE JOURNAL ENTRY IN HAND, CLASSED FOR THE SUMMARY
002380*--------------------------------------------------------------*
002390 01  WS-ENTRY-KEY.
002400     05  WS-ENT-MOVE-SEQ        PIC 9(01).
002410     05  WS-ENT-MOVE            PIC X(03).
002412     05  WS-ENT-BOOK            PIC X(01).
002414         88  WS-ENT-BOOK-POSITION         VALUE 'P'.
002416         88  WS-ENT-BOOK-EXPIRED          VALUE 'X'.
002418         88  WS-ENT-BOOK-NONE             VALUE SPACE.
002420     05  WS-ENT-SOURCE          PIC X(08).
002430     05  WS-ENT-RANGE           PIC X(08).
002440 01  WS-ENTRY-AMOUNTS.
002450     05  WS-ENT-BEFORE          PIC S9(07)V99 COMP-3.
002460     05  WS-ENT-AFTER           PIC S9(07)V99 COMP-3.
002462     05  WS-ENT-NET             PIC S9(09)V99 COMP-3.
002464 01  WS-ENTRY-STATUS.
002466     05  WS-ENT-BEF-STATUS      PIC X(01).
002468         88  WS-ENT-BEF-INACTIVE          VALUE 'I'.
002470     05  WS-ENT-AFT-STATUS      PIC X(01).
002472         88  WS-ENT-AFT-INACTIVE          VALUE 'I'.
002474
002480*--------------------------------------------------------------*
002490*    STATUS AND AMOUNT OVERLAY FOR A JOURNALLED MASTER IMAGE -
002500*    EACH SITS AT THE SAME OFFSET AS IN OUTMSTR. THE LOW-VALUES
002510*    "NO RECORD" IMAGES FAIL THE NUMERIC TEST AND COUNT AS ZERO,
002520*    AND THEIR STATUS IS NOT INACTIVE.
002530*--------------------------------------------------------------*
002540 01  WS-IMAGE-WORK.
002550     05  FILLER                 PIC X(36).
002553     05  WS-IMAGE-STATUS        PIC X(01).
002556     05  FILLER                 PIC X(16).
002560     05  WS-IMAGE-AMOUNT        PIC S9(07)V99.
002570     05  FILLER                 PIC X(16).
002575
002580*--------------------------------------------------------------*
002590*    ONE POSTING PAIR - SET BY 4200-SET-ACCOUNTS FOR THE
002600*    SUMMARY ENTRY IN HAND - AND ONE LINE OF IT
002610*--------------------------------------------------------------*
002620 01  WS-POSTING-PAIR.
002630     05  WS-DR-ACCOUNT          PIC X(10).
002640     05  WS-CR-ACCOUNT          PIC X(10).
002650     05  WS-BOOK-ACCOUNT        PIC X(10).
002660     05  WS-CONTRA-ACCOUNT      PIC X(10).
002670     05  WS-PAIR-AMOUNT         PIC S9(09)V99 COMP-3.
002680     05  WS-PAIR-DESC           PIC X(30).
002690 01  WS-POSTING-LINE.
002700     05  WS-LINE-ACCOUNT        PIC X(10).
002710     05  WS-LINE-SIDE           PIC X(01).
002720         88  WS-LINE-DEBIT                VALUE 'D'.
002730         88  WS-LINE-CREDIT               VALUE 'C'.
002735
002740*--------------------------------------------------------------*
002750*    COUNTERS
002760*--------------------------------------------------------------*
002770 01  WS-COUNTERS.
002780     05  WS-JRN-COUNT           PIC 9(07) COMP VALUE ZERO.
002790     05  WS-NONFIN-COUNT        PIC 9(07) COMP VALUE ZERO.
002800     05  WS-LINE-COUNT          PIC 9(07) COMP VALUE ZERO.
002810     05  WS-MST-COUNT           PIC 9(07) COMP VALUE ZERO.
002820     05  WS-EXEMPLO-RC          PIC 9(04) VALUE ZERO.
002825
002830*--------------------------------------------------------------*
002840*    TIE FIGURES - THE AMTCTL OPENING POSITION, THE NET
002850*    MOVEMENT ON THE JOURNAL, WHAT THE POSTING LINES MOVE ON THE
002860*    POSITION AND EXPIRED-BOOK ACCOUNTS, AND THE SUM OF THE
002870*    MASTER AMOUNTS. OPENING PLUS POSTED MUST EQUAL THE MASTER.
002872*    THE JOURNALLED AND POSTED NETS ARE ALSO KEPT BOOK BY BOOK.
002880*--------------------------------------------------------------*
002890 01  WS-AMOUNT-FIELDS.
002900     05  WS-CARRIED-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
002910     05  WS-JRN-NET             PIC S9(09)V99 COMP-3 VALUE ZERO.
002913     05  WS-JRN-POS-NET         PIC S9(09)V99 COMP-3 VALUE ZERO.
002916     05  WS-JRN-XPB-NET         PIC S9(09)V99 COMP-3 VALUE ZERO.
002920     05  WS-POSTED-NET          PIC S9(09)V99 COMP-3 VALUE ZERO.
002922     05  WS-POSTED-POS-NET      PIC S9(09)V99 COMP-3 VALUE ZERO.
002924     05  WS-POSTED-XPB-NET      PIC S9(09)V99 COMP-3 VALUE ZERO.
002926     05  WS-LINE-MOVE           PIC S9(09)V99 COMP-3 VALUE ZERO.
002930     05  WS-CLOSING-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
002940     05  WS-MASTER-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
002950     05  WS-TOTAL-DEBITS        PIC 9(11)V99 COMP-3 VALUE ZERO.
002960     05  WS-TOTAL-CREDITS       PIC 9(11)V99 COMP-3 VALUE ZERO.
002965
002970 01  WS-HOLD-REASON             PIC X(55) VALUE SPACES.
002975
002980 01  WS-JRN-FILE-STATUS         PIC X(02) VALUE SPACES.
002990 01  WS-MST-FILE-STATUS         PIC X(02) VALUE SPACES.
003000 01  WS-AMT-FILE-STATUS         PIC X(02) VALUE SPACES.
003010 01  WS-CRD-FILE-STATUS         PIC X(02) VALUE SPACES.
003015
003020*--------------------------------------------------------------*
003030*    RUN-CONTROL REGISTER - THIS STEP, THE STEP AHEAD OF IT IN
003040*    THE NIGHTLY STREAM, AND ANY OPERATOR OVERRIDE FOR IT
003050*--------------------------------------------------------------*
003060 01  WS-RCT-THIS-STEP           PIC X(08) VALUE 'EXGLPST '.
003070 01  WS-RCT-PRIOR-STEP          PIC X(08) VALUE 'EXRHST  '.
003080 01  WS-RCT-PROOF-STEP          PIC X(08) VALUE 'EXEMPLO '.
003090 01  WS-RCT-BUS-DATE            PIC 9(08) VALUE ZERO.
003100 01  WS-RCT-BUS-DATE-X REDEFINES WS-RCT-BUS-DATE.
003110     05  WS-RCT-BUS-CCYY        PIC 9(04).
003120     05  WS-RCT-BUS-MM          PIC 9(02).
003130     05  WS-RCT-BUS-DD          PIC 9(02).
003140 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
003150 01  WS-ROV-FILE-STATUS         PIC X(02) VALUE SPACES.
003160 01  WS-ROV-EOF-SW              PIC X(01) VALUE 'N'.
003170     88  WS-ROV-EOF                       VALUE 'Y'.
003180 01  WS-RCT-OVERRIDE-SW         PIC X(01) VALUE SPACE.
003190     88  WS-RCT-MAY-RERUN                 VALUE 'R' 'B'.
003200     88  WS-RCT-SKIP-PRIOR                VALUE 'P' 'B'.
003205
003210*--------------------------------------------------------------*
003220*    RUN DATE AND TIME - SET AT INITIALIZATION
003230*--------------------------------------------------------------*
003240 01  WS-RUN-DATE.
003250     05  WS-RUN-CCYY            PIC 9(04).
003260     05  WS-RUN-MM              PIC 9(02).
003270     05  WS-RUN-DD              PIC 9(02).
003275
003280 01  WS-RUN-TIME.
003290     05  WS-RUN-HH              PIC 9(02).
003300     05  WS-RUN-MN              PIC 9(02).
003310     05  WS-RUN-SS              PIC 9(02).
003320     05  WS-RUN-HS              PIC 9(02).
003325
003330*--------------------------------------------------------------*
003340*    REPORT-FILE LINE LAYOUTS
003350*--------------------------------------------------------------*
003360 01  WS-REPORT-LINES.
003370     05  WS-RPT-TITLE.
003380         10  FILLER             PIC X(40)
003390                 VALUE 'EXGLPST GENERAL-LEDGER INTERFACE'.
003400         10  FILLER             PIC X(40) VALUE SPACES.
003410     05  WS-RPT-RUNDATE.
003420         10  FILLER             PIC X(10) VALUE 'RUN DATE: '.
003430         10  WS-RPT-MM          PIC 99.
003440         10  FILLER             PIC X(01) VALUE '/'.
003450         10  WS-RPT-DD          PIC 99.
003460         10  FILLER             PIC X(01) VALUE '/'.
003470         10  WS-RPT-CCYY        PIC 9(04).
003480         10  FILLER             PIC X(05) VALUE SPACES.
003490         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
003500         10  WS-RPT-HH          PIC 99.
003510         10  FILLER             PIC X(01) VALUE ':'.
003520         10  WS-RPT-MN          PIC 99.
003530         10  FILLER             PIC X(01) VALUE ':'.
003540         10  WS-RPT-SS          PIC 99.
003550         10  FILLER             PIC X(05) VALUE SPACES.
003560         10  FILLER             PIC X(15)
003570                                 VALUE 'BUSINESS DATE: '.
003580         10  WS-RPT-BUS-MM      PIC 99.
003590         10  FILLER             PIC X(01) VALUE '/'.
003600         10  WS-RPT-BUS-DD      PIC 99.
003610         10  FILLER             PIC X(01) VALUE '/'.
003620         10  WS-RPT-BUS-CCYY    PIC 9(04).
003630         10  FILLER             PIC X(07) VALUE SPACES.
003640     05  WS-RPT-HEADING.
003650         10  FILLER             PIC X(12) VALUE 'ACCOUNT'.
003660         10  FILLER             PIC X(05) VALUE 'DR'.
003670         10  FILLER             PIC X(16) VALUE '        AMOUNT'.
003680         10  FILLER             PIC X(08) VALUE 'MOVE'.
003690         10  FILLER             PIC X(10) VALUE 'SOURCE'.
003700         10  FILLER             PIC X(10) VALUE 'RANGE'.
003710         10  FILLER             PIC X(19) VALUE '     KEYS'.
003720     05  WS-RPT-DETAIL.
003730         10  WS-RPT-DET-ACCOUNT PIC X(10).
003740         10  FILLER             PIC X(02) VALUE SPACES.
003750         10  WS-RPT-DET-SIDE    PIC X(02).
003760         10  FILLER             PIC X(03) VALUE SPACES.
003770         10  WS-RPT-DET-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
003780         10  FILLER             PIC X(02) VALUE SPACES.
003790         10  WS-RPT-DET-MOVE    PIC X(06).
003800         10  FILLER             PIC X(02) VALUE SPACES.
003810         10  WS-RPT-DET-SOURCE  PIC X(08).
003820         10  FILLER             PIC X(02) VALUE SPACES.
003830         10  WS-RPT-DET-RANGE   PIC X(08).
003840         10  FILLER             PIC X(02) VALUE SPACES.
003850         10  WS-RPT-DET-KEYS    PIC Z,ZZZ,ZZ9.
003860         10  FILLER             PIC X(10) VALUE SPACES.
003870     05  WS-RPT-NONE.
003880         10  FILLER             PIC X(40)
003890                 VALUE 'NO AMOUNT MOVEMENT ON THE JOURNAL.'.
003900         10  FILLER             PIC X(40) VALUE SPACES.
003910     05  WS-RPT-COUNT.
003920         10  WS-RPT-CNT-LABEL   PIC X(25).
003930         10  WS-RPT-CNT-VALUE   PIC Z,ZZZ,ZZ9.
003940         10  FILLER             PIC X(46) VALUE SPACES.
003950     05  WS-RPT-AMOUNT.
003960         10  WS-RPT-AMT-LABEL   PIC X(25).
003970         10  WS-RPT-AMT-VALUE   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003980         10  FILLER             PIC X(37) VALUE SPACES.
003990     05  WS-RPT-TEXT.
004000         10  WS-RPT-TXT-LABEL   PIC X(25).
004010         10  WS-RPT-TXT-VALUE   PIC X(55).
004015
004020 PROCEDURE DIVISION.
004030*-----------------------------------------------------------------
004040*    0000-MAINLINE
004050*    SUMMARIZES THE JOURNAL, SUMS THE MASTER, PROVES THE
004060*    POSTING, AND WRITES IT.
004070*-----------------------------------------------------------------
004080 0000-MAINLINE.
004090     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
004100     PERFORM 2000-SUMMARIZE-ENTRY  THRU 2000-EXIT
004110         UNTIL WS-EOF.
004120     PERFORM 3000-SUM-MASTER       THRU 3000-EXIT
004130         UNTIL WS-MST-EOF.
004140     PERFORM 4000-PROVE-POSTING    THRU 4000-EXIT.
004150     PERFORM 5000-WRITE-POSTING    THRU 5000-EXIT.
004160     PERFORM 8000-FINALIZE         THRU 8000-EXIT.
004170     PERFORM 8900-STAMP-RUN-CONTROL THRU 8900-EXIT.
004180     STOP RUN.
004185
004190*-----------------------------------------------------------------
004200*    1000-INITIALIZE
004210*    CHECKS THE RUN-CONTROL REGISTER, TAKES THE CARDS AND THE
004220*    OPENING POSITION, OPENS THE FILES, AND PRIMES THE READS.
004230*-----------------------------------------------------------------
004240 1000-INITIALIZE.
004250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004260     ACCEPT WS-RUN-TIME FROM TIME.
004270     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
004275
004280     PERFORM 1100-READ-GLCARD      THRU 1100-EXIT.
004290     PERFORM 1200-READ-AMOUNT-CTL  THRU 1200-EXIT.
004295
004300     OPEN INPUT MASTER-FILE.
004310     IF WS-MST-FILE-STATUS NOT = '00'
004320         DISPLAY 'EXGLPST0999 CANNOT OPEN MASTER, STATUS = '
004330                 WS-MST-FILE-STATUS
004340         GO TO 9900-POSTING-ABEND
004350     END-IF.
004360     OPEN OUTPUT REPORT-FILE.
004365
004370*    NO JOURNAL IS NO MOVEMENT - THE POSTING IS THEN A HEADER
004380*    AND TRAILER ONLY, STILL TIED TO THE MASTER.
004390     OPEN INPUT JOURNAL-FILE.
004400     IF WS-JRN-FILE-STATUS NOT = '00'
004410         DISPLAY 'EXGLPST0200 NO JOURNAL FOUND, STATUS = '
004420                 WS-JRN-FILE-STATUS
004430         SET WS-EOF TO TRUE
004440     ELSE
004450         PERFORM 2900-READ-JOURNAL THRU 2900-EXIT
004460     END-IF.
004470     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
004480 1000-EXIT.
004490     EXIT.
004495
004500*--------------------------------------------------------------*
004510*    1100-READ-GLCARD
004520*    TAKES THE ACCOUNT AND KEY-RANGE CARDS. THE FILE IS
004530*    OPTIONAL - WITHOUT IT THE DEFAULT ACCOUNTS STAND AND EVERY
004540*    KEY IS RANGE ALL.
004550*--------------------------------------------------------------*
004560 1100-READ-GLCARD.
004570     OPEN INPUT GLCARD-FILE.
004580     IF WS-CRD-FILE-STATUS = '00'
004590         PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
004600             UNTIL WS-CRD-EOF
004610         CLOSE GLCARD-FILE
004620     END-IF.
004630     IF WS-RANGE-COUNT = ZERO
004640         MOVE 1           TO WS-RANGE-COUNT
004650         MOVE LOW-VALUES  TO WS-RANGE-LOW(1)
004660         MOVE HIGH-VALUES TO WS-RANGE-HIGH(1)
004670         MOVE 'ALL'       TO WS-RANGE-ID(1)
004680     END-IF.
004690 1100-EXIT.
004700     EXIT.
004705
004710 1110-READ-ONE-CARD.
004720     READ GLCARD-FILE
004730         AT END
004740             SET WS-CRD-EOF TO TRUE
004750             GO TO 1110-EXIT
004760     END-READ.
004765
004770     IF GLC-RANGE-CARD
004780         IF WS-RANGE-COUNT = WS-RANGE-LIMIT
004790             DISPLAY 'EXGLPST0200 MORE THAN ' WS-RANGE-LIMIT
004800                     ' RANGE CARDS - IGNORED: ' GLC-RANGE-ID
004810         ELSE
004820             ADD 1 TO WS-RANGE-COUNT
004830             MOVE GLC-RANGE-LOW  TO WS-RANGE-LOW(WS-RANGE-COUNT)
004840             MOVE GLC-RANGE-HIGH TO WS-RANGE-HIGH(WS-RANGE-COUNT)
004850             MOVE GLC-RANGE-ID   TO WS-RANGE-ID(WS-RANGE-COUNT)
004860         END-IF
004870         GO TO 1110-EXIT
004880     END-IF.
004885
004890     IF NOT GLC-ACCOUNT-CARD
004900      OR GLC-ACCT-NUMBER = SPACES
004910         DISPLAY 'EXGLPST0200 GLCARD IGNORED: ' GLCARD-RECORD
004920         GO TO 1110-EXIT
004930     END-IF.
004940     EVALUATE GLC-ACCT-USE
004950         WHEN 'POS'
004960             MOVE GLC-ACCT-NUMBER TO WS-ACCT-POSITION
004970         WHEN 'XPB'
004980             MOVE GLC-ACCT-NUMBER TO WS-ACCT-EXPIRED
004990         WHEN 'NEW'
005000             MOVE GLC-ACCT-NUMBER TO WS-ACCT-NEW
005010         WHEN 'AMT'
005020             MOVE GLC-ACCT-NUMBER TO WS-ACCT-AMOUNT
005030         WHEN 'DEL'
005040             MOVE GLC-ACCT-NUMBER TO WS-ACCT-DELETE
005050         WHEN OTHER
005060             DISPLAY 'EXGLPST0200 GLCARD IGNORED: '
005070                     GLCARD-RECORD
005080     END-EVALUATE.
005090 1110-EXIT.
005100     EXIT.
005105
005110*--------------------------------------------------------------*
005120*    1200-READ-AMOUNT-CTL
005130*    PICKS UP THE MASTER'S TOTAL AMOUNT AS OF THE LAST UNLOAD -
005140*    THE OPENING POSITION. WITHOUT IT THE POSTING CANNOT TIE.
005150*--------------------------------------------------------------*
005160 1200-READ-AMOUNT-CTL.
005170     OPEN INPUT AMTCTL-FILE.
005180     IF WS-AMT-FILE-STATUS = '00'
005190         READ AMTCTL-FILE
005200             AT END
005210                 CONTINUE
005220             NOT AT END
005230                 MOVE AMT-LAST-TOTAL TO WS-CARRIED-TOTAL
005240                 SET WS-CARRIED-PRESENT TO TRUE
005250         END-READ
005260         CLOSE AMTCTL-FILE
005270     END-IF.
005280 1200-EXIT.
005290     EXIT.
005295
005300*-----------------------------------------------------------------
005310*    1900-CHECK-RUN-CONTROL
005320*    TAKES THE BUSINESS DATE FROM THE CYCLE RECORD ON THE
005330*    RUN-CONTROL REGISTER (SEE RCTREC), PROVES THAT THE STEP
005340*    AHEAD OF THIS ONE HAS COMPLETED FOR IT, PICKS UP HOW
005350*    EXEMPLO ENDED, AND MARKS THIS STEP STARTED. A REFUSAL ENDS
005360*    THE RUN BEFORE ANY OTHER FILE IS OPENED.
005370*-----------------------------------------------------------------
005380 1900-CHECK-RUN-CONTROL.
005390     PERFORM 1910-READ-RUNOVRD THRU 1910-EXIT.
005395
005400     OPEN I-O RUNCTL-FILE.
005410     IF WS-RCT-FILE-STATUS NOT = '00'
005420         DISPLAY 'EXGLPST0999 CANNOT OPEN RUNCTL, STATUS = '
005430                 WS-RCT-FILE-STATUS
005440         GO TO 1990-RUN-CONTROL-ABEND
005450     END-IF.
005455
005460     MOVE ZERO       TO RCT-BUS-DATE.
005470     MOVE '*CYCLE  ' TO RCT-STEP-NAME.
005480     READ RUNCTL-FILE
005490         INVALID KEY
005500             DISPLAY 'EXGLPST0999 NO STREAM CYCLE OPEN ON RUNCTL'
005510             GO TO 1990-RUN-CONTROL-ABEND
005520     END-READ.
005530     MOVE RCT-CYCLE-BUS-DATE TO WS-RCT-BUS-DATE.
005535
005540     MOVE WS-RCT-BUS-DATE   TO RCT-BUS-DATE.
005550     MOVE WS-RCT-PRIOR-STEP TO RCT-STEP-NAME.
005560     READ RUNCTL-FILE
005570         INVALID KEY
005580             MOVE SPACE TO RCT-STEP-STATUS
005590     END-READ.
005600     IF NOT RCT-STEP-COMPLETE
005610         IF WS-RCT-SKIP-PRIOR
005620             DISPLAY 'EXGLPST0200 ' WS-RCT-PRIOR-STEP
005630                     ' NOT COMPLETE - RUN ON OVERRIDE'
005640         ELSE
005650             DISPLAY 'EXGLPST0999 ' WS-RCT-PRIOR-STEP
005660                     ' HAS NOT COMPLETED FOR ' WS-RCT-BUS-DATE
005670             GO TO 1990-RUN-CONTROL-ABEND
005680         END-IF
005690     END-IF.
005695
005700     PERFORM 1940-CHECK-EXEMPLO-PROOF THRU 1940-EXIT.
005710     PERFORM 1920-MARK-STARTED THRU 1920-EXIT.
005720     CLOSE RUNCTL-FILE.
005730     DISPLAY 'EXGLPST0100 STARTED FOR BUSINESS DATE '
005740             WS-RCT-BUS-DATE.
005750 1900-EXIT.
005760     EXIT.
005765
005770*-----------------------------------------------------------------
005780*    1910-READ-RUNOVRD
005790*    PICKS UP THE OPERATOR OVERRIDE, IF ANY, FOR THIS STEP. THE
005800*    CARD FILE IS OPTIONAL AND MAY CARRY CARDS FOR OTHER STEPS.
005810*-----------------------------------------------------------------
005820 1910-READ-RUNOVRD.
005830     OPEN INPUT RUNOVRD-FILE.
005840     IF WS-ROV-FILE-STATUS = '00'
005850         PERFORM 1915-READ-ONE-OVERRIDE THRU 1915-EXIT
005860             UNTIL WS-ROV-EOF
005870         CLOSE RUNOVRD-FILE
005880     END-IF.
005890 1910-EXIT.
005900     EXIT.
005905
005910 1915-READ-ONE-OVERRIDE.
005920     READ RUNOVRD-FILE
005930         AT END
005940             SET WS-ROV-EOF TO TRUE
005950         NOT AT END
005960             IF ROV-STEP-NAME = WS-RCT-THIS-STEP
005970                 MOVE ROV-OVERRIDE TO WS-RCT-OVERRIDE-SW
005980             END-IF
005990     END-READ.
006000 1915-EXIT.
006010     EXIT.
006015
006020*-----------------------------------------------------------------
006030*    1920-MARK-STARTED
006040*    REFUSES A STEP ALREADY COMPLETE FOR THE BUSINESS DATE
006050*    UNLESS IT IS OVERRIDDEN FOR A RERUN, THEN STAMPS IT
006060*    STARTED. A STEP LEFT STARTED BY AN ABEND IS SIMPLY STARTED
006070*    AGAIN.
006080*-----------------------------------------------------------------
006090 1920-MARK-STARTED.
006100     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
006110     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
006120     READ RUNCTL-FILE
006130         INVALID KEY
006140             CONTINUE
006150     END-READ.
006155
006160     IF WS-RCT-FILE-STATUS = '00'
006170         IF RCT-STEP-COMPLETE
006180             IF WS-RCT-MAY-RERUN
006190                 DISPLAY 'EXGLPST0200 ALREADY COMPLETE FOR '
006200                         WS-RCT-BUS-DATE ' - RERUN ON OVERRIDE'
006210             ELSE
006220                 DISPLAY 'EXGLPST0999 ALREADY COMPLETED FOR '
006230                         WS-RCT-BUS-DATE
006240                 GO TO 1990-RUN-CONTROL-ABEND
006250             END-IF
006260         END-IF
006270         PERFORM 1930-STAMP-START THRU 1930-EXIT
006280         REWRITE RUN-CONTROL-RECORD
006290             INVALID KEY
006300                 DISPLAY 'EXGLPST0999 RUNCTL REWRITE, STATUS = '
006310                         WS-RCT-FILE-STATUS
006320                 GO TO 1990-RUN-CONTROL-ABEND
006330         END-REWRITE
006340     ELSE
006350         MOVE SPACES TO RCT-STEP-DATA
006360         MOVE ZERO   TO RCT-ATTEMPTS
006370         PERFORM 1930-STAMP-START THRU 1930-EXIT
006380         WRITE RUN-CONTROL-RECORD
006390             INVALID KEY
006400                 DISPLAY 'EXGLPST0999 RUNCTL WRITE, STATUS = '
006410                         WS-RCT-FILE-STATUS
006420                 GO TO 1990-RUN-CONTROL-ABEND
006430         END-WRITE
006440     END-IF.
006450 1920-EXIT.
006460     EXIT.
006465
006470 1930-STAMP-START.
006480     SET RCT-STEP-STARTED    TO TRUE.
006490     MOVE ZERO               TO RCT-RETURN-CODE
006500                                RCT-END-DATE
006510                                RCT-END-TIME
006520                                RCT-COUNT-VALUE(1)
006530                                RCT-COUNT-VALUE(2)
006540                                RCT-COUNT-VALUE(3).
006550     MOVE SPACES             TO RCT-COUNT-LABEL(1)
006560                                RCT-COUNT-LABEL(2)
006570                                RCT-COUNT-LABEL(3).
006580     ADD 1                   TO RCT-ATTEMPTS.
006590     MOVE WS-RCT-OVERRIDE-SW TO RCT-OVERRIDE.
006600     MOVE WS-RUN-DATE        TO RCT-START-DATE.
006610     MOVE WS-RUN-TIME        TO RCT-START-TIME.
006620 1930-EXIT.
006630     EXIT.
006635
006640*-----------------------------------------------------------------
006650*    1940-CHECK-EXEMPLO-PROOF
006660*    EXEMPLO'S 8080-PROVE-POSITION ENDS THE RUN WITH RETURN
006670*    CODE 8 WHEN THE JOURNALLED MOVEMENT DOES NOT PROVE, AND
006680*    THAT RETURN CODE IS STAMPED ON THE REGISTER. AN EXEMPLO
006690*    THAT HAS NOT COMPLETED FOR THE BUSINESS DATE PROVED
006700*    NOTHING.
006710*-----------------------------------------------------------------
006720 1940-CHECK-EXEMPLO-PROOF.
006730     MOVE WS-RCT-BUS-DATE   TO RCT-BUS-DATE.
006740     MOVE WS-RCT-PROOF-STEP TO RCT-STEP-NAME.
006750     READ RUNCTL-FILE
006760         INVALID KEY
006770             MOVE SPACE TO RCT-STEP-STATUS
006780     END-READ.
006790     IF NOT RCT-STEP-COMPLETE
006800         SET WS-EXEMPLO-NOT-RUN TO TRUE
006810         GO TO 1940-EXIT
006820     END-IF.
006830     MOVE RCT-RETURN-CODE TO WS-EXEMPLO-RC.
006840     IF WS-EXEMPLO-RC < 8
006850         SET WS-EXEMPLO-PROVED TO TRUE
006860     ELSE
006870         SET WS-EXEMPLO-BROKEN TO TRUE
006880     END-IF.
006890 1940-EXIT.
006900     EXIT.
006905
006910*-----------------------------------------------------------------
006920*    1990-RUN-CONTROL-ABEND
006930*    THIS STEP MAY NOT RUN - NOTHING BUT THE REGISTER HAS BEEN
006940*    OPENED, SO NOTHING ELSE NEEDS UNWINDING.
006950*-----------------------------------------------------------------
006960 1990-RUN-CONTROL-ABEND.
006970     CLOSE RUNCTL-FILE.
006980     MOVE 16 TO RETURN-CODE.
006990     STOP RUN.
006995
007000*-----------------------------------------------------------------
007010*    2000-SUMMARIZE-ENTRY
007020*    CLASSES ONE JOURNAL ENTRY BY MOVEMENT TYPE, BOOK, SOURCE,
007030*    AND KEY RANGE, ADDS IT TO ITS SUMMARY, AND READS THE NEXT.
007040*    EVERY ENTRY ALSO GOES INTO THE JOURNALLED NET MOVEMENT,
007050*    SUMMED AS EXEMPLO AND EXUNLD SUM IT, AND INTO THE NET OF
007052*    THE BOOK EACH IMAGE SITS IN. A STATUS CHANGE THAT ALSO
007054*    MOVED THE AMOUNT ADDS A SECOND, AMT, SUMMARY.
007060*-----------------------------------------------------------------
007070 2000-SUMMARIZE-ENTRY.
007080     ADD 1 TO WS-JRN-COUNT.
007090     MOVE ZERO TO WS-ENT-BEFORE
007100                  WS-ENT-AFTER.
007110     MOVE JRN-BEFORE-IMAGE TO WS-IMAGE-WORK.
007120     IF WS-IMAGE-AMOUNT NUMERIC
007130         MOVE WS-IMAGE-AMOUNT TO WS-ENT-BEFORE
007140     END-IF.
007145     MOVE WS-IMAGE-STATUS TO WS-ENT-BEF-STATUS.
007150     MOVE JRN-AFTER-IMAGE TO WS-IMAGE-WORK.
007160     IF WS-IMAGE-AMOUNT NUMERIC
007170         MOVE WS-IMAGE-AMOUNT TO WS-ENT-AFTER
007180     END-IF.
007185     MOVE WS-IMAGE-STATUS TO WS-ENT-AFT-STATUS.
007187     COMPUTE WS-JRN-NET = WS-JRN-NET
007189                        + WS-ENT-AFTER - WS-ENT-BEFORE.
007191     IF WS-ENT-BEF-INACTIVE
007193         SUBTRACT WS-ENT-BEFORE FROM WS-JRN-XPB-NET
007195     ELSE
007197         SUBTRACT WS-ENT-BEFORE FROM WS-JRN-POS-NET
007199     END-IF.
007201     IF WS-ENT-AFT-INACTIVE
007203         ADD WS-ENT-AFTER TO WS-JRN-XPB-NET
007205     ELSE
007207         ADD WS-ENT-AFTER TO WS-JRN-POS-NET
007209     END-IF.
007211
007213     EVALUATE TRUE
007220         WHEN JRN-ADDED
007230             MOVE 1     TO WS-ENT-MOVE-SEQ
007233             MOVE 'NEW' TO WS-ENT-MOVE
007236             IF WS-ENT-AFT-INACTIVE
007239                 SET WS-ENT-BOOK-EXPIRED  TO TRUE
007242             ELSE
007245                 SET WS-ENT-BOOK-POSITION TO TRUE
007248             END-IF
007251             MOVE WS-ENT-AFTER TO WS-ENT-NET
007260         WHEN JRN-DELETED
007270             MOVE 3     TO WS-ENT-MOVE-SEQ
007274             MOVE 'DEL' TO WS-ENT-MOVE
007278             IF WS-ENT-BEF-INACTIVE
007282                 SET WS-ENT-BOOK-EXPIRED  TO TRUE
007286             ELSE
007290                 SET WS-ENT-BOOK-POSITION TO TRUE
007294             END-IF
007298             COMPUTE WS-ENT-NET = ZERO - WS-ENT-BEFORE
007302         WHEN WS-ENT-AFT-INACTIVE
007306          AND NOT WS-ENT-BEF-INACTIVE
007310             MOVE 4     TO WS-ENT-MOVE-SEQ
007320             MOVE 'EXP' TO WS-ENT-MOVE
007322             SET WS-ENT-BOOK-NONE TO TRUE
007324             MOVE WS-ENT-BEFORE TO WS-ENT-NET
007326         WHEN WS-ENT-BEF-INACTIVE
007328          AND NOT WS-ENT-AFT-INACTIVE
007330             MOVE 5     TO WS-ENT-MOVE-SEQ
007332             MOVE 'RIN' TO WS-ENT-MOVE
007334             SET WS-ENT-BOOK-NONE TO TRUE
007336             MOVE WS-ENT-BEFORE TO WS-ENT-NET
007340         WHEN OTHER
007350             MOVE 2     TO WS-ENT-MOVE-SEQ
007353             MOVE 'AMT' TO WS-ENT-MOVE
007356             IF WS-ENT-BEF-INACTIVE
007359                 SET WS-ENT-BOOK-EXPIRED  TO TRUE
007362             ELSE
007365                 SET WS-ENT-BOOK-POSITION TO TRUE
007368             END-IF
007371             COMPUTE WS-ENT-NET = WS-ENT-AFTER - WS-ENT-BEFORE
007380     END-EVALUATE.
007385
007390*    A CHANGE THAT MOVES NO MONEY HAS NOTHING TO POST.
007400     IF WS-ENT-MOVE = 'AMT'
007410      AND WS-ENT-NET = ZERO
007420         ADD 1 TO WS-NONFIN-COUNT
007430         GO TO 2000-READ-NEXT
007440     END-IF.
007445
007450     MOVE JRN-SOURCE TO WS-ENT-SOURCE.
007460     IF WS-ENT-SOURCE = SPACES
007470         MOVE 'UNKNOWN' TO WS-ENT-SOURCE
007480     END-IF.
007482     PERFORM 2100-FIND-RANGE     THRU 2100-EXIT.
007484     PERFORM 2200-ADD-TO-SUMMARY THRU 2200-EXIT.
007486*    AN EXPIRY OR REINSTATEMENT MOVES THE OLD AMOUNT BETWEEN THE
007488*    BOOKS. ANY CHANGE TO THE AMOUNT MADE WITH IT MOVES THE BOOK
007490*    THE RECORD NOW SITS IN.
007492     IF (WS-ENT-MOVE = 'EXP' OR 'RIN')
007494      AND WS-ENT-AFTER NOT = WS-ENT-BEFORE
007496         MOVE 2     TO WS-ENT-MOVE-SEQ
007498         MOVE 'AMT' TO WS-ENT-MOVE
007500         IF WS-ENT-AFT-INACTIVE
007502             SET WS-ENT-BOOK-EXPIRED  TO TRUE
007504         ELSE
007506             SET WS-ENT-BOOK-POSITION TO TRUE
007508         END-IF
007510         COMPUTE WS-ENT-NET = WS-ENT-AFTER - WS-ENT-BEFORE
007512         PERFORM 2200-ADD-TO-SUMMARY THRU 2200-EXIT
007514     END-IF.
007516
007518 2000-READ-NEXT.
007520     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
007530 2000-EXIT.
007540     EXIT.
007545
007550*--------------------------------------------------------------*
007560*    2100-FIND-RANGE
007570*    THE FIRST KEY RANGE THAT HOLDS THE KEY, OR OTHER.
007580*--------------------------------------------------------------*
007590 2100-FIND-RANGE.
007600     MOVE 'N' TO WS-RANGE-FOUND-SW.
007610     PERFORM 2110-TRY-ONE-RANGE THRU 2110-EXIT
007620         VARYING WS-RX FROM 1 BY 1
007630         UNTIL WS-RX > WS-RANGE-COUNT
007640            OR WS-RANGE-FOUND.
007650     IF NOT WS-RANGE-FOUND
007660         MOVE 'OTHER' TO WS-ENT-RANGE
007670     END-IF.
007680 2100-EXIT.
007690     EXIT.
007695
007700 2110-TRY-ONE-RANGE.
007710     IF JRN-KEY NOT < WS-RANGE-LOW(WS-RX)
007720      AND JRN-KEY NOT > WS-RANGE-HIGH(WS-RX)
007730         MOVE WS-RANGE-ID(WS-RX) TO WS-ENT-RANGE
007740         SET WS-RANGE-FOUND TO TRUE
007750     END-IF.
007760 2110-EXIT.
007770     EXIT.
007775
007780*--------------------------------------------------------------*
007790*    2200-ADD-TO-SUMMARY
007800*    ADDS THE ENTRY TO ITS SUMMARY, OPENING A NEW ONE IN KEY
007810*    ORDER WHEN THIS IS THE FIRST OF ITS KIND. WS-SX STOPS ON
007820*    THE FIRST SUMMARY NOT BELOW THE ENTRY.
007830*--------------------------------------------------------------*
007840 2200-ADD-TO-SUMMARY.
007850     MOVE 'N' TO WS-SUM-FOUND-SW.
007860     PERFORM 2210-TRY-ONE-SUMMARY THRU 2210-EXIT
007870         VARYING WS-SX FROM 1 BY 1
007880         UNTIL WS-SX > WS-SUM-COUNT
007890            OR WS-SUM-KEY(WS-SX) NOT < WS-ENTRY-KEY.
007895
007900     IF WS-SX > WS-SUM-COUNT
007910      OR WS-SUM-KEY(WS-SX) NOT = WS-ENTRY-KEY
007920         PERFORM 2220-OPEN-SUMMARY THRU 2220-EXIT
007930     END-IF.
007935
007940     ADD 1          TO WS-SUM-KEYS(WS-SX).
007950     ADD WS-ENT-NET TO WS-SUM-NET(WS-SX).
007960 2200-EXIT.
007970     EXIT.
007975
007980 2210-TRY-ONE-SUMMARY.
007990     CONTINUE.
008000 2210-EXIT.
008010     EXIT.
008015
008020 2220-OPEN-SUMMARY.
008030     IF WS-SUM-COUNT = WS-SUM-LIMIT
008040         DISPLAY 'EXGLPST0999 MORE THAN ' WS-SUM-LIMIT
008050                 ' POSTING SUMMARIES - WIDEN THE KEY RANGES'
008060         GO TO 9900-POSTING-ABEND
008070     END-IF.
008080     PERFORM 2230-SHIFT-ONE-SUMMARY THRU 2230-EXIT
008090         VARYING WS-SY FROM WS-SUM-COUNT BY -1
008100         UNTIL WS-SY < WS-SX.
008110     ADD 1 TO WS-SUM-COUNT.
008120     MOVE WS-ENTRY-KEY TO WS-SUM-KEY(WS-SX).
008130     MOVE ZERO         TO WS-SUM-KEYS(WS-SX)
008140                          WS-SUM-NET(WS-SX).
008150 2220-EXIT.
008160     EXIT.
008165
008170 2230-SHIFT-ONE-SUMMARY.
008180     MOVE WS-SUM-ENTRY(WS-SY) TO WS-SUM-ENTRY(WS-SY + 1).
008190 2230-EXIT.
008200     EXIT.
008205
008210*--------------------------------------------------------------*
008220*    2900-READ-JOURNAL
008230*    READS THE NEXT JOURNAL ENTRY.
008240*--------------------------------------------------------------*
008250 2900-READ-JOURNAL.
008260     READ JOURNAL-FILE
008270         AT END
008280             SET WS-EOF TO TRUE
008290     END-READ.
008300 2900-EXIT.
008310     EXIT.
008315
008320*-----------------------------------------------------------------
008330*    3000-SUM-MASTER
008340*    ADDS ONE MASTER RECORD'S AMOUNT TO THE ACTUAL TOTAL AND
008350*    READS THE NEXT.
008360*-----------------------------------------------------------------
008370 3000-SUM-MASTER.
008380     ADD 1 TO WS-MST-COUNT.
008390     IF OUT-AMOUNT NUMERIC
008400         ADD OUT-AMOUNT TO WS-MASTER-TOTAL
008410     END-IF.
008420     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
008430 3000-EXIT.
008440     EXIT.
008445
008450 3100-READ-MASTER.
008460     READ MASTER-FILE
008470         AT END
008480             SET WS-MST-EOF TO TRUE
008490     END-READ.
008500 3100-EXIT.
008510     EXIT.
008515
008520*-----------------------------------------------------------------
008530*    4000-PROVE-POSTING
008540*    PRICES EVERY POSTING LINE WITHOUT WRITING IT, THEN TIES
008550*    THE TOTALS. THE FIRST BREAK FOUND IS THE REASON GIVEN.
008560*-----------------------------------------------------------------
008570 4000-PROVE-POSTING.
008580     PERFORM 4100-PRICE-ONE-SUMMARY THRU 4100-EXIT
008590         VARYING WS-SX FROM 1 BY 1
008600         UNTIL WS-SX > WS-SUM-COUNT.
008610     COMPUTE WS-CLOSING-TOTAL = WS-CARRIED-TOTAL
008620                              + WS-POSTED-NET.
008625
008630     IF NOT WS-CARRIED-PRESENT
008640         MOVE 'NO AMTCTL OPENING POSITION' TO WS-HOLD-REASON
008650         GO TO 4000-NOT-RELEASED
008660     END-IF.
008670     IF WS-EXEMPLO-NOT-RUN
008680         MOVE 'EXEMPLO HAS NOT COMPLETED FOR THE BUSINESS DATE'
008690                            TO WS-HOLD-REASON
008700         GO TO 4000-NOT-RELEASED
008710     END-IF.
008720     IF WS-EXEMPLO-BROKEN
008730         MOVE 'EXEMPLO 8080-PROVE-POSITION DID NOT PROVE'
008740                            TO WS-HOLD-REASON
008750         GO TO 4000-NOT-RELEASED
008760     END-IF.
008770     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
008780         MOVE 'DEBITS DO NOT EQUAL CREDITS' TO WS-HOLD-REASON
008790         GO TO 4000-NOT-RELEASED
008792     END-IF.
008794     IF WS-POSTED-POS-NET NOT = WS-JRN-POS-NET
008796         MOVE 'NET POSTED TO POSITION IS NOT ITS JOURNAL NET'
008798                            TO WS-HOLD-REASON
008800         GO TO 4000-NOT-RELEASED
008802     END-IF.
008804     IF WS-POSTED-XPB-NET NOT = WS-JRN-XPB-NET
008806         MOVE 'NET POSTED TO EXPIRED BOOK IS NOT ITS JOURNAL NET'
008808                            TO WS-HOLD-REASON
008810         GO TO 4000-NOT-RELEASED
008812     END-IF.
008814     IF WS-POSTED-NET NOT = WS-JRN-NET
008820         MOVE 'NET POSTED IS NOT THE JOURNALLED NET MOVEMENT'
008830                            TO WS-HOLD-REASON
008840         GO TO 4000-NOT-RELEASED
008850     END-IF.
008860     IF WS-CLOSING-TOTAL NOT = WS-MASTER-TOTAL
008870         MOVE 'OPENING PLUS NET POSTED IS NOT THE MASTER TOTAL'
008880                            TO WS-HOLD-REASON
008890         GO TO 4000-NOT-RELEASED
008900     END-IF.
008910     GO TO 4000-EXIT.
008915
008920 4000-NOT-RELEASED.
008930     SET WS-NOT-RELEASED TO TRUE.
008940 4000-EXIT.
008950     EXIT.
008955
008960*--------------------------------------------------------------*
008970*    4100-PRICE-ONE-SUMMARY
008980*    ADDS ONE SUMMARY'S DEBIT AND CREDIT TO THE FILE TOTALS,
008990*    AND WHAT THEY MOVE ON THE POSITION AND EXPIRED-BOOK
009000*    ACCOUNTS TO THE NET POSTED.
009010*--------------------------------------------------------------*
009020 4100-PRICE-ONE-SUMMARY.
009030     PERFORM 4200-SET-ACCOUNTS THRU 4200-EXIT.
009040     IF WS-PAIR-AMOUNT = ZERO
009050         GO TO 4100-EXIT
009060     END-IF.
009070     ADD WS-PAIR-AMOUNT TO WS-TOTAL-DEBITS
009080                           WS-TOTAL-CREDITS.
009090     ADD 2 TO WS-LINE-COUNT.
009095
009100     MOVE WS-DR-ACCOUNT TO WS-LINE-ACCOUNT.
009110     SET WS-LINE-DEBIT  TO TRUE.
009120     PERFORM 4300-TALLY-POSITION THRU 4300-EXIT.
009130     MOVE WS-CR-ACCOUNT TO WS-LINE-ACCOUNT.
009140     SET WS-LINE-CREDIT TO TRUE.
009150     PERFORM 4300-TALLY-POSITION THRU 4300-EXIT.
009160 4100-EXIT.
009170     EXIT.
009175
009180*--------------------------------------------------------------*
009190*    4200-SET-ACCOUNTS
009200*    SETS THE DEBIT AND CREDIT ACCOUNTS AND THE AMOUNT FOR THE
009210*    SUMMARY AT WS-SX. A MOVEMENT IS BOOKED AGAINST ITS
009220*    CLEARING ACCOUNT, ON THE POSITION OR, FOR A RECORD THAT IS
009222*    INACTIVE, THE EXPIRED BOOK - AN EXPIRY AGAINST THE
009224*    POSITION IT LEAVES, A REINSTATEMENT AGAINST THE EXPIRED
009230*    BOOK IT LEAVES. A NET INCREASE DEBITS THE BOOK, A DECREASE
009240*    CREDITS IT. THE AMOUNT IS ALWAYS POSITIVE.
009250*--------------------------------------------------------------*
009253 4200-SET-ACCOUNTS.
009256     IF WS-SUM-BOOK(WS-SX) = 'X'
009259         MOVE WS-ACCT-EXPIRED  TO WS-BOOK-ACCOUNT
009262     ELSE
009265         MOVE WS-ACCT-POSITION TO WS-BOOK-ACCOUNT
009268     END-IF.
009271     EVALUATE WS-SUM-MOVE(WS-SX)
009280         WHEN 'NEW'
009300             MOVE WS-ACCT-NEW      TO WS-CONTRA-ACCOUNT
009310             MOVE 'MASTER RECORDS ADDED' TO WS-PAIR-DESC
009320         WHEN 'AMT'
009340             MOVE WS-ACCT-AMOUNT   TO WS-CONTRA-ACCOUNT
009350             MOVE 'MASTER AMOUNTS CHANGED' TO WS-PAIR-DESC
009360         WHEN 'DEL'
009380             MOVE WS-ACCT-DELETE   TO WS-CONTRA-ACCOUNT
009390             MOVE 'MASTER RECORDS DELETED' TO WS-PAIR-DESC
009392         WHEN 'RIN'
009394             MOVE WS-ACCT-POSITION TO WS-BOOK-ACCOUNT
009396             MOVE WS-ACCT-EXPIRED  TO WS-CONTRA-ACCOUNT
009398             MOVE 'MASTER RECORDS REINSTATED' TO WS-PAIR-DESC
009400         WHEN OTHER
009410             MOVE WS-ACCT-EXPIRED  TO WS-BOOK-ACCOUNT
009420             MOVE WS-ACCT-POSITION TO WS-CONTRA-ACCOUNT
009430             MOVE 'MASTER RECORDS EXPIRED' TO WS-PAIR-DESC
009440     END-EVALUATE.
009445
009450     IF WS-SUM-NET(WS-SX) < ZERO
009460         MOVE WS-CONTRA-ACCOUNT TO WS-DR-ACCOUNT
009470         MOVE WS-BOOK-ACCOUNT   TO WS-CR-ACCOUNT
009480         COMPUTE WS-PAIR-AMOUNT = ZERO - WS-SUM-NET(WS-SX)
009490     ELSE
009500         MOVE WS-BOOK-ACCOUNT   TO WS-DR-ACCOUNT
009510         MOVE WS-CONTRA-ACCOUNT TO WS-CR-ACCOUNT
009520         MOVE WS-SUM-NET(WS-SX) TO WS-PAIR-AMOUNT
009530     END-IF.
009540 4200-EXIT.
009550     EXIT.
009555
009560*--------------------------------------------------------------*
009570*    4300-TALLY-POSITION
009580*    A LINE ON THE POSITION OR EXPIRED-BOOK ACCOUNT MOVES THE
009590*    MASTER TOTAL - A DEBIT UP, A CREDIT DOWN. EACH ACCOUNT'S
009592*    MOVEMENT IS ALSO KEPT ON ITS OWN.
009600*--------------------------------------------------------------*
009610 4300-TALLY-POSITION.
009620     IF WS-LINE-ACCOUNT NOT = WS-ACCT-POSITION
009630      AND WS-LINE-ACCOUNT NOT = WS-ACCT-EXPIRED
009640         GO TO 4300-EXIT
009650     END-IF.
009660     IF WS-LINE-DEBIT
009670         MOVE WS-PAIR-AMOUNT TO WS-LINE-MOVE
009680     ELSE
009690         COMPUTE WS-LINE-MOVE = ZERO - WS-PAIR-AMOUNT
009693     END-IF.
009696     ADD WS-LINE-MOVE TO WS-POSTED-NET.
009699     IF WS-LINE-ACCOUNT = WS-ACCT-POSITION
009702         ADD WS-LINE-MOVE TO WS-POSTED-POS-NET
009705     ELSE
009708         ADD WS-LINE-MOVE TO WS-POSTED-XPB-NET
009711     END-IF.
009714 4300-EXIT.
009720     EXIT.
009725
009730*-----------------------------------------------------------------
009740*    5000-WRITE-POSTING
009750*    WRITES THE INTERFACE REPORT LINES AND, WHEN THE POSTING
009760*    TIES, THE GLPOST FILE. GLPOST IS OPENED EITHER WAY, SO A
009770*    POSTING THAT DOES NOT TIE LEAVES IT EMPTY RATHER THAN
009780*    HOLDING YESTERDAY'S.
009790*-----------------------------------------------------------------
009800 5000-WRITE-POSTING.
009810     OPEN OUTPUT GLPOST-FILE.
009815
009820     MOVE WS-RPT-TITLE TO REPORT-RECORD.
009830     WRITE REPORT-RECORD.
009840     MOVE WS-RUN-MM       TO WS-RPT-MM.
009850     MOVE WS-RUN-DD       TO WS-RPT-DD.
009860     MOVE WS-RUN-CCYY     TO WS-RPT-CCYY.
009870     MOVE WS-RUN-HH       TO WS-RPT-HH.
009880     MOVE WS-RUN-MN       TO WS-RPT-MN.
009890     MOVE WS-RUN-SS       TO WS-RPT-SS.
009900     MOVE WS-RCT-BUS-MM   TO WS-RPT-BUS-MM.
009910     MOVE WS-RCT-BUS-DD   TO WS-RPT-BUS-DD.
009920     MOVE WS-RCT-BUS-CCYY TO WS-RPT-BUS-CCYY.
009930     MOVE WS-RPT-RUNDATE TO REPORT-RECORD.
009940     WRITE REPORT-RECORD.
009950     MOVE WS-RPT-HEADING TO REPORT-RECORD.
009960     WRITE REPORT-RECORD.
009965
009970     IF WS-RELEASED
009980         MOVE SPACES           TO GL-POSTING-RECORD
009990         SET GLP-HEADER-REC    TO TRUE
010000         MOVE 'EXEMPLO '       TO GLP-HDR-SYSTEM
010010         MOVE WS-RCT-BUS-DATE  TO GLP-HDR-POST-DATE
010020         MOVE WS-RUN-DATE      TO GLP-HDR-CREATE-DATE
010030         MOVE WS-RUN-TIME      TO GLP-HDR-CREATE-TIME
010040         MOVE WS-CARRIED-TOTAL TO GLP-HDR-OPENING
010050         WRITE GL-POSTING-RECORD
010060     END-IF.
010065
010070     IF WS-SUM-COUNT = ZERO
010080         MOVE WS-RPT-NONE TO REPORT-RECORD
010090         WRITE REPORT-RECORD
010100     END-IF.
010110     PERFORM 5100-WRITE-ONE-SUMMARY THRU 5100-EXIT
010120         VARYING WS-SX FROM 1 BY 1
010130         UNTIL WS-SX > WS-SUM-COUNT.
010135
010140     IF WS-RELEASED
010150         MOVE SPACES           TO GL-POSTING-RECORD
010160         SET GLP-TRAILER-REC   TO TRUE
010170         MOVE WS-LINE-COUNT    TO GLP-TRL-COUNT
010180         MOVE WS-TOTAL-DEBITS  TO GLP-TRL-DEBITS
010190         MOVE WS-TOTAL-CREDITS TO GLP-TRL-CREDITS
010200         MOVE WS-POSTED-NET    TO GLP-TRL-NET-MOVEMENT
010210         MOVE WS-CLOSING-TOTAL TO GLP-TRL-CLOSING
010220         WRITE GL-POSTING-RECORD
010230     END-IF.
010240     CLOSE GLPOST-FILE.
010250 5000-EXIT.
010260     EXIT.
010265
010270*--------------------------------------------------------------*
010280*    5100-WRITE-ONE-SUMMARY
010290*    LISTS ONE SUMMARY'S DEBIT AND CREDIT WITH THE KEY COUNT
010300*    BEHIND THEM, AND POSTS THEM WHEN RELEASED. A SUMMARY THAT
010310*    NETS TO NOTHING IS LISTED ONCE, WITHOUT AN ACCOUNT.
010320*--------------------------------------------------------------*
010330 5100-WRITE-ONE-SUMMARY.
010340     PERFORM 4200-SET-ACCOUNTS THRU 4200-EXIT.
010350     EVALUATE WS-SUM-MOVE(WS-SX)
010360         WHEN 'NEW'
010370             MOVE 'NEW'    TO WS-RPT-DET-MOVE
010380         WHEN 'AMT'
010390             MOVE 'AMOUNT' TO WS-RPT-DET-MOVE
010400         WHEN 'DEL'
010410             MOVE 'DELETE' TO WS-RPT-DET-MOVE
010413         WHEN 'RIN'
010416             MOVE 'REINST' TO WS-RPT-DET-MOVE
010420         WHEN OTHER
010430             MOVE 'EXPIRY' TO WS-RPT-DET-MOVE
010440     END-EVALUATE.
010450     MOVE WS-SUM-SOURCE(WS-SX) TO WS-RPT-DET-SOURCE.
010460     MOVE WS-SUM-RANGE(WS-SX)  TO WS-RPT-DET-RANGE.
010470     MOVE WS-SUM-KEYS(WS-SX)   TO WS-RPT-DET-KEYS.
010480     MOVE WS-PAIR-AMOUNT       TO WS-RPT-DET-AMOUNT.
010485
010490     IF WS-PAIR-AMOUNT = ZERO
010500         MOVE '(NIL)'  TO WS-RPT-DET-ACCOUNT
010510         MOVE SPACES   TO WS-RPT-DET-SIDE
010520         MOVE WS-RPT-DETAIL TO REPORT-RECORD
010530         WRITE REPORT-RECORD
010540         GO TO 5100-EXIT
010550     END-IF.
010555
010560     MOVE WS-DR-ACCOUNT TO WS-LINE-ACCOUNT.
010570     SET WS-LINE-DEBIT  TO TRUE.
010580     PERFORM 5200-WRITE-ONE-LINE THRU 5200-EXIT.
010590     MOVE WS-CR-ACCOUNT TO WS-LINE-ACCOUNT.
010600     SET WS-LINE-CREDIT TO TRUE.
010610     PERFORM 5200-WRITE-ONE-LINE THRU 5200-EXIT.
010620 5100-EXIT.
010630     EXIT.
010635
010640 5200-WRITE-ONE-LINE.
010650     MOVE WS-LINE-ACCOUNT TO WS-RPT-DET-ACCOUNT.
010660     IF WS-LINE-DEBIT
010670         MOVE 'DR' TO WS-RPT-DET-SIDE
010680     ELSE
010690         MOVE 'CR' TO WS-RPT-DET-SIDE
010700     END-IF.
010710     MOVE WS-RPT-DETAIL TO REPORT-RECORD.
010720     WRITE REPORT-RECORD.
010725
010730     IF WS-NOT-RELEASED
010740         GO TO 5200-EXIT
010750     END-IF.
010760     MOVE SPACES               TO GL-POSTING-RECORD.
010770     SET GLP-DETAIL-REC        TO TRUE.
010780     MOVE WS-LINE-ACCOUNT      TO GLP-ACCOUNT.
010790     MOVE WS-LINE-SIDE         TO GLP-DR-CR.
010800     MOVE WS-PAIR-AMOUNT       TO GLP-AMOUNT.
010810     MOVE WS-SUM-MOVE(WS-SX)   TO GLP-MOVEMENT.
010820     MOVE WS-SUM-SOURCE(WS-SX) TO GLP-SOURCE.
010830     MOVE WS-SUM-RANGE(WS-SX)  TO GLP-RANGE-ID.
010840     MOVE WS-SUM-KEYS(WS-SX)   TO GLP-KEY-COUNT.
010850     MOVE WS-PAIR-DESC         TO GLP-DESC.
010860     WRITE GL-POSTING-RECORD.
010870 5200-EXIT.
010880     EXIT.
010885
010890*--------------------------------------------------------------*
010900*    8000-FINALIZE
010910*    WRITES THE TIE SECTION OF THE REPORT AND CLOSES THE FILES.
010920*    A POSTING THAT DOES NOT TIE ENDS THE RUN HERE.
010930*--------------------------------------------------------------*
010940 8000-FINALIZE.
010950     MOVE 'JOURNAL ENTRIES  . . . :' TO WS-RPT-CNT-LABEL.
010960     MOVE WS-JRN-COUNT TO WS-RPT-CNT-VALUE.
010970     MOVE WS-RPT-COUNT TO REPORT-RECORD.
010980     WRITE REPORT-RECORD.
010990     MOVE 'CHANGES NOT POSTED . . :' TO WS-RPT-CNT-LABEL.
011000     MOVE WS-NONFIN-COUNT TO WS-RPT-CNT-VALUE.
011010     MOVE WS-RPT-COUNT TO REPORT-RECORD.
011020     WRITE REPORT-RECORD.
011030     MOVE 'POSTING LINES  . . . . :' TO WS-RPT-CNT-LABEL.
011040     MOVE WS-LINE-COUNT TO WS-RPT-CNT-VALUE.
011050     MOVE WS-RPT-COUNT TO REPORT-RECORD.
011060     WRITE REPORT-RECORD.
011065
011070     MOVE 'TOTAL DEBITS . . . . . :' TO WS-RPT-AMT-LABEL.
011080     MOVE WS-TOTAL-DEBITS TO WS-RPT-AMT-VALUE.
011090     MOVE WS-RPT-AMOUNT TO REPORT-RECORD.
011100     WRITE REPORT-RECORD.
011110     MOVE 'TOTAL CREDITS  . . . . :' TO WS-RPT-AMT-LABEL.
011120     MOVE WS-TOTAL-CREDITS TO WS-RPT-AMT-VALUE.
011130     MOVE WS-RPT-AMOUNT TO REPORT-RECORD.
011140     WRITE REPORT-RECORD.
011150     MOVE 'OPENING POSITION . . . :' TO WS-RPT-AMT-LABEL.
011160     MOVE WS-CARRIED-TOTAL TO WS-RPT-AMT-VALUE.
011170     MOVE WS-RPT-AMOUNT TO REPORT-RECORD.
011180     WRITE REPORT-RECORD.
011190     MOVE 'NET MOVEMENT POSTED  . :' TO WS-RPT-AMT-LABEL.
011200     MOVE WS-POSTED-NET TO WS-RPT-AMT-VALUE.
011210     MOVE WS-RPT-AMOUNT TO REPORT-RECORD.
011220     WRITE REPORT-RECORD.
011230     MOVE 'NET MOVEMENT JOURNALLED:' TO WS-RPT-AMT-LABEL.
011240     MOVE WS-JRN-NET TO WS-RPT-AMT-VALUE.
011242     MOVE WS-RPT-AMOUNT TO REPORT-RECORD.
011244     WRITE REPORT-RECORD.
011246     MOVE 'POSITION NET POSTED  . :' TO WS-RPT-AMT-LABEL.
011248     MOVE WS-POSTED-POS-NET TO WS-RPT-AMT-VALUE.
011250     MOVE WS-RPT-AMOUNT TO REPORT-RECORD.
011252     WRITE REPORT-RECORD.
011254     MOVE 'POSITION NET JOURNALLED:' TO WS-RPT-AMT-LABEL.
011256     MOVE WS-JRN-POS-NET TO WS-RPT-AMT-VALUE.
011258     MOVE WS-RPT-AMOUNT TO REPORT-RECORD.
011260     WRITE REPORT-RECORD.
011262     MOVE 'EXPIRED NET POSTED . . :' TO WS-RPT-AMT-LABEL.
011264     MOVE WS-POSTED-XPB-NET TO WS-RPT-AMT-VALUE.
011266     MOVE WS-RPT-AMOUNT TO REPORT-RECORD.
011268     WRITE REPORT-RECORD.
011270     MOVE 'EXPIRED NET JOURNALLED :' TO WS-RPT-AMT-LABEL.
011272     MOVE WS-JRN-XPB-NET TO WS-RPT-AMT-VALUE.
011274     MOVE WS-RPT-AMOUNT TO REPORT-RECORD.
011276     WRITE REPORT-RECORD.
011278     MOVE 'CLOSING POSITION . . . :' TO WS-RPT-AMT-LABEL.
011280     MOVE WS-CLOSING-TOTAL TO WS-RPT-AMT-VALUE.
011290     MOVE WS-RPT-AMOUNT TO REPORT-RECORD.
011300     WRITE REPORT-RECORD.
011310     MOVE 'MASTER AMOUNTS . . . . :' TO WS-RPT-AMT-LABEL.
011320     MOVE WS-MASTER-TOTAL TO WS-RPT-AMT-VALUE.
011330     MOVE WS-RPT-AMOUNT TO REPORT-RECORD.
011340     WRITE REPORT-RECORD.
011345
011350     MOVE 'EXEMPLO POSITION PROOF :' TO WS-RPT-TXT-LABEL.
011360     EVALUATE TRUE
011370         WHEN WS-EXEMPLO-PROVED
011380             MOVE 'PROVED' TO WS-RPT-TXT-VALUE
011390         WHEN WS-EXEMPLO-BROKEN
011400             MOVE '*** OUT OF BALANCE ***' TO WS-RPT-TXT-VALUE
011410         WHEN OTHER
011420             MOVE '*** NOT RUN ***' TO WS-RPT-TXT-VALUE
011430     END-EVALUATE.
011440     MOVE WS-RPT-TEXT TO REPORT-RECORD.
011450     WRITE REPORT-RECORD.
011455
011460     MOVE 'GL POSTING FILE  . . . :' TO WS-RPT-TXT-LABEL.
011470     IF WS-RELEASED
011480         MOVE 'RELEASED' TO WS-RPT-TXT-VALUE
011490     ELSE
011500         MOVE '*** NOT RELEASED ***' TO WS-RPT-TXT-VALUE
011510     END-IF.
011520     MOVE WS-RPT-TEXT TO REPORT-RECORD.
011530     WRITE REPORT-RECORD.
011540     IF WS-NOT-RELEASED
011550         MOVE 'REASON . . . . . . . . :' TO WS-RPT-TXT-LABEL
011560         MOVE WS-HOLD-REASON TO WS-RPT-TXT-VALUE
011570         MOVE WS-RPT-TEXT TO REPORT-RECORD
011580         WRITE REPORT-RECORD
011590     END-IF.
011595
011600     CLOSE JOURNAL-FILE
011610           MASTER-FILE
011620           REPORT-FILE.
011625
011630     IF WS-NOT-RELEASED
011640         GO TO 9800-NOT-RELEASED
011650     END-IF.
011660     DISPLAY 'EXGLPST0100 GL POSTING RELEASED, '
011670             WS-LINE-COUNT ' LINES'.
011680 8000-EXIT.
011690     EXIT.
011695
011700*-----------------------------------------------------------------
011710*    8900-STAMP-RUN-CONTROL
011720*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL REGISTER WITH
011730*    ITS RETURN CODE AND KEY COUNTS, RELEASING THE NEXT STEP.
011740*-----------------------------------------------------------------
011750 8900-STAMP-RUN-CONTROL.
011760     OPEN I-O RUNCTL-FILE.
011770     IF WS-RCT-FILE-STATUS NOT = '00'
011780         DISPLAY 'EXGLPST0200 CANNOT OPEN RUNCTL, STATUS = '
011790                 WS-RCT-FILE-STATUS ' - NOT STAMPED COMPLETE'
011800         GO TO 8900-EXIT
011810     END-IF.
011815
011820     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
011830     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
011840     READ RUNCTL-FILE
011850         INVALID KEY
011860             DISPLAY 'EXGLPST0200 NO RUNCTL ENTRY TO STAMP'
011870             CLOSE RUNCTL-FILE
011880             GO TO 8900-EXIT
011890     END-READ.
011895
011900     SET RCT-STEP-COMPLETE TO TRUE.
011910     MOVE RETURN-CODE      TO RCT-RETURN-CODE.
011920     ACCEPT RCT-END-DATE FROM DATE YYYYMMDD.
011930     ACCEPT RCT-END-TIME FROM TIME.
011940     MOVE 'JRNL  '           TO RCT-COUNT-LABEL(1).
011950     MOVE WS-JRN-COUNT       TO RCT-COUNT-VALUE(1).
011960     MOVE 'LINES '           TO RCT-COUNT-LABEL(2).
011970     MOVE WS-LINE-COUNT      TO RCT-COUNT-VALUE(2).
011980     MOVE 'NOPOST'           TO RCT-COUNT-LABEL(3).
011990     MOVE WS-NONFIN-COUNT    TO RCT-COUNT-VALUE(3).
011995
012000     REWRITE RUN-CONTROL-RECORD
012010         INVALID KEY
012020             DISPLAY 'EXGLPST0200 RUNCTL REWRITE, STATUS = '
012030                     WS-RCT-FILE-STATUS
012040     END-REWRITE.
012050     CLOSE RUNCTL-FILE.
012060 8900-EXIT.
012070     EXIT.
012075
012080*-----------------------------------------------------------------
012090*    9800-NOT-RELEASED
012100*    THE POSTING DOES NOT TIE. GLPOST IS EMPTY, THE REPORT SAYS
012110*    WHY, AND THE STEP IS LEFT STARTED SO EXUNLD WILL NOT SPEND
012120*    THE JOURNAL BEHIND IT. CLEAR THE BREAK AND RERUN THIS STEP.
012130*-----------------------------------------------------------------
012140 9800-NOT-RELEASED.
012150     DISPLAY 'EXGLPST0999 GL POSTING NOT RELEASED - '
012160             WS-HOLD-REASON.
012170     MOVE 16 TO RETURN-CODE.
012180     STOP RUN.
012185
012190*-----------------------------------------------------------------
012200*    9900-POSTING-ABEND
012210*    THE MASTER CANNOT BE READ, OR THE SUMMARY TABLE IS FULL.
012220*    NOTHING HAS BEEN POSTED.
012230*-----------------------------------------------------------------
012240 9900-POSTING-ABEND.
012250     MOVE 16 TO RETURN-CODE.
012260     STOP RUN.
