000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                   EXKEYI.
000120 AUTHOR.                       J HENRIQUES.
000130 INSTALLATION.                 DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN.                 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*    MODIFICATION HISTORY
000180*--------------------------------------------------------------*
000190*    DATE       INIT  DESCRIPTION
000200*    ---------  ----  ------------------------------------------
000210*    10/15/2026 JH    ORIGINAL PROGRAM - ISSUES BLOCKS OF NEW
000220*                      MASTER KEYS TO THE SOURCE DEPARTMENTS
000230*                      AND THE EXUP OPERATORS FROM THE KEY
000240*                      ALLOCATION REGISTER (KEYREG).
000250*--------------------------------------------------------------*
000260*    EXKEYI IS RUN BY DATA CONTROL WHENEVER A DEPARTMENT OR AN
000270*    EXUP OPERATOR NEEDS NEW KEYS. EVERY ADD MUST NOW BE FOR A
000280*    KEY ISSUED HERE - EXMERGE, EXEMPLO, EXRCYC, AND EXUPD00
000290*    REFUSE AN ADD FOR ANY OTHER KEY (SEE KEYREC). ONE CARD
000300*    PER BLOCK ON KEYCARD:
000310*
000320*      COL  1      ACTION - I (ISSUE A BLOCK)
000330*      COL  2      HOLDER TYPE - S (SOURCE) OR O (OPERATOR)
000340*      COL  3-10   HOLDER - HO, BR, OR PR FOR A SOURCE, THE
000350*                  EXUP SIGN-ON FOR AN OPERATOR
000360*      COL 11-15   NUMBER OF KEYS IN THE BLOCK
000370*
000380*    KEYS ARE TAKEN IN BASE ORDER FROM THE NEXT BASE ON THE
000390*    CONTROL RECORD (SEE KCTLREC). A BASE THAT CAN CARRY NO
000400*    CHECK DIGIT IS PASSED OVER, AND SO IS A KEY ALREADY ON
000410*    THE MASTER, SO NO BLOCK HANDS OUT A KEY IN USE. EACH
000420*    BLOCK IS RECORDED AND ITS KEYS ARE LISTED FOR THE HOLDER.
000430*
000440*    ONE N CARD MOVES THE NEXT BASE FORWARD, PAST A RANGE
000450*    THAT IS TO BE KEPT BACK:
000460*
000470*      COL  1      ACTION - N (NEXT BASE)
000480*      COL 11-15   THE NEXT BASE TO ISSUE FROM
000490*
000500*    THE NEXT BASE NEVER MOVES BACK, SO NO TWO BLOCKS CAN
000510*    OVERLAP. EVERY CARD'S DISPOSITION IS LISTED, A CARD THAT
000520*    CANNOT APPLY IS FLAGGED, AND THE RUN ENDS WITH A LISTING
000530*    OF EVERY BLOCK ON THE REGISTER.
000540*--------------------------------------------------------------*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.              IBM-370.
000580 OBJECT-COMPUTER.              IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT KEYREG-FILE        ASSIGN TO KEYREG
000620                                ORGANIZATION IS INDEXED
000630                                ACCESS MODE IS DYNAMIC
000640                                RECORD KEY IS KRG-LAST-BASE
000650                                FILE STATUS WS-KRG-FILE-STATUS.
000655
000660     SELECT MASTER-FILE        ASSIGN TO OUTFILE
000670                                ORGANIZATION IS INDEXED
000680                                ACCESS MODE IS RANDOM
000690                                RECORD KEY IS OUT-KEY
000700                                FILE STATUS WS-MST-FILE-STATUS.
000705
000710     SELECT KEYCARD-FILE       ASSIGN TO KEYCARD
000720                                ORGANIZATION IS SEQUENTIAL
000730                                FILE STATUS WS-CRD-FILE-STATUS.
000735
000740     SELECT REPORT-FILE        ASSIGN TO RPTFILE
000750                                ORGANIZATION IS SEQUENTIAL.
000755
000760 DATA DIVISION.
000770 FILE SECTION.
000780*--------------------------------------------------------------*
000790*    KEYREG-FILE - THE KEY ALLOCATION REGISTER, KEYED BY THE
000800*    LAST BASE OF EACH BLOCK
000810*--------------------------------------------------------------*
000820 FD  KEYREG-FILE
000830     BLOCK CONTAINS 0 RECORDS
000840     RECORDING MODE IS F.
000850     COPY KEYREC.
000860     COPY KCTLREC.
000865
000870*--------------------------------------------------------------*
000880*    MASTER-FILE - THE INDEXED MASTER, READ ONLY TO PASS OVER
000890*    KEYS ALREADY IN USE
000900*--------------------------------------------------------------*
000910 FD  MASTER-FILE
000920     BLOCK CONTAINS 0 RECORDS
000930     RECORDING MODE IS F.
000940     COPY OUTMSTR.
000945
000950*--------------------------------------------------------------*
000960*    KEYCARD-FILE - DATA CONTROL'S KEY ISSUE CARDS
000970*--------------------------------------------------------------*
000980 FD  KEYCARD-FILE
000990     RECORDING MODE IS F.
001000 01  KEYCARD-RECORD.
001010     05  KCD-ACTION             PIC X(01).
001020         88  KCD-ISSUE                    VALUE 'I'.
001030         88  KCD-NEXT-BASE                VALUE 'N'.
001040     05  KCD-HOLDER-TYPE        PIC X(01).
001050         88  KCD-SOURCE                   VALUE 'S'.
001060         88  KCD-OPERATOR                 VALUE 'O'.
001070     05  KCD-HOLDER             PIC X(08).
001080         88  KCD-VALID-SOURCE             VALUE 'HO' 'BR' 'PR'.
001090     05  KCD-COUNT              PIC 9(05).
001100     05  KCD-COUNT-X            REDEFINES KCD-COUNT
001110                                PIC X(05).
001120     05  FILLER                 PIC X(65).
001125
001130*--------------------------------------------------------------*
001140*    REPORT-FILE - CARD DISPOSITIONS, ISSUED KEYS, AND THE
001150*    REGISTER LISTING
001160*--------------------------------------------------------------*
001170 FD  REPORT-FILE
001180     BLOCK CONTAINS 0 RECORDS
001190     RECORDING MODE IS F.
001200 01  REPORT-RECORD               PIC X(80).
001205
001210 WORKING-STORAGE SECTION.
001220*--------------------------------------------------------------*
001230*    SWITCHES
001240*--------------------------------------------------------------*
001250 01  WS-SWITCHES.
001260     05  WS-EOF-SW              PIC X(01) VALUE 'N'.
001270         88  WS-EOF                       VALUE 'Y'.
001280     05  WS-LIST-EOF-SW         PIC X(01) VALUE 'N'.
001290         88  WS-LIST-EOF                  VALUE 'Y'.
001300     05  WS-CONTROL-SW          PIC X(01) VALUE 'N'.
001310         88  WS-CONTROL-ON-FILE           VALUE 'Y'.
001320     05  WS-ON-MASTER-SW        PIC X(01) VALUE 'N'.
001330         88  WS-KEY-ON-MASTER             VALUE 'Y'.
001340         88  WS-KEY-NOT-ON-MASTER         VALUE 'N'.
001345
001350*--------------------------------------------------------------*
001360*    COUNTERS
001370*--------------------------------------------------------------*
001380 01  WS-COUNTERS.
001390     05  WS-CARD-COUNT          PIC 9(05) COMP VALUE ZERO.
001400     05  WS-APPLIED-COUNT       PIC 9(05) COMP VALUE ZERO.
001410     05  WS-FLAGGED-COUNT       PIC 9(05) COMP VALUE ZERO.
001420     05  WS-ISSUED-COUNT        PIC 9(07) COMP VALUE ZERO.
001430     05  WS-NO-CHECK-COUNT      PIC 9(07) COMP VALUE ZERO.
001440     05  WS-IN-USE-COUNT        PIC 9(07) COMP VALUE ZERO.
001450     05  WS-LISTED-COUNT        PIC 9(07) COMP VALUE ZERO.
001455
001460 01  WS-KRG-FILE-STATUS         PIC X(02) VALUE SPACES.
001470 01  WS-MST-FILE-STATUS         PIC X(02) VALUE SPACES.
001480 01  WS-CRD-FILE-STATUS         PIC X(02) VALUE SPACES.
001490 01  WS-KEY-CONTROL-ID          PIC X(05) VALUE '*NEXT'.
001495
001500*--------------------------------------------------------------*
001510*    ALLOCATION STATE - CARRIED FROM THE CONTROL RECORD AND
001520*    WRITTEN BACK AFTER EVERY BLOCK OR N CARD
001530*--------------------------------------------------------------*
001540 01  WS-ALLOCATION.
001550     05  WS-NEXT-BASE           PIC 9(06) VALUE 1.
001560     05  WS-BLOCK-COUNT         PIC 9(07) VALUE ZERO.
001570     05  WS-LAST-ISSUE-DATE     PIC 9(08) VALUE ZERO.
001580     05  WS-MAX-BASE            PIC 9(06) VALUE 99999.
001585
001590*--------------------------------------------------------------*
001600*    THE BLOCK BEING ISSUED
001610*--------------------------------------------------------------*
001620 01  WS-BLOCK.
001630     05  WS-BLK-BASE            PIC 9(06) VALUE ZERO.
001640     05  WS-BLK-ISSUED          PIC 9(05) VALUE ZERO.
001650     05  WS-BLK-FIRST-BASE      PIC X(05) VALUE SPACES.
001660     05  WS-BLK-LAST-BASE       PIC X(05) VALUE SPACES.
001670     05  WS-BLK-SLOT            PIC 9(02) COMP VALUE ZERO.
001675
001680*--------------------------------------------------------------*
001690*    KEY CHECK DIGIT - SEE KEYREC FOR THE RULE. THE KEY TO BE
001700*    PROVED IS MOVED TO WS-KCK-KEY AND 3600-CHECK-DIGIT SETS
001710*    WS-KCK-SW. WS-KCK-CHECK IS THE DIGIT THE BASE CALLS FOR.
001720*--------------------------------------------------------------*
001730 01  WS-KCK-KEY                 PIC X(06) VALUE SPACES.
001740 01  WS-KCK-KEY-R REDEFINES WS-KCK-KEY.
001750     05  WS-KCK-DIGIT           PIC 9(01) OCCURS 6 TIMES.
001760 01  WS-KCK-BASE-R REDEFINES WS-KCK-KEY.
001770     05  WS-KCK-BASE            PIC X(05).
001780     05  WS-KCK-BASE-NUM REDEFINES WS-KCK-BASE
001790                                PIC 9(05).
001800     05  FILLER                 PIC X(01).
001810 01  WS-KCK-WEIGHTS             PIC X(05) VALUE '65432'.
001820 01  WS-KCK-WEIGHTS-R REDEFINES WS-KCK-WEIGHTS.
001830     05  WS-KCK-WEIGHT          PIC 9(01) OCCURS 5 TIMES.
001840 01  WS-KCK-WORK.
001850     05  WS-KCK-IX              PIC 9(02) COMP VALUE ZERO.
001860     05  WS-KCK-SUM             PIC 9(04) COMP VALUE ZERO.
001870     05  WS-KCK-QUOTIENT        PIC 9(04) COMP VALUE ZERO.
001880     05  WS-KCK-REMAINDER       PIC 9(02) COMP VALUE ZERO.
001890     05  WS-KCK-CHECK           PIC 9(02) COMP VALUE ZERO.
001900 01  WS-KCK-SW                  PIC X(01) VALUE 'Y'.
001910     88  WS-KCK-GOOD                      VALUE 'Y'.
001920     88  WS-KCK-BAD                       VALUE 'N' 'U' 'X'.
001930     88  WS-KCK-WRONG-DIGIT               VALUE 'N'.
001940     88  WS-KCK-NO-CHECK-DIGIT            VALUE 'U'.
001950     88  WS-KCK-NOT-NUMERIC               VALUE 'X'.
001955
001960*--------------------------------------------------------------*
001970*    RUN DATE AND TIME - SET AT INITIALIZATION
001980*--------------------------------------------------------------*
001990 01  WS-RUN-DATE.
002000     05  WS-RUN-CCYY            PIC 9(04).
002010     05  WS-RUN-MM              PIC 9(02).
002020     05  WS-RUN-DD              PIC 9(02).
002030 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
002040                                PIC 9(08).
002045
002050 01  WS-RUN-TIME.
002060     05  WS-RUN-HH              PIC 9(02).
002070     05  WS-RUN-MN              PIC 9(02).
002080     05  WS-RUN-SS              PIC 9(02).
002090     05  WS-RUN-HS              PIC 9(02).
002095
002100*--------------------------------------------------------------*
002110*    REPORT-FILE LINE LAYOUTS
002120*--------------------------------------------------------------*
002130 01  WS-REPORT-LINES.
002140     05  WS-RPT-TITLE.
002150         10  FILLER             PIC X(26)
002160                 VALUE 'EXKEYI MASTER KEY ISSUE'.
002170         10  FILLER             PIC X(54) VALUE SPACES.
002180     05  WS-RPT-RUNDATE.
002190         10  FILLER             PIC X(10) VALUE 'RUN DATE: '.
002200         10  WS-RPT-MM          PIC 99.
002210         10  FILLER             PIC X(01) VALUE '/'.
002220         10  WS-RPT-DD          PIC 99.
002230         10  FILLER             PIC X(01) VALUE '/'.
002240         10  WS-RPT-CCYY        PIC 9(04).
002250         10  FILLER             PIC X(05) VALUE SPACES.
002260         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
002270         10  WS-RPT-HH          PIC 99.
002280         10  FILLER             PIC X(01) VALUE ':'.
002290         10  WS-RPT-MN          PIC 99.
002300         10  FILLER             PIC X(01) VALUE ':'.
002310         10  WS-RPT-SS          PIC 99.
002320         10  FILLER             PIC X(37) VALUE SPACES.
002330     05  WS-RPT-CARD.
002340         10  FILLER             PIC X(06) VALUE 'CARD: '.
002350         10  WS-RPT-CRD-ACTION  PIC X(01).
002360         10  FILLER             PIC X(01) VALUE ' '.
002370         10  WS-RPT-CRD-TYPE    PIC X(01).
002380         10  FILLER             PIC X(01) VALUE ' '.
002390         10  WS-RPT-CRD-HOLDER  PIC X(08).
002400         10  FILLER             PIC X(02) VALUE SPACES.
002410         10  WS-RPT-CRD-DISP    PIC X(40).
002420         10  FILLER             PIC X(20) VALUE SPACES.
002430     05  WS-RPT-KEYS.
002440         10  FILLER             PIC X(08) VALUE SPACES.
002450         10  WS-RPT-KEY-SLOT    OCCURS 8 TIMES.
002460             15  WS-RPT-KEY     PIC X(06).
002470             15  FILLER         PIC X(02).
002480         10  FILLER             PIC X(08) VALUE SPACES.
002490     05  WS-RPT-BLOCK.
002500         10  FILLER             PIC X(07) VALUE 'BLOCK: '.
002510         10  WS-RPT-BLK-FIRST   PIC X(05).
002520         10  FILLER             PIC X(03) VALUE ' - '.
002530         10  WS-RPT-BLK-LAST    PIC X(05).
002540         10  FILLER             PIC X(10) VALUE '  HOLDER: '.
002550         10  WS-RPT-BLK-TYPE    PIC X(01).
002560         10  FILLER             PIC X(01) VALUE ' '.
002570         10  WS-RPT-BLK-HOLDER  PIC X(08).
002580         10  FILLER             PIC X(10) VALUE '  ISSUED: '.
002590         10  WS-RPT-BLK-DATE    PIC 9(08).
002600         10  FILLER             PIC X(08) VALUE '  KEYS: '.
002610         10  WS-RPT-BLK-COUNT   PIC ZZZZ9.
002620         10  FILLER             PIC X(09) VALUE SPACES.
002630     05  WS-RPT-NEXT.
002640         10  FILLER             PIC X(25)
002650                                 VALUE 'NEXT BASE TO ISSUE . . :'.
002660         10  WS-RPT-NEXT-BASE   PIC 9(06).
002670         10  FILLER             PIC X(49) VALUE SPACES.
002680     05  WS-RPT-CARDS.
002690         10  FILLER             PIC X(25)
002700                                 VALUE 'CARDS READ . . . . . . :'.
002710         10  WS-RPT-CARD-CNT    PIC Z,ZZZ,ZZ9.
002720         10  FILLER             PIC X(46) VALUE SPACES.
002730     05  WS-RPT-APPLIED.
002740         10  FILLER             PIC X(25)
002750                                 VALUE 'CARDS APPLIED  . . . . :'.
002760         10  WS-RPT-APP-CNT     PIC Z,ZZZ,ZZ9.
002770         10  FILLER             PIC X(46) VALUE SPACES.
002780     05  WS-RPT-FLAGGED.
002790         10  FILLER             PIC X(25)
002800                                 VALUE 'CARDS FLAGGED  . . . . :'.
002810         10  WS-RPT-FLG-CNT     PIC Z,ZZZ,ZZ9.
002820         10  FILLER             PIC X(46) VALUE SPACES.
002830     05  WS-RPT-ISSUED.
002840         10  FILLER             PIC X(25)
002850                                 VALUE 'KEYS ISSUED  . . . . . :'.
002860         10  WS-RPT-ISS-CNT     PIC Z,ZZZ,ZZ9.
002870         10  FILLER             PIC X(46) VALUE SPACES.
002880     05  WS-RPT-NO-CHECK.
002890         10  FILLER             PIC X(25)
002900                                 VALUE 'BASES WITH NO CHECK  . :'.
002910         10  WS-RPT-NCHK-CNT    PIC Z,ZZZ,ZZ9.
002920         10  FILLER             PIC X(46) VALUE SPACES.
002930     05  WS-RPT-IN-USE.
002940         10  FILLER             PIC X(25)
002950                                 VALUE 'KEYS ALREADY ON MASTER :'.
002960         10  WS-RPT-USE-CNT     PIC Z,ZZZ,ZZ9.
002970         10  FILLER             PIC X(46) VALUE SPACES.
002980     05  WS-RPT-BLOCKS.
002990         10  FILLER             PIC X(25)
003000                                 VALUE 'BLOCKS ON REGISTER . . :'.
003010         10  WS-RPT-BLK-CNT     PIC Z,ZZZ,ZZ9.
003020         10  FILLER             PIC X(46) VALUE SPACES.
003025
003030 PROCEDURE DIVISION.
003040*-----------------------------------------------------------------
003050*    0000-MAINLINE
003060*    APPLIES THE KEY ISSUE CARDS, THEN LISTS THE REGISTER.
003070*-----------------------------------------------------------------
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
003100     PERFORM 3000-PROCESS-CARDS THRU 3000-EXIT
003110         UNTIL WS-EOF.
003120     PERFORM 5000-LIST-BLOCKS   THRU 5000-EXIT.
003130     PERFORM 8000-FINALIZE      THRU 8000-EXIT.
003140     STOP RUN.
003145
003150*-----------------------------------------------------------------
003160*    1000-INITIALIZE
003170*    OPENS FILES, PICKS UP THE CONTROL RECORD, AND PRIMES THE
003180*    CARD READ. THE FIRST RUN AGAINST A REGISTER THAT DOES NOT
003190*    YET EXIST CREATES IT EMPTY, AS EXSECM DOES FOR OPRAUTH. A
003200*    RUN WITH NO CARD FILE IS A LISTING-ONLY RUN.
003210*-----------------------------------------------------------------
003220 1000-INITIALIZE.
003230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003240     ACCEPT WS-RUN-TIME FROM TIME.
003245
003250     OPEN I-O KEYREG-FILE.
003260     IF WS-KRG-FILE-STATUS NOT = '00'
003270         OPEN OUTPUT KEYREG-FILE
003280         CLOSE KEYREG-FILE
003290         OPEN I-O KEYREG-FILE
003300     END-IF.
003305
003310     OPEN INPUT MASTER-FILE.
003320     IF WS-MST-FILE-STATUS NOT = '00'
003330         DISPLAY 'EXKEYI0999 CANNOT OPEN MASTER, STATUS = '
003340                 WS-MST-FILE-STATUS
003350         GO TO 9900-ISSUE-ABEND
003360     END-IF.
003365
003370     MOVE WS-KEY-CONTROL-ID TO KRG-LAST-BASE.
003380     READ KEYREG-FILE
003390         INVALID KEY
003400             CONTINUE
003410     END-READ.
003420     IF WS-KRG-FILE-STATUS = '00'
003430         SET WS-CONTROL-ON-FILE TO TRUE
003440         MOVE KCT-NEXT-BASE       TO WS-NEXT-BASE
003450         MOVE KCT-BLOCK-COUNT     TO WS-BLOCK-COUNT
003460         MOVE KCT-LAST-ISSUE-DATE TO WS-LAST-ISSUE-DATE
003470     END-IF.
003475
003480     OPEN OUTPUT REPORT-FILE.
003490     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
003495
003500     OPEN INPUT KEYCARD-FILE.
003510     IF WS-CRD-FILE-STATUS NOT = '00'
003520         DISPLAY 'EXKEYI0200 NO CARD FILE - LISTING ONLY'
003530         SET WS-EOF TO TRUE
003540     ELSE
003550         PERFORM 3100-READ-CARD THRU 3100-EXIT
003560     END-IF.
003570 1000-EXIT.
003580     EXIT.
003585
003590*-----------------------------------------------------------------
003600*    3000-PROCESS-CARDS
003610*    APPLIES ONE KEY ISSUE CARD AND READS THE NEXT.
003620*-----------------------------------------------------------------
003630 3000-PROCESS-CARDS.
003640     ADD 1 TO WS-CARD-COUNT.
003650     MOVE KCD-ACTION      TO WS-RPT-CRD-ACTION.
003660     MOVE KCD-HOLDER-TYPE TO WS-RPT-CRD-TYPE.
003670     MOVE KCD-HOLDER      TO WS-RPT-CRD-HOLDER.
003675
003680     PERFORM 3200-EDIT-CARD THRU 3200-EXIT.
003685
003690     PERFORM 3100-READ-CARD THRU 3100-EXIT.
003700 3000-EXIT.
003710     EXIT.
003715
003720*-----------------------------------------------------------------
003730*    3100-READ-CARD
003740*    READS THE NEXT KEY ISSUE CARD AND SETS THE EOF SWITCH.
003750*-----------------------------------------------------------------
003760 3100-READ-CARD.
003770     READ KEYCARD-FILE
003780         AT END
003790             SET WS-EOF TO TRUE
003800     END-READ.
003810 3100-EXIT.
003820     EXIT.
003825
003830*-----------------------------------------------------------------
003840*    3200-EDIT-CARD
003850*    EDITS THE CARD AND ROUTES IT TO THE ISSUE OR NEXT-BASE
003860*    PARAGRAPH. A CARD THAT FAILS THE EDITS IS FLAGGED AND NOT
003870*    APPLIED.
003880*-----------------------------------------------------------------
003890 3200-EDIT-CARD.
003900     IF KCD-COUNT-X NOT NUMERIC OR KCD-COUNT = ZERO
003910         MOVE 'COLS 11-15 NOT 00001-99999 - NOT APPLIED'
003920                            TO WS-RPT-CRD-DISP
003930         PERFORM 3900-FLAG-CARD THRU 3900-EXIT
003940         GO TO 3200-EXIT
003950     END-IF.
003955
003960     IF KCD-NEXT-BASE
003970         PERFORM 3700-SET-NEXT-BASE THRU 3700-EXIT
003980         GO TO 3200-EXIT
003990     END-IF.
003995
004000     IF NOT KCD-ISSUE
004010         MOVE 'ACTION MUST BE I OR N - NOT APPLIED'
004020                            TO WS-RPT-CRD-DISP
004030         PERFORM 3900-FLAG-CARD THRU 3900-EXIT
004040         GO TO 3200-EXIT
004050     END-IF.
004055
004060     IF KCD-SOURCE AND NOT KCD-VALID-SOURCE
004070         MOVE 'SOURCE NOT HO, BR, OR PR - NOT APPLIED'
004080                            TO WS-RPT-CRD-DISP
004090         PERFORM 3900-FLAG-CARD THRU 3900-EXIT
004100         GO TO 3200-EXIT
004110     END-IF.
004115
004120     IF KCD-OPERATOR
004130        AND (KCD-HOLDER = SPACES OR KCD-HOLDER (1:1) = '*')
004140         MOVE 'OPERATOR ID IS NOT VALID - NOT APPLIED'
004150                            TO WS-RPT-CRD-DISP
004160         PERFORM 3900-FLAG-CARD THRU 3900-EXIT
004170         GO TO 3200-EXIT
004180     END-IF.
004185
004190     IF NOT KCD-SOURCE AND NOT KCD-OPERATOR
004200         MOVE 'HOLDER TYPE MUST BE S OR O - NOT APPLIED'
004210                            TO WS-RPT-CRD-DISP
004220         PERFORM 3900-FLAG-CARD THRU 3900-EXIT
004230         GO TO 3200-EXIT
004240     END-IF.
004245
004250     IF WS-NEXT-BASE > WS-MAX-BASE
004260         MOVE 'REGISTER EXHAUSTED - NOT APPLIED'
004270                            TO WS-RPT-CRD-DISP
004280         PERFORM 3900-FLAG-CARD THRU 3900-EXIT
004290         GO TO 3200-EXIT
004300     END-IF.
004305
004310     PERFORM 3400-ISSUE-BLOCK THRU 3400-EXIT.
004320 3200-EXIT.
004330     EXIT.
004335
004340*-----------------------------------------------------------------
004350*    3400-ISSUE-BLOCK
004360*    TAKES THE REQUESTED NUMBER OF KEYS FROM THE NEXT BASE ON,
004370*    LISTING THEM AS THEY ARE TAKEN, THEN RECORDS THE BLOCK
004380*    AND MOVES THE NEXT BASE PAST IT. A REGISTER THAT RUNS OUT
004390*    PART WAY ISSUES A SHORT BLOCK AND FLAGS THE CARD.
004400*-----------------------------------------------------------------
004410 3400-ISSUE-BLOCK.
004420     MOVE 'ISSUING BLOCK - KEYS FOLLOW' TO WS-RPT-CRD-DISP.
004430     PERFORM 3800-LIST-CARD THRU 3800-EXIT.
004435
004440     MOVE WS-NEXT-BASE TO WS-BLK-BASE.
004450     MOVE ZERO         TO WS-BLK-ISSUED
004460                          WS-BLK-SLOT.
004470     MOVE SPACES       TO WS-BLK-FIRST-BASE
004480                          WS-BLK-LAST-BASE
004490                          WS-RPT-KEYS.
004495
004500     PERFORM 3500-TAKE-ONE-BASE THRU 3500-EXIT
004510         UNTIL WS-BLK-ISSUED = KCD-COUNT
004520            OR WS-BLK-BASE > WS-MAX-BASE.
004525
004530     IF WS-BLK-SLOT > ZERO
004540         MOVE WS-RPT-KEYS TO REPORT-RECORD
004550         WRITE REPORT-RECORD
004560     END-IF.
004565
004570     MOVE WS-BLK-BASE TO WS-NEXT-BASE.
004580     IF WS-BLK-ISSUED = ZERO
004590         PERFORM 3750-PUT-CONTROL THRU 3750-EXIT
004600         MOVE 'REGISTER EXHAUSTED - NOTHING ISSUED'
004610                            TO WS-RPT-CRD-DISP
004620         PERFORM 3900-FLAG-CARD THRU 3900-EXIT
004630         GO TO 3400-EXIT
004640     END-IF.
004645
004650     MOVE SPACES            TO KEY-BLOCK-RECORD.
004660     MOVE WS-BLK-LAST-BASE  TO KRG-LAST-BASE.
004670     MOVE WS-BLK-FIRST-BASE TO KRG-FIRST-BASE.
004680     MOVE KCD-HOLDER-TYPE   TO KRG-HOLDER-TYPE.
004690     MOVE KCD-HOLDER        TO KRG-HOLDER.
004700     MOVE WS-RUN-DATE-N     TO KRG-ISSUE-DATE.
004710     MOVE WS-BLK-ISSUED     TO KRG-KEY-COUNT.
004720     WRITE KEY-BLOCK-RECORD
004730         INVALID KEY
004740             DISPLAY 'EXKEYI0999 BLOCK ENDING ' WS-BLK-LAST-BASE
004750                     ' ALREADY ON REGISTER, STATUS = '
004760                     WS-KRG-FILE-STATUS
004770             GO TO 9900-ISSUE-ABEND
004780     END-WRITE.
004790     PERFORM 5200-LIST-BLOCK THRU 5200-EXIT.
004795
004800     ADD 1 TO WS-BLOCK-COUNT.
004810     ADD 1 TO WS-APPLIED-COUNT.
004820     ADD WS-BLK-ISSUED TO WS-ISSUED-COUNT.
004830     MOVE WS-RUN-DATE-N TO WS-LAST-ISSUE-DATE.
004840     PERFORM 3750-PUT-CONTROL THRU 3750-EXIT.
004845
004850     IF WS-BLK-ISSUED < KCD-COUNT
004860         DISPLAY 'EXKEYI0200 REGISTER EXHAUSTED - SHORT BLOCK '
004870                 'FOR ' KCD-HOLDER
004880         MOVE 'REGISTER EXHAUSTED - SHORT BLOCK'
004890                            TO WS-RPT-CRD-DISP
004900         PERFORM 3900-FLAG-CARD THRU 3900-EXIT
004910     END-IF.
004920 3400-EXIT.
004930     EXIT.
004935
004940*-----------------------------------------------------------------
004950*    3500-TAKE-ONE-BASE
004960*    TURNS ONE BASE INTO A KEY AND ISSUES IT, UNLESS THE BASE
004970*    CAN CARRY NO CHECK DIGIT OR THE KEY IS ALREADY ON THE
004980*    MASTER. EIGHT KEYS ARE LISTED TO A LINE.
004990*-----------------------------------------------------------------
005000 3500-TAKE-ONE-BASE.
005010     MOVE WS-BLK-BASE TO WS-KCK-BASE-NUM.
005020     MOVE ZERO        TO WS-KCK-DIGIT (6).
005030     ADD 1 TO WS-BLK-BASE.
005035
005040     PERFORM 3600-CHECK-DIGIT THRU 3600-EXIT.
005050     IF WS-KCK-NO-CHECK-DIGIT
005060         ADD 1 TO WS-NO-CHECK-COUNT
005070         GO TO 3500-EXIT
005080     END-IF.
005090     MOVE WS-KCK-CHECK TO WS-KCK-DIGIT (6).
005095
005100     MOVE WS-KCK-KEY TO OUT-KEY.
005110     SET WS-KEY-ON-MASTER TO TRUE.
005120     READ MASTER-FILE
005130         INVALID KEY
005140             SET WS-KEY-NOT-ON-MASTER TO TRUE
005150     END-READ.
005160     IF WS-KEY-ON-MASTER
005170         ADD 1 TO WS-IN-USE-COUNT
005180         GO TO 3500-EXIT
005190     END-IF.
005195
005200     ADD 1 TO WS-BLK-ISSUED.
005210     IF WS-BLK-FIRST-BASE = SPACES
005220         MOVE WS-KCK-BASE TO WS-BLK-FIRST-BASE
005230     END-IF.
005240     MOVE WS-KCK-BASE TO WS-BLK-LAST-BASE.
005245
005250     ADD 1 TO WS-BLK-SLOT.
005260     MOVE WS-KCK-KEY TO WS-RPT-KEY (WS-BLK-SLOT).
005270     IF WS-BLK-SLOT = 8
005280         MOVE WS-RPT-KEYS TO REPORT-RECORD
005290         WRITE REPORT-RECORD
005300         MOVE SPACES TO WS-RPT-KEYS
005310         MOVE ZERO   TO WS-BLK-SLOT
005320     END-IF.
005330 3500-EXIT.
005340     EXIT.
005345
005350*-----------------------------------------------------------------
005360*    3600-CHECK-DIGIT
005370*    PROVES THE CHECK DIGIT IN THE SIXTH POSITION OF
005380*    WS-KCK-KEY - MODULUS 11 ON THE FIVE-DIGIT BASE, WEIGHTED
005390*    6-5-4-3-2. A BASE WHOSE REMAINDER IS 1 CAN CARRY NO
005400*    CHECK DIGIT, SO NO KEY ON IT CAN PASS.
005410*-----------------------------------------------------------------
005420 3600-CHECK-DIGIT.
005430     IF WS-KCK-KEY NOT NUMERIC
005440         SET WS-KCK-NOT-NUMERIC TO TRUE
005450         GO TO 3600-EXIT
005460     END-IF.
005465
005470     MOVE ZERO TO WS-KCK-SUM.
005480     PERFORM 3610-WEIGH-DIGIT THRU 3610-EXIT
005490         VARYING WS-KCK-IX FROM 1 BY 1
005500         UNTIL WS-KCK-IX > 5.
005510     DIVIDE WS-KCK-SUM BY 11 GIVING WS-KCK-QUOTIENT
005520         REMAINDER WS-KCK-REMAINDER.
005525
005530     IF WS-KCK-REMAINDER = 1
005540         SET WS-KCK-NO-CHECK-DIGIT TO TRUE
005550         GO TO 3600-EXIT
005560     END-IF.
005570     IF WS-KCK-REMAINDER = ZERO
005580         MOVE ZERO TO WS-KCK-CHECK
005590     ELSE
005600         COMPUTE WS-KCK-CHECK = 11 - WS-KCK-REMAINDER
005610     END-IF.
005615
005620     IF WS-KCK-DIGIT (6) = WS-KCK-CHECK
005630         SET WS-KCK-GOOD TO TRUE
005640     ELSE
005650         SET WS-KCK-WRONG-DIGIT TO TRUE
005660     END-IF.
005670 3600-EXIT.
005680     EXIT.
005685
005690 3610-WEIGH-DIGIT.
005700     COMPUTE WS-KCK-SUM = WS-KCK-SUM
005710           + WS-KCK-DIGIT (WS-KCK-IX) * WS-KCK-WEIGHT (WS-KCK-IX).
005720 3610-EXIT.
005730     EXIT.
005735
005740*-----------------------------------------------------------------
005750*    3700-SET-NEXT-BASE
005760*    MOVES THE NEXT BASE FORWARD TO THE BASE ON AN N CARD. IT
005770*    MAY NOT MOVE BACK OVER BASES ALREADY CONSIDERED FOR ISSUE.
005780*    THE HOLDER COLUMNS ARE NOT USED ON AN N CARD.
005790*-----------------------------------------------------------------
005800 3700-SET-NEXT-BASE.
005810     IF KCD-COUNT < WS-NEXT-BASE
005820         MOVE 'BASE BELOW THE NEXT BASE - NOT APPLIED'
005830                            TO WS-RPT-CRD-DISP
005840         PERFORM 3900-FLAG-CARD THRU 3900-EXIT
005850         GO TO 3700-EXIT
005860     END-IF.
005865
005870     MOVE KCD-COUNT TO WS-NEXT-BASE.
005880     PERFORM 3750-PUT-CONTROL THRU 3750-EXIT.
005885
005890     MOVE 'NEXT BASE SET' TO WS-RPT-CRD-DISP.
005900     PERFORM 3800-LIST-CARD THRU 3800-EXIT.
005910     ADD 1 TO WS-APPLIED-COUNT.
005920 3700-EXIT.
005930     EXIT.
005935
005940*-----------------------------------------------------------------
005950*    3750-PUT-CONTROL
005960*    WRITES THE ALLOCATION STATE BACK TO THE CONTROL RECORD, SO
005970*    A RUN THAT FAILS PART WAY NEVER ISSUES A BASE TWICE.
005980*-----------------------------------------------------------------
005990 3750-PUT-CONTROL.
006000     MOVE SPACES             TO KEY-CONTROL-RECORD.
006010     MOVE WS-KEY-CONTROL-ID  TO KCT-CONTROL-ID.
006020     MOVE WS-NEXT-BASE       TO KCT-NEXT-BASE.
006030     MOVE WS-BLOCK-COUNT     TO KCT-BLOCK-COUNT.
006040     MOVE WS-LAST-ISSUE-DATE TO KCT-LAST-ISSUE-DATE.
006045
006050     IF WS-CONTROL-ON-FILE
006060         REWRITE KEY-CONTROL-RECORD
006070             INVALID KEY
006080                 DISPLAY 'EXKEYI0999 CONTROL RECORD NOT '
006090                         'REWRITTEN, STATUS = '
006100                         WS-KRG-FILE-STATUS
006110                 GO TO 9900-ISSUE-ABEND
006120         END-REWRITE
006130     ELSE
006140         WRITE KEY-CONTROL-RECORD
006150             INVALID KEY
006160                 DISPLAY 'EXKEYI0999 CONTROL RECORD NOT '
006170                         'WRITTEN, STATUS = '
006180                         WS-KRG-FILE-STATUS
006190                 GO TO 9900-ISSUE-ABEND
006200         END-WRITE
006210         SET WS-CONTROL-ON-FILE TO TRUE
006220     END-IF.
006230 3750-EXIT.
006240     EXIT.
006245
006250*-----------------------------------------------------------------
006260*    3800-LIST-CARD
006270*    LISTS THE CARD AND ITS DISPOSITION.
006280*-----------------------------------------------------------------
006290 3800-LIST-CARD.
006300     MOVE WS-RPT-CARD TO REPORT-RECORD.
006310     WRITE REPORT-RECORD.
006320 3800-EXIT.
006330     EXIT.
006335
006340*-----------------------------------------------------------------
006350*    3900-FLAG-CARD
006360*    LISTS A CARD THAT COULD NOT BE APPLIED AND COUNTS IT.
006370*-----------------------------------------------------------------
006380 3900-FLAG-CARD.
006390     ADD 1 TO WS-FLAGGED-COUNT.
006400     PERFORM 3800-LIST-CARD THRU 3800-EXIT.
006410 3900-EXIT.
006420     EXIT.
006425
006430*-----------------------------------------------------------------
006440*    5000-LIST-BLOCKS
006450*    LISTS EVERY BLOCK ON THE REGISTER, IN BASE ORDER, AND THE
006460*    NEXT BASE TO ISSUE.
006470*-----------------------------------------------------------------
006480 5000-LIST-BLOCKS.
006490     MOVE LOW-VALUES TO KRG-LAST-BASE.
006500     START KEYREG-FILE KEY NOT < KRG-LAST-BASE
006510         INVALID KEY
006520             SET WS-LIST-EOF TO TRUE
006530     END-START.
006535
006540     PERFORM 5100-LIST-ONE-BLOCK THRU 5100-EXIT
006550         UNTIL WS-LIST-EOF.
006555
006560     MOVE WS-NEXT-BASE TO WS-RPT-NEXT-BASE.
006570     MOVE WS-RPT-NEXT TO REPORT-RECORD.
006580     WRITE REPORT-RECORD.
006590 5000-EXIT.
006600     EXIT.
006605
006610 5100-LIST-ONE-BLOCK.
006620     READ KEYREG-FILE NEXT
006630         AT END
006640             SET WS-LIST-EOF TO TRUE
006650             GO TO 5100-EXIT
006660     END-READ.
006665
006670*    THE CONTROL RECORD IS NOT A BLOCK - THE NEXT BASE IS
006680*    LISTED ON ITS OWN LINE AFTER THE BLOCKS.
006690     IF KCT-IS-CONTROL-RECORD
006700         GO TO 5100-EXIT
006710     END-IF.
006720     ADD 1 TO WS-LISTED-COUNT.
006730     PERFORM 5200-LIST-BLOCK THRU 5200-EXIT.
006740 5100-EXIT.
006750     EXIT.
006755
006760*-----------------------------------------------------------------
006770*    5200-LIST-BLOCK
006780*    LISTS THE BLOCK RECORD NOW IN THE REGISTER RECORD AREA.
006790*-----------------------------------------------------------------
006800 5200-LIST-BLOCK.
006810     MOVE KRG-FIRST-BASE  TO WS-RPT-BLK-FIRST.
006820     MOVE KRG-LAST-BASE   TO WS-RPT-BLK-LAST.
006830     MOVE KRG-HOLDER-TYPE TO WS-RPT-BLK-TYPE.
006840     MOVE KRG-HOLDER      TO WS-RPT-BLK-HOLDER.
006850     MOVE KRG-ISSUE-DATE  TO WS-RPT-BLK-DATE.
006860     MOVE KRG-KEY-COUNT   TO WS-RPT-BLK-COUNT.
006870     MOVE WS-RPT-BLOCK TO REPORT-RECORD.
006880     WRITE REPORT-RECORD.
006890 5200-EXIT.
006900     EXIT.
006905
006910*-----------------------------------------------------------------
006920*    8000-FINALIZE
006930*    WRITES THE RUN TOTALS AND CLOSES ALL FILES.
006940*-----------------------------------------------------------------
006950 8000-FINALIZE.
006960     PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
006965
006970     CLOSE KEYREG-FILE
006980           MASTER-FILE
006990           REPORT-FILE.
007000     IF WS-CRD-FILE-STATUS = '00' OR '10'
007010         CLOSE KEYCARD-FILE
007020     END-IF.
007025
007030     DISPLAY 'EXKEYI0100 ' WS-APPLIED-COUNT ' CARDS APPLIED, '
007040             WS-ISSUED-COUNT ' KEYS ISSUED'.
007050 8000-EXIT.
007060     EXIT.
007065
007070*--------------------------------------------------------------*
007080*    8100-WRITE-HEADING
007090*    WRITES THE REPORT TITLE AND RUN STAMP.
007100*--------------------------------------------------------------*
007110 8100-WRITE-HEADING.
007120     MOVE WS-RPT-TITLE TO REPORT-RECORD.
007130     WRITE REPORT-RECORD.
007135
007140     MOVE WS-RUN-MM TO WS-RPT-MM.
007150     MOVE WS-RUN-DD TO WS-RPT-DD.
007160     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
007170     MOVE WS-RUN-HH TO WS-RPT-HH.
007180     MOVE WS-RUN-MN TO WS-RPT-MN.
007190     MOVE WS-RUN-SS TO WS-RPT-SS.
007200     MOVE WS-RPT-RUNDATE TO REPORT-RECORD.
007210     WRITE REPORT-RECORD.
007220 8100-EXIT.
007230     EXIT.
007235
007240*--------------------------------------------------------------*
007250*    8200-WRITE-TOTALS
007260*    BUILDS AND WRITES THE RUN CONTROL TOTALS.
007270*--------------------------------------------------------------*
007280 8200-WRITE-TOTALS.
007290     MOVE WS-CARD-COUNT TO WS-RPT-CARD-CNT.
007300     MOVE WS-RPT-CARDS TO REPORT-RECORD.
007310     WRITE REPORT-RECORD.
007315
007320     MOVE WS-APPLIED-COUNT TO WS-RPT-APP-CNT.
007330     MOVE WS-RPT-APPLIED TO REPORT-RECORD.
007340     WRITE REPORT-RECORD.
007345
007350     MOVE WS-FLAGGED-COUNT TO WS-RPT-FLG-CNT.
007360     MOVE WS-RPT-FLAGGED TO REPORT-RECORD.
007370     WRITE REPORT-RECORD.
007375
007380     MOVE WS-ISSUED-COUNT TO WS-RPT-ISS-CNT.
007390     MOVE WS-RPT-ISSUED TO REPORT-RECORD.
007400     WRITE REPORT-RECORD.
007405
007410     MOVE WS-NO-CHECK-COUNT TO WS-RPT-NCHK-CNT.
007420     MOVE WS-RPT-NO-CHECK TO REPORT-RECORD.
007430     WRITE REPORT-RECORD.
007435
007440     MOVE WS-IN-USE-COUNT TO WS-RPT-USE-CNT.
007450     MOVE WS-RPT-IN-USE TO REPORT-RECORD.
007460     WRITE REPORT-RECORD.
007465
007470     MOVE WS-LISTED-COUNT TO WS-RPT-BLK-CNT.
007480     MOVE WS-RPT-BLOCKS TO REPORT-RECORD.
007490     WRITE REPORT-RECORD.
007500 8200-EXIT.
007510     EXIT.
007515
007520*-----------------------------------------------------------------
007530*    9900-ISSUE-ABEND
007540*    TERMINATES THE RUN WITH A NON-ZERO RETURN CODE. BLOCKS
007550*    ALREADY RECORDED STAND - THE CONTROL RECORD IS WRITTEN
007560*    AFTER EACH ONE.
007570*-----------------------------------------------------------------
007580 9900-ISSUE-ABEND.
007590     MOVE 16 TO RETURN-CODE.
007600     STOP RUN.
