000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                   EXBDATE.
000120 AUTHOR.                       J HENRIQUES.
000130 INSTALLATION.                 DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN.                 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*    MODIFICATION HISTORY
000180*--------------------------------------------------------------*
000190*    DATE       INIT  DESCRIPTION
000200*    ---------  ----  ------------------------------------------
000210*    10/15/2026 JH    ORIGINAL PROGRAM - BUSINESS-DATE ROLL AT
000220*                      THE HEAD OF THE NIGHTLY STREAM, AGAINST
000230*                      THE SHOP CALENDAR.
000233*    10/15/2026 JH    BUSINESS DATES, THE CALENDAR, AND BDTCARD
000236*                      ARE CCYYMMDD.
000240*--------------------------------------------------------------*
000250*    EXBDATE HEADS THE NIGHTLY STREAM, AHEAD OF EXMERGE. IT
000260*    OWNS THE SHOP'S BUSINESS-DATE CONTROL RECORD - THE CYCLE
000270*    RECORD ON THE RUN-CONTROL REGISTER (SEE RCTREC) - AND
000280*    ROLLS IT FORWARD ONCE PER PROCESSING DAY:
000290*      - THE CYCLE ON FILE MUST HAVE BEEN CLOSED BY EXRECAP.
000300*        WHILE IT IS STILL OPEN THE BUSINESS DATE IS LEFT
000310*        WHERE IT IS, SO A STREAM RESTARTED PAST MIDNIGHT
000320*        CARRIES ON UNDER THE DATE IT STARTED WITH.
000330*      - THE NEW BUSINESS DATE IS THE NEXT BUSINESS DAY AFTER
000340*        THE LAST ONE ON THE SHOP CALENDAR (SEE CALREC) -
000350*        MONDAY TO FRIDAY, LESS HOLIDAYS, PLUS ANY WORKED
000360*        WEEKEND DAYS.
000370*      - THE NEW BUSINESS DATE MAY NOT BE LATER THAN THE RUN
000380*        DATE, SO A STREAM STARTED ON A WEEKEND OR HOLIDAY IS
000390*        REFUSED RATHER THAN RUN AHEAD OF ITS BUSINESS DAY.
000400*    AN OPTIONAL BDTCARD (BUSINESS DATE CCYYMMDD, COLS 1-8)
000410*    SETS THE BUSINESS DATE OUTRIGHT FOR THE FIRST CYCLE ON A
000420*    NEW REGISTER OR TO CATCH UP AFTER A LOST DAY - IT MUST BE
000430*    A BUSINESS DAY AND LATER THAN THE CYCLE ON FILE. EVERY
000440*    LATER STEP TAKES ITS PROCESSING DATE FROM THE CYCLE
000450*    RECORD, NOT FROM THE CLOCK.
000460*--------------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.              IBM-370.
000500 OBJECT-COMPUTER.              IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CALENDAR-FILE      ASSIGN TO CALENDAR
000540                                ORGANIZATION IS SEQUENTIAL
000550                                FILE STATUS WS-CAL-FILE-STATUS.
000560
000570     SELECT BDTCARD-FILE       ASSIGN TO BDTCARD
000580                                ORGANIZATION IS SEQUENTIAL
000590                                FILE STATUS WS-BDT-FILE-STATUS.
000600
000610     SELECT REPORT-FILE        ASSIGN TO RPTFILE
000620                                ORGANIZATION IS SEQUENTIAL.
000630
000640     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
000650                                ORGANIZATION IS INDEXED
000660                                ACCESS MODE IS RANDOM
000670                                RECORD KEY IS RCT-KEY
000680                                FILE STATUS WS-RCT-FILE-STATUS.
000690
000700     SELECT RUNOVRD-FILE       ASSIGN TO RUNOVRD
000710                                ORGANIZATION IS SEQUENTIAL
000720                                FILE STATUS WS-ROV-FILE-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760*--------------------------------------------------------------*
000770*    CALENDAR-FILE - SHOP CALENDAR OF HOLIDAYS AND WORKED DAYS
000780*--------------------------------------------------------------*
000790 FD  CALENDAR-FILE
000800     RECORDING MODE IS F.
000810     COPY CALREC.
000820
000830*--------------------------------------------------------------*
000840*    BDTCARD-FILE - OPTIONAL BUSINESS DATE CARD
000850*--------------------------------------------------------------*
000860 FD  BDTCARD-FILE
000870     RECORDING MODE IS F.
000880 01  BDTCARD-RECORD.
000890     05  BDT-BUS-DATE           PIC 9(08).
000900     05  FILLER                 PIC X(72).
000910
000920*--------------------------------------------------------------*
000930*    REPORT-FILE - BUSINESS DATE ROLL REPORT
000940*--------------------------------------------------------------*
000950 FD  REPORT-FILE
000960     BLOCK CONTAINS 0 RECORDS
000970     RECORDING MODE IS F.
000980 01  REPORT-RECORD               PIC X(80).
000990
001000*--------------------------------------------------------------*
001010*    RUNCTL-FILE - NIGHTLY STREAM RUN-CONTROL REGISTER
001020*--------------------------------------------------------------*
001030 FD  RUNCTL-FILE
001040     RECORDING MODE IS F.
001050     COPY RCTREC.
001060
001070*--------------------------------------------------------------*
001080*    RUNOVRD-FILE - OPTIONAL OPERATOR OVERRIDE CARDS FOR THE
001090*    RUN-CONTROL TESTS (SEE RCTREC)
001100*--------------------------------------------------------------*
001110 FD  RUNOVRD-FILE
001120     RECORDING MODE IS F.
001130 01  RUNOVRD-RECORD.
001140     05  ROV-STEP-NAME          PIC X(08).
001150     05  ROV-OVERRIDE           PIC X(01).
001160
001170 WORKING-STORAGE SECTION.
001180*--------------------------------------------------------------*
001190*    SWITCHES
001200*--------------------------------------------------------------*
001210 01  WS-SWITCHES.
001220     05  WS-CAL-EOF-SW          PIC X(01) VALUE 'N'.
001230         88  WS-CAL-EOF                   VALUE 'Y'.
001240     05  WS-BDT-CARD-SW         PIC X(01) VALUE 'N'.
001250         88  WS-BDT-CARD-GIVEN            VALUE 'Y'.
001260     05  WS-BUS-DAY-SW          PIC X(01) VALUE 'N'.
001270         88  WS-IS-BUSINESS-DAY           VALUE 'Y'.
001280     05  WS-DATE-VALID-SW       PIC X(01) VALUE 'N'.
001290         88  WS-DATE-VALID                VALUE 'Y'.
001300     05  WS-CAL-FOUND-SW        PIC X(01) VALUE 'N'.
001310         88  WS-CAL-FOUND                 VALUE 'Y'.
001320     05  WS-CYCLE-SW            PIC X(01) VALUE SPACE.
001330         88  WS-CYCLE-FIRST               VALUE 'F'.
001340         88  WS-CYCLE-ROLLED              VALUE 'R'.
001350         88  WS-CYCLE-STILL-OPEN          VALUE 'O'.
001360
001370*--------------------------------------------------------------*
001380*    COUNTERS
001390*--------------------------------------------------------------*
001400 01  WS-COUNTERS.
001410     05  WS-CAL-LOADED          PIC 9(05) COMP VALUE ZERO.
001420     05  WS-CAL-REJECTED        PIC 9(05) COMP VALUE ZERO.
001430     05  WS-DAYS-PASSED         PIC 9(05) COMP VALUE ZERO.
001440     05  WS-DAY-GUARD           PIC 9(05) COMP VALUE ZERO.
001450
001460 01  WS-CAL-FILE-STATUS         PIC X(02) VALUE SPACES.
001470 01  WS-BDT-FILE-STATUS         PIC X(02) VALUE SPACES.
001480
001490*--------------------------------------------------------------*
001500*    SHOP CALENDAR - LOADED FROM CALENDAR AT INITIALIZATION
001510*--------------------------------------------------------------*
001520 01  WS-CAL-TABLE.
001530     05  WS-CAL-ENTRY           OCCURS 500 TIMES.
001540         10  WS-CAL-ENT-DATE    PIC 9(08).
001550         10  WS-CAL-ENT-TYPE    PIC X(01).
001560         10  WS-CAL-ENT-DESC    PIC X(30).
001570 01  WS-CAL-IX                  PIC 9(04) COMP VALUE ZERO.
001580 01  WS-CAL-HIT                 PIC 9(04) COMP VALUE ZERO.
001590
001600*--------------------------------------------------------------*
001610*    BUSINESS DATES - THE CYCLE ON FILE, THE ONE BEING OPENED,
001620*    AND THE BUSINESS DAYS EITHER SIDE OF IT
001630*--------------------------------------------------------------*
001640 01  WS-BDT-FIELDS.
001650     05  WS-OLD-BUS-DATE        PIC 9(08) VALUE ZERO.
001660     05  WS-NEW-BUS-DATE        PIC 9(08) VALUE ZERO.
001670     05  WS-PREV-BUS-DATE       PIC 9(08) VALUE ZERO.
001680     05  WS-NEXT-BUS-DATE       PIC 9(08) VALUE ZERO.
001690     05  WS-CARD-BUS-DATE       PIC 9(08) VALUE ZERO.
001700
001710*--------------------------------------------------------------*
001720*    CALENDAR ARITHMETIC - THE DATE BEING WORKED ON AND THE
001730*    DAY OF THE WEEK BY ZELLER'S CONGRUENCE (0 = SATURDAY ...
001740*    6 = FRIDAY)
001750*--------------------------------------------------------------*
001760 01  WS-DT-DATE                 PIC 9(08) VALUE ZERO.
001770 01  WS-DT-DATE-X REDEFINES WS-DT-DATE.
001780     05  WS-DT-CCYY             PIC 9(04).
001790     05  WS-DT-MM               PIC 9(02).
001800     05  WS-DT-DD               PIC 9(02).
001810
001820 01  WS-DT-WORK.
001840     05  WS-DT-MONTH-DAYS       PIC 9(02) COMP VALUE ZERO.
001850     05  WS-DT-QUOT             PIC 9(05) COMP VALUE ZERO.
001860     05  WS-DT-REM              PIC 9(04) COMP VALUE ZERO.
001870     05  WS-ZL-MONTH            PIC 9(02) COMP VALUE ZERO.
001880     05  WS-ZL-YEAR             PIC 9(04) COMP VALUE ZERO.
001890     05  WS-ZL-CENT             PIC 9(02) COMP VALUE ZERO.
001900     05  WS-ZL-YOC              PIC 9(02) COMP VALUE ZERO.
001910     05  WS-ZL-TERM             PIC 9(04) COMP VALUE ZERO.
001920     05  WS-ZL-SUM              PIC 9(05) COMP VALUE ZERO.
001930     05  WS-DOW                 PIC 9(01) COMP VALUE ZERO.
001940         88  WS-DOW-WEEKEND               VALUE 0 1.
001950     05  WS-DAY-IX              PIC 9(01) COMP VALUE ZERO.
001960
001970 01  WS-MONTH-DAYS-TABLE.
001980     05  FILLER                 PIC X(24)
001990                                VALUE '312831303130313130313031'.
002000 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
002010     05  WS-MONTH-DAYS          OCCURS 12 TIMES
002020                                PIC 9(02).
002030
002040 01  WS-DAY-NAME-TABLE.
002050     05  FILLER                 PIC X(21)
002060                                VALUE 'SATSUNMONTUEWEDTHUFRI'.
002070 01  WS-DAY-NAME-R REDEFINES WS-DAY-NAME-TABLE.
002080     05  WS-DAY-NAME            OCCURS 7 TIMES
002090                                PIC X(03).
002100
002110*--------------------------------------------------------------*
002120*    RUN-CONTROL REGISTER - THIS STEP, THE STEP THAT CLOSES A
002130*    CYCLE, AND ANY OPERATOR OVERRIDE FOR THIS STEP
002140*--------------------------------------------------------------*
002150 01  WS-RCT-THIS-STEP           PIC X(08) VALUE 'EXBDATE '.
002160 01  WS-RCT-PRIOR-STEP          PIC X(08) VALUE 'EXRECAP '.
002170 01  WS-RCT-BUS-DATE            PIC 9(08) VALUE ZERO.
002180 01  WS-RCT-BUS-DATE-X REDEFINES WS-RCT-BUS-DATE.
002190     05  WS-RCT-BUS-CCYY        PIC 9(04).
002200     05  WS-RCT-BUS-MM          PIC 9(02).
002210     05  WS-RCT-BUS-DD          PIC 9(02).
002220 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
002230 01  WS-ROV-FILE-STATUS         PIC X(02) VALUE SPACES.
002240 01  WS-ROV-EOF-SW              PIC X(01) VALUE 'N'.
002250     88  WS-ROV-EOF                       VALUE 'Y'.
002260 01  WS-RCT-OVERRIDE-SW         PIC X(01) VALUE SPACE.
002270     88  WS-RCT-MAY-RERUN                 VALUE 'R' 'B'.
002280     88  WS-RCT-SKIP-PRIOR                VALUE 'P' 'B'.
002290
002300*--------------------------------------------------------------*
002310*    RUN DATE AND TIME - SET AT INITIALIZATION
002320*--------------------------------------------------------------*
002330 01  WS-RUN-DATE.
002340     05  WS-RUN-CCYY            PIC 9(04).
002350     05  WS-RUN-MM              PIC 9(02).
002360     05  WS-RUN-DD              PIC 9(02).
002370 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
002380                                PIC 9(08).
002390
002400 01  WS-RUN-TIME.
002410     05  WS-RUN-HH              PIC 9(02).
002420     05  WS-RUN-MN              PIC 9(02).
002430     05  WS-RUN-SS              PIC 9(02).
002440     05  WS-RUN-HS              PIC 9(02).
002450
002460*--------------------------------------------------------------*
002470*    REPORT-FILE LINE LAYOUTS
002480*--------------------------------------------------------------*
002490 01  WS-RPT-LINES.
002500     05  WS-RPT-TITLE.
002510         10  FILLER             PIC X(30)
002520                                 VALUE 'EXBDATE BUSINESS DATE'.
002530         10  FILLER             PIC X(50) VALUE SPACES.
002540     05  WS-RPT-RUNDATE.
002550         10  FILLER             PIC X(10) VALUE 'RUN DATE: '.
002560         10  WS-RPT-MM          PIC 99.
002570         10  FILLER             PIC X(01) VALUE '/'.
002580         10  WS-RPT-DD          PIC 99.
002590         10  FILLER             PIC X(01) VALUE '/'.
002600         10  WS-RPT-CCYY        PIC 9(04).
002610         10  FILLER             PIC X(05) VALUE SPACES.
002620         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
002630         10  WS-RPT-HH          PIC 99.
002640         10  FILLER             PIC X(01) VALUE ':'.
002650         10  WS-RPT-MN          PIC 99.
002660         10  FILLER             PIC X(01) VALUE ':'.
002670         10  WS-RPT-SS          PIC 99.
002680         10  FILLER             PIC X(05) VALUE SPACES.
002690         10  FILLER             PIC X(15)
002700                                 VALUE 'BUSINESS DATE: '.
002710         10  WS-RPT-BUS-MM      PIC 99.
002720         10  FILLER             PIC X(01) VALUE '/'.
002730         10  WS-RPT-BUS-DD      PIC 99.
002740         10  FILLER             PIC X(01) VALUE '/'.
002750         10  WS-RPT-BUS-CCYY    PIC 9(04).
002760         10  FILLER             PIC X(07) VALUE SPACES.
002770     05  WS-RPT-DATE-LINE.
002780         10  WS-RPT-DL-LABEL    PIC X(25).
002790         10  WS-RPT-DL-MM       PIC 99.
002800         10  FILLER             PIC X(01) VALUE '/'.
002810         10  WS-RPT-DL-DD       PIC 99.
002820         10  FILLER             PIC X(01) VALUE '/'.
002830         10  WS-RPT-DL-CCYY     PIC 9(04).
002840         10  FILLER             PIC X(02) VALUE SPACES.
002850         10  WS-RPT-DL-DAY      PIC X(03).
002860         10  FILLER             PIC X(02) VALUE SPACES.
002870         10  WS-RPT-DL-NOTE     PIC X(30).
002880         10  FILLER             PIC X(08) VALUE SPACES.
002890     05  WS-RPT-COUNT.
002900         10  WS-RPT-CNT-LABEL   PIC X(25).
002910         10  WS-RPT-CNT         PIC Z,ZZZ,ZZ9.
002920         10  FILLER             PIC X(46) VALUE SPACES.
002930
002940 PROCEDURE DIVISION.
002950*-----------------------------------------------------------------
002960*    0000-MAINLINE
002970*    LOADS THE CALENDAR, ROLLS THE BUSINESS DATE ON THE
002980*    RUN-CONTROL REGISTER, AND REPORTS THE DATES IT SET.
002990*-----------------------------------------------------------------
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
003020     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
003030     PERFORM 8000-FINALIZE      THRU 8000-EXIT.
003040     PERFORM 8900-STAMP-RUN-CONTROL THRU 8900-EXIT.
003050     STOP RUN.
003060
003070*-----------------------------------------------------------------
003080*    1000-INITIALIZE
003090*    LOADS THE SHOP CALENDAR AND PICKS UP ANY BUSINESS DATE
003100*    CARD. THE REGISTER IS NOT TOUCHED UNTIL BOTH ARE GOOD.
003110*-----------------------------------------------------------------
003120 1000-INITIALIZE.
003130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003140     ACCEPT WS-RUN-TIME FROM TIME.
003150
003160     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
003170     PERFORM 1200-READ-BDTCARD  THRU 1200-EXIT.
003180 1000-EXIT.
003190     EXIT.
003200
003210*-----------------------------------------------------------------
003220*    1100-LOAD-CALENDAR
003230*    LOADS THE HOLIDAY AND WORKED-DAY CARDS. WITHOUT A CALENDAR
003240*    EVERY WEEKDAY IS A BUSINESS DAY - THE RUN CARRIES ON WITH
003250*    A WARNING. A CARD THAT DOES NOT EDIT IS LISTED AND SKIPPED.
003260*-----------------------------------------------------------------
003270 1100-LOAD-CALENDAR.
003280     OPEN INPUT CALENDAR-FILE.
003290     IF WS-CAL-FILE-STATUS NOT = '00'
003300         DISPLAY 'EXBDATE0200 NO SHOP CALENDAR, STATUS = '
003310                 WS-CAL-FILE-STATUS ' - WEEKENDS ONLY'
003320         GO TO 1100-EXIT
003330     END-IF.
003340
003350     PERFORM 1110-LOAD-ONE-DAY THRU 1110-EXIT
003360         UNTIL WS-CAL-EOF.
003370     CLOSE CALENDAR-FILE.
003380 1100-EXIT.
003390     EXIT.
003400
003410 1110-LOAD-ONE-DAY.
003420     READ CALENDAR-FILE
003430         AT END
003440             SET WS-CAL-EOF TO TRUE
003450             GO TO 1110-EXIT
003460     END-READ.
003470
003480     IF CAL-DATE NOT NUMERIC
003490        OR NOT CAL-TYPE-VALID
003500         GO TO 1120-REJECT-DAY
003510     END-IF.
003520     MOVE CAL-DATE TO WS-DT-DATE.
003530     PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT.
003540     IF NOT WS-DATE-VALID
003550         GO TO 1120-REJECT-DAY
003560     END-IF.
003570
003580     IF WS-CAL-LOADED NOT < 500
003590         DISPLAY 'EXBDATE0999 SHOP CALENDAR TABLE FULL AT '
003600                 WS-CAL-LOADED ' ENTRIES'
003610         MOVE 16 TO RETURN-CODE
003620         STOP RUN
003630     END-IF.
003640     ADD 1 TO WS-CAL-LOADED.
003650     MOVE CAL-DATE     TO WS-CAL-ENT-DATE(WS-CAL-LOADED).
003660     MOVE CAL-DAY-TYPE TO WS-CAL-ENT-TYPE(WS-CAL-LOADED).
003670     MOVE CAL-DESC     TO WS-CAL-ENT-DESC(WS-CAL-LOADED).
003680     GO TO 1110-EXIT.
003690
003700 1120-REJECT-DAY.
003710     ADD 1 TO WS-CAL-REJECTED.
003720     DISPLAY 'EXBDATE0200 CALENDAR CARD REJECTED - '
003730             CAL-DATE ' ' CAL-DAY-TYPE ' ' CAL-DESC.
003740 1110-EXIT.
003750     EXIT.
003760
003770*-----------------------------------------------------------------
003780*    1200-READ-BDTCARD
003790*    READS THE OPTIONAL BUSINESS DATE CARD. A DATE ON IT MUST
003800*    BE A REAL DATE AND A BUSINESS DAY ON THE SHOP CALENDAR.
003810*-----------------------------------------------------------------
003820 1200-READ-BDTCARD.
003830     OPEN INPUT BDTCARD-FILE.
003840     IF WS-BDT-FILE-STATUS NOT = '00'
003850         GO TO 1200-EXIT
003860     END-IF.
003870     READ BDTCARD-FILE
003880         AT END
003890             CONTINUE
003900         NOT AT END
003910             IF BDT-BUS-DATE NUMERIC
003920                AND BDT-BUS-DATE > ZERO
003930                 MOVE BDT-BUS-DATE TO WS-CARD-BUS-DATE
003940                 SET WS-BDT-CARD-GIVEN TO TRUE
003950             END-IF
003960     END-READ.
003970     CLOSE BDTCARD-FILE.
003980
003990     IF NOT WS-BDT-CARD-GIVEN
004000         GO TO 1200-EXIT
004010     END-IF.
004020     MOVE WS-CARD-BUS-DATE TO WS-DT-DATE.
004030     PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT.
004040     IF NOT WS-DATE-VALID
004050         DISPLAY 'EXBDATE0999 BDTCARD DATE ' WS-CARD-BUS-DATE
004060                 ' IS NOT A VALID DATE'
004070         MOVE 16 TO RETURN-CODE
004080         STOP RUN
004090     END-IF.
004100     PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
004110     IF NOT WS-IS-BUSINESS-DAY
004120         DISPLAY 'EXBDATE0999 BDTCARD DATE ' WS-CARD-BUS-DATE
004130                 ' IS NOT A BUSINESS DAY'
004140         MOVE 16 TO RETURN-CODE
004150         STOP RUN
004160     END-IF.
004170     DISPLAY 'EXBDATE0100 BUSINESS DATE CARD ' WS-CARD-BUS-DATE.
004180 1200-EXIT.
004190     EXIT.
004200
004210*-----------------------------------------------------------------
004220*    1900-CHECK-RUN-CONTROL
004230*    OPENS THE DAY'S CYCLE ON THE RUN-CONTROL REGISTER (SEE
004240*    RCTREC). THE FIRST RUN AGAINST A REGISTER THAT DOES NOT
004250*    YET EXIST CREATES IT, AS EXSECM DOES FOR THE PROFILES. A
004260*    CYCLE ON FILE IS ROLLED FORWARD ONLY WHEN EXRECAP HAS
004270*    CLOSED IT. A REFUSAL ENDS THE RUN BEFORE THE REGISTER IS
004280*    CHANGED.
004290*-----------------------------------------------------------------
004300 1900-CHECK-RUN-CONTROL.
004310     PERFORM 1910-READ-RUNOVRD THRU 1910-EXIT.
004320
004330     OPEN I-O RUNCTL-FILE.
004340     IF WS-RCT-FILE-STATUS NOT = '00'
004350         OPEN OUTPUT RUNCTL-FILE
004360         CLOSE RUNCTL-FILE
004370         OPEN I-O RUNCTL-FILE
004380     END-IF.
004390     IF WS-RCT-FILE-STATUS NOT = '00'
004400         DISPLAY 'EXBDATE0999 CANNOT OPEN RUNCTL, STATUS = '
004410                 WS-RCT-FILE-STATUS
004420         GO TO 1990-RUN-CONTROL-ABEND
004430     END-IF.
004440
004450     MOVE ZERO       TO RCT-BUS-DATE.
004460     MOVE '*CYCLE  ' TO RCT-STEP-NAME.
004470     READ RUNCTL-FILE
004480         INVALID KEY
004490             CONTINUE
004500     END-READ.
004510
004520     IF WS-RCT-FILE-STATUS NOT = '00'
004530         PERFORM 1960-FIRST-CYCLE THRU 1960-EXIT
004540     ELSE
004550         PERFORM 1940-ROLL-CYCLE THRU 1940-EXIT
004560     END-IF.
004570
004580     PERFORM 1920-MARK-STARTED THRU 1920-EXIT.
004590     CLOSE RUNCTL-FILE.
004600     DISPLAY 'EXBDATE0100 STARTED FOR BUSINESS DATE '
004610             WS-RCT-BUS-DATE.
004620 1900-EXIT.
004630     EXIT.
004640
004650*-----------------------------------------------------------------
004660*    1910-READ-RUNOVRD
004670*    PICKS UP THE OPERATOR OVERRIDE, IF ANY, FOR THIS STEP. THE
004680*    CARD FILE IS OPTIONAL AND MAY CARRY CARDS FOR OTHER STEPS.
004690*-----------------------------------------------------------------
004700 1910-READ-RUNOVRD.
004710     OPEN INPUT RUNOVRD-FILE.
004720     IF WS-ROV-FILE-STATUS = '00'
004730         PERFORM 1915-READ-ONE-OVERRIDE THRU 1915-EXIT
004740             UNTIL WS-ROV-EOF
004750         CLOSE RUNOVRD-FILE
004760     END-IF.
004770 1910-EXIT.
004780     EXIT.
004790
004800 1915-READ-ONE-OVERRIDE.
004810     READ RUNOVRD-FILE
004820         AT END
004830             SET WS-ROV-EOF TO TRUE
004840         NOT AT END
004850             IF ROV-STEP-NAME = WS-RCT-THIS-STEP
004860                 MOVE ROV-OVERRIDE TO WS-RCT-OVERRIDE-SW
004870             END-IF
004880     END-READ.
004890 1915-EXIT.
004900     EXIT.
004910
004920*-----------------------------------------------------------------
004930*    1920-MARK-STARTED
004940*    REFUSES A STEP ALREADY COMPLETE FOR THE BUSINESS DATE
004950*    UNLESS IT IS OVERRIDDEN FOR A RERUN, THEN STAMPS IT
004960*    STARTED. A STEP LEFT STARTED BY AN ABEND IS SIMPLY STARTED
004970*    AGAIN.
004980*-----------------------------------------------------------------
004990 1920-MARK-STARTED.
005000     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
005010     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
005020     READ RUNCTL-FILE
005030         INVALID KEY
005040             CONTINUE
005050     END-READ.
005060
005070     IF WS-RCT-FILE-STATUS = '00'
005080         IF RCT-STEP-COMPLETE
005090             IF WS-RCT-MAY-RERUN
005100                 DISPLAY 'EXBDATE0200 ALREADY COMPLETE FOR '
005110                         WS-RCT-BUS-DATE ' - RERUN ON OVERRIDE'
005120             ELSE
005130                 DISPLAY 'EXBDATE0999 ALREADY COMPLETED FOR '
005140                         WS-RCT-BUS-DATE
005150                 GO TO 1990-RUN-CONTROL-ABEND
005160             END-IF
005170         END-IF
005180         PERFORM 1930-STAMP-START THRU 1930-EXIT
005190         REWRITE RUN-CONTROL-RECORD
005200             INVALID KEY
005210                 DISPLAY 'EXBDATE0999 RUNCTL REWRITE, STATUS = '
005220                         WS-RCT-FILE-STATUS
005230                 GO TO 1990-RUN-CONTROL-ABEND
005240         END-REWRITE
005250     ELSE
005260         MOVE SPACES TO RCT-STEP-DATA
005270         MOVE ZERO   TO RCT-ATTEMPTS
005280         PERFORM 1930-STAMP-START THRU 1930-EXIT
005290         WRITE RUN-CONTROL-RECORD
005300             INVALID KEY
005310                 DISPLAY 'EXBDATE0999 RUNCTL WRITE, STATUS = '
005320                         WS-RCT-FILE-STATUS
005330                 GO TO 1990-RUN-CONTROL-ABEND
005340         END-WRITE
005350     END-IF.
005360 1920-EXIT.
005370     EXIT.
005380
005390 1930-STAMP-START.
005400     SET RCT-STEP-STARTED    TO TRUE.
005410     MOVE ZERO               TO RCT-RETURN-CODE
005420                                RCT-END-DATE
005430                                RCT-END-TIME
005440                                RCT-COUNT-VALUE(1)
005450                                RCT-COUNT-VALUE(2)
005460                                RCT-COUNT-VALUE(3).
005470     MOVE SPACES             TO RCT-COUNT-LABEL(1)
005480                                RCT-COUNT-LABEL(2)
005490                                RCT-COUNT-LABEL(3).
005500     ADD 1                   TO RCT-ATTEMPTS.
005510     MOVE WS-RCT-OVERRIDE-SW TO RCT-OVERRIDE.
005520     MOVE WS-RUN-DATE        TO RCT-START-DATE.
005530     MOVE WS-RUN-TIME        TO RCT-START-TIME.
005540 1930-EXIT.
005550     EXIT.
005560
005570*-----------------------------------------------------------------
005580*    1940-ROLL-CYCLE
005590*    A CYCLE IS ON FILE. WHILE EXRECAP HAS NOT CLOSED IT THE
005600*    STREAM IS STILL WORKING ON IT AND THE BUSINESS DATE STAYS
005610*    PUT. ONCE CLOSED - OR ON A P OVERRIDE - IT ROLLS FORWARD
005620*    TO THE NEXT BUSINESS DAY, OR TO THE BDTCARD DATE.
005630*-----------------------------------------------------------------
005640 1940-ROLL-CYCLE.
005650     MOVE RCT-CYCLE-BUS-DATE TO WS-OLD-BUS-DATE.
005660     MOVE WS-OLD-BUS-DATE    TO WS-RCT-BUS-DATE.
005670     IF RCT-CYCLE-PREV-DATE NUMERIC
005680         MOVE RCT-CYCLE-PREV-DATE TO WS-PREV-BUS-DATE
005690     END-IF.
005700
005710     MOVE WS-OLD-BUS-DATE    TO RCT-BUS-DATE.
005720     MOVE WS-RCT-PRIOR-STEP  TO RCT-STEP-NAME.
005730     READ RUNCTL-FILE
005740         INVALID KEY
005750             MOVE SPACE TO RCT-STEP-STATUS
005760     END-READ.
005770     IF NOT RCT-STEP-COMPLETE
005780         IF WS-RCT-SKIP-PRIOR
005790             DISPLAY 'EXBDATE0200 CYCLE ' WS-OLD-BUS-DATE
005800                     ' NOT CLOSED - NEW CYCLE ON OVERRIDE'
005810         ELSE
005820             GO TO 1945-CYCLE-STILL-OPEN
005830         END-IF
005840     END-IF.
005850
005860     IF WS-BDT-CARD-GIVEN
005870         MOVE WS-CARD-BUS-DATE TO WS-NEW-BUS-DATE
005880         IF WS-NEW-BUS-DATE NOT > WS-OLD-BUS-DATE
005890             DISPLAY 'EXBDATE0999 BDTCARD DATE ' WS-NEW-BUS-DATE
005900                     ' IS NOT AFTER CYCLE ' WS-OLD-BUS-DATE
005910             GO TO 1990-RUN-CONTROL-ABEND
005920         END-IF
005930     ELSE
005940         MOVE WS-OLD-BUS-DATE TO WS-DT-DATE
005950         PERFORM 7300-NEXT-BUSINESS-DAY THRU 7300-EXIT
005960         MOVE WS-DT-DATE TO WS-NEW-BUS-DATE
005970     END-IF.
005980     PERFORM 1970-CHECK-NOT-AHEAD THRU 1970-EXIT.
005990
006000     MOVE WS-OLD-BUS-DATE TO WS-PREV-BUS-DATE.
006010     PERFORM 1950-BUILD-CYCLE THRU 1950-EXIT.
006020     REWRITE RUN-CONTROL-RECORD
006030         INVALID KEY
006040             DISPLAY 'EXBDATE0999 RUNCTL REWRITE, STATUS = '
006050                     WS-RCT-FILE-STATUS
006060             GO TO 1990-RUN-CONTROL-ABEND
006070     END-REWRITE.
006080     SET WS-CYCLE-ROLLED TO TRUE.
006090     GO TO 1940-EXIT.
006100
006110 1945-CYCLE-STILL-OPEN.
006120     SET WS-CYCLE-STILL-OPEN TO TRUE.
006130     DISPLAY 'EXBDATE0100 CYCLE ' WS-OLD-BUS-DATE
006140             ' NOT YET CLOSED BY ' WS-RCT-PRIOR-STEP
006150             ' - BUSINESS DATE NOT ROLLED'.
006160     IF WS-BDT-CARD-GIVEN
006170         DISPLAY 'EXBDATE0200 BDTCARD IGNORED WHILE THE CYCLE '
006180                 'IS OPEN'
006190     END-IF.
006200     MOVE WS-OLD-BUS-DATE TO WS-NEW-BUS-DATE
006210                             WS-DT-DATE.
006220     PERFORM 7300-NEXT-BUSINESS-DAY THRU 7300-EXIT.
006230     MOVE WS-DT-DATE TO WS-NEXT-BUS-DATE.
006240 1940-EXIT.
006250     EXIT.
006260
006270*-----------------------------------------------------------------
006280*    1950-BUILD-CYCLE
006290*    BUILDS THE CYCLE RECORD FOR THE NEW BUSINESS DATE, WITH
006300*    THE BUSINESS DAY AFTER IT FROM THE CALENDAR.
006310*-----------------------------------------------------------------
006320 1950-BUILD-CYCLE.
006330     MOVE WS-NEW-BUS-DATE  TO WS-RCT-BUS-DATE
006340                              WS-DT-DATE.
006350     PERFORM 7300-NEXT-BUSINESS-DAY THRU 7300-EXIT.
006360     MOVE WS-DT-DATE       TO WS-NEXT-BUS-DATE.
006370
006380     MOVE ZERO             TO RCT-BUS-DATE.
006390     MOVE '*CYCLE  '       TO RCT-STEP-NAME.
006400     MOVE SPACES           TO RCT-CYCLE-DATA.
006410     MOVE WS-NEW-BUS-DATE  TO RCT-CYCLE-BUS-DATE.
006420     MOVE WS-RUN-DATE      TO RCT-CYCLE-OPEN-DATE.
006430     MOVE WS-RUN-TIME      TO RCT-CYCLE-OPEN-TIME.
006440     MOVE WS-PREV-BUS-DATE TO RCT-CYCLE-PREV-DATE.
006450     MOVE WS-NEXT-BUS-DATE TO RCT-CYCLE-NEXT-DATE.
006460     DISPLAY 'EXBDATE0100 STREAM CYCLE OPENED FOR '
006470             WS-NEW-BUS-DATE.
006480 1950-EXIT.
006490     EXIT.
006500
006510*-----------------------------------------------------------------
006520*    1960-FIRST-CYCLE
006530*    NO CYCLE ON FILE - THE FIRST BUSINESS DATE IS THE BDTCARD
006540*    DATE, OR TODAY WHEN TODAY IS A BUSINESS DAY.
006550*-----------------------------------------------------------------
006560 1960-FIRST-CYCLE.
006570     IF WS-BDT-CARD-GIVEN
006580         MOVE WS-CARD-BUS-DATE TO WS-NEW-BUS-DATE
006590     ELSE
006600         MOVE WS-RUN-DATE-NUM TO WS-DT-DATE
006610         PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT
006620         IF NOT WS-IS-BUSINESS-DAY
006630             DISPLAY 'EXBDATE0999 RUN DATE ' WS-RUN-DATE-NUM
006640                     ' IS NOT A BUSINESS DAY - SUPPLY BDTCARD'
006650             GO TO 1990-RUN-CONTROL-ABEND
006660         END-IF
006670         MOVE WS-RUN-DATE-NUM TO WS-NEW-BUS-DATE
006680     END-IF.
006690     PERFORM 1970-CHECK-NOT-AHEAD THRU 1970-EXIT.
006700
006710     MOVE ZERO TO WS-PREV-BUS-DATE.
006720     PERFORM 1950-BUILD-CYCLE THRU 1950-EXIT.
006730     WRITE RUN-CONTROL-RECORD
006740         INVALID KEY
006750             DISPLAY 'EXBDATE0999 RUNCTL WRITE, STATUS = '
006760                     WS-RCT-FILE-STATUS
006770             GO TO 1990-RUN-CONTROL-ABEND
006780     END-WRITE.
006790     SET WS-CYCLE-FIRST TO TRUE.
006800 1960-EXIT.
006810     EXIT.
006820
006830*-----------------------------------------------------------------
006840*    1970-CHECK-NOT-AHEAD
006850*    THE STREAM MAY NOT RUN AHEAD OF ITS BUSINESS DAY - A NEW
006860*    BUSINESS DATE LATER THAN THE RUN DATE IS REFUSED.
006870*-----------------------------------------------------------------
006880 1970-CHECK-NOT-AHEAD.
006890     IF WS-NEW-BUS-DATE > WS-RUN-DATE-NUM
006900         DISPLAY 'EXBDATE0999 NEXT BUSINESS DATE '
006910                 WS-NEW-BUS-DATE ' NOT YET REACHED'
006920         GO TO 1990-RUN-CONTROL-ABEND
006930     END-IF.
006940 1970-EXIT.
006950     EXIT.
006960
006970*-----------------------------------------------------------------
006980*    1990-RUN-CONTROL-ABEND
006990*    THIS STEP MAY NOT RUN - THE REGISTER HAS NOT BEEN CHANGED,
007000*    SO NOTHING NEEDS UNWINDING.
007010*-----------------------------------------------------------------
007020 1990-RUN-CONTROL-ABEND.
007030     CLOSE RUNCTL-FILE.
007040     MOVE 16 TO RETURN-CODE.
007050     STOP RUN.
007060
007070*-----------------------------------------------------------------
007080*    7000-VALIDATE-DATE
007090*    PROVES WS-DT-DATE IS A REAL CALENDAR DATE.
007100*-----------------------------------------------------------------
007110 7000-VALIDATE-DATE.
007120     MOVE 'N' TO WS-DATE-VALID-SW.
007130     IF WS-DT-MM < 1 OR WS-DT-MM > 12
007140         GO TO 7000-EXIT
007150     END-IF.
007160     PERFORM 7100-SET-MONTH-DAYS THRU 7100-EXIT.
007170     IF WS-DT-DD < 1 OR WS-DT-DD > WS-DT-MONTH-DAYS
007180         GO TO 7000-EXIT
007190     END-IF.
007200     SET WS-DATE-VALID TO TRUE.
007210 7000-EXIT.
007220     EXIT.
007230
007240*-----------------------------------------------------------------
007250*    7100-SET-MONTH-DAYS
007260*    SETS THE NUMBER OF DAYS IN THE MONTH OF WS-DT-DATE,
007270*    ALLOWING FOR LEAP YEARS.
007280*-----------------------------------------------------------------
007290 7100-SET-MONTH-DAYS.
007350     MOVE WS-MONTH-DAYS(WS-DT-MM) TO WS-DT-MONTH-DAYS.
007360     IF WS-DT-MM NOT = 2
007370         GO TO 7100-EXIT
007380     END-IF.
007390
007400     DIVIDE WS-DT-CCYY BY 4 GIVING WS-DT-QUOT
007410         REMAINDER WS-DT-REM.
007420     IF WS-DT-REM NOT = ZERO
007430         GO TO 7100-EXIT
007440     END-IF.
007450     DIVIDE WS-DT-CCYY BY 100 GIVING WS-DT-QUOT
007460         REMAINDER WS-DT-REM.
007470     IF WS-DT-REM = ZERO
007480         DIVIDE WS-DT-CCYY BY 400 GIVING WS-DT-QUOT
007490             REMAINDER WS-DT-REM
007500         IF WS-DT-REM NOT = ZERO
007510             GO TO 7100-EXIT
007520         END-IF
007530     END-IF.
007540     MOVE 29 TO WS-DT-MONTH-DAYS.
007550 7100-EXIT.
007560     EXIT.
007570
007580*-----------------------------------------------------------------
007590*    7150-ADD-ONE-DAY
007600*    MOVES WS-DT-DATE ON TO THE NEXT CALENDAR DAY.
007610*-----------------------------------------------------------------
007620 7150-ADD-ONE-DAY.
007630     PERFORM 7100-SET-MONTH-DAYS THRU 7100-EXIT.
007640     IF WS-DT-DD < WS-DT-MONTH-DAYS
007650         ADD 1 TO WS-DT-DD
007660         GO TO 7150-EXIT
007670     END-IF.
007680     MOVE 1 TO WS-DT-DD.
007690     IF WS-DT-MM < 12
007700         ADD 1 TO WS-DT-MM
007710         GO TO 7150-EXIT
007720     END-IF.
007730     MOVE 1 TO WS-DT-MM.
007740     ADD 1 TO WS-DT-CCYY.
007790 7150-EXIT.
007800     EXIT.
007810
007820*-----------------------------------------------------------------
007830*    7200-TEST-BUSINESS-DAY
007840*    SETS THE DAY OF THE WEEK OF WS-DT-DATE AND WHETHER IT IS A
007850*    BUSINESS DAY - A WEEKDAY UNLESS THE CALENDAR HAS IT AS A
007860*    HOLIDAY, OR A WEEKEND DAY THE CALENDAR HAS AS WORKED.
007870*-----------------------------------------------------------------
007880 7200-TEST-BUSINESS-DAY.
007890     PERFORM 7100-SET-MONTH-DAYS THRU 7100-EXIT.
007900     MOVE WS-DT-MM   TO WS-ZL-MONTH.
007910     MOVE WS-DT-CCYY TO WS-ZL-YEAR.
007920     IF WS-ZL-MONTH < 3
007930         ADD 12 TO WS-ZL-MONTH
007940         SUBTRACT 1 FROM WS-ZL-YEAR
007950     END-IF.
007960     DIVIDE WS-ZL-YEAR BY 100 GIVING WS-ZL-CENT
007970         REMAINDER WS-ZL-YOC.
007980
007990     MOVE WS-DT-DD TO WS-ZL-SUM.
008000     COMPUTE WS-ZL-TERM = 13 * (WS-ZL-MONTH + 1).
008010     DIVIDE WS-ZL-TERM BY 5 GIVING WS-ZL-TERM.
008020     ADD WS-ZL-TERM WS-ZL-YOC TO WS-ZL-SUM.
008030     DIVIDE WS-ZL-YOC BY 4 GIVING WS-ZL-TERM.
008040     ADD WS-ZL-TERM TO WS-ZL-SUM.
008050     DIVIDE WS-ZL-CENT BY 4 GIVING WS-ZL-TERM.
008060     ADD WS-ZL-TERM TO WS-ZL-SUM.
008070     COMPUTE WS-ZL-SUM = WS-ZL-SUM + (5 * WS-ZL-CENT).
008080     DIVIDE WS-ZL-SUM BY 7 GIVING WS-DT-QUOT
008090         REMAINDER WS-DOW.
008100     COMPUTE WS-DAY-IX = WS-DOW + 1.
008110
008120     IF WS-DOW-WEEKEND
008130         MOVE 'N' TO WS-BUS-DAY-SW
008140     ELSE
008150         MOVE 'Y' TO WS-BUS-DAY-SW
008160     END-IF.
008170
008180     MOVE 'N'  TO WS-CAL-FOUND-SW.
008190     MOVE ZERO TO WS-CAL-HIT.
008200     PERFORM 7250-MATCH-CALENDAR THRU 7250-EXIT
008210         VARYING WS-CAL-IX FROM 1 BY 1
008220         UNTIL WS-CAL-IX > WS-CAL-LOADED
008230            OR WS-CAL-FOUND.
008240     IF WS-CAL-FOUND
008250         IF WS-CAL-ENT-TYPE(WS-CAL-HIT) = 'H'
008260             MOVE 'N' TO WS-BUS-DAY-SW
008270         ELSE
008280             MOVE 'Y' TO WS-BUS-DAY-SW
008290         END-IF
008300     END-IF.
008310 7200-EXIT.
008320     EXIT.
008330
008340 7250-MATCH-CALENDAR.
008350     IF WS-CAL-ENT-DATE(WS-CAL-IX) = WS-DT-DATE
008360         SET WS-CAL-FOUND TO TRUE
008370         MOVE WS-CAL-IX TO WS-CAL-HIT
008380     END-IF.
008390 7250-EXIT.
008400     EXIT.
008410
008420*-----------------------------------------------------------------
008430*    7300-NEXT-BUSINESS-DAY
008440*    MOVES WS-DT-DATE ON TO THE NEXT BUSINESS DAY AFTER IT. A
008450*    CALENDAR WITH NO BUSINESS DAY IN THE NEXT 60 IS IN ERROR.
008460*-----------------------------------------------------------------
008470 7300-NEXT-BUSINESS-DAY.
008480     MOVE ZERO TO WS-DAY-GUARD.
008490     MOVE 'N'  TO WS-BUS-DAY-SW.
008500     PERFORM 7310-STEP-ONE-DAY THRU 7310-EXIT
008510         UNTIL WS-IS-BUSINESS-DAY.
008520 7300-EXIT.
008530     EXIT.
008540
008550 7310-STEP-ONE-DAY.
008560     ADD 1 TO WS-DAY-GUARD.
008570     IF WS-DAY-GUARD > 60
008580         DISPLAY 'EXBDATE0999 NO BUSINESS DAY ON THE CALENDAR '
008590                 'IN THE 60 DAYS TO ' WS-DT-DATE
008600         GO TO 1990-RUN-CONTROL-ABEND
008610     END-IF.
008620     PERFORM 7150-ADD-ONE-DAY       THRU 7150-EXIT.
008630     PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
008640 7310-EXIT.
008650     EXIT.
008660
008670*-----------------------------------------------------------------
008680*    8000-FINALIZE
008690*    REPORTS THE BUSINESS DATE SET, THE BUSINESS DAYS EITHER
008700*    SIDE OF IT, AND EVERY DAY THE ROLL PASSED OVER.
008710*-----------------------------------------------------------------
008720 8000-FINALIZE.
008730     OPEN OUTPUT REPORT-FILE.
008740
008750     MOVE WS-RPT-TITLE TO REPORT-RECORD.
008760     WRITE REPORT-RECORD.
008770
008780     MOVE WS-RUN-MM     TO WS-RPT-MM.
008790     MOVE WS-RUN-DD     TO WS-RPT-DD.
008800     MOVE WS-RUN-CCYY   TO WS-RPT-CCYY.
008810     MOVE WS-RUN-HH     TO WS-RPT-HH.
008820     MOVE WS-RUN-MN     TO WS-RPT-MN.
008830     MOVE WS-RUN-SS     TO WS-RPT-SS.
008840     MOVE WS-RCT-BUS-MM TO WS-RPT-BUS-MM.
008850     MOVE WS-RCT-BUS-DD TO WS-RPT-BUS-DD.
008860     MOVE WS-RCT-BUS-CCYY TO WS-RPT-BUS-CCYY.
008870     MOVE WS-RPT-RUNDATE TO REPORT-RECORD.
008880     WRITE REPORT-RECORD.
008890
008900     MOVE WS-NEW-BUS-DATE TO WS-DT-DATE.
008910     MOVE 'BUSINESS DATE  . . . . :' TO WS-RPT-DL-LABEL.
008920     EVALUATE TRUE
008930         WHEN WS-CYCLE-FIRST
008940             MOVE 'FIRST CYCLE ON THE REGISTER' TO WS-RPT-DL-NOTE
008950         WHEN WS-CYCLE-STILL-OPEN
008960             MOVE 'CYCLE STILL OPEN - NOT ROLLED'
008970                                      TO WS-RPT-DL-NOTE
008980         WHEN WS-BDT-CARD-GIVEN
008990             MOVE 'SET BY BDTCARD'    TO WS-RPT-DL-NOTE
009000         WHEN OTHER
009010             MOVE 'ROLLED FORWARD'    TO WS-RPT-DL-NOTE
009020     END-EVALUATE.
009030     PERFORM 8100-WRITE-DATE-LINE THRU 8100-EXIT.
009040
009050     MOVE 'PREVIOUS BUSINESS DATE :' TO WS-RPT-DL-LABEL.
009060     MOVE WS-PREV-BUS-DATE TO WS-DT-DATE.
009070     MOVE SPACES TO WS-RPT-DL-NOTE.
009080     PERFORM 8100-WRITE-DATE-LINE THRU 8100-EXIT.
009090
009100     IF WS-CYCLE-ROLLED
009110         MOVE WS-PREV-BUS-DATE TO WS-DT-DATE
009120         PERFORM 7150-ADD-ONE-DAY THRU 7150-EXIT
009130         PERFORM 8200-WRITE-PASSED-DAY THRU 8200-EXIT
009140             UNTIL WS-DT-DATE = WS-NEW-BUS-DATE
009150                OR WS-DAYS-PASSED > 60
009160     END-IF.
009170
009180     MOVE 'NEXT BUSINESS DATE . . :' TO WS-RPT-DL-LABEL.
009190     MOVE WS-NEXT-BUS-DATE TO WS-DT-DATE.
009200     MOVE SPACES TO WS-RPT-DL-NOTE.
009210     PERFORM 8100-WRITE-DATE-LINE THRU 8100-EXIT.
009220
009230     MOVE 'CALENDAR DAYS LOADED . :' TO WS-RPT-CNT-LABEL.
009240     MOVE WS-CAL-LOADED TO WS-RPT-CNT.
009250     MOVE WS-RPT-COUNT TO REPORT-RECORD.
009260     WRITE REPORT-RECORD.
009270
009280     MOVE 'CALENDAR CARDS REJECTED:' TO WS-RPT-CNT-LABEL.
009290     MOVE WS-CAL-REJECTED TO WS-RPT-CNT.
009300     MOVE WS-RPT-COUNT TO REPORT-RECORD.
009310     WRITE REPORT-RECORD.
009320
009330     CLOSE REPORT-FILE.
009340
009350     DISPLAY 'EXBDATE0100 BUSINESS DATE ' WS-RCT-BUS-DATE
009360             ', NEXT ' WS-NEXT-BUS-DATE.
009370 8000-EXIT.
009380     EXIT.
009390
009400*-----------------------------------------------------------------
009410*    8100-WRITE-DATE-LINE
009420*    WRITES ONE DATE LINE FOR WS-DT-DATE WITH ITS DAY OF THE
009430*    WEEK. A ZERO DATE - NO PREVIOUS CYCLE - PRINTS AS NONE.
009440*-----------------------------------------------------------------
009450 8100-WRITE-DATE-LINE.
009460     MOVE WS-DT-MM TO WS-RPT-DL-MM.
009470     MOVE WS-DT-DD TO WS-RPT-DL-DD.
009480     MOVE WS-DT-CCYY TO WS-RPT-DL-CCYY.
009490     IF WS-DT-DATE = ZERO
009500         MOVE SPACES TO WS-RPT-DL-DAY
009510         MOVE 'NONE ON FILE' TO WS-RPT-DL-NOTE
009520     ELSE
009530         PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT
009540         MOVE WS-DAY-NAME(WS-DAY-IX) TO WS-RPT-DL-DAY
009550     END-IF.
009560     MOVE WS-RPT-DATE-LINE TO REPORT-RECORD.
009570     WRITE REPORT-RECORD.
009580 8100-EXIT.
009590     EXIT.
009600
009610*-----------------------------------------------------------------
009620*    8200-WRITE-PASSED-DAY
009630*    LISTS ONE NON-BUSINESS DAY BETWEEN THE PREVIOUS BUSINESS
009640*    DATE AND THE NEW ONE, WITH THE CALENDAR'S REASON FOR IT.
009650*-----------------------------------------------------------------
009660 8200-WRITE-PASSED-DAY.
009670     ADD 1 TO WS-DAYS-PASSED.
009680     PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
009690     MOVE '  PASSED OVER  . . . . :' TO WS-RPT-DL-LABEL.
009700     IF WS-CAL-FOUND
009710         MOVE WS-CAL-ENT-DESC(WS-CAL-HIT) TO WS-RPT-DL-NOTE
009720     ELSE
009730         IF WS-DOW-WEEKEND
009740             MOVE 'WEEKEND'     TO WS-RPT-DL-NOTE
009750         ELSE
009760             MOVE 'BUSINESS DAY' TO WS-RPT-DL-NOTE
009770         END-IF
009780     END-IF.
009790     PERFORM 8100-WRITE-DATE-LINE THRU 8100-EXIT.
009800     PERFORM 7150-ADD-ONE-DAY THRU 7150-EXIT.
009810 8200-EXIT.
009820     EXIT.
009830
009840*-----------------------------------------------------------------
009850*    8900-STAMP-RUN-CONTROL
009860*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL REGISTER WITH
009870*    ITS RETURN CODE AND KEY COUNTS, RELEASING THE NEXT STEP.
009880*-----------------------------------------------------------------
009890 8900-STAMP-RUN-CONTROL.
009900     OPEN I-O RUNCTL-FILE.
009910     IF WS-RCT-FILE-STATUS NOT = '00'
009920         DISPLAY 'EXBDATE0200 CANNOT OPEN RUNCTL, STATUS = '
009930                 WS-RCT-FILE-STATUS ' - NOT STAMPED COMPLETE'
009940         GO TO 8900-EXIT
009950     END-IF.
009960
009970     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
009980     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
009990     READ RUNCTL-FILE
010000         INVALID KEY
010010             DISPLAY 'EXBDATE0200 NO RUNCTL ENTRY TO STAMP'
010020             CLOSE RUNCTL-FILE
010030             GO TO 8900-EXIT
010040     END-READ.
010050
010060     SET RCT-STEP-COMPLETE TO TRUE.
010070     MOVE RETURN-CODE      TO RCT-RETURN-CODE.
010080     ACCEPT RCT-END-DATE FROM DATE YYYYMMDD.
010090     ACCEPT RCT-END-TIME FROM TIME.
010100     MOVE 'CALDAY'           TO RCT-COUNT-LABEL(1).
010110     MOVE WS-CAL-LOADED      TO RCT-COUNT-VALUE(1).
010120     MOVE 'PASSED'           TO RCT-COUNT-LABEL(2).
010130     MOVE WS-DAYS-PASSED     TO RCT-COUNT-VALUE(2).
010140     MOVE 'CALREJ'           TO RCT-COUNT-LABEL(3).
010150     MOVE WS-CAL-REJECTED    TO RCT-COUNT-VALUE(3).
010160
010170     REWRITE RUN-CONTROL-RECORD
010180         INVALID KEY
010190             DISPLAY 'EXBDATE0200 RUNCTL REWRITE, STATUS = '
010200                     WS-RCT-FILE-STATUS
010210     END-REWRITE.
010220     CLOSE RUNCTL-FILE.
010230 8900-EXIT.
010240     EXIT.
