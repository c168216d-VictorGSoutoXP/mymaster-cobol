000200*    ---------  ----  ------------------------------------------
000210*    09/03/2026 JH    ORIGINAL PROGRAM - JOURNAL-DRIVEN BACKOUT
000220*                      OF A BAD RUN WITHOUT A FULL RESTORE.
000223*    10/15/2026 JH    THE BKOCARD CUT DATE AND THE JOURNAL RUN
000225*                      DATES ARE CCYYMMDD.
000227*    10/15/2026 JH    THE BACKOUT TABLE AND JRNOUT TAKE THE
000229*                      JOURNAL ENTRY WIDENED BY JRN-SOURCE.
000231*    10/15/2026 JH    SETS THE BATCH-WINDOW FLAG ON RUNCTL (SEE
000233*                      RCTREC) BEFORE THE MASTER IS OPENED AND
000235*                      CLEARS IT AT A CLEAN END, SO EXUP DEFERS
000237*                      ITS UPDATES WHILE THIS RUN HAS THE MASTER.
000239*                      RUNCTL IS READ FOR THE WINDOW ONLY - THIS
000241*                      RUN STAYS OUTSIDE THE NIGHTLY STREAM.
000243*--------------------------------------------------------------*
000245*    EXBKOUT UNDOES THE TAIL OF THE FORWARD-RECOVERY JOURNAL
000250*    WITHOUT THE RESTORE/HAND-CUT/ROLL-FORWARD REMEDY WRITTEN
000260*    INTO EXEMPLO'S 9800-BATCH-ABEND. THE OPERATOR STATES A CUT
000270*    POINT ON THE BKOCARD CONTROL CARD - EITHER A RUN DATE AND
000660     SELECT REPORT-FILE        ASSIGN TO RPTFILE
000670                                ORGANIZATION IS SEQUENTIAL.
000680
000681     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
000682                                ORGANIZATION IS INDEXED
000683                                ACCESS MODE IS RANDOM
000684                                RECORD KEY IS RCT-KEY
000685                                FILE STATUS WS-RCT-FILE-STATUS.
000686
000690 DATA DIVISION.
000700 FILE SECTION.
000710*--------------------------------------------------------------*
000830 FD  JRNOUT-FILE
000840     BLOCK CONTAINS 0 RECORDS
000850     RECORDING MODE IS F.
000860 01  JRNOUT-RECORD               PIC X(194).
000870
000880*--------------------------------------------------------------*
000890*    MASTER-FILE - THE INDEXED MASTER BEING BACKED OUT
000990 FD  BKOCARD-FILE
001000     RECORDING MODE IS F.
001010 01  BKOCARD-RECORD.
001020     05  BKO-CUT-DATE           PIC 9(08).
001030     05  BKO-CUT-TIME           PIC 9(08).
001040     05  BKO-CUT-COUNT          PIC 9(07).
001050
001110     RECORDING MODE IS F.
001120 01  REPORT-RECORD               PIC X(80).
001130
001131*--------------------------------------------------------------*
001132*    RUNCTL-FILE - RUN-CONTROL REGISTER, FOR THE BATCH-WINDOW
001133*    FLAG ONLY (SEE RCTREC)
001134*--------------------------------------------------------------*
001135 FD  RUNCTL-FILE
001136     RECORDING MODE IS F.
001137     COPY RCTREC.
001138
001140 WORKING-STORAGE SECTION.
001150*--------------------------------------------------------------*
001160*    SWITCHES
001380 01  WS-JRN-FILE-STATUS         PIC X(02) VALUE SPACES.
001390 01  WS-MST-FILE-STATUS         PIC X(02) VALUE SPACES.
001400 01  WS-CRD-FILE-STATUS         PIC X(02) VALUE SPACES.
001403 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
001406 01  WS-BWN-PROGRAM             PIC X(08) VALUE 'EXBKOUT '.
001410
001420*--------------------------------------------------------------*
001430*    CUT POINT FROM THE CONTROL CARD
001440*--------------------------------------------------------------*
001450 01  WS-CUT-FIELDS.
001460     05  WS-CUT-DATE            PIC 9(08) VALUE ZERO.
001470     05  WS-CUT-TIME            PIC 9(08) VALUE ZERO.
001480     05  WS-CUT-COUNT           PIC 9(07) VALUE ZERO.
001482
001491 01  WS-NET-BACKED-OUT          PIC S9(09)V99 COMP-3 VALUE ZERO.
001492
001493 01  WS-IMAGE-WORK.
001494     05  FILLER                 PIC X(53).
001495     05  WS-IMAGE-AMOUNT        PIC S9(07)V99.
001496     05  FILLER                 PIC X(16).
001497
001500*--------------------------------------------------------------*
001510*    BACKOUT TABLE - THE ENTRIES FROM THE CUT POINT ON, HELD
001570 01  WS-BACKOUT-TABLE.
001580     05  WS-BKO-ENTRY           OCCURS 5000 TIMES
001590                                INDEXED BY BKO-IX
001600                                PIC X(194).
001610
001620*--------------------------------------------------------------*
001630*    JOURNAL WORK AREA - ONE TABLE ENTRY UNPACKED FOR APPLY
001680*    RUN DATE AND TIME - SET AT INITIALIZATION
001690*--------------------------------------------------------------*
001700 01  WS-RUN-DATE.
001710     05  WS-RUN-CCYY            PIC 9(04).
001720     05  WS-RUN-MM              PIC 9(02).
001730     05  WS-RUN-DD              PIC 9(02).
001740
001920         10  FILLER             PIC X(01) VALUE '/'.
001930         10  WS-RPT-DD          PIC 99.
001940         10  FILLER             PIC X(01) VALUE '/'.
001950         10  WS-RPT-CCYY        PIC 9(04).
001960         10  FILLER             PIC X(05) VALUE SPACES.
001970         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
001980         10  WS-RPT-HH          PIC 99.
002000         10  WS-RPT-MN          PIC 99.
002010         10  FILLER             PIC X(01) VALUE ':'.
002020         10  WS-RPT-SS          PIC 99.
002030         10  FILLER             PIC X(37) VALUE SPACES.
002040     05  WS-RPT-CUTLINE.
002050         10  FILLER             PIC X(25)
002060                                 VALUE 'CUT POINT  . . . . . . :'.
002130         10  FILLER             PIC X(01) VALUE ' '.
002140         10  WS-RPT-DET-ACTION  PIC X(08).
002150         10  FILLER             PIC X(06) VALUE '  OF  '.
002160         10  WS-RPT-DET-DATE    PIC 9(08).
002170         10  FILLER             PIC X(34) VALUE SPACES.
002180     05  WS-RPT-KEPT.
002190         10  FILLER             PIC X(25)
002200                                 VALUE 'ENTRIES KEPT ON JOURNAL:'.
002480     PERFORM 3000-SPLIT-JOURNAL THRU 3000-EXIT.
002490     PERFORM 4000-APPLY-BACKOUT THRU 4000-EXIT.
002500     PERFORM 8000-FINALIZE      THRU 8000-EXIT.
002505     PERFORM 8950-CLEAR-BATCH-WINDOW THRU 8950-EXIT.
002510     STOP RUN.
002520
002530*-----------------------------------------------------------------
002570*    CUT POINT WOULD UNDO THE WHOLE JOURNAL.
002580*-----------------------------------------------------------------
002590 1000-INITIALIZE.
002600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002610     ACCEPT WS-RUN-TIME FROM TIME.
002620
002630     PERFORM 1100-READ-BKOCARD THRU 1100-EXIT.
002635     PERFORM 1950-SET-BATCH-WINDOW THRU 1950-EXIT.
002640
002650     OPEN I-O MASTER-FILE.
002660     IF WS-MST-FILE-STATUS NOT = '00'
003090             GO TO 9900-BACKOUT-ABEND
003100         END-IF
003110     END-IF.
003112 1100-EXIT.
003114     EXIT.
003116
003118*-----------------------------------------------------------------
003120*    1950-SET-BATCH-WINDOW
003122*    SETS THE BATCH-WINDOW FLAG (THE *WINDOW RECORD ON RUNCTL,
003124*    SEE RCTREC) BEFORE THE MASTER IS OPENED, SO THE EXUP
003126*    TRANSACTION DEFERS ITS UPDATES UNTIL THIS RUN ENDS. A
003128*    WINDOW STILL SET BY ANOTHER RUN THAT ABENDED IS TAKEN OVER.
003130*-----------------------------------------------------------------
003132 1950-SET-BATCH-WINDOW.
003134     OPEN I-O RUNCTL-FILE.
003136     IF WS-RCT-FILE-STATUS NOT = '00'
003138         DISPLAY 'EXBKOUT0999 CANNOT OPEN RUNCTL, STATUS = '
003140                 WS-RCT-FILE-STATUS ' - WINDOW NOT SET'
003142         GO TO 9900-BACKOUT-ABEND
003144     END-IF.
003146
003148     MOVE ZERO       TO RCT-BUS-DATE.
003150     MOVE '*WINDOW ' TO RCT-STEP-NAME.
003152     READ RUNCTL-FILE
003154         INVALID KEY
003156             CONTINUE
003158     END-READ.
003160
003162     IF WS-RCT-FILE-STATUS = '00'
003164         IF RCT-WINDOW-SET
003166            AND RCT-WINDOW-PROGRAM NOT = WS-BWN-PROGRAM
003168             DISPLAY 'EXBKOUT0200 BATCH WINDOW WAS LEFT SET BY '
003170                     RCT-WINDOW-PROGRAM ' - TAKEN OVER'
003172         END-IF
003174         PERFORM 1955-STAMP-WINDOW-SET THRU 1955-EXIT
003176         REWRITE RUN-CONTROL-RECORD
003178             INVALID KEY
003180                 DISPLAY 'EXBKOUT0999 RUNCTL REWRITE, STATUS = '
003182                         WS-RCT-FILE-STATUS
003184                 GO TO 9900-BACKOUT-ABEND
003186         END-REWRITE
003188     ELSE
003190         PERFORM 1955-STAMP-WINDOW-SET THRU 1955-EXIT
003192         WRITE RUN-CONTROL-RECORD
003194             INVALID KEY
003196                 DISPLAY 'EXBKOUT0999 RUNCTL WRITE, STATUS = '
003198                         WS-RCT-FILE-STATUS
003200                 GO TO 9900-BACKOUT-ABEND
003202         END-WRITE
003204     END-IF.
003206     CLOSE RUNCTL-FILE.
003208     DISPLAY 'EXBKOUT0100 BATCH WINDOW SET - ONLINE UPDATES '
003210             'DEFERRED'.
003212 1950-EXIT.
003214     EXIT.
003216
003218 1955-STAMP-WINDOW-SET.
003220     MOVE SPACES      TO RCT-STEP-DATA.
003222     SET RCT-WINDOW-SET TO TRUE.
003224     MOVE WS-BWN-PROGRAM TO RCT-WINDOW-PROGRAM.
003226     MOVE WS-RUN-DATE TO RCT-WINDOW-SET-DATE.
003228     MOVE WS-RUN-TIME TO RCT-WINDOW-SET-TIME.
003230     MOVE ZERO        TO RCT-WINDOW-CLEAR-DATE
003232                         RCT-WINDOW-CLEAR-TIME.
003234 1955-EXIT.
003236     EXIT.
003238
003240*-----------------------------------------------------------------
003242*    2000-LOCATE-CUT
003244*    FIRST PASS OVER THE JOURNAL - COUNTS THE ENTRIES AND FIXES
003246*    THE POSITION OF THE FIRST ENTRY TO BACK OUT. A DATE/TIME
003248*    CUT TAKES THE FIRST ENTRY STAMPED AT OR AFTER THE STATED
003250*    POINT - EVERYTHING FROM THERE TO THE END GOES, EXACTLY AS
003252*    THE MANUAL CUT WOULD HAVE TAKEN IT.
003254*-----------------------------------------------------------------
003256 2000-LOCATE-CUT.
003258     OPEN INPUT JOURNAL-FILE.
003260     IF WS-JRN-FILE-STATUS NOT = '00'
003262         DISPLAY 'EXBKOUT0999 CANNOT OPEN JOURNAL, STATUS = '
003270                 WS-JRN-FILE-STATUS
003280         GO TO 9900-BACKOUT-ABEND
003290     END-IF.
003480         CLOSE MASTER-FILE
003490               REPORT-FILE
003500         MOVE 4 TO RETURN-CODE
003505         PERFORM 8950-CLEAR-BATCH-WINDOW THRU 8950-EXIT
003510         STOP RUN
003520     END-IF.
003530 2000-EXIT.
006120
006130     MOVE WS-RUN-MM TO WS-RPT-MM.
006140     MOVE WS-RUN-DD TO WS-RPT-DD.
006150     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
006160     MOVE WS-RUN-HH TO WS-RPT-HH.
006170     MOVE WS-RUN-MN TO WS-RPT-MN.
006180     MOVE WS-RUN-SS TO WS-RPT-SS.
006560     EXIT.
006570
006580*-----------------------------------------------------------------
006590*    8950-CLEAR-BATCH-WINDOW
006600*    CLEARS THE BATCH-WINDOW FLAG AT A CLEAN END SO EXDEFR CAN
006610*    APPLY THE UPDATES EXUP DEFERRED. A WINDOW SINCE TAKEN OVER
006620*    BY ANOTHER RUN IS LEFT FOR THAT RUN TO CLEAR.
006630*-----------------------------------------------------------------
006640 8950-CLEAR-BATCH-WINDOW.
006650     OPEN I-O RUNCTL-FILE.
006660     IF WS-RCT-FILE-STATUS NOT = '00'
006670         DISPLAY 'EXBKOUT0200 CANNOT OPEN RUNCTL, STATUS = '
006680                 WS-RCT-FILE-STATUS ' - WINDOW LEFT SET'
006690         GO TO 8950-EXIT
006700     END-IF.
006710
006720     MOVE ZERO       TO RCT-BUS-DATE.
006730     MOVE '*WINDOW ' TO RCT-STEP-NAME.
006740     READ RUNCTL-FILE
006750         INVALID KEY
006760             DISPLAY 'EXBKOUT0200 NO BATCH WINDOW RECORD TO CLEAR'
006770             CLOSE RUNCTL-FILE
006780             GO TO 8950-EXIT
006790     END-READ.
006800
006810     IF RCT-WINDOW-PROGRAM NOT = WS-BWN-PROGRAM
006820         DISPLAY 'EXBKOUT0200 BATCH WINDOW NOW HELD BY '
006830                 RCT-WINDOW-PROGRAM ' - LEFT SET'
006840         CLOSE RUNCTL-FILE
006850         GO TO 8950-EXIT
006860     END-IF.
006870
006880     SET RCT-WINDOW-CLEAR TO TRUE.
006890     ACCEPT RCT-WINDOW-CLEAR-DATE FROM DATE YYYYMMDD.
006900     ACCEPT RCT-WINDOW-CLEAR-TIME FROM TIME.
006910     REWRITE RUN-CONTROL-RECORD
006920         INVALID KEY
006930             DISPLAY 'EXBKOUT0200 RUNCTL REWRITE, STATUS = '
006940                     WS-RCT-FILE-STATUS ' - WINDOW LEFT SET'
006950             CLOSE RUNCTL-FILE
006960             GO TO 8950-EXIT
006970     END-REWRITE.
006980     CLOSE RUNCTL-FILE.
006990     DISPLAY 'EXBKOUT0100 BATCH WINDOW CLEARED'.
007000 8950-EXIT.
007010     EXIT.
007020
007030*-----------------------------------------------------------------
007040*    9900-BACKOUT-ABEND
007050*    TERMINATES THE RUN WITH A NON-ZERO RETURN CODE. THE
007060*    JOURNAL ON JRNFILE IS UNTOUCHED - A FAILED BACKOUT FALLS
007070*    BACK TO THE RESTORE AND ROLL-FORWARD REMEDY.
007080*-----------------------------------------------------------------
007090 9900-BACKOUT-ABEND.
007100     MOVE 16 TO RETURN-CODE.
007110     STOP RUN.
