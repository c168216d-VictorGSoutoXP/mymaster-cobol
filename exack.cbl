000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                   EXACK.
000120 AUTHOR.                       J HENRIQUES.
000130 INSTALLATION.                 DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN.                 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*    MODIFICATION HISTORY
000180*--------------------------------------------------------------*
000190*    DATE       INIT  DESCRIPTION
000200*    ---------  ----  ------------------------------------------
000210*    10/15/2026 JH    ORIGINAL PROGRAM - NIGHTLY
000220*                      ACKNOWLEDGEMENT FILES TO THE SOURCE
000230*                      DEPARTMENTS FROM THE ACKREG REGISTER.
000233*    10/15/2026 JH    KEY CHECK DIGIT AND KEY-NOT-ISSUED REJECTS
000236*                      (CK, NI) SPELLED OUT.
000240*--------------------------------------------------------------*
000250*    EXACK RUNS NIGHTLY AFTER EXPEND AND AHEAD OF EXRECAP, WHEN
000260*    THE DAY'S OUTCOMES ARE ALL ON THE ACKREG REGISTER (SEE
000270*    ACKREC) - EXMERGE'S MERGE-CONFLICT LOSERS, EXEMPLO'S
000280*    APPLIED, REJECTED, SUSPENDED, AND UNSELECTED DETAILS, AND
000290*    WHAT EXRCYC DID WITH THE REJECTS SINCE THE LAST RUN.
000300*
000310*    EACH SOURCE BATCH WITH A CHANGED OUTCOME, OR NOT YET
000320*    RETURNED AT ALL, GOES BACK WHOLE ON ITS DEPARTMENT'S
000330*    ACKNOWLEDGEMENT FILE (SEE AKFREC) - A HEADER, EVERY
000340*    DETAIL WITH ITS OUTCOME AND ANY REJECT REASON SPELLED
000350*    OUT, AND A TRAILER COUNTING THE DETAILS BY OUTCOME. THE
000360*    HEADER SAYS FINAL WHEN EVERY DETAIL THE TRAILER COUNTED
000370*    HAS A FINAL OUTCOME. A BATCH RETURNED FINAL IS REMOVED
000380*    FROM THE REGISTER ON THE NEXT RUN THAT FINDS IT
000390*    UNCHANGED. A BATCH WHOSE OUTCOMES DO NOT ADD BACK TO ITS
000400*    SOURCE TRAILER COUNT IS STILL RETURNED, IS FLAGGED ON THE
000410*    REPORT, AND ENDS THE RUN WITH RETURN CODE 4.
000420*--------------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.              IBM-370.
000460 OBJECT-COMPUTER.              IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ACKREG-FILE        ASSIGN TO ACKREG
000500                                ORGANIZATION IS INDEXED
000510                                ACCESS MODE IS DYNAMIC
000520                                RECORD KEY IS ACK-REG-KEY
000530                                FILE STATUS WS-ACK-FILE-STATUS.
000535
000540     SELECT ACKFIL1-FILE       ASSIGN TO ACKFIL1
000550                                ORGANIZATION IS SEQUENTIAL.
000555
000560     SELECT ACKFIL2-FILE       ASSIGN TO ACKFIL2
000570                                ORGANIZATION IS SEQUENTIAL.
000575
000580     SELECT ACKFIL3-FILE       ASSIGN TO ACKFIL3
000590                                ORGANIZATION IS SEQUENTIAL.
000595
000600     SELECT REPORT-FILE        ASSIGN TO RPTFILE
000610                                ORGANIZATION IS SEQUENTIAL.
000615
000620     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
000630                                ORGANIZATION IS INDEXED
000640                                ACCESS MODE IS RANDOM
000650                                RECORD KEY IS RCT-KEY
000660                                FILE STATUS WS-RCT-FILE-STATUS.
000665
000670     SELECT RUNOVRD-FILE       ASSIGN TO RUNOVRD
000680                                ORGANIZATION IS SEQUENTIAL
000690                                FILE STATUS WS-ROV-FILE-STATUS.
000695
000700 DATA DIVISION.
000710 FILE SECTION.
000720*--------------------------------------------------------------*
000730*    ACKREG-FILE - ACKNOWLEDGEMENT REGISTER
000740*--------------------------------------------------------------*
000750 FD  ACKREG-FILE
000760     RECORDING MODE IS F.
000770     COPY ACKREC.
000775
000780*--------------------------------------------------------------*
000790*    ACKFIL1/2/3-FILE - ACKNOWLEDGEMENT FILES FOR HO, BR, PR.
000800*    EACH IS WRITTEN FROM ACK-FILE-RECORD (SEE AKFREC).
000810*--------------------------------------------------------------*
000820 FD  ACKFIL1-FILE
000830     BLOCK CONTAINS 0 RECORDS
000840     RECORDING MODE IS F.
000850 01  ACKFIL1-RECORD              PIC X(100).
000855
000860 FD  ACKFIL2-FILE
000870     BLOCK CONTAINS 0 RECORDS
000880     RECORDING MODE IS F.
000890 01  ACKFIL2-RECORD              PIC X(100).
000895
000900 FD  ACKFIL3-FILE
000910     BLOCK CONTAINS 0 RECORDS
000920     RECORDING MODE IS F.
000930 01  ACKFIL3-RECORD              PIC X(100).
000935
000940*--------------------------------------------------------------*
000950*    REPORT-FILE - ACKNOWLEDGEMENT REPORT
000960*--------------------------------------------------------------*
000970 FD  REPORT-FILE
000980     BLOCK CONTAINS 0 RECORDS
000990     RECORDING MODE IS F.
001000 01  REPORT-RECORD               PIC X(80).
001005
001010*--------------------------------------------------------------*
001020*    RUNCTL-FILE - NIGHTLY STREAM RUN-CONTROL REGISTER
001030*--------------------------------------------------------------*
001040 FD  RUNCTL-FILE
001050     RECORDING MODE IS F.
001060     COPY RCTREC.
001065
001070*--------------------------------------------------------------*
001080*    RUNOVRD-FILE - OPTIONAL OPERATOR OVERRIDE CARDS FOR THE
001090*    RUN-CONTROL TESTS (SEE RCTREC)
001100*--------------------------------------------------------------*
001110 FD  RUNOVRD-FILE
001120     RECORDING MODE IS F.
001130 01  RUNOVRD-RECORD.
001140     05  ROV-STEP-NAME          PIC X(08).
001150     05  ROV-OVERRIDE           PIC X(01).
001155
001160 WORKING-STORAGE SECTION.
001170*--------------------------------------------------------------*
001180*    SWITCHES
001190*--------------------------------------------------------------*
001200 01  WS-SWITCHES.
001210     05  WS-EOF-SW              PIC X(01) VALUE 'N'.
001220         88  WS-EOF                       VALUE 'Y'.
001230     05  WS-PASS-END-SW         PIC X(01) VALUE 'N'.
001240         88  WS-PASS-END                  VALUE 'Y'.
001250     05  WS-DETAIL-CHANGED-SW   PIC X(01) VALUE 'N'.
001260         88  WS-DETAIL-CHANGED            VALUE 'Y'.
001270     05  WS-BATCH-FINAL-SW      PIC X(01) VALUE 'N'.
001280         88  WS-BATCH-FINAL               VALUE 'Y'.
001290     05  WS-ADDS-BACK-SW        PIC X(01) VALUE 'Y'.
001300         88  WS-ADDS-BACK                 VALUE 'Y'.
001305
001310*--------------------------------------------------------------*
001320*    THE BATCH IN HAND - ITS REGISTER BATCH RECORD, AND THE KEY
001330*    OF THE FIRST REGISTER RECORD PAST ITS DETAILS
001340*--------------------------------------------------------------*
001350 01  WS-BAT-REG-KEY.
001360     05  WS-BAT-SOURCE          PIC X(03).
001370     05  WS-BAT-BATCH-NO        PIC 9(06).
001380     05  WS-BAT-DETAIL-SEQ      PIC 9(07).
001390 01  WS-BAT-RECORD.
001400     05  WS-BAT-CHANGED-SW      PIC X(01).
001410         88  WS-BAT-CHANGED               VALUE 'Y'.
001420     05  WS-BAT-RECEIVED-DATE   PIC 9(08).
001430     05  WS-BAT-TRL-COUNT       PIC 9(07).
001440     05  WS-BAT-LAST-ACK-DATE   PIC 9(08).
001450     05  WS-BAT-ACK-COUNT       PIC 9(03).
001460     05  WS-BAT-FINAL-SW        PIC X(01).
001470         88  WS-BAT-RETURNED-FINAL        VALUE 'Y'.
001480 01  WS-NEXT-REG-KEY            PIC X(16).
001485
001490*--------------------------------------------------------------*
001500*    THE BATCH IN HAND COUNTED BY OUTCOME
001510*--------------------------------------------------------------*
001520 01  WS-BATCH-COUNTS.
001530     05  WS-BAT-APPLIED         PIC 9(07) COMP.
001540     05  WS-BAT-LOST            PIC 9(07) COMP.
001550     05  WS-BAT-REJECTED        PIC 9(07) COMP.
001560     05  WS-BAT-SUSPENDED       PIC 9(07) COMP.
001570     05  WS-BAT-NOT-SELECTED    PIC 9(07) COMP.
001580     05  WS-BAT-RECYCLED        PIC 9(07) COMP.
001590     05  WS-BAT-AGED-OUT        PIC 9(07) COMP.
001600     05  WS-BAT-DROPPED         PIC 9(07) COMP.
001610     05  WS-BAT-IN-PROCESS      PIC 9(07) COMP.
001620     05  WS-BAT-TOTAL           PIC 9(07) COMP.
001630     05  WS-BAT-FINAL-COUNT     PIC 9(07) COMP.
001640     05  WS-BAT-OTHER           PIC 9(07) COMP.
001645
001650*--------------------------------------------------------------*
001660*    THE ACKNOWLEDGEMENT FILE RECORD IN HAND, AND THE LOSER'S
001670*    REASON TEXT
001680*--------------------------------------------------------------*
001690     COPY AKFREC.
001700 01  WS-BEATEN-TEXT.
001710     05  FILLER                 PIC X(10) VALUE 'BEATEN BY '.
001720     05  WS-BEATEN-SOURCE       PIC X(03).
001730     05  FILLER                 PIC X(11) VALUE SPACES.
001735
001740*--------------------------------------------------------------*
001750*    COUNTERS
001760*--------------------------------------------------------------*
001770 01  WS-COUNTERS.
001780     05  WS-REG-COUNT           PIC 9(07) COMP VALUE ZERO.
001790     05  WS-RETURNED-COUNT      PIC 9(07) COMP VALUE ZERO.
001800     05  WS-FINAL-COUNT         PIC 9(07) COMP VALUE ZERO.
001810     05  WS-DETAIL-COUNT        PIC 9(07) COMP VALUE ZERO.
001820     05  WS-UNCHANGED-COUNT     PIC 9(07) COMP VALUE ZERO.
001830     05  WS-PURGED-COUNT        PIC 9(07) COMP VALUE ZERO.
001840     05  WS-NOT-BACK-COUNT      PIC 9(07) COMP VALUE ZERO.
001850     05  WS-ORPHAN-COUNT        PIC 9(07) COMP VALUE ZERO.
001860     05  WS-FILE-COUNT-1        PIC 9(07) COMP VALUE ZERO.
001870     05  WS-FILE-COUNT-2        PIC 9(07) COMP VALUE ZERO.
001880     05  WS-FILE-COUNT-3        PIC 9(07) COMP VALUE ZERO.
001885
001890 01  WS-ACK-FILE-STATUS         PIC X(02) VALUE SPACES.
001895
001900*--------------------------------------------------------------*
001910*    RUN-CONTROL REGISTER - THIS STEP, THE STEP AHEAD OF IT IN
001920*    THE NIGHTLY STREAM, AND ANY OPERATOR OVERRIDE FOR IT
001930*--------------------------------------------------------------*
001940 01  WS-RCT-THIS-STEP           PIC X(08) VALUE 'EXACK   '.
001950 01  WS-RCT-PRIOR-STEP          PIC X(08) VALUE 'EXPEND  '.
001960 01  WS-RCT-BUS-DATE            PIC 9(08) VALUE ZERO.
001970 01  WS-RCT-BUS-DATE-X REDEFINES WS-RCT-BUS-DATE.
001980     05  WS-RCT-BUS-CCYY        PIC 9(04).
001990     05  WS-RCT-BUS-MM          PIC 9(02).
002000     05  WS-RCT-BUS-DD          PIC 9(02).
002010 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
002020 01  WS-ROV-FILE-STATUS         PIC X(02) VALUE SPACES.
002030 01  WS-ROV-EOF-SW              PIC X(01) VALUE 'N'.
002040     88  WS-ROV-EOF                       VALUE 'Y'.
002050 01  WS-RCT-OVERRIDE-SW         PIC X(01) VALUE SPACE.
002060     88  WS-RCT-MAY-RERUN                 VALUE 'R' 'B'.
002070     88  WS-RCT-SKIP-PRIOR                VALUE 'P' 'B'.
002075
002080*--------------------------------------------------------------*
002090*    RUN DATE AND TIME - SET AT INITIALIZATION
002100*--------------------------------------------------------------*
002110 01  WS-RUN-DATE.
002120     05  WS-RUN-CCYY            PIC 9(04).
002130     05  WS-RUN-MM              PIC 9(02).
002140     05  WS-RUN-DD              PIC 9(02).
002145
002150 01  WS-RUN-TIME.
002160     05  WS-RUN-HH              PIC 9(02).
002170     05  WS-RUN-MN              PIC 9(02).
002180     05  WS-RUN-SS              PIC 9(02).
002190     05  WS-RUN-HS              PIC 9(02).
002195
002200*--------------------------------------------------------------*
002210*    REPORT-FILE LINE LAYOUTS
002220*--------------------------------------------------------------*
002230 01  WS-REPORT-LINES.
002240     05  WS-RPT-TITLE.
002250         10  FILLER             PIC X(40)
002260                 VALUE 'EXACK SOURCE ACKNOWLEDGEMENTS'.
002270         10  FILLER             PIC X(40) VALUE SPACES.
002280     05  WS-RPT-RUNDATE.
002290         10  FILLER             PIC X(10) VALUE 'RUN DATE: '.
002300         10  WS-RPT-MM          PIC 99.
002310         10  FILLER             PIC X(01) VALUE '/'.
002320         10  WS-RPT-DD          PIC 99.
002330         10  FILLER             PIC X(01) VALUE '/'.
002340         10  WS-RPT-CCYY        PIC 9(04).
002350         10  FILLER             PIC X(05) VALUE SPACES.
002360         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
002370         10  WS-RPT-HH          PIC 99.
002380         10  FILLER             PIC X(01) VALUE ':'.
002390         10  WS-RPT-MN          PIC 99.
002400         10  FILLER             PIC X(01) VALUE ':'.
002410         10  WS-RPT-SS          PIC 99.
002420         10  FILLER             PIC X(05) VALUE SPACES.
002430         10  FILLER             PIC X(15)
002440                                 VALUE 'BUSINESS DATE: '.
002450         10  WS-RPT-BUS-MM      PIC 99.
002460         10  FILLER             PIC X(01) VALUE '/'.
002470         10  WS-RPT-BUS-DD      PIC 99.
002480         10  FILLER             PIC X(01) VALUE '/'.
002490         10  WS-RPT-BUS-CCYY    PIC 9(04).
002500         10  FILLER             PIC X(07) VALUE SPACES.
002510     05  WS-RPT-HEADING.
002520         10  FILLER             PIC X(05) VALUE 'SRC'.
002530         10  FILLER             PIC X(08) VALUE 'BATCH'.
002540         10  FILLER             PIC X(04) VALUE 'ACK'.
002550         10  FILLER             PIC X(08) VALUE 'STATUS'.
002560         10  FILLER             PIC X(08) VALUE '   SENT'.
002570         10  FILLER             PIC X(08) VALUE 'APPLIED'.
002580         10  FILLER             PIC X(07) VALUE '  LOST'.
002590         10  FILLER             PIC X(07) VALUE 'REJECT'.
002600         10  FILLER             PIC X(07) VALUE 'SUSPND'.
002610         10  FILLER             PIC X(07) VALUE ' OTHER'.
002620         10  FILLER             PIC X(11) VALUE 'INPROC'.
002630     05  WS-RPT-DETAIL.
002640         10  WS-RPT-DET-SOURCE  PIC X(03).
002650         10  FILLER             PIC X(02) VALUE SPACES.
002660         10  WS-RPT-DET-BATCH   PIC 9(06).
002670         10  FILLER             PIC X(02) VALUE SPACES.
002680         10  WS-RPT-DET-ACK-SEQ PIC ZZ9.
002690         10  FILLER             PIC X(01) VALUE SPACES.
002700         10  WS-RPT-DET-STATUS  PIC X(08).
002710         10  WS-RPT-DET-SENT    PIC ZZZ,ZZ9.
002720         10  FILLER             PIC X(01) VALUE SPACES.
002730         10  WS-RPT-DET-APPLIED PIC ZZZ,ZZ9.
002740         10  FILLER             PIC X(01) VALUE SPACES.
002750         10  WS-RPT-DET-LOST    PIC ZZ,ZZ9.
002760         10  FILLER             PIC X(01) VALUE SPACES.
002770         10  WS-RPT-DET-REJECTED
002780                                PIC ZZ,ZZ9.
002790         10  FILLER             PIC X(01) VALUE SPACES.
002800         10  WS-RPT-DET-SUSPENDED
002810                                PIC ZZ,ZZ9.
002820         10  FILLER             PIC X(01) VALUE SPACES.
002830         10  WS-RPT-DET-OTHER   PIC ZZ,ZZ9.
002840         10  FILLER             PIC X(01) VALUE SPACES.
002850         10  WS-RPT-DET-IN-PROCESS
002860                                PIC ZZ,ZZ9.
002870         10  FILLER             PIC X(01) VALUE SPACES.
002880         10  WS-RPT-DET-FLAG    PIC X(03).
002890         10  FILLER             PIC X(01) VALUE SPACES.
002900     05  WS-RPT-NONE.
002910         10  FILLER             PIC X(40)
002920                 VALUE 'NO BATCH TO ACKNOWLEDGE.'.
002930         10  FILLER             PIC X(40) VALUE SPACES.
002940     05  WS-RPT-NOT-BACK.
002950         10  FILLER             PIC X(36)
002960                 VALUE '*** OUTCOMES DO NOT ADD BACK TO THE '.
002970         10  FILLER             PIC X(44)
002980                 VALUE 'SOURCE TRAILER COUNT'.
002990     05  WS-RPT-COUNT.
003000         10  WS-RPT-CNT-LABEL   PIC X(25).
003010         10  WS-RPT-CNT-VALUE   PIC Z,ZZZ,ZZ9.
003020         10  FILLER             PIC X(46) VALUE SPACES.
003025
003030 PROCEDURE DIVISION.
003040*-----------------------------------------------------------------
003050*    0000-MAINLINE
003060*    RETURNS EVERY CHANGED SOURCE BATCH ON THE REGISTER TO ITS
003070*    DEPARTMENT AND REMOVES THE BATCHES ALREADY RETURNED FINAL.
003080*-----------------------------------------------------------------
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
003110     PERFORM 2000-PROCESS-ENTRY    THRU 2000-EXIT
003120         UNTIL WS-EOF.
003130     PERFORM 8000-FINALIZE         THRU 8000-EXIT.
003140     PERFORM 8900-STAMP-RUN-CONTROL THRU 8900-EXIT.
003150     STOP RUN.
003155
003160*-----------------------------------------------------------------
003170*    1000-INITIALIZE
003180*    CHECKS THE RUN-CONTROL REGISTER, OPENS THE FILES, WRITES
003190*    THE REPORT HEADINGS, AND PRIMES THE REGISTER READ.
003200*-----------------------------------------------------------------
003210 1000-INITIALIZE.
003220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003230     ACCEPT WS-RUN-TIME FROM TIME.
003240     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
003245
003250     OPEN I-O ACKREG-FILE.
003260     IF WS-ACK-FILE-STATUS NOT = '00'
003270         DISPLAY 'EXACK0999 CANNOT OPEN ACKREG, STATUS = '
003280                 WS-ACK-FILE-STATUS
003290         GO TO 9900-ACK-ABEND
003300     END-IF.
003310     OPEN OUTPUT ACKFIL1-FILE
003320                 ACKFIL2-FILE
003330                 ACKFIL3-FILE
003340                 REPORT-FILE.
003345
003350     MOVE WS-RUN-MM        TO WS-RPT-MM.
003360     MOVE WS-RUN-DD        TO WS-RPT-DD.
003370     MOVE WS-RUN-CCYY      TO WS-RPT-CCYY.
003380     MOVE WS-RUN-HH        TO WS-RPT-HH.
003390     MOVE WS-RUN-MN        TO WS-RPT-MN.
003400     MOVE WS-RUN-SS        TO WS-RPT-SS.
003410     MOVE WS-RCT-BUS-MM    TO WS-RPT-BUS-MM.
003420     MOVE WS-RCT-BUS-DD    TO WS-RPT-BUS-DD.
003430     MOVE WS-RCT-BUS-CCYY  TO WS-RPT-BUS-CCYY.
003440     MOVE WS-RPT-TITLE     TO REPORT-RECORD.
003450     WRITE REPORT-RECORD.
003460     MOVE WS-RPT-RUNDATE   TO REPORT-RECORD.
003470     WRITE REPORT-RECORD.
003480     MOVE SPACES           TO REPORT-RECORD.
003490     WRITE REPORT-RECORD.
003500     MOVE WS-RPT-HEADING   TO REPORT-RECORD.
003510     WRITE REPORT-RECORD.
003515
003520     PERFORM 2900-READ-REGISTER THRU 2900-EXIT.
003530 1000-EXIT.
003540     EXIT.
003545
003550*-----------------------------------------------------------------
003560*    1900-CHECK-RUN-CONTROL
003570*    TAKES THE BUSINESS DATE FROM THE CYCLE RECORD ON THE
003580*    RUN-CONTROL REGISTER (SEE RCTREC), PROVES THAT THE STEP
003590*    AHEAD OF THIS ONE HAS COMPLETED FOR IT, AND MARKS THIS
003600*    STEP STARTED. A REFUSAL ENDS THE RUN BEFORE ANY OTHER FILE
003610*    IS OPENED.
003620*-----------------------------------------------------------------
003630 1900-CHECK-RUN-CONTROL.
003640     PERFORM 1910-READ-RUNOVRD THRU 1910-EXIT.
003645
003650     OPEN I-O RUNCTL-FILE.
003660     IF WS-RCT-FILE-STATUS NOT = '00'
003670         DISPLAY 'EXACK0999 CANNOT OPEN RUNCTL, STATUS = '
003680                 WS-RCT-FILE-STATUS
003690         GO TO 1990-RUN-CONTROL-ABEND
003700     END-IF.
003705
003710     MOVE ZERO       TO RCT-BUS-DATE.
003720     MOVE '*CYCLE  ' TO RCT-STEP-NAME.
003730     READ RUNCTL-FILE
003740         INVALID KEY
003750             DISPLAY 'EXACK0999 NO STREAM CYCLE OPEN ON RUNCTL'
003760             GO TO 1990-RUN-CONTROL-ABEND
003770     END-READ.
003780     MOVE RCT-CYCLE-BUS-DATE TO WS-RCT-BUS-DATE.
003785
003790     MOVE WS-RCT-BUS-DATE   TO RCT-BUS-DATE.
003800     MOVE WS-RCT-PRIOR-STEP TO RCT-STEP-NAME.
003810     READ RUNCTL-FILE
003820         INVALID KEY
003830             MOVE SPACE TO RCT-STEP-STATUS
003840     END-READ.
003850     IF NOT RCT-STEP-COMPLETE
003860         IF WS-RCT-SKIP-PRIOR
003870             DISPLAY 'EXACK0200 ' WS-RCT-PRIOR-STEP
003880                     ' NOT COMPLETE - RUN ON OVERRIDE'
003890         ELSE
003900             DISPLAY 'EXACK0999 ' WS-RCT-PRIOR-STEP
003910                     ' HAS NOT COMPLETED FOR ' WS-RCT-BUS-DATE
003920             GO TO 1990-RUN-CONTROL-ABEND
003930         END-IF
003940     END-IF.
003945
003950     PERFORM 1920-MARK-STARTED THRU 1920-EXIT.
003960     CLOSE RUNCTL-FILE.
003970     DISPLAY 'EXACK0100 STARTED FOR BUSINESS DATE '
003980             WS-RCT-BUS-DATE.
003990 1900-EXIT.
004000     EXIT.
004005
004010*-----------------------------------------------------------------
004020*    1910-READ-RUNOVRD
004030*    PICKS UP THE OPERATOR OVERRIDE, IF ANY, FOR THIS STEP. THE
004040*    CARD FILE IS OPTIONAL AND MAY CARRY CARDS FOR OTHER STEPS.
004050*-----------------------------------------------------------------
004060 1910-READ-RUNOVRD.
004070     OPEN INPUT RUNOVRD-FILE.
004080     IF WS-ROV-FILE-STATUS = '00'
004090         PERFORM 1915-READ-ONE-OVERRIDE THRU 1915-EXIT
004100             UNTIL WS-ROV-EOF
004110         CLOSE RUNOVRD-FILE
004120     END-IF.
004130 1910-EXIT.
004140     EXIT.
004145
004150 1915-READ-ONE-OVERRIDE.
004160     READ RUNOVRD-FILE
004170         AT END
004180             SET WS-ROV-EOF TO TRUE
004190         NOT AT END
004200             IF ROV-STEP-NAME = WS-RCT-THIS-STEP
004210                 MOVE ROV-OVERRIDE TO WS-RCT-OVERRIDE-SW
004220             END-IF
004230     END-READ.
004240 1915-EXIT.
004250     EXIT.
004255
004260*-----------------------------------------------------------------
004270*    1920-MARK-STARTED
004280*    REFUSES A STEP ALREADY COMPLETE FOR THE BUSINESS DATE
004290*    UNLESS IT IS OVERRIDDEN FOR A RERUN, THEN STAMPS IT
004300*    STARTED. A STEP LEFT STARTED BY AN ABEND IS SIMPLY STARTED
004310*    AGAIN.
004320*-----------------------------------------------------------------
004330 1920-MARK-STARTED.
004340     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
004350     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
004360     READ RUNCTL-FILE
004370         INVALID KEY
004380             CONTINUE
004390     END-READ.
004395
004400     IF WS-RCT-FILE-STATUS = '00'
004410         IF RCT-STEP-COMPLETE
004420             IF WS-RCT-MAY-RERUN
004430                 DISPLAY 'EXACK0200 ALREADY COMPLETE FOR '
004440                         WS-RCT-BUS-DATE ' - RERUN ON OVERRIDE'
004450             ELSE
004460                 DISPLAY 'EXACK0999 ALREADY COMPLETED FOR '
004470                         WS-RCT-BUS-DATE
004480                 GO TO 1990-RUN-CONTROL-ABEND
004490             END-IF
004500         END-IF
004510         PERFORM 1930-STAMP-START THRU 1930-EXIT
004520         REWRITE RUN-CONTROL-RECORD
004530             INVALID KEY
004540                 DISPLAY 'EXACK0999 RUNCTL REWRITE, STATUS = '
004550                         WS-RCT-FILE-STATUS
004560                 GO TO 1990-RUN-CONTROL-ABEND
004570         END-REWRITE
004580     ELSE
004590         MOVE SPACES TO RCT-STEP-DATA
004600         MOVE ZERO   TO RCT-ATTEMPTS
004610         PERFORM 1930-STAMP-START THRU 1930-EXIT
004620         WRITE RUN-CONTROL-RECORD
004630             INVALID KEY
004640                 DISPLAY 'EXACK0999 RUNCTL WRITE, STATUS = '
004650                         WS-RCT-FILE-STATUS
004660                 GO TO 1990-RUN-CONTROL-ABEND
004670         END-WRITE
004680     END-IF.
004690 1920-EXIT.
004700     EXIT.
004705
004710 1930-STAMP-START.
004720     SET RCT-STEP-STARTED    TO TRUE.
004730     MOVE ZERO               TO RCT-RETURN-CODE
004740                                RCT-END-DATE
004750                                RCT-END-TIME
004760                                RCT-COUNT-VALUE(1)
004770                                RCT-COUNT-VALUE(2)
004780                                RCT-COUNT-VALUE(3).
004790     MOVE SPACES             TO RCT-COUNT-LABEL(1)
004800                                RCT-COUNT-LABEL(2)
004810                                RCT-COUNT-LABEL(3).
004820     ADD 1                   TO RCT-ATTEMPTS.
004830     MOVE WS-RCT-OVERRIDE-SW TO RCT-OVERRIDE.
004840     MOVE WS-RUN-DATE        TO RCT-START-DATE.
004850     MOVE WS-RUN-TIME        TO RCT-START-TIME.
004860 1930-EXIT.
004870     EXIT.
004875
004880*-----------------------------------------------------------------
004890*    1990-RUN-CONTROL-ABEND
004900*    THIS STEP MAY NOT RUN - NOTHING BUT THE REGISTER HAS BEEN
004910*    OPENED, SO NOTHING ELSE NEEDS UNWINDING.
004920*-----------------------------------------------------------------
004930 1990-RUN-CONTROL-ABEND.
004940     CLOSE RUNCTL-FILE.
004950     MOVE 16 TO RETURN-CODE.
004960     STOP RUN.
004965
004970*-----------------------------------------------------------------
004980*    2000-PROCESS-ENTRY
004990*    TAKES ONE SOURCE BATCH FROM ITS BATCH RECORD. ITS DETAILS
005000*    ARE READ AND COUNTED BY OUTCOME, WHICH LEAVES THE REGISTER
005010*    ON THE FIRST RECORD PAST THEM. THE BATCH IS THEN RETURNED,
005020*    REMOVED, OR LEFT FOR A LATER RUN, AND THE READ RESUMES
005030*    WHERE THE COUNT LEFT IT. DETAILS WITH NO BATCH RECORD
005040*    AHEAD OF THEM BELONG TO A BATCH WHOSE TRAILER NEVER
005050*    PROVED - THEY ARE COUNTED AND LEFT FOR EXMERGE TO COMPLETE
005060*    ON A RERUN. A BATCH ALREADY RETURNED FOR THIS BUSINESS
005070*    DATE GOES OUT AGAIN UNDER THE SAME RETURN NUMBER, SO A
005080*    RERUN REBUILDS THE WHOLE OF THE DAY'S FILES.
005090*-----------------------------------------------------------------
005100 2000-PROCESS-ENTRY.
005110     IF NOT ACK-IS-BATCH-RECORD
005120         ADD 1 TO WS-ORPHAN-COUNT
005130         PERFORM 2900-READ-REGISTER THRU 2900-EXIT
005140         GO TO 2000-EXIT
005150     END-IF.
005155
005160     MOVE ACK-REG-KEY           TO WS-BAT-REG-KEY.
005170     MOVE ACK-CHANGED-SW        TO WS-BAT-CHANGED-SW.
005180     MOVE ACK-BAT-RECEIVED-DATE TO WS-BAT-RECEIVED-DATE.
005190     MOVE ACK-BAT-TRL-COUNT     TO WS-BAT-TRL-COUNT.
005200     MOVE ACK-BAT-LAST-ACK-DATE TO WS-BAT-LAST-ACK-DATE.
005210     MOVE ACK-BAT-ACK-COUNT     TO WS-BAT-ACK-COUNT.
005220     MOVE ACK-BAT-FINAL-SW      TO WS-BAT-FINAL-SW.
005230     MOVE ZERO                  TO WS-BATCH-COUNTS.
005240     MOVE 'N'                   TO WS-DETAIL-CHANGED-SW.
005245
005250     PERFORM 2900-READ-REGISTER THRU 2900-EXIT.
005260     PERFORM 2100-COUNT-DETAIL  THRU 2100-EXIT
005270         UNTIL WS-EOF
005280            OR ACK-SOURCE   NOT = WS-BAT-SOURCE
005290            OR ACK-BATCH-NO NOT = WS-BAT-BATCH-NO.
005300     MOVE ACK-REG-KEY TO WS-NEXT-REG-KEY.
005305
005310     COMPUTE WS-BAT-OTHER = WS-BAT-NOT-SELECTED
005320                          + WS-BAT-RECYCLED
005330                          + WS-BAT-AGED-OUT
005340                          + WS-BAT-DROPPED.
005350     IF WS-BAT-TOTAL = WS-BAT-TRL-COUNT
005360         MOVE 'Y' TO WS-ADDS-BACK-SW
005370     ELSE
005380         MOVE 'N' TO WS-ADDS-BACK-SW
005390     END-IF.
005400     IF WS-ADDS-BACK
005410      AND WS-BAT-FINAL-COUNT = WS-BAT-TOTAL
005420         MOVE 'Y' TO WS-BATCH-FINAL-SW
005430     ELSE
005440         MOVE 'N' TO WS-BATCH-FINAL-SW
005450     END-IF.
005455
005460     IF WS-BAT-SOURCE NOT = 'HO '
005470      AND WS-BAT-SOURCE NOT = 'BR '
005480      AND WS-BAT-SOURCE NOT = 'PR '
005490         DISPLAY 'EXACK0200 NO ACKNOWLEDGEMENT FILE FOR SOURCE '
005500                 WS-BAT-SOURCE ' BATCH ' WS-BAT-BATCH-NO
005510         ADD 1 TO WS-UNCHANGED-COUNT
005520         GO TO 2000-EXIT
005530     END-IF.
005535
005540     IF WS-BAT-CHANGED
005550      OR WS-DETAIL-CHANGED
005560      OR WS-BAT-ACK-COUNT = ZERO
005570      OR WS-BAT-LAST-ACK-DATE = WS-RCT-BUS-DATE
005580         PERFORM 3000-RETURN-BATCH THRU 3000-EXIT
005590         PERFORM 2950-RESUME-READ  THRU 2950-EXIT
005600         GO TO 2000-EXIT
005610     END-IF.
005615
005620     IF WS-BAT-RETURNED-FINAL
005630         PERFORM 4000-PURGE-BATCH  THRU 4000-EXIT
005640         PERFORM 2950-RESUME-READ  THRU 2950-EXIT
005650         GO TO 2000-EXIT
005660     END-IF.
005665
005670     ADD 1 TO WS-UNCHANGED-COUNT.
005680 2000-EXIT.
005690     EXIT.
005695
005700*-----------------------------------------------------------------
005710*    2100-COUNT-DETAIL
005720*    COUNTS ONE DETAIL OF THE BATCH IN HAND BY OUTCOME AND
005730*    READS THE NEXT.
005740*-----------------------------------------------------------------
005750 2100-COUNT-DETAIL.
005760     ADD 1 TO WS-BAT-TOTAL.
005770     IF ACK-CHANGED
005780         SET WS-DETAIL-CHANGED TO TRUE
005790     END-IF.
005800     IF ACK-FINAL-OUTCOME
005810         ADD 1 TO WS-BAT-FINAL-COUNT
005820     END-IF.
005830     EVALUATE TRUE
005840         WHEN ACK-APPLIED
005850             ADD 1 TO WS-BAT-APPLIED
005860         WHEN ACK-LOST
005870             ADD 1 TO WS-BAT-LOST
005880         WHEN ACK-REJECTED
005890             ADD 1 TO WS-BAT-REJECTED
005900         WHEN ACK-SUSPENDED
005910             ADD 1 TO WS-BAT-SUSPENDED
005920         WHEN ACK-NOT-SELECTED
005930             ADD 1 TO WS-BAT-NOT-SELECTED
005940         WHEN ACK-RECYCLED
005950             ADD 1 TO WS-BAT-RECYCLED
005960         WHEN ACK-AGED-OUT
005970             ADD 1 TO WS-BAT-AGED-OUT
005980         WHEN ACK-DROPPED
005990             ADD 1 TO WS-BAT-DROPPED
006000         WHEN OTHER
006010             ADD 1 TO WS-BAT-IN-PROCESS
006020     END-EVALUATE.
006030     PERFORM 2900-READ-REGISTER THRU 2900-EXIT.
006040 2100-EXIT.
006050     EXIT.
006055
006060*-----------------------------------------------------------------
006070*    2900-READ-REGISTER
006080*    READS THE NEXT REGISTER RECORD IN KEY ORDER.
006090*-----------------------------------------------------------------
006100 2900-READ-REGISTER.
006110     READ ACKREG-FILE NEXT RECORD
006120         AT END
006130             SET WS-EOF TO TRUE
006140             GO TO 2900-EXIT
006150     END-READ.
006160     ADD 1 TO WS-REG-COUNT.
006170 2900-EXIT.
006180     EXIT.
006185
006190*-----------------------------------------------------------------
006200*    2950-RESUME-READ
006210*    RETURNING OR REMOVING A BATCH MOVES THE REGISTER. THE READ
006220*    RESUMES AT THE RECORD THE COUNT STOPPED ON.
006230*-----------------------------------------------------------------
006240 2950-RESUME-READ.
006250     IF WS-EOF
006260         GO TO 2950-EXIT
006270     END-IF.
006280     MOVE WS-NEXT-REG-KEY TO ACK-REG-KEY.
006290     START ACKREG-FILE KEY IS NOT < ACK-REG-KEY
006300         INVALID KEY
006310             SET WS-EOF TO TRUE
006320             GO TO 2950-EXIT
006330     END-START.
006340     READ ACKREG-FILE NEXT RECORD
006350         AT END
006360             SET WS-EOF TO TRUE
006370     END-READ.
006380 2950-EXIT.
006390     EXIT.
006395
006400*-----------------------------------------------------------------
006410*    3000-RETURN-BATCH
006420*    WRITES THE BATCH WHOLE TO ITS DEPARTMENT'S FILE - HEADER,
006430*    EVERY DETAIL, AND TRAILER - CLEARS THE CHANGED FLAGS, AND
006440*    MARKS THE BATCH RECORD WITH THE RETURN.
006450*-----------------------------------------------------------------
006460 3000-RETURN-BATCH.
006470     ADD 1 TO WS-RETURNED-COUNT.
006480     IF WS-BAT-LAST-ACK-DATE NOT = WS-RCT-BUS-DATE
006490         ADD 1 TO WS-BAT-ACK-COUNT
006500     END-IF.
006505
006510     MOVE SPACES               TO ACK-FILE-RECORD.
006520     SET AKF-HEADER-REC        TO TRUE.
006530     MOVE WS-BAT-SOURCE        TO AKF-SOURCE.
006540     MOVE WS-BAT-BATCH-NO      TO AKF-BATCH-NO.
006550     MOVE WS-BAT-RECEIVED-DATE TO AKF-HDR-RECEIVED-DATE.
006560     MOVE WS-RCT-BUS-DATE      TO AKF-HDR-ACK-DATE.
006570     MOVE WS-BAT-ACK-COUNT     TO AKF-HDR-ACK-SEQ.
006580     IF WS-BATCH-FINAL
006590         SET AKF-HDR-FINAL     TO TRUE
006600         ADD 1 TO WS-FINAL-COUNT
006610     ELSE
006620         SET AKF-HDR-INTERIM   TO TRUE
006630     END-IF.
006640     PERFORM 3500-WRITE-ACK-FILE THRU 3500-EXIT.
006645
006650     MOVE WS-BAT-REG-KEY TO ACK-REG-KEY.
006660     MOVE 'N' TO WS-PASS-END-SW.
006670     START ACKREG-FILE KEY IS > ACK-REG-KEY
006680         INVALID KEY
006690             SET WS-PASS-END TO TRUE
006700     END-START.
006710     PERFORM 3100-RETURN-DETAIL THRU 3100-EXIT
006720         UNTIL WS-PASS-END.
006725
006730     MOVE SPACES               TO ACK-FILE-RECORD.
006740     SET AKF-TRAILER-REC       TO TRUE.
006750     MOVE WS-BAT-SOURCE        TO AKF-SOURCE.
006760     MOVE WS-BAT-BATCH-NO      TO AKF-BATCH-NO.
006770     MOVE WS-BAT-TRL-COUNT     TO AKF-TRL-SOURCE-COUNT.
006780     MOVE WS-BAT-APPLIED       TO AKF-TRL-APPLIED.
006790     MOVE WS-BAT-LOST          TO AKF-TRL-LOST.
006800     MOVE WS-BAT-REJECTED      TO AKF-TRL-REJECTED.
006810     MOVE WS-BAT-SUSPENDED     TO AKF-TRL-SUSPENDED.
006820     MOVE WS-BAT-NOT-SELECTED  TO AKF-TRL-NOT-SELECTED.
006830     MOVE WS-BAT-RECYCLED      TO AKF-TRL-RECYCLED.
006840     MOVE WS-BAT-AGED-OUT      TO AKF-TRL-AGED-OUT.
006850     MOVE WS-BAT-DROPPED       TO AKF-TRL-DROPPED.
006860     MOVE WS-BAT-IN-PROCESS    TO AKF-TRL-IN-PROCESS.
006870     MOVE WS-BAT-TOTAL         TO AKF-TRL-TOTAL.
006880     PERFORM 3500-WRITE-ACK-FILE THRU 3500-EXIT.
006885
006890     PERFORM 3400-MARK-BATCH   THRU 3400-EXIT.
006900     PERFORM 5000-REPORT-BATCH THRU 5000-EXIT.
006910 3000-EXIT.
006920     EXIT.
006925
006930*-----------------------------------------------------------------
006940*    3100-RETURN-DETAIL
006950*    WRITES ONE DETAIL OF THE BATCH AND CLEARS ITS CHANGED
006960*    FLAG. THE PASS ENDS AT THE FIRST RECORD OF ANOTHER BATCH.
006970*-----------------------------------------------------------------
006980 3100-RETURN-DETAIL.
006990     READ ACKREG-FILE NEXT RECORD
007000         AT END
007010             SET WS-PASS-END TO TRUE
007020             GO TO 3100-EXIT
007030     END-READ.
007040     IF ACK-SOURCE   NOT = WS-BAT-SOURCE
007050      OR ACK-BATCH-NO NOT = WS-BAT-BATCH-NO
007060         SET WS-PASS-END TO TRUE
007070         GO TO 3100-EXIT
007080     END-IF.
007085
007090     ADD 1 TO WS-DETAIL-COUNT.
007100     MOVE SPACES            TO ACK-FILE-RECORD.
007110     SET AKF-DETAIL-REC     TO TRUE.
007120     MOVE WS-BAT-SOURCE     TO AKF-SOURCE.
007130     MOVE WS-BAT-BATCH-NO   TO AKF-BATCH-NO.
007140     MOVE ACK-DETAIL-SEQ    TO AKF-SEQ.
007150     MOVE ACK-KEY           TO AKF-KEY.
007160     MOVE ACK-TRANS-CODE    TO AKF-TRANS-CODE.
007170     MOVE ACK-OUTCOME       TO AKF-OUTCOME-CODE.
007180     MOVE ACK-OUTCOME-DATE  TO AKF-OUTCOME-DATE.
007190     MOVE ACK-REASON-CODE   TO AKF-REASON-CODE.
007200     MOVE ACK-UNTIL-DATE    TO AKF-UNTIL-DATE.
007210     MOVE ACK-RECYCLE-COUNT TO AKF-RECYCLE-COUNT.
007220     PERFORM 3200-SPELL-OUTCOME THRU 3200-EXIT.
007230     PERFORM 3500-WRITE-ACK-FILE THRU 3500-EXIT.
007235
007240     IF ACK-CHANGED
007250         SET ACK-NOT-CHANGED TO TRUE
007260         REWRITE ACK-REGISTER-RECORD
007270             INVALID KEY
007280                 DISPLAY 'EXACK0999 ACKREG REWRITE, STATUS = '
007290                         WS-ACK-FILE-STATUS ' KEY ' ACK-REG-KEY
007300                 GO TO 9900-ACK-ABEND
007310         END-REWRITE
007320     END-IF.
007330 3100-EXIT.
007340     EXIT.
007345
007350*-----------------------------------------------------------------
007360*    3200-SPELL-OUTCOME
007370*    SPELLS OUT THE DETAIL'S OUTCOME AND WHAT LIES BEHIND IT -
007380*    THE REJECT REASON, THE SOURCE THAT WON THE CONFLICT, OR
007390*    WHY THE DETAIL IS HELD OR PASSED OVER.
007400*-----------------------------------------------------------------
007410 3200-SPELL-OUTCOME.
007420     EVALUATE TRUE
007430         WHEN ACK-APPLIED
007440             MOVE 'APPLIED'    TO AKF-OUTCOME
007450         WHEN ACK-LOST
007460             MOVE 'LOST'       TO AKF-OUTCOME
007470             MOVE ACK-WINNER-SOURCE TO WS-BEATEN-SOURCE
007480             MOVE WS-BEATEN-TEXT    TO AKF-REASON-TEXT
007490         WHEN ACK-REJECTED
007500             MOVE 'REJECTED'   TO AKF-OUTCOME
007510         WHEN ACK-SUSPENDED
007520             MOVE 'SUSPENDED'  TO AKF-OUTCOME
007530             MOVE 'HELD TO EFFECTIVE DATE' TO AKF-REASON-TEXT
007540         WHEN ACK-NOT-SELECTED
007550             MOVE 'UNSELECTED' TO AKF-OUTCOME
007560             MOVE 'OUTSIDE SELECTED RANGES' TO AKF-REASON-TEXT
007570         WHEN ACK-RECYCLED
007580             MOVE 'RECYCLED'   TO AKF-OUTCOME
007590         WHEN ACK-AGED-OUT
007600             MOVE 'AGED OUT'   TO AKF-OUTCOME
007610         WHEN ACK-DROPPED
007620             MOVE 'DROPPED'    TO AKF-OUTCOME
007630         WHEN OTHER
007640             MOVE 'IN PROCESS' TO AKF-OUTCOME
007650     END-EVALUATE.
007655
007660     IF ACK-REJECTED OR ACK-RECYCLED
007670      OR ACK-AGED-OUT OR ACK-DROPPED
007680         EVALUATE ACK-REASON-CODE
007690             WHEN 'VE'
007700                 MOVE 'FAILED VALIDATION' TO AKF-REASON-TEXT
007710             WHEN 'DA'
007720                 MOVE 'DUPLICATE ADD' TO AKF-REASON-TEXT
007730             WHEN 'NF'
007740                 MOVE 'KEY NOT ON MASTER' TO AKF-REASON-TEXT
007750             WHEN 'TC'
007760                 MOVE 'INVALID TRANSACTION CODE'
007770                                      TO AKF-REASON-TEXT
007772             WHEN 'CK'
007774                 MOVE 'KEY CHECK DIGIT FAILED' TO AKF-REASON-TEXT
007776             WHEN 'NI'
007778                 MOVE 'KEY NEVER ISSUED' TO AKF-REASON-TEXT
007780             WHEN OTHER
007790                 MOVE 'SEE DATA CONTROL' TO AKF-REASON-TEXT
007800         END-EVALUATE
007810     END-IF.
007820 3200-EXIT.
007830     EXIT.
007835
007840*-----------------------------------------------------------------
007850*    3400-MARK-BATCH
007860*    STAMPS THE RETURN ON THE BATCH RECORD - THE DATE, THE
007870*    RETURN NUMBER, AND WHETHER IT WENT OUT FINAL.
007880*-----------------------------------------------------------------
007890 3400-MARK-BATCH.
007900     MOVE WS-BAT-REG-KEY TO ACK-REG-KEY.
007910     READ ACKREG-FILE
007920         INVALID KEY
007930             DISPLAY 'EXACK0999 ACKREG BATCH RECORD LOST, KEY '
007940                     WS-BAT-REG-KEY
007950             GO TO 9900-ACK-ABEND
007960     END-READ.
007970     SET ACK-NOT-CHANGED      TO TRUE.
007980     MOVE WS-RCT-BUS-DATE     TO ACK-BAT-LAST-ACK-DATE.
007990     MOVE WS-BAT-ACK-COUNT    TO ACK-BAT-ACK-COUNT.
008000     MOVE WS-BATCH-FINAL-SW   TO ACK-BAT-FINAL-SW.
008010     REWRITE ACK-REGISTER-RECORD
008020         INVALID KEY
008030             DISPLAY 'EXACK0999 ACKREG REWRITE, STATUS = '
008040                     WS-ACK-FILE-STATUS ' KEY ' ACK-REG-KEY
008050             GO TO 9900-ACK-ABEND
008060     END-REWRITE.
008070 3400-EXIT.
008080     EXIT.
008085
008090*-----------------------------------------------------------------
008100*    3500-WRITE-ACK-FILE
008110*    WRITES THE RECORD IN HAND TO ITS DEPARTMENT'S FILE.
008120*-----------------------------------------------------------------
008130 3500-WRITE-ACK-FILE.
008140     EVALUATE WS-BAT-SOURCE
008150         WHEN 'HO '
008160             WRITE ACKFIL1-RECORD FROM ACK-FILE-RECORD
008170             ADD 1 TO WS-FILE-COUNT-1
008180         WHEN 'BR '
008190             WRITE ACKFIL2-RECORD FROM ACK-FILE-RECORD
008200             ADD 1 TO WS-FILE-COUNT-2
008210         WHEN 'PR '
008220             WRITE ACKFIL3-RECORD FROM ACK-FILE-RECORD
008230             ADD 1 TO WS-FILE-COUNT-3
008240     END-EVALUATE.
008250 3500-EXIT.
008260     EXIT.
008265
008270*-----------------------------------------------------------------
008280*    4000-PURGE-BATCH
008290*    REMOVES A BATCH ALREADY RETURNED FINAL, AND UNCHANGED
008300*    SINCE, FROM THE REGISTER - ITS DETAILS, THEN ITS BATCH
008310*    RECORD.
008320*-----------------------------------------------------------------
008330 4000-PURGE-BATCH.
008340     MOVE WS-BAT-REG-KEY TO ACK-REG-KEY.
008350     MOVE 'N' TO WS-PASS-END-SW.
008360     START ACKREG-FILE KEY IS > ACK-REG-KEY
008370         INVALID KEY
008380             SET WS-PASS-END TO TRUE
008390     END-START.
008400     PERFORM 4100-PURGE-DETAIL THRU 4100-EXIT
008410         UNTIL WS-PASS-END.
008415
008420     MOVE WS-BAT-REG-KEY TO ACK-REG-KEY.
008430     DELETE ACKREG-FILE RECORD
008440         INVALID KEY
008450             DISPLAY 'EXACK0999 ACKREG DELETE, STATUS = '
008460                     WS-ACK-FILE-STATUS ' KEY ' ACK-REG-KEY
008470             GO TO 9900-ACK-ABEND
008480     END-DELETE.
008490     ADD 1 TO WS-PURGED-COUNT.
008500 4000-EXIT.
008510     EXIT.
008515
008520 4100-PURGE-DETAIL.
008530     READ ACKREG-FILE NEXT RECORD
008540         AT END
008550             SET WS-PASS-END TO TRUE
008560             GO TO 4100-EXIT
008570     END-READ.
008580     IF ACK-SOURCE   NOT = WS-BAT-SOURCE
008590      OR ACK-BATCH-NO NOT = WS-BAT-BATCH-NO
008600         SET WS-PASS-END TO TRUE
008610         GO TO 4100-EXIT
008620     END-IF.
008630     DELETE ACKREG-FILE RECORD
008640         INVALID KEY
008650             DISPLAY 'EXACK0999 ACKREG DELETE, STATUS = '
008660                     WS-ACK-FILE-STATUS ' KEY ' ACK-REG-KEY
008670             GO TO 9900-ACK-ABEND
008680     END-DELETE.
008690 4100-EXIT.
008700     EXIT.
008705
008710*-----------------------------------------------------------------
008720*    5000-REPORT-BATCH
008730*    ONE REPORT LINE FOR THE BATCH RETURNED, FLAGGED WHEN ITS
008740*    OUTCOMES DO NOT ADD BACK TO THE SOURCE TRAILER COUNT.
008750*-----------------------------------------------------------------
008760 5000-REPORT-BATCH.
008770     MOVE WS-BAT-SOURCE      TO WS-RPT-DET-SOURCE.
008780     MOVE WS-BAT-BATCH-NO    TO WS-RPT-DET-BATCH.
008790     MOVE WS-BAT-ACK-COUNT   TO WS-RPT-DET-ACK-SEQ.
008800     IF WS-BATCH-FINAL
008810         MOVE 'FINAL'        TO WS-RPT-DET-STATUS
008820     ELSE
008830         MOVE 'INTERIM'      TO WS-RPT-DET-STATUS
008840     END-IF.
008850     MOVE WS-BAT-TRL-COUNT   TO WS-RPT-DET-SENT.
008860     MOVE WS-BAT-APPLIED     TO WS-RPT-DET-APPLIED.
008870     MOVE WS-BAT-LOST        TO WS-RPT-DET-LOST.
008880     MOVE WS-BAT-REJECTED    TO WS-RPT-DET-REJECTED.
008890     MOVE WS-BAT-SUSPENDED   TO WS-RPT-DET-SUSPENDED.
008900     MOVE WS-BAT-OTHER       TO WS-RPT-DET-OTHER.
008910     MOVE WS-BAT-IN-PROCESS  TO WS-RPT-DET-IN-PROCESS.
008920     IF WS-ADDS-BACK
008930         MOVE SPACES         TO WS-RPT-DET-FLAG
008940     ELSE
008950         MOVE '***'          TO WS-RPT-DET-FLAG
008960         ADD 1 TO WS-NOT-BACK-COUNT
008970         DISPLAY 'EXACK0200 ' WS-BAT-SOURCE ' BATCH '
008980                 WS-BAT-BATCH-NO ' DOES NOT ADD BACK - SENT '
008990                 WS-BAT-TRL-COUNT ' REGISTERED ' WS-BAT-TOTAL
009000     END-IF.
009010     MOVE WS-RPT-DETAIL      TO REPORT-RECORD.
009020     WRITE REPORT-RECORD.
009030 5000-EXIT.
009040     EXIT.
009045
009050*-----------------------------------------------------------------
009060*    8000-FINALIZE
009070*    WRITES THE REPORT TOTALS AND CLOSES THE FILES. A BATCH
009080*    THAT DID NOT ADD BACK ENDS THE RUN WITH RETURN CODE 4.
009090*-----------------------------------------------------------------
009100 8000-FINALIZE.
009110     IF WS-RETURNED-COUNT = ZERO
009120         MOVE WS-RPT-NONE TO REPORT-RECORD
009130         WRITE REPORT-RECORD
009140     END-IF.
009150     IF WS-NOT-BACK-COUNT > ZERO
009160         MOVE SPACES TO REPORT-RECORD
009170         WRITE REPORT-RECORD
009180         MOVE WS-RPT-NOT-BACK TO REPORT-RECORD
009190         WRITE REPORT-RECORD
009200     END-IF.
009210     MOVE SPACES TO REPORT-RECORD.
009220     WRITE REPORT-RECORD.
009225
009230     MOVE 'REGISTER RECORDS READ  :' TO WS-RPT-CNT-LABEL.
009240     MOVE WS-REG-COUNT TO WS-RPT-CNT-VALUE.
009250     MOVE WS-RPT-COUNT TO REPORT-RECORD.
009260     WRITE REPORT-RECORD.
009270     MOVE 'BATCHES RETURNED . . . :' TO WS-RPT-CNT-LABEL.
009280     MOVE WS-RETURNED-COUNT TO WS-RPT-CNT-VALUE.
009290     MOVE WS-RPT-COUNT TO REPORT-RECORD.
009300     WRITE REPORT-RECORD.
009310     MOVE '  RETURNED FINAL . . . :' TO WS-RPT-CNT-LABEL.
009320     MOVE WS-FINAL-COUNT TO WS-RPT-CNT-VALUE.
009330     MOVE WS-RPT-COUNT TO REPORT-RECORD.
009340     WRITE REPORT-RECORD.
009350     MOVE 'DETAILS RETURNED . . . :' TO WS-RPT-CNT-LABEL.
009360     MOVE WS-DETAIL-COUNT TO WS-RPT-CNT-VALUE.
009370     MOVE WS-RPT-COUNT TO REPORT-RECORD.
009380     WRITE REPORT-RECORD.
009390     MOVE 'BATCHES UNCHANGED  . . :' TO WS-RPT-CNT-LABEL.
009400     MOVE WS-UNCHANGED-COUNT TO WS-RPT-CNT-VALUE.
009410     MOVE WS-RPT-COUNT TO REPORT-RECORD.
009420     WRITE REPORT-RECORD.
009430     MOVE 'BATCHES REMOVED  . . . :' TO WS-RPT-CNT-LABEL.
009440     MOVE WS-PURGED-COUNT TO WS-RPT-CNT-VALUE.
009450     MOVE WS-RPT-COUNT TO REPORT-RECORD.
009460     WRITE REPORT-RECORD.
009470     MOVE 'BATCHES NOT ADDING BACK:' TO WS-RPT-CNT-LABEL.
009480     MOVE WS-NOT-BACK-COUNT TO WS-RPT-CNT-VALUE.
009490     MOVE WS-RPT-COUNT TO REPORT-RECORD.
009500     WRITE REPORT-RECORD.
009510     MOVE 'DETAILS WITH NO BATCH  :' TO WS-RPT-CNT-LABEL.
009520     MOVE WS-ORPHAN-COUNT TO WS-RPT-CNT-VALUE.
009530     MOVE WS-RPT-COUNT TO REPORT-RECORD.
009540     WRITE REPORT-RECORD.
009550     MOVE 'ACKFIL1 (HO) RECORDS . :' TO WS-RPT-CNT-LABEL.
009560     MOVE WS-FILE-COUNT-1 TO WS-RPT-CNT-VALUE.
009570     MOVE WS-RPT-COUNT TO REPORT-RECORD.
009580     WRITE REPORT-RECORD.
009590     MOVE 'ACKFIL2 (BR) RECORDS . :' TO WS-RPT-CNT-LABEL.
009600     MOVE WS-FILE-COUNT-2 TO WS-RPT-CNT-VALUE.
009610     MOVE WS-RPT-COUNT TO REPORT-RECORD.
009620     WRITE REPORT-RECORD.
009630     MOVE 'ACKFIL3 (PR) RECORDS . :' TO WS-RPT-CNT-LABEL.
009640     MOVE WS-FILE-COUNT-3 TO WS-RPT-CNT-VALUE.
009650     MOVE WS-RPT-COUNT TO REPORT-RECORD.
009660     WRITE REPORT-RECORD.
009665
009670     CLOSE ACKREG-FILE
009680           ACKFIL1-FILE
009690           ACKFIL2-FILE
009700           ACKFIL3-FILE
009710           REPORT-FILE.
009715
009720     DISPLAY 'EXACK0100 ' WS-RETURNED-COUNT ' BATCHES RETURNED, '
009730             WS-PURGED-COUNT ' REMOVED'.
009740     IF WS-NOT-BACK-COUNT > ZERO
009750         DISPLAY 'EXACK0200 ' WS-NOT-BACK-COUNT
009760                 ' BATCHES DO NOT ADD BACK - SEE REPORT'
009770         MOVE 4 TO RETURN-CODE
009780     END-IF.
009790 8000-EXIT.
009800     EXIT.
009805
009810*-----------------------------------------------------------------
009820*    8900-STAMP-RUN-CONTROL
009830*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL REGISTER WITH
009840*    ITS RETURN CODE AND KEY COUNTS, RELEASING THE NEXT STEP.
009850*-----------------------------------------------------------------
009860 8900-STAMP-RUN-CONTROL.
009870     OPEN I-O RUNCTL-FILE.
009880     IF WS-RCT-FILE-STATUS NOT = '00'
009890         DISPLAY 'EXACK0200 CANNOT OPEN RUNCTL, STATUS = '
009900                 WS-RCT-FILE-STATUS ' - NOT STAMPED COMPLETE'
009910         GO TO 8900-EXIT
009920     END-IF.
009925
009930     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
009940     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
009950     READ RUNCTL-FILE
009960         INVALID KEY
009970             DISPLAY 'EXACK0200 NO RUNCTL ENTRY TO STAMP'
009980             CLOSE RUNCTL-FILE
009990             GO TO 8900-EXIT
010000     END-READ.
010005
010010     SET RCT-STEP-COMPLETE TO TRUE.
010020     MOVE RETURN-CODE      TO RCT-RETURN-CODE.
010030     ACCEPT RCT-END-DATE FROM DATE YYYYMMDD.
010040     ACCEPT RCT-END-TIME FROM TIME.
010050     MOVE 'BATCH '           TO RCT-COUNT-LABEL(1).
010060     MOVE WS-RETURNED-COUNT  TO RCT-COUNT-VALUE(1).
010070     MOVE 'DETAIL'           TO RCT-COUNT-LABEL(2).
010080     MOVE WS-DETAIL-COUNT    TO RCT-COUNT-VALUE(2).
010090     MOVE 'PURGED'           TO RCT-COUNT-LABEL(3).
010100     MOVE WS-PURGED-COUNT    TO RCT-COUNT-VALUE(3).
010105
010110     REWRITE RUN-CONTROL-RECORD
010120         INVALID KEY
010130             DISPLAY 'EXACK0200 RUNCTL REWRITE, STATUS = '
010140                     WS-RCT-FILE-STATUS
010150     END-REWRITE.
010160     CLOSE RUNCTL-FILE.
010170 8900-EXIT.
010180     EXIT.
010185
010190*-----------------------------------------------------------------
010200*    9900-ACK-ABEND
010210*    THE REGISTER CANNOT BE OPENED OR UPDATED. THE STEP IS LEFT
010220*    STARTED - CLEAR THE FAULT AND RERUN IT. THE RERUN RETURNS
010230*    AGAIN EVERY BATCH ALREADY MARKED RETURNED TODAY.
010240*-----------------------------------------------------------------
010250 9900-ACK-ABEND.
010260     MOVE 16 TO RETURN-CODE.
010270     STOP RUN.
