000210*    08/22/2026 JH    ORIGINAL PROGRAM - CUMULATIVE AUDIT
000220*                      HISTORY, RETENTION ARCHIVE, AND
000230*                      ON-REQUEST KEY-HISTORY REPORT.
000231*    10/15/2026 JH    CHECKS THE NIGHTLY STREAM RUN-CONTROL
000232*                      REGISTER (RUNCTL, SEE RCTREC) BEFORE
000233*                      OPENING ANYTHING ELSE - THE STEP AHEAD
000234*                      MUST HAVE COMPLETED FOR THE BUSINESS DATE
000236*                      AND THIS ONE MUST NOT, UNLESS A RUNOVRD
000238*                      CARD OVERRIDES - AND STAMPS IT COMPLETE
000240*                      WITH THE RETURN CODE AND KEY COUNTS AT A
000242*                      CLEAN END.
000244*    10/15/2026 JH    THE REPORT PRINTS THE BUSINESS DATE FROM
000246*                      THE RUN-CONTROL CYCLE RECORD BESIDE THE
000248*                      RUN DATE.
000250*    10/15/2026 JH    FOUR-DIGIT YEARS - AUDIT DATES AND THE
000252*                      AHCCARD RETENTION CUTOFF ARE CCYYMMDD
000254*                      (CUTOFF NOW COLS 1-8, KEY RANGE 9-20), SO
000256*                      THE CUTOFF AND THE KEY/DATE/TIME SEQUENCE
000258*                      HOLD ACROSS THE CENTURY.
000260*--------------------------------------------------------------*
000262*    EXAUDH RUNS DAILY AFTER EXEMPLO. IT SORTS THE DAY'S
000264*    AUDIT-FILE (THE ONLINE EXUPD00 ENTRIES ARRIVE IN TIME
000270*    ORDER, NOT KEY ORDER) AND FOLDS IT INTO THE CUMULATIVE
000280*    HISTORY, WHICH IS KEPT IN KEY / DATE / TIME SEQUENCE.
000290*    ENTRIES DATED BEFORE THE RETENTION CUTOFF ON THE AHCCARD
000340*    "SHOW ME EVERYTHING THAT EVER HAPPENED TO KEY 004712".
000350*
000360*    AHCCARD CONTROL CARD:
000370*      AHC-RETAIN-DATE  ENTRIES DATED BEFORE THIS (CCYYMMDD)
000380*                       ARE ARCHIVED OFF - ZERO KEEPS ALL
000390*      AHC-RPT-KEY-LOW  LOW KEY OF THE REPORT RANGE - SPACES
000400*                       MEANS NO REPORT THIS RUN
000410*      AHC-RPT-KEY-HIGH HIGH KEY OF THE RANGE - SPACES MEANS
000720     SELECT KEYRPT-FILE        ASSIGN TO KEYRPT
000730                                ORGANIZATION IS SEQUENTIAL.
000740
000741     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
000742                                ORGANIZATION IS INDEXED
000743                                ACCESS MODE IS RANDOM
000744                                RECORD KEY IS RCT-KEY
000745                                FILE STATUS WS-RCT-FILE-STATUS.
000746
000748     SELECT RUNOVRD-FILE       ASSIGN TO RUNOVRD
000750                                ORGANIZATION IS SEQUENTIAL
000752                                FILE STATUS WS-ROV-FILE-STATUS.
000754
000756 DATA DIVISION.
000760 FILE SECTION.
000770*--------------------------------------------------------------*
000780*    AUDIT-FILE - THE DAY'S AUDIT TRAIL FROM EXEMPLO AND THE
000900 01  SORT-RECORD.
000910     05  SRT-KEY                PIC X(06).
000920     05  SRT-ACTION             PIC X(08).
000930     05  SRT-DATE               PIC 9(08).
000940     05  SRT-TIME               PIC 9(08).
000950     05  SRT-USER               PIC X(08).
000960
001000 FD  SORTED-FILE
001010     BLOCK CONTAINS 0 RECORDS
001020     RECORDING MODE IS F.
001030 01  SORTED-RECORD               PIC X(38).
001040
001050*--------------------------------------------------------------*
001060*    HISTIN-FILE - THE CUMULATIVE HISTORY CARRIED IN
001080 FD  HISTIN-FILE
001090     BLOCK CONTAINS 0 RECORDS
001100     RECORDING MODE IS F.
001110 01  HISTIN-RECORD               PIC X(38).
001120
001130*--------------------------------------------------------------*
001140*    HISTOUT-FILE - THE CUMULATIVE HISTORY CARRIED OUT
001160 FD  HISTOUT-FILE
001170     BLOCK CONTAINS 0 RECORDS
001180     RECORDING MODE IS F.
001190 01  HISTOUT-RECORD              PIC X(38).
001200
001210*--------------------------------------------------------------*
001220*    ARCH-FILE - ENTRIES AGED OFF BY THE RETENTION CUTOFF
001240 FD  ARCH-FILE
001250     BLOCK CONTAINS 0 RECORDS
001260     RECORDING MODE IS F.
001270 01  ARCH-RECORD                 PIC X(38).
001280
001290*--------------------------------------------------------------*
001300*    AHCCARD-FILE - RETENTION AND REPORT REQUEST CONTROL CARD
001320 FD  AHCCARD-FILE
001330     RECORDING MODE IS F.
001340 01  AHCCARD-RECORD.
001350     05  AHC-RETAIN-DATE        PIC 9(08).
001360     05  AHC-RPT-KEY-LOW        PIC X(06).
001370     05  AHC-RPT-KEY-HIGH       PIC X(06).
001380
001440     RECORDING MODE IS F.
001450 01  KEYRPT-RECORD               PIC X(80).
001460
001461*--------------------------------------------------------------*
001462*    RUNCTL-FILE - NIGHTLY STREAM RUN-CONTROL REGISTER
001463*--------------------------------------------------------------*
001464 FD  RUNCTL-FILE
001466     RECORDING MODE IS F.
001468     COPY RCTREC.
001470
001472*--------------------------------------------------------------*
001474*    RUNOVRD-FILE - OPTIONAL OPERATOR OVERRIDE CARDS FOR THE
001476*    RUN-CONTROL TESTS (SEE RCTREC)
001478*--------------------------------------------------------------*
001480 FD  RUNOVRD-FILE
001482     RECORDING MODE IS F.
001484 01  RUNOVRD-RECORD.
001486     05  ROV-STEP-NAME          PIC X(08).
001488     05  ROV-OVERRIDE           PIC X(01).
001490
001492 WORKING-STORAGE SECTION.
001494*--------------------------------------------------------------*
001496*    MERGE HOLD AREAS - ONE AUDIT ENTRY PER SIDE, WITH A
001500*    COMPOSITE KEY/DATE/TIME COMPARE FIELD BUILT AT READ TIME.
001510*    HIGH-VALUES IN THE COMPARE FIELD MARKS AN EXHAUSTED INPUT.
001520*--------------------------------------------------------------*
001530 01  WS-HIS-ENT.
001540     05  WS-HIS-KEY             PIC X(06).
001550     05  WS-HIS-ACTION          PIC X(08).
001560     05  WS-HIS-DATE            PIC 9(08).
001570     05  WS-HIS-TIME            PIC 9(08).
001580     05  WS-HIS-USER            PIC X(08).
001590
001600 01  WS-NEW-ENT.
001610     05  WS-NEW-KEY             PIC X(06).
001620     05  WS-NEW-ACTION          PIC X(08).
001630     05  WS-NEW-DATE            PIC 9(08).
001640     05  WS-NEW-TIME            PIC 9(08).
001650     05  WS-NEW-USER            PIC X(08).
001660
001670 01  WS-HIS-CMP                 VALUE HIGH-VALUES.
001680     05  WS-HIS-CMP-KEY         PIC X(06).
001690     05  WS-HIS-CMP-DATE        PIC X(08).
001700     05  WS-HIS-CMP-TIME        PIC X(08).
001710
001720 01  WS-NEW-CMP                 VALUE HIGH-VALUES.
001730     05  WS-NEW-CMP-KEY         PIC X(06).
001740     05  WS-NEW-CMP-DATE        PIC X(08).
001750     05  WS-NEW-CMP-TIME        PIC X(08).
001760
001770 01  WS-PREV-HIS-CMP            PIC X(22) VALUE LOW-VALUES.
001780
001790*--------------------------------------------------------------*
001800*    THE ENTRY BEING DISPOSED OF THIS CYCLE
001820 01  WS-CUR-ENT.
001830     05  WS-CUR-KEY             PIC X(06).
001840     05  WS-CUR-ACTION          PIC X(08).
001850     05  WS-CUR-DATE            PIC 9(08).
001860     05  WS-CUR-TIME            PIC 9(08).
001870     05  WS-CUR-USER            PIC X(08).
001880
002110*--------------------------------------------------------------*
002120*    CONTROL CARD VALUES - DEFAULT TO "KEEP ALL, NO REPORT"
002130*--------------------------------------------------------------*
002140 01  WS-RETAIN-DATE             PIC 9(08) VALUE ZERO.
002150 01  WS-RPT-KEY-LOW             PIC X(06) VALUE SPACES.
002160 01  WS-RPT-KEY-HIGH            PIC X(06) VALUE SPACES.
002162
002164*--------------------------------------------------------------*
002166*    RUN-CONTROL REGISTER - THIS STEP, THE STEP AHEAD OF IT IN
002168*    THE NIGHTLY STREAM, AND ANY OPERATOR OVERRIDE FOR IT
002170*--------------------------------------------------------------*
002172 01  WS-RCT-THIS-STEP           PIC X(08) VALUE 'EXAUDH  '.
002174 01  WS-RCT-PRIOR-STEP          PIC X(08) VALUE 'EXDUAL  '.
002176 01  WS-RCT-BUS-DATE            PIC 9(08) VALUE ZERO.
002178 01  WS-RCT-BUS-DATE-X REDEFINES WS-RCT-BUS-DATE.
002180     05  WS-RCT-BUS-CCYY        PIC 9(04).
002182     05  WS-RCT-BUS-MM          PIC 9(02).
002184     05  WS-RCT-BUS-DD          PIC 9(02).
002186 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
002188 01  WS-ROV-FILE-STATUS         PIC X(02) VALUE SPACES.
002190 01  WS-ROV-EOF-SW              PIC X(01) VALUE 'N'.
002192     88  WS-ROV-EOF                       VALUE 'Y'.
002194 01  WS-RCT-OVERRIDE-SW         PIC X(01) VALUE SPACE.
002196     88  WS-RCT-MAY-RERUN                 VALUE 'R' 'B'.
002198     88  WS-RCT-SKIP-PRIOR                VALUE 'P' 'B'.
002200
002202*--------------------------------------------------------------*
002204*    RUN DATE AND TIME - SET AT INITIALIZATION
002206*--------------------------------------------------------------*
002208 01  WS-RUN-DATE.
002220     05  WS-RUN-CCYY            PIC 9(04).
002230     05  WS-RUN-MM              PIC 9(02).
002240     05  WS-RUN-DD              PIC 9(02).
002250
002430         10  FILLER             PIC X(01) VALUE '/'.
002440         10  WS-RPT-DD          PIC 99.
002450         10  FILLER             PIC X(01) VALUE '/'.
002460         10  WS-RPT-CCYY        PIC 9(04).
002470         10  FILLER             PIC X(05) VALUE SPACES.
002480         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
002490         10  WS-RPT-HH          PIC 99.
002510         10  WS-RPT-MN          PIC 99.
002520         10  FILLER             PIC X(01) VALUE ':'.
002530         10  WS-RPT-SS          PIC 99.
002532         10  FILLER             PIC X(05) VALUE SPACES.
002534         10  FILLER             PIC X(15)
002536                                 VALUE 'BUSINESS DATE: '.
002538         10  WS-RPT-BUS-MM      PIC 99.
002540         10  FILLER             PIC X(01) VALUE '/'.
002542         10  WS-RPT-BUS-DD      PIC 99.
002544         10  FILLER             PIC X(01) VALUE '/'.
002546         10  WS-RPT-BUS-CCYY    PIC 9(04).
002548         10  FILLER             PIC X(07) VALUE SPACES.
002550     05  WS-RPT-DETAIL.
002560         10  FILLER             PIC X(05) VALUE 'KEY: '.
002570         10  WS-RPT-DET-KEY     PIC X(06).
002580         10  FILLER             PIC X(02) VALUE SPACES.
002590         10  WS-RPT-DET-DATE    PIC 9(08).
002600         10  FILLER             PIC X(01) VALUE SPACE.
002610         10  WS-RPT-DET-TIME    PIC 9(08).
002620         10  FILLER             PIC X(02) VALUE SPACES.
002630         10  WS-RPT-DET-ACTION  PIC X(08).
002640         10  FILLER             PIC X(02) VALUE SPACES.
002650         10  WS-RPT-DET-USER    PIC X(08).
002660         10  FILLER             PIC X(30) VALUE SPACES.
002670     05  WS-RPT-KEPT.
002680         10  FILLER             PIC X(25)
002690                                 VALUE 'HISTORY ENTRIES KEPT . :'.
003020         UNTIL WS-HIS-CMP = HIGH-VALUES
003030           AND WS-NEW-CMP = HIGH-VALUES.
003040     PERFORM 8000-FINALIZE      THRU 8000-EXIT.
003045     PERFORM 8900-STAMP-RUN-CONTROL THRU 8900-EXIT.
003050     STOP RUN.
003060
003070*-----------------------------------------------------------------
003090*    SETS THE RUN DATE/TIME AND READS THE CONTROL CARD.
003100*-----------------------------------------------------------------
003110 1000-INITIALIZE.
003120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003130     ACCEPT WS-RUN-TIME FROM TIME.
003135     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
003140     PERFORM 1100-READ-AHCCARD THRU 1100-EXIT.
003150 1000-EXIT.
003160     EXIT.
003290             NOT AT END
003300                 IF AHC-RETAIN-DATE NUMERIC
003310                     MOVE AHC-RETAIN-DATE TO WS-RETAIN-DATE
003312                 END-IF
003314                 MOVE AHC-RPT-KEY-LOW  TO WS-RPT-KEY-LOW
003316                 MOVE AHC-RPT-KEY-HIGH TO WS-RPT-KEY-HIGH
003318         END-READ
003320         CLOSE AHCCARD-FILE
003322     END-IF.
003324
003326     IF WS-RPT-KEY-LOW NOT = SPACES
003328         SET WS-REPORT-WANTED TO TRUE
003330         IF WS-RPT-KEY-HIGH = SPACES
003332             MOVE WS-RPT-KEY-LOW TO WS-RPT-KEY-HIGH
003334         END-IF
003336     END-IF.
003338 1100-EXIT.
003340     EXIT.
003342
003344*-----------------------------------------------------------------
003346*    1900-CHECK-RUN-CONTROL
003348*    TAKES THE BUSINESS DATE FROM THE CYCLE RECORD ON THE
003350*    RUN-CONTROL REGISTER (SEE RCTREC), PROVES THAT THE STEP
003352*    AHEAD OF THIS ONE HAS COMPLETED FOR IT, AND MARKS THIS STEP
003354*    STARTED. A REFUSAL ENDS THE RUN BEFORE ANY OTHER FILE IS
003356*    OPENED.
003358*-----------------------------------------------------------------
003360 1900-CHECK-RUN-CONTROL.
003362     PERFORM 1910-READ-RUNOVRD THRU 1910-EXIT.
003364
003366     OPEN I-O RUNCTL-FILE.
003368     IF WS-RCT-FILE-STATUS NOT = '00'
003370         DISPLAY 'EXAUDH0999 CANNOT OPEN RUNCTL, STATUS = '
003372                 WS-RCT-FILE-STATUS
003374         GO TO 1990-RUN-CONTROL-ABEND
003376     END-IF.
003378
003380     MOVE ZERO       TO RCT-BUS-DATE.
003382     MOVE '*CYCLE  ' TO RCT-STEP-NAME.
003384     READ RUNCTL-FILE
003386         INVALID KEY
003388             DISPLAY 'EXAUDH0999 NO STREAM CYCLE OPEN ON RUNCTL'
003390             GO TO 1990-RUN-CONTROL-ABEND
003392     END-READ.
003394     MOVE RCT-CYCLE-BUS-DATE TO WS-RCT-BUS-DATE.
003396
003398     MOVE WS-RCT-BUS-DATE   TO RCT-BUS-DATE.
003400     MOVE WS-RCT-PRIOR-STEP TO RCT-STEP-NAME.
003402     READ RUNCTL-FILE
003404         INVALID KEY
003406             MOVE SPACE TO RCT-STEP-STATUS
003408     END-READ.
003410     IF NOT RCT-STEP-COMPLETE
003412         IF WS-RCT-SKIP-PRIOR
003414             DISPLAY 'EXAUDH0200 ' WS-RCT-PRIOR-STEP
003416                     ' NOT COMPLETE - RUN ON OVERRIDE'
003418         ELSE
003420             DISPLAY 'EXAUDH0999 ' WS-RCT-PRIOR-STEP
003422                     ' HAS NOT COMPLETED FOR ' WS-RCT-BUS-DATE
003424             GO TO 1990-RUN-CONTROL-ABEND
003426         END-IF
003428     END-IF.
003430
003432     PERFORM 1920-MARK-STARTED THRU 1920-EXIT.
003434     CLOSE RUNCTL-FILE.
003436     DISPLAY 'EXAUDH0100 STARTED FOR BUSINESS DATE '
003438             WS-RCT-BUS-DATE.
003440 1900-EXIT.
003442     EXIT.
003444
003446*-----------------------------------------------------------------
003448*    1910-READ-RUNOVRD
003450*    PICKS UP THE OPERATOR OVERRIDE, IF ANY, FOR THIS STEP. THE
003452*    CARD FILE IS OPTIONAL AND MAY CARRY CARDS FOR OTHER STEPS.
003454*-----------------------------------------------------------------
003456 1910-READ-RUNOVRD.
003458     OPEN INPUT RUNOVRD-FILE.
003460     IF WS-ROV-FILE-STATUS = '00'
003462         PERFORM 1915-READ-ONE-OVERRIDE THRU 1915-EXIT
003464             UNTIL WS-ROV-EOF
003466         CLOSE RUNOVRD-FILE
003468     END-IF.
003470 1910-EXIT.
003472     EXIT.
003474
003476 1915-READ-ONE-OVERRIDE.
003478     READ RUNOVRD-FILE
003480         AT END
003482             SET WS-ROV-EOF TO TRUE
003484         NOT AT END
003486             IF ROV-STEP-NAME = WS-RCT-THIS-STEP
003488                 MOVE ROV-OVERRIDE TO WS-RCT-OVERRIDE-SW
003490             END-IF
003492     END-READ.
003494 1915-EXIT.
003496     EXIT.
003498
003500*-----------------------------------------------------------------
003502*    1920-MARK-STARTED
003504*    REFUSES A STEP ALREADY COMPLETE FOR THE BUSINESS DATE
003506*    UNLESS IT IS OVERRIDDEN FOR A RERUN, THEN STAMPS IT
003508*    STARTED. A STEP LEFT STARTED BY AN ABEND IS SIMPLY STARTED
003510*    AGAIN.
003512*-----------------------------------------------------------------
003514 1920-MARK-STARTED.
003516     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
003518     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
003520     READ RUNCTL-FILE
003522         INVALID KEY
003524             CONTINUE
003526     END-READ.
003528
003530     IF WS-RCT-FILE-STATUS = '00'
003532         IF RCT-STEP-COMPLETE
003534             IF WS-RCT-MAY-RERUN
003536                 DISPLAY 'EXAUDH0200 ALREADY COMPLETE FOR '
003538                         WS-RCT-BUS-DATE ' - RERUN ON OVERRIDE'
003540             ELSE
003542                 DISPLAY 'EXAUDH0999 ALREADY COMPLETED FOR '
003544                         WS-RCT-BUS-DATE
003546                 GO TO 1990-RUN-CONTROL-ABEND
003548             END-IF
003550         END-IF
003552         PERFORM 1930-STAMP-START THRU 1930-EXIT
003554         REWRITE RUN-CONTROL-RECORD
003556             INVALID KEY
003558                 DISPLAY 'EXAUDH0999 RUNCTL REWRITE, STATUS = '
003560                         WS-RCT-FILE-STATUS
003562                 GO TO 1990-RUN-CONTROL-ABEND
003564         END-REWRITE
003566     ELSE
003568         MOVE SPACES TO RCT-STEP-DATA
003570         MOVE ZERO   TO RCT-ATTEMPTS
003572         PERFORM 1930-STAMP-START THRU 1930-EXIT
003574         WRITE RUN-CONTROL-RECORD
003576             INVALID KEY
003578                 DISPLAY 'EXAUDH0999 RUNCTL WRITE, STATUS = '
003580                         WS-RCT-FILE-STATUS
003582                 GO TO 1990-RUN-CONTROL-ABEND
003584         END-WRITE
003586     END-IF.
003588 1920-EXIT.
003590     EXIT.
003592
003594 1930-STAMP-START.
003596     SET RCT-STEP-STARTED    TO TRUE.
003598     MOVE ZERO               TO RCT-RETURN-CODE
003600                                RCT-END-DATE
003602                                RCT-END-TIME
003604                                RCT-COUNT-VALUE(1)
003606                                RCT-COUNT-VALUE(2)
003608                                RCT-COUNT-VALUE(3).
003610     MOVE SPACES             TO RCT-COUNT-LABEL(1)
003612                                RCT-COUNT-LABEL(2)
003614                                RCT-COUNT-LABEL(3).
003616     ADD 1                   TO RCT-ATTEMPTS.
003618     MOVE WS-RCT-OVERRIDE-SW TO RCT-OVERRIDE.
003620     MOVE WS-RUN-DATE        TO RCT-START-DATE.
003622     MOVE WS-RUN-TIME        TO RCT-START-TIME.
003624 1930-EXIT.
003626     EXIT.
003628
003630*-----------------------------------------------------------------
003632*    1990-RUN-CONTROL-ABEND
003634*    THIS STEP MAY NOT RUN - NOTHING BUT THE REGISTER HAS BEEN
003636*    OPENED, SO NOTHING ELSE NEEDS UNWINDING.
003638*-----------------------------------------------------------------
003640 1990-RUN-CONTROL-ABEND.
003642     CLOSE RUNCTL-FILE.
003644     MOVE 16 TO RETURN-CODE.
003646     STOP RUN.
003648
003650*-----------------------------------------------------------------
003652*    2000-OPEN-MERGE
003654*    OPENS THE MERGE-PHASE FILES AND PRIMES BOTH SIDES. THE
003656*    FIRST FOLD EVER HAS NO CARRIED HISTORY.
003658*-----------------------------------------------------------------
003660 2000-OPEN-MERGE.
003662     OPEN INPUT SORTED-FILE.
003664
003666     MOVE 'Y' TO WS-HIS-PRESENT-SW.
003668     OPEN INPUT HISTIN-FILE.
003670     IF WS-HIS-FILE-STATUS NOT = '00'
003672         MOVE 'N' TO WS-HIS-PRESENT-SW
003674         MOVE HIGH-VALUES TO WS-HIS-CMP
003676     END-IF.
003678
003680     OPEN OUTPUT HISTOUT-FILE
003682          OUTPUT ARCH-FILE
003684          OUTPUT KEYRPT-FILE.
003686
003688     PERFORM 8100-WRITE-HEADINGS THRU 8100-EXIT.
003690
003692     IF WS-HIS-PRESENT
003694         PERFORM 3100-READ-HISTORY THRU 3100-EXIT
003710     END-IF.
003720     PERFORM 3200-READ-TODAY THRU 3200-EXIT.
003730 2000-EXIT.
004970
004980     MOVE WS-RUN-MM TO WS-RPT-MM.
004990     MOVE WS-RUN-DD TO WS-RPT-DD.
005000     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
005010     MOVE WS-RUN-HH TO WS-RPT-HH.
005020     MOVE WS-RUN-MN TO WS-RPT-MN.
005030     MOVE WS-RUN-SS TO WS-RPT-SS.
005032     MOVE WS-RCT-BUS-MM TO WS-RPT-BUS-MM.
005034     MOVE WS-RCT-BUS-DD TO WS-RPT-BUS-DD.
005036     MOVE WS-RCT-BUS-CCYY TO WS-RPT-BUS-CCYY.
005040     MOVE WS-RPT-RUNDATE TO KEYRPT-RECORD.
005050     WRITE KEYRPT-RECORD.
005060 8100-EXIT.
005420     EXIT.
005430
005440*-----------------------------------------------------------------
005441*    8900-STAMP-RUN-CONTROL
005451*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL REGISTER WITH
005461*    ITS RETURN CODE AND KEY COUNTS, RELEASING THE NEXT STEP.
005471*-----------------------------------------------------------------
005481 8900-STAMP-RUN-CONTROL.
005491     OPEN I-O RUNCTL-FILE.
005501     IF WS-RCT-FILE-STATUS NOT = '00'
005511         DISPLAY 'EXAUDH0200 CANNOT OPEN RUNCTL, STATUS = '
005521                 WS-RCT-FILE-STATUS ' - NOT STAMPED COMPLETE'
005531         GO TO 8900-EXIT
005541     END-IF.
005551
005561     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
005571     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
005581     READ RUNCTL-FILE
005591         INVALID KEY
005601             DISPLAY 'EXAUDH0200 NO RUNCTL ENTRY TO STAMP'
005611             CLOSE RUNCTL-FILE
005621             GO TO 8900-EXIT
005631     END-READ.
005641
005651     SET RCT-STEP-COMPLETE TO TRUE.
005661     MOVE RETURN-CODE      TO RCT-RETURN-CODE.
005671     ACCEPT RCT-END-DATE FROM DATE YYYYMMDD.
005681     ACCEPT RCT-END-TIME FROM TIME.
005691     MOVE 'NEW   '           TO RCT-COUNT-LABEL(1).
005701     MOVE WS-NEW-READ-COUNT  TO RCT-COUNT-VALUE(1).
005711     MOVE 'KEPT  '           TO RCT-COUNT-LABEL(2).
005721     MOVE WS-KEPT-COUNT      TO RCT-COUNT-VALUE(2).
005731     MOVE 'ARCHVD'           TO RCT-COUNT-LABEL(3).
005741     MOVE WS-ARCHIVED-COUNT  TO RCT-COUNT-VALUE(3).
005751
005761     REWRITE RUN-CONTROL-RECORD
005771         INVALID KEY
005781             DISPLAY 'EXAUDH0200 RUNCTL REWRITE, STATUS = '
005791                     WS-RCT-FILE-STATUS
005801     END-REWRITE.
005811     CLOSE RUNCTL-FILE.
005821 8900-EXIT.
005831     EXIT.
005841
005851*-----------------------------------------------------------------
005861*    9900-HISTORY-ABEND
005871*    TERMINATES THE RUN WITH A NON-ZERO RETURN CODE.
005881*-----------------------------------------------------------------
005891 9900-HISTORY-ABEND.
005901     MOVE 16 TO RETURN-CODE.
005911     STOP RUN.
