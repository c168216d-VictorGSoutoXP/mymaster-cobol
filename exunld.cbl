000276*                      TOTAL GOES ON THE BACKUP TRAILER AND THE
000278*                      UNLOAD REPORT, AND THE DOLLAR POSITION
000280*                      IS PROVED HERE - THE AMTCTL POSITION AT
000282*                      THE LAST UNLOAD PLUS THE NET AMOUNT
000284*                      MOVEMENT ON THE SPENT JOURNAL (BATCH AND
000286*                      ONLINE) MUST EQUAL THE ACTUAL SUM. A
000288*                      BREAK PRINTS FLAGGED AND ENDS WITH A
000290*                      NON-ZERO RETURN CODE. THE ACTUAL SUM IS
000292*                      THEN SAVED ON AMTCTL AS THE NEW BASE,
000294*                      AT THE SAME POINT THE JOURNAL IS
000296*                      STARTED FRESH.
000298*    10/15/2026 JH    CHECKS THE NIGHTLY STREAM RUN-CONTROL
000300*                      REGISTER (RUNCTL, SEE RCTREC) BEFORE
000302*                      OPENING ANYTHING ELSE - THE STEP AHEAD
000304*                      MUST HAVE COMPLETED FOR THE BUSINESS DATE
000306*                      AND THIS ONE MUST NOT, UNLESS A RUNOVRD
000308*                      CARD OVERRIDES - AND STAMPS IT COMPLETE
000310*                      WITH THE RETURN CODE AND KEY COUNTS AT A
000312*                      CLEAN END.
000314*    10/15/2026 JH    THE REPORT PRINTS THE BUSINESS DATE FROM
000316*                      THE RUN-CONTROL CYCLE RECORD BESIDE THE
000318*                      RUN DATE.
000320*    10/15/2026 JH    FOUR-DIGIT YEARS - THE GENERATION HEADER
000322*                      DATE IS CCYYMMDD AND THE IMAGES ARE THE
000324*                      WIDENED OUTMSTR RECORD.
000326*    10/15/2026 JH    THE STEP AHEAD IS NOW EXGLPST - THE DAY'S
000328*                      GENERAL-LEDGER POSTING IS TAKEN FROM THE
000330*                      JOURNAL BEFORE THIS RUN SPENDS IT.
000332*--------------------------------------------------------------*
000334*    EXUNLD COPIES THE MASTER TO THE BACKUP GENERATION DATASET
000336*    POINTED AT BY THE BKPFILE DD. THE GENERATION NUMBER IS
000338*    CARRIED ON THE GENCTL CONTROL DATASET AND STAMPED IN THE
000340*    BACKUP HEADER SO A RELOAD CAN CONFIRM IT HAS THE GENERATION
000342*    THE OPERATOR INTENDED. THE UNLOAD REPORT SHOWS THE RECORD
000344*    COUNT AND KEY RANGE FOR RECONCILIATION AGAINST THE EXEMPLO
000350*    CONTROL TOTALS REPORT, AND THE SAME COUNT IS THE "BEFORE"
000360*    FIGURE WHEN THE UNLOAD/RELOAD PAIR IS RUN TO REORGANIZE
000370*    THE MASTER.
000627                                ORGANIZATION IS SEQUENTIAL
000628                                FILE STATUS WS-AMT-FILE-STATUS.
000630
000631     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
000632                                ORGANIZATION IS INDEXED
000633                                ACCESS MODE IS RANDOM
000634                                RECORD KEY IS RCT-KEY
000635                                FILE STATUS WS-RCT-FILE-STATUS.
000636
000638     SELECT RUNOVRD-FILE       ASSIGN TO RUNOVRD
000640                                ORGANIZATION IS SEQUENTIAL
000642                                FILE STATUS WS-ROV-FILE-STATUS.
000644
000646 DATA DIVISION.
000650 FILE SECTION.
000660*--------------------------------------------------------------*
000670*    MASTER-FILE - THE INDEXED MASTER MAINTAINED BY EXEMPLO
001061     RECORDING MODE IS F.
001062 01  AMTCTL-RECORD.
001063     05  AMT-LAST-TOTAL         PIC S9(09)V99.
001065
001067*--------------------------------------------------------------*
001069*    RUNCTL-FILE - NIGHTLY STREAM RUN-CONTROL REGISTER
001071*--------------------------------------------------------------*
001073 FD  RUNCTL-FILE
001075     RECORDING MODE IS F.
001077     COPY RCTREC.
001079
001081*--------------------------------------------------------------*
001083*    RUNOVRD-FILE - OPTIONAL OPERATOR OVERRIDE CARDS FOR THE
001085*    RUN-CONTROL TESTS (SEE RCTREC)
001087*--------------------------------------------------------------*
001089 FD  RUNOVRD-FILE
001091     RECORDING MODE IS F.
001093 01  RUNOVRD-RECORD.
001095     05  ROV-STEP-NAME          PIC X(08).
001097     05  ROV-OVERRIDE           PIC X(01).
001099
001101 WORKING-STORAGE SECTION.
001103*--------------------------------------------------------------*
001105*    SWITCHES
001107*--------------------------------------------------------------*
001110 01  WS-SWITCHES.
001120     05  WS-EOF-SW              PIC X(01) VALUE 'N'.
001130         88  WS-EOF                       VALUE 'Y'.
001241*    COUNT AS ZERO.
001242*--------------------------------------------------------------*
001243 01  WS-IMAGE-WORK.
001244     05  FILLER                 PIC X(53).
001245     05  WS-IMAGE-AMOUNT        PIC S9(07)V99.
001246     05  FILLER                 PIC X(16).
001247
001248 01  WS-KEY-RANGE.
001250     05  WS-LOW-KEY             PIC X(06) VALUE SPACES.
001292 01  WS-JRN-FILE-STATUS         PIC X(02) VALUE SPACES.
001294 01  WS-AMT-FILE-STATUS         PIC X(02) VALUE SPACES.
001300 01  WS-GENERATION              PIC 9(04) VALUE ZERO.
001302
001304*--------------------------------------------------------------*
001306*    RUN-CONTROL REGISTER - THIS STEP, THE STEP AHEAD OF IT IN
001308*    THE NIGHTLY STREAM, AND ANY OPERATOR OVERRIDE FOR IT
001310*--------------------------------------------------------------*
001312 01  WS-RCT-THIS-STEP           PIC X(08) VALUE 'EXUNLD  '.
001314 01  WS-RCT-PRIOR-STEP          PIC X(08) VALUE 'EXGLPST '.
001316 01  WS-RCT-BUS-DATE            PIC 9(08) VALUE ZERO.
001318 01  WS-RCT-BUS-DATE-X REDEFINES WS-RCT-BUS-DATE.
001320     05  WS-RCT-BUS-CCYY        PIC 9(04).
001322     05  WS-RCT-BUS-MM          PIC 9(02).
001324     05  WS-RCT-BUS-DD          PIC 9(02).
001326 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
001328 01  WS-ROV-FILE-STATUS         PIC X(02) VALUE SPACES.
001330 01  WS-ROV-EOF-SW              PIC X(01) VALUE 'N'.
001332     88  WS-ROV-EOF                       VALUE 'Y'.
001334 01  WS-RCT-OVERRIDE-SW         PIC X(01) VALUE SPACE.
001336     88  WS-RCT-MAY-RERUN                 VALUE 'R' 'B'.
001338     88  WS-RCT-SKIP-PRIOR                VALUE 'P' 'B'.
001340
001342*--------------------------------------------------------------*
001344*    RUN DATE AND TIME - SET AT INITIALIZATION
001346*--------------------------------------------------------------*
001348 01  WS-RUN-DATE.
001360     05  WS-RUN-CCYY            PIC 9(04).
001370     05  WS-RUN-MM              PIC 9(02).
001380     05  WS-RUN-DD              PIC 9(02).
001390
001570         10  FILLER             PIC X(01) VALUE '/'.
001580         10  WS-RPT-DD          PIC 99.
001590         10  FILLER             PIC X(01) VALUE '/'.
001600         10  WS-RPT-CCYY        PIC 9(04).
001610         10  FILLER             PIC X(05) VALUE SPACES.
001620         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
001630         10  WS-RPT-HH          PIC 99.
001650         10  WS-RPT-MN          PIC 99.
001660         10  FILLER             PIC X(01) VALUE ':'.
001670         10  WS-RPT-SS          PIC 99.
001672         10  FILLER             PIC X(05) VALUE SPACES.
001674         10  FILLER             PIC X(15)
001676                                 VALUE 'BUSINESS DATE: '.
001678         10  WS-RPT-BUS-MM      PIC 99.
001680         10  FILLER             PIC X(01) VALUE '/'.
001682         10  WS-RPT-BUS-DD      PIC 99.
001684         10  FILLER             PIC X(01) VALUE '/'.
001686         10  WS-RPT-BUS-CCYY    PIC 9(04).
001688         10  FILLER             PIC X(07) VALUE SPACES.
001690     05  WS-RPT-GEN.
001700         10  FILLER             PIC X(25)
001710                                 VALUE 'BACKUP GENERATION  . . :'.
001970     PERFORM 3000-UNLOAD-RECORDS THRU 3000-EXIT
001980         UNTIL WS-EOF.
001990     PERFORM 8000-FINALIZE      THRU 8000-EXIT.
001995     PERFORM 8900-STAMP-RUN-CONTROL THRU 8900-EXIT.
002000     STOP RUN.
002010
002020*-----------------------------------------------------------------
002050*    BACKUP HEADER, AND PRIMES THE MASTER READ.
002060*-----------------------------------------------------------------
002070 1000-INITIALIZE.
002080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002090     ACCEPT WS-RUN-TIME FROM TIME.
002095     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
002100
002110     OPEN INPUT MASTER-FILE.
002120     IF WS-MST-FILE-STATUS NOT = '00'
002460     END-IF.
002470     ADD 1 TO WS-GENERATION.
002480 1100-EXIT.
002482     EXIT.
002484
002486*--------------------------------------------------------------*
002488*    1200-WRITE-HEADER
002490*    STAMPS THE GENERATION NUMBER AND UNLOAD DATE/TIME ON THE
002492*    FIRST BACKUP RECORD.
002494*--------------------------------------------------------------*
002496 1200-WRITE-HEADER.
002498     MOVE SPACES        TO BACKUP-RECORD.
002500     MOVE 'H'           TO BKP-REC-TYPE.
002502     MOVE WS-GENERATION TO BKP-HDR-GENERATION.
002504     MOVE WS-RUN-DATE   TO BKP-HDR-DATE.
002506     MOVE WS-RUN-TIME   TO BKP-HDR-TIME.
002508     WRITE BACKUP-RECORD.
002510 1200-EXIT.
002512     EXIT.
002514
002516*-----------------------------------------------------------------
002518*    1900-CHECK-RUN-CONTROL
002520*    TAKES THE BUSINESS DATE FROM THE CYCLE RECORD ON THE
002522*    RUN-CONTROL REGISTER (SEE RCTREC), PROVES THAT THE STEP
002524*    AHEAD OF THIS ONE HAS COMPLETED FOR IT, AND MARKS THIS STEP
002526*    STARTED. A REFUSAL ENDS THE RUN BEFORE ANY OTHER FILE IS
002528*    OPENED.
002530*-----------------------------------------------------------------
002532 1900-CHECK-RUN-CONTROL.
002534     PERFORM 1910-READ-RUNOVRD THRU 1910-EXIT.
002536
002538     OPEN I-O RUNCTL-FILE.
002540     IF WS-RCT-FILE-STATUS NOT = '00'
002542         DISPLAY 'EXUNLD0999 CANNOT OPEN RUNCTL, STATUS = '
002544                 WS-RCT-FILE-STATUS
002546         GO TO 1990-RUN-CONTROL-ABEND
002548     END-IF.
002550
002552     MOVE ZERO       TO RCT-BUS-DATE.
002554     MOVE '*CYCLE  ' TO RCT-STEP-NAME.
002556     READ RUNCTL-FILE
002558         INVALID KEY
002560             DISPLAY 'EXUNLD0999 NO STREAM CYCLE OPEN ON RUNCTL'
002562             GO TO 1990-RUN-CONTROL-ABEND
002564     END-READ.
002566     MOVE RCT-CYCLE-BUS-DATE TO WS-RCT-BUS-DATE.
002568
002570     MOVE WS-RCT-BUS-DATE   TO RCT-BUS-DATE.
002572     MOVE WS-RCT-PRIOR-STEP TO RCT-STEP-NAME.
002574     READ RUNCTL-FILE
002576         INVALID KEY
002578             MOVE SPACE TO RCT-STEP-STATUS
002580     END-READ.
002582     IF NOT RCT-STEP-COMPLETE
002584         IF WS-RCT-SKIP-PRIOR
002586             DISPLAY 'EXUNLD0200 ' WS-RCT-PRIOR-STEP
002588                     ' NOT COMPLETE - RUN ON OVERRIDE'
002590         ELSE
002592             DISPLAY 'EXUNLD0999 ' WS-RCT-PRIOR-STEP
002594                     ' HAS NOT COMPLETED FOR ' WS-RCT-BUS-DATE
002596             GO TO 1990-RUN-CONTROL-ABEND
002598         END-IF
002600     END-IF.
002602
002604     PERFORM 1920-MARK-STARTED THRU 1920-EXIT.
002606     CLOSE RUNCTL-FILE.
002608     DISPLAY 'EXUNLD0100 STARTED FOR BUSINESS DATE '
002610             WS-RCT-BUS-DATE.
002612 1900-EXIT.
002614     EXIT.
002616
002618*-----------------------------------------------------------------
002620*    1910-READ-RUNOVRD
002622*    PICKS UP THE OPERATOR OVERRIDE, IF ANY, FOR THIS STEP. THE
002624*    CARD FILE IS OPTIONAL AND MAY CARRY CARDS FOR OTHER STEPS.
002626*-----------------------------------------------------------------
002628 1910-READ-RUNOVRD.
002630     OPEN INPUT RUNOVRD-FILE.
002632     IF WS-ROV-FILE-STATUS = '00'
002634         PERFORM 1915-READ-ONE-OVERRIDE THRU 1915-EXIT
002636             UNTIL WS-ROV-EOF
002638         CLOSE RUNOVRD-FILE
002640     END-IF.
002642 1910-EXIT.
002644     EXIT.
002646
002648 1915-READ-ONE-OVERRIDE.
002650     READ RUNOVRD-FILE
002652         AT END
002654             SET WS-ROV-EOF TO TRUE
002656         NOT AT END
002658             IF ROV-STEP-NAME = WS-RCT-THIS-STEP
002660                 MOVE ROV-OVERRIDE TO WS-RCT-OVERRIDE-SW
002662             END-IF
002664     END-READ.
002666 1915-EXIT.
002668     EXIT.
002670
002672*-----------------------------------------------------------------
002674*    1920-MARK-STARTED
002676*    REFUSES A STEP ALREADY COMPLETE FOR THE BUSINESS DATE
002678*    UNLESS IT IS OVERRIDDEN FOR A RERUN, THEN STAMPS IT
002680*    STARTED. A STEP LEFT STARTED BY AN ABEND IS SIMPLY STARTED
002682*    AGAIN.
002684*-----------------------------------------------------------------
002686 1920-MARK-STARTED.
002688     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
002690     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
002692     READ RUNCTL-FILE
002694         INVALID KEY
002696             CONTINUE
002698     END-READ.
002700
002702     IF WS-RCT-FILE-STATUS = '00'
002704         IF RCT-STEP-COMPLETE
002706             IF WS-RCT-MAY-RERUN
002708                 DISPLAY 'EXUNLD0200 ALREADY COMPLETE FOR '
002710                         WS-RCT-BUS-DATE ' - RERUN ON OVERRIDE'
002712             ELSE
002714                 DISPLAY 'EXUNLD0999 ALREADY COMPLETED FOR '
002716                         WS-RCT-BUS-DATE
002718                 GO TO 1990-RUN-CONTROL-ABEND
002720             END-IF
002722         END-IF
002724         PERFORM 1930-STAMP-START THRU 1930-EXIT
002726         REWRITE RUN-CONTROL-RECORD
002728             INVALID KEY
002730                 DISPLAY 'EXUNLD0999 RUNCTL REWRITE, STATUS = '
002732                         WS-RCT-FILE-STATUS
002734                 GO TO 1990-RUN-CONTROL-ABEND
002736         END-REWRITE
002738     ELSE
002740         MOVE SPACES TO RCT-STEP-DATA
002742         MOVE ZERO   TO RCT-ATTEMPTS
002744         PERFORM 1930-STAMP-START THRU 1930-EXIT
002746         WRITE RUN-CONTROL-RECORD
002748             INVALID KEY
002750                 DISPLAY 'EXUNLD0999 RUNCTL WRITE, STATUS = '
002752                         WS-RCT-FILE-STATUS
002754                 GO TO 1990-RUN-CONTROL-ABEND
002756         END-WRITE
002758     END-IF.
002760 1920-EXIT.
002762     EXIT.
002764
002766 1930-STAMP-START.
002768     SET RCT-STEP-STARTED    TO TRUE.
002770     MOVE ZERO               TO RCT-RETURN-CODE
002772                                RCT-END-DATE
002774                                RCT-END-TIME
002776                                RCT-COUNT-VALUE(1)
002778                                RCT-COUNT-VALUE(2)
002780                                RCT-COUNT-VALUE(3).
002782     MOVE SPACES             TO RCT-COUNT-LABEL(1)
002784                                RCT-COUNT-LABEL(2)
002786                                RCT-COUNT-LABEL(3).
002788     ADD 1                   TO RCT-ATTEMPTS.
002790     MOVE WS-RCT-OVERRIDE-SW TO RCT-OVERRIDE.
002792     MOVE WS-RUN-DATE        TO RCT-START-DATE.
002794     MOVE WS-RUN-TIME        TO RCT-START-TIME.
002796 1930-EXIT.
002798     EXIT.
002800
002802*-----------------------------------------------------------------
002804*    1990-RUN-CONTROL-ABEND
002806*    THIS STEP MAY NOT RUN - NOTHING BUT THE REGISTER HAS BEEN
002808*    OPENED, SO NOTHING ELSE NEEDS UNWINDING.
002810*-----------------------------------------------------------------
002812 1990-RUN-CONTROL-ABEND.
002814     CLOSE RUNCTL-FILE.
002816     MOVE 16 TO RETURN-CODE.
002818     STOP RUN.
002820
002822*-----------------------------------------------------------------
002824*    3000-UNLOAD-RECORDS
002826*    COPIES ONE MASTER RECORD TO THE BACKUP GENERATION AND TRACKS
002828*    THE KEY RANGE, THEN READS THE NEXT RECORD.
002830*-----------------------------------------------------------------
002832 3000-UNLOAD-RECORDS.
002834     MOVE SPACES        TO BACKUP-RECORD.
002836     MOVE 'D'           TO BKP-REC-TYPE.
002838     MOVE OUTPUT-RECORD TO BKP-MASTER-IMAGE.
002840     WRITE BACKUP-RECORD.
002842     ADD 1 TO WS-UNLOAD-COUNT.
002844     IF OUT-AMOUNT NUMERIC
002846         ADD OUT-AMOUNT TO WS-UNLOAD-AMOUNT
002848     END-IF.
002850
002852     IF WS-FIRST-RECORD
002854         MOVE OUT-KEY TO WS-LOW-KEY
002856         SET WS-NOT-FIRST-RECORD TO TRUE
002858     END-IF.
002860     MOVE OUT-KEY TO WS-HIGH-KEY.
002862
002864     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
002866 3000-EXIT.
002868     EXIT.
002870
002880*-----------------------------------------------------------------
002890*    3100-READ-MASTER
003460
003470     MOVE WS-RUN-MM TO WS-RPT-MM.
003480     MOVE WS-RUN-DD TO WS-RPT-DD.
003490     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
003500     MOVE WS-RUN-HH TO WS-RPT-HH.
003510     MOVE WS-RUN-MN TO WS-RPT-MN.
003520     MOVE WS-RUN-SS TO WS-RPT-SS.
003522     MOVE WS-RCT-BUS-MM TO WS-RPT-BUS-MM.
003524     MOVE WS-RCT-BUS-DD TO WS-RPT-BUS-DD.
003526     MOVE WS-RCT-BUS-CCYY TO WS-RPT-BUS-CCYY.
003530     MOVE WS-RPT-RUNDATE TO REPORT-RECORD.
003540     WRITE REPORT-RECORD.
003550
003986     EXIT.
003987
003990*-----------------------------------------------------------------
004000*    8900-STAMP-RUN-CONTROL
004010*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL REGISTER WITH
004020*    ITS RETURN CODE AND KEY COUNTS, RELEASING THE NEXT STEP.
004030*-----------------------------------------------------------------
004040 8900-STAMP-RUN-CONTROL.
004050     OPEN I-O RUNCTL-FILE.
004060     IF WS-RCT-FILE-STATUS NOT = '00'
004070         DISPLAY 'EXUNLD0200 CANNOT OPEN RUNCTL, STATUS = '
004080                 WS-RCT-FILE-STATUS ' - NOT STAMPED COMPLETE'
004090         GO TO 8900-EXIT
004100     END-IF.
004110
004120     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
004130     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
004140     READ RUNCTL-FILE
004150         INVALID KEY
004160             DISPLAY 'EXUNLD0200 NO RUNCTL ENTRY TO STAMP'
004170             CLOSE RUNCTL-FILE
004180             GO TO 8900-EXIT
004190     END-READ.
004200
004210     SET RCT-STEP-COMPLETE TO TRUE.
004220     MOVE RETURN-CODE      TO RCT-RETURN-CODE.
004230     ACCEPT RCT-END-DATE FROM DATE YYYYMMDD.
004240     ACCEPT RCT-END-TIME FROM TIME.
004250     MOVE 'UNLOAD'           TO RCT-COUNT-LABEL(1).
004260     MOVE WS-UNLOAD-COUNT    TO RCT-COUNT-VALUE(1).
004270
004280     REWRITE RUN-CONTROL-RECORD
004290         INVALID KEY
004300             DISPLAY 'EXUNLD0200 RUNCTL REWRITE, STATUS = '
004310                     WS-RCT-FILE-STATUS
004320     END-REWRITE.
004330     CLOSE RUNCTL-FILE.
004340 8900-EXIT.
004350     EXIT.
004360
004370*-----------------------------------------------------------------
004380*    9900-OPEN-ABEND
004390*    TERMINATES THE RUN WITH A NON-ZERO RETURN CODE WHEN THE
004400*    MASTER CANNOT BE OPENED FOR UNLOAD.
004410*-----------------------------------------------------------------
004420 9900-OPEN-ABEND.
004430     MOVE 16 TO RETURN-CODE.
004440     STOP RUN.
