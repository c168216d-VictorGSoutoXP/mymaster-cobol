000210*    09/03/2026 JH    ORIGINAL PROGRAM - NIGHTLY EXPIRY RUN.
000220*                      INACTIVATES ACTIVE MASTER RECORDS WHOSE
000230*                      EXPIRY DATE HAS PASSED.
000231*    10/15/2026 JH    CHECKS THE NIGHTLY STREAM RUN-CONTROL
000232*                      REGISTER (RUNCTL, SEE RCTREC) BEFORE
000234*                      OPENING ANYTHING ELSE - THE STEP AHEAD
000236*                      MUST HAVE COMPLETED FOR THE BUSINESS DATE
000238*                      AND THIS ONE MUST NOT, UNLESS A RUNOVRD
000240*                      CARD OVERRIDES - AND STAMPS IT COMPLETE
000242*                      WITH THE RETURN CODE AND KEY COUNTS AT A
000244*                      CLEAN END.
000246*    10/15/2026 JH    THE EXPIRY CUTOFF NOW DEFAULTS TO THE
000248*                      BUSINESS DATE ON THE RUN-CONTROL CYCLE
000250*                      RECORD RATHER THAN THE CLOCK, AND IT IS
000252*                      THE DATE STAMPED IN OUT-MAINT-DATE. THE
000254*                      REPORT PRINTS THE BUSINESS DATE BESIDE THE
000256*                      RUN DATE.
000258*    10/15/2026 JH    FOUR-DIGIT YEARS - THE CUTOFF, EXPCARD, AND
000260*                      THE MASTER, JOURNAL, AND AUDIT DATES ARE
000262*                      CCYYMMDD.
000264*    10/15/2026 JH    JOURNAL ENTRIES CARRY EXEXPIR IN JRN-SOURCE
000266*                      SO THE EXGLPST GENERAL-LEDGER POSTING CAN
000268*                      TELL AN EXPIRY FROM ANY OTHER CHANGE.
000270*    10/15/2026 JH    SETS THE BATCH-WINDOW FLAG ON RUNCTL (SEE
000272*                      RCTREC) BEFORE THE MASTER IS OPENED AND
000274*                      CLEARS IT AT A CLEAN END, SO EXUP DEFERS
000276*                      ITS UPDATES WHILE THIS RUN HAS THE MASTER.
000278*--------------------------------------------------------------*
000280*    EXEXPIR RUNS NIGHTLY AFTER THE EXEMPLO BATCH RUN. IT READS
000282*    THE MASTER END TO END AND FLIPS OUT-STATUS TO I ON EVERY
000284*    ACTIVE RECORD WHOSE OUT-EXP-DATE IS BEHIND THE CUTOFF,
000286*    STAMPING OUT-MAINT-DATE AND OUT-MAINT-USER THE WAY EVERY
000290*    OTHER MAINTAINER OF THE RECORD DOES. EACH INACTIVATION
000300*    WRITES THE SAME JRNREC BEFORE/AFTER IMAGES AND AUDREC
000310*    ENTRY AS A BATCH CHANGE, SO THE EXRCVR ROLL-FORWARD AND
000340*    THIS RUN TAKES THAT OFF THE CLERKS' MEMORY.
000350*
000360*    AN OPTIONAL EXPCARD CONTROL CARD OVERRIDES THE EXPIRY
000365*    CUTOFF DATE (CCYYMMDD) - WHEN ABSENT OR ZERO THE BUSINESS
000370*    DATE ON THE RUN-CONTROL REGISTER IS USED, NOT THE CLOCK,
000375*    AS IN THE EXSWEEP RELEASE CUTOFF. THE BUSINESS DATE ONLY
000380*    EVER FALLS ON A SHOP BUSINESS DAY (SEE EXBDATE), SO A RATE
000385*    EXPIRING ON ANY DAY OF A WEEKEND OR HOLIDAY IS INACTIVATED
000390*    BY THE FIRST BUSINESS DAY'S RUN AFTER IT, THE SAME AS ONE
000395*    EXPIRING ON THE BUSINESS DAY BEFORE - NOT SOONER OR LATER
000400*    DEPENDING ON WHICH SIDE OF MIDNIGHT THE STREAM RAN.
000405*    A RECORD WHOSE EXPIRY DATE IS NOT NUMERIC IS LEFT ALONE
000410*    FOR THE WEEKLY EXMSCAN RUN TO SURFACE - THIS RUN ONLY ACTS
000415*    ON DATES IT CAN TRUST.
000420*--------------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000670     SELECT REPORT-FILE        ASSIGN TO RPTFILE
000680                                ORGANIZATION IS SEQUENTIAL.
000690
000691     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
000692                                ORGANIZATION IS INDEXED
000693                                ACCESS MODE IS RANDOM
000694                                RECORD KEY IS RCT-KEY
000695                                FILE STATUS WS-RCT-FILE-STATUS.
000696
000698     SELECT RUNOVRD-FILE       ASSIGN TO RUNOVRD
000700                                ORGANIZATION IS SEQUENTIAL
000702                                FILE STATUS WS-ROV-FILE-STATUS.
000704
000706 DATA DIVISION.
000710 FILE SECTION.
000720*--------------------------------------------------------------*
000730*    MASTER-FILE - THE INDEXED MASTER MAINTAINED BY EXEMPLO
001030 FD  EXPCARD-FILE
001040     RECORDING MODE IS F.
001050 01  EXPCARD-RECORD.
001060     05  EXP-CUTOFF-DATE        PIC 9(08).
001070
001080*--------------------------------------------------------------*
001090*    REPORT-FILE - EXPIRY RUN REPORT
001130     RECORDING MODE IS F.
001140 01  REPORT-RECORD               PIC X(80).
001150
001151*--------------------------------------------------------------*
001152*    RUNCTL-FILE - NIGHTLY STREAM RUN-CONTROL REGISTER
001153*--------------------------------------------------------------*
001154 FD  RUNCTL-FILE
001156     RECORDING MODE IS F.
001158     COPY RCTREC.
001160
001162*--------------------------------------------------------------*
001164*    RUNOVRD-FILE - OPTIONAL OPERATOR OVERRIDE CARDS FOR THE
001166*    RUN-CONTROL TESTS (SEE RCTREC)
001168*--------------------------------------------------------------*
001170 FD  RUNOVRD-FILE
001172     RECORDING MODE IS F.
001174 01  RUNOVRD-RECORD.
001176     05  ROV-STEP-NAME          PIC X(08).
001178     05  ROV-OVERRIDE           PIC X(01).
001180
001182 WORKING-STORAGE SECTION.
001184*--------------------------------------------------------------*
001186*    SWITCHES
001190*--------------------------------------------------------------*
001200 01  WS-SWITCHES.
001210     05  WS-EOF-SW              PIC X(01) VALUE 'N'.
001340 01  WS-CRD-FILE-STATUS         PIC X(02) VALUE SPACES.
001350
001360*--------------------------------------------------------------*
001370*    EXPIRY CUTOFF - DEFAULTS TO THE BUSINESS DATE
001380*--------------------------------------------------------------*
001390 01  WS-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
001400
001410*--------------------------------------------------------------*
001420*    JOURNAL IMAGES - BOTH SIDES OF A CHANGE CARRY A RECORD
001430*--------------------------------------------------------------*
001440 01  WS-JOURNAL-IMAGES.
001450     05  WS-BEFORE-IMAGE        PIC X(78) VALUE LOW-VALUES.
001460     05  WS-AFTER-IMAGE         PIC X(78) VALUE LOW-VALUES.
001462
001464*--------------------------------------------------------------*
001466*    RUN-CONTROL REGISTER - THIS STEP, THE STEP AHEAD OF IT IN
001468*    THE NIGHTLY STREAM, AND ANY OPERATOR OVERRIDE FOR IT
001470*--------------------------------------------------------------*
001472 01  WS-RCT-THIS-STEP           PIC X(08) VALUE 'EXEXPIR '.
001474 01  WS-RCT-PRIOR-STEP          PIC X(08) VALUE 'EXEMPLO '.
001476 01  WS-RCT-BUS-DATE            PIC 9(08) VALUE ZERO.
001478 01  WS-RCT-BUS-DATE-X REDEFINES WS-RCT-BUS-DATE.
001480     05  WS-RCT-BUS-CCYY        PIC 9(04).
001482     05  WS-RCT-BUS-MM          PIC 9(02).
001484     05  WS-RCT-BUS-DD          PIC 9(02).
001486 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
001488 01  WS-ROV-FILE-STATUS         PIC X(02) VALUE SPACES.
001490 01  WS-ROV-EOF-SW              PIC X(01) VALUE 'N'.
001492     88  WS-ROV-EOF                       VALUE 'Y'.
001494 01  WS-RCT-OVERRIDE-SW         PIC X(01) VALUE SPACE.
001496     88  WS-RCT-MAY-RERUN                 VALUE 'R' 'B'.
001498     88  WS-RCT-SKIP-PRIOR                VALUE 'P' 'B'.
001500
001502*--------------------------------------------------------------*
001504*    RUN DATE AND TIME - SET AT INITIALIZATION
001506*--------------------------------------------------------------*
001508 01  WS-RUN-DATE.
001520     05  WS-RUN-CCYY            PIC 9(04).
001530     05  WS-RUN-MM              PIC 9(02).
001540     05  WS-RUN-DD              PIC 9(02).
001550 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
001560                                PIC 9(08).
001570
001580 01  WS-RUN-TIME.
001590     05  WS-RUN-HH              PIC 9(02).
001750         10  FILLER             PIC X(01) VALUE '/'.
001760         10  WS-RPT-DD          PIC 99.
001770         10  FILLER             PIC X(01) VALUE '/'.
001780         10  WS-RPT-CCYY        PIC 9(04).
001790         10  FILLER             PIC X(05) VALUE SPACES.
001800         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
001810         10  WS-RPT-HH          PIC 99.
001830         10  WS-RPT-MN          PIC 99.
001840         10  FILLER             PIC X(01) VALUE ':'.
001850         10  WS-RPT-SS          PIC 99.
001852         10  FILLER             PIC X(05) VALUE SPACES.
001854         10  FILLER             PIC X(15)
001856                                 VALUE 'BUSINESS DATE: '.
001858         10  WS-RPT-BUS-MM      PIC 99.
001860         10  FILLER             PIC X(01) VALUE '/'.
001862         10  WS-RPT-BUS-DD      PIC 99.
001864         10  FILLER             PIC X(01) VALUE '/'.
001866         10  WS-RPT-BUS-CCYY    PIC 9(04).
001868         10  FILLER             PIC X(07) VALUE SPACES.
001870     05  WS-RPT-CUTOFF.
001880         10  FILLER             PIC X(25)
001890                                 VALUE 'EXPIRY CUTOFF DATE . . :'.
001900         10  WS-RPT-CUTOFF-DT   PIC 9(08).
001910         10  FILLER             PIC X(47) VALUE SPACES.
001920     05  WS-RPT-DETAIL.
001930         10  FILLER             PIC X(05) VALUE 'KEY: '.
001940         10  WS-RPT-DET-KEY     PIC X(06).
001950         10  FILLER             PIC X(09) VALUE '  EXPIRED'.
001960         10  FILLER             PIC X(01) VALUE ' '.
001970         10  WS-RPT-DET-EXP     PIC 9(08).
001980         10  FILLER             PIC X(02) VALUE SPACES.
001990         10  WS-RPT-DET-DESC    PIC X(30).
002000         10  FILLER             PIC X(19) VALUE SPACES.
002010     05  WS-RPT-READ.
002020         10  FILLER             PIC X(25)
002030                                 VALUE 'RECORDS READ . . . . . :'.
002190     PERFORM 3000-PROCESS-RECORDS THRU 3000-EXIT
002200         UNTIL WS-EOF.
002210     PERFORM 8000-FINALIZE      THRU 8000-EXIT.
002215     PERFORM 8900-STAMP-RUN-CONTROL THRU 8900-EXIT.
002217     PERFORM 8950-CLEAR-BATCH-WINDOW THRU 8950-EXIT.
002220     STOP RUN.
002230
002240*-----------------------------------------------------------------
002310*    1400-OPEN-HISTORY-FILES CREATES THE JOURNAL.
002320*-----------------------------------------------------------------
002330 1000-INITIALIZE.
002340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002350     ACCEPT WS-RUN-TIME FROM TIME.
002355     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
002358     PERFORM 1950-SET-BATCH-WINDOW  THRU 1950-EXIT.
002362     MOVE WS-RCT-BUS-DATE TO WS-CUTOFF-DATE.
002370
002380     PERFORM 1100-READ-EXPCARD THRU 1100-EXIT.
002390
002640*--------------------------------------------------------------*
002650*    1100-READ-EXPCARD
002660*    READS THE OPTIONAL CUTOFF OVERRIDE CARD. A MISSING CARD OR
002670*    A ZERO DATE LEAVES THE BUSINESS-DATE CUTOFF IN PLACE.
002672*--------------------------------------------------------------*
002674 1100-READ-EXPCARD.
002676     OPEN INPUT EXPCARD-FILE.
002678     IF WS-CRD-FILE-STATUS = '00'
002680         READ EXPCARD-FILE
002682             AT END
002684                 CONTINUE
002686             NOT AT END
002688                 IF EXP-CUTOFF-DATE NUMERIC
002690                    AND EXP-CUTOFF-DATE > ZERO
002692                     MOVE EXP-CUTOFF-DATE TO WS-CUTOFF-DATE
002694                 END-IF
002696         END-READ
002698         CLOSE EXPCARD-FILE
002700     END-IF.
002702 1100-EXIT.
002704     EXIT.
002706
002708*-----------------------------------------------------------------
002710*    1900-CHECK-RUN-CONTROL
002712*    TAKES THE BUSINESS DATE FROM THE CYCLE RECORD ON THE
002714*    RUN-CONTROL REGISTER (SEE RCTREC), PROVES THAT THE STEP
002716*    AHEAD OF THIS ONE HAS COMPLETED FOR IT, AND MARKS THIS STEP
002718*    STARTED. A REFUSAL ENDS THE RUN BEFORE ANY OTHER FILE IS
002720*    OPENED.
002722*-----------------------------------------------------------------
002724 1900-CHECK-RUN-CONTROL.
002726     PERFORM 1910-READ-RUNOVRD THRU 1910-EXIT.
002728
002730     OPEN I-O RUNCTL-FILE.
002732     IF WS-RCT-FILE-STATUS NOT = '00'
002734         DISPLAY 'EXEXPIR0999 CANNOT OPEN RUNCTL, STATUS = '
002736                 WS-RCT-FILE-STATUS
002738         GO TO 1990-RUN-CONTROL-ABEND
002740     END-IF.
002742
002744     MOVE ZERO       TO RCT-BUS-DATE.
002746     MOVE '*CYCLE  ' TO RCT-STEP-NAME.
002748     READ RUNCTL-FILE
002750         INVALID KEY
002752             DISPLAY 'EXEXPIR0999 NO STREAM CYCLE OPEN ON RUNCTL'
002754             GO TO 1990-RUN-CONTROL-ABEND
002756     END-READ.
002758     MOVE RCT-CYCLE-BUS-DATE TO WS-RCT-BUS-DATE.
002760
002762     MOVE WS-RCT-BUS-DATE   TO RCT-BUS-DATE.
002764     MOVE WS-RCT-PRIOR-STEP TO RCT-STEP-NAME.
002766     READ RUNCTL-FILE
002768         INVALID KEY
002770             MOVE SPACE TO RCT-STEP-STATUS
002772     END-READ.
002774     IF NOT RCT-STEP-COMPLETE
002776         IF WS-RCT-SKIP-PRIOR
002778             DISPLAY 'EXEXPIR0200 ' WS-RCT-PRIOR-STEP
002780                     ' NOT COMPLETE - RUN ON OVERRIDE'
002782         ELSE
002784             DISPLAY 'EXEXPIR0999 ' WS-RCT-PRIOR-STEP
002786                     ' HAS NOT COMPLETED FOR ' WS-RCT-BUS-DATE
002788             GO TO 1990-RUN-CONTROL-ABEND
002790         END-IF
002792     END-IF.
002794
002796     PERFORM 1920-MARK-STARTED THRU 1920-EXIT.
002798     CLOSE RUNCTL-FILE.
002800     DISPLAY 'EXEXPIR0100 STARTED FOR BUSINESS DATE '
002802             WS-RCT-BUS-DATE.
002804 1900-EXIT.
002806     EXIT.
002808
002810*-----------------------------------------------------------------
002812*    1910-READ-RUNOVRD
002814*    PICKS UP THE OPERATOR OVERRIDE, IF ANY, FOR THIS STEP. THE
002816*    CARD FILE IS OPTIONAL AND MAY CARRY CARDS FOR OTHER STEPS.
002818*-----------------------------------------------------------------
002820 1910-READ-RUNOVRD.
002822     OPEN INPUT RUNOVRD-FILE.
002824     IF WS-ROV-FILE-STATUS = '00'
002826         PERFORM 1915-READ-ONE-OVERRIDE THRU 1915-EXIT
002828             UNTIL WS-ROV-EOF
002830         CLOSE RUNOVRD-FILE
002832     END-IF.
002834 1910-EXIT.
002836     EXIT.
002838
002840 1915-READ-ONE-OVERRIDE.
002842     READ RUNOVRD-FILE
002844         AT END
002846             SET WS-ROV-EOF TO TRUE
002848         NOT AT END
002850             IF ROV-STEP-NAME = WS-RCT-THIS-STEP
002852                 MOVE ROV-OVERRIDE TO WS-RCT-OVERRIDE-SW
002854             END-IF
002856     END-READ.
002858 1915-EXIT.
002860     EXIT.
002862
002864*-----------------------------------------------------------------
002866*    1920-MARK-STARTED
002868*    REFUSES A STEP ALREADY COMPLETE FOR THE BUSINESS DATE
002870*    UNLESS IT IS OVERRIDDEN FOR A RERUN, THEN STAMPS IT
002872*    STARTED. A STEP LEFT STARTED BY AN ABEND IS SIMPLY STARTED
002874*    AGAIN.
002876*-----------------------------------------------------------------
002878 1920-MARK-STARTED.
002880     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
002882     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
002884     READ RUNCTL-FILE
002886         INVALID KEY
002888             CONTINUE
002890     END-READ.
002892
002894     IF WS-RCT-FILE-STATUS = '00'
002896         IF RCT-STEP-COMPLETE
002898             IF WS-RCT-MAY-RERUN
002900                 DISPLAY 'EXEXPIR0200 ALREADY COMPLETE FOR '
002902                         WS-RCT-BUS-DATE ' - RERUN ON OVERRIDE'
002904             ELSE
002906                 DISPLAY 'EXEXPIR0999 ALREADY COMPLETED FOR '
002908                         WS-RCT-BUS-DATE
002910                 GO TO 1990-RUN-CONTROL-ABEND
002912             END-IF
002914         END-IF
002916         PERFORM 1930-STAMP-START THRU 1930-EXIT
002918         REWRITE RUN-CONTROL-RECORD
002920             INVALID KEY
002922                 DISPLAY 'EXEXPIR0999 RUNCTL REWRITE, STATUS = '
002924                         WS-RCT-FILE-STATUS
002926                 GO TO 1990-RUN-CONTROL-ABEND
002928         END-REWRITE
002930     ELSE
002932         MOVE SPACES TO RCT-STEP-DATA
002934         MOVE ZERO   TO RCT-ATTEMPTS
002936         PERFORM 1930-STAMP-START THRU 1930-EXIT
002938         WRITE RUN-CONTROL-RECORD
002940             INVALID KEY
002942                 DISPLAY 'EXEXPIR0999 RUNCTL WRITE, STATUS = '
002944                         WS-RCT-FILE-STATUS
002946                 GO TO 1990-RUN-CONTROL-ABEND
002948         END-WRITE
002950     END-IF.
002952 1920-EXIT.
002954     EXIT.
002956
002958 1930-STAMP-START.
002960     SET RCT-STEP-STARTED    TO TRUE.
002962     MOVE ZERO               TO RCT-RETURN-CODE
002964                                RCT-END-DATE
002966                                RCT-END-TIME
002968                                RCT-COUNT-VALUE(1)
002970                                RCT-COUNT-VALUE(2)
002972                                RCT-COUNT-VALUE(3).
002974     MOVE SPACES             TO RCT-COUNT-LABEL(1)
002976                                RCT-COUNT-LABEL(2)
002978                                RCT-COUNT-LABEL(3).
002980     ADD 1                   TO RCT-ATTEMPTS.
002982     MOVE WS-RCT-OVERRIDE-SW TO RCT-OVERRIDE.
002984     MOVE WS-RUN-DATE        TO RCT-START-DATE.
002986     MOVE WS-RUN-TIME        TO RCT-START-TIME.
002988 1930-EXIT.
002990     EXIT.
002992
002994*-----------------------------------------------------------------
002996*    1950-SET-BATCH-WINDOW
002998*    SETS THE BATCH-WINDOW FLAG (THE *WINDOW RECORD ON RUNCTL,
003000*    SEE RCTREC) BEFORE THE MASTER IS OPENED, SO THE EXUP
003002*    TRANSACTION DEFERS ITS UPDATES UNTIL THIS RUN ENDS. A
003004*    WINDOW STILL SET BY ANOTHER RUN THAT ABENDED IS TAKEN OVER.
003006*-----------------------------------------------------------------
003008 1950-SET-BATCH-WINDOW.
003010     OPEN I-O RUNCTL-FILE.
003012     IF WS-RCT-FILE-STATUS NOT = '00'
003014         DISPLAY 'EXEXPIR0999 CANNOT OPEN RUNCTL, STATUS = '
003016                 WS-RCT-FILE-STATUS ' - WINDOW NOT SET'
003018         GO TO 1990-RUN-CONTROL-ABEND
003020     END-IF.
003022
003024     MOVE ZERO       TO RCT-BUS-DATE.
003026     MOVE '*WINDOW ' TO RCT-STEP-NAME.
003028     READ RUNCTL-FILE
003030         INVALID KEY
003032             CONTINUE
003034     END-READ.
003036
003038     IF WS-RCT-FILE-STATUS = '00'
003040         IF RCT-WINDOW-SET
003042            AND RCT-WINDOW-PROGRAM NOT = WS-RCT-THIS-STEP
003044             DISPLAY 'EXEXPIR0200 BATCH WINDOW WAS LEFT SET BY '
003046                     RCT-WINDOW-PROGRAM ' - TAKEN OVER'
003048         END-IF
003050         PERFORM 1955-STAMP-WINDOW-SET THRU 1955-EXIT
003052         REWRITE RUN-CONTROL-RECORD
003054             INVALID KEY
003056                 DISPLAY 'EXEXPIR0999 RUNCTL REWRITE, STATUS = '
003058                         WS-RCT-FILE-STATUS
003060                 GO TO 1990-RUN-CONTROL-ABEND
003062         END-REWRITE
003064     ELSE
003066         PERFORM 1955-STAMP-WINDOW-SET THRU 1955-EXIT
003068         WRITE RUN-CONTROL-RECORD
003070             INVALID KEY
003072                 DISPLAY 'EXEXPIR0999 RUNCTL WRITE, STATUS = '
003074                         WS-RCT-FILE-STATUS
003076                 GO TO 1990-RUN-CONTROL-ABEND
003078         END-WRITE
003080     END-IF.
003082     CLOSE RUNCTL-FILE.
003084     DISPLAY 'EXEXPIR0100 BATCH WINDOW SET - ONLINE UPDATES '
003086             'DEFERRED'.
003088 1950-EXIT.
003090     EXIT.
003092
003094 1955-STAMP-WINDOW-SET.
003096     MOVE SPACES      TO RCT-STEP-DATA.
003098     SET RCT-WINDOW-SET TO TRUE.
003100     MOVE WS-RCT-THIS-STEP TO RCT-WINDOW-PROGRAM.
003102     MOVE WS-RUN-DATE TO RCT-WINDOW-SET-DATE.
003104     MOVE WS-RUN-TIME TO RCT-WINDOW-SET-TIME.
003106     MOVE ZERO        TO RCT-WINDOW-CLEAR-DATE
003108                         RCT-WINDOW-CLEAR-TIME.
003110 1955-EXIT.
003112     EXIT.
003114
003116*-----------------------------------------------------------------
003118*    1990-RUN-CONTROL-ABEND
003120*    THIS STEP MAY NOT RUN - NOTHING BUT THE REGISTER HAS BEEN
003122*    OPENED, SO NOTHING ELSE NEEDS UNWINDING.
003124*-----------------------------------------------------------------
003126 1990-RUN-CONTROL-ABEND.
003128     CLOSE RUNCTL-FILE.
003130     MOVE 16 TO RETURN-CODE.
003132     STOP RUN.
003134
003136*-----------------------------------------------------------------
003138*    3000-PROCESS-RECORDS
003140*    DECIDES WHETHER ONE MASTER RECORD HAS EXPIRED AND READS THE
003142*    NEXT. ONLY ACTIVE RECORDS WITH A TRUSTWORTHY EXPIRY DATE
003144*    BEHIND THE CUTOFF ARE TOUCHED.
003146*-----------------------------------------------------------------
003148 3000-PROCESS-RECORDS.
003150     ADD 1 TO WS-READ-COUNT.
003152
003154     IF OUT-STATUS-ACTIVE
003156        AND OUT-EXP-DATE NUMERIC
003158        AND OUT-EXP-DATE < WS-CUTOFF-DATE
003160         PERFORM 3200-EXPIRE-RECORD THRU 3200-EXIT
003162     END-IF.
003164
003166     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
003168 3000-EXIT.
003170     EXIT.
003172
003174*-----------------------------------------------------------------
003176*    3100-READ-MASTER
003178*    READS THE NEXT MASTER RECORD IN KEY SEQUENCE.
003180*-----------------------------------------------------------------
003182 3100-READ-MASTER.
003184     READ MASTER-FILE
003190         AT END
003200             SET WS-EOF TO TRUE
003210     END-READ.
003310 3200-EXPIRE-RECORD.
003320     MOVE OUTPUT-RECORD TO WS-BEFORE-IMAGE.
003330     SET OUT-STATUS-INACTIVE TO TRUE.
003340     MOVE WS-RCT-BUS-DATE TO OUT-MAINT-DATE.
003350     MOVE 'EXEXPIR ' TO OUT-MAINT-USER.
003360     REWRITE OUTPUT-RECORD
003370         INVALID KEY
003660     MOVE WS-RUN-TIME     TO JRN-RUN-TIME.
003670     MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
003680     MOVE WS-AFTER-IMAGE  TO JRN-AFTER-IMAGE.
003685     MOVE 'EXEXPIR '      TO JRN-SOURCE.
003690     WRITE JOURNAL-RECORD.
003700 3300-EXIT.
003710     EXIT.
004270
004280     MOVE WS-RUN-MM TO WS-RPT-MM.
004290     MOVE WS-RUN-DD TO WS-RPT-DD.
004300     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
004310     MOVE WS-RUN-HH TO WS-RPT-HH.
004320     MOVE WS-RUN-MN TO WS-RPT-MN.
004330     MOVE WS-RUN-SS TO WS-RPT-SS.
004332     MOVE WS-RCT-BUS-MM TO WS-RPT-BUS-MM.
004334     MOVE WS-RCT-BUS-DD TO WS-RPT-BUS-DD.
004336     MOVE WS-RCT-BUS-CCYY TO WS-RPT-BUS-CCYY.
004340     MOVE WS-RPT-RUNDATE TO REPORT-RECORD.
004350     WRITE REPORT-RECORD.
004360
004560     EXIT.
004570
004580*-----------------------------------------------------------------
004590*    8900-STAMP-RUN-CONTROL
004600*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL REGISTER WITH
004610*    ITS RETURN CODE AND KEY COUNTS, RELEASING THE NEXT STEP.
004620*-----------------------------------------------------------------
004630 8900-STAMP-RUN-CONTROL.
004640     OPEN I-O RUNCTL-FILE.
004650     IF WS-RCT-FILE-STATUS NOT = '00'
004660         DISPLAY 'EXEXPIR0200 CANNOT OPEN RUNCTL, STATUS = '
004670                 WS-RCT-FILE-STATUS ' - NOT STAMPED COMPLETE'
004680         GO TO 8900-EXIT
004690     END-IF.
004700
004710     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
004720     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
004730     READ RUNCTL-FILE
004740         INVALID KEY
004750             DISPLAY 'EXEXPIR0200 NO RUNCTL ENTRY TO STAMP'
004760             CLOSE RUNCTL-FILE
004770             GO TO 8900-EXIT
004780     END-READ.
004790
004800     SET RCT-STEP-COMPLETE TO TRUE.
004810     MOVE RETURN-CODE      TO RCT-RETURN-CODE.
004820     ACCEPT RCT-END-DATE FROM DATE YYYYMMDD.
004830     ACCEPT RCT-END-TIME FROM TIME.
004840     MOVE 'READ  '           TO RCT-COUNT-LABEL(1).
004850     MOVE WS-READ-COUNT      TO RCT-COUNT-VALUE(1).
004860     MOVE 'EXPIRD'           TO RCT-COUNT-LABEL(2).
004870     MOVE WS-EXPIRED-COUNT   TO RCT-COUNT-VALUE(2).
004880
004890     REWRITE RUN-CONTROL-RECORD
004900         INVALID KEY
004910             DISPLAY 'EXEXPIR0200 RUNCTL REWRITE, STATUS = '
004920                     WS-RCT-FILE-STATUS
004930     END-REWRITE.
004940     CLOSE RUNCTL-FILE.
004950 8900-EXIT.
004960     EXIT.
004970
004980*-----------------------------------------------------------------
004990*    8950-CLEAR-BATCH-WINDOW
005000*    CLEARS THE BATCH-WINDOW FLAG AT A CLEAN END SO EXDEFR CAN
005010*    APPLY THE UPDATES EXUP DEFERRED. A WINDOW SINCE TAKEN OVER
005020*    BY ANOTHER RUN IS LEFT FOR THAT RUN TO CLEAR.
005030*-----------------------------------------------------------------
005040 8950-CLEAR-BATCH-WINDOW.
005050     OPEN I-O RUNCTL-FILE.
005060     IF WS-RCT-FILE-STATUS NOT = '00'
005070         DISPLAY 'EXEXPIR0200 CANNOT OPEN RUNCTL, STATUS = '
005080                 WS-RCT-FILE-STATUS ' - WINDOW LEFT SET'
005090         GO TO 8950-EXIT
005100     END-IF.
005110
005120     MOVE ZERO       TO RCT-BUS-DATE.
005130     MOVE '*WINDOW ' TO RCT-STEP-NAME.
005140     READ RUNCTL-FILE
005150         INVALID KEY
005160             DISPLAY 'EXEXPIR0200 NO BATCH WINDOW RECORD TO CLEAR'
005170             CLOSE RUNCTL-FILE
005180             GO TO 8950-EXIT
005190     END-READ.
005200
005210     IF RCT-WINDOW-PROGRAM NOT = WS-RCT-THIS-STEP
005220         DISPLAY 'EXEXPIR0200 BATCH WINDOW NOW HELD BY '
005230                 RCT-WINDOW-PROGRAM ' - LEFT SET'
005240         CLOSE RUNCTL-FILE
005250         GO TO 8950-EXIT
005260     END-IF.
005270
005280     SET RCT-WINDOW-CLEAR TO TRUE.
005290     ACCEPT RCT-WINDOW-CLEAR-DATE FROM DATE YYYYMMDD.
005300     ACCEPT RCT-WINDOW-CLEAR-TIME FROM TIME.
005310     REWRITE RUN-CONTROL-RECORD
005320         INVALID KEY
005330             DISPLAY 'EXEXPIR0200 RUNCTL REWRITE, STATUS = '
005340                     WS-RCT-FILE-STATUS ' - WINDOW LEFT SET'
005350             CLOSE RUNCTL-FILE
005360             GO TO 8950-EXIT
005370     END-REWRITE.
005380     CLOSE RUNCTL-FILE.
005390     DISPLAY 'EXEXPIR0100 BATCH WINDOW CLEARED'.
005400 8950-EXIT.
005410     EXIT.
005420
005430*-----------------------------------------------------------------
005440*    9900-EXPIRY-ABEND
005450*    TERMINATES THE RUN WITH A NON-ZERO RETURN CODE. AN UPDATE
005460*    THAT CANNOT COMPLETE LEAVES THE JOURNAL AND MASTER IN
005470*    STEP ONLY UP TO THE LAST RECORD JOURNALLED.
005480*-----------------------------------------------------------------
005490 9900-EXPIRY-ABEND.
005500     MOVE 16 TO RETURN-CODE.
005510     STOP RUN.
