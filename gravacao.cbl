001150*    08/22/2026 JH    INFILE IS NOW FRAMED BY BATCH HEADER AND
001160*                      TRAILER RECORDS (SEE INTRANS). THE RUN
001170*                      ACCUMULATES THE DETAIL COUNT AND KEY
001172*                      HASH AND REFUSES TO END CLEAN WHEN THE
001174*                      TRAILER DOES NOT PROVE THE BATCH
001176*                      COMPLETE. EXBVRFY GATES THE BATCH AHEAD
001178*                      OF THIS RUN - THIS IS THE BACKSTOP.
001180*    08/22/2026 JH    RENUMBERED THE SOURCE AFTER THE HEAVY
001182*                      MAINTENANCE ABOVE SO THE SEQUENCE
001184*                      NUMBERS READ IN ORDER AGAIN.
001186*    08/22/2026 JH    CHECKPOINT-FILE NOW REALLY CARRIES THE
001188*                      SUSPENDED COUNT BOTH WAYS, AND A BATCH
001190*                      TRAILER ARRIVING WITHOUT ITS HEADER
001192*                      ABENDS INSTEAD OF PASSING AS AN
001194*                      UNFRAMED FILE.
001196*    08/22/2026 JH    BATCH FRAME RECORDS NO LONGER COUNT AS
001198*                      RECORDS READ, SO THE CONTROL TOTALS
001200*                      RECONCILE AGAINST THEMSELVES AGAIN, AND
001202*                      A BATCH-FRAME ABEND CLEARS THE
001204*                      CHECKPOINT - THE PRESCRIBED REMEDY IS A
001206*                      FULL RERUN, NOT A RESTART.
001208*    09/03/2026 JH    ADDED DOLLAR-POSITION BALANCING FOR
001210*                      FINANCE. THE OPENING POSITION IS THE
001212*                      MASTER'S TOTAL AT THE LAST UNLOAD,
001214*                      CARRIED ON THE AMTCTL BALANCE-FORWARD
001216*                      DATASET BY EXUNLD. THE JOURNAL ALREADY
001218*                      CARRIES EVERY BATCH AND ONLINE AMOUNT
001220*                      MOVEMENT SINCE THAT UNLOAD, SO THE
001222*                      MOVEMENT ON FILE AT START OF RUN PLUS
001224*                      THIS RUN'S OWN NET (ADDS PLUS, DELETES
001226*                      MINUS, CHANGES BY DIFFERENCE) IS THE
001228*                      WHOLE STORY - AT END OF JOB THE JOURNAL
001230*                      IS RE-SUMMED AND MUST PROVE THAT TOTAL,
001232*                      AND EXUNLD PROVES THE CLOSING POSITION
001234*                      AGAINST THE ACTUAL MASTER AMOUNTS WHEN
001236*                      IT TAKES THE NEXT BACKUP. A RESTARTED
001238*                      RUN'S PRE-ABEND MOVEMENT IS ON THE
001240*                      JOURNAL, SO THE CHECKPOINT DOES NOT
001242*                      CARRY AMOUNTS.
001244*    10/15/2026 JH    CHECKS THE NIGHTLY STREAM RUN-CONTROL
001246*                      REGISTER (RUNCTL, SEE RCTREC) BEFORE
001248*                      OPENING ANYTHING ELSE - THE STEP AHEAD
001250*                      MUST HAVE COMPLETED FOR THE BUSINESS DATE
001252*                      AND THIS ONE MUST NOT, UNLESS A RUNOVRD
001254*                      CARD OVERRIDES - AND STAMPS IT COMPLETE
001256*                      WITH THE RETURN CODE AND KEY COUNTS AT A
001258*                      CLEAN END.
001260*    10/15/2026 JH    THE FUTURE-DATE TEST FOR SUSPENSE AND THE
001262*                      OUT-MAINT-DATE STAMP NOW USE THE BUSINESS
001264*                      DATE ON THE RUN-CONTROL CYCLE RECORD RATHER
001266*                      THAN THE CLOCK, SO A RUN THAT SLIPS PAST
001268*                      MIDNIGHT APPLIES NOTHING EARLY. THE CONTROL
001270*                      TOTALS REPORT PRINTS THE BUSINESS DATE
001272*                      BESIDE THE RUN DATE.
001274*    10/15/2026 JH    FOUR-DIGIT YEARS - TRANSACTION, MASTER,
001276*                      JOURNAL, AUDIT, AND CTLCARD DATES ARE
001278*                      CCYYMMDD. THE EFFECTIVE AND EXPIRY DATE
001280*                      EDITS NOW PROVE A REAL CALENDAR DATE
001282*                      (3330-EDIT-DATE) RATHER THAN JUST DIGITS.
001284*    10/15/2026 JH    JOURNAL ENTRIES CARRY THE TRANSACTION'S
001286*                      ORIGINATING SOURCE IN JRN-SOURCE FOR THE
001288*                      EXGLPST GENERAL-LEDGER POSTING.
001290*    10/15/2026 JH    THE OUTCOME OF EVERY SOURCE DETAIL -
001292*                      APPLIED, REJECTED WITH ITS REASON,
001294*                      SUSPENDED UNTIL ITS EFFECTIVE DATE, OR NOT
001296*                      SELECTED - IS POSTED TO THE ACKREG
001298*                      ACKNOWLEDGEMENT REGISTER UNDER ITS
001300*                      IN-ACK-REF (3750-POST-OUTCOME). SUSPENSE
001302*                      IMAGES CARRY THE REFERENCE.
001304*    10/15/2026 JH    SETS THE BATCH-WINDOW FLAG ON RUNCTL (SEE
001306*                      RCTREC) BEFORE THE MASTER IS OPENED AND
001308*                      CLEARS IT AT A CLEAN END, SO EXUP DEFERS
001310*                      ITS UPDATES WHILE THIS RUN HAS THE MASTER.
001312*    10/15/2026 JH    EVERY TRANSACTION KEY MUST PASS ITS
001314*                      CHECK DIGIT (REJECT CK) AND AN ADD MUST
001316*                      BE FOR A KEY ISSUED FROM THE KEY
001318*                      ALLOCATION REGISTER (KEYREG, SEE KEYREC -
001320*                      REJECT NI). KEYREG IS REQUIRED.
001321*    10/15/2026 JH    THE ABEND PATHS CLOSE ACKREG TOO.
001322*--------------------------------------------------------------*
001324 ENVIRONMENT DIVISION.
001326 CONFIGURATION SECTION.
001328 SOURCE-COMPUTER.              IBM-370.
001330 OBJECT-COMPUTER.              IBM-370.
001332 INPUT-OUTPUT SECTION.
001334 FILE-CONTROL.
001336     SELECT INPUT-FILE         ASSIGN TO INFILE
001338                                ORGANIZATION IS SEQUENTIAL.
001340
001350     SELECT OUTPUT-FILE        ASSIGN TO OUTFILE
001360                                ORGANIZATION IS INDEXED
001666                                ORGANIZATION IS SEQUENTIAL
001668                                FILE STATUS WS-AMT-FILE-STATUS.
001670
001671     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
001672                                ORGANIZATION IS INDEXED
001673                                ACCESS MODE IS RANDOM
001674                                RECORD KEY IS RCT-KEY
001675                                FILE STATUS WS-RCT-FILE-STATUS.
001676
001677     SELECT RUNOVRD-FILE       ASSIGN TO RUNOVRD
001678                                ORGANIZATION IS SEQUENTIAL
001679                                FILE STATUS WS-ROV-FILE-STATUS.
001680
001681     SELECT ACKREG-FILE        ASSIGN TO ACKREG
001682                                ORGANIZATION IS INDEXED
001683                                ACCESS MODE IS RANDOM
001684                                RECORD KEY IS ACK-REG-KEY
001685                                FILE STATUS WS-ACK-FILE-STATUS.
001686
001687     SELECT KEYREG-FILE        ASSIGN TO KEYREG
001688                                ORGANIZATION IS INDEXED
001689                                ACCESS MODE IS DYNAMIC
001690                                RECORD KEY IS KRG-LAST-BASE
001691                                FILE STATUS WS-KRG-FILE-STATUS.
001692
001693 DATA DIVISION.
001694 FILE SECTION.
001695*----------------------------------------------------------------*
001696*    INPUT-FILE - TRANSACTIONS TO BE EDITED AND APPLIED          *
001720*----------------------------------------------------------------*
001730 FD  INPUT-FILE
001740     BLOCK CONTAINS 0 RECORDS
002220 01  CONTROL-RECORD.
002230     05  CTL-KEY-LOW            PIC X(06).
002240     05  CTL-KEY-HIGH           PIC X(06).
002250     05  CTL-DATE-LOW           PIC 9(08).
002260     05  CTL-DATE-HIGH          PIC 9(08).
002270
002280*--------------------------------------------------------------*
002290*    AUDIT-FILE - ONE ENTRY PER INPUT RECORD PROCESSED
002560 FD  SUSPENSE-FILE
002570     BLOCK CONTAINS 0 RECORDS
002580     RECORDING MODE IS F.
002590 01  SUSPENSE-RECORD             PIC X(91).
002592
002594*--------------------------------------------------------------*
002596*    AMTCTL-FILE - THE MASTER'S TOTAL AMOUNT AS OF THE LAST
002598*    UNLOAD, CARRIED BETWEEN RUNS THE WAY BATCHCTL CARRIES
002600*    BATCH NUMBERS. WRITTEN BY EXUNLD FROM THE ACTUAL MASTER
002602*    AMOUNTS AFTER EACH SUCCESSFUL UNLOAD - READ HERE AS THE
002604*    OPENING POSITION, NEVER WRITTEN BY THIS RUN.
002606*--------------------------------------------------------------*
002608 FD  AMTCTL-FILE
002610     RECORDING MODE IS F.
002612 01  AMTCTL-RECORD.
002614     05  AMT-LAST-TOTAL         PIC S9(09)V99.
002616
002618*--------------------------------------------------------------*
002620*    RUNCTL-FILE - NIGHTLY STREAM RUN-CONTROL REGISTER
002622*--------------------------------------------------------------*
002624 FD  RUNCTL-FILE
002626     RECORDING MODE IS F.
002628     COPY RCTREC.
002630
002632*--------------------------------------------------------------*
002634*    RUNOVRD-FILE - OPTIONAL OPERATOR OVERRIDE CARDS FOR THE
002636*    RUN-CONTROL TESTS (SEE RCTREC)
002638*--------------------------------------------------------------*
002640 FD  RUNOVRD-FILE
002642     RECORDING MODE IS F.
002644 01  RUNOVRD-RECORD.
002646     05  ROV-STEP-NAME          PIC X(08).
002648     05  ROV-OVERRIDE           PIC X(01).
002650
002652*--------------------------------------------------------------*
002654*    ACKREG-FILE - ACKNOWLEDGEMENT REGISTER (SEE ACKREC) - THE
002656*    OUTCOME OF EVERY SOURCE DETAIL IS POSTED BACK TO IT
002658*--------------------------------------------------------------*
002660 FD  ACKREG-FILE
002662     RECORDING MODE IS F.
002664     COPY ACKREC.
002666
002668*--------------------------------------------------------------*
002670*    KEYREG-FILE - KEY ALLOCATION REGISTER (SEE KEYREC) - AN
002672*    ADD IS ONLY APPLIED FOR A KEY ISSUED FROM IT
002674*--------------------------------------------------------------*
002676 FD  KEYREG-FILE
002678     RECORDING MODE IS F.
002680     COPY KEYREC.
002682
002684 WORKING-STORAGE SECTION.
002686*----------------------------------------------------------------*
002688*    SWITCHES                                                    *
002690*----------------------------------------------------------------*
002692 01  WS-SWITCHES.
002694     05  WS-EOF-SW              PIC X(01) VALUE 'N'.
002696         88  WS-EOF                       VALUE 'Y'.
002698     05  WS-VALID-SW            PIC X(01) VALUE 'Y'.
002700         88  WS-RECORD-VALID              VALUE 'Y'.
002702         88  WS-RECORD-INVALID             VALUE 'N'.
002704     05  WS-RESTART-SW          PIC X(01) VALUE 'N'.
002710         88  WS-RESTART-RUN               VALUE 'Y'.
002720         88  WS-NORMAL-RUN                 VALUE 'N'.
002730
002967*    COUNT AS ZERO.
002968*--------------------------------------------------------------*
002969 01  WS-IMAGE-WORK.
002970     05  FILLER                 PIC X(53).
002971     05  WS-IMAGE-AMOUNT        PIC S9(07)V99.
002972     05  FILLER                 PIC X(16).
002973
002974*--------------------------------------------------------------*
002975*    CONTROL CARD SELECTION RANGES - DEFAULT TO "SELECT ALL"
002980 01  WS-CONTROL-CARD.
002990     05  WS-CTL-KEY-LOW         PIC X(06) VALUE LOW-VALUES.
003000     05  WS-CTL-KEY-HIGH        PIC X(06) VALUE HIGH-VALUES.
003010     05  WS-CTL-DATE-LOW        PIC 9(08) VALUE ZERO.
003020     05  WS-CTL-DATE-HIGH       PIC 9(08) VALUE 99999999.
003030
003040 01  WS-SELECT-SW               PIC X(01) VALUE 'Y'.
003050     88  WS-RECORD-SELECTED               VALUE 'Y'.
003140 01  WS-CSV-AMOUNT               PIC -9999999.99.
003150
003160*--------------------------------------------------------------*
003161*    DATE EDIT - A CCYYMMDD DATE FROM THE TRANSACTION, PROVED
003162*    A REAL CALENDAR DATE (MONTH 01-12, DAY WITHIN THE MONTH,
003163*    FEBRUARY 29 ONLY IN A LEAP YEAR)
003165*--------------------------------------------------------------*
003167 01  WS-EDIT-DATE               PIC 9(08) VALUE ZERO.
003169 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
003171     05  WS-EDIT-CCYY           PIC 9(04).
003173     05  WS-EDIT-MM             PIC 9(02).
003175     05  WS-EDIT-DD             PIC 9(02).
003177 01  WS-EDIT-WORK.
003179     05  WS-EDIT-MONTH-DAYS     PIC 9(02) COMP VALUE ZERO.
003181     05  WS-EDIT-QUOT           PIC 9(05) COMP VALUE ZERO.
003183     05  WS-EDIT-REM            PIC 9(04) COMP VALUE ZERO.
003185 01  WS-MONTH-DAYS-TABLE.
003187     05  FILLER                 PIC X(24)
003189                                VALUE '312831303130313130313031'.
003191 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
003193     05  WS-MONTH-DAYS          OCCURS 12 TIMES
003195                                PIC 9(02).
003197
003199*--------------------------------------------------------------*
003201*    JOURNAL IMAGES - LOW-VALUES MARKS "NO RECORD" ON THE
003203*    BEFORE SIDE OF AN ADD AND THE AFTER SIDE OF A DELETE
003205*--------------------------------------------------------------*
003207 01  WS-JOURNAL-IMAGES.
003210     05  WS-BEFORE-IMAGE        PIC X(78) VALUE LOW-VALUES.
003220     05  WS-AFTER-IMAGE         PIC X(78) VALUE LOW-VALUES.
003230
003240*--------------------------------------------------------------*
003250*    BATCH FRAME PROOF - DETAIL COUNT AND KEY HASH ACCUMULATED
003590
003600*--------------------------------------------------------------*
003610*    PROGRESS HEARTBEAT FOR LARGE-VOLUME RUNS
003612*--------------------------------------------------------------*
003614 01  WS-HEARTBEAT-FIELDS.
003616     05  WS-HB-INTERVAL         PIC 9(05) COMP VALUE 500.
003618     05  WS-HB-QUOTIENT         PIC 9(07) COMP VALUE ZERO.
003620     05  WS-HB-REMAINDER        PIC 9(07) COMP VALUE ZERO.
003622
003624*--------------------------------------------------------------*
003626*    RUN-CONTROL REGISTER - THIS STEP, THE STEP AHEAD OF IT IN
003628*    THE NIGHTLY STREAM, AND ANY OPERATOR OVERRIDE FOR IT
003630*--------------------------------------------------------------*
003632 01  WS-RCT-THIS-STEP           PIC X(08) VALUE 'EXEMPLO '.
003634 01  WS-RCT-PRIOR-STEP          PIC X(08) VALUE 'EXSWEEP '.
003636 01  WS-RCT-BUS-DATE            PIC 9(08) VALUE ZERO.
003638 01  WS-RCT-BUS-DATE-X REDEFINES WS-RCT-BUS-DATE.
003640     05  WS-RCT-BUS-CCYY        PIC 9(04).
003642     05  WS-RCT-BUS-MM          PIC 9(02).
003644     05  WS-RCT-BUS-DD          PIC 9(02).
003646 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
003648 01  WS-ROV-FILE-STATUS         PIC X(02) VALUE SPACES.
003650 01  WS-ROV-EOF-SW              PIC X(01) VALUE 'N'.
003652     88  WS-ROV-EOF                       VALUE 'Y'.
003654 01  WS-RCT-OVERRIDE-SW         PIC X(01) VALUE SPACE.
003656     88  WS-RCT-MAY-RERUN                 VALUE 'R' 'B'.
003658     88  WS-RCT-SKIP-PRIOR                VALUE 'P' 'B'.
003660
003662*--------------------------------------------------------------*
003664*    ACKNOWLEDGEMENT REGISTER - OPTIONAL. WITHOUT IT THE RUN
003666*    APPLIES AS ALWAYS AND NO OUTCOME IS POSTED BACK.
003668*--------------------------------------------------------------*
003670 01  WS-ACK-FILE-STATUS         PIC X(02) VALUE SPACES.
003672 01  WS-ACK-OPEN-SW             PIC X(01) VALUE 'N'.
003674     88  WS-ACK-OPEN                      VALUE 'Y'.
003676 01  WS-ACK-POSTED-COUNT        PIC 9(07) COMP VALUE ZERO.
003678
003680*--------------------------------------------------------------*
003682*    KEY ALLOCATION REGISTER AND KEY CHECK DIGIT - THE SIXTH
003684*    POSITION OF THE KEY IS A MOD-11 CHECK DIGIT OVER THE FIRST
003686*    FIVE, WEIGHTED 6-5-4-3-2 (SEE KEYREC)
003688*--------------------------------------------------------------*
003690 01  WS-KRG-FILE-STATUS         PIC X(02) VALUE SPACES.
003692 01  WS-ISSUED-SW               PIC X(01) VALUE 'N'.
003694     88  WS-KEY-ISSUED                    VALUE 'Y'.
003696     88  WS-KEY-NOT-ISSUED                VALUE 'N'.
003698 01  WS-KCK-KEY                 PIC X(06) VALUE SPACES.
003700 01  WS-KCK-KEY-DIGITS REDEFINES WS-KCK-KEY.
003702     05  WS-KCK-DIGIT           PIC 9(01) OCCURS 6 TIMES.
003704 01  WS-KCK-KEY-PARTS REDEFINES WS-KCK-KEY.
003706     05  WS-KCK-BASE            PIC X(05).
003708     05  FILLER                 PIC X(01).
003710 01  WS-KCK-WEIGHTS             PIC X(05) VALUE '65432'.
003712 01  WS-KCK-WEIGHT-TABLE REDEFINES WS-KCK-WEIGHTS.
003714     05  WS-KCK-WEIGHT          PIC 9(01) OCCURS 5 TIMES.
003716 01  WS-KCK-WORK.
003718     05  WS-KCK-IX              PIC 9(02) COMP VALUE ZERO.
003720     05  WS-KCK-SUM             PIC 9(04) COMP VALUE ZERO.
003722     05  WS-KCK-QUOTIENT        PIC 9(04) COMP VALUE ZERO.
003724     05  WS-KCK-REMAINDER       PIC 9(02) COMP VALUE ZERO.
003726     05  WS-KCK-CHECK           PIC 9(02) COMP VALUE ZERO.
003728 01  WS-KCK-SW                  PIC X(01) VALUE SPACE.
003730     88  WS-KCK-GOOD                      VALUE 'Y'.
003732     88  WS-KCK-BAD                       VALUE 'N' 'U' 'X'.
003734     88  WS-KCK-WRONG-DIGIT               VALUE 'N'.
003736     88  WS-KCK-NO-CHECK-DIGIT            VALUE 'U'.
003738     88  WS-KCK-NOT-NUMERIC               VALUE 'X'.
003740
003742*--------------------------------------------------------------*
003744*    RUN DATE AND TIME - SET AT INITIALIZATION FOR THE REPORT
003746*--------------------------------------------------------------*
003748 01  WS-RUN-DATE.
003750     05  WS-RUN-CCYY            PIC 9(04).
003752     05  WS-RUN-MM              PIC 9(02).
003754     05  WS-RUN-DD              PIC 9(02).
003756 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
003758                                PIC 9(08).
003770
003780 01  WS-RUN-TIME.
003790     05  WS-RUN-HH              PIC 9(02).
003950         10  FILLER             PIC X(01) VALUE '/'.
003960         10  WS-RPT-DD          PIC 99.
003970         10  FILLER             PIC X(01) VALUE '/'.
003980         10  WS-RPT-CCYY        PIC 9(04).
003990         10  FILLER             PIC X(05) VALUE SPACES.
004000         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
004010         10  WS-RPT-HH          PIC 99.
004030         10  WS-RPT-MN          PIC 99.
004040         10  FILLER             PIC X(01) VALUE ':'.
004050         10  WS-RPT-SS          PIC 99.
004052         10  FILLER             PIC X(05) VALUE SPACES.
004054         10  FILLER             PIC X(15)
004056                                 VALUE 'BUSINESS DATE: '.
004058         10  WS-RPT-BUS-MM      PIC 99.
004060         10  FILLER             PIC X(01) VALUE '/'.
004062         10  WS-RPT-BUS-DD      PIC 99.
004064         10  FILLER             PIC X(01) VALUE '/'.
004066         10  WS-RPT-BUS-CCYY    PIC 9(04).
004068         10  FILLER             PIC X(07) VALUE SPACES.
004070     05  WS-RPT-READ.
004080         10  FILLER             PIC X(25)
004090                                 VALUE 'RECORDS READ . . . . . :'.
004400     PERFORM 3000-PROCESS-RECORDS THRU 3000-EXIT
004410         UNTIL WS-EOF.
004420     PERFORM 8000-FINALIZE      THRU 8000-EXIT.
004425     PERFORM 8900-STAMP-RUN-CONTROL THRU 8900-EXIT.
004427     PERFORM 8950-CLEAR-BATCH-WINDOW THRU 8950-EXIT.
004430     STOP RUN.
004440
004450*-----------------------------------------------------------------
004460*    1000-INITIALIZE
004470*    OPENS FILES AND PRIMES THE READ.
004480*-----------------------------------------------------------------
004482 1000-INITIALIZE.
004484     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004486     ACCEPT WS-RUN-TIME FROM TIME.
004488     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
004490     PERFORM 1940-OPEN-KEYREG       THRU 1940-EXIT.
004492     PERFORM 1950-SET-BATCH-WINDOW  THRU 1950-EXIT.
004494
004500     OPEN INPUT INPUT-FILE.
004510
004520     PERFORM 1100-READ-CONTROL-CARD  THRU 1100-EXIT.
004530     PERFORM 1200-CHECK-RESTART      THRU 1200-EXIT.
004540     PERFORM 1300-OPEN-MASTER        THRU 1300-EXIT.
004550     PERFORM 1400-OPEN-HISTORY-FILES THRU 1400-EXIT.
004555     PERFORM 1450-OPEN-ACKREG        THRU 1450-EXIT.
004560
004570     IF WS-RESTART-RUN
004580         PERFORM 1500-SKIP-PROCESSED THRU 1500-EXIT
004590     END-IF.
004600
004640     PERFORM 3100-READ-INPUT    THRU 3100-EXIT.
004650 1000-EXIT.
004660     EXIT.
005650         OPEN OUTPUT JOURNAL-FILE
005660     END-IF.
005670 1400-EXIT.
005671     EXIT.
005672
005673*--------------------------------------------------------------*
005674*    1450-OPEN-ACKREG
005676*    OPENS THE ACKNOWLEDGEMENT REGISTER. A REGISTER THAT WILL
005678*    NOT OPEN IS WARNED AND THE RUN APPLIES WITHOUT IT.
005680*--------------------------------------------------------------*
005682 1450-OPEN-ACKREG.
005684     OPEN I-O ACKREG-FILE.
005686     IF WS-ACK-FILE-STATUS = '00'
005688         SET WS-ACK-OPEN TO TRUE
005690     ELSE
005692         DISPLAY 'EXEMPLO0200 CANNOT OPEN ACKREG, STATUS = '
005694                 WS-ACK-FILE-STATUS ' - NO OUTCOMES POSTED'
005696     END-IF.
005698 1450-EXIT.
005700     EXIT.
005702
005704*--------------------------------------------------------------*
005710*    1500-SKIP-PROCESSED
005720*    ON A RESTART RUN, RE-READS INPUT-FILE PAST THE RECORDS
005722*    ALREADY WRITTEN TO OUTPUT-FILE BEFORE THE ABEND.
005724*--------------------------------------------------------------*
005726 1500-SKIP-PROCESSED.
005728     MOVE ZERO TO WS-SKIP-COUNT.
005730     PERFORM 1510-SKIP-ONE-RECORD THRU 1510-EXIT
005732         UNTIL WS-SKIP-COUNT >= WS-CKPT-RESTART-COUNT
005734            OR WS-EOF.
005736 1500-EXIT.
005738     EXIT.
005740
005742 1510-SKIP-ONE-RECORD.
005744     READ INPUT-FILE
005746         AT END
005748             SET WS-EOF TO TRUE
005750         NOT AT END
005752             ADD 1 TO WS-PHYS-REC-COUNT
005754             PERFORM 3200-SEQUENCE-CHECK THRU 3200-EXIT
005756             PERFORM 3250-BATCH-ACCUMULATE THRU 3250-EXIT
005758     END-READ.
005760     ADD 1 TO WS-SKIP-COUNT.
005762     ADD 1 TO WS-RECORD-COUNT.
005764     PERFORM 3900-HEARTBEAT THRU 3900-EXIT.
005766 1510-EXIT.
005768     EXIT.
005770
005772*-----------------------------------------------------------------
005774*    1900-CHECK-RUN-CONTROL
005776*    TAKES THE BUSINESS DATE FROM THE CYCLE RECORD ON THE
005778*    RUN-CONTROL REGISTER (SEE RCTREC), PROVES THAT THE STEP
005780*    AHEAD OF THIS ONE HAS COMPLETED FOR IT, AND MARKS THIS STEP
005782*    STARTED. A REFUSAL ENDS THE RUN BEFORE ANY OTHER FILE IS
005784*    OPENED.
005786*-----------------------------------------------------------------
005788 1900-CHECK-RUN-CONTROL.
005790     PERFORM 1910-READ-RUNOVRD THRU 1910-EXIT.
005792
005794     OPEN I-O RUNCTL-FILE.
005796     IF WS-RCT-FILE-STATUS NOT = '00'
005798         DISPLAY 'EXEMPLO0999 CANNOT OPEN RUNCTL, STATUS = '
005800                 WS-RCT-FILE-STATUS
005802         GO TO 1990-RUN-CONTROL-ABEND
005804     END-IF.
005806
005808     MOVE ZERO       TO RCT-BUS-DATE.
005810     MOVE '*CYCLE  ' TO RCT-STEP-NAME.
005812     READ RUNCTL-FILE
005814         INVALID KEY
005816             DISPLAY 'EXEMPLO0999 NO STREAM CYCLE OPEN ON RUNCTL'
005818             GO TO 1990-RUN-CONTROL-ABEND
005820     END-READ.
005822     MOVE RCT-CYCLE-BUS-DATE TO WS-RCT-BUS-DATE.
005824
005826     MOVE WS-RCT-BUS-DATE   TO RCT-BUS-DATE.
005828     MOVE WS-RCT-PRIOR-STEP TO RCT-STEP-NAME.
005830     READ RUNCTL-FILE
005832         INVALID KEY
005834             MOVE SPACE TO RCT-STEP-STATUS
005836     END-READ.
005838     IF NOT RCT-STEP-COMPLETE
005840         IF WS-RCT-SKIP-PRIOR
005842             DISPLAY 'EXEMPLO0200 ' WS-RCT-PRIOR-STEP
005844                     ' NOT COMPLETE - RUN ON OVERRIDE'
005846         ELSE
005848             DISPLAY 'EXEMPLO0999 ' WS-RCT-PRIOR-STEP
005850                     ' HAS NOT COMPLETED FOR ' WS-RCT-BUS-DATE
005852             GO TO 1990-RUN-CONTROL-ABEND
005854         END-IF
005856     END-IF.
005858
005860     PERFORM 1920-MARK-STARTED THRU 1920-EXIT.
005862     CLOSE RUNCTL-FILE.
005864     DISPLAY 'EXEMPLO0100 STARTED FOR BUSINESS DATE '
005866             WS-RCT-BUS-DATE.
005868 1900-EXIT.
005870     EXIT.
005872
005874*-----------------------------------------------------------------
005876*    1910-READ-RUNOVRD
005878*    PICKS UP THE OPERATOR OVERRIDE, IF ANY, FOR THIS STEP. THE
005880*    CARD FILE IS OPTIONAL AND MAY CARRY CARDS FOR OTHER STEPS.
005882*-----------------------------------------------------------------
005884 1910-READ-RUNOVRD.
005886     OPEN INPUT RUNOVRD-FILE.
005888     IF WS-ROV-FILE-STATUS = '00'
005890         PERFORM 1915-READ-ONE-OVERRIDE THRU 1915-EXIT
005892             UNTIL WS-ROV-EOF
005894         CLOSE RUNOVRD-FILE
005896     END-IF.
005898 1910-EXIT.
005900     EXIT.
005902
005904 1915-READ-ONE-OVERRIDE.
005906     READ RUNOVRD-FILE
005908         AT END
005910             SET WS-ROV-EOF TO TRUE
005912         NOT AT END
005914             IF ROV-STEP-NAME = WS-RCT-THIS-STEP
005916                 MOVE ROV-OVERRIDE TO WS-RCT-OVERRIDE-SW
005918             END-IF
005920     END-READ.
005922 1915-EXIT.
005924     EXIT.
005926
005928*-----------------------------------------------------------------
005930*    1920-MARK-STARTED
005932*    REFUSES A STEP ALREADY COMPLETE FOR THE BUSINESS DATE
005934*    UNLESS IT IS OVERRIDDEN FOR A RERUN, THEN STAMPS IT
005936*    STARTED. A STEP LEFT STARTED BY AN ABEND IS SIMPLY STARTED
005938*    AGAIN.
005940*-----------------------------------------------------------------
005942 1920-MARK-STARTED.
005944     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
005946     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
005948     READ RUNCTL-FILE
005950         INVALID KEY
005952             CONTINUE
005954     END-READ.
005956
005958     IF WS-RCT-FILE-STATUS = '00'
005960         IF RCT-STEP-COMPLETE
005962             IF WS-RCT-MAY-RERUN
005964                 DISPLAY 'EXEMPLO0200 ALREADY COMPLETE FOR '
005966                         WS-RCT-BUS-DATE ' - RERUN ON OVERRIDE'
005968             ELSE
005970                 DISPLAY 'EXEMPLO0999 ALREADY COMPLETED FOR '
005972                         WS-RCT-BUS-DATE
005974                 GO TO 1990-RUN-CONTROL-ABEND
005976             END-IF
005978         END-IF
005980         PERFORM 1930-STAMP-START THRU 1930-EXIT
005982         REWRITE RUN-CONTROL-RECORD
005984             INVALID KEY
005986                 DISPLAY 'EXEMPLO0999 RUNCTL REWRITE, STATUS = '
005988                         WS-RCT-FILE-STATUS
005990                 GO TO 1990-RUN-CONTROL-ABEND
005992         END-REWRITE
005994     ELSE
005996         MOVE SPACES TO RCT-STEP-DATA
005998         MOVE ZERO   TO RCT-ATTEMPTS
006000         PERFORM 1930-STAMP-START THRU 1930-EXIT
006002         WRITE RUN-CONTROL-RECORD
006004             INVALID KEY
006006                 DISPLAY 'EXEMPLO0999 RUNCTL WRITE, STATUS = '
006008                         WS-RCT-FILE-STATUS
006010                 GO TO 1990-RUN-CONTROL-ABEND
006012         END-WRITE
006014     END-IF.
006016 1920-EXIT.
006018     EXIT.
006020
006022 1930-STAMP-START.
006024     SET RCT-STEP-STARTED    TO TRUE.
006026     MOVE ZERO               TO RCT-RETURN-CODE
006028                                RCT-END-DATE
006030                                RCT-END-TIME
006032                                RCT-COUNT-VALUE(1)
006034                                RCT-COUNT-VALUE(2)
006036                                RCT-COUNT-VALUE(3).
006038     MOVE SPACES             TO RCT-COUNT-LABEL(1)
006040                                RCT-COUNT-LABEL(2)
006042                                RCT-COUNT-LABEL(3).
006044     ADD 1                   TO RCT-ATTEMPTS.
006046     MOVE WS-RCT-OVERRIDE-SW TO RCT-OVERRIDE.
006048     MOVE WS-RUN-DATE        TO RCT-START-DATE.
006050     MOVE WS-RUN-TIME        TO RCT-START-TIME.
006052 1930-EXIT.
006054     EXIT.
006056
006058*-----------------------------------------------------------------
006060*    1940-OPEN-KEYREG
006062*    OPENS THE KEY ALLOCATION REGISTER. IT IS REQUIRED - WITHOUT
006064*    IT NO ADD CAN BE PROVED ISSUED - SO IT IS OPENED BEFORE THE
006066*    BATCH WINDOW IS SET AND A REGISTER THAT WILL NOT OPEN STOPS
006068*    THE RUN BEFORE ANYTHING ELSE IS TOUCHED.
006070*-----------------------------------------------------------------
006072 1940-OPEN-KEYREG.
006074     OPEN INPUT KEYREG-FILE.
006076     IF WS-KRG-FILE-STATUS NOT = '00'
006078         DISPLAY 'EXEMPLO0999 CANNOT OPEN KEYREG, STATUS = '
006080                 WS-KRG-FILE-STATUS ' - RUN STOPPED'
006082         MOVE 16 TO RETURN-CODE
006084         STOP RUN
006086     END-IF.
006088 1940-EXIT.
006090     EXIT.
006092
006094*-----------------------------------------------------------------
006096*    1950-SET-BATCH-WINDOW
006098*    SETS THE BATCH-WINDOW FLAG (THE *WINDOW RECORD ON RUNCTL,
006100*    SEE RCTREC) BEFORE THE MASTER IS OPENED, SO THE EXUP
006102*    TRANSACTION DEFERS ITS UPDATES UNTIL THIS RUN ENDS. A
006104*    WINDOW STILL SET BY ANOTHER RUN THAT ABENDED IS TAKEN OVER.
006106*-----------------------------------------------------------------
006108 1950-SET-BATCH-WINDOW.
006110     OPEN I-O RUNCTL-FILE.
006112     IF WS-RCT-FILE-STATUS NOT = '00'
006114         DISPLAY 'EXEMPLO0999 CANNOT OPEN RUNCTL, STATUS = '
006116                 WS-RCT-FILE-STATUS ' - WINDOW NOT SET'
006118         GO TO 1990-RUN-CONTROL-ABEND
006120     END-IF.
006122
006124     MOVE ZERO       TO RCT-BUS-DATE.
006126     MOVE '*WINDOW ' TO RCT-STEP-NAME.
006128     READ RUNCTL-FILE
006130         INVALID KEY
006132             CONTINUE
006134     END-READ.
006136
006138     IF WS-RCT-FILE-STATUS = '00'
006140         IF RCT-WINDOW-SET
006142            AND RCT-WINDOW-PROGRAM NOT = WS-RCT-THIS-STEP
006144             DISPLAY 'EXEMPLO0200 BATCH WINDOW WAS LEFT SET BY '
006146                     RCT-WINDOW-PROGRAM ' - TAKEN OVER'
006148         END-IF
006150         PERFORM 1955-STAMP-WINDOW-SET THRU 1955-EXIT
006152         REWRITE RUN-CONTROL-RECORD
006154             INVALID KEY
006156                 DISPLAY 'EXEMPLO0999 RUNCTL REWRITE, STATUS = '
006158                         WS-RCT-FILE-STATUS
006160                 GO TO 1990-RUN-CONTROL-ABEND
006162         END-REWRITE
006164     ELSE
006166         PERFORM 1955-STAMP-WINDOW-SET THRU 1955-EXIT
006168         WRITE RUN-CONTROL-RECORD
006170             INVALID KEY
006172                 DISPLAY 'EXEMPLO0999 RUNCTL WRITE, STATUS = '
006174                         WS-RCT-FILE-STATUS
006176                 GO TO 1990-RUN-CONTROL-ABEND
006178         END-WRITE
006180     END-IF.
006182     CLOSE RUNCTL-FILE.
006184     DISPLAY 'EXEMPLO0100 BATCH WINDOW SET - ONLINE UPDATES '
006186             'DEFERRED'.
006188 1950-EXIT.
006190     EXIT.
006192
006194 1955-STAMP-WINDOW-SET.
006196     MOVE SPACES      TO RCT-STEP-DATA.
006198     SET RCT-WINDOW-SET TO TRUE.
006200     MOVE WS-RCT-THIS-STEP TO RCT-WINDOW-PROGRAM.
006202     MOVE WS-RUN-DATE TO RCT-WINDOW-SET-DATE.
006204     MOVE WS-RUN-TIME TO RCT-WINDOW-SET-TIME.
006206     MOVE ZERO        TO RCT-WINDOW-CLEAR-DATE
006208                         RCT-WINDOW-CLEAR-TIME.
006210 1955-EXIT.
006212     EXIT.
006214
006216*-----------------------------------------------------------------
006218*    1990-RUN-CONTROL-ABEND
006220*    THIS STEP MAY NOT RUN - NOTHING BUT THE REGISTER HAS BEEN
006222*    OPENED, SO NOTHING ELSE NEEDS UNWINDING.
006224*-----------------------------------------------------------------
006226 1990-RUN-CONTROL-ABEND.
006228     CLOSE RUNCTL-FILE.
006230     MOVE 16 TO RETURN-CODE.
006232     STOP RUN.
006234
006236*-----------------------------------------------------------------
006238*    3000-PROCESS-RECORDS
006240*    EDITS ONE INPUT RECORD AND ROUTES IT TO OUTPUT-FILE OR
006242*    REJECT-FILE, THEN READS THE NEXT RECORD.
006244*-----------------------------------------------------------------
006246 3000-PROCESS-RECORDS.
006248*    BATCH FRAME RECORDS ARE PROVED IN 3250-BATCH-ACCUMULATE -
006250*    THEY ARE NOT TRANSACTIONS AND ARE NEITHER EDITED, APPLIED,
006252*    NOR AUDITED.
006254     IF IN-BATCH-HEADER OR IN-BATCH-TRAILER
006256         GO TO 3000-COUNTS
006258     END-IF.
006260     MOVE SPACES TO WS-LAST-ACTION.
006262     PERFORM 3300-VALIDATE-RECORD THRU 3300-EXIT.
006264
006266     IF WS-RECORD-VALID
006268         IF IN-EFF-DATE > WS-RCT-BUS-DATE
006270             PERFORM 3450-SUSPEND-RECORD THRU 3450-EXIT
006272             GO TO 3000-CONTINUE
006274         END-IF
006276         PERFORM 3400-SELECT-RECORD THRU 3400-EXIT
006278         IF WS-RECORD-SELECTED
006280             PERFORM 3500-UPDATE-MASTER THRU 3500-EXIT
006282         ELSE
006284             ADD 1 TO WS-FILTERED-COUNT
006286             MOVE 'FILTERED' TO WS-LAST-ACTION
006288         END-IF
006290     ELSE
006292         PERFORM 3540-REJECT-TRANSACTION THRU 3540-EXIT
006294     END-IF.
006296
006298 3000-CONTINUE.
006310     PERFORM 3700-WRITE-AUDIT   THRU 3700-EXIT.
006315     PERFORM 3750-POST-OUTCOME  THRU 3750-EXIT.
006320
006330 3000-COUNTS.
006340     ADD 1 TO WS-RECORD-COUNT.
007260*    CHANGE WITH A BLANK FIELD-ID, MUST CARRY A FULL VALID SET
007270*    OF FIELDS. A CHANGE NAMING ONE FIELD IS EDITED ON THAT
007280*    FIELD ALONE. A DELETE CARRIES NO BUSINESS FIELDS TO EDIT.
007282*    THE KEY ITSELF IS PROVED FIRST BY 3340-CHECK-KEY, AND A KEY
007284*    THAT FAILS IS REJECTED FOR THAT REASON (CK OR NI) RATHER
007286*    THAN AS A FIELD EDIT FAILURE (VE).
007290*-----------------------------------------------------------------
007300 3300-VALIDATE-RECORD.
007310     SET WS-RECORD-VALID TO TRUE.
007311     MOVE 'VE' TO WS-REJECT-REASON.
007312     PERFORM 3340-CHECK-KEY THRU 3340-EXIT.
007313     IF WS-RECORD-INVALID
007314         GO TO 3300-EXIT
007315     END-IF.
007320
007330     EVALUATE TRUE
007340         WHEN IN-TRANS-DELETE
007720      OR IN-AMOUNT NOT NUMERIC
007730         SET WS-RECORD-INVALID TO TRUE
007740     END-IF.
007742     MOVE IN-REC-EFF-DATE TO WS-EDIT-DATE-X.
007744     PERFORM 3330-EDIT-DATE THRU 3330-EXIT.
007746     MOVE IN-EXP-DATE     TO WS-EDIT-DATE-X.
007748     PERFORM 3330-EDIT-DATE THRU 3330-EXIT.
007750 3310-EXIT.
007760     EXIT.
007770
007970                 SET WS-RECORD-INVALID TO TRUE
007980             END-IF
007990         WHEN IN-FLD-EFF-DATE
008000             MOVE IN-REC-EFF-DATE TO WS-EDIT-DATE-X
008002             PERFORM 3330-EDIT-DATE THRU 3330-EXIT
008004         WHEN IN-FLD-EXP-DATE
008006             MOVE IN-EXP-DATE     TO WS-EDIT-DATE-X
008008             PERFORM 3330-EDIT-DATE THRU 3330-EXIT
008010         WHEN IN-FLD-AMOUNT
008012             IF IN-AMOUNT NOT NUMERIC
008014                 SET WS-RECORD-INVALID TO TRUE
008016             END-IF
008018         WHEN OTHER
008020             SET WS-RECORD-INVALID TO TRUE
008022     END-EVALUATE.
008024 3320-EXIT.
008026     EXIT.
008028
008030*-----------------------------------------------------------------
008032*    3330-EDIT-DATE
008034*    FAILS THE EDIT UNLESS WS-EDIT-DATE IS A REAL CCYYMMDD
008036*    CALENDAR DATE. CONTRACT DATES RUN WELL PAST 2099, SO ANY
008038*    FOUR-DIGIT YEAR IS TAKEN.
008040*-----------------------------------------------------------------
008042 3330-EDIT-DATE.
008044     IF WS-EDIT-DATE-X NOT NUMERIC
008046         SET WS-RECORD-INVALID TO TRUE
008048         GO TO 3330-EXIT
008050     END-IF.
008052     IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
008054         SET WS-RECORD-INVALID TO TRUE
008056         GO TO 3330-EXIT
008058     END-IF.
008060     MOVE WS-MONTH-DAYS(WS-EDIT-MM) TO WS-EDIT-MONTH-DAYS.
008062     IF WS-EDIT-MM = 2
008064         PERFORM 3335-SET-FEBRUARY THRU 3335-EXIT
008066     END-IF.
008068     IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-EDIT-MONTH-DAYS
008070         SET WS-RECORD-INVALID TO TRUE
008072     END-IF.
008074 3330-EXIT.
008076     EXIT.
008078
008080*-----------------------------------------------------------------
008082*    3335-SET-FEBRUARY
008084*    GIVES FEBRUARY 29 DAYS IN A LEAP YEAR OF WS-EDIT-DATE.
008086*-----------------------------------------------------------------
008088 3335-SET-FEBRUARY.
008090     DIVIDE WS-EDIT-CCYY BY 4 GIVING WS-EDIT-QUOT
008092         REMAINDER WS-EDIT-REM.
008094     IF WS-EDIT-REM NOT = ZERO
008096         GO TO 3335-EXIT
008098     END-IF.
008100     DIVIDE WS-EDIT-CCYY BY 100 GIVING WS-EDIT-QUOT
008102         REMAINDER WS-EDIT-REM.
008104     IF WS-EDIT-REM = ZERO
008106         DIVIDE WS-EDIT-CCYY BY 400 GIVING WS-EDIT-QUOT
008108             REMAINDER WS-EDIT-REM
008110         IF WS-EDIT-REM NOT = ZERO
008112             GO TO 3335-EXIT
008114         END-IF
008116     END-IF.
008118     MOVE 29 TO WS-EDIT-MONTH-DAYS.
008120 3335-EXIT.
008122     EXIT.
008124
008126*-----------------------------------------------------------------
008128*    3340-CHECK-KEY
008130*    PROVES THE TRANSACTION KEY. EVERY KEY MUST PASS ITS CHECK
008132*    DIGIT (REASON CK), AND AN ADD MUST BE FOR A KEY ISSUED FROM
008134*    THE KEY ALLOCATION REGISTER (REASON NI).
008136*-----------------------------------------------------------------
008138 3340-CHECK-KEY.
008140     MOVE IN-KEY TO WS-KCK-KEY.
008142     PERFORM 3345-CHECK-DIGIT THRU 3345-EXIT.
008144     IF WS-KCK-BAD
008146         MOVE 'CK' TO WS-REJECT-REASON
008148         SET WS-RECORD-INVALID TO TRUE
008150         GO TO 3340-EXIT
008152     END-IF.
008154     IF IN-TRANS-ADD
008156         PERFORM 3348-CHECK-ISSUED THRU 3348-EXIT
008158         IF WS-KEY-NOT-ISSUED
008160             MOVE 'NI' TO WS-REJECT-REASON
008162             SET WS-RECORD-INVALID TO TRUE
008164         END-IF
008166     END-IF.
008168 3340-EXIT.
008170     EXIT.
008172
008174*-----------------------------------------------------------------
008176*    3345-CHECK-DIGIT
008178*    SUMS THE FIRST FIVE DIGITS OF WS-KCK-KEY BY THEIR WEIGHTS
008180*    AND PROVES THE SIXTH AGAINST ELEVEN LESS THE REMAINDER MOD
008182*    11 (ZERO FOR A REMAINDER OF ZERO). A BASE LEAVING A
008184*    REMAINDER OF ONE CAN CARRY NO CHECK DIGIT AND IS NEVER
008186*    ISSUED.
008188*-----------------------------------------------------------------
008190 3345-CHECK-DIGIT.
008192     IF WS-KCK-KEY NOT NUMERIC
008194         SET WS-KCK-NOT-NUMERIC TO TRUE
008196         GO TO 3345-EXIT
008198     END-IF.
008200     MOVE ZERO TO WS-KCK-SUM.
008202     PERFORM 3346-WEIGH-DIGIT THRU 3346-EXIT
008204         VARYING WS-KCK-IX FROM 1 BY 1 UNTIL WS-KCK-IX > 5.
008206     DIVIDE WS-KCK-SUM BY 11 GIVING WS-KCK-QUOTIENT
008208         REMAINDER WS-KCK-REMAINDER.
008210     IF WS-KCK-REMAINDER = 1
008212         SET WS-KCK-NO-CHECK-DIGIT TO TRUE
008214         GO TO 3345-EXIT
008216     END-IF.
008218     IF WS-KCK-REMAINDER = ZERO
008220         MOVE ZERO TO WS-KCK-CHECK
008222     ELSE
008224         COMPUTE WS-KCK-CHECK = 11 - WS-KCK-REMAINDER
008226     END-IF.
008228     IF WS-KCK-CHECK = WS-KCK-DIGIT (6)
008230         SET WS-KCK-GOOD TO TRUE
008232     ELSE
008234         SET WS-KCK-WRONG-DIGIT TO TRUE
008236     END-IF.
008238 3345-EXIT.
008240     EXIT.
008242
008244 3346-WEIGH-DIGIT.
008246     COMPUTE WS-KCK-SUM = WS-KCK-SUM
008248           + WS-KCK-DIGIT (WS-KCK-IX) * WS-KCK-WEIGHT (WS-KCK-IX).
008250 3346-EXIT.
008252     EXIT.
008254
008256*-----------------------------------------------------------------
008258*    3348-CHECK-ISSUED
008260*    LOOKS UP THE BASE OF WS-KCK-KEY IN THE KEY ALLOCATION
008262*    REGISTER. THE FIRST BLOCK WHOSE LAST BASE IS NOT BELOW IT
008264*    HOLDS IT IF THAT BLOCK'S FIRST BASE IS NOT ABOVE IT.
008266*-----------------------------------------------------------------
008268 3348-CHECK-ISSUED.
008270     SET WS-KEY-NOT-ISSUED TO TRUE.
008272     MOVE WS-KCK-BASE TO KRG-LAST-BASE.
008274     START KEYREG-FILE KEY NOT < KRG-LAST-BASE
008276         INVALID KEY
008278             GO TO 3348-EXIT
008280     END-START.
008282     READ KEYREG-FILE NEXT
008284         AT END
008286             GO TO 3348-EXIT
008288     END-READ.
008290     IF KRG-FIRST-BASE NOT > WS-KCK-BASE
008292         SET WS-KEY-ISSUED TO TRUE
008294     END-IF.
008296 3348-EXIT.
008298     EXIT.
008300
008302*-----------------------------------------------------------------
008304*    3400-SELECT-RECORD
008306*    APPLIES THE CONTROL CARD KEY AND DATE RANGES TO DECIDE
008308*    WHETHER THIS TRANSACTION SHOULD BE PROCESSED.
008310*-----------------------------------------------------------------
008312 3400-SELECT-RECORD.
008314     SET WS-RECORD-SELECTED TO TRUE.
008316     IF IN-KEY < WS-CTL-KEY-LOW OR IN-KEY > WS-CTL-KEY-HIGH
008318         SET WS-RECORD-NOT-SELECTED TO TRUE
008320     END-IF.
008322     IF IN-EFF-DATE < WS-CTL-DATE-LOW
008324             OR IN-EFF-DATE > WS-CTL-DATE-HIGH
008326         SET WS-RECORD-NOT-SELECTED TO TRUE
008328     END-IF.
008330 3400-EXIT.
008332     EXIT.
008334
008340*-----------------------------------------------------------------
008350*    3450-SUSPEND-RECORD
008360*    THE TRANSACTION IS DATED AHEAD OF THE BUSINESS DATE. IT IS
008370*    NEITHER APPLIED NOR FILTERED - IT GOES TO SUSPENSE-FILE, AND
008380*    THE DAILY EXSWEEP RUN RELEASES IT INTO THE TRANSACTION
008390*    STREAM WHEN ITS EFFECTIVE DATE ARRIVES.
008400*-----------------------------------------------------------------
008410 3450-SUSPEND-RECORD.
008420     MOVE INPUT-RECORD TO SUSPENSE-RECORD.
009540
009550*-----------------------------------------------------------------
009560*    3550-STAMP-MAINTENANCE
009570*    STAMPS THE RECORD WITH THE BUSINESS DATE AND THE BATCH
009580*    USER SO THE AUDIT TRAIL ON THE RECORD ITSELF SHOWS WHO LAST
009590*    TOUCHED IT, BATCH OR ONLINE.
009600*-----------------------------------------------------------------
009610 3550-STAMP-MAINTENANCE.
009620     MOVE WS-RCT-BUS-DATE TO OUT-MAINT-DATE.
009630     MOVE 'EXEMPLO ' TO OUT-MAINT-USER.
009640 3550-EXIT.
009650     EXIT.
010480     MOVE WS-RUN-TIME     TO JRN-RUN-TIME.
010490     MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
010500     MOVE WS-AFTER-IMAGE  TO JRN-AFTER-IMAGE.
010505     MOVE IN-SOURCE-CODE  TO JRN-SOURCE.
010510     WRITE JOURNAL-RECORD.
010520 3650-EXIT.
010530     EXIT.
010620     MOVE WS-RUN-DATE  TO AUD-RUN-DATE.
010630     MOVE WS-RUN-TIME  TO AUD-RUN-TIME.
010640     MOVE 'EXEMPLO ' TO AUD-USER.
010642     WRITE AUDIT-RECORD.
010644 3700-EXIT.
010646     EXIT.
010648
010650*-----------------------------------------------------------------
010652*    3750-POST-OUTCOME
010654*    POSTS WHAT BECAME OF THE TRANSACTION TO ITS DETAIL ON THE
010656*    ACKNOWLEDGEMENT REGISTER, UNDER THE REFERENCE EXMERGE
010658*    STAMPED ON IT, AND FLAGS ITS BATCH FOR EXACK TO REPORT
010660*    BACK TO THE SOURCE. A TRANSACTION NO SOURCE SENT CARRIES
010662*    NO REFERENCE AND IS PASSED BY.
010664*-----------------------------------------------------------------
010666 3750-POST-OUTCOME.
010668     IF NOT WS-ACK-OPEN
010670        OR IN-ACK-SEQ NOT NUMERIC
010672        OR IN-ACK-SEQ = ZERO
010674         GO TO 3750-EXIT
010676     END-IF.
010678     MOVE IN-SOURCE-CODE  TO ACK-SOURCE.
010680     MOVE IN-ACK-BATCH-NO TO ACK-BATCH-NO.
010682     MOVE IN-ACK-SEQ      TO ACK-DETAIL-SEQ.
010684     READ ACKREG-FILE
010686         INVALID KEY
010688             DISPLAY 'EXEMPLO0200 NO ACKREG ENTRY FOR '
010690                     ACK-REG-KEY
010692             GO TO 3750-EXIT
010694     END-READ.
010696     EVALUATE WS-LAST-ACTION
010698         WHEN 'ADDED'
010700         WHEN 'CHANGED'
010702         WHEN 'DELETED'
010704             SET ACK-APPLIED      TO TRUE
010706         WHEN 'REJECTED'
010708             SET ACK-REJECTED     TO TRUE
010710             MOVE WS-REJECT-REASON TO ACK-REASON-CODE
010712         WHEN 'SUSPEND'
010714             SET ACK-SUSPENDED    TO TRUE
010716             MOVE IN-EFF-DATE     TO ACK-UNTIL-DATE
010718         WHEN 'FILTERED'
010720             SET ACK-NOT-SELECTED TO TRUE
010722         WHEN OTHER
010724             GO TO 3750-EXIT
010726     END-EVALUATE.
010728     MOVE WS-RCT-BUS-DATE  TO ACK-OUTCOME-DATE.
010730     MOVE IN-RECYCLE-COUNT TO ACK-RECYCLE-COUNT.
010732     SET ACK-CHANGED       TO TRUE.
010734     REWRITE ACK-REGISTER-RECORD
010736         INVALID KEY
010738             DISPLAY 'EXEMPLO0200 ACKREG REWRITE, STATUS = '
010740                     WS-ACK-FILE-STATUS ' FOR ' ACK-REG-KEY
010742             GO TO 3750-EXIT
010744     END-REWRITE.
010746     ADD 1 TO WS-ACK-POSTED-COUNT.
010748
010750     MOVE ZERO TO ACK-DETAIL-SEQ.
010752     READ ACKREG-FILE
010754         INVALID KEY
010756             GO TO 3750-EXIT
010758     END-READ.
010760     IF NOT ACK-CHANGED
010762         SET ACK-CHANGED TO TRUE
010764         REWRITE ACK-REGISTER-RECORD
010766             INVALID KEY
010768                 CONTINUE
010770         END-REWRITE
010772     END-IF.
010774 3750-EXIT.
010776     EXIT.
010778
010780*-----------------------------------------------------------------
010782*    3800-CHECKPOINT
010784*    EVERY WS-CKPT-INTERVAL RECORDS, SAVES WS-RECORD-COUNT TO
010786*    CHECKPOINT-FILE SO A RESTART CAN REPOSITION PAST THIS POINT.
010788*-----------------------------------------------------------------
010790 3800-CHECKPOINT.
010792     DIVIDE WS-RECORD-COUNT BY WS-CKPT-INTERVAL
010794         GIVING WS-CKPT-QUOTIENT
010796         REMAINDER WS-CKPT-REMAINDER.
010798
010800     IF WS-CKPT-REMAINDER = ZERO
010802         PERFORM 3810-WRITE-CHECKPOINT THRU 3810-EXIT
010804     END-IF.
010820 3800-EXIT.
010830     EXIT.
010840
011280           REPORT-FILE
011290           AUDIT-FILE
011300           CSV-FILE
011304           SUSPENSE-FILE
011308           KEYREG-FILE.
011313     IF WS-ACK-OPEN
011316         CLOSE ACKREG-FILE
011319         DISPLAY 'EXEMPLO0100 ' WS-ACK-POSTED-COUNT
011322                 ' OUTCOMES POSTED TO ACKREG'
011325     END-IF.
011330 8000-EXIT.
011340     EXIT.
011350
011760
011770     MOVE WS-RUN-MM TO WS-RPT-MM.
011780     MOVE WS-RUN-DD TO WS-RPT-DD.
011790     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
011800     MOVE WS-RUN-HH TO WS-RPT-HH.
011810     MOVE WS-RUN-MN TO WS-RPT-MN.
011820     MOVE WS-RUN-SS TO WS-RPT-SS.
011822     MOVE WS-RCT-BUS-MM TO WS-RPT-BUS-MM.
011824     MOVE WS-RCT-BUS-DD TO WS-RPT-BUS-DD.
011826     MOVE WS-RCT-BUS-CCYY TO WS-RPT-BUS-CCYY.
011830     MOVE WS-RPT-RUNDATE TO REPORT-RECORD.
011840     WRITE REPORT-RECORD.
011850
012094         DISPLAY 'EXEMPLO0997 JOURNALLED AMOUNT MOVEMENT DOES '
012095                 'NOT PROVE THE DOLLAR POSITION'
012096     END-IF.
012098 8080-EXIT.
012100     EXIT.
012102
012104*--------------------------------------------------------------*
012106*    8200-CLEAR-CHECKPOINT
012108*    A SUCCESSFUL END OF JOB EMPTIES THE CHECKPOINT FILE SO THE
012110*    NEXT RUN IS TREATED AS A FRESH RUN RATHER THAN A RESTART.
012112*--------------------------------------------------------------*
012114 8200-CLEAR-CHECKPOINT.
012116     OPEN OUTPUT CHECKPOINT-FILE.
012118     CLOSE CHECKPOINT-FILE.
012120 8200-EXIT.
012122     EXIT.
012124
012126*-----------------------------------------------------------------
012128*    8900-STAMP-RUN-CONTROL
012130*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL REGISTER WITH
012132*    ITS RETURN CODE AND KEY COUNTS, RELEASING THE NEXT STEP.
012134*-----------------------------------------------------------------
012136 8900-STAMP-RUN-CONTROL.
012138     OPEN I-O RUNCTL-FILE.
012140     IF WS-RCT-FILE-STATUS NOT = '00'
012142         DISPLAY 'EXEMPLO0200 CANNOT OPEN RUNCTL, STATUS = '
012144                 WS-RCT-FILE-STATUS ' - NOT STAMPED COMPLETE'
012146         GO TO 8900-EXIT
012148     END-IF.
012150
012152     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
012154     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
012156     READ RUNCTL-FILE
012158         INVALID KEY
012160             DISPLAY 'EXEMPLO0200 NO RUNCTL ENTRY TO STAMP'
012162             CLOSE RUNCTL-FILE
012164             GO TO 8900-EXIT
012166     END-READ.
012168
012170     SET RCT-STEP-COMPLETE TO TRUE.
012172     MOVE RETURN-CODE      TO RCT-RETURN-CODE.
012174     ACCEPT RCT-END-DATE FROM DATE YYYYMMDD.
012176     ACCEPT RCT-END-TIME FROM TIME.
012178     MOVE 'READ  '           TO RCT-COUNT-LABEL(1).
012180     MOVE WS-READ-COUNT      TO RCT-COUNT-VALUE(1).
012182     MOVE 'WRITE '           TO RCT-COUNT-LABEL(2).
012184     MOVE WS-WRITE-COUNT     TO RCT-COUNT-VALUE(2).
012186     MOVE 'REJECT'           TO RCT-COUNT-LABEL(3).
012188     MOVE WS-REJECT-COUNT    TO RCT-COUNT-VALUE(3).
012190
012192     REWRITE RUN-CONTROL-RECORD
012194         INVALID KEY
012196             DISPLAY 'EXEMPLO0200 RUNCTL REWRITE, STATUS = '
012198                     WS-RCT-FILE-STATUS
012200     END-REWRITE.
012202     CLOSE RUNCTL-FILE.
012204 8900-EXIT.
012206     EXIT.
012208
012210*-----------------------------------------------------------------
012212*    8950-CLEAR-BATCH-WINDOW
012214*    CLEARS THE BATCH-WINDOW FLAG AT A CLEAN END SO EXDEFR CAN
012216*    APPLY THE UPDATES EXUP DEFERRED. A WINDOW SINCE TAKEN OVER
012218*    BY ANOTHER RUN IS LEFT FOR THAT RUN TO CLEAR.
012220*-----------------------------------------------------------------
012222 8950-CLEAR-BATCH-WINDOW.
012224     OPEN I-O RUNCTL-FILE.
012226     IF WS-RCT-FILE-STATUS NOT = '00'
012228         DISPLAY 'EXEMPLO0200 CANNOT OPEN RUNCTL, STATUS = '
012230                 WS-RCT-FILE-STATUS ' - WINDOW LEFT SET'
012232         GO TO 8950-EXIT
012234     END-IF.
012236
012238     MOVE ZERO       TO RCT-BUS-DATE.
012240     MOVE '*WINDOW ' TO RCT-STEP-NAME.
012242     READ RUNCTL-FILE
012244         INVALID KEY
012246             DISPLAY 'EXEMPLO0200 NO BATCH WINDOW RECORD TO CLEAR'
012248             CLOSE RUNCTL-FILE
012250             GO TO 8950-EXIT
012252     END-READ.
012254
012256     IF RCT-WINDOW-PROGRAM NOT = WS-RCT-THIS-STEP
012258         DISPLAY 'EXEMPLO0200 BATCH WINDOW NOW HELD BY '
012260                 RCT-WINDOW-PROGRAM ' - LEFT SET'
012262         CLOSE RUNCTL-FILE
012264         GO TO 8950-EXIT
012266     END-IF.
012268
012270     SET RCT-WINDOW-CLEAR TO TRUE.
012272     ACCEPT RCT-WINDOW-CLEAR-DATE FROM DATE YYYYMMDD.
012274     ACCEPT RCT-WINDOW-CLEAR-TIME FROM TIME.
012276     REWRITE RUN-CONTROL-RECORD
012278         INVALID KEY
012280             DISPLAY 'EXEMPLO0200 RUNCTL REWRITE, STATUS = '
012282                     WS-RCT-FILE-STATUS ' - WINDOW LEFT SET'
012284             CLOSE RUNCTL-FILE
012286             GO TO 8950-EXIT
012288     END-REWRITE.
012290     CLOSE RUNCTL-FILE.
012292     DISPLAY 'EXEMPLO0100 BATCH WINDOW CLEARED'.
012294 8950-EXIT.
012296     EXIT.
012298
012300*-----------------------------------------------------------------
012302*    9800-BATCH-ABEND
012304*    TERMINATES THE RUN WITH A NON-ZERO RETURN CODE WHEN THE
012306*    BATCH FRAME DOES NOT PROVE THE TRANSMISSION COMPLETE. THE
012308*    MASTER MUST NOT BE TRUSTED - RESTORE IT FROM THE LAST
012310*    BACKUP, ROLLING THE JOURNAL FORWARD ONLY THROUGH THE PRIOR
012312*    RUN'S ENTRIES (THIS RUN'S IMAGES CAME FROM THE BAD BATCH -
012314*    CUT THE JOURNAL BACK BEFORE EXRCVR, OR THEY RE-APPLY),
012316*    THEN CORRECT THE TRANSMISSION AND RERUN. THE RERUN IS A
012318*    FULL RERUN OF THE CORRECTED BATCH, SO THE CHECKPOINT IS
012320*    CLEARED HERE - A LEFTOVER CHECKPOINT WOULD TURN IT INTO A
012322*    RESTART THAT SKIPS THE FRONT OF THE CORRECTED FILE.
012324*-----------------------------------------------------------------
012326 9800-BATCH-ABEND.
012328     MOVE 16 TO RETURN-CODE.
012330     PERFORM 8200-CLEAR-CHECKPOINT THRU 8200-EXIT.
012332     CLOSE INPUT-FILE
012334           OUTPUT-FILE
012336           REJECT-FILE
012338           REPORT-FILE
012340           AUDIT-FILE
012342           CSV-FILE
012344           JOURNAL-FILE
012346           SUSPENSE-FILE
012352           KEYREG-FILE.
012354     IF WS-ACK-OPEN
012356         CLOSE ACKREG-FILE
012358     END-IF.
012360     STOP RUN.
012370
012380*-----------------------------------------------------------------
012490           AUDIT-FILE
012500           CSV-FILE
012510           JOURNAL-FILE
012516           SUSPENSE-FILE
012522           KEYREG-FILE.
012524     IF WS-ACK-OPEN
012526         CLOSE ACKREG-FILE
012528     END-IF.
012530     STOP RUN.
