000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                   EXRHST.
000120 AUTHOR.                       J HENRIQUES.
000130 INSTALLATION.                 DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN.                 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*    MODIFICATION HISTORY
000180*--------------------------------------------------------------*
000190*    DATE       INIT  DESCRIPTION
000200*    ---------  ----  ------------------------------------------
000210*    10/15/2026 JH    ORIGINAL PROGRAM - NIGHTLY FOLD OF THE
000220*                      JOURNAL IMAGES INTO THE PERMANENT
000230*                      EFFECTIVE-DATED VALUE HISTORY (RATEHST).
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
000250*    10/15/2026 JH    FOUR-DIGIT YEARS - JOURNAL AND HISTORY DATES
000252*                      ARE CCYYMMDD AND THE IMAGES ARE THE WIDENED
000254*                      OUTMSTR RECORD.
000256*    10/15/2026 JH    THE SORT RECORDS CARRY JRN-SOURCE, SO THEY
000258*                      MATCH THE 194-BYTE JRNREC SORTED IN.
000260*--------------------------------------------------------------*
000262*    EXRHST RUNS NIGHTLY AFTER EXDELTA AND AHEAD OF THE EXUNLD
000264*    UNLOAD, WHOSE 8400-CLEAR-JOURNAL SPENDS THE JOURNAL. THE
000270*    JOURNAL CARRIES EVERY BATCH, ONLINE, AND EXPIRY CHANGE
000280*    WITH FULL BEFORE AND AFTER IMAGES - UNTIL NOW THOSE
000290*    IMAGES WERE THROWN AWAY EVERY NIGHT, AND THE EXAUDH
000300*    HISTORY ONLY SAYS THAT A KEY CHANGED, NOT WHAT IT HELD.
000310*
000320*    THE JOURNAL IS SORTED BY KEY, DATE, AND TIME (ARRIVAL
000330*    ORDER PRESERVED WITHIN ONE STAMP) AND EVERY ENTRY IS
000340*    WRITTEN TO THE KEYED RATEHST DATASET AS ONE HISTORY
000350*    RECORD (SEE RHSREC) CARRYING THE AFTER IMAGE - THE VALUE
000360*    IN FORCE FROM THAT DATE AND TIME ONWARD. THE FIRST TIME A
000370*    KEY THAT ALREADY EXISTED IS SEEN, ITS BEFORE IMAGE IS
000380*    KEPT AS A BASELINE DATED ZERO, SO THE VALUE IN FORCE
000390*    BEFORE THE HISTORY BEGAN IS NOT LOST.
000400*
000410*    THE FOLD IS SAFE TO RERUN. A HISTORY RECORD ALREADY ON
000420*    FILE (THE SAME KEY, DATE, TIME, AND SEQUENCE) IS COUNTED
000430*    AND SKIPPED, SO A JOURNAL LEFT UNSPENT BY A FAILED UNLOAD
000440*    IS FOLDED ONCE, NOT TWICE. A MISSING JOURNAL IS A QUIET
000450*    DAY AND FOLDS NOTHING.
000460*--------------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.              IBM-370.
000500 OBJECT-COMPUTER.              IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT JOURNAL-FILE       ASSIGN TO JRNFILE
000540                                ORGANIZATION IS SEQUENTIAL
000550                                FILE STATUS WS-JRN-FILE-STATUS.
000560
000570     SELECT SORT-FILE          ASSIGN TO SORTWK01.
000580
000590     SELECT SORTED-FILE        ASSIGN TO SRTDJRN
000600                                ORGANIZATION IS SEQUENTIAL.
000610
000620     SELECT HISTORY-FILE       ASSIGN TO RATEHST
000630                                ORGANIZATION IS INDEXED
000640                                ACCESS MODE IS DYNAMIC
000650                                RECORD KEY IS RHS-RECORD-KEY
000660                                FILE STATUS WS-RHS-FILE-STATUS.
000670
000680     SELECT REPORT-FILE        ASSIGN TO RPTFILE
000690                                ORGANIZATION IS SEQUENTIAL.
000700
000701     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
000702                                ORGANIZATION IS INDEXED
000703                                ACCESS MODE IS RANDOM
000704                                RECORD KEY IS RCT-KEY
000705                                FILE STATUS WS-RCT-FILE-STATUS.
000706
000708     SELECT RUNOVRD-FILE       ASSIGN TO RUNOVRD
000710                                ORGANIZATION IS SEQUENTIAL
000712                                FILE STATUS WS-ROV-FILE-STATUS.
000714
000716 DATA DIVISION.
000720 FILE SECTION.
000730*--------------------------------------------------------------*
000740*    JOURNAL-FILE - THE DAY'S BEFORE/AFTER IMAGES, BATCH AND
000750*    ONLINE, IN THE ORDER THEY HAPPENED
000760*--------------------------------------------------------------*
000770 FD  JOURNAL-FILE
000780     BLOCK CONTAINS 0 RECORDS
000790     RECORDING MODE IS F.
000800     COPY JRNREC.
000810
000820*--------------------------------------------------------------*
000830*    SORT-FILE - WORK FILE FOR THE JOURNAL KEY SORT
000840*--------------------------------------------------------------*
000850 SD  SORT-FILE.
000860 01  SORT-RECORD.
000870     05  SRT-KEY                PIC X(06).
000880     05  SRT-ACTION             PIC X(08).
000890     05  SRT-DATE               PIC 9(08).
000900     05  SRT-TIME               PIC 9(08).
000910     05  SRT-BEFORE-IMAGE       PIC X(78).
000920     05  SRT-AFTER-IMAGE        PIC X(78).
000925     05  SRT-SOURCE             PIC X(08).
000930
000940*--------------------------------------------------------------*
000950*    SORTED-FILE - THE JOURNAL IN KEY, DATE, AND TIME SEQUENCE
000960*--------------------------------------------------------------*
000970 FD  SORTED-FILE
000980     BLOCK CONTAINS 0 RECORDS
000990     RECORDING MODE IS F.
001000 01  SORTED-RECORD.
001010     05  SRD-KEY                PIC X(06).
001020     05  SRD-ACTION             PIC X(08).
001030     05  SRD-DATE               PIC 9(08).
001040     05  SRD-TIME               PIC 9(08).
001050     05  SRD-BEFORE-IMAGE       PIC X(78).
001060     05  SRD-AFTER-IMAGE        PIC X(78).
001065     05  SRD-SOURCE             PIC X(08).
001070
001080*--------------------------------------------------------------*
001090*    HISTORY-FILE - THE PERMANENT VALUE HISTORY, KEYED BY
001100*    MASTER KEY, EFFECTIVE DATE, TIME, AND SEQUENCE
001110*--------------------------------------------------------------*
001120 FD  HISTORY-FILE
001130     BLOCK CONTAINS 0 RECORDS
001140     RECORDING MODE IS F.
001150     COPY RHSREC.
001160
001170*--------------------------------------------------------------*
001180*    REPORT-FILE - FOLD CONTROL TOTALS REPORT
001190*--------------------------------------------------------------*
001200 FD  REPORT-FILE
001210     BLOCK CONTAINS 0 RECORDS
001220     RECORDING MODE IS F.
001230 01  REPORT-RECORD               PIC X(80).
001240
001241*--------------------------------------------------------------*
001242*    RUNCTL-FILE - NIGHTLY STREAM RUN-CONTROL REGISTER
001243*--------------------------------------------------------------*
001244 FD  RUNCTL-FILE
001246     RECORDING MODE IS F.
001248     COPY RCTREC.
001250
001252*--------------------------------------------------------------*
001254*    RUNOVRD-FILE - OPTIONAL OPERATOR OVERRIDE CARDS FOR THE
001256*    RUN-CONTROL TESTS (SEE RCTREC)
001258*--------------------------------------------------------------*
001260 FD  RUNOVRD-FILE
001262     RECORDING MODE IS F.
001264 01  RUNOVRD-RECORD.
001266     05  ROV-STEP-NAME          PIC X(08).
001268     05  ROV-OVERRIDE           PIC X(01).
001270
001272 WORKING-STORAGE SECTION.
001274*--------------------------------------------------------------*
001276*    SWITCHES
001280*--------------------------------------------------------------*
001290 01  WS-SWITCHES.
001300     05  WS-EOF-SW              PIC X(01) VALUE 'N'.
001310         88  WS-EOF                       VALUE 'Y'.
001320     05  WS-JOURNAL-SW          PIC X(01) VALUE 'Y'.
001330         88  WS-JOURNAL-PRESENT           VALUE 'Y'.
001340         88  WS-JOURNAL-MISSING            VALUE 'N'.
001370
001380*--------------------------------------------------------------*
001390*    COUNTERS
001400*--------------------------------------------------------------*
001410 01  WS-COUNTERS.
001420     05  WS-JRN-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
001430     05  WS-FOLDED-COUNT        PIC 9(07) COMP VALUE ZERO.
001440     05  WS-BASELINE-COUNT      PIC 9(07) COMP VALUE ZERO.
001450     05  WS-HELD-COUNT          PIC 9(07) COMP VALUE ZERO.
001460     05  WS-KEY-COUNT           PIC 9(07) COMP VALUE ZERO.
001470
001480 01  WS-JRN-FILE-STATUS         PIC X(02) VALUE SPACES.
001490 01  WS-RHS-FILE-STATUS         PIC X(02) VALUE SPACES.
001500
001510*--------------------------------------------------------------*
001520*    PREVIOUS ENTRY - THE SEQUENCE RESTARTS AT ONE FOR EACH
001530*    NEW KEY, DATE, AND TIME STAMP
001540*--------------------------------------------------------------*
001550 01  WS-PREV-FIELDS.
001560     05  WS-PRV-KEY             PIC X(06) VALUE LOW-VALUES.
001570     05  WS-PRV-DATE            PIC 9(08) VALUE ZERO.
001580     05  WS-PRV-TIME            PIC 9(08) VALUE ZERO.
001590 01  WS-NEXT-SEQ                PIC 9(03) VALUE ZERO.
001592
001594*--------------------------------------------------------------*
001596*    RUN-CONTROL REGISTER - THIS STEP, THE STEP AHEAD OF IT IN
001598*    THE NIGHTLY STREAM, AND ANY OPERATOR OVERRIDE FOR IT
001600*--------------------------------------------------------------*
001602 01  WS-RCT-THIS-STEP           PIC X(08) VALUE 'EXRHST  '.
001604 01  WS-RCT-PRIOR-STEP          PIC X(08) VALUE 'EXDELTA '.
001606 01  WS-RCT-BUS-DATE            PIC 9(08) VALUE ZERO.
001608 01  WS-RCT-BUS-DATE-X REDEFINES WS-RCT-BUS-DATE.
001610     05  WS-RCT-BUS-CCYY        PIC 9(04).
001612     05  WS-RCT-BUS-MM          PIC 9(02).
001614     05  WS-RCT-BUS-DD          PIC 9(02).
001616 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
001618 01  WS-ROV-FILE-STATUS         PIC X(02) VALUE SPACES.
001620 01  WS-ROV-EOF-SW              PIC X(01) VALUE 'N'.
001622     88  WS-ROV-EOF                       VALUE 'Y'.
001624 01  WS-RCT-OVERRIDE-SW         PIC X(01) VALUE SPACE.
001626     88  WS-RCT-MAY-RERUN                 VALUE 'R' 'B'.
001628     88  WS-RCT-SKIP-PRIOR                VALUE 'P' 'B'.
001630
001632*--------------------------------------------------------------*
001634*    RUN DATE AND TIME - SET AT INITIALIZATION
001636*--------------------------------------------------------------*
001638 01  WS-RUN-DATE.
001650     05  WS-RUN-CCYY            PIC 9(04).
001660     05  WS-RUN-MM              PIC 9(02).
001670     05  WS-RUN-DD              PIC 9(02).
001680 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
001690                                PIC 9(08).
001700
001710 01  WS-RUN-TIME.
001720     05  WS-RUN-HH              PIC 9(02).
001730     05  WS-RUN-MN              PIC 9(02).
001740     05  WS-RUN-SS              PIC 9(02).
001750     05  WS-RUN-HS              PIC 9(02).
001760
001770*--------------------------------------------------------------*
001780*    REPORT-FILE LINE LAYOUTS
001790*--------------------------------------------------------------*
001800 01  WS-REPORT-LINES.
001810     05  WS-RPT-TITLE.
001820         10  FILLER             PIC X(23)
001830                                 VALUE 'EXRHST HISTORY FOLD'.
001840         10  FILLER             PIC X(57) VALUE SPACES.
001850     05  WS-RPT-RUNDATE.
001860         10  FILLER             PIC X(10) VALUE 'RUN DATE: '.
001870         10  WS-RPT-MM          PIC 99.
001880         10  FILLER             PIC X(01) VALUE '/'.
001890         10  WS-RPT-DD          PIC 99.
001900         10  FILLER             PIC X(01) VALUE '/'.
001910         10  WS-RPT-CCYY        PIC 9(04).
001920         10  FILLER             PIC X(05) VALUE SPACES.
001930         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
001940         10  WS-RPT-HH          PIC 99.
001950         10  FILLER             PIC X(01) VALUE ':'.
001960         10  WS-RPT-MN          PIC 99.
001970         10  FILLER             PIC X(01) VALUE ':'.
001980         10  WS-RPT-SS          PIC 99.
001982         10  FILLER             PIC X(05) VALUE SPACES.
001984         10  FILLER             PIC X(15)
001986                                 VALUE 'BUSINESS DATE: '.
001988         10  WS-RPT-BUS-MM      PIC 99.
001990         10  FILLER             PIC X(01) VALUE '/'.
001992         10  WS-RPT-BUS-DD      PIC 99.
001994         10  FILLER             PIC X(01) VALUE '/'.
001996         10  WS-RPT-BUS-CCYY    PIC 9(04).
001998         10  FILLER             PIC X(07) VALUE SPACES.
002000     05  WS-RPT-JRNREAD.
002010         10  FILLER             PIC X(25)
002020                                 VALUE 'JOURNAL ENTRIES READ . :'.
002030         10  WS-RPT-JRN-CNT     PIC Z,ZZZ,ZZ9.
002040         10  FILLER             PIC X(46) VALUE SPACES.
002050     05  WS-RPT-KEYS.
002060         10  FILLER             PIC X(25)
002070                                 VALUE 'KEYS FOLDED  . . . . . :'.
002080         10  WS-RPT-KEY-CNT     PIC Z,ZZZ,ZZ9.
002090         10  FILLER             PIC X(46) VALUE SPACES.
002100     05  WS-RPT-FOLDED.
002110         10  FILLER             PIC X(25)
002120                                 VALUE 'HISTORY RECORDS ADDED  :'.
002130         10  WS-RPT-FLD-CNT     PIC Z,ZZZ,ZZ9.
002140         10  FILLER             PIC X(46) VALUE SPACES.
002150     05  WS-RPT-BASELINES.
002160         10  FILLER             PIC X(25)
002170                                 VALUE 'BASELINES RECORDED . . :'.
002180         10  WS-RPT-BAS-CNT     PIC Z,ZZZ,ZZ9.
002190         10  FILLER             PIC X(46) VALUE SPACES.
002200     05  WS-RPT-HELD.
002210         10  FILLER             PIC X(25)
002220                                 VALUE 'ALREADY IN HISTORY . . :'.
002230         10  WS-RPT-HLD-CNT     PIC Z,ZZZ,ZZ9.
002240         10  FILLER             PIC X(46) VALUE SPACES.
002250
002260 PROCEDURE DIVISION.
002270*-----------------------------------------------------------------
002280*    0000-MAINLINE
002290*    SORTS THE JOURNAL BY KEY AND FOLDS EVERY ENTRY INTO THE
002300*    VALUE HISTORY.
002310*-----------------------------------------------------------------
002320 0000-MAINLINE.
002330     PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
002340
002350     IF WS-JOURNAL-PRESENT
002360         SORT SORT-FILE
002370             ON ASCENDING KEY SRT-KEY
002380                              SRT-DATE
002390                              SRT-TIME
002400             WITH DUPLICATES IN ORDER
002410             USING JOURNAL-FILE
002420             GIVING SORTED-FILE
002430         OPEN INPUT SORTED-FILE
002440         PERFORM 3100-READ-SORTED THRU 3100-EXIT
002450         PERFORM 3000-FOLD-ENTRIES THRU 3000-EXIT
002460             UNTIL WS-EOF
002470         CLOSE SORTED-FILE
002480     END-IF.
002490
002500     PERFORM 8000-FINALIZE      THRU 8000-EXIT.
002505     PERFORM 8900-STAMP-RUN-CONTROL THRU 8900-EXIT.
002510     STOP RUN.
002520
002530*-----------------------------------------------------------------
002540*    1000-INITIALIZE
002550*    CONFIRMS THE JOURNAL IS THERE TO FOLD AND OPENS THE
002560*    HISTORY. THE FIRST RUN AGAINST A HISTORY THAT DOES NOT YET
002570*    EXIST CREATES IT EMPTY, AS EXSECM DOES FOR THE PROFILES.
002580*-----------------------------------------------------------------
002590 1000-INITIALIZE.
002600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002610     ACCEPT WS-RUN-TIME FROM TIME.
002615     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
002620
002630     OPEN INPUT JOURNAL-FILE.
002640     IF WS-JRN-FILE-STATUS NOT = '00'
002650         DISPLAY 'EXRHST0200 NO JOURNAL FOUND, STATUS = '
002660                 WS-JRN-FILE-STATUS
002670         DISPLAY 'EXRHST0200 NOTHING TO FOLD TODAY'
002680         SET WS-JOURNAL-MISSING TO TRUE
002690     ELSE
002700         CLOSE JOURNAL-FILE
002710     END-IF.
002720
002722     OPEN I-O HISTORY-FILE.
002724     IF WS-RHS-FILE-STATUS NOT = '00'
002726         OPEN OUTPUT HISTORY-FILE
002728         CLOSE HISTORY-FILE
002730         OPEN I-O HISTORY-FILE
002732     END-IF.
002734     IF WS-RHS-FILE-STATUS NOT = '00'
002736         DISPLAY 'EXRHST0999 CANNOT OPEN RATEHST, STATUS = '
002738                 WS-RHS-FILE-STATUS
002740         GO TO 9900-FOLD-ABEND
002742     END-IF.
002744
002746     OPEN OUTPUT REPORT-FILE.
002748 1000-EXIT.
002750     EXIT.
002752
002754*-----------------------------------------------------------------
002756*    1900-CHECK-RUN-CONTROL
002758*    TAKES THE BUSINESS DATE FROM THE CYCLE RECORD ON THE
002760*    RUN-CONTROL REGISTER (SEE RCTREC), PROVES THAT THE STEP
002762*    AHEAD OF THIS ONE HAS COMPLETED FOR IT, AND MARKS THIS STEP
002764*    STARTED. A REFUSAL ENDS THE RUN BEFORE ANY OTHER FILE IS
002766*    OPENED.
002768*-----------------------------------------------------------------
002770 1900-CHECK-RUN-CONTROL.
002772     PERFORM 1910-READ-RUNOVRD THRU 1910-EXIT.
002774
002776     OPEN I-O RUNCTL-FILE.
002778     IF WS-RCT-FILE-STATUS NOT = '00'
002780         DISPLAY 'EXRHST0999 CANNOT OPEN RUNCTL, STATUS = '
002782                 WS-RCT-FILE-STATUS
002784         GO TO 1990-RUN-CONTROL-ABEND
002786     END-IF.
002788
002790     MOVE ZERO       TO RCT-BUS-DATE.
002792     MOVE '*CYCLE  ' TO RCT-STEP-NAME.
002794     READ RUNCTL-FILE
002796         INVALID KEY
002798             DISPLAY 'EXRHST0999 NO STREAM CYCLE OPEN ON RUNCTL'
002800             GO TO 1990-RUN-CONTROL-ABEND
002802     END-READ.
002804     MOVE RCT-CYCLE-BUS-DATE TO WS-RCT-BUS-DATE.
002806
002808     MOVE WS-RCT-BUS-DATE   TO RCT-BUS-DATE.
002810     MOVE WS-RCT-PRIOR-STEP TO RCT-STEP-NAME.
002812     READ RUNCTL-FILE
002814         INVALID KEY
002816             MOVE SPACE TO RCT-STEP-STATUS
002818     END-READ.
002820     IF NOT RCT-STEP-COMPLETE
002822         IF WS-RCT-SKIP-PRIOR
002824             DISPLAY 'EXRHST0200 ' WS-RCT-PRIOR-STEP
002826                     ' NOT COMPLETE - RUN ON OVERRIDE'
002828         ELSE
002830             DISPLAY 'EXRHST0999 ' WS-RCT-PRIOR-STEP
002832                     ' HAS NOT COMPLETED FOR ' WS-RCT-BUS-DATE
002834             GO TO 1990-RUN-CONTROL-ABEND
002836         END-IF
002838     END-IF.
002840
002842     PERFORM 1920-MARK-STARTED THRU 1920-EXIT.
002844     CLOSE RUNCTL-FILE.
002846     DISPLAY 'EXRHST0100 STARTED FOR BUSINESS DATE '
002848             WS-RCT-BUS-DATE.
002850 1900-EXIT.
002852     EXIT.
002854
002856*-----------------------------------------------------------------
002858*    1910-READ-RUNOVRD
002860*    PICKS UP THE OPERATOR OVERRIDE, IF ANY, FOR THIS STEP. THE
002862*    CARD FILE IS OPTIONAL AND MAY CARRY CARDS FOR OTHER STEPS.
002864*-----------------------------------------------------------------
002866 1910-READ-RUNOVRD.
002868     OPEN INPUT RUNOVRD-FILE.
002870     IF WS-ROV-FILE-STATUS = '00'
002872         PERFORM 1915-READ-ONE-OVERRIDE THRU 1915-EXIT
002874             UNTIL WS-ROV-EOF
002876         CLOSE RUNOVRD-FILE
002878     END-IF.
002880 1910-EXIT.
002882     EXIT.
002884
002886 1915-READ-ONE-OVERRIDE.
002888     READ RUNOVRD-FILE
002890         AT END
002892             SET WS-ROV-EOF TO TRUE
002894         NOT AT END
002896             IF ROV-STEP-NAME = WS-RCT-THIS-STEP
002898                 MOVE ROV-OVERRIDE TO WS-RCT-OVERRIDE-SW
002900             END-IF
002902     END-READ.
002904 1915-EXIT.
002906     EXIT.
002908
002910*-----------------------------------------------------------------
002912*    1920-MARK-STARTED
002914*    REFUSES A STEP ALREADY COMPLETE FOR THE BUSINESS DATE
002916*    UNLESS IT IS OVERRIDDEN FOR A RERUN, THEN STAMPS IT
002918*    STARTED. A STEP LEFT STARTED BY AN ABEND IS SIMPLY STARTED
002920*    AGAIN.
002922*-----------------------------------------------------------------
002924 1920-MARK-STARTED.
002926     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
002928     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
002930     READ RUNCTL-FILE
002932         INVALID KEY
002934             CONTINUE
002936     END-READ.
002938
002940     IF WS-RCT-FILE-STATUS = '00'
002942         IF RCT-STEP-COMPLETE
002944             IF WS-RCT-MAY-RERUN
002946                 DISPLAY 'EXRHST0200 ALREADY COMPLETE FOR '
002948                         WS-RCT-BUS-DATE ' - RERUN ON OVERRIDE'
002950             ELSE
002952                 DISPLAY 'EXRHST0999 ALREADY COMPLETED FOR '
002954                         WS-RCT-BUS-DATE
002956                 GO TO 1990-RUN-CONTROL-ABEND
002958             END-IF
002960         END-IF
002962         PERFORM 1930-STAMP-START THRU 1930-EXIT
002964         REWRITE RUN-CONTROL-RECORD
002966             INVALID KEY
002968                 DISPLAY 'EXRHST0999 RUNCTL REWRITE, STATUS = '
002970                         WS-RCT-FILE-STATUS
002972                 GO TO 1990-RUN-CONTROL-ABEND
002974         END-REWRITE
002976     ELSE
002978         MOVE SPACES TO RCT-STEP-DATA
002980         MOVE ZERO   TO RCT-ATTEMPTS
002982         PERFORM 1930-STAMP-START THRU 1930-EXIT
002984         WRITE RUN-CONTROL-RECORD
002986             INVALID KEY
002988                 DISPLAY 'EXRHST0999 RUNCTL WRITE, STATUS = '
002990                         WS-RCT-FILE-STATUS
002992                 GO TO 1990-RUN-CONTROL-ABEND
002994         END-WRITE
002996     END-IF.
002998 1920-EXIT.
003000     EXIT.
003002
003004 1930-STAMP-START.
003006     SET RCT-STEP-STARTED    TO TRUE.
003008     MOVE ZERO               TO RCT-RETURN-CODE
003010                                RCT-END-DATE
003012                                RCT-END-TIME
003014                                RCT-COUNT-VALUE(1)
003016                                RCT-COUNT-VALUE(2)
003018                                RCT-COUNT-VALUE(3).
003020     MOVE SPACES             TO RCT-COUNT-LABEL(1)
003022                                RCT-COUNT-LABEL(2)
003024                                RCT-COUNT-LABEL(3).
003026     ADD 1                   TO RCT-ATTEMPTS.
003028     MOVE WS-RCT-OVERRIDE-SW TO RCT-OVERRIDE.
003030     MOVE WS-RUN-DATE        TO RCT-START-DATE.
003032     MOVE WS-RUN-TIME        TO RCT-START-TIME.
003034 1930-EXIT.
003036     EXIT.
003038
003040*-----------------------------------------------------------------
003042*    1990-RUN-CONTROL-ABEND
003044*    THIS STEP MAY NOT RUN - NOTHING BUT THE REGISTER HAS BEEN
003046*    OPENED, SO NOTHING ELSE NEEDS UNWINDING.
003048*-----------------------------------------------------------------
003050 1990-RUN-CONTROL-ABEND.
003052     CLOSE RUNCTL-FILE.
003054     MOVE 16 TO RETURN-CODE.
003056     STOP RUN.
003058
003060*-----------------------------------------------------------------
003062*    3000-FOLD-ENTRIES
003064*    FOLDS ONE SORTED JOURNAL ENTRY. A NEW KEY FIRST CHECKS
003066*    WHETHER THE KEY NEEDS A BASELINE. THE SEQUENCE NUMBER
003068*    STEPS WITHIN ONE KEY, DATE, AND TIME STAMP.
003070*-----------------------------------------------------------------
003072 3000-FOLD-ENTRIES.
003074     IF SRD-KEY NOT = WS-PRV-KEY
003076         ADD 1 TO WS-KEY-COUNT
003078         PERFORM 3200-CHECK-BASELINE THRU 3200-EXIT
003080         MOVE ZERO TO WS-NEXT-SEQ
003082     ELSE
003084         IF SRD-DATE NOT = WS-PRV-DATE
003086          OR SRD-TIME NOT = WS-PRV-TIME
003088             MOVE ZERO TO WS-NEXT-SEQ
003090         END-IF
003092     END-IF.
003094     MOVE SRD-KEY  TO WS-PRV-KEY.
003096     MOVE SRD-DATE TO WS-PRV-DATE.
003098     MOVE SRD-TIME TO WS-PRV-TIME.
003100     ADD 1 TO WS-NEXT-SEQ.
003102
003104     PERFORM 3300-WRITE-HISTORY THRU 3300-EXIT.
003120
003130     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
003140 3000-EXIT.
003150     EXIT.
003160
003170*-----------------------------------------------------------------
003180*    3100-READ-SORTED
003190*    READS THE NEXT SORTED JOURNAL ENTRY AND SETS THE EOF
003200*    SWITCH.
003210*-----------------------------------------------------------------
003220 3100-READ-SORTED.
003230     READ SORTED-FILE
003240         AT END
003250             SET WS-EOF TO TRUE
003260         NOT AT END
003270             ADD 1 TO WS-JRN-READ-COUNT
003280     END-READ.
003290 3100-EXIT.
003300     EXIT.
003310
003320*-----------------------------------------------------------------
003330*    3200-CHECK-BASELINE
003340*    A KEY SEEN FOR THE FIRST TIME WITH A BEFORE IMAGE EXISTED
003350*    BEFORE THE HISTORY BEGAN - ITS BEFORE IMAGE IS KEPT AS A
003360*    BASELINE DATED ZERO. A KEY THAT WAS ADDED (NO BEFORE
003370*    IMAGE) OR ALREADY HAS HISTORY NEEDS NONE.
003380*-----------------------------------------------------------------
003390 3200-CHECK-BASELINE.
003400     IF SRD-BEFORE-IMAGE = LOW-VALUES
003410         GO TO 3200-EXIT
003420     END-IF.
003430
003450     MOVE SRD-KEY TO RHS-KEY.
003460     MOVE ZERO    TO RHS-EFF-DATE
003470                     RHS-EFF-TIME
003480                     RHS-EFF-SEQ.
003490     START HISTORY-FILE KEY NOT < RHS-RECORD-KEY
003500         INVALID KEY
003510             GO TO 3210-WRITE-BASELINE
003520     END-START.
003530     READ HISTORY-FILE NEXT
003540         AT END
003550             GO TO 3210-WRITE-BASELINE
003560     END-READ.
003570     IF RHS-KEY = SRD-KEY
003590         GO TO 3200-EXIT
003600     END-IF.
003610 3210-WRITE-BASELINE.
003620     MOVE SPACES           TO HISTORY-RECORD.
003630     MOVE SRD-KEY          TO RHS-KEY.
003640     MOVE ZERO             TO RHS-EFF-DATE
003650                              RHS-EFF-TIME
003660                              RHS-EFF-SEQ.
003670     MOVE 'BASELINE'       TO RHS-ACTION.
003680     MOVE SRD-BEFORE-IMAGE TO RHS-IMAGE.
003690     MOVE WS-RUN-DATE-NUM  TO RHS-FOLD-DATE.
003700     WRITE HISTORY-RECORD
003710         INVALID KEY
003720             DISPLAY 'EXRHST0999 BASELINE WRITE FAILED FOR KEY '
003730                     SRD-KEY ', STATUS = ' WS-RHS-FILE-STATUS
003740             GO TO 9900-FOLD-ABEND
003750     END-WRITE.
003760     ADD 1 TO WS-BASELINE-COUNT.
003770 3200-EXIT.
003780     EXIT.
003790
003800*-----------------------------------------------------------------
003810*    3300-WRITE-HISTORY
003820*    WRITES THE ENTRY'S AFTER IMAGE AS THE VALUE IN FORCE FROM
003830*    ITS JOURNAL DATE AND TIME. A DELETE CARRIES LOW-VALUES -
003840*    NO RECORD FROM THAT POINT. A RECORD ALREADY ON FILE WAS
003850*    FOLDED BY AN EARLIER RUN AND IS SKIPPED.
003860*-----------------------------------------------------------------
003870 3300-WRITE-HISTORY.
003880     MOVE SPACES          TO HISTORY-RECORD.
003890     MOVE SRD-KEY         TO RHS-KEY.
003900     MOVE SRD-DATE        TO RHS-EFF-DATE.
003910     MOVE SRD-TIME        TO RHS-EFF-TIME.
003920     MOVE WS-NEXT-SEQ     TO RHS-EFF-SEQ.
003930     MOVE SRD-ACTION      TO RHS-ACTION.
003940     MOVE SRD-AFTER-IMAGE TO RHS-IMAGE.
003950     MOVE WS-RUN-DATE-NUM TO RHS-FOLD-DATE.
003960     WRITE HISTORY-RECORD
003970         INVALID KEY
003980             ADD 1 TO WS-HELD-COUNT
003990         NOT INVALID KEY
004000             ADD 1 TO WS-FOLDED-COUNT
004010     END-WRITE.
004020     IF WS-RHS-FILE-STATUS NOT = '00'
004030        AND WS-RHS-FILE-STATUS NOT = '22'
004040         DISPLAY 'EXRHST0999 HISTORY WRITE FAILED FOR KEY '
004050                 SRD-KEY ', STATUS = ' WS-RHS-FILE-STATUS
004060         GO TO 9900-FOLD-ABEND
004070     END-IF.
004080 3300-EXIT.
004090     EXIT.
004100
004110*-----------------------------------------------------------------
004120*    8000-FINALIZE
004130*    WRITES THE FOLD REPORT AND CLOSES ALL FILES.
004140*-----------------------------------------------------------------
004150 8000-FINALIZE.
004160     PERFORM 8100-WRITE-REPORT THRU 8100-EXIT.
004170
004180     CLOSE HISTORY-FILE
004190           REPORT-FILE.
004200
004210     DISPLAY 'EXRHST0100 ' WS-FOLDED-COUNT
004220             ' HISTORY RECORDS ADDED FROM '
004230             WS-JRN-READ-COUNT ' JOURNAL ENTRIES'.
004240 8000-EXIT.
004250     EXIT.
004260
004270*--------------------------------------------------------------*
004280*    8100-WRITE-REPORT
004290*    BUILDS AND WRITES THE FOLD CONTROL TOTALS REPORT.
004300*--------------------------------------------------------------*
004310 8100-WRITE-REPORT.
004320     MOVE WS-RPT-TITLE TO REPORT-RECORD.
004330     WRITE REPORT-RECORD.
004340
004350     MOVE WS-RUN-MM TO WS-RPT-MM.
004360     MOVE WS-RUN-DD TO WS-RPT-DD.
004370     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
004380     MOVE WS-RUN-HH TO WS-RPT-HH.
004390     MOVE WS-RUN-MN TO WS-RPT-MN.
004400     MOVE WS-RUN-SS TO WS-RPT-SS.
004402     MOVE WS-RCT-BUS-MM TO WS-RPT-BUS-MM.
004404     MOVE WS-RCT-BUS-DD TO WS-RPT-BUS-DD.
004406     MOVE WS-RCT-BUS-CCYY TO WS-RPT-BUS-CCYY.
004410     MOVE WS-RPT-RUNDATE TO REPORT-RECORD.
004420     WRITE REPORT-RECORD.
004430
004440     MOVE WS-JRN-READ-COUNT TO WS-RPT-JRN-CNT.
004450     MOVE WS-RPT-JRNREAD TO REPORT-RECORD.
004460     WRITE REPORT-RECORD.
004470
004480     MOVE WS-KEY-COUNT TO WS-RPT-KEY-CNT.
004490     MOVE WS-RPT-KEYS TO REPORT-RECORD.
004500     WRITE REPORT-RECORD.
004510
004520     MOVE WS-FOLDED-COUNT TO WS-RPT-FLD-CNT.
004530     MOVE WS-RPT-FOLDED TO REPORT-RECORD.
004540     WRITE REPORT-RECORD.
004550
004560     MOVE WS-BASELINE-COUNT TO WS-RPT-BAS-CNT.
004570     MOVE WS-RPT-BASELINES TO REPORT-RECORD.
004580     WRITE REPORT-RECORD.
004590
004600     MOVE WS-HELD-COUNT TO WS-RPT-HLD-CNT.
004610     MOVE WS-RPT-HELD TO REPORT-RECORD.
004620     WRITE REPORT-RECORD.
004630 8100-EXIT.
004640     EXIT.
004650
004660*-----------------------------------------------------------------
004670*    8900-STAMP-RUN-CONTROL
004680*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL REGISTER WITH
004690*    ITS RETURN CODE AND KEY COUNTS, RELEASING THE NEXT STEP.
004700*-----------------------------------------------------------------
004710 8900-STAMP-RUN-CONTROL.
004720     OPEN I-O RUNCTL-FILE.
004730     IF WS-RCT-FILE-STATUS NOT = '00'
004740         DISPLAY 'EXRHST0200 CANNOT OPEN RUNCTL, STATUS = '
004750                 WS-RCT-FILE-STATUS ' - NOT STAMPED COMPLETE'
004760         GO TO 8900-EXIT
004770     END-IF.
004780
004790     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
004800     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
004810     READ RUNCTL-FILE
004820         INVALID KEY
004830             DISPLAY 'EXRHST0200 NO RUNCTL ENTRY TO STAMP'
004840             CLOSE RUNCTL-FILE
004850             GO TO 8900-EXIT
004860     END-READ.
004870
004880     SET RCT-STEP-COMPLETE TO TRUE.
004890     MOVE RETURN-CODE      TO RCT-RETURN-CODE.
004900     ACCEPT RCT-END-DATE FROM DATE YYYYMMDD.
004910     ACCEPT RCT-END-TIME FROM TIME.
004920     MOVE 'JRNL  '           TO RCT-COUNT-LABEL(1).
004930     MOVE WS-JRN-READ-COUNT  TO RCT-COUNT-VALUE(1).
004940     MOVE 'FOLDED'           TO RCT-COUNT-LABEL(2).
004950     MOVE WS-FOLDED-COUNT    TO RCT-COUNT-VALUE(2).
004960     MOVE 'BASELN'           TO RCT-COUNT-LABEL(3).
004970     MOVE WS-BASELINE-COUNT  TO RCT-COUNT-VALUE(3).
004980
004990     REWRITE RUN-CONTROL-RECORD
005000         INVALID KEY
005010             DISPLAY 'EXRHST0200 RUNCTL REWRITE, STATUS = '
005020                     WS-RCT-FILE-STATUS
005030     END-REWRITE.
005040     CLOSE RUNCTL-FILE.
005050 8900-EXIT.
005060     EXIT.
005070
005080*-----------------------------------------------------------------
005090*    9900-FOLD-ABEND
005100*    TERMINATES THE RUN WITH A NON-ZERO RETURN CODE SO THE JCL
005110*    CONDITION CODES KEEP EXUNLD FROM SPENDING A JOURNAL THAT
005120*    HAS NOT BEEN FOLDED. THE RERUN SKIPS WHAT IS ALREADY ON
005130*    THE HISTORY.
005140*-----------------------------------------------------------------
005150 9900-FOLD-ABEND.
005160     MOVE 16 TO RETURN-CODE.
005170     STOP RUN.
