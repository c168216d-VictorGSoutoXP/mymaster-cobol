000210*    09/03/2026 JH    ORIGINAL PROGRAM - END-OF-DAY CHANGE
000220*                      DISTRIBUTION EXTRACT FOR THE DOWNSTREAM
000230*                      REPORTING AND BILLING FEEDS.
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
000250*    10/15/2026 JH    FOUR-DIGIT YEARS - JOURNAL AND DELTA HEADER
000252*                      DATES ARE CCYYMMDD AND THE IMAGES ARE THE
000254*                      WIDENED OUTMSTR RECORD.
000256*    10/15/2026 JH    THE SORT RECORDS CARRY JRN-SOURCE, SO THEY
000258*                      MATCH THE 194-BYTE JRNREC SORTED IN.
000260*--------------------------------------------------------------*
000262*    EXDELTA RUNS AT END OF DAY, AFTER THE NIGHTLY EXEMPLO RUN
000264*    AND AHEAD OF THE EXUNLD UNLOAD THAT STARTS A FRESH
000270*    JOURNAL. THE JOURNAL ALREADY CARRIES EVERY BATCH AND
000280*    ONLINE ADD, CHANGE, AND DELETE IN THE ORDER THEY
000290*    HAPPENED - THE CSV EXPORT ONLY COVERS WHAT THE BATCH RUN
000620     SELECT REPORT-FILE        ASSIGN TO RPTFILE
000630                                ORGANIZATION IS SEQUENTIAL.
000640
000641     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
000642                                ORGANIZATION IS INDEXED
000643                                ACCESS MODE IS RANDOM
000644                                RECORD KEY IS RCT-KEY
000645                                FILE STATUS WS-RCT-FILE-STATUS.
000646
000648     SELECT RUNOVRD-FILE       ASSIGN TO RUNOVRD
000650                                ORGANIZATION IS SEQUENTIAL
000652                                FILE STATUS WS-ROV-FILE-STATUS.
000654
000656 DATA DIVISION.
000660 FILE SECTION.
000670*--------------------------------------------------------------*
000680*    JOURNAL-FILE - THE DAY'S BEFORE/AFTER IMAGES, BATCH AND
000800 01  SORT-RECORD.
000810     05  SRT-KEY                PIC X(06).
000820     05  SRT-ACTION             PIC X(08).
000830     05  SRT-DATE               PIC 9(08).
000840     05  SRT-TIME               PIC 9(08).
000850     05  SRT-BEFORE-IMAGE       PIC X(78).
000860     05  SRT-AFTER-IMAGE        PIC X(78).
000865     05  SRT-SOURCE             PIC X(08).
000870
000880*--------------------------------------------------------------*
000890*    SORTED-FILE - THE JOURNAL IN KEY SEQUENCE, ARRIVAL ORDER
000950 01  SORTED-RECORD.
000960     05  SRD-KEY                PIC X(06).
000970     05  SRD-ACTION             PIC X(08).
000980     05  SRD-DATE               PIC 9(08).
000990     05  SRD-TIME               PIC 9(08).
001000     05  SRD-BEFORE-IMAGE       PIC X(78).
001010     05  SRD-AFTER-IMAGE        PIC X(78).
001015     05  SRD-SOURCE             PIC X(08).
001020
001030*--------------------------------------------------------------*
001040*    DELTA-FILE - THE FRAMED DISTRIBUTION FILE FOR DOWNSTREAM
001160     RECORDING MODE IS F.
001170 01  REPORT-RECORD               PIC X(80).
001180
001181*--------------------------------------------------------------*
001182*    RUNCTL-FILE - NIGHTLY STREAM RUN-CONTROL REGISTER
001183*--------------------------------------------------------------*
001184 FD  RUNCTL-FILE
001186     RECORDING MODE IS F.
001188     COPY RCTREC.
001190
001192*--------------------------------------------------------------*
001194*    RUNOVRD-FILE - OPTIONAL OPERATOR OVERRIDE CARDS FOR THE
001196*    RUN-CONTROL TESTS (SEE RCTREC)
001198*--------------------------------------------------------------*
001200 FD  RUNOVRD-FILE
001202     RECORDING MODE IS F.
001204 01  RUNOVRD-RECORD.
001206     05  ROV-STEP-NAME          PIC X(08).
001208     05  ROV-OVERRIDE           PIC X(01).
001210
001212 WORKING-STORAGE SECTION.
001214*--------------------------------------------------------------*
001216*    SWITCHES
001220*--------------------------------------------------------------*
001230 01  WS-SWITCHES.
001240     05  WS-EOF-SW              PIC X(01) VALUE 'N'.
001530*--------------------------------------------------------------*
001540 01  WS-GROUP-FIELDS.
001550     05  WS-GRP-KEY             PIC X(06) VALUE LOW-VALUES.
001560     05  WS-GRP-BEFORE-IMAGE    PIC X(78) VALUE LOW-VALUES.
001570     05  WS-GRP-AFTER-IMAGE     PIC X(78) VALUE LOW-VALUES.
001572
001574*--------------------------------------------------------------*
001576*    RUN-CONTROL REGISTER - THIS STEP, THE STEP AHEAD OF IT IN
001578*    THE NIGHTLY STREAM, AND ANY OPERATOR OVERRIDE FOR IT
001580*--------------------------------------------------------------*
001582 01  WS-RCT-THIS-STEP           PIC X(08) VALUE 'EXDELTA '.
001584 01  WS-RCT-PRIOR-STEP          PIC X(08) VALUE 'EXAUDH  '.
001586 01  WS-RCT-BUS-DATE            PIC 9(08) VALUE ZERO.
001588 01  WS-RCT-BUS-DATE-X REDEFINES WS-RCT-BUS-DATE.
001590     05  WS-RCT-BUS-CCYY        PIC 9(04).
001592     05  WS-RCT-BUS-MM          PIC 9(02).
001594     05  WS-RCT-BUS-DD          PIC 9(02).
001596 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
001598 01  WS-ROV-FILE-STATUS         PIC X(02) VALUE SPACES.
001600 01  WS-ROV-EOF-SW              PIC X(01) VALUE 'N'.
001602     88  WS-ROV-EOF                       VALUE 'Y'.
001604 01  WS-RCT-OVERRIDE-SW         PIC X(01) VALUE SPACE.
001606     88  WS-RCT-MAY-RERUN                 VALUE 'R' 'B'.
001608     88  WS-RCT-SKIP-PRIOR                VALUE 'P' 'B'.
001610
001612*--------------------------------------------------------------*
001614*    RUN DATE AND TIME - SET AT INITIALIZATION
001616*--------------------------------------------------------------*
001618 01  WS-RUN-DATE.
001630     05  WS-RUN-CCYY            PIC 9(04).
001640     05  WS-RUN-MM              PIC 9(02).
001650     05  WS-RUN-DD              PIC 9(02).
001660
001840         10  FILLER             PIC X(01) VALUE '/'.
001850         10  WS-RPT-DD          PIC 99.
001860         10  FILLER             PIC X(01) VALUE '/'.
001870         10  WS-RPT-CCYY        PIC 9(04).
001880         10  FILLER             PIC X(05) VALUE SPACES.
001890         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
001900         10  WS-RPT-HH          PIC 99.
001920         10  WS-RPT-MN          PIC 99.
001930         10  FILLER             PIC X(01) VALUE ':'.
001940         10  WS-RPT-SS          PIC 99.
001942         10  FILLER             PIC X(05) VALUE SPACES.
001944         10  FILLER             PIC X(15)
001946                                 VALUE 'BUSINESS DATE: '.
001948         10  WS-RPT-BUS-MM      PIC 99.
001950         10  FILLER             PIC X(01) VALUE '/'.
001952         10  WS-RPT-BUS-DD      PIC 99.
001954         10  FILLER             PIC X(01) VALUE '/'.
001956         10  WS-RPT-BUS-CCYY    PIC 9(04).
001958         10  FILLER             PIC X(07) VALUE SPACES.
001960     05  WS-RPT-JRNREAD.
001970         10  FILLER             PIC X(25)
001980                                 VALUE 'JOURNAL ENTRIES READ . :'.
002500     END-IF.
002510
002520     PERFORM 8000-FINALIZE      THRU 8000-EXIT.
002525     PERFORM 8900-STAMP-RUN-CONTROL THRU 8900-EXIT.
002530     STOP RUN.
002540
002550*-----------------------------------------------------------------
002600*    PROVE THE QUIET DAY RATHER THAN WONDER ABOUT IT.
002610*-----------------------------------------------------------------
002620 1000-INITIALIZE.
002622     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002624     ACCEPT WS-RUN-TIME FROM TIME.
002626     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
002628
002630     OPEN INPUT JOURNAL-FILE.
002632     IF WS-JRN-FILE-STATUS NOT = '00'
002634         DISPLAY 'EXDELTA0200 NO JOURNAL FOUND, STATUS = '
002636                 WS-JRN-FILE-STATUS
002638         DISPLAY 'EXDELTA0200 DISTRIBUTING AN EMPTY DAY'
002640         SET WS-JOURNAL-MISSING TO TRUE
002642     ELSE
002644         CLOSE JOURNAL-FILE
002646     END-IF.
002648 1000-EXIT.
002650     EXIT.
002652
002654*-----------------------------------------------------------------
002656*    1900-CHECK-RUN-CONTROL
002658*    TAKES THE BUSINESS DATE FROM THE CYCLE RECORD ON THE
002660*    RUN-CONTROL REGISTER (SEE RCTREC), PROVES THAT THE STEP
002662*    AHEAD OF THIS ONE HAS COMPLETED FOR IT, AND MARKS THIS STEP
002664*    STARTED. A REFUSAL ENDS THE RUN BEFORE ANY OTHER FILE IS
002666*    OPENED.
002668*-----------------------------------------------------------------
002670 1900-CHECK-RUN-CONTROL.
002672     PERFORM 1910-READ-RUNOVRD THRU 1910-EXIT.
002674
002676     OPEN I-O RUNCTL-FILE.
002678     IF WS-RCT-FILE-STATUS NOT = '00'
002680         DISPLAY 'EXDELTA0999 CANNOT OPEN RUNCTL, STATUS = '
002682                 WS-RCT-FILE-STATUS
002684         GO TO 1990-RUN-CONTROL-ABEND
002686     END-IF.
002688
002690     MOVE ZERO       TO RCT-BUS-DATE.
002692     MOVE '*CYCLE  ' TO RCT-STEP-NAME.
002694     READ RUNCTL-FILE
002696         INVALID KEY
002698             DISPLAY 'EXDELTA0999 NO STREAM CYCLE OPEN ON RUNCTL'
002700             GO TO 1990-RUN-CONTROL-ABEND
002702     END-READ.
002704     MOVE RCT-CYCLE-BUS-DATE TO WS-RCT-BUS-DATE.
002706
002708     MOVE WS-RCT-BUS-DATE   TO RCT-BUS-DATE.
002710     MOVE WS-RCT-PRIOR-STEP TO RCT-STEP-NAME.
002712     READ RUNCTL-FILE
002714         INVALID KEY
002716             MOVE SPACE TO RCT-STEP-STATUS
002718     END-READ.
002720     IF NOT RCT-STEP-COMPLETE
002722         IF WS-RCT-SKIP-PRIOR
002724             DISPLAY 'EXDELTA0200 ' WS-RCT-PRIOR-STEP
002726                     ' NOT COMPLETE - RUN ON OVERRIDE'
002728         ELSE
002730             DISPLAY 'EXDELTA0999 ' WS-RCT-PRIOR-STEP
002732                     ' HAS NOT COMPLETED FOR ' WS-RCT-BUS-DATE
002734             GO TO 1990-RUN-CONTROL-ABEND
002736         END-IF
002738     END-IF.
002740
002742     PERFORM 1920-MARK-STARTED THRU 1920-EXIT.
002744     CLOSE RUNCTL-FILE.
002746     DISPLAY 'EXDELTA0100 STARTED FOR BUSINESS DATE '
002748             WS-RCT-BUS-DATE.
002750 1900-EXIT.
002752     EXIT.
002754
002756*-----------------------------------------------------------------
002758*    1910-READ-RUNOVRD
002760*    PICKS UP THE OPERATOR OVERRIDE, IF ANY, FOR THIS STEP. THE
002762*    CARD FILE IS OPTIONAL AND MAY CARRY CARDS FOR OTHER STEPS.
002764*-----------------------------------------------------------------
002766 1910-READ-RUNOVRD.
002768     OPEN INPUT RUNOVRD-FILE.
002770     IF WS-ROV-FILE-STATUS = '00'
002772         PERFORM 1915-READ-ONE-OVERRIDE THRU 1915-EXIT
002774             UNTIL WS-ROV-EOF
002776         CLOSE RUNOVRD-FILE
002778     END-IF.
002780 1910-EXIT.
002782     EXIT.
002784
002786 1915-READ-ONE-OVERRIDE.
002788     READ RUNOVRD-FILE
002790         AT END
002792             SET WS-ROV-EOF TO TRUE
002794         NOT AT END
002796             IF ROV-STEP-NAME = WS-RCT-THIS-STEP
002798                 MOVE ROV-OVERRIDE TO WS-RCT-OVERRIDE-SW
002800             END-IF
002802     END-READ.
002804 1915-EXIT.
002806     EXIT.
002808
002810*-----------------------------------------------------------------
002812*    1920-MARK-STARTED
002814*    REFUSES A STEP ALREADY COMPLETE FOR THE BUSINESS DATE
002816*    UNLESS IT IS OVERRIDDEN FOR A RERUN, THEN STAMPS IT
002818*    STARTED. A STEP LEFT STARTED BY AN ABEND IS SIMPLY STARTED
002820*    AGAIN.
002822*-----------------------------------------------------------------
002824 1920-MARK-STARTED.
002826     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
002828     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
002830     READ RUNCTL-FILE
002832         INVALID KEY
002834             CONTINUE
002836     END-READ.
002838
002840     IF WS-RCT-FILE-STATUS = '00'
002842         IF RCT-STEP-COMPLETE
002844             IF WS-RCT-MAY-RERUN
002846                 DISPLAY 'EXDELTA0200 ALREADY COMPLETE FOR '
002848                         WS-RCT-BUS-DATE ' - RERUN ON OVERRIDE'
002850             ELSE
002852                 DISPLAY 'EXDELTA0999 ALREADY COMPLETED FOR '
002854                         WS-RCT-BUS-DATE
002856                 GO TO 1990-RUN-CONTROL-ABEND
002858             END-IF
002860         END-IF
002862         PERFORM 1930-STAMP-START THRU 1930-EXIT
002864         REWRITE RUN-CONTROL-RECORD
002866             INVALID KEY
002868                 DISPLAY 'EXDELTA0999 RUNCTL REWRITE, STATUS = '
002870                         WS-RCT-FILE-STATUS
002872                 GO TO 1990-RUN-CONTROL-ABEND
002874         END-REWRITE
002876     ELSE
002878         MOVE SPACES TO RCT-STEP-DATA
002880         MOVE ZERO   TO RCT-ATTEMPTS
002882         PERFORM 1930-STAMP-START THRU 1930-EXIT
002884         WRITE RUN-CONTROL-RECORD
002886             INVALID KEY
002888                 DISPLAY 'EXDELTA0999 RUNCTL WRITE, STATUS = '
002890                         WS-RCT-FILE-STATUS
002892                 GO TO 1990-RUN-CONTROL-ABEND
002894         END-WRITE
002896     END-IF.
002898 1920-EXIT.
002900     EXIT.
002902
002904 1930-STAMP-START.
002906     SET RCT-STEP-STARTED    TO TRUE.
002908     MOVE ZERO               TO RCT-RETURN-CODE
002910                                RCT-END-DATE
002912                                RCT-END-TIME
002914                                RCT-COUNT-VALUE(1)
002916                                RCT-COUNT-VALUE(2)
002918                                RCT-COUNT-VALUE(3).
002920     MOVE SPACES             TO RCT-COUNT-LABEL(1)
002922                                RCT-COUNT-LABEL(2)
002924                                RCT-COUNT-LABEL(3).
002926     ADD 1                   TO RCT-ATTEMPTS.
002928     MOVE WS-RCT-OVERRIDE-SW TO RCT-OVERRIDE.
002930     MOVE WS-RUN-DATE        TO RCT-START-DATE.
002932     MOVE WS-RUN-TIME        TO RCT-START-TIME.
002934 1930-EXIT.
002936     EXIT.
002938
002940*-----------------------------------------------------------------
002942*    1990-RUN-CONTROL-ABEND
002944*    THIS STEP MAY NOT RUN - NOTHING BUT THE REGISTER HAS BEEN
002946*    OPENED, SO NOTHING ELSE NEEDS UNWINDING.
002948*-----------------------------------------------------------------
002950 1990-RUN-CONTROL-ABEND.
002952     CLOSE RUNCTL-FILE.
002954     MOVE 16 TO RETURN-CODE.
002956     STOP RUN.
002958
002960*-----------------------------------------------------------------
002962*    2000-OPEN-EXTRACT
002964*    OPENS THE OUTPUT SIDE, WRITES THE DELTA HEADER, AND - WHEN
002966*    THERE IS A SORTED JOURNAL TO NET - PRIMES ITS READ.
002968*-----------------------------------------------------------------
002970 2000-OPEN-EXTRACT.
002972     OPEN OUTPUT DELTA-FILE
002974          OUTPUT REPORT-FILE.
002976
002978     MOVE SPACES      TO DELTA-RECORD.
002980     MOVE 'H'         TO DLT-REC-TYPE.
002982     MOVE WS-RUN-DATE TO DLT-HDR-DATE.
002984     MOVE WS-RUN-TIME TO DLT-HDR-TIME.
002986     WRITE DELTA-RECORD.
002988
002990     IF WS-JOURNAL-PRESENT
002992         OPEN INPUT SORTED-FILE
002994         PERFORM 3100-READ-SORTED THRU 3100-EXIT
002996     END-IF.
002998 2000-EXIT.
003000     EXIT.
003002
003004*-----------------------------------------------------------------
003010*    3000-NET-ENTRIES
003020*    FOLDS ONE SORTED JOURNAL ENTRY INTO ITS KEY GROUP. A NEW
003030*    KEY CLOSES THE GROUP BEFORE IT - THE GROUP'S FIRST BEFORE
004150
004160     MOVE WS-RUN-MM TO WS-RPT-MM.
004170     MOVE WS-RUN-DD TO WS-RPT-DD.
004180     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
004190     MOVE WS-RUN-HH TO WS-RPT-HH.
004200     MOVE WS-RUN-MN TO WS-RPT-MN.
004210     MOVE WS-RUN-SS TO WS-RPT-SS.
004212     MOVE WS-RCT-BUS-MM TO WS-RPT-BUS-MM.
004214     MOVE WS-RCT-BUS-DD TO WS-RPT-BUS-DD.
004216     MOVE WS-RCT-BUS-CCYY TO WS-RPT-BUS-CCYY.
004220     MOVE WS-RPT-RUNDATE TO REPORT-RECORD.
004230     WRITE REPORT-RECORD.
004240
004470     WRITE REPORT-RECORD.
004480 8100-EXIT.
004490     EXIT.
004500
004510*-----------------------------------------------------------------
004520*    8900-STAMP-RUN-CONTROL
004530*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL REGISTER WITH
004540*    ITS RETURN CODE AND KEY COUNTS, RELEASING THE NEXT STEP.
004550*-----------------------------------------------------------------
004560 8900-STAMP-RUN-CONTROL.
004570     OPEN I-O RUNCTL-FILE.
004580     IF WS-RCT-FILE-STATUS NOT = '00'
004590         DISPLAY 'EXDELTA0200 CANNOT OPEN RUNCTL, STATUS = '
004600                 WS-RCT-FILE-STATUS ' - NOT STAMPED COMPLETE'
004610         GO TO 8900-EXIT
004620     END-IF.
004630
004640     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
004650     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
004660     READ RUNCTL-FILE
004670         INVALID KEY
004680             DISPLAY 'EXDELTA0200 NO RUNCTL ENTRY TO STAMP'
004690             CLOSE RUNCTL-FILE
004700             GO TO 8900-EXIT
004710     END-READ.
004720
004730     SET RCT-STEP-COMPLETE TO TRUE.
004740     MOVE RETURN-CODE      TO RCT-RETURN-CODE.
004750     ACCEPT RCT-END-DATE FROM DATE YYYYMMDD.
004760     ACCEPT RCT-END-TIME FROM TIME.
004770     MOVE 'JRNL  '           TO RCT-COUNT-LABEL(1).
004780     MOVE WS-JRN-READ-COUNT  TO RCT-COUNT-VALUE(1).
004790     MOVE 'DELTA '           TO RCT-COUNT-LABEL(2).
004800     MOVE WS-DELTA-COUNT     TO RCT-COUNT-VALUE(2).
004810
004820     REWRITE RUN-CONTROL-RECORD
004830         INVALID KEY
004840             DISPLAY 'EXDELTA0200 RUNCTL REWRITE, STATUS = '
004850                     WS-RCT-FILE-STATUS
004860     END-REWRITE.
004870     CLOSE RUNCTL-FILE.
004880 8900-EXIT.
004890     EXIT.
