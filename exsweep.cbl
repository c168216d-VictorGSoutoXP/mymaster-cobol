000230*                      EFFECTIVE DATE HAS ARRIVED.
000231*    08/22/2026 JH    RECORD LENGTHS FOLLOW THE EXPANDED
000232*                      INTRANS TRANSACTION LAYOUT.
000233*    10/15/2026 JH    CHECKS THE NIGHTLY STREAM RUN-CONTROL
000235*                      REGISTER (RUNCTL, SEE RCTREC) BEFORE
000237*                      OPENING ANYTHING ELSE - THE STEP AHEAD
000239*                      MUST HAVE COMPLETED FOR THE BUSINESS DATE
000241*                      AND THIS ONE MUST NOT, UNLESS A RUNOVRD
000243*                      CARD OVERRIDES - AND STAMPS IT COMPLETE
000245*                      WITH THE RETURN CODE AND KEY COUNTS AT A
000247*                      CLEAN END.
000249*    10/15/2026 JH    THE RELEASE CUTOFF NOW DEFAULTS TO THE
000251*                      BUSINESS DATE ON THE RUN-CONTROL CYCLE
000253*                      RECORD RATHER THAN THE CLOCK, AND THE
000255*                      REPORT PRINTS THE BUSINESS DATE BESIDE THE
000257*                      RUN DATE.
000259*    10/15/2026 JH    FOUR-DIGIT YEARS - EFFECTIVE DATES, THE
000261*                      CUTOFF, AND SWPCARD ARE CCYYMMDD AND THE
000263*                      RECORDS ARE THE WIDENED INTRANS LAYOUT.
000265*    10/15/2026 JH    RECORDS CARRY THE ACKNOWLEDGEMENT
000267*                      REFERENCE (IN-ACK-REF) THROUGH SUSPENSE.
000269*--------------------------------------------------------------*
000271*    EXSWEEP RUNS EACH MORNING AHEAD OF EXEMPLO. IT MERGES THE
000273*    CARRIED SUSPENSE FILE (SUSPOLD, LEFT BY YESTERDAY'S SWEEP)
000275*    WITH THE SUSPENSE RECORDS EXEMPLO WROTE YESTERDAY
000280*    (SUSPNEW), BOTH IN KEY SEQUENCE. TRANSACTIONS WHOSE
000290*    EFFECTIVE DATE HAS ARRIVED GO TO RELFILE IN KEY ORDER FOR
000300*    MERGING INTO TODAY'S INFILE - THE REST ARE CARRIED FORWARD
000310*    ON SUSPOUT, WHICH BECOMES TOMORROW'S SUSPOLD. AN OPTIONAL
000320*    SWPCARD CONTROL CARD OVERRIDES THE RELEASE CUTOFF DATE
000322*    (CCYYMMDD) - WHEN ABSENT OR ZERO THE BUSINESS DATE ON THE
000324*    RUN-CONTROL REGISTER IS USED, NOT THE CLOCK, SO A SWEEP
000326*    THAT SLIPS PAST MIDNIGHT RELEASES NOTHING EARLY. THE
000328*    BUSINESS DATE ONLY EVER FALLS ON A SHOP BUSINESS DAY (SEE
000330*    EXBDATE), SO A TRANSACTION DATED ON A WEEKEND OR HOLIDAY
000332*    IS RELEASED ON THE NEXT BUSINESS DAY'S RUN.
000340*--------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000590     SELECT REPORT-FILE        ASSIGN TO RPTFILE
000600                                ORGANIZATION IS SEQUENTIAL.
000610
000611     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
000612                                ORGANIZATION IS INDEXED
000613                                ACCESS MODE IS RANDOM
000614                                RECORD KEY IS RCT-KEY
000615                                FILE STATUS WS-RCT-FILE-STATUS.
000616
000618     SELECT RUNOVRD-FILE       ASSIGN TO RUNOVRD
000620                                ORGANIZATION IS SEQUENTIAL
000622                                FILE STATUS WS-ROV-FILE-STATUS.
000624
000626 DATA DIVISION.
000630 FILE SECTION.
000640*--------------------------------------------------------------*
000650*    SUSPOLD-FILE - SUSPENSE CARRIED FORWARD BY THE LAST SWEEP
000670 FD  SUSPOLD-FILE
000680     BLOCK CONTAINS 0 RECORDS
000690     RECORDING MODE IS F.
000700 01  SUSPOLD-RECORD              PIC X(91).
000710
000720*--------------------------------------------------------------*
000730*    SUSPNEW-FILE - SUSPENSE WRITTEN BY YESTERDAY'S EXEMPLO RUN
000750 FD  SUSPNEW-FILE
000760     BLOCK CONTAINS 0 RECORDS
000770     RECORDING MODE IS F.
000780 01  SUSPNEW-RECORD              PIC X(91).
000790
000800*--------------------------------------------------------------*
000810*    RELEASE-FILE - TRANSACTIONS DUE TODAY, IN KEY SEQUENCE,
000840 FD  RELEASE-FILE
000850     BLOCK CONTAINS 0 RECORDS
000860     RECORDING MODE IS F.
000870 01  RELEASE-RECORD              PIC X(91).
000880
000890*--------------------------------------------------------------*
000900*    SUSPOUT-FILE - SUSPENSE STILL FUTURE-DATED, CARRIED
000930 FD  SUSPOUT-FILE
000940     BLOCK CONTAINS 0 RECORDS
000950     RECORDING MODE IS F.
000960 01  SUSPOUT-RECORD              PIC X(91).
000970
000980*--------------------------------------------------------------*
000990*    SWPCARD-FILE - OPTIONAL RELEASE CUTOFF OVERRIDE CARD
001010 FD  SWPCARD-FILE
001020     RECORDING MODE IS F.
001030 01  SWPCARD-RECORD.
001040     05  SWP-CUTOFF-DATE        PIC 9(08).
001050
001060*--------------------------------------------------------------*
001070*    REPORT-FILE - SWEEP CONTROL TOTALS REPORT
001110     RECORDING MODE IS F.
001120 01  REPORT-RECORD               PIC X(80).
001130
001131*--------------------------------------------------------------*
001132*    RUNCTL-FILE - NIGHTLY STREAM RUN-CONTROL REGISTER
001133*--------------------------------------------------------------*
001134 FD  RUNCTL-FILE
001136     RECORDING MODE IS F.
001138     COPY RCTREC.
001140
001142*--------------------------------------------------------------*
001144*    RUNOVRD-FILE - OPTIONAL OPERATOR OVERRIDE CARDS FOR THE
001146*    RUN-CONTROL TESTS (SEE RCTREC)
001148*--------------------------------------------------------------*
001150 FD  RUNOVRD-FILE
001152     RECORDING MODE IS F.
001154 01  RUNOVRD-RECORD.
001156     05  ROV-STEP-NAME          PIC X(08).
001158     05  ROV-OVERRIDE           PIC X(01).
001160
001162 WORKING-STORAGE SECTION.
001164*--------------------------------------------------------------*
001166*    TRANSACTION WORK AREA - THE SUSPENSE RECORD BEING DISPOSED
001170*--------------------------------------------------------------*
001180 COPY INTRANS.
001190
001230*--------------------------------------------------------------*
001240 01  WS-OLD-REC                 VALUE SPACES.
001250     05  WS-OLD-KEY             PIC X(06).
001260     05  FILLER                 PIC X(85).
001270
001280 01  WS-NEW-REC                 VALUE SPACES.
001290     05  WS-NEW-KEY             PIC X(06).
001300     05  FILLER                 PIC X(85).
001310
001320*--------------------------------------------------------------*
001330*    COUNTERS
001430 01  WS-CRD-FILE-STATUS         PIC X(02) VALUE SPACES.
001440
001450*--------------------------------------------------------------*
001460*    RELEASE CUTOFF - DEFAULTS TO THE BUSINESS DATE
001470*--------------------------------------------------------------*
001480 01  WS-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
001490
001500*--------------------------------------------------------------*
001510*    SEQUENCE CHECKING - ONE PREVIOUS KEY PER INPUT
001520*--------------------------------------------------------------*
001530 01  WS-PREV-OLD-KEY            PIC X(06) VALUE LOW-VALUES.
001540 01  WS-PREV-NEW-KEY            PIC X(06) VALUE LOW-VALUES.
001542
001544*--------------------------------------------------------------*
001546*    RUN-CONTROL REGISTER - THIS STEP, THE STEP AHEAD OF IT IN
001548*    THE NIGHTLY STREAM, AND ANY OPERATOR OVERRIDE FOR IT
001550*--------------------------------------------------------------*
001552 01  WS-RCT-THIS-STEP           PIC X(08) VALUE 'EXSWEEP '.
001554 01  WS-RCT-PRIOR-STEP          PIC X(08) VALUE 'EXBVRFY '.
001556 01  WS-RCT-BUS-DATE            PIC 9(08) VALUE ZERO.
001558 01  WS-RCT-BUS-DATE-X REDEFINES WS-RCT-BUS-DATE.
001560     05  WS-RCT-BUS-CCYY        PIC 9(04).
001562     05  WS-RCT-BUS-MM          PIC 9(02).
001564     05  WS-RCT-BUS-DD          PIC 9(02).
001566 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
001568 01  WS-ROV-FILE-STATUS         PIC X(02) VALUE SPACES.
001570 01  WS-ROV-EOF-SW              PIC X(01) VALUE 'N'.
001572     88  WS-ROV-EOF                       VALUE 'Y'.
001574 01  WS-RCT-OVERRIDE-SW         PIC X(01) VALUE SPACE.
001576     88  WS-RCT-MAY-RERUN                 VALUE 'R' 'B'.
001578     88  WS-RCT-SKIP-PRIOR                VALUE 'P' 'B'.
001580
001582*--------------------------------------------------------------*
001584*    RUN DATE AND TIME - SET AT INITIALIZATION
001586*--------------------------------------------------------------*
001588 01  WS-RUN-DATE.
001600     05  WS-RUN-CCYY            PIC 9(04).
001610     05  WS-RUN-MM              PIC 9(02).
001620     05  WS-RUN-DD              PIC 9(02).
001630 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
001640                                PIC 9(08).
001650
001660 01  WS-RUN-TIME.
001670     05  WS-RUN-HH              PIC 9(02).
001830         10  FILLER             PIC X(01) VALUE '/'.
001840         10  WS-RPT-DD          PIC 99.
001850         10  FILLER             PIC X(01) VALUE '/'.
001860         10  WS-RPT-CCYY        PIC 9(04).
001870         10  FILLER             PIC X(05) VALUE SPACES.
001880         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
001890         10  WS-RPT-HH          PIC 99.
001910         10  WS-RPT-MN          PIC 99.
001920         10  FILLER             PIC X(01) VALUE ':'.
001930         10  WS-RPT-SS          PIC 99.
001932         10  FILLER             PIC X(05) VALUE SPACES.
001934         10  FILLER             PIC X(15)
001936                                 VALUE 'BUSINESS DATE: '.
001938         10  WS-RPT-BUS-MM      PIC 99.
001940         10  FILLER             PIC X(01) VALUE '/'.
001942         10  WS-RPT-BUS-DD      PIC 99.
001944         10  FILLER             PIC X(01) VALUE '/'.
001946         10  WS-RPT-BUS-CCYY    PIC 9(04).
001948         10  FILLER             PIC X(07) VALUE SPACES.
001950     05  WS-RPT-CUTOFF.
001960         10  FILLER             PIC X(25)
001970                                 VALUE 'RELEASE CUTOFF DATE  . :'.
001980         10  WS-RPT-CUTOFF-DT   PIC 9(08).
001990         10  FILLER             PIC X(47) VALUE SPACES.
002000     05  WS-RPT-CARRIED.
002010         10  FILLER             PIC X(25)
002020                                 VALUE 'CARRIED SUSPENSE READ  :'.
002290         UNTIL WS-OLD-KEY = HIGH-VALUES
002300           AND WS-NEW-KEY = HIGH-VALUES.
002310     PERFORM 8000-FINALIZE      THRU 8000-EXIT.
002315     PERFORM 8900-STAMP-RUN-CONTROL THRU 8900-EXIT.
002320     STOP RUN.
002330
002340*-----------------------------------------------------------------
002390*    LEAVE NO NEW ONE.
002400*-----------------------------------------------------------------
002410 1000-INITIALIZE.
002420     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002430     ACCEPT WS-RUN-TIME FROM TIME.
002435     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
002442     MOVE WS-RCT-BUS-DATE TO WS-CUTOFF-DATE.
002450
002460     PERFORM 1100-READ-SWPCARD THRU 1100-EXIT.
002470
002710*--------------------------------------------------------------*
002720*    1100-READ-SWPCARD
002730*    READS THE OPTIONAL CUTOFF OVERRIDE CARD. A MISSING CARD OR
002740*    A ZERO DATE LEAVES THE BUSINESS-DATE CUTOFF IN PLACE.
002750*--------------------------------------------------------------*
002760 1100-READ-SWPCARD.
002762     OPEN INPUT SWPCARD-FILE.
002764     IF WS-CRD-FILE-STATUS = '00'
002766         READ SWPCARD-FILE
002768             AT END
002770                 CONTINUE
002772             NOT AT END
002774                 IF SWP-CUTOFF-DATE NUMERIC
002776                    AND SWP-CUTOFF-DATE > ZERO
002778                     MOVE SWP-CUTOFF-DATE TO WS-CUTOFF-DATE
002780                 END-IF
002782         END-READ
002784         CLOSE SWPCARD-FILE
002786     END-IF.
002788 1100-EXIT.
002790     EXIT.
002792
002794*-----------------------------------------------------------------
002796*    1900-CHECK-RUN-CONTROL
002798*    TAKES THE BUSINESS DATE FROM THE CYCLE RECORD ON THE
002800*    RUN-CONTROL REGISTER (SEE RCTREC), PROVES THAT THE STEP
002802*    AHEAD OF THIS ONE HAS COMPLETED FOR IT, AND MARKS THIS STEP
002804*    STARTED. A REFUSAL ENDS THE RUN BEFORE ANY OTHER FILE IS
002806*    OPENED.
002808*-----------------------------------------------------------------
002810 1900-CHECK-RUN-CONTROL.
002812     PERFORM 1910-READ-RUNOVRD THRU 1910-EXIT.
002814
002816     OPEN I-O RUNCTL-FILE.
002818     IF WS-RCT-FILE-STATUS NOT = '00'
002820         DISPLAY 'EXSWEEP0999 CANNOT OPEN RUNCTL, STATUS = '
002822                 WS-RCT-FILE-STATUS
002824         GO TO 1990-RUN-CONTROL-ABEND
002826     END-IF.
002828
002830     MOVE ZERO       TO RCT-BUS-DATE.
002832     MOVE '*CYCLE  ' TO RCT-STEP-NAME.
002834     READ RUNCTL-FILE
002836         INVALID KEY
002838             DISPLAY 'EXSWEEP0999 NO STREAM CYCLE OPEN ON RUNCTL'
002840             GO TO 1990-RUN-CONTROL-ABEND
002842     END-READ.
002844     MOVE RCT-CYCLE-BUS-DATE TO WS-RCT-BUS-DATE.
002846
002848     MOVE WS-RCT-BUS-DATE   TO RCT-BUS-DATE.
002850     MOVE WS-RCT-PRIOR-STEP TO RCT-STEP-NAME.
002852     READ RUNCTL-FILE
002854         INVALID KEY
002856             MOVE SPACE TO RCT-STEP-STATUS
002858     END-READ.
002860     IF NOT RCT-STEP-COMPLETE
002862         IF WS-RCT-SKIP-PRIOR
002864             DISPLAY 'EXSWEEP0200 ' WS-RCT-PRIOR-STEP
002866                     ' NOT COMPLETE - RUN ON OVERRIDE'
002868         ELSE
002870             DISPLAY 'EXSWEEP0999 ' WS-RCT-PRIOR-STEP
002872                     ' HAS NOT COMPLETED FOR ' WS-RCT-BUS-DATE
002874             GO TO 1990-RUN-CONTROL-ABEND
002876         END-IF
002878     END-IF.
002880
002882     PERFORM 1920-MARK-STARTED THRU 1920-EXIT.
002884     CLOSE RUNCTL-FILE.
002886     DISPLAY 'EXSWEEP0100 STARTED FOR BUSINESS DATE '
002888             WS-RCT-BUS-DATE.
002890 1900-EXIT.
002892     EXIT.
002894
002896*-----------------------------------------------------------------
002898*    1910-READ-RUNOVRD
002900*    PICKS UP THE OPERATOR OVERRIDE, IF ANY, FOR THIS STEP. THE
002902*    CARD FILE IS OPTIONAL AND MAY CARRY CARDS FOR OTHER STEPS.
002904*-----------------------------------------------------------------
002906 1910-READ-RUNOVRD.
002908     OPEN INPUT RUNOVRD-FILE.
002910     IF WS-ROV-FILE-STATUS = '00'
002912         PERFORM 1915-READ-ONE-OVERRIDE THRU 1915-EXIT
002914             UNTIL WS-ROV-EOF
002916         CLOSE RUNOVRD-FILE
002918     END-IF.
002920 1910-EXIT.
002922     EXIT.
002924
002926 1915-READ-ONE-OVERRIDE.
002928     READ RUNOVRD-FILE
002930         AT END
002932             SET WS-ROV-EOF TO TRUE
002934         NOT AT END
002936             IF ROV-STEP-NAME = WS-RCT-THIS-STEP
002938                 MOVE ROV-OVERRIDE TO WS-RCT-OVERRIDE-SW
002940             END-IF
002942     END-READ.
002944 1915-EXIT.
002946     EXIT.
002948
002950*-----------------------------------------------------------------
002952*    1920-MARK-STARTED
002954*    REFUSES A STEP ALREADY COMPLETE FOR THE BUSINESS DATE
002956*    UNLESS IT IS OVERRIDDEN FOR A RERUN, THEN STAMPS IT
002958*    STARTED. A STEP LEFT STARTED BY AN ABEND IS SIMPLY STARTED
002960*    AGAIN.
002962*-----------------------------------------------------------------
002964 1920-MARK-STARTED.
002966     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
002968     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
002970     READ RUNCTL-FILE
002972         INVALID KEY
002974             CONTINUE
002976     END-READ.
002978
002980     IF WS-RCT-FILE-STATUS = '00'
002982         IF RCT-STEP-COMPLETE
002984             IF WS-RCT-MAY-RERUN
002986                 DISPLAY 'EXSWEEP0200 ALREADY COMPLETE FOR '
002988                         WS-RCT-BUS-DATE ' - RERUN ON OVERRIDE'
002990             ELSE
002992                 DISPLAY 'EXSWEEP0999 ALREADY COMPLETED FOR '
002994                         WS-RCT-BUS-DATE
002996                 GO TO 1990-RUN-CONTROL-ABEND
002998             END-IF
003000         END-IF
003002         PERFORM 1930-STAMP-START THRU 1930-EXIT
003004         REWRITE RUN-CONTROL-RECORD
003006             INVALID KEY
003008                 DISPLAY 'EXSWEEP0999 RUNCTL REWRITE, STATUS = '
003010                         WS-RCT-FILE-STATUS
003012                 GO TO 1990-RUN-CONTROL-ABEND
003014         END-REWRITE
003016     ELSE
003018         MOVE SPACES TO RCT-STEP-DATA
003020         MOVE ZERO   TO RCT-ATTEMPTS
003022         PERFORM 1930-STAMP-START THRU 1930-EXIT
003024         WRITE RUN-CONTROL-RECORD
003026             INVALID KEY
003028                 DISPLAY 'EXSWEEP0999 RUNCTL WRITE, STATUS = '
003030                         WS-RCT-FILE-STATUS
003032                 GO TO 1990-RUN-CONTROL-ABEND
003034         END-WRITE
003036     END-IF.
003038 1920-EXIT.
003040     EXIT.
003042
003044 1930-STAMP-START.
003046     SET RCT-STEP-STARTED    TO TRUE.
003048     MOVE ZERO               TO RCT-RETURN-CODE
003050                                RCT-END-DATE
003052                                RCT-END-TIME
003054                                RCT-COUNT-VALUE(1)
003056                                RCT-COUNT-VALUE(2)
003058                                RCT-COUNT-VALUE(3).
003060     MOVE SPACES             TO RCT-COUNT-LABEL(1)
003062                                RCT-COUNT-LABEL(2)
003064                                RCT-COUNT-LABEL(3).
003066     ADD 1                   TO RCT-ATTEMPTS.
003068     MOVE WS-RCT-OVERRIDE-SW TO RCT-OVERRIDE.
003070     MOVE WS-RUN-DATE        TO RCT-START-DATE.
003072     MOVE WS-RUN-TIME        TO RCT-START-TIME.
003074 1930-EXIT.
003076     EXIT.
003078
003080*-----------------------------------------------------------------
003082*    1990-RUN-CONTROL-ABEND
003084*    THIS STEP MAY NOT RUN - NOTHING BUT THE REGISTER HAS BEEN
003086*    OPENED, SO NOTHING ELSE NEEDS UNWINDING.
003088*-----------------------------------------------------------------
003090 1990-RUN-CONTROL-ABEND.
003092     CLOSE RUNCTL-FILE.
003094     MOVE 16 TO RETURN-CODE.
003096     STOP RUN.
003098
003100*-----------------------------------------------------------------
003102*    3000-MERGE-SUSPENSE
003104*    TAKES THE LOWER-KEYED RECORD FROM THE TWO SUSPENSE INPUTS,
003106*    DISPOSES OF IT, AND REFILLS THAT SIDE. EQUAL KEYS TAKE THE
003108*    CARRIED SIDE FIRST, SO OLDER SUSPENSE RELEASES FIRST.
003110*-----------------------------------------------------------------
003112 3000-MERGE-SUSPENSE.
003114     IF WS-OLD-KEY <= WS-NEW-KEY
003116         MOVE WS-OLD-REC TO INPUT-RECORD
003118         PERFORM 3300-DISPOSE-RECORD THRU 3300-EXIT
003120         PERFORM 3100-READ-SUSPOLD   THRU 3100-EXIT
003122     ELSE
003124         MOVE WS-NEW-REC TO INPUT-RECORD
003126         PERFORM 3300-DISPOSE-RECORD THRU 3300-EXIT
003128         PERFORM 3200-READ-SUSPNEW   THRU 3200-EXIT
003130     END-IF.
003132 3000-EXIT.
003134     EXIT.
003136
003138*-----------------------------------------------------------------
003140*    3100-READ-SUSPOLD
003142*    READS THE NEXT CARRIED SUSPENSE RECORD INTO ITS HOLD AREA,
003144*    ENFORCING ASCENDING KEY SEQUENCE. HIGH-VALUES MARKS EOF.
003160*-----------------------------------------------------------------
003170 3100-READ-SUSPOLD.
003180     READ SUSPOLD-FILE INTO WS-OLD-REC
004040
004050     MOVE WS-RUN-MM TO WS-RPT-MM.
004060     MOVE WS-RUN-DD TO WS-RPT-DD.
004070     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
004080     MOVE WS-RUN-HH TO WS-RPT-HH.
004090     MOVE WS-RUN-MN TO WS-RPT-MN.
004100     MOVE WS-RUN-SS TO WS-RPT-SS.
004102     MOVE WS-RCT-BUS-MM TO WS-RPT-BUS-MM.
004104     MOVE WS-RCT-BUS-DD TO WS-RPT-BUS-DD.
004106     MOVE WS-RCT-BUS-CCYY TO WS-RPT-BUS-CCYY.
004110     MOVE WS-RPT-RUNDATE TO REPORT-RECORD.
004120     WRITE REPORT-RECORD.
004130
004340     EXIT.
004350
004360*-----------------------------------------------------------------
004361*    8900-STAMP-RUN-CONTROL
004371*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL REGISTER WITH
004381*    ITS RETURN CODE AND KEY COUNTS, RELEASING THE NEXT STEP.
004391*-----------------------------------------------------------------
004401 8900-STAMP-RUN-CONTROL.
004411     OPEN I-O RUNCTL-FILE.
004421     IF WS-RCT-FILE-STATUS NOT = '00'
004431         DISPLAY 'EXSWEEP0200 CANNOT OPEN RUNCTL, STATUS = '
004441                 WS-RCT-FILE-STATUS ' - NOT STAMPED COMPLETE'
004451         GO TO 8900-EXIT
004461     END-IF.
004471
004481     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
004491     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
004501     READ RUNCTL-FILE
004511         INVALID KEY
004521             DISPLAY 'EXSWEEP0200 NO RUNCTL ENTRY TO STAMP'
004531             CLOSE RUNCTL-FILE
004541             GO TO 8900-EXIT
004551     END-READ.
004561
004571     SET RCT-STEP-COMPLETE TO TRUE.
004581     MOVE RETURN-CODE      TO RCT-RETURN-CODE.
004591     ACCEPT RCT-END-DATE FROM DATE YYYYMMDD.
004601     ACCEPT RCT-END-TIME FROM TIME.
004611     MOVE 'RELSD '           TO RCT-COUNT-LABEL(1).
004621     MOVE WS-RELEASED-COUNT  TO RCT-COUNT-VALUE(1).
004631     MOVE 'HELD  '           TO RCT-COUNT-LABEL(2).
004641     MOVE WS-HELD-COUNT      TO RCT-COUNT-VALUE(2).
004651     MOVE 'NEWSUS'           TO RCT-COUNT-LABEL(3).
004661     MOVE WS-NEW-READ-COUNT  TO RCT-COUNT-VALUE(3).
004671
004681     REWRITE RUN-CONTROL-RECORD
004691         INVALID KEY
004701             DISPLAY 'EXSWEEP0200 RUNCTL REWRITE, STATUS = '
004711                     WS-RCT-FILE-STATUS
004721     END-REWRITE.
004731     CLOSE RUNCTL-FILE.
004741 8900-EXIT.
004751     EXIT.
004761
004771*-----------------------------------------------------------------
004781*    9900-SWEEP-ABEND
004791*    TERMINATES THE RUN WITH A NON-ZERO RETURN CODE.
004801*-----------------------------------------------------------------
004811 9900-SWEEP-ABEND.
004821     MOVE 16 TO RETURN-CODE.
004831     STOP RUN.
