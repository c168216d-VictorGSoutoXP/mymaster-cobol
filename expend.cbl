000210*    09/03/2026 JH    ORIGINAL PROGRAM - NIGHTLY BUILD OF THE
000220*                      KEYED PENDING-ACTIVITY FILE FOR THE
000230*                      EXPQ ONLINE INQUIRY.
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
000250*    10/15/2026 JH    FOUR-DIGIT YEARS - PND-EFF-DATE AND THE
000252*                      REPORTED EFFECTIVE DATE ARE CCYYMMDD, AND
000254*                      THE SUSPENSE AND RECYCLE RECORDS ARE THE
000256*                      WIDENED INTRANS LAYOUT.
000258*    10/15/2026 JH    SUSPENSE AND RECYCLE RECORDS CARRY THE
000260*                      ACKNOWLEDGEMENT REFERENCE (IN-ACK-REF).
000262*--------------------------------------------------------------*
000264*    "WHERE IS MY TRANSACTION" TODAY MEANS GREPPING THREE FLAT
000266*    FILES BY HAND. EXPEND RUNS NIGHTLY AFTER THE STREAM AND
000270*    REBUILDS PENDFILE - ONE PNDREC PER TRANSACTION STILL
000280*    WAITING TO REACH THE MASTER - FROM:
000290*        SUSPFILE  FUTURE-DATED TRANSACTIONS HELD FOR EXSWEEP
000630     SELECT REPORT-FILE        ASSIGN TO RPTFILE
000640                                ORGANIZATION IS SEQUENTIAL.
000650
000651     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
000652                                ORGANIZATION IS INDEXED
000653                                ACCESS MODE IS RANDOM
000654                                RECORD KEY IS RCT-KEY
000655                                FILE STATUS WS-RCT-FILE-STATUS.
000656
000658     SELECT RUNOVRD-FILE       ASSIGN TO RUNOVRD
000660                                ORGANIZATION IS SEQUENTIAL
000662                                FILE STATUS WS-ROV-FILE-STATUS.
000664
000666 DATA DIVISION.
000670 FILE SECTION.
000680*--------------------------------------------------------------*
000690*    SUSPENSE-FILE - FUTURE-DATED TRANSACTIONS HELD FOR THE
000720 FD  SUSPENSE-FILE
000730     BLOCK CONTAINS 0 RECORDS
000740     RECORDING MODE IS F.
000750 01  SUSPENSE-RECORD             PIC X(91).
000760
000770*--------------------------------------------------------------*
000780*    SUPRPT-FILE - THE EXRCYC SUPERVISOR REPORT. ITS DETAIL
000890 FD  RECYCLE-FILE
000900     BLOCK CONTAINS 0 RECORDS
000910     RECORDING MODE IS F.
000920 01  RECYCLE-RECORD              PIC X(91).
000930
000940*--------------------------------------------------------------*
000950*    PENDING-FILE - THE KEYED PENDING-ACTIVITY FILE, REBUILT
001080     RECORDING MODE IS F.
001090 01  REPORT-RECORD               PIC X(80).
001100
001101*--------------------------------------------------------------*
001102*    RUNCTL-FILE - NIGHTLY STREAM RUN-CONTROL REGISTER
001103*--------------------------------------------------------------*
001104 FD  RUNCTL-FILE
001106     RECORDING MODE IS F.
001108     COPY RCTREC.
001110
001112*--------------------------------------------------------------*
001114*    RUNOVRD-FILE - OPTIONAL OPERATOR OVERRIDE CARDS FOR THE
001116*    RUN-CONTROL TESTS (SEE RCTREC)
001118*--------------------------------------------------------------*
001120 FD  RUNOVRD-FILE
001122     RECORDING MODE IS F.
001124 01  RUNOVRD-RECORD.
001126     05  ROV-STEP-NAME          PIC X(08).
001128     05  ROV-OVERRIDE           PIC X(01).
001130
001132 WORKING-STORAGE SECTION.
001134*--------------------------------------------------------------*
001136*    TRANSACTION WORK AREA - EACH SOURCE IMAGE IS UNPACKED
001140*    HERE FOR ITS KEY, CODE, DATE, AND RECYCLE COUNT
001150*--------------------------------------------------------------*
001160 COPY INTRANS.
001388*--------------------------------------------------------------*
001389 01  WS-SUP-LINE.
001390     05  WS-SUP-TAG             PIC X(05).
001392     05  WS-SUP-KEY             PIC X(06).
001394     05  FILLER                 PIC X(08).
001396     05  WS-SUP-CODE            PIC X(01).
001398     05  FILLER                 PIC X(10).
001400     05  WS-SUP-REASON          PIC X(02).
001402     05  FILLER                 PIC X(10).
001404     05  WS-SUP-CYCLES          PIC X(02).
001406     05  FILLER                 PIC X(02).
001408     05  WS-SUP-DISP            PIC X(20).
001410     05  FILLER                 PIC X(14).
001412
001414*--------------------------------------------------------------*
001416*    RUN-CONTROL REGISTER - THIS STEP, THE STEP AHEAD OF IT IN
001418*    THE NIGHTLY STREAM, AND ANY OPERATOR OVERRIDE FOR IT
001420*--------------------------------------------------------------*
001422 01  WS-RCT-THIS-STEP           PIC X(08) VALUE 'EXPEND  '.
001424 01  WS-RCT-PRIOR-STEP          PIC X(08) VALUE 'EXUNLD  '.
001426 01  WS-RCT-BUS-DATE            PIC 9(08) VALUE ZERO.
001428 01  WS-RCT-BUS-DATE-X REDEFINES WS-RCT-BUS-DATE.
001430     05  WS-RCT-BUS-CCYY        PIC 9(04).
001432     05  WS-RCT-BUS-MM          PIC 9(02).
001434     05  WS-RCT-BUS-DD          PIC 9(02).
001436 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
001438 01  WS-ROV-FILE-STATUS         PIC X(02) VALUE SPACES.
001440 01  WS-ROV-EOF-SW              PIC X(01) VALUE 'N'.
001442     88  WS-ROV-EOF                       VALUE 'Y'.
001444 01  WS-RCT-OVERRIDE-SW         PIC X(01) VALUE SPACE.
001446     88  WS-RCT-MAY-RERUN                 VALUE 'R' 'B'.
001448     88  WS-RCT-SKIP-PRIOR                VALUE 'P' 'B'.
001450
001452*--------------------------------------------------------------*
001454*    RUN DATE AND TIME - SET AT INITIALIZATION
001456*--------------------------------------------------------------*
001458 01  WS-RUN-DATE.
001460     05  WS-RUN-CCYY            PIC 9(04).
001462     05  WS-RUN-MM              PIC 9(02).
001464     05  WS-RUN-DD              PIC 9(02).
001470
001480 01  WS-RUN-TIME.
001490     05  WS-RUN-HH              PIC 9(02).
001650         10  FILLER             PIC X(01) VALUE '/'.
001660         10  WS-RPT-DD          PIC 99.
001670         10  FILLER             PIC X(01) VALUE '/'.
001680         10  WS-RPT-CCYY        PIC 9(04).
001690         10  FILLER             PIC X(05) VALUE SPACES.
001700         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
001710         10  WS-RPT-HH          PIC 99.
001730         10  WS-RPT-MN          PIC 99.
001740         10  FILLER             PIC X(01) VALUE ':'.
001750         10  WS-RPT-SS          PIC 99.
001752         10  FILLER             PIC X(05) VALUE SPACES.
001754         10  FILLER             PIC X(15)
001756                                 VALUE 'BUSINESS DATE: '.
001758         10  WS-RPT-BUS-MM      PIC 99.
001760         10  FILLER             PIC X(01) VALUE '/'.
001762         10  WS-RPT-BUS-DD      PIC 99.
001764         10  FILLER             PIC X(01) VALUE '/'.
001766         10  WS-RPT-BUS-CCYY    PIC 9(04).
001768         10  FILLER             PIC X(07) VALUE SPACES.
001770     05  WS-RPT-SUSP.
001780         10  FILLER             PIC X(25)
001790                                 VALUE 'SUSPENSE ITEMS . . . . :'.
001970         10  FILLER             PIC X(10) VALUE '  CYCLES: '.
001971         10  WS-RPT-DET-CYCLES  PIC 99.
001972         10  FILLER             PIC X(07) VALUE '  EFF: '.
001973         10  WS-RPT-DET-EFF     PIC 9(08).
001974         10  FILLER             PIC X(07) VALUE SPACES.
001975
001980 PROCEDURE DIVISION.
001990*-----------------------------------------------------------------
002070     PERFORM 3000-LOAD-SUPERVISOR THRU 3000-EXIT.
002080     PERFORM 4000-LOAD-RECYCLE    THRU 4000-EXIT.
002090     PERFORM 8000-FINALIZE        THRU 8000-EXIT.
002095     PERFORM 8900-STAMP-RUN-CONTROL THRU 8900-EXIT.
002100     STOP RUN.
002110
002120*-----------------------------------------------------------------
002140*    STARTS A FRESH PENDING FILE - LAST NIGHT'S PICTURE IS
002150*    STALE THE MOMENT TONIGHT'S STREAM HAS RUN.
002160*-----------------------------------------------------------------
002162 1000-INITIALIZE.
002164     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002166     ACCEPT WS-RUN-TIME FROM TIME.
002168     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
002170
002172     OPEN OUTPUT PENDING-FILE.
002174     IF WS-PND-FILE-STATUS NOT = '00'
002176         DISPLAY 'EXPEND0999 CANNOT OPEN PENDFILE, STATUS = '
002178                 WS-PND-FILE-STATUS
002180         GO TO 9900-BUILD-ABEND
002182     END-IF.
002184
002186     OPEN OUTPUT REPORT-FILE.
002188     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
002190 1000-EXIT.
002192     EXIT.
002194
002196*-----------------------------------------------------------------
002198*    1900-CHECK-RUN-CONTROL
002200*    TAKES THE BUSINESS DATE FROM THE CYCLE RECORD ON THE
002202*    RUN-CONTROL REGISTER (SEE RCTREC), PROVES THAT THE STEP
002204*    AHEAD OF THIS ONE HAS COMPLETED FOR IT, AND MARKS THIS STEP
002206*    STARTED. A REFUSAL ENDS THE RUN BEFORE ANY OTHER FILE IS
002208*    OPENED.
002210*-----------------------------------------------------------------
002212 1900-CHECK-RUN-CONTROL.
002214     PERFORM 1910-READ-RUNOVRD THRU 1910-EXIT.
002216
002218     OPEN I-O RUNCTL-FILE.
002220     IF WS-RCT-FILE-STATUS NOT = '00'
002222         DISPLAY 'EXPEND0999 CANNOT OPEN RUNCTL, STATUS = '
002224                 WS-RCT-FILE-STATUS
002226         GO TO 1990-RUN-CONTROL-ABEND
002228     END-IF.
002230
002232     MOVE ZERO       TO RCT-BUS-DATE.
002234     MOVE '*CYCLE  ' TO RCT-STEP-NAME.
002236     READ RUNCTL-FILE
002238         INVALID KEY
002240             DISPLAY 'EXPEND0999 NO STREAM CYCLE OPEN ON RUNCTL'
002242             GO TO 1990-RUN-CONTROL-ABEND
002244     END-READ.
002246     MOVE RCT-CYCLE-BUS-DATE TO WS-RCT-BUS-DATE.
002248
002250     MOVE WS-RCT-BUS-DATE   TO RCT-BUS-DATE.
002252     MOVE WS-RCT-PRIOR-STEP TO RCT-STEP-NAME.
002254     READ RUNCTL-FILE
002256         INVALID KEY
002258             MOVE SPACE TO RCT-STEP-STATUS
002260     END-READ.
002262     IF NOT RCT-STEP-COMPLETE
002264         IF WS-RCT-SKIP-PRIOR
002266             DISPLAY 'EXPEND0200 ' WS-RCT-PRIOR-STEP
002268                     ' NOT COMPLETE - RUN ON OVERRIDE'
002270         ELSE
002272             DISPLAY 'EXPEND0999 ' WS-RCT-PRIOR-STEP
002274                     ' HAS NOT COMPLETED FOR ' WS-RCT-BUS-DATE
002276             GO TO 1990-RUN-CONTROL-ABEND
002278         END-IF
002280     END-IF.
002282
002284     PERFORM 1920-MARK-STARTED THRU 1920-EXIT.
002286     CLOSE RUNCTL-FILE.
002288     DISPLAY 'EXPEND0100 STARTED FOR BUSINESS DATE '
002290             WS-RCT-BUS-DATE.
002292 1900-EXIT.
002294     EXIT.
002296
002298*-----------------------------------------------------------------
002300*    1910-READ-RUNOVRD
002302*    PICKS UP THE OPERATOR OVERRIDE, IF ANY, FOR THIS STEP. THE
002304*    CARD FILE IS OPTIONAL AND MAY CARRY CARDS FOR OTHER STEPS.
002306*-----------------------------------------------------------------
002308 1910-READ-RUNOVRD.
002310     OPEN INPUT RUNOVRD-FILE.
002312     IF WS-ROV-FILE-STATUS = '00'
002314         PERFORM 1915-READ-ONE-OVERRIDE THRU 1915-EXIT
002316             UNTIL WS-ROV-EOF
002318         CLOSE RUNOVRD-FILE
002320     END-IF.
002322 1910-EXIT.
002324     EXIT.
002326
002328 1915-READ-ONE-OVERRIDE.
002330     READ RUNOVRD-FILE
002332         AT END
002334             SET WS-ROV-EOF TO TRUE
002336         NOT AT END
002338             IF ROV-STEP-NAME = WS-RCT-THIS-STEP
002340                 MOVE ROV-OVERRIDE TO WS-RCT-OVERRIDE-SW
002342             END-IF
002344     END-READ.
002346 1915-EXIT.
002348     EXIT.
002350
002352*-----------------------------------------------------------------
002354*    1920-MARK-STARTED
002356*    REFUSES A STEP ALREADY COMPLETE FOR THE BUSINESS DATE
002358*    UNLESS IT IS OVERRIDDEN FOR A RERUN, THEN STAMPS IT
002360*    STARTED. A STEP LEFT STARTED BY AN ABEND IS SIMPLY STARTED
002362*    AGAIN.
002364*-----------------------------------------------------------------
002366 1920-MARK-STARTED.
002368     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
002370     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
002372     READ RUNCTL-FILE
002374         INVALID KEY
002376             CONTINUE
002378     END-READ.
002380
002382     IF WS-RCT-FILE-STATUS = '00'
002384         IF RCT-STEP-COMPLETE
002386             IF WS-RCT-MAY-RERUN
002388                 DISPLAY 'EXPEND0200 ALREADY COMPLETE FOR '
002390                         WS-RCT-BUS-DATE ' - RERUN ON OVERRIDE'
002392             ELSE
002394                 DISPLAY 'EXPEND0999 ALREADY COMPLETED FOR '
002396                         WS-RCT-BUS-DATE
002398                 GO TO 1990-RUN-CONTROL-ABEND
002400             END-IF
002402         END-IF
002404         PERFORM 1930-STAMP-START THRU 1930-EXIT
002406         REWRITE RUN-CONTROL-RECORD
002408             INVALID KEY
002410                 DISPLAY 'EXPEND0999 RUNCTL REWRITE, STATUS = '
002412                         WS-RCT-FILE-STATUS
002414                 GO TO 1990-RUN-CONTROL-ABEND
002416         END-REWRITE
002418     ELSE
002420         MOVE SPACES TO RCT-STEP-DATA
002422         MOVE ZERO   TO RCT-ATTEMPTS
002424         PERFORM 1930-STAMP-START THRU 1930-EXIT
002426         WRITE RUN-CONTROL-RECORD
002428             INVALID KEY
002430                 DISPLAY 'EXPEND0999 RUNCTL WRITE, STATUS = '
002432                         WS-RCT-FILE-STATUS
002434                 GO TO 1990-RUN-CONTROL-ABEND
002436         END-WRITE
002438     END-IF.
002440 1920-EXIT.
002442     EXIT.
002444
002446 1930-STAMP-START.
002448     SET RCT-STEP-STARTED    TO TRUE.
002450     MOVE ZERO               TO RCT-RETURN-CODE
002452                                RCT-END-DATE
002454                                RCT-END-TIME
002456                                RCT-COUNT-VALUE(1)
002458                                RCT-COUNT-VALUE(2)
002460                                RCT-COUNT-VALUE(3).
002462     MOVE SPACES             TO RCT-COUNT-LABEL(1)
002464                                RCT-COUNT-LABEL(2)
002466                                RCT-COUNT-LABEL(3).
002468     ADD 1                   TO RCT-ATTEMPTS.
002470     MOVE WS-RCT-OVERRIDE-SW TO RCT-OVERRIDE.
002472     MOVE WS-RUN-DATE        TO RCT-START-DATE.
002474     MOVE WS-RUN-TIME        TO RCT-START-TIME.
002476 1930-EXIT.
002478     EXIT.
002480
002482*-----------------------------------------------------------------
002484*    1990-RUN-CONTROL-ABEND
002486*    THIS STEP MAY NOT RUN - NOTHING BUT THE REGISTER HAS BEEN
002488*    OPENED, SO NOTHING ELSE NEEDS UNWINDING.
002490*-----------------------------------------------------------------
002492 1990-RUN-CONTROL-ABEND.
002494     CLOSE RUNCTL-FILE.
002496     MOVE 16 TO RETURN-CODE.
002498     STOP RUN.
002500
002502*-----------------------------------------------------------------
002504*    2000-LOAD-SUSPENSE
002506*    FOLDS EVERY SUSPENDED TRANSACTION IN. THE EFFECTIVE DATE
002508*    IS THE ANSWER TO "WHEN WILL IT APPLY".
002510*-----------------------------------------------------------------
002512 2000-LOAD-SUSPENSE.
002514     OPEN INPUT SUSPENSE-FILE.
002516     IF WS-SUS-FILE-STATUS NOT = '00'
002518         DISPLAY 'EXPEND0200 NO SUSPENSE FILE, STATUS = '
002520                 WS-SUS-FILE-STATUS
002522         GO TO 2000-EXIT
002524     END-IF.
002526     MOVE 'N' TO WS-EOF-SW.
002528     PERFORM 2100-LOAD-ONE-SUSPENSE THRU 2100-EXIT
002530         UNTIL WS-EOF.
002532     CLOSE SUSPENSE-FILE.
002534 2000-EXIT.
002536     EXIT.
002538
002540 2100-LOAD-ONE-SUSPENSE.
002542     READ SUSPENSE-FILE INTO INPUT-RECORD
002544         AT END
002546             SET WS-EOF TO TRUE
002548             GO TO 2100-EXIT
002560     END-READ.
002570     ADD 1 TO WS-SUSP-COUNT.
002580     MOVE 'SUSPENSE' TO PND-LOCATION.
003850
003860     MOVE WS-RUN-MM TO WS-RPT-MM.
003870     MOVE WS-RUN-DD TO WS-RPT-DD.
003880     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
003890     MOVE WS-RUN-HH TO WS-RPT-HH.
003900     MOVE WS-RUN-MN TO WS-RPT-MN.
003910     MOVE WS-RUN-SS TO WS-RPT-SS.
003912     MOVE WS-RCT-BUS-MM TO WS-RPT-BUS-MM.
003914     MOVE WS-RCT-BUS-DD TO WS-RPT-BUS-DD.
003916     MOVE WS-RCT-BUS-CCYY TO WS-RPT-BUS-CCYY.
003920     MOVE WS-RPT-RUNDATE TO REPORT-RECORD.
003930     WRITE REPORT-RECORD.
003932 8100-EXIT.
004110     EXIT.
004120
004130*-----------------------------------------------------------------
004140*    8900-STAMP-RUN-CONTROL
004150*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL REGISTER WITH
004160*    ITS RETURN CODE AND KEY COUNTS, RELEASING THE NEXT STEP.
004170*-----------------------------------------------------------------
004180 8900-STAMP-RUN-CONTROL.
004190     OPEN I-O RUNCTL-FILE.
004200     IF WS-RCT-FILE-STATUS NOT = '00'
004210         DISPLAY 'EXPEND0200 CANNOT OPEN RUNCTL, STATUS = '
004220                 WS-RCT-FILE-STATUS ' - NOT STAMPED COMPLETE'
004230         GO TO 8900-EXIT
004240     END-IF.
004250
004260     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
004270     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
004280     READ RUNCTL-FILE
004290         INVALID KEY
004300             DISPLAY 'EXPEND0200 NO RUNCTL ENTRY TO STAMP'
004310             CLOSE RUNCTL-FILE
004320             GO TO 8900-EXIT
004330     END-READ.
004340
004350     SET RCT-STEP-COMPLETE TO TRUE.
004360     MOVE RETURN-CODE      TO RCT-RETURN-CODE.
004370     ACCEPT RCT-END-DATE FROM DATE YYYYMMDD.
004380     ACCEPT RCT-END-TIME FROM TIME.
004390     MOVE 'PEND  '           TO RCT-COUNT-LABEL(1).
004400     MOVE WS-WRITTEN-COUNT   TO RCT-COUNT-VALUE(1).
004410     MOVE 'AGED  '           TO RCT-COUNT-LABEL(2).
004420     MOVE WS-AGED-COUNT      TO RCT-COUNT-VALUE(2).
004430     MOVE 'DROP  '           TO RCT-COUNT-LABEL(3).
004440     MOVE WS-DROP-COUNT      TO RCT-COUNT-VALUE(3).
004450
004460     REWRITE RUN-CONTROL-RECORD
004470         INVALID KEY
004480             DISPLAY 'EXPEND0200 RUNCTL REWRITE, STATUS = '
004490                     WS-RCT-FILE-STATUS
004500     END-REWRITE.
004510     CLOSE RUNCTL-FILE.
004520 8900-EXIT.
004530     EXIT.
004540
004550*-----------------------------------------------------------------
004560*    9900-BUILD-ABEND
004570*    TERMINATES THE RUN WITH A NON-ZERO RETURN CODE. A PARTIAL
004580*    PENDING FILE WOULD ANSWER THE MORNING'S CALLS WRONG.
004590*-----------------------------------------------------------------
004600 9900-BUILD-ABEND.
004610     MOVE 16 TO RETURN-CODE.
004620     STOP RUN.
