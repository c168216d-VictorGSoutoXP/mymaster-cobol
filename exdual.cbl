000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                   EXDUAL.
000120 AUTHOR.                       J HENRIQUES.
000130 INSTALLATION.                 DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN.                 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*    MODIFICATION HISTORY
000180*--------------------------------------------------------------*
000190*    DATE       INIT  DESCRIPTION
000200*    ---------  ----  ------------------------------------------
000210*    10/15/2026 JH    ORIGINAL PROGRAM - NIGHTLY EXPIRY OF EXUP
000220*                      UPDATES HELD UNDER DUAL CONTROL, AND THE
000230*                      MORNING EXCEPTION LIST.
000231*    10/15/2026 JH    CHECKS THE NIGHTLY STREAM RUN-CONTROL
000232*                      REGISTER (RUNCTL, SEE RCTREC) BEFORE
000233*                      OPENING ANYTHING ELSE - THE STEP AHEAD
000234*                      MUST HAVE COMPLETED FOR THE BUSINESS DATE
000235*                      AND THIS ONE MUST NOT, UNLESS A RUNOVRD
000236*                      CARD OVERRIDES - AND STAMPS IT COMPLETE
000237*                      WITH THE RETURN CODE AND KEY COUNTS AT A
000238*                      CLEAN END.
000239*    10/15/2026 JH    HELD UPDATES ARE EXPIRED AGAINST THE
000240*                      BUSINESS DATE ON THE RUN-CONTROL CYCLE
000241*                      RECORD RATHER THAN THE CLOCK, AND THE
000242*                      REPORT PRINTS THE BUSINESS DATE BESIDE THE
000243*                      RUN DATE.
000244*    10/15/2026 JH    FOUR-DIGIT YEARS - THE HELD-UPDATE ENTRY
000245*                      DATE AND THE AUDIT DATE ARE CCYYMMDD.
000246*--------------------------------------------------------------*
000247*    EXDUAL RUNS NIGHTLY AFTER EXEXPIR AND AHEAD OF EXAUDH,
000260*    WHEN TRANSACTION EXAP IS DOWN. AN UPDATE EXUPD00 HELD FOR
000270*    A SECOND SIGNATURE (SEE DCPREC) IS GOOD ONLY FOR THE DAY
000280*    IT WAS KEYED - WHATEVER IS STILL ON DUALPND TONIGHT WAS
000290*    NEITHER APPROVED NOR DECLINED, AND EXPIRES. EACH ONE IS
000300*    REMOVED, PUT ON THE AUDIT TRAIL AS EXPIRED SO THE EXAUDH
000310*    HISTORY SHOWS IT NEVER APPLIED, AND LISTED ON THE
000320*    EXCEPTION REPORT THE SUPERVISORS WORK THROUGH IN THE
000330*    MORNING - THE UPDATE MUST BE KEYED AGAIN IF IT IS STILL
000340*    WANTED.
000350*
000357*    AN UPDATE DATED AFTER THE BUSINESS DATE ON THE RUN-CONTROL
000364*    REGISTER (KEYED AFTER MIDNIGHT WHILE THE STREAM WAS
000371*    STARTING) IS LEFT FOR THE NEXT BUSINESS DAY'S RUN. A
000380*    MISSING DUALPND MEANS NOTHING IS HELD.
000390*--------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.              IBM-370.
000430 OBJECT-COMPUTER.              IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PENDING-FILE       ASSIGN TO DUALPND
000470                                ORGANIZATION IS INDEXED
000480                                ACCESS MODE IS SEQUENTIAL
000490                                RECORD KEY IS DCP-KEY
000500                                FILE STATUS WS-PND-FILE-STATUS.
000510
000520     SELECT AUDIT-FILE         ASSIGN TO AUDFILE
000530                                ORGANIZATION IS SEQUENTIAL
000540                                FILE STATUS WS-AUD-FILE-STATUS.
000550
000560     SELECT REPORT-FILE        ASSIGN TO RPTFILE
000570                                ORGANIZATION IS SEQUENTIAL.
000580
000581     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
000582                                ORGANIZATION IS INDEXED
000583                                ACCESS MODE IS RANDOM
000584                                RECORD KEY IS RCT-KEY
000585                                FILE STATUS WS-RCT-FILE-STATUS.
000586
000588     SELECT RUNOVRD-FILE       ASSIGN TO RUNOVRD
000590                                ORGANIZATION IS SEQUENTIAL
000592                                FILE STATUS WS-ROV-FILE-STATUS.
000594
000596 DATA DIVISION.
000600 FILE SECTION.
000610*--------------------------------------------------------------*
000620*    PENDING-FILE - EXUP UPDATES HELD FOR A SECOND SIGNATURE
000630*--------------------------------------------------------------*
000640 FD  PENDING-FILE
000650     BLOCK CONTAINS 0 RECORDS
000660     RECORDING MODE IS F.
000670     COPY DCPREC.
000680
000690*--------------------------------------------------------------*
000700*    AUDIT-FILE - THE DAY'S AUDIT TRAIL, EXTENDED SO THE
000710*    EXPIRED ENTRIES FOLD INTO THE SAME EXAUDH HISTORY AS THE
000720*    BATCH AND ONLINE UPDATES
000730*--------------------------------------------------------------*
000740 FD  AUDIT-FILE
000750     BLOCK CONTAINS 0 RECORDS
000760     RECORDING MODE IS F.
000770     COPY AUDREC.
000780
000790*--------------------------------------------------------------*
000800*    REPORT-FILE - DUAL-CONTROL EXCEPTION LIST
000810*--------------------------------------------------------------*
000820 FD  REPORT-FILE
000830     BLOCK CONTAINS 0 RECORDS
000840     RECORDING MODE IS F.
000850 01  REPORT-RECORD               PIC X(80).
000860
000861*--------------------------------------------------------------*
000862*    RUNCTL-FILE - NIGHTLY STREAM RUN-CONTROL REGISTER
000863*--------------------------------------------------------------*
000864 FD  RUNCTL-FILE
000866     RECORDING MODE IS F.
000868     COPY RCTREC.
000870
000872*--------------------------------------------------------------*
000874*    RUNOVRD-FILE - OPTIONAL OPERATOR OVERRIDE CARDS FOR THE
000876*    RUN-CONTROL TESTS (SEE RCTREC)
000878*--------------------------------------------------------------*
000880 FD  RUNOVRD-FILE
000882     RECORDING MODE IS F.
000884 01  RUNOVRD-RECORD.
000886     05  ROV-STEP-NAME          PIC X(08).
000888     05  ROV-OVERRIDE           PIC X(01).
000890
000892 WORKING-STORAGE SECTION.
000894*--------------------------------------------------------------*
000896*    SWITCHES
000900*--------------------------------------------------------------*
000910 01  WS-SWITCHES.
000920     05  WS-EOF-SW              PIC X(01) VALUE 'N'.
000930         88  WS-EOF                       VALUE 'Y'.
000940     05  WS-PENDING-OPEN-SW     PIC X(01) VALUE 'N'.
000950         88  WS-PENDING-OPEN              VALUE 'Y'.
000960
000970*--------------------------------------------------------------*
000980*    COUNTERS
000990*--------------------------------------------------------------*
001000 01  WS-COUNTERS.
001010     05  WS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001020     05  WS-EXPIRED-COUNT       PIC 9(07) COMP VALUE ZERO.
001030
001040 01  WS-PND-FILE-STATUS         PIC X(02) VALUE SPACES.
001050 01  WS-AUD-FILE-STATUS         PIC X(02) VALUE SPACES.
001060
001070*--------------------------------------------------------------*
001080*    THE HELD UPDATE'S IMAGES, FOR THE EXCEPTION LINE
001090*--------------------------------------------------------------*
001100 COPY OUTMSTR REPLACING ==OUTPUT-RECORD== BY ==WS-IMAGE-RECORD==.
001110
001120 01  WS-ENTRY-TIME              PIC 9(08) VALUE ZERO.
001130 01  WS-ENTRY-TIME-X REDEFINES WS-ENTRY-TIME.
001140     05  WS-ENTRY-HHMMSS        PIC X(06).
001150     05  FILLER                 PIC X(02).
001152
001154*--------------------------------------------------------------*
001156*    RUN-CONTROL REGISTER - THIS STEP, THE STEP AHEAD OF IT IN
001158*    THE NIGHTLY STREAM, AND ANY OPERATOR OVERRIDE FOR IT
001160*--------------------------------------------------------------*
001162 01  WS-RCT-THIS-STEP           PIC X(08) VALUE 'EXDUAL  '.
001164 01  WS-RCT-PRIOR-STEP          PIC X(08) VALUE 'EXEXPIR '.
001166 01  WS-RCT-BUS-DATE            PIC 9(08) VALUE ZERO.
001168 01  WS-RCT-BUS-DATE-X REDEFINES WS-RCT-BUS-DATE.
001170     05  WS-RCT-BUS-CCYY        PIC 9(04).
001172     05  WS-RCT-BUS-MM          PIC 9(02).
001174     05  WS-RCT-BUS-DD          PIC 9(02).
001176 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
001178 01  WS-ROV-FILE-STATUS         PIC X(02) VALUE SPACES.
001180 01  WS-ROV-EOF-SW              PIC X(01) VALUE 'N'.
001182     88  WS-ROV-EOF                       VALUE 'Y'.
001184 01  WS-RCT-OVERRIDE-SW         PIC X(01) VALUE SPACE.
001186     88  WS-RCT-MAY-RERUN                 VALUE 'R' 'B'.
001188     88  WS-RCT-SKIP-PRIOR                VALUE 'P' 'B'.
001190
001192*--------------------------------------------------------------*
001194*    RUN DATE AND TIME - SET AT INITIALIZATION
001196*--------------------------------------------------------------*
001198 01  WS-RUN-DATE.
001210     05  WS-RUN-CCYY            PIC 9(04).
001220     05  WS-RUN-MM              PIC 9(02).
001230     05  WS-RUN-DD              PIC 9(02).
001240 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
001250                                PIC 9(08).
001260
001270 01  WS-RUN-TIME.
001280     05  WS-RUN-HH              PIC 9(02).
001290     05  WS-RUN-MN              PIC 9(02).
001300     05  WS-RUN-SS              PIC 9(02).
001310     05  WS-RUN-HS              PIC 9(02).
001320
001330*--------------------------------------------------------------*
001340*    REPORT-FILE LINE LAYOUTS
001350*--------------------------------------------------------------*
001360 01  WS-REPORT-LINES.
001370     05  WS-RPT-TITLE.
001380         10  FILLER             PIC X(31)
001390                 VALUE 'EXDUAL DUAL-CONTROL EXCEPTIONS'.
001400         10  FILLER             PIC X(49) VALUE SPACES.
001410     05  WS-RPT-RUNDATE.
001420         10  FILLER             PIC X(10) VALUE 'RUN DATE: '.
001430         10  WS-RPT-MM          PIC 99.
001440         10  FILLER             PIC X(01) VALUE '/'.
001450         10  WS-RPT-DD          PIC 99.
001460         10  FILLER             PIC X(01) VALUE '/'.
001470         10  WS-RPT-CCYY        PIC 9(04).
001480         10  FILLER             PIC X(05) VALUE SPACES.
001490         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
001500         10  WS-RPT-HH          PIC 99.
001510         10  FILLER             PIC X(01) VALUE ':'.
001520         10  WS-RPT-MN          PIC 99.
001530         10  FILLER             PIC X(01) VALUE ':'.
001540         10  WS-RPT-SS          PIC 99.
001542         10  FILLER             PIC X(05) VALUE SPACES.
001544         10  FILLER             PIC X(15)
001546                                 VALUE 'BUSINESS DATE: '.
001548         10  WS-RPT-BUS-MM      PIC 99.
001550         10  FILLER             PIC X(01) VALUE '/'.
001552         10  WS-RPT-BUS-DD      PIC 99.
001554         10  FILLER             PIC X(01) VALUE '/'.
001556         10  WS-RPT-BUS-CCYY    PIC 9(04).
001558         10  FILLER             PIC X(07) VALUE SPACES.
001560     05  WS-RPT-COLUMNS.
001570         10  FILLER             PIC X(40)
001580             VALUE 'KEY     A  REASON    KEYED BY  DATE     '.
001590         10  FILLER             PIC X(31)
001600             VALUE 'TIME     OLD AMOUNT  NEW AMOUNT'.
001610         10  FILLER             PIC X(09) VALUE SPACES.
001620     05  WS-RPT-DETAIL.
001630         10  WS-RPT-DET-KEY     PIC X(06).
001640         10  FILLER             PIC X(02) VALUE SPACES.
001650         10  WS-RPT-DET-ACTION  PIC X(01).
001660         10  FILLER             PIC X(02) VALUE SPACES.
001670         10  WS-RPT-DET-REASON  PIC X(08).
001680         10  FILLER             PIC X(02) VALUE SPACES.
001690         10  WS-RPT-DET-MAKER   PIC X(08).
001700         10  FILLER             PIC X(02) VALUE SPACES.
001710         10  WS-RPT-DET-DATE    PIC 9(08).
001720         10  FILLER             PIC X(01) VALUE SPACE.
001730         10  WS-RPT-DET-TIME    PIC X(06).
001740         10  FILLER             PIC X(02) VALUE SPACES.
001750         10  WS-RPT-DET-OLD     PIC -9999999.99.
001760         10  FILLER             PIC X(01) VALUE SPACE.
001770         10  WS-RPT-DET-NEW     PIC -9999999.99.
001780         10  WS-RPT-DET-NEW-X REDEFINES WS-RPT-DET-NEW
001790                                PIC X(11).
001800         10  FILLER             PIC X(09) VALUE SPACES.
001810     05  WS-RPT-NONE.
001820         10  FILLER             PIC X(40)
001830             VALUE 'NO UPDATES WERE LEFT AWAITING APPROVAL.'.
001840         10  FILLER             PIC X(40) VALUE SPACES.
001850     05  WS-RPT-READ.
001860         10  FILLER             PIC X(25)
001870                                 VALUE 'ITEMS PENDING READ . . :'.
001880         10  WS-RPT-READ-CNT    PIC Z,ZZZ,ZZ9.
001890         10  FILLER             PIC X(46) VALUE SPACES.
001900     05  WS-RPT-EXPIRED.
001910         10  FILLER             PIC X(25)
001920                                 VALUE 'ITEMS EXPIRED  . . . . :'.
001930         10  WS-RPT-EXP-CNT     PIC Z,ZZZ,ZZ9.
001940         10  FILLER             PIC X(46) VALUE SPACES.
001950
001960 PROCEDURE DIVISION.
001970*-----------------------------------------------------------------
001980*    0000-MAINLINE
001990*    CONTROLS OVERALL FLOW OF THE DUAL-CONTROL EXPIRY RUN.
002000*-----------------------------------------------------------------
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002030     PERFORM 3000-PROCESS-PENDING THRU 3000-EXIT
002040         UNTIL WS-EOF.
002050     PERFORM 8000-FINALIZE        THRU 8000-EXIT.
002055     PERFORM 8900-STAMP-RUN-CONTROL THRU 8900-EXIT.
002060     STOP RUN.
002070
002080*-----------------------------------------------------------------
002090*    1000-INITIALIZE
002100*    OPENS FILES AND PRIMES THE PENDING READ. THE AUDIT FILE IS
002110*    EXTENDED, AS EXEXPIR EXTENDS IT, SO THE EXPIRED ENTRIES
002120*    FOLD INTO THE DAY'S TRAIL AHEAD OF EXAUDH.
002130*-----------------------------------------------------------------
002140 1000-INITIALIZE.
002150     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002160     ACCEPT WS-RUN-TIME FROM TIME.
002165     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
002170
002180     OPEN EXTEND AUDIT-FILE.
002190     IF WS-AUD-FILE-STATUS NOT = '00'
002200         OPEN OUTPUT AUDIT-FILE
002202     END-IF.
002204
002206     OPEN OUTPUT REPORT-FILE.
002208     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
002210
002212     OPEN I-O PENDING-FILE.
002214     IF WS-PND-FILE-STATUS NOT = '00'
002216         DISPLAY 'EXDUAL0200 NO DUALPND FILE - NOTHING HELD'
002218         SET WS-EOF TO TRUE
002220     ELSE
002222         SET WS-PENDING-OPEN TO TRUE
002224         PERFORM 3100-READ-PENDING THRU 3100-EXIT
002226     END-IF.
002228 1000-EXIT.
002230     EXIT.
002232
002234*-----------------------------------------------------------------
002236*    1900-CHECK-RUN-CONTROL
002238*    TAKES THE BUSINESS DATE FROM THE CYCLE RECORD ON THE
002240*    RUN-CONTROL REGISTER (SEE RCTREC), PROVES THAT THE STEP
002242*    AHEAD OF THIS ONE HAS COMPLETED FOR IT, AND MARKS THIS STEP
002244*    STARTED. A REFUSAL ENDS THE RUN BEFORE ANY OTHER FILE IS
002246*    OPENED.
002248*-----------------------------------------------------------------
002250 1900-CHECK-RUN-CONTROL.
002252     PERFORM 1910-READ-RUNOVRD THRU 1910-EXIT.
002254
002256     OPEN I-O RUNCTL-FILE.
002258     IF WS-RCT-FILE-STATUS NOT = '00'
002260         DISPLAY 'EXDUAL0999 CANNOT OPEN RUNCTL, STATUS = '
002262                 WS-RCT-FILE-STATUS
002264         GO TO 1990-RUN-CONTROL-ABEND
002266     END-IF.
002268
002270     MOVE ZERO       TO RCT-BUS-DATE.
002272     MOVE '*CYCLE  ' TO RCT-STEP-NAME.
002274     READ RUNCTL-FILE
002276         INVALID KEY
002278             DISPLAY 'EXDUAL0999 NO STREAM CYCLE OPEN ON RUNCTL'
002280             GO TO 1990-RUN-CONTROL-ABEND
002282     END-READ.
002284     MOVE RCT-CYCLE-BUS-DATE TO WS-RCT-BUS-DATE.
002286
002288     MOVE WS-RCT-BUS-DATE   TO RCT-BUS-DATE.
002290     MOVE WS-RCT-PRIOR-STEP TO RCT-STEP-NAME.
002292     READ RUNCTL-FILE
002294         INVALID KEY
002296             MOVE SPACE TO RCT-STEP-STATUS
002298     END-READ.
002300     IF NOT RCT-STEP-COMPLETE
002302         IF WS-RCT-SKIP-PRIOR
002304             DISPLAY 'EXDUAL0200 ' WS-RCT-PRIOR-STEP
002306                     ' NOT COMPLETE - RUN ON OVERRIDE'
002308         ELSE
002310             DISPLAY 'EXDUAL0999 ' WS-RCT-PRIOR-STEP
002312                     ' HAS NOT COMPLETED FOR ' WS-RCT-BUS-DATE
002314             GO TO 1990-RUN-CONTROL-ABEND
002316         END-IF
002318     END-IF.
002320
002322     PERFORM 1920-MARK-STARTED THRU 1920-EXIT.
002324     CLOSE RUNCTL-FILE.
002326     DISPLAY 'EXDUAL0100 STARTED FOR BUSINESS DATE '
002328             WS-RCT-BUS-DATE.
002330 1900-EXIT.
002332     EXIT.
002334
002336*-----------------------------------------------------------------
002338*    1910-READ-RUNOVRD
002340*    PICKS UP THE OPERATOR OVERRIDE, IF ANY, FOR THIS STEP. THE
002342*    CARD FILE IS OPTIONAL AND MAY CARRY CARDS FOR OTHER STEPS.
002344*-----------------------------------------------------------------
002346 1910-READ-RUNOVRD.
002348     OPEN INPUT RUNOVRD-FILE.
002350     IF WS-ROV-FILE-STATUS = '00'
002352         PERFORM 1915-READ-ONE-OVERRIDE THRU 1915-EXIT
002354             UNTIL WS-ROV-EOF
002356         CLOSE RUNOVRD-FILE
002358     END-IF.
002360 1910-EXIT.
002362     EXIT.
002364
002366 1915-READ-ONE-OVERRIDE.
002368     READ RUNOVRD-FILE
002370         AT END
002372             SET WS-ROV-EOF TO TRUE
002374         NOT AT END
002376             IF ROV-STEP-NAME = WS-RCT-THIS-STEP
002378                 MOVE ROV-OVERRIDE TO WS-RCT-OVERRIDE-SW
002380             END-IF
002382     END-READ.
002384 1915-EXIT.
002386     EXIT.
002388
002390*-----------------------------------------------------------------
002392*    1920-MARK-STARTED
002394*    REFUSES A STEP ALREADY COMPLETE FOR THE BUSINESS DATE
002396*    UNLESS IT IS OVERRIDDEN FOR A RERUN, THEN STAMPS IT
002398*    STARTED. A STEP LEFT STARTED BY AN ABEND IS SIMPLY STARTED
002400*    AGAIN.
002402*-----------------------------------------------------------------
002404 1920-MARK-STARTED.
002406     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
002408     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
002410     READ RUNCTL-FILE
002412         INVALID KEY
002414             CONTINUE
002416     END-READ.
002418
002420     IF WS-RCT-FILE-STATUS = '00'
002422         IF RCT-STEP-COMPLETE
002424             IF WS-RCT-MAY-RERUN
002426                 DISPLAY 'EXDUAL0200 ALREADY COMPLETE FOR '
002428                         WS-RCT-BUS-DATE ' - RERUN ON OVERRIDE'
002430             ELSE
002432                 DISPLAY 'EXDUAL0999 ALREADY COMPLETED FOR '
002434                         WS-RCT-BUS-DATE
002436                 GO TO 1990-RUN-CONTROL-ABEND
002438             END-IF
002440         END-IF
002442         PERFORM 1930-STAMP-START THRU 1930-EXIT
002444         REWRITE RUN-CONTROL-RECORD
002446             INVALID KEY
002448                 DISPLAY 'EXDUAL0999 RUNCTL REWRITE, STATUS = '
002450                         WS-RCT-FILE-STATUS
002452                 GO TO 1990-RUN-CONTROL-ABEND
002454         END-REWRITE
002456     ELSE
002458         MOVE SPACES TO RCT-STEP-DATA
002460         MOVE ZERO   TO RCT-ATTEMPTS
002462         PERFORM 1930-STAMP-START THRU 1930-EXIT
002464         WRITE RUN-CONTROL-RECORD
002466             INVALID KEY
002468                 DISPLAY 'EXDUAL0999 RUNCTL WRITE, STATUS = '
002470                         WS-RCT-FILE-STATUS
002472                 GO TO 1990-RUN-CONTROL-ABEND
002474         END-WRITE
002476     END-IF.
002478 1920-EXIT.
002480     EXIT.
002482
002484 1930-STAMP-START.
002486     SET RCT-STEP-STARTED    TO TRUE.
002488     MOVE ZERO               TO RCT-RETURN-CODE
002490                                RCT-END-DATE
002492                                RCT-END-TIME
002494                                RCT-COUNT-VALUE(1)
002496                                RCT-COUNT-VALUE(2)
002498                                RCT-COUNT-VALUE(3).
002500     MOVE SPACES             TO RCT-COUNT-LABEL(1)
002502                                RCT-COUNT-LABEL(2)
002504                                RCT-COUNT-LABEL(3).
002506     ADD 1                   TO RCT-ATTEMPTS.
002508     MOVE WS-RCT-OVERRIDE-SW TO RCT-OVERRIDE.
002510     MOVE WS-RUN-DATE        TO RCT-START-DATE.
002512     MOVE WS-RUN-TIME        TO RCT-START-TIME.
002514 1930-EXIT.
002516     EXIT.
002518
002520*-----------------------------------------------------------------
002522*    1990-RUN-CONTROL-ABEND
002524*    THIS STEP MAY NOT RUN - NOTHING BUT THE REGISTER HAS BEEN
002526*    OPENED, SO NOTHING ELSE NEEDS UNWINDING.
002528*-----------------------------------------------------------------
002530 1990-RUN-CONTROL-ABEND.
002532     CLOSE RUNCTL-FILE.
002534     MOVE 16 TO RETURN-CODE.
002536     STOP RUN.
002538
002540*-----------------------------------------------------------------
002542*    3000-PROCESS-PENDING
002544*    EXPIRES ONE HELD UPDATE AND READS THE NEXT.
002546*-----------------------------------------------------------------
002548 3000-PROCESS-PENDING.
002550     ADD 1 TO WS-READ-COUNT.
002552
002554     IF DCP-ENTRY-DATE NOT > WS-RCT-BUS-DATE
002556         PERFORM 3200-EXPIRE-PENDING THRU 3200-EXIT
002558     END-IF.
002560
002562     PERFORM 3100-READ-PENDING THRU 3100-EXIT.
002564 3000-EXIT.
002566     EXIT.
002568
002570*-----------------------------------------------------------------
002572*    3100-READ-PENDING
002574*    READS THE NEXT HELD UPDATE IN KEY SEQUENCE.
002576*-----------------------------------------------------------------
002578 3100-READ-PENDING.
002580     READ PENDING-FILE
002582         AT END
002584             SET WS-EOF TO TRUE
002600     END-READ.
002610 3100-EXIT.
002620     EXIT.
002630
002640*-----------------------------------------------------------------
002650*    3200-EXPIRE-PENDING
002660*    LISTS THE HELD UPDATE, REMOVES IT, AND PUTS THE EXPIRY ON
002670*    THE AUDIT TRAIL. THE MASTER IS NOT TOUCHED - THE UPDATE
002680*    NEVER APPLIED.
002690*-----------------------------------------------------------------
002700 3200-EXPIRE-PENDING.
002710     PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT.
002720     PERFORM 3400-WRITE-AUDIT  THRU 3400-EXIT.
002730
002740     DELETE PENDING-FILE RECORD
002750         INVALID KEY
002760             DISPLAY 'EXDUAL0999 DELETE FAILED FOR KEY '
002770                     DCP-KEY ', STATUS = ' WS-PND-FILE-STATUS
002780             GO TO 9900-DUAL-ABEND
002790     END-DELETE.
002800     IF WS-PND-FILE-STATUS NOT = '00'
002810         DISPLAY 'EXDUAL0999 DELETE FAILED FOR KEY '
002820                 DCP-KEY ', STATUS = ' WS-PND-FILE-STATUS
002830         GO TO 9900-DUAL-ABEND
002840     END-IF.
002850     ADD 1 TO WS-EXPIRED-COUNT.
002860 3200-EXIT.
002870     EXIT.
002880
002890*-----------------------------------------------------------------
002900*    3400-WRITE-AUDIT
002910*    APPENDS ONE EXPIRED AUDIT ENTRY FOR THE HELD UPDATE, WITH
002920*    THIS PROGRAM AS THE USER.
002930*-----------------------------------------------------------------
002940 3400-WRITE-AUDIT.
002950     MOVE DCP-KEY        TO AUD-KEY.
002960     MOVE 'EXPIRED'      TO AUD-ACTION.
002970     MOVE WS-RUN-DATE    TO AUD-RUN-DATE.
002980     MOVE WS-RUN-TIME    TO AUD-RUN-TIME.
002990     MOVE 'EXDUAL  '     TO AUD-USER.
003000     WRITE AUDIT-RECORD.
003010 3400-EXIT.
003020     EXIT.
003030
003040*-----------------------------------------------------------------
003050*    3500-WRITE-DETAIL
003060*    LISTS THE HELD UPDATE ON THE EXCEPTION REPORT - WHO KEYED
003070*    IT AND WHEN, WHY IT WAS HELD, AND THE AMOUNT BEFORE AND
003080*    AFTER.
003090*-----------------------------------------------------------------
003100 3500-WRITE-DETAIL.
003110     IF WS-EXPIRED-COUNT = ZERO
003120         MOVE WS-RPT-COLUMNS TO REPORT-RECORD
003130         WRITE REPORT-RECORD
003140     END-IF.
003150
003160     MOVE DCP-ENTRY-TIME   TO WS-ENTRY-TIME.
003170     MOVE DCP-KEY          TO WS-RPT-DET-KEY.
003180     MOVE DCP-ACTION       TO WS-RPT-DET-ACTION.
003190     MOVE DCP-REASON       TO WS-RPT-DET-REASON.
003200     MOVE DCP-MAKER-ID     TO WS-RPT-DET-MAKER.
003210     MOVE DCP-ENTRY-DATE   TO WS-RPT-DET-DATE.
003220     MOVE WS-ENTRY-HHMMSS  TO WS-RPT-DET-TIME.
003230
003240     MOVE DCP-BEFORE-IMAGE TO WS-IMAGE-RECORD.
003250     MOVE OUT-AMOUNT       TO WS-RPT-DET-OLD.
003260     IF DCP-DELETE
003270         MOVE '    DELETE' TO WS-RPT-DET-NEW-X
003280     ELSE
003290         MOVE DCP-AFTER-IMAGE TO WS-IMAGE-RECORD
003300         MOVE OUT-AMOUNT      TO WS-RPT-DET-NEW
003310     END-IF.
003320
003330     MOVE WS-RPT-DETAIL TO REPORT-RECORD.
003340     WRITE REPORT-RECORD.
003350 3500-EXIT.
003360     EXIT.
003370
003380*-----------------------------------------------------------------
003390*    8000-FINALIZE
003400*    WRITES THE RUN TOTALS AND CLOSES ALL FILES.
003410*-----------------------------------------------------------------
003420 8000-FINALIZE.
003430     IF WS-EXPIRED-COUNT = ZERO
003440         MOVE WS-RPT-NONE TO REPORT-RECORD
003450         WRITE REPORT-RECORD
003460     END-IF.
003470     PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
003480
003490     IF WS-PENDING-OPEN
003500         CLOSE PENDING-FILE
003510     END-IF.
003520     CLOSE AUDIT-FILE
003530           REPORT-FILE.
003540
003550     DISPLAY 'EXDUAL0100 ' WS-EXPIRED-COUNT
003560             ' HELD UPDATES EXPIRED OF ' WS-READ-COUNT ' READ'.
003570 8000-EXIT.
003580     EXIT.
003590
003600*--------------------------------------------------------------*
003610*    8100-WRITE-HEADING
003620*    WRITES THE REPORT TITLE AND RUN STAMP AHEAD OF THE DETAIL
003630*    LINES.
003640*--------------------------------------------------------------*
003650 8100-WRITE-HEADING.
003660     MOVE WS-RPT-TITLE TO REPORT-RECORD.
003670     WRITE REPORT-RECORD.
003680
003690     MOVE WS-RUN-MM TO WS-RPT-MM.
003700     MOVE WS-RUN-DD TO WS-RPT-DD.
003710     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
003720     MOVE WS-RUN-HH TO WS-RPT-HH.
003730     MOVE WS-RUN-MN TO WS-RPT-MN.
003740     MOVE WS-RUN-SS TO WS-RPT-SS.
003742     MOVE WS-RCT-BUS-MM TO WS-RPT-BUS-MM.
003744     MOVE WS-RCT-BUS-DD TO WS-RPT-BUS-DD.
003746     MOVE WS-RCT-BUS-CCYY TO WS-RPT-BUS-CCYY.
003750     MOVE WS-RPT-RUNDATE TO REPORT-RECORD.
003760     WRITE REPORT-RECORD.
003770 8100-EXIT.
003780     EXIT.
003790
003800*--------------------------------------------------------------*
003810*    8200-WRITE-TOTALS
003820*    BUILDS AND WRITES THE RUN CONTROL TOTALS.
003830*--------------------------------------------------------------*
003840 8200-WRITE-TOTALS.
003850     MOVE WS-READ-COUNT TO WS-RPT-READ-CNT.
003860     MOVE WS-RPT-READ TO REPORT-RECORD.
003870     WRITE REPORT-RECORD.
003880
003890     MOVE WS-EXPIRED-COUNT TO WS-RPT-EXP-CNT.
003900     MOVE WS-RPT-EXPIRED TO REPORT-RECORD.
003910     WRITE REPORT-RECORD.
003920 8200-EXIT.
003930     EXIT.
003940
003950*-----------------------------------------------------------------
003951*    8900-STAMP-RUN-CONTROL
003961*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL REGISTER WITH
003971*    ITS RETURN CODE AND KEY COUNTS, RELEASING THE NEXT STEP.
003981*-----------------------------------------------------------------
003991 8900-STAMP-RUN-CONTROL.
004001     OPEN I-O RUNCTL-FILE.
004011     IF WS-RCT-FILE-STATUS NOT = '00'
004021         DISPLAY 'EXDUAL0200 CANNOT OPEN RUNCTL, STATUS = '
004031                 WS-RCT-FILE-STATUS ' - NOT STAMPED COMPLETE'
004041         GO TO 8900-EXIT
004051     END-IF.
004061
004071     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
004081     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
004091     READ RUNCTL-FILE
004101         INVALID KEY
004111             DISPLAY 'EXDUAL0200 NO RUNCTL ENTRY TO STAMP'
004121             CLOSE RUNCTL-FILE
004131             GO TO 8900-EXIT
004141     END-READ.
004151
004161     SET RCT-STEP-COMPLETE TO TRUE.
004171     MOVE RETURN-CODE      TO RCT-RETURN-CODE.
004181     ACCEPT RCT-END-DATE FROM DATE YYYYMMDD.
004191     ACCEPT RCT-END-TIME FROM TIME.
004201     MOVE 'PEND  '           TO RCT-COUNT-LABEL(1).
004211     MOVE WS-READ-COUNT      TO RCT-COUNT-VALUE(1).
004221     MOVE 'EXPIRD'           TO RCT-COUNT-LABEL(2).
004231     MOVE WS-EXPIRED-COUNT   TO RCT-COUNT-VALUE(2).
004241
004251     REWRITE RUN-CONTROL-RECORD
004261         INVALID KEY
004271             DISPLAY 'EXDUAL0200 RUNCTL REWRITE, STATUS = '
004281                     WS-RCT-FILE-STATUS
004291     END-REWRITE.
004301     CLOSE RUNCTL-FILE.
004311 8900-EXIT.
004321     EXIT.
004331
004341*-----------------------------------------------------------------
004351*    9900-DUAL-ABEND
004361*    TERMINATES THE RUN WITH A NON-ZERO RETURN CODE.
004371*-----------------------------------------------------------------
004381 9900-DUAL-ABEND.
004391     MOVE 16 TO RETURN-CODE.
004401     STOP RUN.
