000200*    ---------  ----  ------------------------------------------
000210*    09/03/2026 JH    ORIGINAL PROGRAM - ONE-PAGE NIGHT-RUN
000220*                      RECONCILIATION ACROSS THE WHOLE SUITE.
000221*    10/15/2026 JH    CHECKS THE NIGHTLY STREAM RUN-CONTROL
000222*                      REGISTER (RUNCTL, SEE RCTREC) BEFORE
000223*                      OPENING ANYTHING ELSE, LISTS THE REGISTER
000224*                      FOR THE BUSINESS DATE ON THE SUMMARY, AND
000226*                      STAMPS THE STEP COMPLETE AT A CLEAN END,
000228*                      CLOSING THE CYCLE FOR THE NEXT EXMERGE.
000230*    10/15/2026 JH    THE RECAP PRINTS THE BUSINESS DATE FROM THE
000232*                      RUN-CONTROL CYCLE RECORD BESIDE THE RUN
000234*                      DATE, AND THE REGISTER SECTION LISTS THE
000236*                      NEW EXBDATE STEP AT THE HEAD OF THE STREAM.
000238*    10/15/2026 JH    THE RUN AND BUSINESS DATES PRINT AS
000240*                      CCYYMMDD.
000242*    10/15/2026 JH    THE REGISTER SECTION LISTS THE NEW EXGLPST
000244*                      STEP BETWEEN EXRHST AND EXUNLD.
000246*    10/15/2026 JH    THE REGISTER SECTION LISTS THE NEW EXACK
000248*                      STEP BETWEEN EXPEND AND EXRECAP, WHICH NOW
000250*                      FOLLOWS IT.
000252*--------------------------------------------------------------*
000254*    EXRECAP RUNS AS THE LAST STEP OF THE NIGHTLY STREAM AND
000256*    REPLACES THE MORNING CALCULATOR SESSION. IT READS THE
000260*    REPORTS THE STREAM JUST WROTE -
000270*        MRGRPT   EXMERGE  (EXCRPT)  RECORDS MERGED OUT
000280*        VRPTFILE EXBVRFY            DETAIL RECORDS PROVED
000910     SELECT REPORT-FILE        ASSIGN TO RPTFILE
000920                                ORGANIZATION IS SEQUENTIAL.
000930
000931     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
000932                                ORGANIZATION IS INDEXED
000933                                ACCESS MODE IS RANDOM
000934                                RECORD KEY IS RCT-KEY
000935                                FILE STATUS WS-RCT-FILE-STATUS.
000936
000938     SELECT RUNOVRD-FILE       ASSIGN TO RUNOVRD
000940                                ORGANIZATION IS SEQUENTIAL
000942                                FILE STATUS WS-ROV-FILE-STATUS.
000944
000946 DATA DIVISION.
000950 FILE SECTION.
000960*--------------------------------------------------------------*
000970*    THE SIX STEP REPORTS - ALL 80-COLUMN CONTROL TOTAL
001540     RECORDING MODE IS F.
001550 01  REPORT-RECORD               PIC X(80).
001560
001561*--------------------------------------------------------------*
001562*    RUNCTL-FILE - NIGHTLY STREAM RUN-CONTROL REGISTER
001563*--------------------------------------------------------------*
001564 FD  RUNCTL-FILE
001566     RECORDING MODE IS F.
001568     COPY RCTREC.
001570
001572*--------------------------------------------------------------*
001574*    RUNOVRD-FILE - OPTIONAL OPERATOR OVERRIDE CARDS FOR THE
001576*    RUN-CONTROL TESTS (SEE RCTREC)
001578*--------------------------------------------------------------*
001580 FD  RUNOVRD-FILE
001582     RECORDING MODE IS F.
001584 01  RUNOVRD-RECORD.
001586     05  ROV-STEP-NAME          PIC X(08).
001588     05  ROV-OVERRIDE           PIC X(01).
001590
001592 WORKING-STORAGE SECTION.
001594*--------------------------------------------------------------*
001596*    SWITCHES
001600*--------------------------------------------------------------*
001610 01  WS-SWITCHES.
001620     05  WS-EOF-SW              PIC X(01) VALUE 'N'.
002320 01  WS-UNEDIT-FIELDS.
002330     05  WS-UNEDIT-VALUE        PIC 9(08) COMP VALUE ZERO.
002340     05  WS-UNEDIT-POS          PIC 9(02) COMP VALUE ZERO.
002342     05  WS-UNEDIT-CHAR         PIC X(01) VALUE SPACE.
002344     05  WS-UNEDIT-DIGIT REDEFINES WS-UNEDIT-CHAR
002346                                PIC 9(01).
002348
002350*--------------------------------------------------------------*
002352*    RUN-CONTROL REGISTER - THIS STEP, THE STEP AHEAD OF IT IN
002354*    THE NIGHTLY STREAM, AND ANY OPERATOR OVERRIDE FOR IT
002356*--------------------------------------------------------------*
002358 01  WS-RCT-THIS-STEP           PIC X(08) VALUE 'EXRECAP '.
002360 01  WS-RCT-PRIOR-STEP          PIC X(08) VALUE 'EXACK   '.
002362 01  WS-RCT-BUS-DATE            PIC 9(08) VALUE ZERO.
002364 01  WS-RCT-BUS-DATE-X REDEFINES WS-RCT-BUS-DATE.
002366     05  WS-RCT-BUS-CCYY        PIC 9(04).
002368     05  WS-RCT-BUS-MM          PIC 9(02).
002370     05  WS-RCT-BUS-DD          PIC 9(02).
002372 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
002374 01  WS-ROV-FILE-STATUS         PIC X(02) VALUE SPACES.
002376 01  WS-ROV-EOF-SW              PIC X(01) VALUE 'N'.
002378     88  WS-ROV-EOF                       VALUE 'Y'.
002380 01  WS-RCT-OVERRIDE-SW         PIC X(01) VALUE SPACE.
002382     88  WS-RCT-MAY-RERUN                 VALUE 'R' 'B'.
002384     88  WS-RCT-SKIP-PRIOR                VALUE 'P' 'B'.
002386
002388*--------------------------------------------------------------*
002390*    THE NIGHTLY STREAM IN RUNNING ORDER (SEE RCTREC), FOR THE
002392*    REGISTER SECTION OF THE SUMMARY
002394*--------------------------------------------------------------*
002396 01  WS-STREAM-STEPS.
002398     05  FILLER                 PIC X(08) VALUE 'EXBDATE '.
002400     05  FILLER                 PIC X(08) VALUE 'EXMERGE '.
002402     05  FILLER                 PIC X(08) VALUE 'EXBVRFY '.
002404     05  FILLER                 PIC X(08) VALUE 'EXSWEEP '.
002406     05  FILLER                 PIC X(08) VALUE 'EXEMPLO '.
002408     05  FILLER                 PIC X(08) VALUE 'EXEXPIR '.
002410     05  FILLER                 PIC X(08) VALUE 'EXDUAL  '.
002412     05  FILLER                 PIC X(08) VALUE 'EXAUDH  '.
002414     05  FILLER                 PIC X(08) VALUE 'EXDELTA '.
002416     05  FILLER                 PIC X(08) VALUE 'EXRHST  '.
002418     05  FILLER                 PIC X(08) VALUE 'EXGLPST '.
002420     05  FILLER                 PIC X(08) VALUE 'EXUNLD  '.
002422     05  FILLER                 PIC X(08) VALUE 'EXPEND  '.
002424     05  FILLER                 PIC X(08) VALUE 'EXACK   '.
002426     05  FILLER                 PIC X(08) VALUE 'EXRECAP '.
002428 01  WS-STREAM-TABLE REDEFINES WS-STREAM-STEPS.
002430     05  WS-STREAM-STEP         PIC X(08) OCCURS 15 TIMES.
002432 01  WS-STREAM-IX               PIC 9(02) COMP VALUE 1.
002434 01  WS-REG-CNT-IX              PIC 9(01) COMP VALUE 1.
002436 01  WS-REG-END-TIME.
002438     05  WS-REG-END-HH          PIC 9(02).
002440     05  WS-REG-END-MN          PIC 9(02).
002442     05  FILLER                 PIC X(04).
002444
002446*--------------------------------------------------------------*
002448*    RUN DATE AND TIME - SET AT INITIALIZATION
002450*--------------------------------------------------------------*
002452 01  WS-RUN-DATE.
002454     05  WS-RUN-CCYY            PIC 9(04).
002456     05  WS-RUN-MM              PIC 9(02).
002458     05  WS-RUN-DD              PIC 9(02).
002460
002470 01  WS-RUN-TIME.
002480     05  WS-RUN-HH              PIC 9(02).
002640         10  FILLER             PIC X(01) VALUE '/'.
002650         10  WS-RPT-DD          PIC 99.
002660         10  FILLER             PIC X(01) VALUE '/'.
002670         10  WS-RPT-CCYY        PIC 9(04).
002680         10  FILLER             PIC X(05) VALUE SPACES.
002690         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
002700         10  WS-RPT-HH          PIC 99.
002720         10  WS-RPT-MN          PIC 99.
002730         10  FILLER             PIC X(01) VALUE ':'.
002740         10  WS-RPT-SS          PIC 99.
002742         10  FILLER             PIC X(05) VALUE SPACES.
002744         10  FILLER             PIC X(15)
002746                                 VALUE 'BUSINESS DATE: '.
002748         10  WS-RPT-BUS-MM      PIC 99.
002750         10  FILLER             PIC X(01) VALUE '/'.
002752         10  WS-RPT-BUS-DD      PIC 99.
002754         10  FILLER             PIC X(01) VALUE '/'.
002756         10  WS-RPT-BUS-CCYY    PIC 9(04).
002758         10  FILLER             PIC X(07) VALUE SPACES.
002760     05  WS-RPT-FIGURE.
002770         10  WS-RPT-FIG-LABEL   PIC X(25).
002780         10  WS-RPT-FIG-CNT     PIC Z,ZZZ,ZZ9.
002820         10  WS-RPT-PRF-TEXT    PIC X(30).
002830         10  FILLER             PIC X(25) VALUE SPACES.
002840
002841     05  WS-RPT-REG-TITLE.
002843         10  FILLER             PIC X(37)
002845                 VALUE 'RUN-CONTROL REGISTER - BUSINESS DATE '.
002847         10  WS-RPT-REG-BUS-DATE
002849                                PIC 9(08).
002851         10  FILLER             PIC X(35) VALUE SPACES.
002853     05  WS-RPT-REG-HEADING.
002855         10  FILLER             PIC X(29)
002857                 VALUE 'STEP     STATUS     RC  ENDED'.
002859         10  FILLER             PIC X(51)
002861                 VALUE ' KEY COUNTS'.
002863     05  WS-RPT-REGISTER.
002865         10  WS-RPT-REG-STEP    PIC X(08).
002867         10  FILLER             PIC X(01).
002869         10  WS-RPT-REG-STATUS  PIC X(08).
002871         10  FILLER             PIC X(01).
002873         10  WS-RPT-REG-RC      PIC ZZZ9.
002875         10  FILLER             PIC X(02).
002877         10  WS-RPT-REG-END-HH  PIC 99.
002879         10  WS-RPT-REG-END-SEP PIC X(01).
002881         10  WS-RPT-REG-END-MN  PIC 99.
002883         10  WS-RPT-REG-COUNT   OCCURS 3 TIMES.
002885             15  FILLER         PIC X(01).
002887             15  WS-RPT-REG-LBL PIC X(06).
002889             15  FILLER         PIC X(01).
002891             15  WS-RPT-REG-CNT PIC ZZZZZZ9.
002893         10  FILLER             PIC X(06).
002895 01  WS-TIES-TEXT               PIC X(30) VALUE 'TIES'.
002897 01  WS-BREAK-TEXT              PIC X(30)
002899                                VALUE '*** OUT OF BALANCE ***'.
002901
002903 PROCEDURE DIVISION.
002905*-----------------------------------------------------------------
002910*    0000-MAINLINE
002920*    LIFTS THE NIGHT'S FIGURES, PROVES THE CHAIN, AND PRINTS
002930*    THE ONE-PAGE SUMMARY.
003040     PERFORM 2700-COUNT-AUDIT     THRU 2700-EXIT.
003050     PERFORM 3000-WRITE-SUMMARY   THRU 3000-EXIT.
003060     PERFORM 8000-FINALIZE        THRU 8000-EXIT.
003065     PERFORM 8900-STAMP-RUN-CONTROL THRU 8900-EXIT.
003070     STOP RUN.
003080
003090*-----------------------------------------------------------------
003130*    THE MASTER COUNT PROOF STARTS FROM ZERO.
003140*-----------------------------------------------------------------
003150 1000-INITIALIZE.
003160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003170     ACCEPT WS-RUN-TIME FROM TIME.
003175     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
003177
003179     OPEN OUTPUT REPORT-FILE.
003181
003183     OPEN INPUT RCPCTL-FILE.
003185     IF WS-RCP-FILE-STATUS = '00'
003187         READ RCPCTL-FILE
003189             AT END
003191                 CONTINUE
003193             NOT AT END
003195                 MOVE RCP-LAST-UNLOAD-COUNT TO WS-PRIOR-UNLOAD
003197         END-READ
003199         CLOSE RCPCTL-FILE
003201     END-IF.
003203 1000-EXIT.
003205     EXIT.
003207
003209*-----------------------------------------------------------------
003211*    1900-CHECK-RUN-CONTROL
003213*    TAKES THE BUSINESS DATE FROM THE CYCLE RECORD ON THE
003215*    RUN-CONTROL REGISTER (SEE RCTREC), PROVES THAT THE STEP
003217*    AHEAD OF THIS ONE HAS COMPLETED FOR IT, AND MARKS THIS STEP
003219*    STARTED. A REFUSAL ENDS THE RUN BEFORE ANY OTHER FILE IS
003221*    OPENED.
003223*-----------------------------------------------------------------
003225 1900-CHECK-RUN-CONTROL.
003227     PERFORM 1910-READ-RUNOVRD THRU 1910-EXIT.
003229
003231     OPEN I-O RUNCTL-FILE.
003233     IF WS-RCT-FILE-STATUS NOT = '00'
003235         DISPLAY 'EXRECAP0999 CANNOT OPEN RUNCTL, STATUS = '
003237                 WS-RCT-FILE-STATUS
003239         GO TO 1990-RUN-CONTROL-ABEND
003241     END-IF.
003243
003245     MOVE ZERO       TO RCT-BUS-DATE.
003247     MOVE '*CYCLE  ' TO RCT-STEP-NAME.
003249     READ RUNCTL-FILE
003251         INVALID KEY
003253             DISPLAY 'EXRECAP0999 NO STREAM CYCLE OPEN ON RUNCTL'
003255             GO TO 1990-RUN-CONTROL-ABEND
003257     END-READ.
003259     MOVE RCT-CYCLE-BUS-DATE TO WS-RCT-BUS-DATE.
003261
003263     MOVE WS-RCT-BUS-DATE   TO RCT-BUS-DATE.
003265     MOVE WS-RCT-PRIOR-STEP TO RCT-STEP-NAME.
003267     READ RUNCTL-FILE
003269         INVALID KEY
003271             MOVE SPACE TO RCT-STEP-STATUS
003273     END-READ.
003275     IF NOT RCT-STEP-COMPLETE
003277         IF WS-RCT-SKIP-PRIOR
003279             DISPLAY 'EXRECAP0200 ' WS-RCT-PRIOR-STEP
003281                     ' NOT COMPLETE - RUN ON OVERRIDE'
003283         ELSE
003285             DISPLAY 'EXRECAP0999 ' WS-RCT-PRIOR-STEP
003287                     ' HAS NOT COMPLETED FOR ' WS-RCT-BUS-DATE
003289             GO TO 1990-RUN-CONTROL-ABEND
003291         END-IF
003293     END-IF.
003295
003297     PERFORM 1920-MARK-STARTED THRU 1920-EXIT.
003299     CLOSE RUNCTL-FILE.
003301     DISPLAY 'EXRECAP0100 STARTED FOR BUSINESS DATE '
003303             WS-RCT-BUS-DATE.
003305 1900-EXIT.
003307     EXIT.
003309
003311*-----------------------------------------------------------------
003313*    1910-READ-RUNOVRD
003315*    PICKS UP THE OPERATOR OVERRIDE, IF ANY, FOR THIS STEP. THE
003317*    CARD FILE IS OPTIONAL AND MAY CARRY CARDS FOR OTHER STEPS.
003319*-----------------------------------------------------------------
003321 1910-READ-RUNOVRD.
003323     OPEN INPUT RUNOVRD-FILE.
003325     IF WS-ROV-FILE-STATUS = '00'
003327         PERFORM 1915-READ-ONE-OVERRIDE THRU 1915-EXIT
003329             UNTIL WS-ROV-EOF
003331         CLOSE RUNOVRD-FILE
003333     END-IF.
003335 1910-EXIT.
003337     EXIT.
003339
003341 1915-READ-ONE-OVERRIDE.
003343     READ RUNOVRD-FILE
003345         AT END
003347             SET WS-ROV-EOF TO TRUE
003349         NOT AT END
003351             IF ROV-STEP-NAME = WS-RCT-THIS-STEP
003353                 MOVE ROV-OVERRIDE TO WS-RCT-OVERRIDE-SW
003355             END-IF
003357     END-READ.
003359 1915-EXIT.
003361     EXIT.
003363
003365*-----------------------------------------------------------------
003367*    1920-MARK-STARTED
003369*    REFUSES A STEP ALREADY COMPLETE FOR THE BUSINESS DATE
003371*    UNLESS IT IS OVERRIDDEN FOR A RERUN, THEN STAMPS IT
003373*    STARTED. A STEP LEFT STARTED BY AN ABEND IS SIMPLY STARTED
003375*    AGAIN.
003377*-----------------------------------------------------------------
003379 1920-MARK-STARTED.
003381     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
003383     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
003385     READ RUNCTL-FILE
003387         INVALID KEY
003389             CONTINUE
003391     END-READ.
003393
003395     IF WS-RCT-FILE-STATUS = '00'
003397         IF RCT-STEP-COMPLETE
003399             IF WS-RCT-MAY-RERUN
003401                 DISPLAY 'EXRECAP0200 ALREADY COMPLETE FOR '
003403                         WS-RCT-BUS-DATE ' - RERUN ON OVERRIDE'
003405             ELSE
003407                 DISPLAY 'EXRECAP0999 ALREADY COMPLETED FOR '
003409                         WS-RCT-BUS-DATE
003411                 GO TO 1990-RUN-CONTROL-ABEND
003413             END-IF
003415         END-IF
003417         PERFORM 1930-STAMP-START THRU 1930-EXIT
003419         REWRITE RUN-CONTROL-RECORD
003421             INVALID KEY
003423                 DISPLAY 'EXRECAP0999 RUNCTL REWRITE, STATUS = '
003425                         WS-RCT-FILE-STATUS
003427                 GO TO 1990-RUN-CONTROL-ABEND
003429         END-REWRITE
003431     ELSE
003433         MOVE SPACES TO RCT-STEP-DATA
003435         MOVE ZERO   TO RCT-ATTEMPTS
003437         PERFORM 1930-STAMP-START THRU 1930-EXIT
003439         WRITE RUN-CONTROL-RECORD
003441             INVALID KEY
003443                 DISPLAY 'EXRECAP0999 RUNCTL WRITE, STATUS = '
003445                         WS-RCT-FILE-STATUS
003447                 GO TO 1990-RUN-CONTROL-ABEND
003449         END-WRITE
003451     END-IF.
003453 1920-EXIT.
003455     EXIT.
003457
003459 1930-STAMP-START.
003461     SET RCT-STEP-STARTED    TO TRUE.
003463     MOVE ZERO               TO RCT-RETURN-CODE
003465                                RCT-END-DATE
003467                                RCT-END-TIME
003469                                RCT-COUNT-VALUE(1)
003471                                RCT-COUNT-VALUE(2)
003473                                RCT-COUNT-VALUE(3).
003475     MOVE SPACES             TO RCT-COUNT-LABEL(1)
003477                                RCT-COUNT-LABEL(2)
003479                                RCT-COUNT-LABEL(3).
003481     ADD 1                   TO RCT-ATTEMPTS.
003483     MOVE WS-RCT-OVERRIDE-SW TO RCT-OVERRIDE.
003485     MOVE WS-RUN-DATE        TO RCT-START-DATE.
003487     MOVE WS-RUN-TIME        TO RCT-START-TIME.
003489 1930-EXIT.
003491     EXIT.
003493
003495*-----------------------------------------------------------------
003497*    1990-RUN-CONTROL-ABEND
003499*    THIS STEP MAY NOT RUN - NOTHING BUT THE REGISTER HAS BEEN
003501*    OPENED, SO NOTHING ELSE NEEDS UNWINDING.
003503*-----------------------------------------------------------------
003505 1990-RUN-CONTROL-ABEND.
003507     CLOSE RUNCTL-FILE.
003509     MOVE 16 TO RETURN-CODE.
003511     STOP RUN.
003513
003515*-----------------------------------------------------------------
003517*    2000-READ-MERGE-RPT
003519*    LIFTS THE RECORDS-MERGED-OUT COUNT FROM THE EXMERGE
003521*    EXCEPTION REPORT.
003523*-----------------------------------------------------------------
003525 2000-READ-MERGE-RPT.
003527     OPEN INPUT MRGRPT-FILE.
003529     IF WS-MRG-FILE-STATUS NOT = '00'
003531         DISPLAY 'EXRECAP0200 NO EXMERGE REPORT, STATUS = '
003533                 WS-MRG-FILE-STATUS
003535         GO TO 2000-EXIT
003537     END-IF.
003539     MOVE 'N' TO WS-EOF-SW.
003541     PERFORM 2010-SCAN-MERGE-LINE THRU 2010-EXIT
003543         UNTIL WS-EOF.
003545     CLOSE MRGRPT-FILE.
003547 2000-EXIT.
003549     EXIT.
003551
003553 2010-SCAN-MERGE-LINE.
003555     READ MRGRPT-FILE INTO WS-SCAN-LINE
003557         AT END
003559             SET WS-EOF TO TRUE
003570             GO TO 2010-EXIT
003580     END-READ.
003590     IF WS-SCAN-LABEL = 'RECORDS MERGED OUT . . :'
006110
006120     MOVE WS-RUN-MM TO WS-RPT-MM.
006130     MOVE WS-RUN-DD TO WS-RPT-DD.
006140     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
006150     MOVE WS-RUN-HH TO WS-RPT-HH.
006160     MOVE WS-RUN-MN TO WS-RPT-MN.
006170     MOVE WS-RUN-SS TO WS-RPT-SS.
006172     MOVE WS-RCT-BUS-MM TO WS-RPT-BUS-MM.
006174     MOVE WS-RCT-BUS-DD TO WS-RPT-BUS-DD.
006176     MOVE WS-RCT-BUS-CCYY TO WS-RPT-BUS-CCYY.
006180     MOVE WS-RPT-RUNDATE TO REPORT-RECORD.
006190     WRITE REPORT-RECORD.
006200
006670     PERFORM 3300-PROVE-REJECTS       THRU 3300-EXIT.
006680     PERFORM 3400-PROVE-MASTER-COUNT  THRU 3400-EXIT.
006690     PERFORM 3500-PROVE-CHECKPOINT    THRU 3500-EXIT.
006695     PERFORM 3600-WRITE-REGISTER      THRU 3600-EXIT.
006700 3000-EXIT.
006710     EXIT.
006720
007600         MOVE '*** LEFTOVER - RUN ABENDED ***'
007610                     TO WS-RPT-PRF-TEXT
007620         SET WS-OUT-OF-BALANCE TO TRUE
007622     END-IF.
007624     PERFORM 3910-WRITE-PROOF THRU 3910-EXIT.
007626 3500-EXIT.
007628     EXIT.
007630
007632*-----------------------------------------------------------------
007634*    3600-WRITE-REGISTER
007636*    LISTS THE RUN-CONTROL REGISTER FOR THE BUSINESS DATE - ONE
007638*    LINE PER STREAM STEP IN RUNNING ORDER, WITH ITS STATUS,
007640*    RETURN CODE, END TIME, AND KEY COUNTS. THIS STEP IS STILL
007642*    RUNNING AS IT PRINTS.
007644*-----------------------------------------------------------------
007646 3600-WRITE-REGISTER.
007648     MOVE WS-RCT-BUS-DATE TO WS-RPT-REG-BUS-DATE.
007650     MOVE WS-RPT-REG-TITLE TO REPORT-RECORD.
007652     WRITE REPORT-RECORD.
007654     MOVE WS-RPT-REG-HEADING TO REPORT-RECORD.
007656     WRITE REPORT-RECORD.
007658
007660     OPEN INPUT RUNCTL-FILE.
007662     IF WS-RCT-FILE-STATUS NOT = '00'
007664         DISPLAY 'EXRECAP0200 CANNOT OPEN RUNCTL, STATUS = '
007666                 WS-RCT-FILE-STATUS ' - REGISTER NOT LISTED'
007668         GO TO 3600-EXIT
007670     END-IF.
007672
007674     PERFORM 3610-WRITE-ONE-STEP THRU 3610-EXIT
007676         VARYING WS-STREAM-IX FROM 1 BY 1
007678         UNTIL WS-STREAM-IX > 15.
007680     CLOSE RUNCTL-FILE.
007682 3600-EXIT.
007684     EXIT.
007686
007688 3610-WRITE-ONE-STEP.
007690     MOVE SPACES TO WS-RPT-REGISTER.
007692     MOVE WS-STREAM-STEP(WS-STREAM-IX) TO WS-RPT-REG-STEP.
007694     MOVE WS-RCT-BUS-DATE              TO RCT-BUS-DATE.
007696     MOVE WS-STREAM-STEP(WS-STREAM-IX) TO RCT-STEP-NAME.
007698     READ RUNCTL-FILE
007700         INVALID KEY
007702             MOVE 'NOT RUN' TO WS-RPT-REG-STATUS
007704             GO TO 3610-WRITE
007706     END-READ.
007708
007710     IF RCT-STEP-NAME = WS-RCT-THIS-STEP
007712         MOVE 'RUNNING' TO WS-RPT-REG-STATUS
007714         GO TO 3610-WRITE
007716     END-IF.
007718     IF RCT-STEP-COMPLETE
007720         MOVE 'COMPLETE' TO WS-RPT-REG-STATUS
007722     ELSE
007724         MOVE 'STARTED' TO WS-RPT-REG-STATUS
007726         GO TO 3610-WRITE
007728     END-IF.
007730
007732     MOVE RCT-RETURN-CODE TO WS-RPT-REG-RC.
007734     MOVE RCT-END-TIME    TO WS-REG-END-TIME.
007736     MOVE WS-REG-END-HH   TO WS-RPT-REG-END-HH.
007738     MOVE ':'             TO WS-RPT-REG-END-SEP.
007740     MOVE WS-REG-END-MN   TO WS-RPT-REG-END-MN.
007742     PERFORM 3620-MOVE-ONE-COUNT THRU 3620-EXIT
007744         VARYING WS-REG-CNT-IX FROM 1 BY 1
007746         UNTIL WS-REG-CNT-IX > 3.
007748 3610-WRITE.
007750     MOVE WS-RPT-REGISTER TO REPORT-RECORD.
007752     WRITE REPORT-RECORD.
007754 3610-EXIT.
007756     EXIT.
007758
007760 3620-MOVE-ONE-COUNT.
007762     IF RCT-COUNT-LABEL(WS-REG-CNT-IX) NOT = SPACES
007764         MOVE RCT-COUNT-LABEL(WS-REG-CNT-IX)
007766                         TO WS-RPT-REG-LBL(WS-REG-CNT-IX)
007768         MOVE RCT-COUNT-VALUE(WS-REG-CNT-IX)
007770                         TO WS-RPT-REG-CNT(WS-REG-CNT-IX)
007772     END-IF.
007774 3620-EXIT.
007776     EXIT.
007778
007780*-----------------------------------------------------------------
007782*    3900-WRITE-FIGURE
007784*    WRITES ONE FIGURE LINE. THE CALLER SETS LABEL AND COUNT.
007786*-----------------------------------------------------------------
007788 3900-WRITE-FIGURE.
007790     MOVE WS-RPT-FIGURE TO REPORT-RECORD.
007792     WRITE REPORT-RECORD.
007794 3900-EXIT.
007796     EXIT.
007798
007800 3910-WRITE-PROOF.
007802     MOVE WS-RPT-PROOF TO REPORT-RECORD.
007804     WRITE REPORT-RECORD.
007806 3910-EXIT.
007820     EXIT.
007830
007840*-----------------------------------------------------------------
008300     END-IF.
008310 8000-EXIT.
008320     EXIT.
008330
008340*-----------------------------------------------------------------
008350*    8900-STAMP-RUN-CONTROL
008360*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL REGISTER WITH
008370*    ITS RETURN CODE AND KEY COUNTS, RELEASING THE NEXT STEP.
008380*-----------------------------------------------------------------
008390 8900-STAMP-RUN-CONTROL.
008400     OPEN I-O RUNCTL-FILE.
008410     IF WS-RCT-FILE-STATUS NOT = '00'
008420         DISPLAY 'EXRECAP0200 CANNOT OPEN RUNCTL, STATUS = '
008430                 WS-RCT-FILE-STATUS ' - NOT STAMPED COMPLETE'
008440         GO TO 8900-EXIT
008450     END-IF.
008460
008470     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
008480     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
008490     READ RUNCTL-FILE
008500         INVALID KEY
008510             DISPLAY 'EXRECAP0200 NO RUNCTL ENTRY TO STAMP'
008520             CLOSE RUNCTL-FILE
008530             GO TO 8900-EXIT
008540     END-READ.
008550
008560     SET RCT-STEP-COMPLETE TO TRUE.
008570     MOVE RETURN-CODE      TO RCT-RETURN-CODE.
008580     ACCEPT RCT-END-DATE FROM DATE YYYYMMDD.
008590     ACCEPT RCT-END-TIME FROM TIME.
008600     MOVE 'UNLOAD'           TO RCT-COUNT-LABEL(1).
008610     MOVE WS-UNLOAD-COUNT    TO RCT-COUNT-VALUE(1).
008620
008630     REWRITE RUN-CONTROL-RECORD
008640         INVALID KEY
008650             DISPLAY 'EXRECAP0200 RUNCTL REWRITE, STATUS = '
008660                     WS-RCT-FILE-STATUS
008670     END-REWRITE.
008680     CLOSE RUNCTL-FILE.
008690 8900-EXIT.
008700     EXIT.
