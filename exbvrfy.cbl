000250*                      SELF-RESYNCHRONIZING (SEE EXMERGE), AND
000260*                      THE FAIL PARAGRAPH IS REACHED BY GO TO
000270*                      LIKE EVERY OTHER ABEND IN THE SUITE.
000271*    10/15/2026 JH    CHECKS THE NIGHTLY STREAM RUN-CONTROL
000272*                      REGISTER (RUNCTL, SEE RCTREC) BEFORE
000273*                      OPENING ANYTHING ELSE - THE STEP AHEAD
000274*                      MUST HAVE COMPLETED FOR THE BUSINESS DATE
000275*                      AND THIS ONE MUST NOT, UNLESS A RUNOVRD
000277*                      CARD OVERRIDES - AND STAMPS IT COMPLETE
000279*                      WITH THE RETURN CODE AND KEY COUNTS AT A
000281*                      CLEAN END.
000283*    10/15/2026 JH    THE REPORT PRINTS THE BUSINESS DATE FROM
000285*                      THE RUN-CONTROL CYCLE RECORD BESIDE THE
000287*                      RUN DATE.
000289*    10/15/2026 JH    DATES ARE CCYYMMDD - THE RUN DATE IS TAKEN
000291*                      AND PRINTED WITH ITS CENTURY.
000293*--------------------------------------------------------------*
000295*    EXBVRFY RUNS BETWEEN EXMERGE AND EXEMPLO. IT READS THE
000300*    FRAMED INFILE AND PROVES:
000310*      - THE BATCH OPENS WITH ITS HEADER AND CLOSES WITH ITS
000320*        TRAILER, WITH NOTHING OUTSIDE THE FRAME
000560     SELECT REPORT-FILE        ASSIGN TO VRPTFILE
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
000620*    INPUT-FILE - THE FRAMED CONSOLIDATED TRANSACTION FILE
000810     RECORDING MODE IS F.
000820 01  REPORT-RECORD               PIC X(80).
000830
000831*--------------------------------------------------------------*
000832*    RUNCTL-FILE - NIGHTLY STREAM RUN-CONTROL REGISTER
000833*--------------------------------------------------------------*
000834 FD  RUNCTL-FILE
000836     RECORDING MODE IS F.
000838     COPY RCTREC.
000840
000842*--------------------------------------------------------------*
000844*    RUNOVRD-FILE - OPTIONAL OPERATOR OVERRIDE CARDS FOR THE
000846*    RUN-CONTROL TESTS (SEE RCTREC)
000848*--------------------------------------------------------------*
000850 FD  RUNOVRD-FILE
000852     RECORDING MODE IS F.
000854 01  RUNOVRD-RECORD.
000856     05  ROV-STEP-NAME          PIC X(08).
000858     05  ROV-OVERRIDE           PIC X(01).
000860
000862 WORKING-STORAGE SECTION.
000864*--------------------------------------------------------------*
000866*    SWITCHES
000870*--------------------------------------------------------------*
000880 01  WS-SWITCHES.
000890     05  WS-EOF-SW              PIC X(01) VALUE 'N'.
001180     05  WS-BCT-LAST-VERIFIED   PIC 9(06) VALUE ZERO.
001190     05  WS-BCT-SRC-LAST        OCCURS 3 TIMES
001200                                PIC 9(06).
001202
001204*--------------------------------------------------------------*
001206*    RUN-CONTROL REGISTER - THIS STEP, THE STEP AHEAD OF IT IN
001208*    THE NIGHTLY STREAM, AND ANY OPERATOR OVERRIDE FOR IT
001210*--------------------------------------------------------------*
001212 01  WS-RCT-THIS-STEP           PIC X(08) VALUE 'EXBVRFY '.
001214 01  WS-RCT-PRIOR-STEP          PIC X(08) VALUE 'EXMERGE '.
001216 01  WS-RCT-BUS-DATE            PIC 9(08) VALUE ZERO.
001218 01  WS-RCT-BUS-DATE-X REDEFINES WS-RCT-BUS-DATE.
001220     05  WS-RCT-BUS-CCYY        PIC 9(04).
001222     05  WS-RCT-BUS-MM          PIC 9(02).
001224     05  WS-RCT-BUS-DD          PIC 9(02).
001226 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
001228 01  WS-ROV-FILE-STATUS         PIC X(02) VALUE SPACES.
001230 01  WS-ROV-EOF-SW              PIC X(01) VALUE 'N'.
001232     88  WS-ROV-EOF                       VALUE 'Y'.
001234 01  WS-RCT-OVERRIDE-SW         PIC X(01) VALUE SPACE.
001236     88  WS-RCT-MAY-RERUN                 VALUE 'R' 'B'.
001238     88  WS-RCT-SKIP-PRIOR                VALUE 'P' 'B'.
001240
001242*--------------------------------------------------------------*
001244*    RUN DATE AND TIME - SET AT INITIALIZATION
001246*--------------------------------------------------------------*
001248 01  WS-RUN-DATE.
001260     05  WS-RUN-CCYY            PIC 9(04).
001270     05  WS-RUN-MM              PIC 9(02).
001280     05  WS-RUN-DD              PIC 9(02).
001290
001470         10  FILLER             PIC X(01) VALUE '/'.
001480         10  WS-RPT-DD          PIC 99.
001490         10  FILLER             PIC X(01) VALUE '/'.
001500         10  WS-RPT-CCYY        PIC 9(04).
001510         10  FILLER             PIC X(05) VALUE SPACES.
001520         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
001530         10  WS-RPT-HH          PIC 99.
001550         10  WS-RPT-MN          PIC 99.
001560         10  FILLER             PIC X(01) VALUE ':'.
001570         10  WS-RPT-SS          PIC 99.
001572         10  FILLER             PIC X(05) VALUE SPACES.
001574         10  FILLER             PIC X(15)
001576                                 VALUE 'BUSINESS DATE: '.
001578         10  WS-RPT-BUS-MM      PIC 99.
001580         10  FILLER             PIC X(01) VALUE '/'.
001582         10  WS-RPT-BUS-DD      PIC 99.
001584         10  FILLER             PIC X(01) VALUE '/'.
001586         10  WS-RPT-BUS-CCYY    PIC 9(04).
001588         10  FILLER             PIC X(07) VALUE SPACES.
001590     05  WS-RPT-BATCH.
001600         10  FILLER             PIC X(25)
001610                                 VALUE 'BATCH NUMBER . . . . . :'.
001830     PERFORM 3000-VERIFY-RECORDS THRU 3000-EXIT
001840         UNTIL WS-EOF.
001850     PERFORM 8000-FINALIZE      THRU 8000-EXIT.
001855     PERFORM 8900-STAMP-RUN-CONTROL THRU 8900-EXIT.
001860     STOP RUN.
001870
001880*-----------------------------------------------------------------
001910*    READ.
001920*-----------------------------------------------------------------
001930 1000-INITIALIZE.
001940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001950     ACCEPT WS-RUN-TIME FROM TIME.
001955     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
001960
001970     OPEN INPUT INPUT-FILE.
001980     OPEN OUTPUT REPORT-FILE.
002150             AT END
002160                 CONTINUE
002170             NOT AT END
002172                 MOVE BCT-LAST-ASSIGNED TO WS-BCT-LAST-ASSIGNED
002174                 MOVE BCT-LAST-VERIFIED TO WS-BCT-LAST-VERIFIED
002176                 MOVE BCT-SRC-LAST(1)   TO WS-BCT-SRC-LAST(1)
002178                 MOVE BCT-SRC-LAST(2)   TO WS-BCT-SRC-LAST(2)
002180                 MOVE BCT-SRC-LAST(3)   TO WS-BCT-SRC-LAST(3)
002182         END-READ
002184         CLOSE BATCHCTL-FILE
002186     END-IF.
002188     MOVE WS-BCT-LAST-VERIFIED TO WS-EXPECTED-NO.
002190     IF WS-EXPECTED-NO = 999999
002192         MOVE ZERO TO WS-EXPECTED-NO
002194     END-IF.
002196     ADD 1 TO WS-EXPECTED-NO.
002198 1100-EXIT.
002200     EXIT.
002202
002204*-----------------------------------------------------------------
002206*    1900-CHECK-RUN-CONTROL
002208*    TAKES THE BUSINESS DATE FROM THE CYCLE RECORD ON THE
002210*    RUN-CONTROL REGISTER (SEE RCTREC), PROVES THAT THE STEP
002212*    AHEAD OF THIS ONE HAS COMPLETED FOR IT, AND MARKS THIS STEP
002214*    STARTED. A REFUSAL ENDS THE RUN BEFORE ANY OTHER FILE IS
002216*    OPENED.
002218*-----------------------------------------------------------------
002220 1900-CHECK-RUN-CONTROL.
002222     PERFORM 1910-READ-RUNOVRD THRU 1910-EXIT.
002224
002226     OPEN I-O RUNCTL-FILE.
002228     IF WS-RCT-FILE-STATUS NOT = '00'
002230         DISPLAY 'EXBVRFY0999 CANNOT OPEN RUNCTL, STATUS = '
002232                 WS-RCT-FILE-STATUS
002234         GO TO 1990-RUN-CONTROL-ABEND
002236     END-IF.
002238
002240     MOVE ZERO       TO RCT-BUS-DATE.
002242     MOVE '*CYCLE  ' TO RCT-STEP-NAME.
002244     READ RUNCTL-FILE
002246         INVALID KEY
002248             DISPLAY 'EXBVRFY0999 NO STREAM CYCLE OPEN ON RUNCTL'
002250             GO TO 1990-RUN-CONTROL-ABEND
002252     END-READ.
002254     MOVE RCT-CYCLE-BUS-DATE TO WS-RCT-BUS-DATE.
002256
002258     MOVE WS-RCT-BUS-DATE   TO RCT-BUS-DATE.
002260     MOVE WS-RCT-PRIOR-STEP TO RCT-STEP-NAME.
002262     READ RUNCTL-FILE
002264         INVALID KEY
002266             MOVE SPACE TO RCT-STEP-STATUS
002268     END-READ.
002270     IF NOT RCT-STEP-COMPLETE
002272         IF WS-RCT-SKIP-PRIOR
002274             DISPLAY 'EXBVRFY0200 ' WS-RCT-PRIOR-STEP
002276                     ' NOT COMPLETE - RUN ON OVERRIDE'
002278         ELSE
002280             DISPLAY 'EXBVRFY0999 ' WS-RCT-PRIOR-STEP
002282                     ' HAS NOT COMPLETED FOR ' WS-RCT-BUS-DATE
002284             GO TO 1990-RUN-CONTROL-ABEND
002286         END-IF
002288     END-IF.
002290
002292     PERFORM 1920-MARK-STARTED THRU 1920-EXIT.
002294     CLOSE RUNCTL-FILE.
002296     DISPLAY 'EXBVRFY0100 STARTED FOR BUSINESS DATE '
002298             WS-RCT-BUS-DATE.
002300 1900-EXIT.
002302     EXIT.
002304
002306*-----------------------------------------------------------------
002308*    1910-READ-RUNOVRD
002310*    PICKS UP THE OPERATOR OVERRIDE, IF ANY, FOR THIS STEP. THE
002312*    CARD FILE IS OPTIONAL AND MAY CARRY CARDS FOR OTHER STEPS.
002314*-----------------------------------------------------------------
002316 1910-READ-RUNOVRD.
002318     OPEN INPUT RUNOVRD-FILE.
002320     IF WS-ROV-FILE-STATUS = '00'
002322         PERFORM 1915-READ-ONE-OVERRIDE THRU 1915-EXIT
002324             UNTIL WS-ROV-EOF
002326         CLOSE RUNOVRD-FILE
002328     END-IF.
002330 1910-EXIT.
002332     EXIT.
002334
002336 1915-READ-ONE-OVERRIDE.
002338     READ RUNOVRD-FILE
002340         AT END
002342             SET WS-ROV-EOF TO TRUE
002344         NOT AT END
002346             IF ROV-STEP-NAME = WS-RCT-THIS-STEP
002348                 MOVE ROV-OVERRIDE TO WS-RCT-OVERRIDE-SW
002350             END-IF
002352     END-READ.
002354 1915-EXIT.
002356     EXIT.
002358
002360*-----------------------------------------------------------------
002362*    1920-MARK-STARTED
002364*    REFUSES A STEP ALREADY COMPLETE FOR THE BUSINESS DATE
002366*    UNLESS IT IS OVERRIDDEN FOR A RERUN, THEN STAMPS IT
002368*    STARTED. A STEP LEFT STARTED BY AN ABEND IS SIMPLY STARTED
002370*    AGAIN.
002372*-----------------------------------------------------------------
002374 1920-MARK-STARTED.
002376     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
002378     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
002380     READ RUNCTL-FILE
002382         INVALID KEY
002384             CONTINUE
002386     END-READ.
002388
002390     IF WS-RCT-FILE-STATUS = '00'
002392         IF RCT-STEP-COMPLETE
002394             IF WS-RCT-MAY-RERUN
002396                 DISPLAY 'EXBVRFY0200 ALREADY COMPLETE FOR '
002398                         WS-RCT-BUS-DATE ' - RERUN ON OVERRIDE'
002400             ELSE
002402                 DISPLAY 'EXBVRFY0999 ALREADY COMPLETED FOR '
002404                         WS-RCT-BUS-DATE
002406                 GO TO 1990-RUN-CONTROL-ABEND
002408             END-IF
002410         END-IF
002412         PERFORM 1930-STAMP-START THRU 1930-EXIT
002414         REWRITE RUN-CONTROL-RECORD
002416             INVALID KEY
002418                 DISPLAY 'EXBVRFY0999 RUNCTL REWRITE, STATUS = '
002420                         WS-RCT-FILE-STATUS
002422                 GO TO 1990-RUN-CONTROL-ABEND
002424         END-REWRITE
002426     ELSE
002428         MOVE SPACES TO RCT-STEP-DATA
002430         MOVE ZERO   TO RCT-ATTEMPTS
002432         PERFORM 1930-STAMP-START THRU 1930-EXIT
002434         WRITE RUN-CONTROL-RECORD
002436             INVALID KEY
002438                 DISPLAY 'EXBVRFY0999 RUNCTL WRITE, STATUS = '
002440                         WS-RCT-FILE-STATUS
002442                 GO TO 1990-RUN-CONTROL-ABEND
002444         END-WRITE
002446     END-IF.
002448 1920-EXIT.
002450     EXIT.
002452
002454 1930-STAMP-START.
002456     SET RCT-STEP-STARTED    TO TRUE.
002458     MOVE ZERO               TO RCT-RETURN-CODE
002460                                RCT-END-DATE
002462                                RCT-END-TIME
002464                                RCT-COUNT-VALUE(1)
002466                                RCT-COUNT-VALUE(2)
002468                                RCT-COUNT-VALUE(3).
002470     MOVE SPACES             TO RCT-COUNT-LABEL(1)
002472                                RCT-COUNT-LABEL(2)
002474                                RCT-COUNT-LABEL(3).
002476     ADD 1                   TO RCT-ATTEMPTS.
002478     MOVE WS-RCT-OVERRIDE-SW TO RCT-OVERRIDE.
002480     MOVE WS-RUN-DATE        TO RCT-START-DATE.
002482     MOVE WS-RUN-TIME        TO RCT-START-TIME.
002484 1930-EXIT.
002486     EXIT.
002488
002490*-----------------------------------------------------------------
002492*    1990-RUN-CONTROL-ABEND
002494*    THIS STEP MAY NOT RUN - NOTHING BUT THE REGISTER HAS BEEN
002496*    OPENED, SO NOTHING ELSE NEEDS UNWINDING.
002498*-----------------------------------------------------------------
002500 1990-RUN-CONTROL-ABEND.
002502     CLOSE RUNCTL-FILE.
002504     MOVE 16 TO RETURN-CODE.
002506     STOP RUN.
002508
002510*-----------------------------------------------------------------
002512*    3000-VERIFY-RECORDS
002514*    CLASSIFIES ONE RECORD OF THE BATCH AND READS THE NEXT.
002516*-----------------------------------------------------------------
002518 3000-VERIFY-RECORDS.
002520     EVALUATE TRUE
002522         WHEN IN-BATCH-HEADER
002524             PERFORM 3200-CHECK-HEADER  THRU 3200-EXIT
002526         WHEN IN-BATCH-TRAILER
002528             PERFORM 3300-CHECK-TRAILER THRU 3300-EXIT
002530         WHEN OTHER
002532             PERFORM 3400-COUNT-DETAIL  THRU 3400-EXIT
002534     END-EVALUATE.
002536
002538     PERFORM 3100-READ-INPUT THRU 3100-EXIT.
002540 3000-EXIT.
002542     EXIT.
002544
002546*-----------------------------------------------------------------
002548*    3100-READ-INPUT
002550*    READS THE NEXT RECORD AND SETS THE EOF SWITCH.
002552*-----------------------------------------------------------------
002554 3100-READ-INPUT.
002570     READ INPUT-FILE
002580         AT END
002590             SET WS-EOF TO TRUE
003950
003960     MOVE WS-RUN-MM TO WS-RPT-MM.
003970     MOVE WS-RUN-DD TO WS-RPT-DD.
003980     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
003990     MOVE WS-RUN-HH TO WS-RPT-HH.
004000     MOVE WS-RUN-MN TO WS-RPT-MN.
004010     MOVE WS-RUN-SS TO WS-RPT-SS.
004012     MOVE WS-RCT-BUS-MM TO WS-RPT-BUS-MM.
004014     MOVE WS-RCT-BUS-DD TO WS-RPT-BUS-DD.
004016     MOVE WS-RCT-BUS-CCYY TO WS-RPT-BUS-CCYY.
004020     MOVE WS-RPT-RUNDATE TO REPORT-RECORD.
004030     WRITE REPORT-RECORD.
004040
004150 8200-EXIT.
004160     EXIT.
004170
004172*-----------------------------------------------------------------
004174*    8900-STAMP-RUN-CONTROL
004176*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL REGISTER WITH
004178*    ITS RETURN CODE AND KEY COUNTS, RELEASING THE NEXT STEP.
004180*-----------------------------------------------------------------
004182 8900-STAMP-RUN-CONTROL.
004184     OPEN I-O RUNCTL-FILE.
004186     IF WS-RCT-FILE-STATUS NOT = '00'
004188         DISPLAY 'EXBVRFY0200 CANNOT OPEN RUNCTL, STATUS = '
004190                 WS-RCT-FILE-STATUS ' - NOT STAMPED COMPLETE'
004192         GO TO 8900-EXIT
004194     END-IF.
004196
004198     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
004200     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
004202     READ RUNCTL-FILE
004204         INVALID KEY
004206             DISPLAY 'EXBVRFY0200 NO RUNCTL ENTRY TO STAMP'
004208             CLOSE RUNCTL-FILE
004210             GO TO 8900-EXIT
004212     END-READ.
004214
004216     SET RCT-STEP-COMPLETE TO TRUE.
004218     MOVE RETURN-CODE      TO RCT-RETURN-CODE.
004220     ACCEPT RCT-END-DATE FROM DATE YYYYMMDD.
004222     ACCEPT RCT-END-TIME FROM TIME.
004224     MOVE 'DETAIL'           TO RCT-COUNT-LABEL(1).
004226     MOVE WS-DETAIL-COUNT    TO RCT-COUNT-VALUE(1).
004228     MOVE 'TRLCNT'           TO RCT-COUNT-LABEL(2).
004230     MOVE WS-TRL-COUNT       TO RCT-COUNT-VALUE(2).
004232
004234     REWRITE RUN-CONTROL-RECORD
004236         INVALID KEY
004238             DISPLAY 'EXBVRFY0200 RUNCTL REWRITE, STATUS = '
004240                     WS-RCT-FILE-STATUS
004242     END-REWRITE.
004244     CLOSE RUNCTL-FILE.
004246 8900-EXIT.
004248     EXIT.
004250
004252*-----------------------------------------------------------------
004254*    9800-VERIFY-FAIL
004256*    THE BATCH DID NOT PROVE. THE FAILURE IS REPORTED AND THE
004258*    RUN ENDS WITH RETURN CODE 16 SO THE JCL CONDITION CODES
004260*    KEEP EXEMPLO FROM RUNNING. BATCHCTL IS LEFT UNTOUCHED -
004262*    LAST-VERIFIED STAYS PUT, SO THE EXMERGE RERUN DERIVES AND
004264*    REASSIGNS THE SAME CONSOLIDATED NUMBER AND THE CORRECTED
004266*    RETRANSMISSION PROVES UNDER IT.
004268*-----------------------------------------------------------------
004270 9800-VERIFY-FAIL.
004280     MOVE 16 TO RETURN-CODE.
004290     MOVE 'BATCH FAILED - SEE CONSOLE' TO WS-RPT-RESULT-TXT.
