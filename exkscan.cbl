000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                   EXKSCAN.
000120 AUTHOR.                       J HENRIQUES.
000130 INSTALLATION.                 DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN.                 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*    MODIFICATION HISTORY
000180*--------------------------------------------------------------*
000190*    DATE       INIT  DESCRIPTION
000200*    ---------  ----  ------------------------------------------
000210*    10/15/2026 JH    ORIGINAL PROGRAM - ONE-TIME REPORT OF THE
000220*                      MASTER KEYS THAT FAIL THE KEY CHECK
000230*                      DIGIT, FOR PLANNING THEIR MIGRATION.
000231*    10/15/2026 JH    A MASTER READ ERROR ABENDS THE SCAN.
000240*--------------------------------------------------------------*
000250*    EXKSCAN READS THE MASTER END TO END AND HOLDS EVERY KEY
000260*    TO THE CHECK-DIGIT RULE NEW KEYS ARE ISSUED UNDER (SEE
000270*    KEYREC). KEYS MADE UP BEFORE THE ALLOCATION REGISTER
000280*    MOSTLY FAIL IT, AND EXMERGE, EXEMPLO, EXRCYC, AND EXUPD00
000290*    NOW REFUSE ANY TRANSACTION AGAINST A KEY THAT FAILS -
000300*    THOSE RECORDS CAN NO LONGER BE CHANGED OR DELETED UNTIL
000310*    THEY ARE MOVED TO ISSUED KEYS.
000320*
000330*    EVERY FAILING KEY IS LISTED WITH ITS DESCRIPTION AND WHY
000340*    IT FAILS - NOT NUMERIC, A BASE THAT CAN CARRY NO CHECK
000350*    DIGIT, OR THE WRONG CHECK DIGIT (WITH THE RIGHT ONE, SO A
000360*    KEY ONE DIGIT OFF CAN BE SPOTTED). NOTHING IS UPDATED.
000370*    THE RUN ENDS WITH RETURN CODE 4 WHEN ANY KEY FAILS.
000380*--------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.              IBM-370.
000420 OBJECT-COMPUTER.              IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT MASTER-FILE        ASSIGN TO OUTFILE
000460                                ORGANIZATION IS INDEXED
000470                                ACCESS MODE IS SEQUENTIAL
000480                                RECORD KEY IS OUT-KEY
000490                                FILE STATUS WS-MST-FILE-STATUS.
000495
000500     SELECT REPORT-FILE        ASSIGN TO RPTFILE
000510                                ORGANIZATION IS SEQUENTIAL.
000515
000520 DATA DIVISION.
000530 FILE SECTION.
000540*--------------------------------------------------------------*
000550*    MASTER-FILE - THE INDEXED MASTER MAINTAINED BY EXEMPLO
000560*--------------------------------------------------------------*
000570 FD  MASTER-FILE
000580     BLOCK CONTAINS 0 RECORDS
000590     RECORDING MODE IS F.
000600     COPY OUTMSTR.
000605
000610*--------------------------------------------------------------*
000620*    REPORT-FILE - FAILING KEYS AND SCAN CONTROL TOTALS
000630*--------------------------------------------------------------*
000640 FD  REPORT-FILE
000650     BLOCK CONTAINS 0 RECORDS
000660     RECORDING MODE IS F.
000670 01  REPORT-RECORD               PIC X(80).
000675
000680 WORKING-STORAGE SECTION.
000690*--------------------------------------------------------------*
000700*    SWITCHES
000710*--------------------------------------------------------------*
000720 01  WS-SWITCHES.
000730     05  WS-EOF-SW              PIC X(01) VALUE 'N'.
000740         88  WS-EOF                       VALUE 'Y'.
000745
000750*--------------------------------------------------------------*
000760*    COUNTERS
000770*--------------------------------------------------------------*
000780 01  WS-COUNTERS.
000790     05  WS-SCAN-COUNT          PIC 9(07) COMP VALUE ZERO.
000800     05  WS-PASS-COUNT          PIC 9(07) COMP VALUE ZERO.
000810     05  WS-NOT-NUMERIC-COUNT   PIC 9(07) COMP VALUE ZERO.
000820     05  WS-NO-CHECK-COUNT      PIC 9(07) COMP VALUE ZERO.
000830     05  WS-WRONG-CHECK-COUNT   PIC 9(07) COMP VALUE ZERO.
000840     05  WS-FAIL-COUNT          PIC 9(07) COMP VALUE ZERO.
000845
000850 01  WS-MST-FILE-STATUS         PIC X(02) VALUE SPACES.
000855
000860*--------------------------------------------------------------*
000870*    KEY CHECK DIGIT - SEE KEYREC FOR THE RULE. THE KEY TO BE
000880*    PROVED IS MOVED TO WS-KCK-KEY AND 3300-CHECK-DIGIT SETS
000890*    WS-KCK-SW. WS-KCK-CHECK IS THE DIGIT THE BASE CALLS FOR.
000900*--------------------------------------------------------------*
000910 01  WS-KCK-KEY                 PIC X(06) VALUE SPACES.
000920 01  WS-KCK-KEY-R REDEFINES WS-KCK-KEY.
000930     05  WS-KCK-DIGIT           PIC 9(01) OCCURS 6 TIMES.
000940 01  WS-KCK-BASE-R REDEFINES WS-KCK-KEY.
000950     05  WS-KCK-BASE            PIC X(05).
000960     05  FILLER                 PIC X(01).
000970 01  WS-KCK-WEIGHTS             PIC X(05) VALUE '65432'.
000980 01  WS-KCK-WEIGHTS-R REDEFINES WS-KCK-WEIGHTS.
000990     05  WS-KCK-WEIGHT          PIC 9(01) OCCURS 5 TIMES.
001000 01  WS-KCK-WORK.
001010     05  WS-KCK-IX              PIC 9(02) COMP VALUE ZERO.
001020     05  WS-KCK-SUM             PIC 9(04) COMP VALUE ZERO.
001030     05  WS-KCK-QUOTIENT        PIC 9(04) COMP VALUE ZERO.
001040     05  WS-KCK-REMAINDER       PIC 9(02) COMP VALUE ZERO.
001050     05  WS-KCK-CHECK           PIC 9(02) COMP VALUE ZERO.
001060 01  WS-KCK-SW                  PIC X(01) VALUE 'Y'.
001070     88  WS-KCK-GOOD                      VALUE 'Y'.
001080     88  WS-KCK-BAD                       VALUE 'N' 'U' 'X'.
001090     88  WS-KCK-WRONG-DIGIT               VALUE 'N'.
001100     88  WS-KCK-NO-CHECK-DIGIT            VALUE 'U'.
001110     88  WS-KCK-NOT-NUMERIC               VALUE 'X'.
001115
001120*--------------------------------------------------------------*
001130*    RUN DATE AND TIME - SET AT INITIALIZATION
001140*--------------------------------------------------------------*
001150 01  WS-RUN-DATE.
001160     05  WS-RUN-CCYY            PIC 9(04).
001170     05  WS-RUN-MM              PIC 9(02).
001180     05  WS-RUN-DD              PIC 9(02).
001185
001190 01  WS-RUN-TIME.
001200     05  WS-RUN-HH              PIC 9(02).
001210     05  WS-RUN-MN              PIC 9(02).
001220     05  WS-RUN-SS              PIC 9(02).
001230     05  WS-RUN-HS              PIC 9(02).
001235
001240*--------------------------------------------------------------*
001250*    REPORT-FILE LINE LAYOUTS
001260*--------------------------------------------------------------*
001270 01  WS-REPORT-LINES.
001280     05  WS-RPT-TITLE.
001290         10  FILLER             PIC X(28)
001300                                 VALUE 'EXKSCAN MASTER KEY CHECK'.
001310         10  FILLER             PIC X(52) VALUE SPACES.
001320     05  WS-RPT-RUNDATE.
001330         10  FILLER             PIC X(10) VALUE 'RUN DATE: '.
001340         10  WS-RPT-MM          PIC 99.
001350         10  FILLER             PIC X(01) VALUE '/'.
001360         10  WS-RPT-DD          PIC 99.
001370         10  FILLER             PIC X(01) VALUE '/'.
001380         10  WS-RPT-CCYY        PIC 9(04).
001390         10  FILLER             PIC X(05) VALUE SPACES.
001400         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
001410         10  WS-RPT-HH          PIC 99.
001420         10  FILLER             PIC X(01) VALUE ':'.
001430         10  WS-RPT-MN          PIC 99.
001440         10  FILLER             PIC X(01) VALUE ':'.
001450         10  WS-RPT-SS          PIC 99.
001460         10  FILLER             PIC X(37) VALUE SPACES.
001470     05  WS-RPT-EXCEPTION.
001480         10  FILLER             PIC X(05) VALUE 'KEY: '.
001490         10  WS-RPT-EXC-KEY     PIC X(06).
001500         10  FILLER             PIC X(02) VALUE SPACES.
001510         10  WS-RPT-EXC-TEXT    PIC X(32).
001520         10  FILLER             PIC X(02) VALUE SPACES.
001530         10  WS-RPT-EXC-DESC    PIC X(30).
001540         10  FILLER             PIC X(03) VALUE SPACES.
001550     05  WS-RPT-WRONG-TEXT.
001560         10  FILLER             PIC X(30)
001570             VALUE 'CHECK DIGIT WRONG - SHOULD BE '.
001580         10  WS-RPT-WRONG-DIGIT PIC 9(01).
001590         10  FILLER             PIC X(01) VALUE SPACES.
001600     05  WS-RPT-SCANNED.
001610         10  FILLER             PIC X(25)
001620                                 VALUE 'KEYS SCANNED . . . . . :'.
001630         10  WS-RPT-SCAN-CNT    PIC Z,ZZZ,ZZ9.
001640         10  FILLER             PIC X(46) VALUE SPACES.
001650     05  WS-RPT-PASSED.
001660         10  FILLER             PIC X(25)
001670                                 VALUE 'KEYS PASSING . . . . . :'.
001680         10  WS-RPT-PASS-CNT    PIC Z,ZZZ,ZZ9.
001690         10  FILLER             PIC X(46) VALUE SPACES.
001700     05  WS-RPT-NOT-NUMERIC.
001710         10  FILLER             PIC X(25)
001720                                 VALUE 'NOT NUMERIC  . . . . . :'.
001730         10  WS-RPT-NNUM-CNT    PIC Z,ZZZ,ZZ9.
001740         10  FILLER             PIC X(46) VALUE SPACES.
001750     05  WS-RPT-NO-CHECK.
001760         10  FILLER             PIC X(25)
001770                                 VALUE 'NO CHECK DIGIT POSSIBLE:'.
001780         10  WS-RPT-NCHK-CNT    PIC Z,ZZZ,ZZ9.
001790         10  FILLER             PIC X(46) VALUE SPACES.
001800     05  WS-RPT-WRONG-CHECK.
001810         10  FILLER             PIC X(25)
001820                                 VALUE 'WRONG CHECK DIGIT  . . :'.
001830         10  WS-RPT-WCHK-CNT    PIC Z,ZZZ,ZZ9.
001840         10  FILLER             PIC X(46) VALUE SPACES.
001850     05  WS-RPT-FAILED.
001860         10  FILLER             PIC X(25)
001870                                 VALUE 'KEYS FAILING . . . . . :'.
001880         10  WS-RPT-FAIL-CNT    PIC Z,ZZZ,ZZ9.
001890         10  FILLER             PIC X(46) VALUE SPACES.
001895
001900 PROCEDURE DIVISION.
001910*-----------------------------------------------------------------
001920*    0000-MAINLINE
001930*    CONTROLS OVERALL FLOW OF THE SCAN.
001940*-----------------------------------------------------------------
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
001970     PERFORM 3000-SCAN-RECORDS  THRU 3000-EXIT
001980         UNTIL WS-EOF.
001990     PERFORM 8000-FINALIZE      THRU 8000-EXIT.
002000     STOP RUN.
002005
002010*-----------------------------------------------------------------
002020*    1000-INITIALIZE
002030*    OPENS FILES AND PRIMES THE MASTER READ.
002040*-----------------------------------------------------------------
002050 1000-INITIALIZE.
002060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002070     ACCEPT WS-RUN-TIME FROM TIME.
002075
002080     OPEN INPUT MASTER-FILE.
002090     IF WS-MST-FILE-STATUS NOT = '00'
002100         DISPLAY 'EXKSCAN0999 CANNOT OPEN MASTER, STATUS = '
002110                 WS-MST-FILE-STATUS
002120         GO TO 9900-SCAN-ABEND
002130     END-IF.
002135
002140     OPEN OUTPUT REPORT-FILE.
002145
002150     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
002160     PERFORM 3100-READ-MASTER   THRU 3100-EXIT.
002170 1000-EXIT.
002180     EXIT.
002185
002190*-----------------------------------------------------------------
002200*    3000-SCAN-RECORDS
002210*    PROVES THE CHECK DIGIT OF ONE MASTER KEY, LISTS THE KEY
002220*    IF IT FAILS, AND READS THE NEXT RECORD.
002230*-----------------------------------------------------------------
002240 3000-SCAN-RECORDS.
002250     ADD 1 TO WS-SCAN-COUNT.
002255
002260     MOVE OUT-KEY TO WS-KCK-KEY.
002270     PERFORM 3300-CHECK-DIGIT THRU 3300-EXIT.
002275
002280     EVALUATE TRUE
002290         WHEN WS-KCK-GOOD
002300             ADD 1 TO WS-PASS-COUNT
002310         WHEN WS-KCK-NOT-NUMERIC
002320             ADD 1 TO WS-NOT-NUMERIC-COUNT
002330             MOVE 'KEY IS NOT NUMERIC' TO WS-RPT-EXC-TEXT
002340             PERFORM 3400-WRITE-EXCEPTION THRU 3400-EXIT
002350         WHEN WS-KCK-NO-CHECK-DIGIT
002360             ADD 1 TO WS-NO-CHECK-COUNT
002370             MOVE 'BASE CAN CARRY NO CHECK DIGIT'
002380                                  TO WS-RPT-EXC-TEXT
002390             PERFORM 3400-WRITE-EXCEPTION THRU 3400-EXIT
002400         WHEN OTHER
002410             ADD 1 TO WS-WRONG-CHECK-COUNT
002420             MOVE WS-KCK-CHECK      TO WS-RPT-WRONG-DIGIT
002430             MOVE WS-RPT-WRONG-TEXT TO WS-RPT-EXC-TEXT
002440             PERFORM 3400-WRITE-EXCEPTION THRU 3400-EXIT
002450     END-EVALUATE.
002455
002460     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
002470 3000-EXIT.
002480     EXIT.
002485
002490*-----------------------------------------------------------------
002500*    3100-READ-MASTER
002510*    READS THE NEXT MASTER RECORD IN KEY SEQUENCE.
002520*-----------------------------------------------------------------
002530 3100-READ-MASTER.
002540     READ MASTER-FILE
002550         AT END
002560             SET WS-EOF TO TRUE
002570     END-READ.
002572
002574     IF WS-MST-FILE-STATUS NOT = '00' AND NOT = '10'
002576         DISPLAY 'EXKSCAN0999 CANNOT READ MASTER, STATUS = '
002577                 WS-MST-FILE-STATUS
002578         GO TO 9900-SCAN-ABEND
002579     END-IF.
002580 3100-EXIT.
002590     EXIT.
002595
002600*-----------------------------------------------------------------
002610*    3300-CHECK-DIGIT
002620*    PROVES THE CHECK DIGIT IN THE SIXTH POSITION OF
002630*    WS-KCK-KEY - MODULUS 11 ON THE FIVE-DIGIT BASE, WEIGHTED
002640*    6-5-4-3-2. A BASE WHOSE REMAINDER IS 1 CAN CARRY NO
002650*    CHECK DIGIT, SO NO KEY ON IT CAN PASS.
002660*-----------------------------------------------------------------
002670 3300-CHECK-DIGIT.
002680     IF WS-KCK-KEY NOT NUMERIC
002690         SET WS-KCK-NOT-NUMERIC TO TRUE
002700         GO TO 3300-EXIT
002710     END-IF.
002715
002720     MOVE ZERO TO WS-KCK-SUM.
002730     PERFORM 3310-WEIGH-DIGIT THRU 3310-EXIT
002740         VARYING WS-KCK-IX FROM 1 BY 1
002750         UNTIL WS-KCK-IX > 5.
002760     DIVIDE WS-KCK-SUM BY 11 GIVING WS-KCK-QUOTIENT
002770         REMAINDER WS-KCK-REMAINDER.
002775
002780     IF WS-KCK-REMAINDER = 1
002790         SET WS-KCK-NO-CHECK-DIGIT TO TRUE
002800         GO TO 3300-EXIT
002810     END-IF.
002820     IF WS-KCK-REMAINDER = ZERO
002830         MOVE ZERO TO WS-KCK-CHECK
002840     ELSE
002850         COMPUTE WS-KCK-CHECK = 11 - WS-KCK-REMAINDER
002860     END-IF.
002865
002870     IF WS-KCK-DIGIT (6) = WS-KCK-CHECK
002880         SET WS-KCK-GOOD TO TRUE
002890     ELSE
002900         SET WS-KCK-WRONG-DIGIT TO TRUE
002910     END-IF.
002920 3300-EXIT.
002930     EXIT.
002935
002940 3310-WEIGH-DIGIT.
002950     COMPUTE WS-KCK-SUM = WS-KCK-SUM
002960           + WS-KCK-DIGIT (WS-KCK-IX) * WS-KCK-WEIGHT (WS-KCK-IX).
002970 3310-EXIT.
002980     EXIT.
002985
002990*-----------------------------------------------------------------
003000*    3400-WRITE-EXCEPTION
003010*    LISTS ONE FAILING KEY WITH ITS DESCRIPTION. THE CALLER
003020*    SETS THE EXCEPTION TEXT.
003030*-----------------------------------------------------------------
003040 3400-WRITE-EXCEPTION.
003050     ADD 1 TO WS-FAIL-COUNT.
003060     MOVE OUT-KEY  TO WS-RPT-EXC-KEY.
003070     MOVE OUT-DESC TO WS-RPT-EXC-DESC.
003080     MOVE WS-RPT-EXCEPTION TO REPORT-RECORD.
003090     WRITE REPORT-RECORD.
003100 3400-EXIT.
003110     EXIT.
003115
003120*-----------------------------------------------------------------
003130*    8000-FINALIZE
003140*    WRITES THE CONTROL TOTALS, CLOSES THE FILES, AND SETS
003150*    RETURN CODE 4 WHEN ANY KEY FAILS.
003160*-----------------------------------------------------------------
003170 8000-FINALIZE.
003180     PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
003185
003190     CLOSE MASTER-FILE
003200           REPORT-FILE.
003205
003210     DISPLAY 'EXKSCAN0100 ' WS-SCAN-COUNT ' KEYS SCANNED, '
003220             WS-FAIL-COUNT ' FAIL THE CHECK DIGIT'.
003230     IF WS-FAIL-COUNT > ZERO
003240         MOVE 4 TO RETURN-CODE
003250     END-IF.
003260 8000-EXIT.
003270     EXIT.
003275
003280*--------------------------------------------------------------*
003290*    8100-WRITE-HEADING
003300*    WRITES THE REPORT TITLE AND RUN STAMP.
003310*--------------------------------------------------------------*
003320 8100-WRITE-HEADING.
003330     MOVE WS-RPT-TITLE TO REPORT-RECORD.
003340     WRITE REPORT-RECORD.
003345
003350     MOVE WS-RUN-MM TO WS-RPT-MM.
003360     MOVE WS-RUN-DD TO WS-RPT-DD.
003370     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
003380     MOVE WS-RUN-HH TO WS-RPT-HH.
003390     MOVE WS-RUN-MN TO WS-RPT-MN.
003400     MOVE WS-RUN-SS TO WS-RPT-SS.
003410     MOVE WS-RPT-RUNDATE TO REPORT-RECORD.
003420     WRITE REPORT-RECORD.
003430 8100-EXIT.
003440     EXIT.
003445
003450*--------------------------------------------------------------*
003460*    8200-WRITE-TOTALS
003470*    BUILDS AND WRITES THE SCAN CONTROL TOTALS.
003480*--------------------------------------------------------------*
003490 8200-WRITE-TOTALS.
003500     MOVE WS-SCAN-COUNT TO WS-RPT-SCAN-CNT.
003510     MOVE WS-RPT-SCANNED TO REPORT-RECORD.
003520     WRITE REPORT-RECORD.
003525
003530     MOVE WS-PASS-COUNT TO WS-RPT-PASS-CNT.
003540     MOVE WS-RPT-PASSED TO REPORT-RECORD.
003550     WRITE REPORT-RECORD.
003555
003560     MOVE WS-NOT-NUMERIC-COUNT TO WS-RPT-NNUM-CNT.
003570     MOVE WS-RPT-NOT-NUMERIC TO REPORT-RECORD.
003580     WRITE REPORT-RECORD.
003585
003590     MOVE WS-NO-CHECK-COUNT TO WS-RPT-NCHK-CNT.
003600     MOVE WS-RPT-NO-CHECK TO REPORT-RECORD.
003610     WRITE REPORT-RECORD.
003615
003620     MOVE WS-WRONG-CHECK-COUNT TO WS-RPT-WCHK-CNT.
003630     MOVE WS-RPT-WRONG-CHECK TO REPORT-RECORD.
003640     WRITE REPORT-RECORD.
003645
003650     MOVE WS-FAIL-COUNT TO WS-RPT-FAIL-CNT.
003660     MOVE WS-RPT-FAILED TO REPORT-RECORD.
003670     WRITE REPORT-RECORD.
003680 8200-EXIT.
003690     EXIT.
003695
003700*-----------------------------------------------------------------
003710*    9900-SCAN-ABEND
003720*    TERMINATES THE RUN WITH A NON-ZERO RETURN CODE.
003730*-----------------------------------------------------------------
003740 9900-SCAN-ABEND.
003750     MOVE 16 TO RETURN-CODE.
003760     STOP RUN.
