000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                   EXASOF.
000120 AUTHOR.                       J HENRIQUES.
000130 INSTALLATION.                 DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN.                 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*    MODIFICATION HISTORY
000180*--------------------------------------------------------------*
000190*    DATE       INIT  DESCRIPTION
000200*    ---------  ----  ------------------------------------------
000210*    10/15/2026 JH    ORIGINAL PROGRAM - AS-OF EXTRACT OF THE
000220*                      MASTER AS IT STOOD ON A GIVEN DATE, FROM
000230*                      THE RATEHST VALUE HISTORY.
000233*    10/15/2026 JH    THE AS-OF DATE ON ASOCARD IS CCYYMMDD, COLS
000236*                      13-20, MATCHING THE RATE HISTORY.
000238*    10/15/2026 JH    A KEY WITH NO HISTORY WHOSE MASTER RECORD
000240*                      WAS MAINTAINED AFTER THE AS-OF DATE IS
000242*                      LISTED AS NOT YET IN HISTORY INSTEAD OF
000244*                      BEING EXTRACTED FROM THE MASTER, AND THE
000246*                      RUN ENDS RETURN CODE 4.
000248*    10/15/2026 JH    A BASELINE ROW WHOSE IMAGE WAS MAINTAINED
000250*                      AFTER THE AS-OF DATE IS REFUSED THE SAME
000252*                      WAY. THE REFUSAL NO LONGER PROMISES THE
000254*                      VALUE AFTER THE NEXT EXRHST RUN.
000256*--------------------------------------------------------------*
000258*    EXASOF ANSWERS "WHAT DID THIS KEY HOLD ON THIS DATE" FOR
000260*    ONE KEY OR A RANGE OF KEYS, WITHOUT RESTORING AN OLD
000270*    EXUNLD GENERATION. IT IS RUN ON REQUEST, NOT NIGHTLY.
000280*
000290*    THE ASOCARD CONTROL CARD CARRIES THE KEY RANGE AND THE
000300*    AS-OF DATE (CCYYMMDD). THE DATE IS REQUIRED. A BLANK LOW KEY
000310*    STARTS AT THE FRONT OF THE FILE, A BLANK HIGH KEY ASKS FOR
000320*    THE LOW KEY ALONE - BOTH BLANK ASKS FOR EVERY KEY.
000330*
000340*    THE MASTER AND THE HISTORY ARE READ TOGETHER IN KEY ORDER.
000350*    FOR A KEY WITH HISTORY, THE LAST HISTORY RECORD DATED ON
000360*    OR BEFORE THE AS-OF DATE IS THE ANSWER - A DELETE IMAGE,
000370*    OR NO HISTORY THAT EARLY, MEANS THE KEY WAS NOT ON FILE
000380*    THAT DAY. A KEY WITH NO HISTORY HAS NOT CHANGED SINCE THE
000390*    HISTORY BEGAN, AND ITS CURRENT MASTER RECORD IS THE ANSWER
000392*    - UNLESS THAT RECORD WAS MAINTAINED AFTER THE AS-OF DATE.
000394*    THE SAME GOES FOR A BASELINE RECORD, WHOSE IMAGE IS THE
000396*    KEY AS IT STOOD WHEN THE HISTORY BEGAN. THE VALUES ON THE
000398*    DATE ARE THEN NOT ON RATEHST - THEY MAY COME WITH THE NEXT
000400*    EXRHST RUN, OR, FOR A DATE BEFORE THE HISTORY BEGAN, NEVER.
000402*    THE KEY IS LISTED AS NOT IN HISTORY, NOTHING IS EXTRACTED
000404*    FOR IT, AND THE RUN ENDS RETURN CODE 4.
000406*    EVERY KEY FOUND IS WRITTEN TO ASOFILE AS A FULL OUTMSTR
000410*    IMAGE AND LISTED ON THE REPORT WITH WHERE IT CAME FROM.
000420*--------------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.              IBM-370.
000460 OBJECT-COMPUTER.              IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT MASTER-FILE        ASSIGN TO OUTFILE
000500                                ORGANIZATION IS INDEXED
000510                                ACCESS MODE IS DYNAMIC
000520                                RECORD KEY IS OUT-KEY
000530                                    OF OUTPUT-RECORD
000540                                FILE STATUS WS-MST-FILE-STATUS.
000550
000560     SELECT HISTORY-FILE       ASSIGN TO RATEHST
000570                                ORGANIZATION IS INDEXED
000580                                ACCESS MODE IS DYNAMIC
000590                                RECORD KEY IS RHS-RECORD-KEY
000600                                FILE STATUS WS-RHS-FILE-STATUS.
000610
000620     SELECT ASOCARD-FILE       ASSIGN TO ASOCARD
000630                                ORGANIZATION IS SEQUENTIAL
000640                                FILE STATUS WS-CRD-FILE-STATUS.
000650
000660     SELECT ASOF-FILE          ASSIGN TO ASOFILE
000670                                ORGANIZATION IS SEQUENTIAL.
000680
000690     SELECT REPORT-FILE        ASSIGN TO RPTFILE
000700                                ORGANIZATION IS SEQUENTIAL.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740*--------------------------------------------------------------*
000750*    MASTER-FILE - THE INDEXED MASTER MAINTAINED BY EXEMPLO
000760*--------------------------------------------------------------*
000770 FD  MASTER-FILE
000780     BLOCK CONTAINS 0 RECORDS
000790     RECORDING MODE IS F.
000800     COPY OUTMSTR.
000810
000820*--------------------------------------------------------------*
000830*    HISTORY-FILE - THE PERMANENT VALUE HISTORY (SEE EXRHST)
000840*--------------------------------------------------------------*
000850 FD  HISTORY-FILE
000860     BLOCK CONTAINS 0 RECORDS
000870     RECORDING MODE IS F.
000880     COPY RHSREC.
000890
000900*--------------------------------------------------------------*
000910*    ASOCARD-FILE - KEY RANGE AND AS-OF DATE
000920*--------------------------------------------------------------*
000930 FD  ASOCARD-FILE
000940     RECORDING MODE IS F.
000950 01  ASOCARD-RECORD.
000960     05  ASO-KEY-LOW            PIC X(06).
000970     05  ASO-KEY-HIGH           PIC X(06).
000980     05  ASO-AS-OF-DATE         PIC 9(08).
000990     05  FILLER                 PIC X(60).
001000
001010*--------------------------------------------------------------*
001020*    ASOF-FILE - THE MASTER RECORDS AS THEY STOOD ON THE DATE
001030*--------------------------------------------------------------*
001040 FD  ASOF-FILE
001050     BLOCK CONTAINS 0 RECORDS
001060     RECORDING MODE IS F.
001070 01  ASOF-FILE-RECORD           PIC X(78).
001080
001090*--------------------------------------------------------------*
001100*    REPORT-FILE - AS-OF LISTING AND CONTROL TOTALS
001110*--------------------------------------------------------------*
001120 FD  REPORT-FILE
001130     BLOCK CONTAINS 0 RECORDS
001140     RECORDING MODE IS F.
001150 01  REPORT-RECORD               PIC X(80).
001160
001170 WORKING-STORAGE SECTION.
001180*--------------------------------------------------------------*
001190*    SWITCHES
001200*--------------------------------------------------------------*
001210 01  WS-SWITCHES.
001220     05  WS-FOUND-SW            PIC X(01) VALUE 'N'.
001230         88  WS-FOUND                     VALUE 'Y'.
001240         88  WS-NOT-FOUND                 VALUE 'N'.
001245     05  WS-HISTORY-SW          PIC X(01) VALUE 'N'.
001246         88  WS-HISTORY-OPEN              VALUE 'Y'.
001250
001260*--------------------------------------------------------------*
001270*    COUNTERS
001280*--------------------------------------------------------------*
001290 01  WS-COUNTERS.
001300     05  WS-KEY-COUNT           PIC 9(07) COMP VALUE ZERO.
001310     05  WS-HISTORY-COUNT       PIC 9(07) COMP VALUE ZERO.
001320     05  WS-UNCHANGED-COUNT     PIC 9(07) COMP VALUE ZERO.
001330     05  WS-ABSENT-COUNT        PIC 9(07) COMP VALUE ZERO.
001340     05  WS-EXTRACT-COUNT       PIC 9(07) COMP VALUE ZERO.
001345     05  WS-NOT-YET-COUNT       PIC 9(07) COMP VALUE ZERO.
001350
001360 01  WS-MST-FILE-STATUS         PIC X(02) VALUE SPACES.
001370 01  WS-RHS-FILE-STATUS         PIC X(02) VALUE SPACES.
001380 01  WS-CRD-FILE-STATUS         PIC X(02) VALUE SPACES.
001390
001400*--------------------------------------------------------------*
001410*    SELECTION - KEY RANGE AND AS-OF DATE FROM ASOCARD
001420*--------------------------------------------------------------*
001430 01  WS-SELECTION.
001440     05  WS-KEY-LOW             PIC X(06) VALUE LOW-VALUES.
001450     05  WS-KEY-HIGH            PIC X(06) VALUE HIGH-VALUES.
001460     05  WS-ASOF-DATE           PIC 9(08) VALUE ZERO.
001470
001480*--------------------------------------------------------------*
001490*    MATCH KEYS - HIGH-VALUES ONCE A FILE IS PAST THE RANGE
001500*--------------------------------------------------------------*
001510 01  WS-MATCH-KEYS.
001520     05  WS-MST-KEY             PIC X(06) VALUE LOW-VALUES.
001530     05  WS-HST-KEY             PIC X(06) VALUE LOW-VALUES.
001540     05  WS-CUR-KEY             PIC X(06) VALUE LOW-VALUES.
001550
001560*--------------------------------------------------------------*
001570*    THE ANSWER FOR THE CURRENT KEY AND WHERE IT CAME FROM
001580*--------------------------------------------------------------*
001590 COPY OUTMSTR REPLACING ==OUTPUT-RECORD== BY ==WS-ASOF-RECORD==.
001600 01  WS-ASOF-FROM-DATE          PIC 9(08) VALUE ZERO.
001610 01  WS-ASOF-ACTION             PIC X(08) VALUE SPACES.
001620     88  WS-ASOF-BASELINE                 VALUE 'BASELINE'.
001630
001640*--------------------------------------------------------------*
001650*    RUN DATE AND TIME - SET AT INITIALIZATION
001660*--------------------------------------------------------------*
001670 01  WS-RUN-DATE.
001680     05  WS-RUN-CCYY            PIC 9(04).
001690     05  WS-RUN-MM              PIC 9(02).
001700     05  WS-RUN-DD              PIC 9(02).
001710 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
001720                                PIC 9(08).
001730
001740 01  WS-RUN-TIME.
001750     05  WS-RUN-HH              PIC 9(02).
001760     05  WS-RUN-MN              PIC 9(02).
001770     05  WS-RUN-SS              PIC 9(02).
001780     05  WS-RUN-HS              PIC 9(02).
001790
001800*--------------------------------------------------------------*
001810*    REPORT-FILE LINE LAYOUTS
001820*--------------------------------------------------------------*
001830 01  WS-REPORT-LINES.
001840     05  WS-RPT-TITLE.
001850         10  FILLER             PIC X(23)
001860                                 VALUE 'EXASOF AS-OF EXTRACT'.
001870         10  FILLER             PIC X(57) VALUE SPACES.
001880     05  WS-RPT-RUNDATE.
001890         10  FILLER             PIC X(10) VALUE 'RUN DATE: '.
001900         10  WS-RPT-MM          PIC 99.
001910         10  FILLER             PIC X(01) VALUE '/'.
001920         10  WS-RPT-DD          PIC 99.
001930         10  FILLER             PIC X(01) VALUE '/'.
001940         10  WS-RPT-CCYY        PIC 9(04).
001950         10  FILLER             PIC X(05) VALUE SPACES.
001960         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
001970         10  WS-RPT-HH          PIC 99.
001980         10  FILLER             PIC X(01) VALUE ':'.
001990         10  WS-RPT-MN          PIC 99.
002000         10  FILLER             PIC X(01) VALUE ':'.
002010         10  WS-RPT-SS          PIC 99.
002020         10  FILLER             PIC X(37) VALUE SPACES.
002030     05  WS-RPT-SELECTION.
002040         10  FILLER             PIC X(12) VALUE 'AS OF DATE: '.
002050         10  WS-RPT-SEL-DATE    PIC 9(08).
002060         10  FILLER             PIC X(03) VALUE SPACES.
002070         10  FILLER             PIC X(06) VALUE 'KEYS: '.
002080         10  WS-RPT-SEL-LOW     PIC X(06).
002090         10  FILLER             PIC X(04) VALUE ' TO '.
002100         10  WS-RPT-SEL-HIGH    PIC X(06).
002110         10  FILLER             PIC X(35) VALUE SPACES.
002120     05  WS-RPT-HEADING.
002130         10  FILLER             PIC X(40)
002140             VALUE 'KEY    ST      AMOUNT  DESCRIPTION'.
002150         10  FILLER             PIC X(40)
002160             VALUE '                FROM      SOURCE'.
002170     05  WS-RPT-DETAIL.
002180         10  WS-RPT-DET-KEY     PIC X(06).
002190         10  FILLER             PIC X(02) VALUE SPACES.
002200         10  WS-RPT-DET-STATUS  PIC X(01).
002210         10  FILLER             PIC X(02) VALUE SPACES.
002220         10  WS-RPT-DET-AMOUNT  PIC -9999999.99.
002230         10  FILLER             PIC X(02) VALUE SPACES.
002240         10  WS-RPT-DET-DESC    PIC X(30).
002250         10  FILLER             PIC X(02) VALUE SPACES.
002260         10  WS-RPT-DET-FROM    PIC X(08).
002270         10  FILLER             PIC X(02) VALUE SPACES.
002280         10  WS-RPT-DET-SOURCE  PIC X(11).
002290         10  FILLER             PIC X(03) VALUE SPACES.
002300     05  WS-RPT-KEYS.
002310         10  FILLER             PIC X(25)
002320                                 VALUE 'KEYS IN RANGE  . . . . :'.
002330         10  WS-RPT-KEY-CNT     PIC Z,ZZZ,ZZ9.
002340         10  FILLER             PIC X(46) VALUE SPACES.
002350     05  WS-RPT-HISTORY.
002360         10  FILLER             PIC X(25)
002370                                 VALUE 'TAKEN FROM HISTORY . . :'.
002380         10  WS-RPT-HST-CNT     PIC Z,ZZZ,ZZ9.
002390         10  FILLER             PIC X(46) VALUE SPACES.
002400     05  WS-RPT-UNCHANGED.
002410         10  FILLER             PIC X(25)
002420                                 VALUE 'UNCHANGED ON MASTER  . :'.
002430         10  WS-RPT-UNC-CNT     PIC Z,ZZZ,ZZ9.
002440         10  FILLER             PIC X(46) VALUE SPACES.
002450     05  WS-RPT-EXTRACTED.
002460         10  FILLER             PIC X(25)
002470                                 VALUE 'RECORDS EXTRACTED  . . :'.
002480         10  WS-RPT-EXT-CNT     PIC Z,ZZZ,ZZ9.
002490         10  FILLER             PIC X(46) VALUE SPACES.
002500     05  WS-RPT-ABSENT.
002510         10  FILLER             PIC X(25)
002520                                 VALUE 'NOT ON FILE THAT DATE  :'.
002530         10  WS-RPT-ABS-CNT     PIC Z,ZZZ,ZZ9.
002540         10  FILLER             PIC X(46) VALUE SPACES.
002542     05  WS-RPT-NOT-YET.
002544         10  FILLER             PIC X(25)
002546                                 VALUE 'NOT IN HISTORY . . . . :'.
002548         10  WS-RPT-NYT-CNT     PIC Z,ZZZ,ZZ9.
002550         10  FILLER             PIC X(46) VALUE SPACES.
002552     05  WS-RPT-NOT-YET-DETAIL.
002554         10  WS-RPT-NYD-KEY     PIC X(06).
002556         10  FILLER             PIC X(05) VALUE SPACES.
002558         10  FILLER             PIC X(27)
002559             VALUE 'AS-OF VALUE NOT IN HISTORY '.
002560         10  FILLER             PIC X(28)
002561             VALUE '- MAINTAINED AFTER THE DATE'.
002562         10  FILLER             PIC X(14) VALUE SPACES.
002564
002567 PROCEDURE DIVISION.
002570*-----------------------------------------------------------------
002580*    0000-MAINLINE
002590*    READS THE SELECTION, THEN MATCHES THE MASTER AND THE
002600*    HISTORY KEY BY KEY ACROSS THE RANGE.
002610*-----------------------------------------------------------------
002620 0000-MAINLINE.
002630     PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
002640
002650     PERFORM 3000-PROCESS-KEY   THRU 3000-EXIT
002660         UNTIL WS-MST-KEY = HIGH-VALUES
002670           AND WS-HST-KEY = HIGH-VALUES.
002680
002690     PERFORM 8000-FINALIZE      THRU 8000-EXIT.
002700     STOP RUN.
002710
002720*-----------------------------------------------------------------
002730*    1000-INITIALIZE
002740*    READS ASOCARD, OPENS THE FILES, AND POSITIONS THE MASTER
002750*    AND THE HISTORY AT THE LOW KEY.
002760*-----------------------------------------------------------------
002770 1000-INITIALIZE.
002780     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002790     ACCEPT WS-RUN-TIME FROM TIME.
002800
002810     PERFORM 1100-READ-CARD     THRU 1100-EXIT.
002820
002830     OPEN INPUT MASTER-FILE.
002840     IF WS-MST-FILE-STATUS NOT = '00'
002850         DISPLAY 'EXASOF0999 CANNOT OPEN OUTFILE, STATUS = '
002860                 WS-MST-FILE-STATUS
002870         GO TO 9900-ASOF-ABEND
002880     END-IF.
002890
002900     OPEN INPUT HISTORY-FILE.
002910     IF WS-RHS-FILE-STATUS NOT = '00'
002920         DISPLAY 'EXASOF0200 NO RATEHST HISTORY, STATUS = '
002930                 WS-RHS-FILE-STATUS
002940         DISPLAY 'EXASOF0200 EVERY KEY IS TAKEN FROM THE MASTER'
002950         MOVE HIGH-VALUES TO WS-HST-KEY
002960     ELSE
002965         SET WS-HISTORY-OPEN TO TRUE
002970         PERFORM 1300-START-HISTORY THRU 1300-EXIT
002980     END-IF.
002990
003000     PERFORM 1200-START-MASTER  THRU 1200-EXIT.
003010
003020     OPEN OUTPUT ASOF-FILE
003030                 REPORT-FILE.
003040
003050     PERFORM 8100-WRITE-HEADINGS THRU 8100-EXIT.
003060 1000-EXIT.
003070     EXIT.
003080
003090*-----------------------------------------------------------------
003100*    1100-READ-CARD
003110*    THE CARD IS REQUIRED - THERE IS NO SENSIBLE DEFAULT FOR
003120*    THE DATE BEING ASKED ABOUT.
003130*-----------------------------------------------------------------
003140 1100-READ-CARD.
003150     OPEN INPUT ASOCARD-FILE.
003160     IF WS-CRD-FILE-STATUS NOT = '00'
003170         DISPLAY 'EXASOF0999 NO ASOCARD, STATUS = '
003180                 WS-CRD-FILE-STATUS
003190         GO TO 9900-ASOF-ABEND
003200     END-IF.
003210
003220     READ ASOCARD-FILE
003230         AT END
003240             DISPLAY 'EXASOF0999 ASOCARD IS EMPTY'
003250             CLOSE ASOCARD-FILE
003260             GO TO 9900-ASOF-ABEND
003270     END-READ.
003280     CLOSE ASOCARD-FILE.
003290
003300     IF ASO-AS-OF-DATE NOT NUMERIC
003310      OR ASO-AS-OF-DATE = ZERO
003320         DISPLAY 'EXASOF0999 ASOCARD AS-OF DATE INVALID: '
003330                 ASO-AS-OF-DATE
003340         GO TO 9900-ASOF-ABEND
003350     END-IF.
003360     MOVE ASO-AS-OF-DATE TO WS-ASOF-DATE.
003370
003380     IF ASO-KEY-LOW NOT = SPACES
003390         MOVE ASO-KEY-LOW TO WS-KEY-LOW
003400         IF ASO-KEY-HIGH = SPACES
003410             MOVE ASO-KEY-LOW  TO WS-KEY-HIGH
003420         END-IF
003430     END-IF.
003440     IF ASO-KEY-HIGH NOT = SPACES
003450         MOVE ASO-KEY-HIGH TO WS-KEY-HIGH
003460     END-IF.
003470
003480     IF WS-KEY-LOW > WS-KEY-HIGH
003490         DISPLAY 'EXASOF0999 ASOCARD LOW KEY ' WS-KEY-LOW
003500                 ' IS ABOVE HIGH KEY ' WS-KEY-HIGH
003510         GO TO 9900-ASOF-ABEND
003520     END-IF.
003530
003540     DISPLAY 'EXASOF0100 EXTRACTING AS OF ' WS-ASOF-DATE.
003550 1100-EXIT.
003560     EXIT.
003570
003580*-----------------------------------------------------------------
003590*    1200-START-MASTER
003600*    POSITIONS THE MASTER AT THE FIRST KEY IN THE RANGE.
003610*-----------------------------------------------------------------
003620 1200-START-MASTER.
003630     MOVE WS-KEY-LOW TO OUT-KEY OF OUTPUT-RECORD.
003640     START MASTER-FILE KEY NOT < OUT-KEY OF OUTPUT-RECORD
003650         INVALID KEY
003660             MOVE HIGH-VALUES TO WS-MST-KEY
003670             GO TO 1200-EXIT
003680     END-START.
003690     PERFORM 3100-READ-MASTER   THRU 3100-EXIT.
003700 1200-EXIT.
003710     EXIT.
003720
003730*-----------------------------------------------------------------
003740*    1300-START-HISTORY
003750*    POSITIONS THE HISTORY AT THE FIRST RECORD FOR THE FIRST
003760*    KEY IN THE RANGE.
003770*-----------------------------------------------------------------
003780 1300-START-HISTORY.
003790     MOVE WS-KEY-LOW TO RHS-KEY.
003800     MOVE ZERO       TO RHS-EFF-DATE
003810                        RHS-EFF-TIME
003820                        RHS-EFF-SEQ.
003830     START HISTORY-FILE KEY NOT < RHS-RECORD-KEY
003840         INVALID KEY
003850             MOVE HIGH-VALUES TO WS-HST-KEY
003860             GO TO 1300-EXIT
003870     END-START.
003880     PERFORM 3200-READ-HISTORY  THRU 3200-EXIT.
003890 1300-EXIT.
003900     EXIT.
003910
003920*-----------------------------------------------------------------
003930*    3000-PROCESS-KEY
003940*    TAKES THE LOWER OF THE TWO KEYS. A KEY WITH HISTORY IS
003950*    ANSWERED FROM ITS HISTORY, ANY OTHER FROM THE MASTER -
003952*    PROVIDED THE BASELINE OR MASTER IMAGE USED WAS NOT
003954*    MAINTAINED AFTER THE DATE.
003960*-----------------------------------------------------------------
003970 3000-PROCESS-KEY.
003980     IF WS-HST-KEY < WS-MST-KEY
003990         MOVE WS-HST-KEY TO WS-CUR-KEY
004000     ELSE
004010         MOVE WS-MST-KEY TO WS-CUR-KEY
004020     END-IF.
004030     ADD 1 TO WS-KEY-COUNT.
004040
004050     IF WS-HST-KEY = WS-CUR-KEY
004060         SET WS-NOT-FOUND TO TRUE
004070         PERFORM 3300-SCAN-HISTORY THRU 3300-EXIT
004080             UNTIL WS-HST-KEY NOT = WS-CUR-KEY
004090         IF WS-FOUND
004100          AND WS-ASOF-RECORD NOT = LOW-VALUES
004103             IF WS-ASOF-BASELINE
004106              AND OUT-MAINT-DATE OF WS-ASOF-RECORD > WS-ASOF-DATE
004109                 ADD 1 TO WS-NOT-YET-COUNT
004112                 PERFORM 3700-LIST-NOT-YET THRU 3700-EXIT
004115             ELSE
004118                 ADD 1 TO WS-HISTORY-COUNT
004121                 PERFORM 3500-WRITE-EXTRACT THRU 3500-EXIT
004124             END-IF
004130         ELSE
004140             ADD 1 TO WS-ABSENT-COUNT
004150             PERFORM 3600-LIST-ABSENT THRU 3600-EXIT
004160         END-IF
004170     ELSE
004180         IF OUT-MAINT-DATE OF OUTPUT-RECORD > WS-ASOF-DATE
004190             ADD 1 TO WS-NOT-YET-COUNT
004200             PERFORM 3700-LIST-NOT-YET THRU 3700-EXIT
004210         ELSE
004212             MOVE OUTPUT-RECORD TO WS-ASOF-RECORD
004214             MOVE SPACES        TO WS-ASOF-ACTION
004216             MOVE ZERO          TO WS-ASOF-FROM-DATE
004218             ADD 1 TO WS-UNCHANGED-COUNT
004220             PERFORM 3500-WRITE-EXTRACT THRU 3500-EXIT
004222         END-IF
004230     END-IF.
004240
004250     IF WS-MST-KEY = WS-CUR-KEY
004260         PERFORM 3100-READ-MASTER THRU 3100-EXIT
004270     END-IF.
004280 3000-EXIT.
004290     EXIT.
004300
004310*-----------------------------------------------------------------
004320*    3100-READ-MASTER
004330*    READS THE NEXT MASTER RECORD. END OF FILE OR A KEY PAST
004340*    THE RANGE ENDS THE MASTER SIDE OF THE MATCH.
004350*-----------------------------------------------------------------
004360 3100-READ-MASTER.
004370     READ MASTER-FILE NEXT
004380         AT END
004390             MOVE HIGH-VALUES TO WS-MST-KEY
004400             GO TO 3100-EXIT
004410     END-READ.
004420     IF OUT-KEY OF OUTPUT-RECORD > WS-KEY-HIGH
004430         MOVE HIGH-VALUES TO WS-MST-KEY
004440     ELSE
004450         MOVE OUT-KEY OF OUTPUT-RECORD TO WS-MST-KEY
004460     END-IF.
004470 3100-EXIT.
004480     EXIT.
004490
004500*-----------------------------------------------------------------
004510*    3200-READ-HISTORY
004520*    READS THE NEXT HISTORY RECORD. END OF FILE OR A KEY PAST
004530*    THE RANGE ENDS THE HISTORY SIDE OF THE MATCH.
004540*-----------------------------------------------------------------
004550 3200-READ-HISTORY.
004560     READ HISTORY-FILE NEXT
004570         AT END
004580             MOVE HIGH-VALUES TO WS-HST-KEY
004590             GO TO 3200-EXIT
004600     END-READ.
004610     IF RHS-KEY > WS-KEY-HIGH
004620         MOVE HIGH-VALUES TO WS-HST-KEY
004630     ELSE
004640         MOVE RHS-KEY TO WS-HST-KEY
004650     END-IF.
004660 3200-EXIT.
004670     EXIT.
004680
004690*-----------------------------------------------------------------
004700*    3300-SCAN-HISTORY
004710*    KEEPS THE LATEST HISTORY RECORD DATED ON OR BEFORE THE
004720*    AS-OF DATE. THE HISTORY IS IN DATE ORDER WITHIN THE KEY,
004730*    SO THE LAST ONE KEPT IS THE VALUE IN FORCE THAT DAY.
004740*-----------------------------------------------------------------
004750 3300-SCAN-HISTORY.
004760     IF RHS-EFF-DATE NOT > WS-ASOF-DATE
004770         MOVE RHS-IMAGE    TO WS-ASOF-RECORD
004780         MOVE RHS-EFF-DATE TO WS-ASOF-FROM-DATE
004790         MOVE RHS-ACTION   TO WS-ASOF-ACTION
004800         SET WS-FOUND TO TRUE
004810     END-IF.
004820     PERFORM 3200-READ-HISTORY  THRU 3200-EXIT.
004830 3300-EXIT.
004840     EXIT.
004850
004860*-----------------------------------------------------------------
004870*    3500-WRITE-EXTRACT
004880*    WRITES THE ANSWER TO ASOFILE AND LISTS IT.
004890*-----------------------------------------------------------------
004900 3500-WRITE-EXTRACT.
004910     MOVE WS-ASOF-RECORD TO ASOF-FILE-RECORD.
004920     WRITE ASOF-FILE-RECORD.
004930     ADD 1 TO WS-EXTRACT-COUNT.
004940
004950     MOVE SPACES                      TO WS-RPT-DETAIL.
004960     MOVE OUT-KEY OF WS-ASOF-RECORD    TO WS-RPT-DET-KEY.
004970     MOVE OUT-STATUS OF WS-ASOF-RECORD TO WS-RPT-DET-STATUS.
004980     MOVE OUT-AMOUNT OF WS-ASOF-RECORD TO WS-RPT-DET-AMOUNT.
004990     MOVE OUT-DESC OF WS-ASOF-RECORD   TO WS-RPT-DET-DESC.
005000     EVALUATE TRUE
005010         WHEN WS-ASOF-ACTION = SPACES
005020             MOVE 'UNCHANGED'  TO WS-RPT-DET-SOURCE
005030         WHEN WS-ASOF-BASELINE
005040             MOVE 'BASELINE'   TO WS-RPT-DET-SOURCE
005050         WHEN OTHER
005060             MOVE WS-ASOF-FROM-DATE TO WS-RPT-DET-FROM
005070             MOVE WS-ASOF-ACTION    TO WS-RPT-DET-SOURCE
005080     END-EVALUATE.
005090     MOVE WS-RPT-DETAIL TO REPORT-RECORD.
005100     WRITE REPORT-RECORD.
005110 3500-EXIT.
005120     EXIT.
005130
005140*-----------------------------------------------------------------
005150*    3600-LIST-ABSENT
005160*    THE KEY WAS NOT ON FILE THAT DAY - EITHER IT WAS DELETED
005170*    BY THEN OR IT WAS NOT YET ADDED. NOTHING IS EXTRACTED.
005180*-----------------------------------------------------------------
005190 3600-LIST-ABSENT.
005200     MOVE SPACES        TO WS-RPT-DETAIL.
005210     MOVE WS-CUR-KEY    TO WS-RPT-DET-KEY.
005220     IF WS-FOUND
005230         MOVE WS-ASOF-FROM-DATE TO WS-RPT-DET-FROM
005240     END-IF.
005250     MOVE 'NOT ON FILE' TO WS-RPT-DET-SOURCE.
005260     MOVE WS-RPT-DETAIL TO REPORT-RECORD.
005270     WRITE REPORT-RECORD.
005280 3600-EXIT.
005290     EXIT.
005292
005294*-----------------------------------------------------------------
005296*    3700-LIST-NOT-YET
005298*    THE ONLY IMAGE FOR THE DATE - THE MASTER, OR THE BASELINE
005300*    HISTORY RECORD - WAS MAINTAINED AFTER IT, SO THE VALUES
005302*    THAT DAY ARE NOT ON RATEHST. NOTHING IS EXTRACTED.
005304*-----------------------------------------------------------------
005306 3700-LIST-NOT-YET.
005308     MOVE WS-CUR-KEY TO WS-RPT-NYD-KEY.
005310     MOVE WS-RPT-NOT-YET-DETAIL TO REPORT-RECORD.
005312     WRITE REPORT-RECORD.
005314 3700-EXIT.
005317     EXIT.
005320
005323*-----------------------------------------------------------------
005326*    8000-FINALIZE
005330*    WRITES THE CONTROL TOTALS AND CLOSES ALL FILES.
005340*-----------------------------------------------------------------
005350 8000-FINALIZE.
005360     PERFORM 8200-WRITE-TOTALS  THRU 8200-EXIT.
005370
005380     CLOSE MASTER-FILE
005390           ASOF-FILE
005400           REPORT-FILE.
005410     IF WS-HISTORY-OPEN
005440         CLOSE HISTORY-FILE
005450     END-IF.
005460
005470     DISPLAY 'EXASOF0100 ' WS-EXTRACT-COUNT
005480             ' RECORDS EXTRACTED AS OF ' WS-ASOF-DATE.
005482     IF WS-NOT-YET-COUNT > ZERO
005484         DISPLAY 'EXASOF0200 ' WS-NOT-YET-COUNT
005486                 ' KEYS NOT IN HISTORY - '
005487                 'MAINTAINED AFTER THE DATE'
005489         MOVE 4 TO RETURN-CODE
005492     END-IF.
005495 8000-EXIT.
005500     EXIT.
005510
005520*--------------------------------------------------------------*
005530*    8100-WRITE-HEADINGS
005540*    WRITES THE TITLE, RUN DATE, SELECTION, AND COLUMN HEADING.
005550*--------------------------------------------------------------*
005560 8100-WRITE-HEADINGS.
005570     MOVE WS-RPT-TITLE TO REPORT-RECORD.
005580     WRITE REPORT-RECORD.
005590
005600     MOVE WS-RUN-MM TO WS-RPT-MM.
005610     MOVE WS-RUN-DD TO WS-RPT-DD.
005620     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
005630     MOVE WS-RUN-HH TO WS-RPT-HH.
005640     MOVE WS-RUN-MN TO WS-RPT-MN.
005650     MOVE WS-RUN-SS TO WS-RPT-SS.
005660     MOVE WS-RPT-RUNDATE TO REPORT-RECORD.
005670     WRITE REPORT-RECORD.
005680
005690     MOVE WS-ASOF-DATE TO WS-RPT-SEL-DATE.
005720     IF WS-KEY-LOW = LOW-VALUES
005730         MOVE 'FIRST' TO WS-RPT-SEL-LOW
005735     ELSE
005737         MOVE WS-KEY-LOW TO WS-RPT-SEL-LOW
005740     END-IF.
005750     IF WS-KEY-HIGH = HIGH-VALUES
005760         MOVE 'LAST'  TO WS-RPT-SEL-HIGH
005770     ELSE
005780         MOVE WS-KEY-HIGH TO WS-RPT-SEL-HIGH
005790     END-IF.
005800     MOVE WS-RPT-SELECTION TO REPORT-RECORD.
005810     WRITE REPORT-RECORD.
005820
005830     MOVE WS-RPT-HEADING TO REPORT-RECORD.
005840     WRITE REPORT-RECORD.
005850 8100-EXIT.
005860     EXIT.
005870
005880*--------------------------------------------------------------*
005890*    8200-WRITE-TOTALS
005900*    WRITES THE AS-OF CONTROL TOTALS.
005910*--------------------------------------------------------------*
005920 8200-WRITE-TOTALS.
005930     MOVE WS-KEY-COUNT TO WS-RPT-KEY-CNT.
005940     MOVE WS-RPT-KEYS TO REPORT-RECORD.
005950     WRITE REPORT-RECORD.
005960
005970     MOVE WS-HISTORY-COUNT TO WS-RPT-HST-CNT.
005980     MOVE WS-RPT-HISTORY TO REPORT-RECORD.
005990     WRITE REPORT-RECORD.
006000
006010     MOVE WS-UNCHANGED-COUNT TO WS-RPT-UNC-CNT.
006020     MOVE WS-RPT-UNCHANGED TO REPORT-RECORD.
006030     WRITE REPORT-RECORD.
006040
006050     MOVE WS-EXTRACT-COUNT TO WS-RPT-EXT-CNT.
006060     MOVE WS-RPT-EXTRACTED TO REPORT-RECORD.
006070     WRITE REPORT-RECORD.
006080
006090     MOVE WS-ABSENT-COUNT TO WS-RPT-ABS-CNT.
006100     MOVE WS-RPT-ABSENT TO REPORT-RECORD.
006110     WRITE REPORT-RECORD.
006112
006114     MOVE WS-NOT-YET-COUNT TO WS-RPT-NYT-CNT.
006116     MOVE WS-RPT-NOT-YET TO REPORT-RECORD.
006118     WRITE REPORT-RECORD.
006120 8200-EXIT.
006130     EXIT.
006140
006150*-----------------------------------------------------------------
006160*    9900-ASOF-ABEND
006170*    TERMINATES THE RUN WITH A NON-ZERO RETURN CODE.
006180*-----------------------------------------------------------------
006190 9900-ASOF-ABEND.
006200     MOVE 16 TO RETURN-CODE.
006210     STOP RUN.
