000360*                      ACCEPTED WHILE THE PRIOR CONSOLIDATION
000370*                      IS UNVERIFIED - A RUN THAT FAILS THE
000380*                      EXBVRFY PROOF CAN NOW SIMPLY BE RERUN
000382*                      AND THE HANDSHAKE RESYNCHRONIZES.
000384*    08/22/2026 JH    THE SOURCE READ NOW CONTINUES PAST THE
000386*                      TRAILER TO PHYSICAL END OF FILE, SO A
000388*                      DOUBLED OR CONCATENATED TRANSMISSION
000390*                      WITH RECORDS AFTER ITS TRAILER ABENDS
000392*                      INSTEAD OF SILENTLY DROPPING THE TAIL.
000394*    10/15/2026 JH    OPENS THE DAY'S CYCLE ON THE NIGHTLY
000396*                      STREAM RUN-CONTROL REGISTER (RUNCTL, SEE
000398*                      RCTREC) BEFORE OPENING ANYTHING ELSE - THE
000400*                      LAST CYCLE'S EXRECAP MUST HAVE COMPLETED,
000402*                      UNLESS A RUNOVRD CARD OVERRIDES - AND
000404*                      STAMPS THE STEP COMPLETE WITH THE RETURN
000406*                      CODE AND KEY COUNTS AT A CLEAN END.
000408*    10/15/2026 JH    THE DAY'S CYCLE IS NOW OPENED BY EXBDATE,
000410*                      WHICH ROLLS THE BUSINESS DATE ON THE SHOP
000412*                      CALENDAR. EXMERGE TAKES ITS BUSINESS DATE
000414*                      FROM THE CYCLE RECORD LIKE EVERY OTHER STEP
000416*                      AND RUNS ONLY ONCE EXBDATE HAS COMPLETED.
000418*                      THE EXCEPTION REPORT PRINTS THE BUSINESS
000420*                      DATE BESIDE THE RUN DATE.
000422*    10/15/2026 JH    DATES ARE CCYYMMDD - THE RUN DATE IS TAKEN
000424*                      AND PRINTED WITH ITS CENTURY.
000426*    10/15/2026 JH    EVERY SOURCE DETAIL IS STAMPED WITH ITS
000428*                      SOURCE BATCH NUMBER AND POSITION
000430*                      (IN-ACK-REF) AND ENTERED ON THE NEW
000432*                      ACKREG ACKNOWLEDGEMENT REGISTER - PASSED
000434*                      ON, OR LOST TO THE WINNING SOURCE - AND
000436*                      EACH PROVED SOURCE BATCH WITH ITS TRAILER
000438*                      COUNT, FOR EXACK TO REPORT BACK.
000440*    10/15/2026 JH    KEYS ARE PROVED AGAINST THE NEW KEYREG KEY
000442*                      ALLOCATION REGISTER - A KEY FAILING ITS
000444*                      CHECK DIGIT (CK) OR AN ADD FOR A KEY NEVER
000446*                      ISSUED (NI) IS REJECTED TO THE NEW MRGREJ
000448*                      FILE INSTEAD OF MERGING.
000450*--------------------------------------------------------------*
000452*    EXMERGE RUNS AHEAD OF EXEMPLO. IT ACCEPTS THE THREE
000454*    UPSTREAM DEPARTMENT TRANSACTION FILES, EACH IN KEY
000456*    SEQUENCE -
000458*        SRCFIL1  HEAD OFFICE  (SOURCE CODE HO, RANK 1)
000460*        SRCFIL2  BRANCH       (SOURCE CODE BR, RANK 2)
000462*        SRCFIL3  PRICING      (SOURCE CODE PR, RANK 3)
000464*    - STAMPS EACH RECORD'S IN-SOURCE-CODE, AND MERGES THEM
000480*    INTO THE SINGLE KEY-SEQUENCED INFILE THAT EXEMPLO'S
000490*    SEQUENCE CHECK EXPECTS.
000500*
000580*    DUPLICATE KEYS WITHIN ONE SOURCE ARE NOT A CROSS-SOURCE
000590*    CONFLICT - THEY PASS THROUGH IN ORDER FOR EXEMPLO'S OWN
000600*    EDITS TO RULE ON.
000601*
000602*    EVERY KEY MUST ALSO PASS ITS CHECK DIGIT, AND AN ADD MUST
000603*    BE FOR A KEY ISSUED ON THE KEYREG ALLOCATION REGISTER
000604*    (SEE KEYREC). A KEY THAT FAILS IS NOT MERGED - EVERY
000605*    SOURCE DETAIL HOLDING IT GOES TO MRGREJ IN THE EXEMPLO
000606*    REJECT LAYOUT WITH REASON CK OR NI, IS LISTED ON EXCRPT,
000607*    AND IS REGISTERED REJECTED. DATA CONTROL RECYCLES MRGREJ
000608*    THROUGH EXRCYC IN ITS OWN RUN.
000610*--------------------------------------------------------------*
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000870                                ORGANIZATION IS SEQUENTIAL
000880                                FILE STATUS WS-BCT-FILE-STATUS.
000890
000891     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
000892                                ORGANIZATION IS INDEXED
000894                                ACCESS MODE IS RANDOM
000896                                RECORD KEY IS RCT-KEY
000898                                FILE STATUS WS-RCT-FILE-STATUS.
000900
000902     SELECT RUNOVRD-FILE       ASSIGN TO RUNOVRD
000904                                ORGANIZATION IS SEQUENTIAL
000906                                FILE STATUS WS-ROV-FILE-STATUS.
000908
000910     SELECT ACKREG-FILE        ASSIGN TO ACKREG
000912                                ORGANIZATION IS INDEXED
000914                                ACCESS MODE IS RANDOM
000916                                RECORD KEY IS ACK-REG-KEY
000918                                FILE STATUS WS-ACK-FILE-STATUS.
000920
000922     SELECT KEYREG-FILE        ASSIGN TO KEYREG
000924                                ORGANIZATION IS INDEXED
000926                                ACCESS MODE IS DYNAMIC
000928                                RECORD KEY IS KRG-LAST-BASE
000930                                FILE STATUS WS-KRG-FILE-STATUS.
000932
000934     SELECT MRGREJ-FILE        ASSIGN TO MRGREJ
000936                                ORGANIZATION IS SEQUENTIAL.
000938
000940 DATA DIVISION.
000942 FILE SECTION.
000944*--------------------------------------------------------------*
000946*    SRCFIL1/2/3 - THE UPSTREAM DEPARTMENT TRANSACTION FILES,
000948*    INTRANS IMAGES WITH IN-SOURCE-CODE STILL BLANK
000950*--------------------------------------------------------------*
000960 FD  SRCFIL1-FILE
000970     BLOCK CONTAINS 0 RECORDS
000980     RECORDING MODE IS F.
000990 01  SRCFIL1-RECORD              PIC X(78).
001000
001010 FD  SRCFIL2-FILE
001020     BLOCK CONTAINS 0 RECORDS
001030     RECORDING MODE IS F.
001040 01  SRCFIL2-RECORD              PIC X(78).
001050
001060 FD  SRCFIL3-FILE
001070     BLOCK CONTAINS 0 RECORDS
001080     RECORDING MODE IS F.
001090 01  SRCFIL3-RECORD              PIC X(78).
001100
001110*--------------------------------------------------------------*
001120*    MERGED-FILE - THE CONSOLIDATED KEY-SEQUENCED INFILE
001170     COPY INTRANS.
001180
001190*--------------------------------------------------------------*
001196*    EXCRPT-FILE - CROSS-SOURCE DUPLICATE AND KEY REJECT
001202*    EXCEPTION REPORT
001210*--------------------------------------------------------------*
001220 FD  EXCRPT-FILE
001230     BLOCK CONTAINS 0 RECORDS
001290*--------------------------------------------------------------*
001300 FD  BATCHCTL-FILE
001310     RECORDING MODE IS F.
001312     COPY BCHCTL.
001314
001316*--------------------------------------------------------------*
001318*    RUNCTL-FILE - NIGHTLY STREAM RUN-CONTROL REGISTER
001320*--------------------------------------------------------------*
001322 FD  RUNCTL-FILE
001324     RECORDING MODE IS F.
001326     COPY RCTREC.
001328
001330*--------------------------------------------------------------*
001332*    RUNOVRD-FILE - OPTIONAL OPERATOR OVERRIDE CARDS FOR THE
001334*    RUN-CONTROL TESTS (SEE RCTREC)
001336*--------------------------------------------------------------*
001338 FD  RUNOVRD-FILE
001340     RECORDING MODE IS F.
001342 01  RUNOVRD-RECORD.
001344     05  ROV-STEP-NAME          PIC X(08).
001346     05  ROV-OVERRIDE           PIC X(01).
001348
001350*--------------------------------------------------------------*
001352*    ACKREG-FILE - ACKNOWLEDGEMENT REGISTER (SEE ACKREC) - EVERY
001354*    SOURCE DETAIL AND EVERY PROVED SOURCE BATCH IS ENTERED
001356*--------------------------------------------------------------*
001358 FD  ACKREG-FILE
001360     RECORDING MODE IS F.
001362     COPY ACKREC.
001364
001366*--------------------------------------------------------------*
001368*    KEYREG-FILE - MASTER KEY ALLOCATION REGISTER (SEE KEYREC)
001370*--------------------------------------------------------------*
001372 FD  KEYREG-FILE
001374     RECORDING MODE IS F.
001376     COPY KEYREC.
001378
001380*--------------------------------------------------------------*
001382*    MRGREJ-FILE - DETAILS REFUSED FOR THEIR KEY, IN THE
001384*    EXEMPLO REJECT LAYOUT FOR DATA CONTROL TO RECYCLE
001386*--------------------------------------------------------------*
001388 FD  MRGREJ-FILE
001390     BLOCK CONTAINS 0 RECORDS
001392     RECORDING MODE IS F.
001394     COPY REJREC.
001396
001398 WORKING-STORAGE SECTION.
001400*--------------------------------------------------------------*
001402*    SOURCE TABLE - ONE SLOT PER UPSTREAM FILE, IN PRECEDENCE
001404*    ORDER (SLOT 1 OUTRANKS SLOT 2 OUTRANKS SLOT 3).
001406*    HIGH-VALUES IN THE HELD KEY MARKS AN EXHAUSTED SOURCE.
001408*--------------------------------------------------------------*
001410 01  WS-SOURCE-TABLE.
001412     05  WS-SRC-ENTRY OCCURS 3 TIMES.
001414         10  WS-SRC-REC.
001430             15  WS-SRC-KEY     PIC X(06).
001440             15  WS-SRC-ACTION  PIC X(01).
001450             15  FILLER         PIC X(71).
001460         10  WS-SRC-PREV-KEY    PIC X(06).
001470         10  WS-SRC-TAG         PIC X(03).
001480         10  WS-SRC-HDR-SW      PIC X(01).
001720 01  WS-SRC-RANK                PIC 9(01) COMP VALUE ZERO.
001730
001740 01  WS-SRC1-FILE-STATUS        PIC X(02) VALUE SPACES.
001742 01  WS-SRC2-FILE-STATUS        PIC X(02) VALUE SPACES.
001744 01  WS-SRC3-FILE-STATUS        PIC X(02) VALUE SPACES.
001746 01  WS-BCT-FILE-STATUS         PIC X(02) VALUE SPACES.
001748
001750*--------------------------------------------------------------*
001752*    ACKNOWLEDGEMENT REGISTER - OPTIONAL. WITHOUT IT THE MERGE
001754*    RUNS AND THE SOURCES SIMPLY HEAR NOTHING BACK TONIGHT.
001756*--------------------------------------------------------------*
001758 01  WS-ACK-FILE-STATUS         PIC X(02) VALUE SPACES.
001760 01  WS-ACK-OPEN-SW             PIC X(01) VALUE 'N'.
001762     88  WS-ACK-OPEN                      VALUE 'Y'.
001764 01  WS-ACK-IX                  PIC 9(01) COMP VALUE 1.
001766 01  WS-ACK-OUTCOME             PIC X(01) VALUE SPACE.
001768 01  WS-ACK-REG-COUNT           PIC 9(07) COMP VALUE ZERO.
001770 01  WS-ACK-REASON              PIC X(02) VALUE SPACES.
001772
001774*--------------------------------------------------------------*
001776*    KEY ALLOCATION REGISTER (SEE KEYREC) - EVERY MERGED KEY
001778*    MUST PASS ITS CHECK DIGIT, AND AN ADD MUST BE FOR A KEY
001780*    THAT WAS ISSUED. WS-KEY-REJECT-REASON CARRIES THE REJECT
001782*    REASON (CK OR NI) FOR A KEY THAT FAILS.
001784*--------------------------------------------------------------*
001786 01  WS-KRG-FILE-STATUS         PIC X(02) VALUE SPACES.
001788 01  WS-KEY-REJECT-REASON       PIC X(02) VALUE SPACES.
001790     88  WS-KEY-PASSED                    VALUE SPACES.
001792 01  WS-ISSUED-SW               PIC X(01) VALUE 'N'.
001794     88  WS-KEY-ISSUED                    VALUE 'Y'.
001796     88  WS-KEY-NOT-ISSUED                VALUE 'N'.
001798
001800*--------------------------------------------------------------*
001802*    KEY CHECK DIGIT - SEE KEYREC FOR THE RULE. THE KEY TO BE
001804*    PROVED IS MOVED TO WS-KCK-KEY AND 3710-CHECK-DIGIT SETS
001806*    WS-KCK-SW. WS-KCK-CHECK IS THE DIGIT THE BASE CALLS FOR.
001808*--------------------------------------------------------------*
001810 01  WS-KCK-KEY                 PIC X(06) VALUE SPACES.
001812 01  WS-KCK-KEY-R REDEFINES WS-KCK-KEY.
001814     05  WS-KCK-DIGIT           PIC 9(01) OCCURS 6 TIMES.
001816 01  WS-KCK-BASE-R REDEFINES WS-KCK-KEY.
001818     05  WS-KCK-BASE            PIC X(05).
001820     05  FILLER                 PIC X(01).
001822 01  WS-KCK-WEIGHTS             PIC X(05) VALUE '65432'.
001824 01  WS-KCK-WEIGHTS-R REDEFINES WS-KCK-WEIGHTS.
001826     05  WS-KCK-WEIGHT          PIC 9(01) OCCURS 5 TIMES.
001828 01  WS-KCK-WORK.
001830     05  WS-KCK-IX              PIC 9(02) COMP VALUE ZERO.
001832     05  WS-KCK-SUM             PIC 9(04) COMP VALUE ZERO.
001834     05  WS-KCK-QUOTIENT        PIC 9(04) COMP VALUE ZERO.
001836     05  WS-KCK-REMAINDER       PIC 9(02) COMP VALUE ZERO.
001838     05  WS-KCK-CHECK           PIC 9(02) COMP VALUE ZERO.
001840 01  WS-KCK-SW                  PIC X(01) VALUE 'Y'.
001842     88  WS-KCK-GOOD                      VALUE 'Y'.
001844     88  WS-KCK-BAD                       VALUE 'N' 'U' 'X'.
001846     88  WS-KCK-WRONG-DIGIT               VALUE 'N'.
001848     88  WS-KCK-NO-CHECK-DIGIT            VALUE 'U'.
001850     88  WS-KCK-NOT-NUMERIC               VALUE 'X'.
001852
001854*--------------------------------------------------------------*
001856*    OUTPUT BATCH FRAME - NUMBER ASSIGNED FROM BATCHCTL, COUNT
001858*    AND KEY HASH ACCUMULATED AS DETAILS ARE WRITTEN
001860*--------------------------------------------------------------*
001862 01  WS-NEW-BATCH-NO            PIC 9(06) VALUE ZERO.
001864 01  WS-EXPECTED-NO             PIC 9(06) VALUE ZERO.
001866*--------------------------------------------------------------*
001868*    WORKING COPY OF THE BATCH CONTROL - THE FD RECORD AREA IS
001870*    ONLY VALID WHILE BATCHCTL IS OPEN
001880*--------------------------------------------------------------*
001890 01  WS-BCT-FIELDS.
002060     05  WS-WRITTEN-COUNT       PIC 9(07) COMP VALUE ZERO.
002070     05  WS-CONFLICT-COUNT      PIC 9(07) COMP VALUE ZERO.
002080     05  WS-SUPERSEDED-COUNT    PIC 9(07) COMP VALUE ZERO.
002085     05  WS-KEY-REJECT-COUNT    PIC 9(07) COMP VALUE ZERO.
002087
002089*--------------------------------------------------------------*
002091*    RUN-CONTROL REGISTER - THIS STEP, THE STEP AHEAD OF IT IN
002093*    THE NIGHTLY STREAM, AND ANY OPERATOR OVERRIDE FOR IT
002095*--------------------------------------------------------------*
002097 01  WS-RCT-THIS-STEP           PIC X(08) VALUE 'EXMERGE '.
002099 01  WS-RCT-PRIOR-STEP          PIC X(08) VALUE 'EXBDATE '.
002101 01  WS-RCT-BUS-DATE            PIC 9(08) VALUE ZERO.
002103 01  WS-RCT-BUS-DATE-X REDEFINES WS-RCT-BUS-DATE.
002105     05  WS-RCT-BUS-CCYY        PIC 9(04).
002107     05  WS-RCT-BUS-MM          PIC 9(02).
002109     05  WS-RCT-BUS-DD          PIC 9(02).
002111 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
002113 01  WS-ROV-FILE-STATUS         PIC X(02) VALUE SPACES.
002115 01  WS-ROV-EOF-SW              PIC X(01) VALUE 'N'.
002117     88  WS-ROV-EOF                       VALUE 'Y'.
002119 01  WS-RCT-OVERRIDE-SW         PIC X(01) VALUE SPACE.
002121     88  WS-RCT-MAY-RERUN                 VALUE 'R' 'B'.
002123     88  WS-RCT-SKIP-PRIOR                VALUE 'P' 'B'.
002125
002127*--------------------------------------------------------------*
002129*    RUN DATE AND TIME - SET AT INITIALIZATION
002131*--------------------------------------------------------------*
002133 01  WS-RUN-DATE.
002140     05  WS-RUN-CCYY            PIC 9(04).
002150     05  WS-RUN-MM              PIC 9(02).
002160     05  WS-RUN-DD              PIC 9(02).
002170
002350         10  FILLER             PIC X(01) VALUE '/'.
002360         10  WS-EXC-DD          PIC 99.
002370         10  FILLER             PIC X(01) VALUE '/'.
002380         10  WS-EXC-CCYY        PIC 9(04).
002390         10  FILLER             PIC X(05) VALUE SPACES.
002400         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
002410         10  WS-EXC-HH          PIC 99.
002430         10  WS-EXC-MN          PIC 99.
002440         10  FILLER             PIC X(01) VALUE ':'.
002450         10  WS-EXC-SS          PIC 99.
002452         10  FILLER             PIC X(05) VALUE SPACES.
002454         10  FILLER             PIC X(15)
002456                                 VALUE 'BUSINESS DATE: '.
002458         10  WS-EXC-BUS-MM      PIC 99.
002460         10  FILLER             PIC X(01) VALUE '/'.
002462         10  WS-EXC-BUS-DD      PIC 99.
002464         10  FILLER             PIC X(01) VALUE '/'.
002466         10  WS-EXC-BUS-CCYY    PIC 9(04).
002468         10  FILLER             PIC X(07) VALUE SPACES.
002470     05  WS-EXC-DETAIL.
002480         10  FILLER             PIC X(05) VALUE 'KEY: '.
002490         10  WS-EXC-KEY         PIC X(06).
002570         10  FILLER             PIC X(01) VALUE '/'.
002580         10  WS-EXC-WIN-ACT     PIC X(01).
002590         10  FILLER             PIC X(36) VALUE SPACES.
002591     05  WS-EXC-KEY-REJECT.
002592         10  FILLER             PIC X(05) VALUE 'KEY: '.
002593         10  WS-EXC-REJ-KEY     PIC X(06).
002594         10  FILLER             PIC X(12) VALUE '  REJECTED: '.
002595         10  WS-EXC-REJ-SRC     PIC X(03).
002597         10  FILLER             PIC X(01) VALUE '/'.
002599         10  WS-EXC-REJ-ACT     PIC X(01).
002601         10  FILLER             PIC X(10) VALUE '  REASON: '.
002603         10  WS-EXC-REJ-CODE    PIC X(02).
002605         10  FILLER             PIC X(01) VALUE ' '.
002607         10  WS-EXC-REJ-TEXT    PIC X(24).
002609         10  FILLER             PIC X(15) VALUE SPACES.
002611     05  WS-EXC-WRITTEN.
002613         10  FILLER             PIC X(25)
002620                                 VALUE 'RECORDS MERGED OUT . . :'.
002630         10  WS-EXC-WRT-CNT     PIC Z,ZZZ,ZZ9.
002640         10  FILLER             PIC X(46) VALUE SPACES.
002710         10  FILLER             PIC X(25)
002720                                 VALUE 'RECORDS SUPERSEDED . . :'.
002730         10  WS-EXC-SUP-CNT     PIC Z,ZZZ,ZZ9.
002731         10  FILLER             PIC X(46) VALUE SPACES.
002732     05  WS-EXC-KEY-REJECTS.
002733         10  FILLER             PIC X(25)
002734                                 VALUE 'KEY REJECTS TO MRGREJ  :'.
002735         10  WS-EXC-KRJ-CNT     PIC Z,ZZZ,ZZ9.
002740         10  FILLER             PIC X(46) VALUE SPACES.
002750
002760 PROCEDURE DIVISION.
002830     PERFORM 3000-MERGE-SOURCES THRU 3000-EXIT
002840         UNTIL WS-LOW-KEY = HIGH-VALUES.
002850     PERFORM 8000-FINALIZE      THRU 8000-EXIT.
002855     PERFORM 8900-STAMP-RUN-CONTROL THRU 8900-EXIT.
002860     STOP RUN.
002870
002880*-----------------------------------------------------------------
002920*    A DEPARTMENT WITH NO TRANSACTIONS TODAY IS NORMAL.
002930*-----------------------------------------------------------------
002940 1000-INITIALIZE.
002950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002960     ACCEPT WS-RUN-TIME FROM TIME.
002965     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
002970
002980     MOVE 'HO ' TO WS-SRC-TAG(1).
002990     MOVE 'BR ' TO WS-SRC-TAG(2).
003060         VARYING WS-SRC-IX FROM 1 BY 1
003070         UNTIL WS-SRC-IX > 3.
003080     PERFORM 1200-READ-BATCHCTL THRU 1200-EXIT.
003085     PERFORM 1250-OPEN-ACKREG   THRU 1250-EXIT.
003087     PERFORM 1260-OPEN-KEYREG   THRU 1260-EXIT.
003090
003100*    THE OUTPUTS OPEN AND THE FRAME HEADER GOES OUT BEFORE THE
003110*    SOURCE READS PRIME - THE MERGED-FILE RECORD AREA IS THE
003120*    WORK AREA THE FRAME CHECKS CLASSIFY INTO, AND IT IS ONLY
003130*    VALID ONCE THE FILE IS OPEN.
003140     OPEN OUTPUT MERGED-FILE
003146          OUTPUT EXCRPT-FILE
003152          OUTPUT MRGREJ-FILE.
003160     PERFORM 8100-WRITE-HEADINGS   THRU 8100-EXIT.
003170     PERFORM 1300-WRITE-OUT-HEADER THRU 1300-EXIT.
003180
003980     EXIT.
003990
004000*-----------------------------------------------------------------
004002*    1250-OPEN-ACKREG
004004*    OPENS THE ACKNOWLEDGEMENT REGISTER. A REGISTER THAT WILL
004006*    NOT OPEN IS WARNED AND THE MERGE CARRIES ON UNREGISTERED -
004008*    THE CONSOLIDATION MUST NOT WAIT ON THE DEPARTMENTS' NOTICE.
004010*-----------------------------------------------------------------
004012 1250-OPEN-ACKREG.
004014     OPEN I-O ACKREG-FILE.
004016     IF WS-ACK-FILE-STATUS = '00'
004018         SET WS-ACK-OPEN TO TRUE
004020     ELSE
004022         DISPLAY 'EXMERGE0200 CANNOT OPEN ACKREG, STATUS = '
004024                 WS-ACK-FILE-STATUS ' - NOTHING REGISTERED'
004026     END-IF.
004028 1250-EXIT.
004030     EXIT.
004032
004034*-----------------------------------------------------------------
004036*    1260-OPEN-KEYREG
004038*    OPENS THE KEY ALLOCATION REGISTER. UNLIKE ACKREG IT IS
004040*    REQUIRED - WITHOUT IT NO ADD CAN BE PROVED ISSUED.
004042*-----------------------------------------------------------------
004044 1260-OPEN-KEYREG.
004046     OPEN INPUT KEYREG-FILE.
004048     IF WS-KRG-FILE-STATUS NOT = '00'
004050         DISPLAY 'EXMERGE0999 CANNOT OPEN KEYREG, STATUS = '
004052                 WS-KRG-FILE-STATUS
004054         GO TO 9900-MERGE-ABEND
004056     END-IF.
004058 1260-EXIT.
004060     EXIT.
004062
004064*-----------------------------------------------------------------
004066*    1300-WRITE-OUT-HEADER
004068*    FRAMES THE CONSOLIDATED FILE - THE HEADER COLLATES FIRST
004070*    ON ITS LOW-VALUES KEY.
004072*-----------------------------------------------------------------
004074 1300-WRITE-OUT-HEADER.
004076     MOVE SPACES          TO INPUT-RECORD.
004078     MOVE LOW-VALUES      TO IN-KEY.
004080     MOVE 'H'             TO IN-TRANS-CODE.
004082     MOVE 'ALL'           TO IN-HDR-SOURCE.
004084     MOVE WS-RUN-DATE     TO IN-HDR-CREATE-DATE.
004086     MOVE WS-NEW-BATCH-NO TO IN-HDR-BATCH-NO.
004088     MOVE ZEROS           TO IN-ACK-REF.
004090     WRITE INPUT-RECORD.
004092 1300-EXIT.
004094     EXIT.
004096
004098*-----------------------------------------------------------------
004100*    1900-CHECK-RUN-CONTROL
004102*    TAKES THE BUSINESS DATE FROM THE CYCLE RECORD ON THE
004104*    RUN-CONTROL REGISTER (SEE RCTREC), PROVES THAT THE STEP
004106*    AHEAD OF THIS ONE HAS COMPLETED FOR IT, AND MARKS THIS STEP
004108*    STARTED. A REFUSAL ENDS THE RUN BEFORE ANY OTHER FILE IS
004110*    OPENED.
004112*-----------------------------------------------------------------
004114 1900-CHECK-RUN-CONTROL.
004116     PERFORM 1910-READ-RUNOVRD THRU 1910-EXIT.
004118
004120     OPEN I-O RUNCTL-FILE.
004122     IF WS-RCT-FILE-STATUS NOT = '00'
004124         DISPLAY 'EXMERGE0999 CANNOT OPEN RUNCTL, STATUS = '
004126                 WS-RCT-FILE-STATUS
004128         GO TO 1990-RUN-CONTROL-ABEND
004130     END-IF.
004132
004134     MOVE ZERO       TO RCT-BUS-DATE.
004136     MOVE '*CYCLE  ' TO RCT-STEP-NAME.
004138     READ RUNCTL-FILE
004140         INVALID KEY
004142             DISPLAY 'EXMERGE0999 NO STREAM CYCLE OPEN ON RUNCTL'
004144             GO TO 1990-RUN-CONTROL-ABEND
004146     END-READ.
004148     MOVE RCT-CYCLE-BUS-DATE TO WS-RCT-BUS-DATE.
004150
004152     MOVE WS-RCT-BUS-DATE   TO RCT-BUS-DATE.
004154     MOVE WS-RCT-PRIOR-STEP TO RCT-STEP-NAME.
004156     READ RUNCTL-FILE
004158         INVALID KEY
004160             MOVE SPACE TO RCT-STEP-STATUS
004162     END-READ.
004164     IF NOT RCT-STEP-COMPLETE
004166         IF WS-RCT-SKIP-PRIOR
004168             DISPLAY 'EXMERGE0200 ' WS-RCT-PRIOR-STEP
004170                     ' NOT COMPLETE - RUN ON OVERRIDE'
004172         ELSE
004174             DISPLAY 'EXMERGE0999 ' WS-RCT-PRIOR-STEP
004176                     ' HAS NOT COMPLETED FOR ' WS-RCT-BUS-DATE
004178             GO TO 1990-RUN-CONTROL-ABEND
004180         END-IF
004182     END-IF.
004184
004186     PERFORM 1920-MARK-STARTED THRU 1920-EXIT.
004188     CLOSE RUNCTL-FILE.
004190     DISPLAY 'EXMERGE0100 STARTED FOR BUSINESS DATE '
004192             WS-RCT-BUS-DATE.
004194 1900-EXIT.
004196     EXIT.
004198
004200*-----------------------------------------------------------------
004202*    1910-READ-RUNOVRD
004204*    PICKS UP THE OPERATOR OVERRIDE, IF ANY, FOR THIS STEP. THE
004206*    CARD FILE IS OPTIONAL AND MAY CARRY CARDS FOR OTHER STEPS.
004208*-----------------------------------------------------------------
004210 1910-READ-RUNOVRD.
004212     OPEN INPUT RUNOVRD-FILE.
004214     IF WS-ROV-FILE-STATUS = '00'
004216         PERFORM 1915-READ-ONE-OVERRIDE THRU 1915-EXIT
004218             UNTIL WS-ROV-EOF
004220         CLOSE RUNOVRD-FILE
004222     END-IF.
004224 1910-EXIT.
004226     EXIT.
004228
004230 1915-READ-ONE-OVERRIDE.
004232     READ RUNOVRD-FILE
004234         AT END
004236             SET WS-ROV-EOF TO TRUE
004238         NOT AT END
004240             IF ROV-STEP-NAME = WS-RCT-THIS-STEP
004242                 MOVE ROV-OVERRIDE TO WS-RCT-OVERRIDE-SW
004244             END-IF
004246     END-READ.
004248 1915-EXIT.
004250     EXIT.
004252
004254*-----------------------------------------------------------------
004256*    1920-MARK-STARTED
004258*    REFUSES A STEP ALREADY COMPLETE FOR THE BUSINESS DATE
004260*    UNLESS IT IS OVERRIDDEN FOR A RERUN, THEN STAMPS IT
004262*    STARTED. A STEP LEFT STARTED BY AN ABEND IS SIMPLY STARTED
004264*    AGAIN.
004266*-----------------------------------------------------------------
004268 1920-MARK-STARTED.
004270     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
004272     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
004274     READ RUNCTL-FILE
004276         INVALID KEY
004278             CONTINUE
004280     END-READ.
004282
004284     IF WS-RCT-FILE-STATUS = '00'
004286         IF RCT-STEP-COMPLETE
004288             IF WS-RCT-MAY-RERUN
004290                 DISPLAY 'EXMERGE0200 ALREADY COMPLETE FOR '
004292                         WS-RCT-BUS-DATE ' - RERUN ON OVERRIDE'
004294             ELSE
004296                 DISPLAY 'EXMERGE0999 ALREADY COMPLETED FOR '
004298                         WS-RCT-BUS-DATE
004300                 GO TO 1990-RUN-CONTROL-ABEND
004302             END-IF
004304         END-IF
004306         PERFORM 1930-STAMP-START THRU 1930-EXIT
004308         REWRITE RUN-CONTROL-RECORD
004310             INVALID KEY
004312                 DISPLAY 'EXMERGE0999 RUNCTL REWRITE, STATUS = '
004314                         WS-RCT-FILE-STATUS
004316                 GO TO 1990-RUN-CONTROL-ABEND
004318         END-REWRITE
004320     ELSE
004322         MOVE SPACES TO RCT-STEP-DATA
004324         MOVE ZERO   TO RCT-ATTEMPTS
004326         PERFORM 1930-STAMP-START THRU 1930-EXIT
004328         WRITE RUN-CONTROL-RECORD
004330             INVALID KEY
004332                 DISPLAY 'EXMERGE0999 RUNCTL WRITE, STATUS = '
004334                         WS-RCT-FILE-STATUS
004336                 GO TO 1990-RUN-CONTROL-ABEND
004338         END-WRITE
004340     END-IF.
004342 1920-EXIT.
004344     EXIT.
004346
004348 1930-STAMP-START.
004350     SET RCT-STEP-STARTED    TO TRUE.
004352     MOVE ZERO               TO RCT-RETURN-CODE
004354                                RCT-END-DATE
004356                                RCT-END-TIME
004358                                RCT-COUNT-VALUE(1)
004360                                RCT-COUNT-VALUE(2)
004362                                RCT-COUNT-VALUE(3).
004364     MOVE SPACES             TO RCT-COUNT-LABEL(1)
004366                                RCT-COUNT-LABEL(2)
004368                                RCT-COUNT-LABEL(3).
004370     ADD 1                   TO RCT-ATTEMPTS.
004372     MOVE WS-RCT-OVERRIDE-SW TO RCT-OVERRIDE.
004374     MOVE WS-RUN-DATE        TO RCT-START-DATE.
004376     MOVE WS-RUN-TIME        TO RCT-START-TIME.
004378 1930-EXIT.
004380     EXIT.
004382
004384*-----------------------------------------------------------------
004386*    1990-RUN-CONTROL-ABEND
004388*    THIS STEP MAY NOT RUN - NOTHING BUT THE REGISTER HAS BEEN
004390*    OPENED, SO NOTHING ELSE NEEDS UNWINDING.
004392*-----------------------------------------------------------------
004394 1990-RUN-CONTROL-ABEND.
004396     CLOSE RUNCTL-FILE.
004398     MOVE 16 TO RETURN-CODE.
004400     STOP RUN.
004402
004404*-----------------------------------------------------------------
004406*    3000-MERGE-SOURCES
004408*    ONE CYCLE HANDLES ONE KEY VALUE. WHEN MORE THAN ONE SOURCE
004410*    HOLDS THE LOW KEY, THE PRECEDENCE RULES PICK A WINNER AND
004412*    THE REST GO TO THE EXCEPTION REPORT. A KEY THAT FAILS ITS
004414*    CHECK DIGIT, OR A WINNING ADD FOR A KEY NEVER ISSUED, IS
004416*    NOT MERGED AT ALL - EVERY SOURCE HOLDING IT IS REJECTED
004418*    TO MRGREJ INSTEAD. EVERY SOURCE THAT TOOK PART IS THEN
004420*    REFILLED AND THE LOW KEY RECOMPUTED.
004422*-----------------------------------------------------------------
004424 3000-MERGE-SOURCES.
004426     PERFORM 3300-PICK-WINNER THRU 3300-EXIT.
004428     PERFORM 3700-CHECK-KEY   THRU 3700-EXIT.
004430     IF NOT WS-KEY-PASSED
004432         PERFORM 3750-REJECT-KEY THRU 3750-EXIT
004434         GO TO 3000-REFILL
004436     END-IF.
004438
004440     MOVE WS-SRC-REC(WS-WIN-IX) TO INPUT-RECORD.
004442     MOVE WS-SRC-TAG(WS-WIN-IX) TO IN-SOURCE-CODE.
004444     MOVE WS-SRC-BATCH-NO(WS-WIN-IX)     TO IN-ACK-BATCH-NO.
004446     MOVE WS-SRC-DETAIL-COUNT(WS-WIN-IX) TO IN-ACK-SEQ.
004448     IF IN-KEY NUMERIC
004450         MOVE IN-KEY TO WS-KEY-X
004452         ADD WS-KEY-NUM TO WS-OUT-KEY-HASH
004454     END-IF.
004456     WRITE INPUT-RECORD.
004458     ADD 1 TO WS-WRITTEN-COUNT.
004460     MOVE WS-WIN-IX TO WS-ACK-IX.
004462     MOVE SPACE     TO WS-ACK-OUTCOME.
004464     PERFORM 3600-REGISTER-DETAIL THRU 3600-EXIT.
004466
004468     IF WS-TIE-COUNT > 1
004470         ADD 1 TO WS-CONFLICT-COUNT
004472         PERFORM 3400-REPORT-LOSERS THRU 3400-EXIT
004474     END-IF.
004476
004478 3000-REFILL.
004480     PERFORM 3500-REFILL-SOURCES THRU 3500-EXIT.
004482     PERFORM 3200-FIND-LOW-KEY   THRU 3200-EXIT.
004484 3000-EXIT.
004486     EXIT.
004488
004490*-----------------------------------------------------------------
004492*    3100-READ-SOURCE
004494*    FILLS THE HOLD AREA OF THE SOURCE IN SLOT WS-SRC-IX WITH
004496*    ITS NEXT DETAIL RECORD, PROVING THE BATCH FRAME ON THE
004498*    WAY - THE HEADER MUST LEAD AND CARRY THE RIGHT SOURCE AND
004500*    THE NEXT BATCH NUMBER IN STEP, THE TRAILER MUST PROVE THE
004510*    DETAIL COUNT AND KEY HASH, AND NOTHING MAY FOLLOW IT.
004520*    HIGH-VALUES MARKS AN EXHAUSTED SOURCE. AN EMPTY FILE IS A
005800                 ' KEY HASH DOES NOT PROVE'
005810         GO TO 9800-BATCH-ABEND
005820     END-IF.
005825     PERFORM 3650-REGISTER-BATCH THRU 3650-EXIT.
005830 3130-EXIT.
005840     EXIT.
005850
007180     MOVE WS-LOW-KEY                TO WS-EXC-KEY.
007190     MOVE WS-SRC-TAG(WS-SRC-IX)     TO WS-EXC-LOSER-SRC.
007200     MOVE WS-SRC-ACTION(WS-SRC-IX)    TO WS-EXC-LOSER-ACT.
007202     MOVE WS-SRC-TAG(WS-WIN-IX)     TO WS-EXC-WIN-SRC.
007204     MOVE WS-SRC-ACTION(WS-WIN-IX)    TO WS-EXC-WIN-ACT.
007206     MOVE WS-EXC-DETAIL TO EXCRPT-RECORD.
007208     WRITE EXCRPT-RECORD.
007210     ADD 1 TO WS-SUPERSEDED-COUNT.
007212     MOVE WS-SRC-IX TO WS-ACK-IX.
007214     MOVE 'L'       TO WS-ACK-OUTCOME.
007216     PERFORM 3600-REGISTER-DETAIL THRU 3600-EXIT.
007218 3410-EXIT.
007220     EXIT.
007222
007224*-----------------------------------------------------------------
007226*    3500-REFILL-SOURCES
007228*    ADVANCES EVERY SOURCE THAT HELD THE LOW KEY - WINNER AND
007230*    LOSERS ALIKE HAVE BEEN DISPOSED OF THIS CYCLE.
007232*-----------------------------------------------------------------
007234 3500-REFILL-SOURCES.
007236     PERFORM 3510-REFILL-ONE-SOURCE THRU 3510-EXIT
007238         VARYING WS-SRC-IX FROM 1 BY 1
007240         UNTIL WS-SRC-IX > 3.
007242 3500-EXIT.
007244     EXIT.
007246
007248 3510-REFILL-ONE-SOURCE.
007250     IF WS-SRC-KEY(WS-SRC-IX) = WS-LOW-KEY
007252         PERFORM 3100-READ-SOURCE THRU 3100-EXIT
007254     END-IF.
007256 3510-EXIT.
007258     EXIT.
007260
007262*-----------------------------------------------------------------
007264*    3600-REGISTER-DETAIL
007266*    ENTERS THE DETAIL HELD IN SLOT WS-ACK-IX ON THE
007268*    ACKNOWLEDGEMENT REGISTER UNDER ITS SOURCE, THE SOURCE'S OWN
007270*    BATCH NUMBER, AND ITS POSITION IN THAT BATCH - RECEIVED AND
007272*    PASSED TO EXEMPLO, OR LOST TO THE WINNING SOURCE. A RERUN
007274*    OF THE SAME SOURCE BATCH REPLACES WHAT THE FAILED RUN
007276*    ENTERED.
007278*-----------------------------------------------------------------
007280 3600-REGISTER-DETAIL.
007282     IF NOT WS-ACK-OPEN
007284         GO TO 3600-EXIT
007286     END-IF.
007288     MOVE SPACES                         TO ACK-REGISTER-RECORD.
007290     MOVE WS-SRC-TAG(WS-ACK-IX)          TO ACK-SOURCE.
007292     MOVE WS-SRC-BATCH-NO(WS-ACK-IX)     TO ACK-BATCH-NO.
007294     MOVE WS-SRC-DETAIL-COUNT(WS-ACK-IX) TO ACK-DETAIL-SEQ.
007296     SET ACK-CHANGED                     TO TRUE.
007298     MOVE WS-SRC-KEY(WS-ACK-IX)          TO ACK-KEY.
007300     MOVE WS-SRC-ACTION(WS-ACK-IX)       TO ACK-TRANS-CODE.
007302     MOVE WS-ACK-OUTCOME                 TO ACK-OUTCOME.
007304     MOVE ZERO                           TO ACK-OUTCOME-DATE
007306                                            ACK-UNTIL-DATE
007308                                            ACK-RECYCLE-COUNT.
007310     IF ACK-LOST
007312         MOVE WS-RCT-BUS-DATE       TO ACK-OUTCOME-DATE
007314         MOVE WS-SRC-TAG(WS-WIN-IX) TO ACK-WINNER-SOURCE
007316     END-IF.
007318     IF ACK-REJECTED
007320         MOVE WS-RCT-BUS-DATE       TO ACK-OUTCOME-DATE
007322         MOVE WS-ACK-REASON         TO ACK-REASON-CODE
007324     END-IF.
007326     PERFORM 3690-PUT-ACKREG THRU 3690-EXIT.
007328 3600-EXIT.
007330     EXIT.
007332
007334*-----------------------------------------------------------------
007336*    3650-REGISTER-BATCH
007338*    ENTERS THE SOURCE BATCH JUST PROVED BY ITS TRAILER, WITH
007340*    THE TRAILER COUNT ITS DETAIL OUTCOMES MUST ADD BACK TO.
007342*-----------------------------------------------------------------
007344 3650-REGISTER-BATCH.
007346     IF NOT WS-ACK-OPEN
007348         GO TO 3650-EXIT
007350     END-IF.
007352     MOVE SPACES                      TO ACK-REGISTER-RECORD.
007354     MOVE WS-SRC-TAG(WS-SRC-IX)       TO ACK-SOURCE.
007356     MOVE WS-SRC-BATCH-NO(WS-SRC-IX)  TO ACK-BATCH-NO.
007358     MOVE ZERO                        TO ACK-DETAIL-SEQ.
007360     SET ACK-CHANGED                  TO TRUE.
007362     MOVE WS-RCT-BUS-DATE             TO ACK-BAT-RECEIVED-DATE.
007364     MOVE WS-SRC-TRL-COUNT(WS-SRC-IX) TO ACK-BAT-TRL-COUNT.
007366     MOVE ZERO                        TO ACK-BAT-LAST-ACK-DATE
007368                                         ACK-BAT-ACK-COUNT.
007370     MOVE 'N'                         TO ACK-BAT-FINAL-SW.
007372     PERFORM 3690-PUT-ACKREG THRU 3690-EXIT.
007374 3650-EXIT.
007376     EXIT.
007378
007380 3690-PUT-ACKREG.
007382     WRITE ACK-REGISTER-RECORD
007384         INVALID KEY
007386             REWRITE ACK-REGISTER-RECORD
007388                 INVALID KEY
007390                     DISPLAY 'EXMERGE0200 ACKREG WRITE, STATUS = '
007392                             WS-ACK-FILE-STATUS
007394                             ' FOR ' ACK-REG-KEY
007396                     GO TO 3690-EXIT
007398             END-REWRITE
007400     END-WRITE.
007402     ADD 1 TO WS-ACK-REG-COUNT.
007404 3690-EXIT.
007406     EXIT.
007408
007410*-----------------------------------------------------------------
007412*    3700-CHECK-KEY
007414*    PROVES THE LOW KEY AGAINST THE KEY ALLOCATION REGISTER
007416*    (SEE KEYREC). THE CHECK DIGIT MUST PASS WHATEVER THE
007418*    ACTION, AND A WINNING ADD MUST BE FOR AN ISSUED KEY. A
007420*    KEY THAT FAILS LEAVES ITS REASON IN WS-KEY-REJECT-REASON.
007422*-----------------------------------------------------------------
007424 3700-CHECK-KEY.
007426     MOVE SPACES     TO WS-KEY-REJECT-REASON.
007428     MOVE WS-LOW-KEY TO WS-KCK-KEY.
007430     PERFORM 3710-CHECK-DIGIT THRU 3710-EXIT.
007432     IF WS-KCK-BAD
007434         MOVE 'CK' TO WS-KEY-REJECT-REASON
007436         GO TO 3700-EXIT
007438     END-IF.
007440
007442     IF WS-SRC-ACTION(WS-WIN-IX) = 'A'
007444         PERFORM 3720-CHECK-ISSUED THRU 3720-EXIT
007446         IF WS-KEY-NOT-ISSUED
007448             MOVE 'NI' TO WS-KEY-REJECT-REASON
007450         END-IF
007452     END-IF.
007454 3700-EXIT.
007456     EXIT.
007458
007460*-----------------------------------------------------------------
007462*    3710-CHECK-DIGIT
007464*    PROVES THE CHECK DIGIT IN THE SIXTH POSITION OF
007466*    WS-KCK-KEY - MODULUS 11 ON THE FIVE-DIGIT BASE, WEIGHTED
007468*    6-5-4-3-2. A BASE WHOSE REMAINDER IS 1 CAN CARRY NO
007470*    CHECK DIGIT, SO NO KEY ON IT CAN PASS.
007472*-----------------------------------------------------------------
007474 3710-CHECK-DIGIT.
007476     IF WS-KCK-KEY NOT NUMERIC
007478         SET WS-KCK-NOT-NUMERIC TO TRUE
007480         GO TO 3710-EXIT
007482     END-IF.
007484
007486     MOVE ZERO TO WS-KCK-SUM.
007488     PERFORM 3715-WEIGH-DIGIT THRU 3715-EXIT
007490         VARYING WS-KCK-IX FROM 1 BY 1
007492         UNTIL WS-KCK-IX > 5.
007494     DIVIDE WS-KCK-SUM BY 11 GIVING WS-KCK-QUOTIENT
007496         REMAINDER WS-KCK-REMAINDER.
007498
007500     IF WS-KCK-REMAINDER = 1
007502         SET WS-KCK-NO-CHECK-DIGIT TO TRUE
007504         GO TO 3710-EXIT
007506     END-IF.
007508     IF WS-KCK-REMAINDER = ZERO
007510         MOVE ZERO TO WS-KCK-CHECK
007512     ELSE
007514         COMPUTE WS-KCK-CHECK = 11 - WS-KCK-REMAINDER
007516     END-IF.
007518
007520     IF WS-KCK-DIGIT (6) = WS-KCK-CHECK
007522         SET WS-KCK-GOOD TO TRUE
007524     ELSE
007526         SET WS-KCK-WRONG-DIGIT TO TRUE
007528     END-IF.
007530 3710-EXIT.
007532     EXIT.
007534
007536 3715-WEIGH-DIGIT.
007538     COMPUTE WS-KCK-SUM = WS-KCK-SUM
007540           + WS-KCK-DIGIT (WS-KCK-IX) * WS-KCK-WEIGHT (WS-KCK-IX).
007542 3715-EXIT.
007544     EXIT.
007546
007548*-----------------------------------------------------------------
007550*    3720-CHECK-ISSUED
007552*    FINDS THE ONLY BLOCK THAT CAN HOLD THE KEY IN WS-KCK-KEY -
007554*    THE FIRST WHOSE LAST BASE IS NOT BELOW THE KEY'S BASE. THE
007556*    KEY WAS ISSUED WHEN THAT BLOCK ALSO STARTS AT OR BELOW IT.
007558*-----------------------------------------------------------------
007560 3720-CHECK-ISSUED.
007562     SET WS-KEY-NOT-ISSUED TO TRUE.
007564     MOVE WS-KCK-BASE TO KRG-LAST-BASE.
007566     START KEYREG-FILE KEY NOT < KRG-LAST-BASE
007568         INVALID KEY
007570             GO TO 3720-EXIT
007572     END-START.
007574     READ KEYREG-FILE NEXT
007576         AT END
007578             GO TO 3720-EXIT
007580     END-READ.
007582     IF KRG-FIRST-BASE NOT > WS-KCK-BASE
007584         SET WS-KEY-ISSUED TO TRUE
007586     END-IF.
007588 3720-EXIT.
007590     EXIT.
007592
007594*-----------------------------------------------------------------
007596*    3750-REJECT-KEY
007598*    REJECTS THE LOW KEY FROM EVERY SOURCE HOLDING IT. THE
007600*    KEY IS THE SAME FOR EVERY HOLDER, AND A WINNING ADD MEANS
007602*    NO HOLDER PRESENTED A CHANGE OR DELETE, SO THE WINNER'S
007604*    REASON STANDS FOR THEM ALL.
007606*-----------------------------------------------------------------
007608 3750-REJECT-KEY.
007610     PERFORM 3760-REJECT-ONE-HOLDER THRU 3760-EXIT
007612         VARYING WS-SRC-IX FROM 1 BY 1
007614         UNTIL WS-SRC-IX > 3.
007616 3750-EXIT.
007618     EXIT.
007620
007622*-----------------------------------------------------------------
007624*    3760-REJECT-ONE-HOLDER
007626*    WRITES ONE SOURCE'S DETAIL TO MRGREJ, STAMPED WITH ITS
007628*    SOURCE AND ACKNOWLEDGEMENT REFERENCE AS IF IT HAD MERGED,
007630*    LISTS IT ON THE EXCEPTION REPORT, AND REGISTERS IT
007632*    REJECTED FOR EXACK TO REPORT BACK.
007634*-----------------------------------------------------------------
007636 3760-REJECT-ONE-HOLDER.
007638     IF WS-SRC-KEY(WS-SRC-IX) NOT = WS-LOW-KEY
007640         GO TO 3760-EXIT
007642     END-IF.
007644     MOVE WS-SRC-REC(WS-SRC-IX)          TO INPUT-RECORD.
007646     MOVE WS-SRC-TAG(WS-SRC-IX)          TO IN-SOURCE-CODE.
007648     MOVE WS-SRC-BATCH-NO(WS-SRC-IX)     TO IN-ACK-BATCH-NO.
007650     MOVE WS-SRC-DETAIL-COUNT(WS-SRC-IX) TO IN-ACK-SEQ.
007652     MOVE INPUT-RECORD                   TO REJ-TRANS-DATA.
007654     MOVE WS-KEY-REJECT-REASON           TO REJ-REASON-CODE.
007656     WRITE REJECT-RECORD.
007658     ADD 1 TO WS-KEY-REJECT-COUNT.
007660
007662     MOVE WS-LOW-KEY                TO WS-EXC-REJ-KEY.
007664     MOVE WS-SRC-TAG(WS-SRC-IX)     TO WS-EXC-REJ-SRC.
007666     MOVE WS-SRC-ACTION(WS-SRC-IX)  TO WS-EXC-REJ-ACT.
007668     MOVE WS-KEY-REJECT-REASON      TO WS-EXC-REJ-CODE.
007670     IF REJ-KEY-CHECK-FAILED
007672         MOVE 'KEY CHECK DIGIT FAILED' TO WS-EXC-REJ-TEXT
007674     ELSE
007676         MOVE 'KEY NEVER ISSUED'       TO WS-EXC-REJ-TEXT
007678     END-IF.
007680     MOVE WS-EXC-KEY-REJECT TO EXCRPT-RECORD.
007682     WRITE EXCRPT-RECORD.
007684
007686     MOVE WS-SRC-IX            TO WS-ACK-IX.
007688     MOVE 'R'                  TO WS-ACK-OUTCOME.
007690     MOVE WS-KEY-REJECT-REASON TO WS-ACK-REASON.
007692     PERFORM 3600-REGISTER-DETAIL THRU 3600-EXIT.
007694 3760-EXIT.
007696     EXIT.
007698
007700*-----------------------------------------------------------------
007702*    7100-STEP-BATCH-NO
007704*    STEPS WS-EXPECTED-NO TO THE NEXT BATCH NUMBER IN SEQUENCE,
007706*    WRAPPING FROM 999999 BACK TO 1.
007708*-----------------------------------------------------------------
007710 7100-STEP-BATCH-NO.
007712     IF WS-EXPECTED-NO = 999999
007714         MOVE ZERO TO WS-EXPECTED-NO
007716     END-IF.
007718     ADD 1 TO WS-EXPECTED-NO.
007720 7100-EXIT.
007722     EXIT.
007724
007726*-----------------------------------------------------------------
007728*    7200-WRITE-OUT-TRAILER
007730*    CLOSES THE CONSOLIDATED BATCH FRAME - THE TRAILER COLLATES
007732*    LAST ON ITS HIGH-VALUES KEY AND CARRIES THE DETAIL COUNT
007734*    AND KEY HASH EXBVRFY AND EXEMPLO MUST PROVE.
007736*-----------------------------------------------------------------
007738 7200-WRITE-OUT-TRAILER.
007740     MOVE SPACES           TO INPUT-RECORD.
007742     MOVE HIGH-VALUES      TO IN-KEY.
007744     MOVE 'T'              TO IN-TRANS-CODE.
007746     MOVE WS-WRITTEN-COUNT TO IN-TRL-RECORD-COUNT.
007748     MOVE WS-OUT-KEY-HASH  TO IN-TRL-KEY-HASH.
007750     MOVE ZEROS            TO IN-ACK-REF.
007752     WRITE INPUT-RECORD.
007754 7200-EXIT.
007756     EXIT.
007758
007770*-----------------------------------------------------------------
007780*    7300-SAVE-BATCHCTL
007790*    REWRITES THE BATCH NUMBER CONTROL WITH THE CONSOLIDATED
008230         CLOSE SRCFIL3-FILE
008240     END-IF.
008250     CLOSE MERGED-FILE
008253           EXCRPT-FILE
008256           MRGREJ-FILE
008259           KEYREG-FILE.
008262     IF WS-ACK-OPEN
008264         CLOSE ACKREG-FILE
008266     END-IF.
008270
008280     DISPLAY 'EXMERGE0100 ' WS-WRITTEN-COUNT ' MERGED, '
008290             WS-SUPERSEDED-COUNT ' SUPERSEDED'.
008291     DISPLAY 'EXMERGE0100 ' WS-KEY-REJECT-COUNT
008292             ' REJECTED FOR THEIR KEY TO MRGREJ'.
008293     DISPLAY 'EXMERGE0100 ' WS-ACK-REG-COUNT
008296             ' ACKNOWLEDGEMENT REGISTER ENTRIES'.
008300 8000-EXIT.
008310     EXIT.
008320
008400
008410     MOVE WS-RUN-MM TO WS-EXC-MM.
008420     MOVE WS-RUN-DD TO WS-EXC-DD.
008430     MOVE WS-RUN-CCYY TO WS-EXC-CCYY.
008440     MOVE WS-RUN-HH TO WS-EXC-HH.
008450     MOVE WS-RUN-MN TO WS-EXC-MN.
008460     MOVE WS-RUN-SS TO WS-EXC-SS.
008462     MOVE WS-RCT-BUS-MM TO WS-EXC-BUS-MM.
008464     MOVE WS-RCT-BUS-DD TO WS-EXC-BUS-DD.
008466     MOVE WS-RCT-BUS-CCYY TO WS-EXC-BUS-CCYY.
008470     MOVE WS-EXC-RUNDATE TO EXCRPT-RECORD.
008480     WRITE EXCRPT-RECORD.
008490 8100-EXIT.
008640
008650     MOVE WS-SUPERSEDED-COUNT TO WS-EXC-SUP-CNT.
008660     MOVE WS-EXC-SUPERSEDED TO EXCRPT-RECORD.
008661     WRITE EXCRPT-RECORD.
008662
008663     MOVE WS-KEY-REJECT-COUNT TO WS-EXC-KRJ-CNT.
008667     MOVE WS-EXC-KEY-REJECTS TO EXCRPT-RECORD.
008670     WRITE EXCRPT-RECORD.
008680 8300-EXIT.
008690     EXIT.
008692
008694*-----------------------------------------------------------------
008696*    8900-STAMP-RUN-CONTROL
008698*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL REGISTER WITH
008700*    ITS RETURN CODE AND KEY COUNTS, RELEASING THE NEXT STEP.
008702*-----------------------------------------------------------------
008704 8900-STAMP-RUN-CONTROL.
008706     OPEN I-O RUNCTL-FILE.
008708     IF WS-RCT-FILE-STATUS NOT = '00'
008710         DISPLAY 'EXMERGE0200 CANNOT OPEN RUNCTL, STATUS = '
008712                 WS-RCT-FILE-STATUS ' - NOT STAMPED COMPLETE'
008714         GO TO 8900-EXIT
008716     END-IF.
008718
008720     MOVE WS-RCT-BUS-DATE  TO RCT-BUS-DATE.
008722     MOVE WS-RCT-THIS-STEP TO RCT-STEP-NAME.
008724     READ RUNCTL-FILE
008726         INVALID KEY
008728             DISPLAY 'EXMERGE0200 NO RUNCTL ENTRY TO STAMP'
008730             CLOSE RUNCTL-FILE
008732             GO TO 8900-EXIT
008734     END-READ.
008736
008738     SET RCT-STEP-COMPLETE TO TRUE.
008740     MOVE RETURN-CODE      TO RCT-RETURN-CODE.
008742     ACCEPT RCT-END-DATE FROM DATE YYYYMMDD.
008744     ACCEPT RCT-END-TIME FROM TIME.
008746     MOVE 'MERGED'           TO RCT-COUNT-LABEL(1).
008748     MOVE WS-WRITTEN-COUNT   TO RCT-COUNT-VALUE(1).
008750     MOVE 'CONFLT'           TO RCT-COUNT-LABEL(2).
008752     MOVE WS-CONFLICT-COUNT  TO RCT-COUNT-VALUE(2).
008754     MOVE 'SUPSED'           TO RCT-COUNT-LABEL(3).
008756     MOVE WS-SUPERSEDED-COUNT TO RCT-COUNT-VALUE(3).
008758
008760     REWRITE RUN-CONTROL-RECORD
008762         INVALID KEY
008764             DISPLAY 'EXMERGE0200 RUNCTL REWRITE, STATUS = '
008766                     WS-RCT-FILE-STATUS
008768     END-REWRITE.
008770     CLOSE RUNCTL-FILE.
008772 8900-EXIT.
008774     EXIT.
008776
008778*-----------------------------------------------------------------
008780*    9800-BATCH-ABEND
008782*    TERMINATES THE RUN WITH A NON-ZERO RETURN CODE WHEN A
008784*    BATCH FRAME DOES NOT PROVE ITS TRANSMISSION. NOTHING FROM
008786*    THE DAMAGED BATCH MAY REACH EXEMPLO - CORRECT THE
008788*    TRANSMISSION AND RERUN THE CONSOLIDATION.
008790*-----------------------------------------------------------------
008792 9800-BATCH-ABEND.
008794     MOVE 16 TO RETURN-CODE.
008796     STOP RUN.
008810
008820*-----------------------------------------------------------------
008830*    9900-MERGE-ABEND
