000242*                      MASTER - IT NOW CARRIES A REPLACEMENT
000243*                      FIELD-ID AND A FULL REPLACEMENT BUSINESS
000244*                      FIELD GROUP (SEE INTRANS).
000246*    10/15/2026 JH    DATES ARE CCYYMMDD. THE CORRECTION CARD
000248*                      CARRIES AN 8-DIGIT COR-EFF-DATE AND THE
000250*                      WIDER COR-TRANS-DATA IMAGE.
000252*    10/15/2026 JH    EACH REJECT'S FATE - RECYCLED, AGED OUT, OR
000254*                      DROPPED - IS POSTED TO ITS DETAIL ON THE
000256*                      ACKREG ACKNOWLEDGEMENT REGISTER SO EXACK
000258*                      CAN REPORT IT BACK TO THE SOURCE. THE
000260*                      RECYCLED IMAGE CARRIES IN-ACK-REF.
000262*    10/15/2026 JH    A CORRECTION WHOSE KEY FAILS ITS CHECK
000264*                      DIGIT (CK), OR A CORRECTED ADD FOR A KEY
000266*                      NEVER ISSUED FROM KEYREG (NI), IS REFUSED
000268*                      RATHER THAN RECYCLED, AND POSTED BACK AS
000270*                      DROPPED WITH THAT REASON. KEYREG IS
000272*                      REQUIRED.
000274*--------------------------------------------------------------*
000276*    EXRCYC READS THE REJECT FILE WRITTEN BY EXEMPLO (EACH
000278*    REJECT CARRIES THE REASON IT BOUNCED - SEE REJREC) AND AN
000280*    OPTIONAL CORRECTION CARD FILE KEYED AND SORTED BY THE DATA
000290*    CONTROL CLERKS. CORRECTED AND UNCORRECTED REJECTS ARE
000300*    RE-EMITTED IN KEY SEQUENCE ON RCYFILE, WHICH IS MERGED
000430*      COR-FIELD-ID    REPLACEMENT FIELD-ID, SPACES = KEEP
000431*      COR-TRANS-DATA  REPLACEMENT BUSINESS FIELDS (IMAGE OF
000432*                      IN-TRANS-DATA), SPACES = KEEP
000433*
000434*    A CORRECTED TRANSACTION WHOSE KEY FAILS ITS CHECK DIGIT
000435*    (CK), OR A CORRECTED ADD FOR A KEY NEVER ISSUED FROM THE
000436*    KEY ALLOCATION REGISTER (NI, SEE KEYREC), IS REFUSED - IT
000437*    IS LISTED ON THE SUPERVISOR REPORT UNDER THAT REASON AND
000438*    NOT RECYCLED.
000440*--------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000600                                ORGANIZATION IS SEQUENTIAL.
000610
000620     SELECT SUPV-FILE          ASSIGN TO SUPRPT
000622                                ORGANIZATION IS SEQUENTIAL.
000624
000626     SELECT ACKREG-FILE        ASSIGN TO ACKREG
000628                                ORGANIZATION IS INDEXED
000630                                ACCESS MODE IS RANDOM
000632                                RECORD KEY IS ACK-REG-KEY
000634                                FILE STATUS WS-ACK-FILE-STATUS.
000636
000638     SELECT KEYREG-FILE        ASSIGN TO KEYREG
000640                                ORGANIZATION IS INDEXED
000642                                ACCESS MODE IS DYNAMIC
000644                                RECORD KEY IS KRG-LAST-BASE
000646                                FILE STATUS WS-KRG-FILE-STATUS.
000648
000650 DATA DIVISION.
000660 FILE SECTION.
000670*--------------------------------------------------------------*
000840         88  COR-RELEASE                  VALUE 'R'.
000850         88  COR-DROP                     VALUE 'D'.
000860     05  COR-TRANS-CODE         PIC X(01).
000870     05  COR-EFF-DATE           PIC 9(08).
000875     05  COR-FIELD-ID           PIC X(02).
000880     05  COR-TRANS-DATA         PIC X(56).
000890
000900*--------------------------------------------------------------*
000910*    RECYCLE-FILE - CORRECTED TRANSACTIONS IN KEY SEQUENCE,
000940 FD  RECYCLE-FILE
000950     BLOCK CONTAINS 0 RECORDS
000960     RECORDING MODE IS F.
000970 01  RECYCLE-RECORD              PIC X(91).
000980
000990*--------------------------------------------------------------*
001000*    SUPV-FILE - SUPERVISOR REPORT OF AGED-OUT AND DROPPED
001040     BLOCK CONTAINS 0 RECORDS
001050     RECORDING MODE IS F.
001060 01  SUPV-RECORD                 PIC X(80).
001061
001062*--------------------------------------------------------------*
001063*    ACKREG-FILE - ACKNOWLEDGEMENT REGISTER (SEE ACKREC) - EACH
001064*    REJECT'S FATE IS POSTED BACK TO ITS SOURCE DETAIL
001065*--------------------------------------------------------------*
001066 FD  ACKREG-FILE
001067     RECORDING MODE IS F.
001068     COPY ACKREC.
001070
001071*--------------------------------------------------------------*
001072*    KEYREG-FILE - KEY ALLOCATION REGISTER (SEE KEYREC) - A
001073*    CORRECTED ADD IS ONLY RECYCLED FOR A KEY ISSUED FROM IT
001074*--------------------------------------------------------------*
001075 FD  KEYREG-FILE
001076     RECORDING MODE IS F.
001077     COPY KEYREC.
001078
001080 WORKING-STORAGE SECTION.
001090*--------------------------------------------------------------*
001100*    TRANSACTION WORK AREA - THE REJECTED TRANSACTION IMAGE IS
001380     05  WS-DROPPED-COUNT       PIC 9(07) COMP VALUE ZERO.
001390     05  WS-AGED-COUNT          PIC 9(07) COMP VALUE ZERO.
001400     05  WS-UNMATCHED-COUNT     PIC 9(07) COMP VALUE ZERO.
001405     05  WS-REFUSED-COUNT       PIC 9(07) COMP VALUE ZERO.
001407
001409 01  WS-REJ-FILE-STATUS         PIC X(02) VALUE SPACES.
001411 01  WS-COR-FILE-STATUS         PIC X(02) VALUE SPACES.
001413 01  WS-ACK-FILE-STATUS         PIC X(02) VALUE SPACES.
001415 01  WS-ACK-OPEN-SW             PIC X(01) VALUE 'N'.
001417     88  WS-ACK-OPEN                      VALUE 'Y'.
001419 01  WS-ACK-OUTCOME             PIC X(01) VALUE SPACE.
001421
001423*--------------------------------------------------------------*
001425*    KEY ALLOCATION REGISTER AND KEY CHECK DIGIT - THE SIXTH
001427*    POSITION OF THE KEY IS A MOD-11 CHECK DIGIT OVER THE FIRST
001429*    FIVE, WEIGHTED 6-5-4-3-2 (SEE KEYREC)
001431*--------------------------------------------------------------*
001433 01  WS-KRG-FILE-STATUS         PIC X(02) VALUE SPACES.
001435 01  WS-KEY-REJECT-REASON       PIC X(02) VALUE SPACES.
001437     88  WS-KEY-PASSED                    VALUE SPACES.
001439 01  WS-ISSUED-SW               PIC X(01) VALUE 'N'.
001441     88  WS-KEY-ISSUED                    VALUE 'Y'.
001443     88  WS-KEY-NOT-ISSUED                VALUE 'N'.
001445 01  WS-KCK-KEY                 PIC X(06) VALUE SPACES.
001447 01  WS-KCK-KEY-DIGITS REDEFINES WS-KCK-KEY.
001449     05  WS-KCK-DIGIT           PIC 9(01) OCCURS 6 TIMES.
001451 01  WS-KCK-KEY-PARTS REDEFINES WS-KCK-KEY.
001453     05  WS-KCK-BASE            PIC X(05).
001455     05  FILLER                 PIC X(01).
001457 01  WS-KCK-WEIGHTS             PIC X(05) VALUE '65432'.
001459 01  WS-KCK-WEIGHT-TABLE REDEFINES WS-KCK-WEIGHTS.
001461     05  WS-KCK-WEIGHT          PIC 9(01) OCCURS 5 TIMES.
001463 01  WS-KCK-WORK.
001465     05  WS-KCK-IX              PIC 9(02) COMP VALUE ZERO.
001467     05  WS-KCK-SUM             PIC 9(04) COMP VALUE ZERO.
001469     05  WS-KCK-QUOTIENT        PIC 9(04) COMP VALUE ZERO.
001471     05  WS-KCK-REMAINDER       PIC 9(02) COMP VALUE ZERO.
001473     05  WS-KCK-CHECK           PIC 9(02) COMP VALUE ZERO.
001475 01  WS-KCK-SW                  PIC X(01) VALUE SPACE.
001477     88  WS-KCK-GOOD                      VALUE 'Y'.
001479     88  WS-KCK-BAD                       VALUE 'N' 'U' 'X'.
001481     88  WS-KCK-WRONG-DIGIT               VALUE 'N'.
001483     88  WS-KCK-NO-CHECK-DIGIT            VALUE 'U'.
001485     88  WS-KCK-NOT-NUMERIC               VALUE 'X'.
001487
001489*--------------------------------------------------------------*
001491*    RECYCLE LIMIT - A REJECT THAT HAS ALREADY BEEN RECYCLED
001493*    THIS MANY TIMES AGES OUT TO THE SUPERVISOR REPORT
001495*--------------------------------------------------------------*
001497 77  WS-RECYCLE-LIMIT           PIC 9(02) COMP VALUE 3.
001500
001510*--------------------------------------------------------------*
001520*    SEQUENCE CHECKING
001580*    RUN DATE AND TIME - SET AT INITIALIZATION
001590*--------------------------------------------------------------*
001600 01  WS-RUN-DATE.
001610     05  WS-RUN-CCYY            PIC 9(04).
001620     05  WS-RUN-MM              PIC 9(02).
001630     05  WS-RUN-DD              PIC 9(02).
001640
001820         10  FILLER             PIC X(01) VALUE '/'.
001830         10  WS-SUP-DD          PIC 99.
001840         10  FILLER             PIC X(01) VALUE '/'.
001850         10  WS-SUP-CCYY        PIC 9(04).
001860         10  FILLER             PIC X(05) VALUE SPACES.
001870         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
001880         10  WS-SUP-HH          PIC 99.
001900         10  WS-SUP-MN          PIC 99.
001910         10  FILLER             PIC X(01) VALUE ':'.
001920         10  WS-SUP-SS          PIC 99.
001930         10  FILLER             PIC X(37) VALUE SPACES.
001940     05  WS-SUP-DETAIL.
001950         10  FILLER             PIC X(05) VALUE 'KEY: '.
001960         10  WS-SUP-KEY         PIC X(06).
002390                                 VALUE 'CORRECTIONS UNMATCHED  :'.
002400         10  WS-SUP-UNM-CNT     PIC Z,ZZZ,ZZ9.
002410         10  FILLER             PIC X(46) VALUE SPACES.
002411     05  WS-SUP-REFUSED.
002412         10  FILLER             PIC X(25)
002413                                 VALUE 'CORRECTIONS REFUSED  . :'.
002414         10  WS-SUP-REF-CNT     PIC Z,ZZZ,ZZ9.
002415         10  FILLER             PIC X(46) VALUE SPACES.
002420
002430 PROCEDURE DIVISION.
002440*-----------------------------------------------------------------
002580*    A MISSING CORRECTION FILE MEANS AN UNCORRECTED RECYCLE RUN.
002590*-----------------------------------------------------------------
002600 1000-INITIALIZE.
002610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002620     ACCEPT WS-RUN-TIME FROM TIME.
002630
002640     OPEN INPUT REJECT-FILE.
002750     END-IF.
002760
002770     OPEN OUTPUT RECYCLE-FILE
002773          OUTPUT SUPV-FILE.
002776
002779*    THE ACKNOWLEDGEMENT REGISTER IS OPTIONAL - WITHOUT IT THE
002782*    REJECTS ARE DISPOSED OF AS ALWAYS AND NOTHING IS POSTED.
002783     OPEN I-O ACKREG-FILE.
002784     IF WS-ACK-FILE-STATUS = '00'
002785         SET WS-ACK-OPEN TO TRUE
002786     ELSE
002787         DISPLAY 'EXRCYC0200 CANNOT OPEN ACKREG, STATUS = '
002788                 WS-ACK-FILE-STATUS ' - NO OUTCOMES POSTED'
002789     END-IF.
002790
002791*    THE KEY ALLOCATION REGISTER IS REQUIRED - WITHOUT IT NO
002792*    CORRECTED ADD CAN BE PROVED ISSUED.
002793     OPEN INPUT KEYREG-FILE.
002794     IF WS-KRG-FILE-STATUS NOT = '00'
002795         DISPLAY 'EXRCYC0999 CANNOT OPEN KEYREG, STATUS = '
002796                 WS-KRG-FILE-STATUS
002797         GO TO 9900-RECYCLE-ABEND
002798     END-IF.
002799
002800     PERFORM 8100-WRITE-HEADINGS THRU 8100-EXIT.
002810
002820     IF WS-COR-PRESENT
003060             PERFORM 3400-DROP-REJECT    THRU 3400-EXIT
003070         WHEN WS-CORRECTION-MATCHED
003080             PERFORM 3500-APPLY-CORRECTION THRU 3500-EXIT
003082             PERFORM 3550-CHECK-KEY       THRU 3550-EXIT
003084             IF WS-KEY-PASSED
003086                 PERFORM 3600-RECYCLE-REJECT THRU 3600-EXIT
003088             ELSE
003090                 PERFORM 3590-REFUSE-CORRECTION THRU 3590-EXIT
003092             END-IF
003100         WHEN IN-RECYCLE-COUNT >= WS-RECYCLE-LIMIT
003110             PERFORM 3700-AGE-OUT-REJECT THRU 3700-EXIT
003120         WHEN OTHER
004170     ADD 1 TO WS-DROPPED-COUNT.
004180     MOVE 'DROPPED BY CONTROL' TO WS-SUP-DISP.
004190     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
004193     MOVE 'D' TO WS-ACK-OUTCOME.
004196     PERFORM 3800-POST-OUTCOME THRU 3800-EXIT.
004200 3400-EXIT.
004210     EXIT.
004220
004330     IF COR-EFF-DATE NUMERIC
004340        AND COR-EFF-DATE > ZERO
004350         MOVE COR-EFF-DATE TO IN-EFF-DATE
004352     END-IF.
004354     IF COR-FIELD-ID NOT = SPACES
004356         MOVE COR-FIELD-ID TO IN-FIELD-ID
004358     END-IF.
004360     IF COR-TRANS-DATA NOT = SPACES
004362         MOVE COR-TRANS-DATA TO IN-TRANS-DATA
004364     END-IF.
004366     MOVE ZERO TO IN-RECYCLE-COUNT.
004368     ADD 1 TO WS-CORRECTED-COUNT.
004370 3500-EXIT.
004372     EXIT.
004374
004376*-----------------------------------------------------------------
004378*    3550-CHECK-KEY
004380*    PROVES THE KEY OF THE CORRECTED TRANSACTION AS EXEMPLO
004382*    WILL - IT MUST PASS ITS CHECK DIGIT (CK), AND A CORRECTED
004384*    ADD MUST BE FOR A KEY ISSUED FROM THE KEY ALLOCATION
004386*    REGISTER (NI). WS-KEY-REJECT-REASON IS LEFT BLANK WHEN
004388*    THE KEY PASSES.
004390*-----------------------------------------------------------------
004392 3550-CHECK-KEY.
004394     MOVE SPACES TO WS-KEY-REJECT-REASON.
004396     MOVE IN-KEY TO WS-KCK-KEY.
004398     PERFORM 3560-CHECK-DIGIT THRU 3560-EXIT.
004400     IF WS-KCK-BAD
004402         MOVE 'CK' TO WS-KEY-REJECT-REASON
004404         GO TO 3550-EXIT
004406     END-IF.
004408     IF IN-TRANS-ADD
004410         PERFORM 3570-CHECK-ISSUED THRU 3570-EXIT
004412         IF WS-KEY-NOT-ISSUED
004414             MOVE 'NI' TO WS-KEY-REJECT-REASON
004416         END-IF
004418     END-IF.
004420 3550-EXIT.
004422     EXIT.
004424
004426*-----------------------------------------------------------------
004428*    3560-CHECK-DIGIT
004430*    SUMS THE FIRST FIVE DIGITS OF WS-KCK-KEY BY THEIR WEIGHTS
004432*    AND PROVES THE SIXTH AGAINST ELEVEN LESS THE REMAINDER MOD
004434*    11 (ZERO FOR A REMAINDER OF ZERO). A BASE LEAVING A
004436*    REMAINDER OF ONE CAN CARRY NO CHECK DIGIT.
004438*-----------------------------------------------------------------
004440 3560-CHECK-DIGIT.
004442     IF WS-KCK-KEY NOT NUMERIC
004444         SET WS-KCK-NOT-NUMERIC TO TRUE
004446         GO TO 3560-EXIT
004448     END-IF.
004450     MOVE ZERO TO WS-KCK-SUM.
004452     PERFORM 3565-WEIGH-DIGIT THRU 3565-EXIT
004454         VARYING WS-KCK-IX FROM 1 BY 1 UNTIL WS-KCK-IX > 5.
004456     DIVIDE WS-KCK-SUM BY 11 GIVING WS-KCK-QUOTIENT
004458         REMAINDER WS-KCK-REMAINDER.
004460     IF WS-KCK-REMAINDER = 1
004462         SET WS-KCK-NO-CHECK-DIGIT TO TRUE
004464         GO TO 3560-EXIT
004466     END-IF.
004468     IF WS-KCK-REMAINDER = ZERO
004470         MOVE ZERO TO WS-KCK-CHECK
004472     ELSE
004474         COMPUTE WS-KCK-CHECK = 11 - WS-KCK-REMAINDER
004476     END-IF.
004478     IF WS-KCK-CHECK = WS-KCK-DIGIT (6)
004480         SET WS-KCK-GOOD TO TRUE
004482     ELSE
004484         SET WS-KCK-WRONG-DIGIT TO TRUE
004486     END-IF.
004488 3560-EXIT.
004490     EXIT.
004492
004494 3565-WEIGH-DIGIT.
004496     COMPUTE WS-KCK-SUM = WS-KCK-SUM
004498           + WS-KCK-DIGIT (WS-KCK-IX) * WS-KCK-WEIGHT (WS-KCK-IX).
004500 3565-EXIT.
004502     EXIT.
004504
004506*-----------------------------------------------------------------
004508*    3570-CHECK-ISSUED
004510*    LOOKS UP THE BASE OF WS-KCK-KEY IN THE KEY ALLOCATION
004512*    REGISTER. THE FIRST BLOCK WHOSE LAST BASE IS NOT BELOW IT
004514*    HOLDS IT IF THAT BLOCK'S FIRST BASE IS NOT ABOVE IT.
004516*-----------------------------------------------------------------
004518 3570-CHECK-ISSUED.
004520     SET WS-KEY-NOT-ISSUED TO TRUE.
004522     MOVE WS-KCK-BASE TO KRG-LAST-BASE.
004524     START KEYREG-FILE KEY NOT < KRG-LAST-BASE
004526         INVALID KEY
004528             GO TO 3570-EXIT
004530     END-START.
004532     READ KEYREG-FILE NEXT
004534         AT END
004536             GO TO 3570-EXIT
004538     END-READ.
004540     IF KRG-FIRST-BASE NOT > WS-KCK-BASE
004542         SET WS-KEY-ISSUED TO TRUE
004544     END-IF.
004546 3570-EXIT.
004548     EXIT.
004550
004552*-----------------------------------------------------------------
004554*    3590-REFUSE-CORRECTION
004556*    THE CORRECTED TRANSACTION WOULD ONLY BOUNCE AGAIN FOR ITS
004558*    KEY, SO IT IS NOT RECYCLED. IT IS LISTED ON THE SUPERVISOR
004560*    REPORT UNDER THE KEY REASON AND POSTED BACK TO ITS SOURCE
004562*    AS DROPPED WITH THAT REASON - THE SOURCE MUST RE-SEND IT
004564*    UNDER AN ISSUED KEY.
004566*-----------------------------------------------------------------
004568 3590-REFUSE-CORRECTION.
004570     ADD 1 TO WS-REFUSED-COUNT.
004572     MOVE WS-KEY-REJECT-REASON TO REJ-REASON-CODE.
004574     MOVE 'CORRECTION REFUSED' TO WS-SUP-DISP.
004576     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
004578     MOVE 'D' TO WS-ACK-OUTCOME.
004580     PERFORM 3800-POST-OUTCOME THRU 3800-EXIT.
004582 3590-EXIT.
004584     EXIT.
004586
004588*-----------------------------------------------------------------
004590*    3600-RECYCLE-REJECT
004592*    RE-EMITS THE TRANSACTION FOR THE NEXT RUN UNLESS IT HAS
004594*    ALREADY BEEN AROUND THE LIMIT NUMBER OF TIMES.
004596*-----------------------------------------------------------------
004598 3600-RECYCLE-REJECT.
004600     ADD 1 TO IN-RECYCLE-COUNT.
004602     MOVE INPUT-RECORD TO RECYCLE-RECORD.
004604     WRITE RECYCLE-RECORD.
004606     ADD 1 TO WS-RECYCLED-COUNT.
004608     MOVE 'C' TO WS-ACK-OUTCOME.
004610     PERFORM 3800-POST-OUTCOME THRU 3800-EXIT.
004612 3600-EXIT.
004614     EXIT.
004616
004618*-----------------------------------------------------------------
004620*    3700-AGE-OUT-REJECT
004622*    THE REJECT HAS ALREADY BEEN RECYCLED THE LIMIT NUMBER OF
004624*    TIMES WITHOUT A CORRECTION. IT GOES TO THE SUPERVISOR
004626*    REPORT INSTEAD OF AROUND AGAIN.
004628*-----------------------------------------------------------------
004640 3700-AGE-OUT-REJECT.
004650     ADD 1 TO WS-AGED-COUNT.
004652     MOVE 'AGED OUT' TO WS-SUP-DISP.
004654     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
004656     MOVE 'G' TO WS-ACK-OUTCOME.
004658     PERFORM 3800-POST-OUTCOME THRU 3800-EXIT.
004660 3700-EXIT.
004662     EXIT.
004664
004666*-----------------------------------------------------------------
004668*    3800-POST-OUTCOME
004670*    POSTS THE REJECT'S FATE (WS-ACK-OUTCOME, SET BY THE CALLER)
004672*    TO ITS SOURCE DETAIL ON THE ACKNOWLEDGEMENT REGISTER AND
004674*    FLAGS THE DETAIL'S BATCH FOR EXACK. THE REJECT REASON IS
004676*    KEPT SO THE SOURCE STILL SEES WHY IT BOUNCED. A REJECT NO
004678*    SOURCE SENT CARRIES NO REFERENCE AND IS PASSED BY.
004680*-----------------------------------------------------------------
004682 3800-POST-OUTCOME.
004684     IF NOT WS-ACK-OPEN
004686        OR IN-ACK-SEQ NOT NUMERIC
004688        OR IN-ACK-SEQ = ZERO
004690         GO TO 3800-EXIT
004692     END-IF.
004694     MOVE IN-SOURCE-CODE  TO ACK-SOURCE.
004696     MOVE IN-ACK-BATCH-NO TO ACK-BATCH-NO.
004698     MOVE IN-ACK-SEQ      TO ACK-DETAIL-SEQ.
004700     READ ACKREG-FILE
004702         INVALID KEY
004704             DISPLAY 'EXRCYC0200 NO ACKREG ENTRY FOR '
004706                     ACK-REG-KEY
004708             GO TO 3800-EXIT
004710     END-READ.
004712     MOVE WS-ACK-OUTCOME   TO ACK-OUTCOME.
004714     MOVE REJ-REASON-CODE  TO ACK-REASON-CODE.
004716     MOVE IN-RECYCLE-COUNT TO ACK-RECYCLE-COUNT.
004718     MOVE WS-RUN-DATE      TO ACK-OUTCOME-DATE.
004720     SET ACK-CHANGED       TO TRUE.
004722     REWRITE ACK-REGISTER-RECORD
004724         INVALID KEY
004726             DISPLAY 'EXRCYC0200 ACKREG REWRITE, STATUS = '
004728                     WS-ACK-FILE-STATUS ' FOR ' ACK-REG-KEY
004730             GO TO 3800-EXIT
004732     END-REWRITE.
004734
004736     MOVE ZERO TO ACK-DETAIL-SEQ.
004738     READ ACKREG-FILE
004740         INVALID KEY
004742             GO TO 3800-EXIT
004744     END-READ.
004746     IF NOT ACK-CHANGED
004748         SET ACK-CHANGED TO TRUE
004750         REWRITE ACK-REGISTER-RECORD
004752             INVALID KEY
004754                 CONTINUE
004756         END-REWRITE
004758     END-IF.
004760 3800-EXIT.
004762     EXIT.
004764
004766*-----------------------------------------------------------------
004768*    8000-FINALIZE
004770*    WRITES THE RUN TOTALS AND CLOSES ALL FILES.
004772*-----------------------------------------------------------------
004774 8000-FINALIZE.
004776*    ANY CORRECTION CARDS LEFT BEYOND THE LAST REJECT KEY CAN
004778*    NEVER MATCH - DRAIN THEM SO THEY TOO ARE REPORTED.
004780     PERFORM 3110-READ-CORRECTION THRU 3110-EXIT
004790         UNTIL WS-COR-EOF.
004800     PERFORM 8300-WRITE-TOTALS THRU 8300-EXIT.
004810
004820     CLOSE REJECT-FILE
004830           RECYCLE-FILE
004836           SUPV-FILE
004842           KEYREG-FILE.
004850     IF WS-COR-PRESENT
004860         CLOSE CORR-FILE
004862     END-IF.
004864     IF WS-ACK-OPEN
004866         CLOSE ACKREG-FILE
004870     END-IF.
004880
004890     DISPLAY 'EXRCYC0100 ' WS-RECYCLED-COUNT ' RECYCLED, '
004900             WS-AGED-COUNT ' AGED OUT, '
004906             WS-DROPPED-COUNT ' DROPPED, '
004912             WS-REFUSED-COUNT ' CORRECTIONS REFUSED'.
004920 8000-EXIT.
004930     EXIT.
004940
005020
005030     MOVE WS-RUN-MM TO WS-SUP-MM.
005040     MOVE WS-RUN-DD TO WS-SUP-DD.
005050     MOVE WS-RUN-CCYY TO WS-SUP-CCYY.
005060     MOVE WS-RUN-HH TO WS-SUP-HH.
005070     MOVE WS-RUN-MN TO WS-SUP-MN.
005080     MOVE WS-RUN-SS TO WS-SUP-SS.
005540     MOVE WS-UNMATCHED-COUNT TO WS-SUP-UNM-CNT.
005550     MOVE WS-SUP-UNMCOUNT TO SUPV-RECORD.
005560     WRITE SUPV-RECORD.
005561
005562     MOVE WS-REFUSED-COUNT TO WS-SUP-REF-CNT.
005564     MOVE WS-SUP-REFUSED TO SUPV-RECORD.
005566     WRITE SUPV-RECORD.
005570 8300-EXIT.
005580     EXIT.
005590
