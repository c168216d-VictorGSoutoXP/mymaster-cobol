000210*    09/03/2026 JH    ORIGINAL PROGRAM - MASS-CHANGE GENERATOR.
000220*                      TURNS A SELECTION RULE INTO A FRAMED
000230*                      CHANGE-TRANSACTION FILE.
000232*    10/15/2026 JH    DATES ARE CCYYMMDD. THE GENCARD DATE RANGE
000234*                      AND A NEW EF/EX DATE ARE 8 DIGITS, SHIFTING
000236*                      THE CARD COLUMNS FROM COL 13 ON.
000237*    10/15/2026 JH    GENERATED RECORDS CARRY A ZERO
000238*                      ACKNOWLEDGEMENT REFERENCE (IN-ACK-REF) - NO
000239*                      SOURCE DEPARTMENT SENT THEM.
000240*--------------------------------------------------------------*
000250*    WHEN PRICING REWORKS A RATE, EXMGEN GENERATES THE CHANGE
000260*    TRANSACTIONS A CLERK WOULD OTHERWISE KEY ONE BY ONE. IT
000410*    GENCARD CONTROL CARD:
000420*      COL  1-6    KEY RANGE LOW       SPACES = OPEN
000430*      COL  7-12   KEY RANGE HIGH      SPACES = OPEN
000440*      COL 13-20   EFF DATE LOW CCYYMMDD ZERO = OPEN
000450*      COL 21-28   EFF DATE HIGH       ZERO = OPEN
000460*      COL 29      STATUS FILTER       A/I, SPACE = EITHER
000470*      COL 30      MODE                G = GENERATE
000480*                                      P = PREVIEW (REPORT
000490*                                          ONLY, NO GENFILE)
000500*      COL 31-32   FIELD-ID            DS/ST/EF/EX/AM
000510*      COL 33      ADJUST TYPE         V = SET TO VALUE
000520*                                      P = AMOUNT BY PERCENT
000530*                                      F = AMOUNT BY FLAT
000540*                                      (P AND F NEED AM)
000550*      COL 34-63   NEW VALUE - DESCRIPTION, OR STATUS IN THE
000560*                  FIRST BYTE, OR DATE/AMOUNT/PERCENT AS
000570*                  SIGNED NUMERICS IN THE FIRST BYTES
000580*--------------------------------------------------------------*
001000 01  GENCARD-RECORD.
001010     05  GEN-KEY-LOW            PIC X(06).
001020     05  GEN-KEY-HIGH           PIC X(06).
001030     05  GEN-DATE-LOW           PIC 9(08).
001040     05  GEN-DATE-HIGH          PIC 9(08).
001050     05  GEN-STATUS             PIC X(01).
001060     05  GEN-MODE               PIC X(01).
001070         88  GEN-MODE-GENERATE            VALUE 'G'.
001210         10  GEN-NEW-STATUS-CD  PIC X(01).
001220         10  FILLER             PIC X(29).
001230     05  GEN-NEW-DATE-GRP REDEFINES GEN-NEW-DATA.
001240         10  GEN-NEW-DATE       PIC 9(08).
001250         10  FILLER             PIC X(22).
001260     05  GEN-NEW-AMOUNT-GRP REDEFINES GEN-NEW-DATA.
001270         10  GEN-NEW-AMOUNT     PIC S9(07)V99.
001280         10  FILLER             PIC X(21).
001910 01  WS-SELECT-CARD.
001920     05  WS-SEL-KEY-LOW         PIC X(06) VALUE LOW-VALUES.
001930     05  WS-SEL-KEY-HIGH        PIC X(06) VALUE HIGH-VALUES.
001940     05  WS-SEL-DATE-LOW        PIC 9(08) VALUE ZERO.
001950     05  WS-SEL-DATE-HIGH       PIC 9(08) VALUE 99999999.
001960     05  WS-SEL-STATUS          PIC X(01) VALUE SPACE.
001970
001980*--------------------------------------------------------------*
002100*    RUN DATE AND TIME - SET AT INITIALIZATION
002110*--------------------------------------------------------------*
002120 01  WS-RUN-DATE.
002130     05  WS-RUN-CCYY            PIC 9(04).
002140     05  WS-RUN-MM              PIC 9(02).
002150     05  WS-RUN-DD              PIC 9(02).
002160 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
002170                                PIC 9(08).
002180
002190 01  WS-RUN-TIME.
002200     05  WS-RUN-HH              PIC 9(02).
002360         10  FILLER             PIC X(01) VALUE '/'.
002370         10  WS-RPT-DD          PIC 99.
002380         10  FILLER             PIC X(01) VALUE '/'.
002390         10  WS-RPT-CCYY        PIC 9(04).
002400         10  FILLER             PIC X(05) VALUE SPACES.
002410         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
002420         10  WS-RPT-HH          PIC 99.
002440         10  WS-RPT-MN          PIC 99.
002450         10  FILLER             PIC X(01) VALUE ':'.
002460         10  WS-RPT-SS          PIC 99.
002470         10  FILLER             PIC X(37) VALUE SPACES.
002480     05  WS-RPT-MODE.
002490         10  FILLER             PIC X(25)
002500                                 VALUE 'MODE . . . . . . . . . :'.
002930*    HEADER.
002940*-----------------------------------------------------------------
002950 1000-INITIALIZE.
002960     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002970     ACCEPT WS-RUN-TIME FROM TIME.
002980
002990     PERFORM 1100-READ-GENCARD  THRU 1100-EXIT.
004700     MOVE 'MGN'           TO IN-HDR-SOURCE.
004710     MOVE WS-RUN-DATE-NUM TO IN-HDR-CREATE-DATE.
004720     MOVE WS-BATCH-NO     TO IN-HDR-BATCH-NO.
004725     MOVE ZEROS           TO IN-ACK-REF.
004730     WRITE INPUT-RECORD.
004740 1300-EXIT.
004750     EXIT.
005830     MOVE WS-RUN-DATE-NUM TO IN-EFF-DATE.
005840     MOVE GEN-FIELD-ID    TO IN-FIELD-ID.
005850     MOVE ZERO            TO IN-RECYCLE-COUNT.
005855     MOVE ZEROS           TO IN-ACK-REF.
005860
005870     EVALUATE TRUE
005880         WHEN GEN-FLD-DESC
006630
006640     MOVE WS-RUN-MM TO WS-RPT-MM.
006650     MOVE WS-RUN-DD TO WS-RPT-DD.
006660     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
006670     MOVE WS-RUN-HH TO WS-RPT-HH.
006680     MOVE WS-RUN-MN TO WS-RPT-MN.
006690     MOVE WS-RUN-SS TO WS-RPT-SS.
007110     MOVE 'T'           TO IN-TRANS-CODE.
007120     MOVE WS-GEN-COUNT  TO IN-TRL-RECORD-COUNT.
007130     MOVE WS-KEY-HASH   TO IN-TRL-KEY-HASH.
007135     MOVE ZEROS         TO IN-ACK-REF.
007140     WRITE INPUT-RECORD.
007150 8300-EXIT.
007160     EXIT.
