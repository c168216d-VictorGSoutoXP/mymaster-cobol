000281*    08/22/2026 JH    AN UNRECOGNIZED SNAPSHOT RECORD TYPE NOW
000282*                      ABENDS, AS IN EXRELD AND EXRCVR, INSTEAD
000283*                      OF BEING COMPARED AS MASTER DATA.
000284*    10/15/2026 JH    DATES ON THE SNAPSHOTS AND REPORT ARE
000285*                      CCYYMMDD, AND THE TREND ROW CARRIES ITS
000286*                      MONTH AS CCYYMM (TRENDIN/TRENDOUT ARE NOW
000287*                      27 BYTES).
000290*--------------------------------------------------------------*
000300*    EXMCOMP RUNS AT MONTH END AGAINST TWO EXUNLD BACKUP
000310*    GENERATIONS - THE CURRENT MONTH-END SNAPSHOT (SNAPCUR) AND
000880*--------------------------------------------------------------*
000890 FD  TRENDIN-FILE
000900     RECORDING MODE IS F.
000910 01  TRENDIN-RECORD              PIC X(27).
000920
000930*--------------------------------------------------------------*
000940*    TRENDOUT-FILE - TRENDIN PLUS THIS MONTH'S ROW
000950*--------------------------------------------------------------*
000960 FD  TRENDOUT-FILE
000970     RECORDING MODE IS F.
000980 01  TRENDOUT-RECORD             PIC X(27).
000990
001000*--------------------------------------------------------------*
001010*    CMPRPT-FILE - THE MONTH-END COMPARISON REPORT
001160*    TREND ROW LAYOUT - ONE ROW PER MONTH
001170*--------------------------------------------------------------*
001180 01  WS-TREND-ROW.
001190     05  TRD-CCYYMM             PIC 9(06).
001200     05  TRD-ADD-COUNT          PIC 9(07).
001210     05  TRD-DEL-COUNT          PIC 9(07).
001220     05  TRD-CHG-COUNT          PIC 9(07).
001300         10  WS-CUR-KEY.
001310             15  WS-CUR-KEY-1   PIC X(01).
001320             15  FILLER         PIC X(05).
001330         10  FILLER             PIC X(72).
001340
001350 01  WS-PRV-HOLD.
001360     05  WS-PRV-IMAGE.
001370         10  WS-PRV-KEY.
001380             15  WS-PRV-KEY-1   PIC X(01).
001390             15  FILLER         PIC X(05).
001400         10  FILLER             PIC X(72).
001410
001420*--------------------------------------------------------------*
001430*    SWITCHES
001960*--------------------------------------------------------------*
001970 01  WS-TREND-TABLE.
001980     05  WS-TREND-SLOT OCCURS 6 TIMES.
001990         10  WS-TRS-ROW         PIC X(27).
002000 01  WS-TREND-HELD              PIC 9(02) COMP VALUE ZERO.
002010 01  WS-TREND-IX                PIC 9(02) COMP VALUE 1.
002020 01  WS-TREND-IX2               PIC 9(02) COMP VALUE 1.
002090*    RUN DATE AND TIME - SET AT INITIALIZATION
002100*--------------------------------------------------------------*
002110 01  WS-RUN-DATE.
002120     05  WS-RUN-CCYY            PIC 9(04).
002130     05  WS-RUN-MM              PIC 9(02).
002140     05  WS-RUN-DD              PIC 9(02).
002150
002330         10  FILLER             PIC X(01) VALUE '/'.
002340         10  WS-RPT-DD          PIC 99.
002350         10  FILLER             PIC X(01) VALUE '/'.
002360         10  WS-RPT-CCYY        PIC 9(04).
002370         10  FILLER             PIC X(05) VALUE SPACES.
002380         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
002390         10  WS-RPT-HH          PIC 99.
002410         10  WS-RPT-MN          PIC 99.
002420         10  FILLER             PIC X(01) VALUE ':'.
002430         10  WS-RPT-SS          PIC 99.
002440         10  FILLER             PIC X(37) VALUE SPACES.
002450     05  WS-RPT-SNAP.
002460         10  WS-RPT-SNAP-NAME   PIC X(08).
002470         10  FILLER             PIC X(13)
002480                                 VALUE ' GENERATION: '.
002490         10  WS-RPT-SNAP-GEN    PIC 9(04).
002500         10  FILLER             PIC X(04) VALUE ' OF '.
002510         10  WS-RPT-SNAP-DATE   PIC 9(08).
002520         10  FILLER             PIC X(43) VALUE SPACES.
002530     05  WS-RPT-DETAIL.
002540         10  WS-RPT-DET-TAG     PIC X(09).
002550         10  WS-RPT-DET-KEY     PIC X(06).
002600         10  FILLER             PIC X(01) VALUE SPACE.
002610         10  WS-RPT-DET-AMOUNT  PIC -9999999.99.
002620         10  FILLER             PIC X(01) VALUE SPACE.
002630         10  WS-RPT-DET-EFF     PIC 9(08).
002640         10  FILLER             PIC X(01) VALUE SPACE.
002650         10  WS-RPT-DET-EXP     PIC 9(08).
002660         10  FILLER             PIC X(01) VALUE SPACES.
002670     05  WS-RPT-BAND.
002680         10  FILLER             PIC X(10) VALUE 'KEY BAND: '.
002690         10  WS-RPT-BAND-NAME   PIC X(06).
002760         10  FILLER             PIC X(13) VALUE SPACES.
002770     05  WS-RPT-TREND.
002780         10  FILLER             PIC X(07) VALUE 'MONTH: '.
002790         10  WS-RPT-TRD-CCYYMM  PIC 9(06).
002800         10  FILLER             PIC X(08) VALUE '  ADDS: '.
002810         10  WS-RPT-TRD-ADDS    PIC ZZZ,ZZ9.
002820         10  FILLER             PIC X(11) VALUE '  DELETES: '.
002830         10  WS-RPT-TRD-DELS    PIC ZZZ,ZZ9.
002840         10  FILLER             PIC X(11) VALUE '  CHANGES: '.
002850         10  WS-RPT-TRD-CHGS    PIC ZZZ,ZZ9.
002860         10  FILLER             PIC X(16) VALUE SPACES.
002870     05  WS-RPT-SECTION         PIC X(80).
002880     05  WS-RPT-TOTAL.
002890         10  WS-RPT-TOT-TEXT    PIC X(25).
003090*    TREND ROWS, AND PRIMES BOTH SNAPSHOT READS.
003100*-----------------------------------------------------------------
003110 1000-INITIALIZE.
003120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003130     ACCEPT WS-RUN-TIME FROM TIME.
003140
003150     INITIALIZE WS-BAND-TABLE.
006590
006600     MOVE WS-RUN-MM TO WS-RPT-MM.
006610     MOVE WS-RUN-DD TO WS-RPT-DD.
006620     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
006630     MOVE WS-RUN-HH TO WS-RPT-HH.
006640     MOVE WS-RUN-MN TO WS-RPT-MN.
006650     MOVE WS-RUN-SS TO WS-RPT-SS.
007610         VARYING WS-TREND-IX FROM 1 BY 1
007620         UNTIL WS-TREND-IX > WS-TREND-HELD.
007630
007640     MOVE WS-RUN-CCYY TO TRD-CCYYMM(1:4).
007650     MOVE WS-RUN-MM TO TRD-CCYYMM(5:2).
007660     MOVE WS-ADDED-COUNT   TO TRD-ADD-COUNT.
007670     MOVE WS-DELETED-COUNT TO TRD-DEL-COUNT.
007680     MOVE WS-CHANGED-COUNT TO TRD-CHG-COUNT.
007690
007700     MOVE TRD-CCYYMM    TO WS-RPT-TRD-CCYYMM.
007710     MOVE TRD-ADD-COUNT TO WS-RPT-TRD-ADDS.
007720     MOVE TRD-DEL-COUNT TO WS-RPT-TRD-DELS.
007730     MOVE TRD-CHG-COUNT TO WS-RPT-TRD-CHGS.
007850*--------------------------------------------------------------*
007860 8410-WRITE-ONE-MONTH.
007870     MOVE WS-TRS-ROW(WS-TREND-IX) TO WS-TREND-ROW.
007880     MOVE TRD-CCYYMM    TO WS-RPT-TRD-CCYYMM.
007890     MOVE TRD-ADD-COUNT TO WS-RPT-TRD-ADDS.
007900     MOVE TRD-DEL-COUNT TO WS-RPT-TRD-DELS.
007910     MOVE TRD-CHG-COUNT TO WS-RPT-TRD-CHGS.
