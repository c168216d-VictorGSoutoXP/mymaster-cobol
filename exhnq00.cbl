000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                   EXHNQ00.
000120 AUTHOR.                       J HENRIQUES.
000130 INSTALLATION.                 DATA PROCESSING - ONLINE SYSTEMS.
000140 DATE-WRITTEN.                 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*    MODIFICATION HISTORY
000180*--------------------------------------------------------------*
000190*    DATE       INIT  DESCRIPTION
000200*    ---------  ----  ------------------------------------------
000210*    10/15/2026 JH    ORIGINAL PROGRAM - CICS POINT-IN-TIME
000220*                      INQUIRY AGAINST THE RATEHST VALUE
000230*                      HISTORY FOLDED NIGHTLY BY EXRHST.
000232*    10/15/2026 JH    THE INQUIRY DATE IS KEYED CCYYMMDD, 8 DIGITS
000234*                      RIGHT AFTER THE KEY, AND EVERY DATE SHOWS
000236*                      ITS CENTURY.
000238*    10/15/2026 JH    A KEY WITH NO HISTORY WHOSE MASTER RECORD
000240*                      WAS MAINTAINED AFTER THE DATE ASKED IS NOT
000242*                      ANSWERED FROM THE MASTER - THE VALUES THAT
000244*                      DAY ARE NOT IN THE HISTORY UNTIL EXRHST
000246*                      FOLDS THE CHANGE IN.
000248*    10/15/2026 JH    A BASELINE ROW WHOSE IMAGE WAS MAINTAINED
000250*                      AFTER THE DATE ASKED IS REFUSED THE SAME
000252*                      WAY. THE REFUSAL NO LONGER PROMISES THE
000254*                      VALUE TOMORROW.
000256*--------------------------------------------------------------*
000258*    TRANSACTION EXHQ RUNS THIS PROGRAM, ALONGSIDE THE EXQI
000260*    MASTER INQUIRY. THE OPERATOR KEYS A SIX CHARACTER MASTER
000270*    KEY FOLLOWED BY A DATE (CCYYMMDD) AND THE MASTER RECORD AS
000280*    IT STOOD THAT DAY COMES BACK, LAID OUT AS EXQI LAYS OUT
000290*    TODAY'S RECORD, WITH A LINE SAYING WHERE THE VALUE CAME
000300*    FROM AND WHEN IT TOOK EFFECT.
000310*
000320*    THE HISTORY IS BROWSED FROM THE KEY PLUS ZEROS AND THE
000330*    LAST RECORD DATED ON OR BEFORE THE DATE IS THE ANSWER. A
000340*    DELETE, OR NO HISTORY THAT EARLY, MEANS THE KEY WAS NOT ON
000350*    FILE THAT DAY. A KEY WITH NO HISTORY AT ALL HAS NOT
000360*    CHANGED SINCE THE HISTORY BEGAN, SO TODAY'S OUTFILE RECORD
000370*    IS THE ANSWER - UNLESS ITS MAINTENANCE DATE IS LATER THAN
000372*    THE DATE ASKED. THE SAME GOES FOR A BASELINE RECORD, THE
000373*    KEY AS IT STOOD WHEN THE HISTORY BEGAN. THE VALUES THAT
000374*    DAY ARE THEN NOT ON RATEHST AND THE OPERATOR IS TOLD SO.
000376*    THE HISTORY RUNS TO LAST NIGHT'S FOLD -
000380*    TODAY'S ONLINE CHANGES ARE ON EXQI, NOT HERE. EACH INQUIRY
000390*    IS A SEPARATE TASK - THE OPERATOR RE-ENTERS TRANSACTION
000400*    EXHQ FOR THE NEXT LOOKUP.
000410*--------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.              IBM-370.
000450 OBJECT-COMPUTER.              IBM-370.
000460
000470 DATA DIVISION.
000480 WORKING-STORAGE SECTION.
000490*--------------------------------------------------------------*
000500*    MASTER RECORD LAYOUT - SHARED WITH THE EXEMPLO BATCH
000510*    MAINTENANCE PROGRAM VIA THE OUTMSTR COPYBOOK.
000520*--------------------------------------------------------------*
000530 COPY OUTMSTR REPLACING ==OUTPUT-RECORD== BY ==WS-MASTER-RECORD==.
000540
000550*--------------------------------------------------------------*
000560*    VALUE HISTORY RECORD - SHARED WITH THE NIGHTLY EXRHST
000570*    FOLD VIA THE RHSREC COPYBOOK.
000580*--------------------------------------------------------------*
000590 COPY RHSREC REPLACING ==HISTORY-RECORD== BY ==WS-HISTORY-REC==.
000600
000610*--------------------------------------------------------------*
000620*    CICS WORK AREAS
000630*--------------------------------------------------------------*
000640 01  WS-INQUIRY-AREA.
000650     05  WS-INQ-KEY             PIC X(06) VALUE SPACES.
000660     05  WS-INQ-DATE            PIC X(08) VALUE SPACES.
000670     05  WS-INQ-DATE-NUM REDEFINES WS-INQ-DATE
000680                                PIC 9(08).
000690 01  WS-RECEIVE-LENGTH          PIC S9(04) COMP VALUE 14.
000700 01  WS-RESP                    PIC S9(08) COMP VALUE ZERO.
000710
000720*--------------------------------------------------------------*
000730*    BROWSE KEY - THE MASTER KEY PLUS ZEROS, SO THE BROWSE
000740*    OPENS AT THE KEY'S FIRST HISTORY RECORD
000750*--------------------------------------------------------------*
000760 01  WS-BROWSE-KEY.
000770     05  WS-BRW-KEY             PIC X(06) VALUE SPACES.
000780     05  WS-BRW-DATE            PIC 9(08) VALUE ZERO.
000790     05  WS-BRW-TIME            PIC 9(08) VALUE ZERO.
000800     05  WS-BRW-SEQ             PIC 9(03) VALUE ZERO.
000810
000820 01  WS-BROWSE-SWITCHES.
000830     05  WS-BROWSE-DONE-SW      PIC X(01) VALUE 'N'.
000840         88  WS-BROWSE-DONE               VALUE 'Y'.
000850     05  WS-HISTORY-SW          PIC X(01) VALUE 'N'.
000860         88  WS-KEY-HAS-HISTORY           VALUE 'Y'.
000870     05  WS-FOUND-SW            PIC X(01) VALUE 'N'.
000880         88  WS-VALUE-FOUND               VALUE 'Y'.
000890
000900*--------------------------------------------------------------*
000910*    THE HISTORY RECORD IN FORCE ON THE DATE ASKED ABOUT
000920*--------------------------------------------------------------*
000930 01  WS-IN-FORCE.
000940     05  WS-FRC-ACTION          PIC X(08) VALUE SPACES.
000950     05  WS-FRC-DATE            PIC 9(08) VALUE ZERO.
000960     05  WS-FRC-TIME            PIC 9(08) VALUE ZERO.
000970     05  WS-FRC-TIME-X REDEFINES WS-FRC-TIME.
000980         10  WS-FRC-HHMMSS      PIC X(06).
000990         10  FILLER             PIC X(02).
001000
001010 01  WS-DISPLAY-AREA.
001020     05  WS-DSP-LINE1.
001030         10  FILLER             PIC X(07) VALUE 'KEY:   '.
001040         10  WS-DSP-KEY         PIC X(06).
001050         10  FILLER             PIC X(10) VALUE '  STATUS: '.
001060         10  WS-DSP-STATUS      PIC X(01).
001070         10  FILLER             PIC X(10) VALUE '  AMOUNT: '.
001080         10  WS-DSP-AMOUNT      PIC -9999999.99.
001090         10  FILLER             PIC X(35) VALUE SPACES.
001100     05  WS-DSP-LINE2.
001110         10  FILLER             PIC X(07) VALUE 'DESC:  '.
001120         10  WS-DSP-DESC        PIC X(30).
001130         10  FILLER             PIC X(43) VALUE SPACES.
001140     05  WS-DSP-LINE3.
001150         10  FILLER             PIC X(07) VALUE 'EFF:   '.
001160         10  WS-DSP-EFF         PIC 9(08).
001170         10  FILLER             PIC X(07) VALUE '  EXP: '.
001180         10  WS-DSP-EXP         PIC 9(08).
001190         10  FILLER             PIC X(09) VALUE '  MAINT: '.
001200         10  WS-DSP-MAINT       PIC 9(08).
001210         10  FILLER             PIC X(05) VALUE ' BY  '.
001220         10  WS-DSP-USER        PIC X(08).
001230         10  FILLER             PIC X(20) VALUE SPACES.
001240     05  WS-DSP-LINE4.
001250         10  FILLER             PIC X(07) VALUE 'AS OF: '.
001260         10  WS-DSP-ASOF        PIC X(08).
001270         10  FILLER             PIC X(10) VALUE '  SOURCE: '.
001280         10  WS-DSP-SOURCE      PIC X(09).
001290         10  FILLER             PIC X(08) VALUE '  FROM: '.
001300         10  WS-DSP-FROM-DATE   PIC X(08).
001310         10  FILLER             PIC X(01) VALUE SPACE.
001320         10  WS-DSP-FROM-TIME   PIC X(06).
001330         10  FILLER             PIC X(23) VALUE SPACES.
001340
001350 01  WS-NOTFOUND-LINE           PIC X(80) VALUE
001360     'NO MASTER RECORD FOUND FOR THE KEY ENTERED.'.
001370
001380 01  WS-NOT-ON-FILE-LINE        PIC X(80) VALUE
001390     'THE KEY WAS NOT ON THE MASTER ON THE DATE ENTERED.'.
001400
001410 01  WS-PROMPT-LINE             PIC X(80) VALUE
001420     'ENTER A MASTER KEY AND A CCYYMMDD DATE AND PRESS ENTER.'.
001440
001450 01  WS-DATE-ERROR-LINE         PIC X(80) VALUE
001460     'THE DATE MUST BE 8 DIGITS CCYYMMDD, RIGHT AFTER THE KEY.'.
001480
001490 01  WS-RECEIVE-ERROR-LINE      PIC X(80) VALUE
001500     'TERMINAL ERROR ON RECEIVE - RE-ENTER TRANSACTION EXHQ.'.
001502
001504 01  WS-NOT-YET-LINE            PIC X(80) VALUE
001506     'AS-OF VALUE NOT IN HISTORY - MAINTAINED AFTER THE DATE.'.
001510
001520 PROCEDURE DIVISION.
001530*-----------------------------------------------------------------
001540*    0000-MAINLINE
001550*    RECEIVES THE KEY AND DATE, FINDS THE VALUE IN FORCE THAT
001560*    DAY, AND SENDS THE REPLY.
001570*-----------------------------------------------------------------
001580 0000-MAINLINE.
001590     EXEC CICS RECEIVE
001600         INTO(WS-INQUIRY-AREA)
001610         LENGTH(WS-RECEIVE-LENGTH)
001620         RESP(WS-RESP)
001630     END-EXEC.
001640
001650     IF WS-RESP NOT = DFHRESP(NORMAL)
001660         PERFORM 7100-SEND-RECEIVE-ERROR THRU 7100-EXIT
001670     ELSE
001680         IF WS-INQ-KEY = SPACES OR LOW-VALUES
001690             PERFORM 7000-SEND-PROMPT  THRU 7000-EXIT
001700         ELSE
001710             IF WS-INQ-DATE NOT NUMERIC
001720                 PERFORM 7300-SEND-DATE-ERROR THRU 7300-EXIT
001730             ELSE
001740                 PERFORM 1000-BROWSE-HISTORY THRU 1000-EXIT
001750             END-IF
001760         END-IF
001770     END-IF.
001780
001790     EXEC CICS RETURN END-EXEC.
001800
001810*-----------------------------------------------------------------
001820*    1000-BROWSE-HISTORY
001830*    OPENS THE BROWSE AT THE KEY'S FIRST HISTORY RECORD AND
001840*    KEEPS THE LAST ONE DATED ON OR BEFORE THE DATE. A KEY WITH
001850*    NO HISTORY IS ANSWERED FROM THE MASTER. A BASELINE
001852*    MAINTAINED AFTER THE DATE IS NOT AN ANSWER FOR IT.
001860*-----------------------------------------------------------------
001870 1000-BROWSE-HISTORY.
001880     MOVE WS-INQ-KEY TO WS-BRW-KEY.
001890     MOVE ZERO       TO WS-BRW-DATE
001900                        WS-BRW-TIME
001910                        WS-BRW-SEQ.
001920
001930     EXEC CICS STARTBR
001940         DATASET('RATEHST')
001950         RIDFLD(WS-BROWSE-KEY)
001960         GTEQ
001970         RESP(WS-RESP)
001980     END-EXEC.
001990
002000     IF WS-RESP = DFHRESP(NORMAL)
002010         PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
002020             UNTIL WS-BROWSE-DONE
002030         EXEC CICS ENDBR
002040             DATASET('RATEHST')
002050         END-EXEC
002060     END-IF.
002070
002080     IF NOT WS-KEY-HAS-HISTORY
002090         PERFORM 3000-LOOKUP-MASTER THRU 3000-EXIT
002100         GO TO 1000-EXIT
002110     END-IF.
002113
002116     IF WS-VALUE-FOUND
002119      AND WS-FRC-ACTION = 'BASELINE'
002122      AND OUT-MAINT-DATE > WS-INQ-DATE-NUM
002125         PERFORM 7500-SEND-NOT-YET THRU 7500-EXIT
002128         GO TO 1000-EXIT
002131     END-IF.
002132
002134     IF WS-VALUE-FOUND
002140      AND WS-MASTER-RECORD NOT = LOW-VALUES
002150         PERFORM 4000-SEND-FOUND THRU 4000-EXIT
002160     ELSE
002170         PERFORM 7400-SEND-NOT-ON-FILE THRU 7400-EXIT
002180     END-IF.
002190 1000-EXIT.
002200     EXIT.
002210
002220*-----------------------------------------------------------------
002230*    2000-SCAN-HISTORY
002240*    READS THE NEXT HISTORY RECORD WHILE IT STILL BELONGS TO
002250*    THE KEY. THE HISTORY IS IN DATE ORDER WITHIN THE KEY, SO
002260*    THE FIRST RECORD DATED AFTER THE DATE ENDS THE SCAN.
002270*-----------------------------------------------------------------
002280 2000-SCAN-HISTORY.
002290     EXEC CICS READNEXT
002300         DATASET('RATEHST')
002310         INTO(WS-HISTORY-REC)
002320         RIDFLD(WS-BROWSE-KEY)
002330         RESP(WS-RESP)
002340     END-EXEC.
002350
002360     IF WS-RESP NOT = DFHRESP(NORMAL)
002370      OR RHS-KEY NOT = WS-INQ-KEY
002380         SET WS-BROWSE-DONE TO TRUE
002390         GO TO 2000-EXIT
002400     END-IF.
002410
002420     SET WS-KEY-HAS-HISTORY TO TRUE.
002430     IF RHS-EFF-DATE > WS-INQ-DATE-NUM
002440         SET WS-BROWSE-DONE TO TRUE
002450         GO TO 2000-EXIT
002460     END-IF.
002470
002480     SET WS-VALUE-FOUND TO TRUE.
002490     MOVE RHS-IMAGE    TO WS-MASTER-RECORD.
002500     MOVE RHS-ACTION   TO WS-FRC-ACTION.
002510     MOVE RHS-EFF-DATE TO WS-FRC-DATE.
002520     MOVE RHS-EFF-TIME TO WS-FRC-TIME.
002530 2000-EXIT.
002540     EXIT.
002550
002560*-----------------------------------------------------------------
002570*    3000-LOOKUP-MASTER
002580*    NO HISTORY FOR THE KEY - IT HAS NOT CHANGED SINCE THE
002590*    HISTORY BEGAN, SO TODAY'S RECORD IS THE ANSWER. A RECORD
002592*    MAINTAINED AFTER THE DATE ASKED IS NOT - ITS VALUES ON
002594*    THAT DATE ARE NOT ON RATEHST.
002600*-----------------------------------------------------------------
002610 3000-LOOKUP-MASTER.
002620     EXEC CICS READ
002630         DATASET('OUTFILE')
002640         INTO(WS-MASTER-RECORD)
002650         RIDFLD(WS-INQ-KEY)
002660         RESP(WS-RESP)
002670     END-EXEC.
002680
002690     IF WS-RESP NOT = DFHRESP(NORMAL)
002700         PERFORM 7200-SEND-NOTFOUND THRU 7200-EXIT
002710         GO TO 3000-EXIT
002720     END-IF.
002722
002724     IF OUT-MAINT-DATE > WS-INQ-DATE-NUM
002726         PERFORM 7500-SEND-NOT-YET  THRU 7500-EXIT
002728         GO TO 3000-EXIT
002730     END-IF.
002732
002734     MOVE SPACES TO WS-FRC-ACTION.
002736     PERFORM 4000-SEND-FOUND    THRU 4000-EXIT.
002750 3000-EXIT.
002760     EXIT.
002770
002780*-----------------------------------------------------------------
002790*    4000-SEND-FOUND
002800*    SENDS THE RECORD IN FORCE AND WHERE IT CAME FROM. A
002810*    BASELINE OR AN UNCHANGED KEY HAS NO START DATE TO SHOW.
002820*-----------------------------------------------------------------
002830 4000-SEND-FOUND.
002840     MOVE OUT-KEY        TO WS-DSP-KEY.
002850     MOVE OUT-STATUS     TO WS-DSP-STATUS.
002860     MOVE OUT-AMOUNT     TO WS-DSP-AMOUNT.
002870     MOVE OUT-DESC       TO WS-DSP-DESC.
002880     MOVE OUT-EFF-DATE   TO WS-DSP-EFF.
002890     MOVE OUT-EXP-DATE   TO WS-DSP-EXP.
002900     MOVE OUT-MAINT-DATE TO WS-DSP-MAINT.
002910     MOVE OUT-MAINT-USER TO WS-DSP-USER.
002920     MOVE WS-INQ-DATE    TO WS-DSP-ASOF.
002930     MOVE SPACES         TO WS-DSP-FROM-DATE
002940                            WS-DSP-FROM-TIME.
002950     EVALUATE TRUE
002960         WHEN WS-FRC-ACTION = SPACES
002970             MOVE 'UNCHANGED'   TO WS-DSP-SOURCE
002980         WHEN WS-FRC-ACTION = 'BASELINE'
002990             MOVE 'BASELINE'    TO WS-DSP-SOURCE
003000         WHEN OTHER
003010             MOVE WS-FRC-ACTION TO WS-DSP-SOURCE
003020             MOVE WS-FRC-DATE   TO WS-DSP-FROM-DATE
003030             MOVE WS-FRC-HHMMSS TO WS-DSP-FROM-TIME
003040     END-EVALUATE.
003050     EXEC CICS SEND TEXT
003060         FROM(WS-DISPLAY-AREA)
003070         LENGTH(LENGTH OF WS-DISPLAY-AREA)
003080         ERASE
003090     END-EXEC.
003100 4000-EXIT.
003110     EXIT.
003120
003130*-----------------------------------------------------------------
003140*    7000-SEND-PROMPT
003150*    NO KEY WAS ENTERED - PROMPT THE OPERATOR FOR ONE.
003160*-----------------------------------------------------------------
003170 7000-SEND-PROMPT.
003180     EXEC CICS SEND TEXT
003190         FROM(WS-PROMPT-LINE)
003200         LENGTH(LENGTH OF WS-PROMPT-LINE)
003210         ERASE
003220     END-EXEC.
003230 7000-EXIT.
003240     EXIT.
003250
003260*-----------------------------------------------------------------
003270*    7100-SEND-RECEIVE-ERROR
003280*    THE RECEIVE FAILED FOR A REASON OTHER THAN "NO DATA
003290*    ENTERED". TELL THE OPERATOR RATHER THAN TREATING IT AS AN
003300*    EMPTY INQUIRY.
003310*-----------------------------------------------------------------
003320 7100-SEND-RECEIVE-ERROR.
003330     EXEC CICS SEND TEXT
003340         FROM(WS-RECEIVE-ERROR-LINE)
003350         LENGTH(LENGTH OF WS-RECEIVE-ERROR-LINE)
003360         ERASE
003370     END-EXEC.
003380 7100-EXIT.
003390     EXIT.
003400
003410*-----------------------------------------------------------------
003420*    7200-SEND-NOTFOUND
003430*    NO HISTORY AND NO MASTER RECORD FOR THE KEY.
003440*-----------------------------------------------------------------
003450 7200-SEND-NOTFOUND.
003460     EXEC CICS SEND TEXT
003470         FROM(WS-NOTFOUND-LINE)
003480         LENGTH(LENGTH OF WS-NOTFOUND-LINE)
003490         ERASE
003500     END-EXEC.
003510 7200-EXIT.
003520     EXIT.
003530
003540*-----------------------------------------------------------------
003550*    7300-SEND-DATE-ERROR
003560*    THE DATE WAS MISSING OR NOT NUMERIC.
003570*-----------------------------------------------------------------
003580 7300-SEND-DATE-ERROR.
003590     EXEC CICS SEND TEXT
003600         FROM(WS-DATE-ERROR-LINE)
003610         LENGTH(LENGTH OF WS-DATE-ERROR-LINE)
003620         ERASE
003630     END-EXEC.
003640 7300-EXIT.
003650     EXIT.
003660
003670*-----------------------------------------------------------------
003680*    7400-SEND-NOT-ON-FILE
003690*    THE KEY HAS HISTORY, BUT ON THE DATE IT WAS EITHER
003700*    DELETED OR NOT YET ADDED.
003710*-----------------------------------------------------------------
003720 7400-SEND-NOT-ON-FILE.
003730     EXEC CICS SEND TEXT
003740         FROM(WS-NOT-ON-FILE-LINE)
003750         LENGTH(LENGTH OF WS-NOT-ON-FILE-LINE)
003760         ERASE
003770     END-EXEC.
003780 7400-EXIT.
003790     EXIT.
003800
003810*-----------------------------------------------------------------
003820*    7500-SEND-NOT-YET
003830*    THE ONLY IMAGE FOR THE DATE - THE MASTER, OR THE BASELINE
003840*    HISTORY RECORD - WAS MAINTAINED AFTER IT, SO THE VALUES
003850*    THAT DAY ARE NOT ON RATEHST.
003860*-----------------------------------------------------------------
003870 7500-SEND-NOT-YET.
003880     EXEC CICS SEND TEXT
003890         FROM(WS-NOT-YET-LINE)
003900         LENGTH(LENGTH OF WS-NOT-YET-LINE)
003910         ERASE
003920     END-EXEC.
003930 7500-EXIT.
003940     EXIT.
