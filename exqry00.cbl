000240*                      A REAL RECEIVE FAILURE IS REPORTED TO THE
000250*                      OPERATOR INSTEAD OF LOOKING LIKE AN EMPTY
000260*                      INQUIRY.
000270*    08/22/2026 JH    DISPLAY EXPANDED TO THE FULL MASTER
000280*                      RECORD - DESCRIPTION, STATUS, EFFECTIVE/
000290*                      EXPIRY DATES, AMOUNT, AND LAST
000300*                      MAINTENANCE STAMP - NOW THAT OUTMSTR
000310*                      CARRIES REAL BUSINESS FIELDS.
000320*    10/15/2026 JH    DATES ARE SHOWN CCYYMMDD.
000330*    10/15/2026 JH    FORMATTED SCREEN (MAP EXQIMAP) WITH
000340*                      LABELLED FIELDS IN PLACE OF THE TEXT
000350*                      LINES, AND PF-KEY LINKS TO EXBR, EXPQ,
000360*                      AND EXUP CARRYING THE KEY SHOWN (NAVCOM
000370*                      COMMAREA). NOW PSEUDO-CONVERSATIONAL.
000380*--------------------------------------------------------------*
000390*    TRANSACTION EXQI RUNS THIS PROGRAM. THE OPERATOR KEYS A
000400*    SIX CHARACTER MASTER KEY ON THE EXQIMAP SCREEN AND THE
000410*    MATCHING RECORD, IF ANY, IS SHOWN FIELD BY FIELD UNDER IT.
000420*    THE SCREEN STAYS UP BETWEEN INQUIRIES - EACH ENTER IS A
000430*    NEW TASK, STARTED BY THE RETURN TRANSID AT THE END OF THE
000440*    LAST ONE WITH THE NAVCOM COMMAREA.
000450*
000460*    EXQI IS ALSO REACHED BY PF5 FROM EXBR, EXPQ, AND EXUP,
000470*    AND THEN SHOWS THE KEY THE OPERATOR CARRIED FROM THERE.
000480*    FROM HERE:
000490*      ENTER  LOOK UP THE KEY ON THE SCREEN
000500*      PF3    END THE SESSION
000510*      PF4    EXBR BROWSE, BACK AT THE PAGE LAST SHOWN
000520*      PF6    EXPQ PENDING ACTIVITY FOR THE KEY
000530*      PF9    EXUP MAINTENANCE OF THE KEY
000540*      CLEAR  A FRESH, EMPTY INQUIRY
000550*--------------------------------------------------------------*
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.              IBM-370.
000590 OBJECT-COMPUTER.              IBM-370.
000600
000610 DATA DIVISION.
000620 WORKING-STORAGE SECTION.
000630*--------------------------------------------------------------*
000640*    MASTER RECORD LAYOUT - SHARED WITH THE EXEMPLO BATCH
000650*    MAINTENANCE PROGRAM VIA THE OUTMSTR COPYBOOK.
000660*--------------------------------------------------------------*
000670 COPY OUTMSTR REPLACING ==OUTPUT-RECORD== BY ==WS-MASTER-RECORD==.
000680
000690*--------------------------------------------------------------*
000700*    SCREEN - THE EXQIMAP SYMBOLIC MAP, THE KEY/ATTRIBUTE
000710*    VALUES, AND THE COMMAREA CARRIED BETWEEN THE SCREENS
000720*--------------------------------------------------------------*
000730 COPY EXQIMS.
000740 COPY SCRCTL.
000750 COPY NAVCOM.
000760
000770*--------------------------------------------------------------*
000780*    CICS WORK AREAS
000790*--------------------------------------------------------------*
000800 01  WS-INQUIRY-KEY             PIC X(06) VALUE SPACES.
000810 01  WS-RESP                    PIC S9(08) COMP VALUE ZERO.
000820 01  WS-XCTL-PROGRAM            PIC X(08) VALUE SPACES.
000830 01  WS-EDIT-AMOUNT             PIC -9999999.99.
000840
000850 01  WS-SCREEN-SWITCHES.
000860     05  WS-RECORD-SW           PIC X(01) VALUE 'N'.
000870         88  WS-RECORD-SHOWN              VALUE 'Y'.
000880     05  WS-KEY-ERROR-SW        PIC X(01) VALUE 'N'.
000890         88  WS-KEY-IN-ERROR              VALUE 'Y'.
000900     05  WS-RECEIVE-SW          PIC X(01) VALUE 'N'.
000910         88  WS-RECEIVE-FAILED            VALUE 'Y'.
000920
000930 01  WS-MSG-LINE                PIC X(79) VALUE SPACES.
000940
000950 01  WS-FOUND-LINE              PIC X(79) VALUE
000960     'RECORD SHOWN - PF6 FOR ITS PENDING ACTIVITY, PF9 TO CHANGE'.
000970
000980 01  WS-NOTFOUND-LINE           PIC X(79) VALUE
000990     'NO MASTER RECORD FOUND FOR THE KEY ENTERED.'.
001000
001010 01  WS-PROMPT-LINE             PIC X(79) VALUE
001020     'ENTER A 6 CHARACTER MASTER KEY AND PRESS ENTER.'.
001030
001040 01  WS-RECEIVE-ERROR-LINE      PIC X(79) VALUE
001050     'TERMINAL ERROR ON RECEIVE - PRESS CLEAR AND TRY AGAIN.'.
001060
001070 01  WS-KEY-INACTIVE-LINE       PIC X(79) VALUE
001080     'THAT KEY IS NOT ACTIVE ON THIS SCREEN.'.
001090
001100 01  WS-XCTL-ERROR-LINE.
001110     05  FILLER                 PIC X(08) VALUE 'PROGRAM '.
001120     05  WS-XCTL-ERROR-PROGRAM  PIC X(08).
001130     05  FILLER                 PIC X(63) VALUE
001140         ' IS NOT AVAILABLE - THAT SCREEN CANNOT BE SHOWN NOW.'.
001150
001160 LINKAGE SECTION.
001170 01  DFHCOMMAREA                PIC X(600).
001180
001190 PROCEDURE DIVISION.
001200*-----------------------------------------------------------------
001210*    0000-MAINLINE
001220*    A FIRST ENTRY GETS AN EMPTY SCREEN. A TASK STARTED BY
001230*    ANOTHER SCREEN'S TRANSFER SHOWS THE KEY IT CARRIED. ANY
001240*    OTHER TASK IS THE OPERATOR ANSWERING THIS SCREEN. THE
001250*    TASK ENDS BY ASKING CICS TO RUN EXQI AGAIN, WITH THE
001260*    COMMAREA, ON THE NEXT ATTENTION KEY.
001270*-----------------------------------------------------------------
001280 0000-MAINLINE.
001290     IF EIBCALEN NOT = LENGTH OF NAV-COMMAREA
001300         INITIALIZE NAV-COMMAREA
001310         PERFORM 0100-START-FRESH THRU 0100-EXIT
001320     ELSE
001330         MOVE DFHCOMMAREA TO NAV-COMMAREA
001340         IF NAV-THIS-TRANS NOT = 'EXQI'
001350             PERFORM 0200-ARRIVE-BY-TRANSFER THRU 0200-EXIT
001360         ELSE
001370             PERFORM 0300-PROCESS-SCREEN THRU 0300-EXIT
001380         END-IF
001390     END-IF.
001400
001410     MOVE 'EXQI' TO NAV-THIS-TRANS.
001420     EXEC CICS RETURN
001430         TRANSID('EXQI')
001440         COMMAREA(NAV-COMMAREA)
001450         LENGTH(LENGTH OF NAV-COMMAREA)
001460     END-EXEC.
001470
001480*-----------------------------------------------------------------
001490*    0100-START-FRESH
001500*    AN EMPTY INQUIRY SCREEN AND THE PROMPT.
001510*-----------------------------------------------------------------
001520 0100-START-FRESH.
001530     MOVE SPACES TO WS-INQUIRY-KEY.
001540     PERFORM 2000-SEND-PROMPT THRU 2000-EXIT.
001550 0100-EXIT.
001560     EXIT.
001570
001580*-----------------------------------------------------------------
001590*    0200-ARRIVE-BY-TRANSFER
001600*    ANOTHER SCREEN PASSED CONTROL HERE - SHOW THE KEY IT
001610*    CARRIED, OR AN EMPTY SCREEN WHEN IT CARRIED NONE.
001620*-----------------------------------------------------------------
001630 0200-ARRIVE-BY-TRANSFER.
001640     MOVE NAV-SELECTED-KEY TO WS-INQUIRY-KEY.
001650     IF WS-INQUIRY-KEY = SPACES
001660         PERFORM 2000-SEND-PROMPT THRU 2000-EXIT
001670     ELSE
001680         PERFORM 1000-LOOKUP-MASTER THRU 1000-EXIT
001690     END-IF.
001700 0200-EXIT.
001710     EXIT.
001720
001730*-----------------------------------------------------------------
001740*    0300-PROCESS-SCREEN
001750*    ACTS ON THE KEY THE OPERATOR PRESSED. CLEAR, PA, AND PF3
001760*    CARRY NO SCREEN DATA; EVERY OTHER KEY DOES, SO THE MAP IS
001770*    RECEIVED FIRST AND A PF KEY TAKES THE KEY ON THE SCREEN.
001780*-----------------------------------------------------------------
001790 0300-PROCESS-SCREEN.
001800     MOVE EIBAID TO SCR-AID.
001810
001820     IF SCR-PF3
001830         PERFORM 8900-END-SESSION THRU 8900-EXIT
001840     END-IF.
001850
001860     IF SCR-CLEAR
001870         MOVE SPACES TO NAV-SELECTED-KEY
001880         PERFORM 0100-START-FRESH THRU 0100-EXIT
001890         GO TO 0300-EXIT
001900     END-IF.
001910
001920     IF SCR-PA-KEY
001930         PERFORM 0200-ARRIVE-BY-TRANSFER THRU 0200-EXIT
001940         GO TO 0300-EXIT
001950     END-IF.
001960
001970     PERFORM 0400-RECEIVE-SCREEN THRU 0400-EXIT.
001980     IF WS-RECEIVE-FAILED
001990         PERFORM 2100-SEND-RECEIVE-ERROR THRU 2100-EXIT
002000         GO TO 0300-EXIT
002010     END-IF.
002020
002030     EVALUATE TRUE
002040         WHEN SCR-ENTER
002050             MOVE WS-INQUIRY-KEY TO NAV-SELECTED-KEY
002060             IF WS-INQUIRY-KEY = SPACES
002070                 SET WS-KEY-IN-ERROR TO TRUE
002080                 PERFORM 2000-SEND-PROMPT THRU 2000-EXIT
002090             ELSE
002100                 PERFORM 1000-LOOKUP-MASTER THRU 1000-EXIT
002110             END-IF
002120         WHEN SCR-PF4
002130             MOVE 'EXBRW00' TO WS-XCTL-PROGRAM
002140             PERFORM 8500-TRANSFER THRU 8500-EXIT
002150         WHEN SCR-PF6
002160             MOVE 'EXPNQ00' TO WS-XCTL-PROGRAM
002170             PERFORM 8500-TRANSFER THRU 8500-EXIT
002180         WHEN SCR-PF9
002190             MOVE 'EXUPD00' TO WS-XCTL-PROGRAM
002200             PERFORM 8500-TRANSFER THRU 8500-EXIT
002210         WHEN OTHER
002220             PERFORM 2200-SEND-KEY-INACTIVE THRU 2200-EXIT
002230     END-EVALUATE.
002240 0300-EXIT.
002250     EXIT.
002260
002270*-----------------------------------------------------------------
002280*    0400-RECEIVE-SCREEN
002290*    RECEIVES THE MAP AND TAKES THE KEY FROM IT. MAPFAIL - NO
002300*    FIELD SENT - IS AN EMPTY KEY, NOT AN ERROR.
002310*-----------------------------------------------------------------
002320 0400-RECEIVE-SCREEN.
002330     MOVE LOW-VALUES TO EXQIMAPI.
002340     EXEC CICS RECEIVE
002350         MAP('EXQIMAP')
002360         MAPSET('EXQIMS')
002370         INTO(EXQIMAPI)
002380         RESP(WS-RESP)
002390     END-EXEC.
002400
002410     IF WS-RESP NOT = DFHRESP(NORMAL)
002420        AND WS-RESP NOT = DFHRESP(MAPFAIL)
002430         SET WS-RECEIVE-FAILED TO TRUE
002440         GO TO 0400-EXIT
002450     END-IF.
002460
002470     MOVE QIKEYI TO WS-INQUIRY-KEY.
002480     INSPECT WS-INQUIRY-KEY REPLACING ALL LOW-VALUE BY SPACE.
002490 0400-EXIT.
002500     EXIT.
002510
002520*-----------------------------------------------------------------
002530*    1000-LOOKUP-MASTER
002540*    READS OUTFILE BY KEY AND SENDS THE RESULT TO THE SCREEN.
002550*-----------------------------------------------------------------
002560 1000-LOOKUP-MASTER.
002570     EXEC CICS READ
002580         DATASET('OUTFILE')
002590         INTO(WS-MASTER-RECORD)
002600         RIDFLD(WS-INQUIRY-KEY)
002610         RESP(WS-RESP)
002620     END-EXEC.
002630
002640     IF WS-RESP = DFHRESP(NORMAL)
002650         PERFORM 1100-SEND-FOUND   THRU 1100-EXIT
002660     ELSE
002670         PERFORM 1200-SEND-NOTFOUND THRU 1200-EXIT
002680     END-IF.
002690 1000-EXIT.
002700     EXIT.
002710
002720 1100-SEND-FOUND.
002730     MOVE WS-INQUIRY-KEY TO NAV-SELECTED-KEY.
002740     SET WS-RECORD-SHOWN TO TRUE.
002750     MOVE WS-FOUND-LINE TO WS-MSG-LINE.
002760     PERFORM 5000-SEND-SCREEN THRU 5000-EXIT.
002770 1100-EXIT.
002780     EXIT.
002790
002800 1200-SEND-NOTFOUND.
002810     SET WS-KEY-IN-ERROR TO TRUE.
002820     MOVE WS-NOTFOUND-LINE TO WS-MSG-LINE.
002830     PERFORM 5000-SEND-SCREEN THRU 5000-EXIT.
002840 1200-EXIT.
002850     EXIT.
002860
002870*-----------------------------------------------------------------
002880*    2000-SEND-PROMPT
002890*    NO KEY WAS ENTERED - PROMPT THE OPERATOR FOR ONE.
002900*-----------------------------------------------------------------
002910 2000-SEND-PROMPT.
002920     MOVE WS-PROMPT-LINE TO WS-MSG-LINE.
002930     PERFORM 5000-SEND-SCREEN THRU 5000-EXIT.
002940 2000-EXIT.
002950     EXIT.
002960
002970*-----------------------------------------------------------------
002980*    2100-SEND-RECEIVE-ERROR
002990*    THE RECEIVE FAILED FOR A REASON OTHER THAN "NO DATA ENTERED"
003000*    (FOR EXAMPLE TERMERR). TELL THE OPERATOR RATHER THAN
003010*    TREATING IT AS AN EMPTY INQUIRY.
003020*-----------------------------------------------------------------
003030 2100-SEND-RECEIVE-ERROR.
003040     MOVE NAV-SELECTED-KEY TO WS-INQUIRY-KEY.
003050     MOVE WS-RECEIVE-ERROR-LINE TO WS-MSG-LINE.
003060     PERFORM 5000-SEND-SCREEN THRU 5000-EXIT.
003070 2100-EXIT.
003080     EXIT.
003090
003100*-----------------------------------------------------------------
003110*    2200-SEND-KEY-INACTIVE
003120*    THE OPERATOR PRESSED A KEY THIS SCREEN DOES NOT USE.
003130*-----------------------------------------------------------------
003140 2200-SEND-KEY-INACTIVE.
003150     MOVE WS-KEY-INACTIVE-LINE TO WS-MSG-LINE.
003160     PERFORM 5000-SEND-SCREEN THRU 5000-EXIT.
003170 2200-EXIT.
003180     EXIT.
003190
003200*-----------------------------------------------------------------
003210*    5000-SEND-SCREEN
003220*    BUILDS THE MAP FROM THE KEY, THE RECORD WHEN ONE WAS
003230*    FOUND, AND THE MESSAGE, AND SENDS IT. A KEY IN ERROR IS
003240*    SHOWN BRIGHT IN REVERSE VIDEO WITH THE CURSOR ON IT.
003250*-----------------------------------------------------------------
003260 5000-SEND-SCREEN.
003270     MOVE LOW-VALUES TO EXQIMAPO.
003280     MOVE WS-INQUIRY-KEY TO QIKEYO.
003290     MOVE SCR-CURSOR-HERE TO QIKEYL.
003300
003310     IF WS-RECORD-SHOWN
003320         MOVE OUT-DESC       TO QIDESCO
003330         MOVE OUT-STATUS     TO QISTATO
003340         IF OUT-STATUS = 'A'
003350             MOVE 'ACTIVE'   TO QISTTXO
003360         ELSE
003370             MOVE 'INACTIVE' TO QISTTXO
003380         END-IF
003390         MOVE OUT-EFF-DATE   TO QIEFFO
003400         MOVE OUT-EXP-DATE   TO QIEXPO
003410         MOVE OUT-AMOUNT     TO WS-EDIT-AMOUNT
003420         MOVE WS-EDIT-AMOUNT TO QIAMTO
003430         MOVE OUT-MAINT-DATE TO QIMDATEO
003440         MOVE OUT-MAINT-USER TO QIMUSERO
003450     END-IF.
003460
003470     IF WS-KEY-IN-ERROR
003480         MOVE SCR-ATTR-ERROR     TO QIKEYA
003490         MOVE SCR-HILITE-REVERSE TO QIKEYH
003500     END-IF.
003510
003520     MOVE WS-MSG-LINE TO QIMSGO.
003530
003540     EXEC CICS SEND
003550         MAP('EXQIMAP')
003560         MAPSET('EXQIMS')
003570         FROM(EXQIMAPO)
003580         ERASE
003590         CURSOR
003600     END-EXEC.
003610 5000-EXIT.
003620     EXIT.
003630
003640*-----------------------------------------------------------------
003650*    8500-TRANSFER
003660*    PASSES CONTROL TO THE SCREEN PROGRAM NAMED IN
003670*    WS-XCTL-PROGRAM, CARRYING THE KEY ON THIS SCREEN (OR THE
003680*    LAST ONE SHOWN WHEN THE FIELD IS EMPTY). XCTL ONLY COMES
003690*    BACK HERE WHEN IT FAILS.
003700*-----------------------------------------------------------------
003710 8500-TRANSFER.
003720     IF WS-INQUIRY-KEY NOT = SPACES
003730         MOVE WS-INQUIRY-KEY TO NAV-SELECTED-KEY
003740     END-IF.
003750     MOVE 'EXQI' TO NAV-THIS-TRANS.
003760
003770     EXEC CICS XCTL
003780         PROGRAM(WS-XCTL-PROGRAM)
003790         COMMAREA(NAV-COMMAREA)
003800         LENGTH(LENGTH OF NAV-COMMAREA)
003810         RESP(WS-RESP)
003820     END-EXEC.
003830
003840     MOVE WS-XCTL-PROGRAM TO WS-XCTL-ERROR-PROGRAM.
003850     MOVE WS-XCTL-ERROR-LINE TO WS-MSG-LINE.
003860     PERFORM 5000-SEND-SCREEN THRU 5000-EXIT.
003870 8500-EXIT.
003880     EXIT.
003890
003900*-----------------------------------------------------------------
003910*    8900-END-SESSION
003920*    PF3 - CLEARS THE SCREEN AND ENDS THE CONVERSATION WITHOUT
003930*    NAMING A NEXT TRANSACTION.
003940*-----------------------------------------------------------------
003950 8900-END-SESSION.
003960     EXEC CICS SEND CONTROL
003970         ERASE
003980         FREEKB
003990     END-EXEC.
004000     EXEC CICS RETURN END-EXEC.
004010 8900-EXIT.
004020     EXIT.
