000210*    09/03/2026 JH    ORIGINAL PROGRAM - CICS PENDING-ACTIVITY
000220*                      INQUIRY AGAINST THE PENDFILE BUILT
000230*                      NIGHTLY BY EXPEND.
000240*    10/15/2026 JH    DATES ARE SHOWN CCYYMMDD.
000250*    10/15/2026 JH    FORMATTED SCREEN (MAP EXPQMAP). PF7/PF8
000260*                      PAGE THROUGH A KEY WITH MORE THAN A
000270*                      SCREENFUL PENDING, FROM A PAGE STACK KEPT
000280*                      IN THE NAVCOM COMMAREA. PF-KEY LINKS TO
000290*                      EXBR, EXQI, AND EXUP CARRY THE KEY. NOW
000300*                      PSEUDO-CONVERSATIONAL.
000310*--------------------------------------------------------------*
000320*    TRANSACTION EXPQ RUNS THIS PROGRAM, ALONGSIDE THE EXQI
000330*    MASTER INQUIRY. THE OPERATOR KEYS A SIX CHARACTER MASTER
000340*    KEY ON THE EXPQMAP SCREEN AND THE PENDING ITEMS FOR IT
000350*    COME BACK - WHERE THE TRANSACTION SITS (SUSPENSE, REJECT,
000360*    OR RECYCLE), ITS TRANS CODE, THE REJECT REASON WHERE
000370*    THERE IS ONE, THE RECYCLE COUNT, AND THE EFFECTIVE DATE.
000380*    THE PICTURE IS AS OF LAST NIGHT'S EXPEND BUILD.
000390*
000400*    FIFTEEN ITEMS FIT A PAGE. THE PENDFILE SEQUENCE EACH PAGE
000410*    STARTED AT IS STACKED IN THE NAVCOM COMMAREA, SO THE
000420*    OPERATOR PAGES WITHOUT KEYING ANYTHING AND THE PAGE IS
000430*    STILL THERE AFTER A VISIT TO ANOTHER SCREEN. EXPQ IS
000440*    ALSO REACHED BY PF6 FROM EXBR, EXQI, AND EXUP, AND THEN
000450*    SHOWS THE KEY CARRIED FROM THERE:
000460*      ENTER  LOOK UP THE KEY ON THE SCREEN, FROM PAGE 1
000470*      PF3    END THE SESSION
000480*      PF4    EXBR BROWSE, BACK AT THE PAGE LAST SHOWN
000490*      PF5    EXQI INQUIRY FOR THE KEY
000500*      PF9    EXUP MAINTENANCE OF THE KEY
000510*      PF7    PREVIOUS PAGE
000520*      PF8    NEXT PAGE
000530*      CLEAR  A FRESH, EMPTY INQUIRY
000540*    CHANGING THE KEY AND PAGING STARTS THE NEW KEY AT PAGE 1.
000550*--------------------------------------------------------------*
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.              IBM-370.
000590 OBJECT-COMPUTER.              IBM-370.
000600
000610 DATA DIVISION.
000620 WORKING-STORAGE SECTION.
000630*--------------------------------------------------------------*
000640*    PENDING-ACTIVITY RECORD - SHARED WITH THE NIGHTLY EXPEND
000650*    BUILD VIA THE PNDREC COPYBOOK.
000660*--------------------------------------------------------------*
000670 COPY PNDREC REPLACING ==PENDING-RECORD== BY ==WS-PENDING-REC==.
000680
000690*--------------------------------------------------------------*
000700*    SCREEN - THE EXPQMAP SYMBOLIC MAP, THE KEY/ATTRIBUTE
000710*    VALUES, AND THE COMMAREA CARRIED BETWEEN THE SCREENS
000720*--------------------------------------------------------------*
000730 COPY EXPQMS.
000740
000750*--------------------------------------------------------------*
000760*    THE FIFTEEN ITEM LINES OF EXPQMAP AS A TABLE. THE LINES
000770*    START 29 BYTES INTO THE MAP (PREFIX, PAGE, KEY) AND EACH
000780*    IS 64 BYTES.
000790*--------------------------------------------------------------*
000800 01  PQ-LINE-TABLE REDEFINES EXPQMAPI.
000810     05  FILLER                 PIC X(29).
000820     05  PQ-LINE                OCCURS 15 TIMES.
000830         10  FILLER             PIC X(04).
000840         10  PQ-LIN             PIC X(60).
000850
000860 COPY SCRCTL.
000870 COPY NAVCOM.
000880
000890*--------------------------------------------------------------*
000900*    CICS WORK AREAS
000910*--------------------------------------------------------------*
000920 01  WS-INQUIRY-KEY             PIC X(06) VALUE SPACES.
000930 01  WS-RESP                    PIC S9(08) COMP VALUE ZERO.
000940 01  WS-XCTL-PROGRAM            PIC X(08) VALUE SPACES.
000950
000960*--------------------------------------------------------------*
000970*    BROWSE KEY - THE MASTER KEY PLUS THE SEQUENCE THE PAGE
000980*    STARTS AT, ZERO FOR THE KEY'S FIRST PENDING ITEM
000990*--------------------------------------------------------------*
001000 01  WS-BROWSE-KEY.
001010     05  WS-BRW-KEY             PIC X(06) VALUE SPACES.
001020     05  WS-BRW-SEQ             PIC 9(05) VALUE ZERO.
001030
001040 01  WS-BROWSE-SWITCHES.
001050     05  WS-BROWSE-DONE-SW      PIC X(01) VALUE 'N'.
001060         88  WS-BROWSE-DONE               VALUE 'Y'.
001070     05  WS-MORE-SW             PIC X(01) VALUE 'N'.
001080         88  WS-MORE-ITEMS                VALUE 'Y'.
001090     05  WS-PAGE-SW             PIC X(01) VALUE 'N'.
001100         88  WS-PAGE-BUILT                VALUE 'Y'.
001110     05  WS-RECEIVE-SW          PIC X(01) VALUE 'N'.
001120         88  WS-RECEIVE-FAILED            VALUE 'Y'.
001130     05  WS-KEY-ERROR-SW        PIC X(01) VALUE 'N'.
001140         88  WS-KEY-IN-ERROR              VALUE 'Y'.
001150
001160 77  WS-PAGE-LIMIT              PIC S9(04) COMP VALUE 15.
001170 77  WS-STACK-LIMIT             PIC S9(04) COMP VALUE 20.
001180 01  WS-LINE-COUNT              PIC S9(04) COMP VALUE ZERO.
001190 01  WS-DSP-IX                  PIC S9(04) COMP VALUE ZERO.
001200 01  WS-STACK-IX                PIC S9(04) COMP VALUE ZERO.
001210 01  WS-EDIT-PAGE               PIC ZZ9.
001220
001230*--------------------------------------------------------------*
001240*    PAGE BEING BUILT - UP TO FIFTEEN PENDING ITEMS, EACH
001250*    MOVED TO AN ITEM LINE OF THE MAP UNDER ITS HEADING
001260*--------------------------------------------------------------*
001270 01  WS-DISPLAY-AREA.
001280     05  WS-DSP-LINE            OCCURS 15 TIMES.
001290         10  WS-DSP-WHERE       PIC X(08).
001300         10  FILLER             PIC X(02).
001310         10  WS-DSP-CODE        PIC X(01).
001320         10  FILLER             PIC X(05).
001330         10  WS-DSP-REASON      PIC X(02).
001340         10  FILLER             PIC X(06).
001350         10  WS-DSP-CYCLES      PIC 99.
001360         10  FILLER             PIC X(06).
001370         10  WS-DSP-EFF         PIC 9(08).
001380         10  FILLER             PIC X(20).
001390
001400 01  WS-MSG-LINE                PIC X(79) VALUE SPACES.
001410
001420 01  WS-PROMPT-LINE             PIC X(79) VALUE
001430     'ENTER A 6 CHARACTER MASTER KEY AND PRESS ENTER.'.
001440
001450 01  WS-RECEIVE-ERROR-LINE      PIC X(79) VALUE
001460     'TERMINAL ERROR ON RECEIVE - PRESS CLEAR AND TRY AGAIN.'.
001470
001480 01  WS-NOTFOUND-LINE           PIC X(79) VALUE
001490     'NOTHING PENDING FOR THAT KEY AS OF LAST NIGHT.'.
001500
001510 01  WS-MORE-LINE               PIC X(79) VALUE
001520     'MORE ITEMS PENDING - PF8 FOR THE NEXT PAGE.'.
001530
001540 01  WS-END-LINE                PIC X(79) VALUE
001550     'END OF PENDING ITEMS FOR THIS KEY.'.
001560
001570 01  WS-RESTART-LINE            PIC X(79) VALUE
001580     'KEY CHANGED - SHOWN FROM PAGE 1.'.
001590
001600 01  WS-FIRST-PAGE-LINE         PIC X(79) VALUE
001610     'THIS IS THE FIRST PAGE.'.
001620
001630 01  WS-LAST-PAGE-LINE          PIC X(79) VALUE
001640     'THIS IS THE LAST PAGE.'.
001650
001660 01  WS-STACK-LOST-LINE         PIC X(79) VALUE
001670     'EARLIER PAGES ARE NO LONGER KEPT - ENTER STARTS AGAIN.'.
001680
001690 01  WS-KEY-INACTIVE-LINE       PIC X(79) VALUE
001700     'THAT KEY IS NOT ACTIVE ON THIS SCREEN.'.
001710
001720 01  WS-XCTL-ERROR-LINE.
001730     05  FILLER                 PIC X(08) VALUE 'PROGRAM '.
001740     05  WS-XCTL-ERROR-PROGRAM  PIC X(08).
001750     05  FILLER                 PIC X(63) VALUE
001760         ' IS NOT AVAILABLE - THAT SCREEN CANNOT BE SHOWN NOW.'.
001770
001780 LINKAGE SECTION.
001790 01  DFHCOMMAREA                PIC X(600).
001800
001810 PROCEDURE DIVISION.
001820*-----------------------------------------------------------------
001830*    0000-MAINLINE
001840*    A FIRST ENTRY GETS AN EMPTY SCREEN. A TASK STARTED BY
001850*    ANOTHER SCREEN'S TRANSFER SHOWS THE KEY IT CARRIED. ANY
001860*    OTHER TASK IS THE OPERATOR ANSWERING THIS SCREEN. THE
001870*    TASK ENDS BY ASKING CICS TO RUN EXPQ AGAIN, WITH THE
001880*    COMMAREA, ON THE NEXT ATTENTION KEY.
001890*-----------------------------------------------------------------
001900 0000-MAINLINE.
001910     IF EIBCALEN NOT = LENGTH OF NAV-COMMAREA
001920         INITIALIZE NAV-COMMAREA
001930         PERFORM 0100-START-FRESH THRU 0100-EXIT
001940     ELSE
001950         MOVE DFHCOMMAREA TO NAV-COMMAREA
001960         IF NAV-THIS-TRANS NOT = 'EXPQ'
001970             PERFORM 0200-ARRIVE-BY-TRANSFER THRU 0200-EXIT
001980         ELSE
001990             PERFORM 0300-PROCESS-SCREEN THRU 0300-EXIT
002000         END-IF
002010     END-IF.
002020
002030     MOVE 'EXPQ' TO NAV-THIS-TRANS.
002040     EXEC CICS RETURN
002050         TRANSID('EXPQ')
002060         COMMAREA(NAV-COMMAREA)
002070         LENGTH(LENGTH OF NAV-COMMAREA)
002080     END-EXEC.
002090
002100*-----------------------------------------------------------------
002110*    0100-START-FRESH
002120*    FORGETS THE LAST KEY SHOWN AND SENDS AN EMPTY SCREEN.
002130*-----------------------------------------------------------------
002140 0100-START-FRESH.
002150     INITIALIZE NAV-PENDING-STATE.
002160     MOVE SPACES TO WS-INQUIRY-KEY.
002170     PERFORM 7000-SEND-PROMPT THRU 7000-EXIT.
002180 0100-EXIT.
002190     EXIT.
002200
002210*-----------------------------------------------------------------
002220*    0200-ARRIVE-BY-TRANSFER
002230*    ANOTHER SCREEN PASSED CONTROL HERE. THE SAME KEY AS LAST
002240*    TIME GOES BACK TO THE PAGE THE OPERATOR LEFT; A NEW KEY
002250*    STARTS AT ITS FIRST PAGE; NO KEY GETS AN EMPTY SCREEN.
002260*-----------------------------------------------------------------
002270 0200-ARRIVE-BY-TRANSFER.
002280     MOVE NAV-SELECTED-KEY TO WS-INQUIRY-KEY.
002290     EVALUATE TRUE
002300         WHEN WS-INQUIRY-KEY = SPACES
002310             PERFORM 7000-SEND-PROMPT THRU 7000-EXIT
002320         WHEN WS-INQUIRY-KEY = NAV-PND-KEY
002330          AND NAV-PND-PAGE > ZERO
002340             PERFORM 1000-BROWSE-PENDING THRU 1000-EXIT
002350         WHEN OTHER
002360             PERFORM 1300-START-INQUIRY THRU 1300-EXIT
002370     END-EVALUATE.
002380 0200-EXIT.
002390     EXIT.
002400
002410*-----------------------------------------------------------------
002420*    0300-PROCESS-SCREEN
002430*    ACTS ON THE KEY THE OPERATOR PRESSED. CLEAR, PA, AND PF3
002440*    CARRY NO SCREEN DATA; EVERY OTHER KEY DOES, SO THE MAP IS
002450*    RECEIVED FIRST AND A PF KEY TAKES THE KEY ON THE SCREEN.
002460*-----------------------------------------------------------------
002470 0300-PROCESS-SCREEN.
002480     MOVE EIBAID TO SCR-AID.
002490
002500     IF SCR-PF3
002510         PERFORM 8900-END-SESSION THRU 8900-EXIT
002520     END-IF.
002530
002540     IF SCR-CLEAR
002550         MOVE SPACES TO NAV-SELECTED-KEY
002560         PERFORM 0100-START-FRESH THRU 0100-EXIT
002570         GO TO 0300-EXIT
002580     END-IF.
002590
002600     IF SCR-PA-KEY
002610         PERFORM 0600-SHOW-CURRENT-PAGE THRU 0600-EXIT
002620         GO TO 0300-EXIT
002630     END-IF.
002640
002650     PERFORM 0400-RECEIVE-SCREEN THRU 0400-EXIT.
002660     IF WS-RECEIVE-FAILED
002670         PERFORM 7100-SEND-RECEIVE-ERROR THRU 7100-EXIT
002680         GO TO 0300-EXIT
002690     END-IF.
002700
002710     IF WS-INQUIRY-KEY NOT = SPACES
002720         MOVE WS-INQUIRY-KEY TO NAV-SELECTED-KEY
002730     END-IF.
002740
002750     EVALUATE TRUE
002760         WHEN SCR-PF4
002770             MOVE 'EXBRW00' TO WS-XCTL-PROGRAM
002780             PERFORM 8500-TRANSFER THRU 8500-EXIT
002790         WHEN SCR-PF5
002800             MOVE 'EXQRY00' TO WS-XCTL-PROGRAM
002810             PERFORM 8500-TRANSFER THRU 8500-EXIT
002820         WHEN SCR-PF9
002830             MOVE 'EXUPD00' TO WS-XCTL-PROGRAM
002840             PERFORM 8500-TRANSFER THRU 8500-EXIT
002850         WHEN NOT SCR-ENTER AND NOT SCR-PF7 AND NOT SCR-PF8
002860             MOVE WS-KEY-INACTIVE-LINE TO WS-MSG-LINE
002870             PERFORM 0600-SHOW-CURRENT-PAGE THRU 0600-EXIT
002880         WHEN WS-INQUIRY-KEY = SPACES
002890             SET WS-KEY-IN-ERROR TO TRUE
002900             PERFORM 7000-SEND-PROMPT THRU 7000-EXIT
002910         WHEN SCR-ENTER
002920             PERFORM 1300-START-INQUIRY THRU 1300-EXIT
002930         WHEN WS-INQUIRY-KEY NOT = NAV-PND-KEY
002940             MOVE WS-RESTART-LINE TO WS-MSG-LINE
002950             PERFORM 1300-START-INQUIRY THRU 1300-EXIT
002960         WHEN SCR-PF7
002970             PERFORM 1400-PAGE-BACK THRU 1400-EXIT
002980         WHEN OTHER
002990             PERFORM 1500-PAGE-FORWARD THRU 1500-EXIT
003000     END-EVALUATE.
003010 0300-EXIT.
003020     EXIT.
003030
003040*-----------------------------------------------------------------
003050*    0400-RECEIVE-SCREEN
003060*    RECEIVES THE MAP AND TAKES THE KEY FROM IT. MAPFAIL - NO
003070*    FIELD SENT - IS AN EMPTY KEY, NOT AN ERROR.
003080*-----------------------------------------------------------------
003090 0400-RECEIVE-SCREEN.
003100     MOVE LOW-VALUES TO EXPQMAPI.
003110     EXEC CICS RECEIVE
003120         MAP('EXPQMAP')
003130         MAPSET('EXPQMS')
003140         INTO(EXPQMAPI)
003150         RESP(WS-RESP)
003160     END-EXEC.
003170
003180     IF WS-RESP NOT = DFHRESP(NORMAL)
003190        AND WS-RESP NOT = DFHRESP(MAPFAIL)
003200         SET WS-RECEIVE-FAILED TO TRUE
003210         MOVE NAV-PND-KEY TO WS-INQUIRY-KEY
003220         GO TO 0400-EXIT
003230     END-IF.
003240
003250     MOVE PQKEYI TO WS-INQUIRY-KEY.
003260     INSPECT WS-INQUIRY-KEY REPLACING ALL LOW-VALUE BY SPACE.
003270 0400-EXIT.
003280     EXIT.
003290
003300*-----------------------------------------------------------------
003310*    0600-SHOW-CURRENT-PAGE
003320*    SHOWS THE PAGE THE OPERATOR IS ON AGAIN, WITH WHATEVER
003330*    MESSAGE IS SET - OR THE EMPTY SCREEN BEFORE ANY INQUIRY.
003340*-----------------------------------------------------------------
003350 0600-SHOW-CURRENT-PAGE.
003360     IF NAV-PND-PAGE = ZERO
003370         MOVE NAV-SELECTED-KEY TO WS-INQUIRY-KEY
003380         IF WS-MSG-LINE = SPACES
003390             MOVE WS-PROMPT-LINE TO WS-MSG-LINE
003400         END-IF
003410         PERFORM 6000-SEND-PAGE THRU 6000-EXIT
003420     ELSE
003430         MOVE NAV-PND-KEY TO WS-INQUIRY-KEY
003440         PERFORM 1000-BROWSE-PENDING THRU 1000-EXIT
003450     END-IF.
003460 0600-EXIT.
003470     EXIT.
003480
003490*-----------------------------------------------------------------
003500*    1000-BROWSE-PENDING
003510*    OPENS THE BROWSE AT THE CURRENT PAGE'S FIRST ITEM FOR THE
003520*    KEY AND COLLECTS A SCREENFUL. WHERE THE NEXT PAGE WOULD
003530*    START, AND WHETHER THERE IS ONE, ARE KEPT FOR PF8.
003540*-----------------------------------------------------------------
003550 1000-BROWSE-PENDING.
003560     MOVE ZERO TO WS-DSP-IX.
003570     PERFORM 1100-BLANK-ONE-LINE THRU 1100-EXIT
003580         15 TIMES.
003590
003600     MOVE NAV-PND-KEY    TO WS-INQUIRY-KEY.
003610     MOVE NAV-PND-KEY    TO WS-BRW-KEY.
003620     MOVE NAV-PND-PAGE-START (NAV-PND-STACK-COUNT)
003630                         TO WS-BRW-SEQ.
003640     MOVE 'N'            TO NAV-PND-MORE-SW.
003650
003660     EXEC CICS STARTBR
003670         DATASET('PENDFILE')
003680         RIDFLD(WS-BROWSE-KEY)
003690         GTEQ
003700         RESP(WS-RESP)
003710     END-EXEC.
003720
003730     IF WS-RESP NOT = DFHRESP(NORMAL)
003740         PERFORM 7200-SEND-NOTFOUND THRU 7200-EXIT
003750         GO TO 1000-EXIT
003760     END-IF.
003770
003780     PERFORM 2000-COLLECT-ITEMS THRU 2000-EXIT
003790         UNTIL WS-BROWSE-DONE.
003800
003810     EXEC CICS ENDBR
003820         DATASET('PENDFILE')
003830     END-EXEC.
003840
003850     MOVE WS-MORE-SW TO NAV-PND-MORE-SW.
003860
003870     IF WS-LINE-COUNT = ZERO
003880         PERFORM 7200-SEND-NOTFOUND THRU 7200-EXIT
003890     ELSE
003900         SET WS-PAGE-BUILT TO TRUE
003910         PERFORM 6000-SEND-PAGE THRU 6000-EXIT
003920     END-IF.
003930 1000-EXIT.
003940     EXIT.
003950
003960*-----------------------------------------------------------------
003970*    1100-BLANK-ONE-LINE
003980*    CLEARS ONE DETAIL LINE - THE OCCURS LINES CARRY NO VALUE
003990*    CLAUSES, SO EACH TASK STARTS ITS SCREEN CLEAN.
004000*-----------------------------------------------------------------
004010 1100-BLANK-ONE-LINE.
004020     ADD 1 TO WS-DSP-IX.
004030     MOVE SPACES TO WS-DSP-LINE (WS-DSP-IX).
004040 1100-EXIT.
004050     EXIT.
004060
004070*-----------------------------------------------------------------
004080*    1300-START-INQUIRY
004090*    TAKES THE KEY AS THE ONE TO PAGE AND SHOWS ITS FIRST PAGE.
004100*-----------------------------------------------------------------
004110 1300-START-INQUIRY.
004120     MOVE WS-INQUIRY-KEY TO NAV-PND-KEY.
004130     MOVE WS-INQUIRY-KEY TO NAV-SELECTED-KEY.
004140     MOVE ZERO           TO NAV-PND-NEXT-SEQ.
004150     MOVE 1              TO NAV-PND-PAGE.
004160     MOVE 1              TO NAV-PND-STACK-COUNT.
004170     MOVE ZERO           TO NAV-PND-PAGE-START (1).
004180     PERFORM 1000-BROWSE-PENDING THRU 1000-EXIT.
004190 1300-EXIT.
004200     EXIT.
004210
004220*-----------------------------------------------------------------
004230*    1400-PAGE-BACK
004240*    DROPS THE CURRENT PAGE OFF THE STACK AND SHOWS THE ONE
004250*    BEFORE IT. PAGES DROPPED FROM A FULL STACK CANNOT BE
004260*    REACHED AGAIN WITHOUT STARTING THE KEY OVER.
004270*-----------------------------------------------------------------
004280 1400-PAGE-BACK.
004290     IF NAV-PND-PAGE NOT > 1
004300         MOVE WS-FIRST-PAGE-LINE TO WS-MSG-LINE
004310         PERFORM 0600-SHOW-CURRENT-PAGE THRU 0600-EXIT
004320         GO TO 1400-EXIT
004330     END-IF.
004340
004350     IF NAV-PND-STACK-COUNT NOT > 1
004360         MOVE WS-STACK-LOST-LINE TO WS-MSG-LINE
004370         PERFORM 0600-SHOW-CURRENT-PAGE THRU 0600-EXIT
004380         GO TO 1400-EXIT
004390     END-IF.
004400
004410     SUBTRACT 1 FROM NAV-PND-STACK-COUNT.
004420     SUBTRACT 1 FROM NAV-PND-PAGE.
004430     PERFORM 1000-BROWSE-PENDING THRU 1000-EXIT.
004440 1400-EXIT.
004450     EXIT.
004460
004470*-----------------------------------------------------------------
004480*    1500-PAGE-FORWARD
004490*    STACKS THE SEQUENCE OF THE ITEM THAT DID NOT FIT AS THE
004500*    NEXT PAGE'S START AND SHOWS THAT PAGE. A FULL STACK LOSES
004510*    ITS OLDEST ENTRY.
004520*-----------------------------------------------------------------
004530 1500-PAGE-FORWARD.
004540     IF NOT NAV-PND-MORE
004550         MOVE WS-LAST-PAGE-LINE TO WS-MSG-LINE
004560         PERFORM 0600-SHOW-CURRENT-PAGE THRU 0600-EXIT
004570         GO TO 1500-EXIT
004580     END-IF.
004590
004600     IF NAV-PND-STACK-COUNT >= WS-STACK-LIMIT
004610         PERFORM 1510-DROP-OLDEST-START THRU 1510-EXIT
004620             VARYING WS-STACK-IX FROM 1 BY 1
004630             UNTIL WS-STACK-IX >= WS-STACK-LIMIT
004640         SUBTRACT 1 FROM NAV-PND-STACK-COUNT
004650     END-IF.
004660
004670     ADD 1 TO NAV-PND-STACK-COUNT.
004680     MOVE NAV-PND-NEXT-SEQ
004690             TO NAV-PND-PAGE-START (NAV-PND-STACK-COUNT).
004700     IF NAV-PND-PAGE < 999
004710         ADD 1 TO NAV-PND-PAGE
004720     END-IF.
004730     PERFORM 1000-BROWSE-PENDING THRU 1000-EXIT.
004740 1500-EXIT.
004750     EXIT.
004760
004770 1510-DROP-OLDEST-START.
004780     MOVE NAV-PND-PAGE-START (WS-STACK-IX + 1)
004790             TO NAV-PND-PAGE-START (WS-STACK-IX).
004800 1510-EXIT.
004810     EXIT.
004820
004830*-----------------------------------------------------------------
004840*    2000-COLLECT-ITEMS
004850*    READS THE NEXT PENDING RECORD AND FOLDS IT ONTO THE
004860*    SCREEN WHILE IT STILL BELONGS TO THE INQUIRY KEY. AN
004870*    ITEM ARRIVING WITH THE SCREEN ALREADY FULL IS NOT SHOWN,
004880*    BUT PROVES THERE IS MORE - ITS SEQUENCE IS WHERE THE NEXT
004890*    PAGE STARTS.
004900*-----------------------------------------------------------------
004910 2000-COLLECT-ITEMS.
004920     EXEC CICS READNEXT
004930         DATASET('PENDFILE')
004940         INTO(WS-PENDING-REC)
004950         RIDFLD(WS-BROWSE-KEY)
004960         RESP(WS-RESP)
004970     END-EXEC.
004980
004990     IF WS-RESP NOT = DFHRESP(NORMAL)
005000      OR PND-KEY NOT = WS-INQUIRY-KEY
005010         SET WS-BROWSE-DONE TO TRUE
005020         GO TO 2000-EXIT
005030     END-IF.
005040
005050     IF WS-LINE-COUNT >= WS-PAGE-LIMIT
005060         SET WS-MORE-ITEMS  TO TRUE
005070         SET WS-BROWSE-DONE TO TRUE
005080         MOVE PND-SEQ TO NAV-PND-NEXT-SEQ
005090         GO TO 2000-EXIT
005100     END-IF.
005110     ADD 1 TO WS-LINE-COUNT.
005120     MOVE WS-LINE-COUNT TO WS-DSP-IX.
005130     MOVE PND-LOCATION      TO WS-DSP-WHERE  (WS-DSP-IX).
005140     MOVE PND-TRANS-CODE    TO WS-DSP-CODE   (WS-DSP-IX).
005150     MOVE PND-REASON-CODE   TO WS-DSP-REASON (WS-DSP-IX).
005160     MOVE PND-RECYCLE-COUNT TO WS-DSP-CYCLES (WS-DSP-IX).
005170     MOVE PND-EFF-DATE      TO WS-DSP-EFF    (WS-DSP-IX).
005180 2000-EXIT.
005190     EXIT.
005200
005210*-----------------------------------------------------------------
005220*    6000-SEND-PAGE
005230*    BUILDS THE MAP FROM THE KEY, THE PAGE WHEN ONE WAS BUILT,
005240*    AND THE MESSAGE, AND SENDS IT. WITH NO MESSAGE SET THE
005250*    MESSAGE SAYS WHETHER THERE IS MORE. A KEY IN ERROR IS
005260*    SHOWN BRIGHT IN REVERSE VIDEO WITH THE CURSOR ON IT.
005270*-----------------------------------------------------------------
005280 6000-SEND-PAGE.
005290     MOVE LOW-VALUES TO EXPQMAPO.
005300     MOVE WS-INQUIRY-KEY TO PQKEYO.
005310     MOVE SCR-CURSOR-HERE TO PQKEYL.
005320
005330     IF WS-PAGE-BUILT
005340         MOVE NAV-PND-PAGE TO WS-EDIT-PAGE
005350         MOVE WS-EDIT-PAGE TO PQPAGEO
005360         MOVE ZERO TO WS-DSP-IX
005370         PERFORM 6100-MOVE-ONE-LINE THRU 6100-EXIT
005380             15 TIMES
005390         IF WS-MSG-LINE = SPACES
005400             IF WS-MORE-ITEMS
005410                 MOVE WS-MORE-LINE TO WS-MSG-LINE
005420             ELSE
005430                 MOVE WS-END-LINE  TO WS-MSG-LINE
005440             END-IF
005450         END-IF
005460     END-IF.
005470
005480     IF WS-KEY-IN-ERROR
005490         MOVE SCR-ATTR-ERROR     TO PQKEYA
005500         MOVE SCR-HILITE-REVERSE TO PQKEYH
005510     END-IF.
005520
005530     MOVE WS-MSG-LINE TO PQMSGO.
005540
005550     EXEC CICS SEND
005560         MAP('EXPQMAP')
005570         MAPSET('EXPQMS')
005580         FROM(EXPQMAPO)
005590         ERASE
005600         CURSOR
005610     END-EXEC.
005620 6000-EXIT.
005630     EXIT.
005640
005650 6100-MOVE-ONE-LINE.
005660     ADD 1 TO WS-DSP-IX.
005670     MOVE WS-DSP-LINE (WS-DSP-IX) TO PQ-LIN (WS-DSP-IX).
005680 6100-EXIT.
005690     EXIT.
005700
005710*-----------------------------------------------------------------
005720*    7000-SEND-PROMPT
005730*    NO KEY WAS ENTERED - PROMPT THE OPERATOR FOR ONE.
005740*-----------------------------------------------------------------
005750 7000-SEND-PROMPT.
005760     MOVE WS-PROMPT-LINE TO WS-MSG-LINE.
005770     PERFORM 6000-SEND-PAGE THRU 6000-EXIT.
005780 7000-EXIT.
005790     EXIT.
005800
005810*-----------------------------------------------------------------
005820*    7100-SEND-RECEIVE-ERROR
005830*    THE RECEIVE FAILED FOR A REASON OTHER THAN "NO DATA
005840*    ENTERED". TELL THE OPERATOR RATHER THAN TREATING IT AS AN
005850*    EMPTY INQUIRY.
005860*-----------------------------------------------------------------
005870 7100-SEND-RECEIVE-ERROR.
005880     MOVE WS-RECEIVE-ERROR-LINE TO WS-MSG-LINE.
005890     PERFORM 6000-SEND-PAGE THRU 6000-EXIT.
005900 7100-EXIT.
005910     EXIT.
005920
005930*-----------------------------------------------------------------
005940*    7200-SEND-NOTFOUND
005950*    NOTHING IS PENDING FOR THE KEY.
005960*-----------------------------------------------------------------
005970 7200-SEND-NOTFOUND.
005980     SET WS-KEY-IN-ERROR TO TRUE.
005985     MOVE WS-NOTFOUND-LINE TO WS-MSG-LINE.
005990     PERFORM 6000-SEND-PAGE THRU 6000-EXIT.
006000 7200-EXIT.
006010     EXIT.
006020
006030*-----------------------------------------------------------------
006040*    8500-TRANSFER
006050*    PASSES CONTROL TO THE SCREEN PROGRAM NAMED IN
006060*    WS-XCTL-PROGRAM WITH THE COMMAREA - THE KEY ON THE SCREEN
006070*    IS ALREADY IN NAV-SELECTED-KEY. XCTL ONLY COMES BACK HERE
006080*    WHEN IT FAILS.
006090*-----------------------------------------------------------------
006100 8500-TRANSFER.
006110     MOVE 'EXPQ' TO NAV-THIS-TRANS.
006120
006130     EXEC CICS XCTL
006140         PROGRAM(WS-XCTL-PROGRAM)
006150         COMMAREA(NAV-COMMAREA)
006160         LENGTH(LENGTH OF NAV-COMMAREA)
006170         RESP(WS-RESP)
006180     END-EXEC.
006190
006200     MOVE WS-XCTL-PROGRAM TO WS-XCTL-ERROR-PROGRAM.
006210     MOVE WS-XCTL-ERROR-LINE TO WS-MSG-LINE.
006220     PERFORM 0600-SHOW-CURRENT-PAGE THRU 0600-EXIT.
006230 8500-EXIT.
006240     EXIT.
006250
006260*-----------------------------------------------------------------
006270*    8900-END-SESSION
006280*    PF3 - CLEARS THE SCREEN AND ENDS THE CONVERSATION WITHOUT
006290*    NAMING A NEXT TRANSACTION.
006300*-----------------------------------------------------------------
006310 8900-END-SESSION.
006320     EXEC CICS SEND CONTROL
006330         ERASE
006340         FREEKB
006350     END-EXEC.
006360     EXEC CICS RETURN END-EXEC.
006370 8900-EXIT.
006380     EXIT.
