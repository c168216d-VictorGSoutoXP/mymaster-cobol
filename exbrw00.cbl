000210*    09/03/2026 JH    ORIGINAL PROGRAM - CICS BROWSE OF THE
000220*                      EXEMPLO MASTER BY PARTIAL DESCRIPTION
000230*                      AND/OR STATUS.
000240*    10/15/2026 JH    FORMATTED SCREEN (MAP EXBRMAP) WITH
000250*                      LABELLED SEARCH FIELDS AND A SELECT
000260*                      COLUMN. PF7/PF8 PAGE BACK AND FORWARD
000270*                      FROM A PAGE STACK KEPT IN THE NAVCOM
000280*                      COMMAREA - NO RESUME KEY IS KEYED. A
000290*                      MARKED LINE'S KEY IS CARRIED TO EXQI,
000300*                      EXPQ, OR EXUP. NOW PSEUDO-CONVERSATIONAL.
000310*--------------------------------------------------------------*
000320*    TRANSACTION EXBR RUNS THIS PROGRAM. HALF THE CALLS THE
000330*    DESK FIELDS START WITH "I DO NOT KNOW THE NUMBER, THE
000340*    DESCRIPTION IS SOMETHING LIKE..." - THIS IS THAT LOOKUP,
000350*    LIVE AGAINST THE MASTER INSTEAD OF YESTERDAY'S CSV. THE
000360*    OPERATOR KEYS ON THE EXBRMAP SCREEN:
000370*
000380*      STATUS       A OR I, BLANK = EITHER
000390*      DESCRIPTION  A FRAGMENT THAT MATCHES ANYWHERE IN
000400*                   OUT-DESC, BLANK = EVERY RECORD
000410*
000420*    UP TO FIFTEEN MATCHING RECORDS COME BACK, ONE PER LINE
000430*    WITH KEY, STATUS, AMOUNT, AND DESCRIPTION. A PAGE ENDS
000440*    WHEN IT FILLS OR THE SCAN REACHES ITS PER-TASK RECORD
000450*    LIMIT. THE POINT EACH PAGE STARTED FROM IS STACKED IN THE
000460*    NAVCOM COMMAREA, SO THE OPERATOR PAGES WITHOUT KEYING
000470*    ANYTHING AND THE PAGE IS STILL THERE AFTER A VISIT TO
000480*    ANOTHER SCREEN:
000490*      ENTER  SEARCH AGAIN FROM PAGE 1 - OR, WITH A LINE
000500*             MARKED S, SHOW THAT RECORD IN EXQI
000510*      PF3    END THE SESSION
000520*      PF5    EXQI INQUIRY     } FOR THE MARKED LINE'S KEY,
000530*      PF6    EXPQ PENDING     } OR THE LAST KEY CARRIED
000540*      PF9    EXUP MAINTENANCE } WHEN NO LINE IS MARKED
000550*      PF7    PREVIOUS PAGE
000560*      PF8    NEXT PAGE
000570*      CLEAR  A FRESH, EMPTY SEARCH
000580*    CHANGING THE SEARCH FIELDS AND PAGING STARTS THE NEW
000590*    SEARCH AT PAGE 1.
000600*--------------------------------------------------------------*
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.              IBM-370.
000640 OBJECT-COMPUTER.              IBM-370.
000650
000660 DATA DIVISION.
000670 WORKING-STORAGE SECTION.
000680*--------------------------------------------------------------*
000690*    MASTER RECORD LAYOUT - SHARED WITH THE EXEMPLO BATCH
000700*    MAINTENANCE PROGRAM VIA THE OUTMSTR COPYBOOK.
000710*--------------------------------------------------------------*
000720 COPY OUTMSTR REPLACING ==OUTPUT-RECORD== BY ==WS-MASTER-RECORD==.
000730
000740*--------------------------------------------------------------*
000750*    SCREEN - THE EXBRMAP SYMBOLIC MAP, THE KEY/ATTRIBUTE
000760*    VALUES, AND THE COMMAREA CARRIED BETWEEN THE SCREENS
000770*--------------------------------------------------------------*
000780 COPY EXBRMS.
000790
000800*--------------------------------------------------------------*
000810*    THE FIFTEEN SELECT/DETAIL LINE PAIRS OF EXBRMAP AS A
000820*    TABLE. THE LINES START 58 BYTES INTO THE MAP (PREFIX,
000830*    PAGE, STATUS, DESCRIPTION) AND EACH PAIR IS 79 BYTES.
000840*    BR-SEL-H IS THE SELECT FIELD'S HIGHLIGHT BYTE ON OUTPUT.
000850*--------------------------------------------------------------*
000860 01  BR-LINE-TABLE REDEFINES EXBRMAPI.
000870     05  FILLER                 PIC X(58).
000880     05  BR-LINE                OCCURS 15 TIMES.
000890         10  BR-SEL-L           PIC S9(04) COMP.
000900         10  BR-SEL-A           PIC X(01).
000910         10  BR-SEL-H           PIC X(01).
000920         10  BR-SEL             PIC X(01).
000930         10  FILLER             PIC X(04).
000940         10  BR-DET             PIC X(70).
000950
000960 COPY SCRCTL.
000970 COPY NAVCOM.
000980
000990*--------------------------------------------------------------*
001000*    SEARCH AS KEYED ON THE SCREEN - CHECKED BEFORE IT REPLACES
001010*    THE SEARCH HELD IN THE COMMAREA
001020*--------------------------------------------------------------*
001030 01  WS-SEARCH-LINE.
001040     05  WS-SRCH-STATUS         PIC X(01).
001050     05  WS-SRCH-DESC           PIC X(30).
001060     05  WS-SRCH-RESUME-KEY     PIC X(06).
001070
001080 01  WS-SCREEN-FIELDS.
001090     05  WS-SCR-STATUS          PIC X(01) VALUE SPACE.
001100     05  WS-SCR-DESC            PIC X(30) VALUE SPACES.
001110     05  WS-SCR-MARK            PIC X(01) OCCURS 15 TIMES.
001120
001130*--------------------------------------------------------------*
001140*    CICS WORK AREAS
001150*--------------------------------------------------------------*
001160 01  WS-RESP                    PIC S9(08) COMP VALUE ZERO.
001170 01  WS-BROWSE-KEY              PIC X(06) VALUE LOW-VALUES.
001180 01  WS-XCTL-PROGRAM            PIC X(08) VALUE SPACES.
001190
001200*--------------------------------------------------------------*
001210*    BROWSE CONTROLS - THE PAGE FILLS AT FIFTEEN MATCHES, AND
001220*    A FRUITLESS SCAN GIVES THE TERMINAL BACK AFTER THE
001230*    PER-TASK RECORD LIMIT RATHER THAN WALKING THE WHOLE
001240*    MASTER IN ONE TASK
001250*--------------------------------------------------------------*
001260 77  WS-PAGE-LIMIT              PIC S9(04) COMP VALUE 15.
001270 77  WS-SCAN-LIMIT              PIC S9(04) COMP VALUE 500.
001280 77  WS-STACK-LIMIT             PIC S9(04) COMP VALUE 20.
001290 01  WS-BROWSE-COUNTS.
001300     05  WS-MATCH-COUNT         PIC S9(04) COMP VALUE ZERO.
001310     05  WS-SCAN-COUNT          PIC S9(04) COMP VALUE ZERO.
001320     05  WS-MARK-COUNT          PIC S9(04) COMP VALUE ZERO.
001330     05  WS-MARKED-LINE         PIC S9(04) COMP VALUE ZERO.
001340     05  WS-STACK-IX            PIC S9(04) COMP VALUE ZERO.
001350
001360 01  WS-BROWSE-SWITCHES.
001370     05  WS-BROWSE-DONE-SW      PIC X(01) VALUE 'N'.
001380         88  WS-BROWSE-DONE               VALUE 'Y'.
001390     05  WS-MORE-SW             PIC X(01) VALUE 'N'.
001400         88  WS-MORE-RECORDS              VALUE 'Y'.
001410     05  WS-MATCH-SW            PIC X(01) VALUE 'N'.
001420         88  WS-RECORD-MATCHES            VALUE 'Y'.
001430         88  WS-RECORD-NO-MATCH            VALUE 'N'.
001440     05  WS-PAGE-SW             PIC X(01) VALUE 'N'.
001450         88  WS-PAGE-BUILT                VALUE 'Y'.
001460     05  WS-RECEIVE-SW          PIC X(01) VALUE 'N'.
001470         88  WS-RECEIVE-FAILED            VALUE 'Y'.
001480     05  WS-STATUS-ERROR-SW     PIC X(01) VALUE 'N'.
001490         88  WS-STATUS-IN-ERROR           VALUE 'Y'.
001500     05  WS-MARK-ERROR-SW       PIC X(01) VALUE 'N'.
001510         88  WS-MARK-IN-ERROR             VALUE 'Y'.
001520     05  WS-CHANGED-SW          PIC X(01) VALUE 'N'.
001530         88  WS-SEARCH-CHANGED            VALUE 'Y'.
001540
001550*--------------------------------------------------------------*
001560*    FRAGMENT MATCHING - THE FRAGMENT'S TRUE LENGTH IS FOUND
001570*    ONCE, THEN EACH DESCRIPTION IS WALKED POSITION BY
001580*    POSITION FOR IT
001590*--------------------------------------------------------------*
001600 01  WS-FRAGMENT-FIELDS.
001610     05  WS-FRAG-LENGTH         PIC S9(04) COMP VALUE ZERO.
001620     05  WS-FRAG-POS            PIC S9(04) COMP VALUE ZERO.
001630     05  WS-FRAG-LAST-POS       PIC S9(04) COMP VALUE ZERO.
001640
001650*--------------------------------------------------------------*
001660*    PAGE BEING BUILT - FIFTEEN DETAIL LINES, EACH MOVED TO A
001670*    DETAIL FIELD OF THE MAP. THE COLUMNS SIT UNDER THE
001680*    HEADING LINE OF THE MAP.
001690*--------------------------------------------------------------*
001700 01  WS-DISPLAY-AREA.
001710     05  WS-DSP-LINE            OCCURS 15 TIMES.
001720         10  WS-DSP-KEY         PIC X(06).
001730         10  FILLER             PIC X(02).
001740         10  WS-DSP-STATUS      PIC X(01).
001750         10  FILLER             PIC X(02).
001760         10  WS-DSP-AMOUNT      PIC -9999999.99.
001770         10  FILLER             PIC X(02).
001780         10  WS-DSP-DESC        PIC X(30).
001790         10  FILLER             PIC X(16).
001800
001810 01  WS-DSP-IX                  PIC S9(04) COMP VALUE ZERO.
001820 01  WS-EDIT-PAGE               PIC ZZ9.
001830
001840 01  WS-MSG-LINE                PIC X(79) VALUE SPACES.
001850
001860 01  WS-PROMPT-LINE             PIC X(79) VALUE
001870     'KEY A STATUS AND/OR PART OF A DESCRIPTION AND PRESS ENTER.'.
001880
001890 01  WS-RECEIVE-ERROR-LINE      PIC X(79) VALUE
001900     'TERMINAL ERROR ON RECEIVE - PRESS CLEAR AND TRY AGAIN.'.
001910
001920 01  WS-NOMATCH-LINE            PIC X(79) VALUE
001930     'NO MASTER RECORD MATCHES THE SEARCH ENTERED.'.
001940
001950 01  WS-MORE-LINE               PIC X(79) VALUE
001960     'MORE - PF8 FOR THE NEXT PAGE. MARK A LINE S FOR ITS KEY.'.
001970
001980 01  WS-END-LINE                PIC X(79) VALUE
001990     'END OF MATCHES. MARK A LINE WITH S TO TAKE ITS KEY.'.
002000
002010 01  WS-SCAN-LIMIT-LINE         PIC X(79) VALUE
002020     'NO MATCH IN THE LAST 500 RECORDS READ - PF8 TO SEARCH ON.'.
002030
002040 01  WS-STATUS-ERROR-LINE       PIC X(79) VALUE
002050     'STATUS MUST BE A, I, OR BLANK FOR EITHER.'.
002060
002070 01  WS-MARK-ERROR-LINE         PIC X(79) VALUE
002080     'MARK ONE LINE THAT SHOWS A RECORD.'.
002090
002100 01  WS-RESTART-LINE            PIC X(79) VALUE
002110     'SEARCH CHANGED - SHOWN FROM PAGE 1.'.
002120
002130 01  WS-FIRST-PAGE-LINE         PIC X(79) VALUE
002140     'THIS IS THE FIRST PAGE.'.
002150
002160 01  WS-LAST-PAGE-LINE          PIC X(79) VALUE
002170     'THIS IS THE LAST PAGE.'.
002180
002190 01  WS-STACK-LOST-LINE         PIC X(79) VALUE
002200     'EARLIER PAGES ARE NO LONGER KEPT - ENTER STARTS AGAIN.'.
002210
002220 01  WS-KEY-INACTIVE-LINE       PIC X(79) VALUE
002230     'THAT KEY IS NOT ACTIVE ON THIS SCREEN.'.
002240
002250 01  WS-XCTL-ERROR-LINE.
002260     05  FILLER                 PIC X(08) VALUE 'PROGRAM '.
002270     05  WS-XCTL-ERROR-PROGRAM  PIC X(08).
002280     05  FILLER                 PIC X(63) VALUE
002290         ' IS NOT AVAILABLE - THAT SCREEN CANNOT BE SHOWN NOW.'.
002300
002310 LINKAGE SECTION.
002320 01  DFHCOMMAREA                PIC X(600).
002330
002340 PROCEDURE DIVISION.
002350*-----------------------------------------------------------------
002360*    0000-MAINLINE
002370*    A FIRST ENTRY GETS AN EMPTY SEARCH SCREEN. A TASK STARTED
002380*    BY ANOTHER SCREEN'S TRANSFER SHOWS THE PAGE LAST SHOWN
002390*    HERE. ANY OTHER TASK IS THE OPERATOR ANSWERING THIS
002400*    SCREEN. THE TASK ENDS BY ASKING CICS TO RUN EXBR AGAIN,
002410*    WITH THE COMMAREA, ON THE NEXT ATTENTION KEY.
002420*-----------------------------------------------------------------
002430 0000-MAINLINE.
002440     IF EIBCALEN NOT = LENGTH OF NAV-COMMAREA
002450         INITIALIZE NAV-COMMAREA
002460         PERFORM 0100-START-FRESH THRU 0100-EXIT
002470     ELSE
002480         MOVE DFHCOMMAREA TO NAV-COMMAREA
002490         IF NAV-THIS-TRANS NOT = 'EXBR'
002500             PERFORM 0200-ARRIVE-BY-TRANSFER THRU 0200-EXIT
002510         ELSE
002520             PERFORM 0300-PROCESS-SCREEN THRU 0300-EXIT
002530         END-IF
002540     END-IF.
002550
002560     MOVE 'EXBR' TO NAV-THIS-TRANS.
002570     EXEC CICS RETURN
002580         TRANSID('EXBR')
002590         COMMAREA(NAV-COMMAREA)
002600         LENGTH(LENGTH OF NAV-COMMAREA)
002610     END-EXEC.
002620
002630*-----------------------------------------------------------------
002640*    0100-START-FRESH
002650*    FORGETS THE LAST SEARCH AND SENDS AN EMPTY SCREEN.
002660*-----------------------------------------------------------------
002670 0100-START-FRESH.
002680     INITIALIZE NAV-BROWSE-STATE.
002690     MOVE SPACES TO WS-SCR-STATUS.
002700     MOVE SPACES TO WS-SCR-DESC.
002710     PERFORM 7000-SEND-PROMPT THRU 7000-EXIT.
002720 0100-EXIT.
002730     EXIT.
002740
002750*-----------------------------------------------------------------
002760*    0200-ARRIVE-BY-TRANSFER
002770*    ANOTHER SCREEN PASSED CONTROL HERE - SHOW THE PAGE THE
002780*    OPERATOR LEFT, OR AN EMPTY SCREEN IF THERE WAS NONE.
002790*-----------------------------------------------------------------
002800 0200-ARRIVE-BY-TRANSFER.
002810     MOVE NAV-BRW-STATUS TO WS-SCR-STATUS.
002820     MOVE NAV-BRW-DESC   TO WS-SCR-DESC.
002830     IF NAV-BRW-PAGE = ZERO
002840         PERFORM 7000-SEND-PROMPT THRU 7000-EXIT
002850     ELSE
002860         PERFORM 1000-BROWSE-MASTER THRU 1000-EXIT
002870     END-IF.
002880 0200-EXIT.
002890     EXIT.
002900
002910*-----------------------------------------------------------------
002920*    0300-PROCESS-SCREEN
002930*    ACTS ON THE KEY THE OPERATOR PRESSED. CLEAR, PA, AND PF3
002940*    CARRY NO SCREEN DATA; EVERY OTHER KEY DOES, SO THE MAP IS
002950*    RECEIVED AND CHECKED FIRST.
002960*-----------------------------------------------------------------
002970 0300-PROCESS-SCREEN.
002980     MOVE EIBAID TO SCR-AID.
002990
003000     IF SCR-PF3
003010         PERFORM 8900-END-SESSION THRU 8900-EXIT
003020     END-IF.
003030
003040     IF SCR-CLEAR
003050         PERFORM 0100-START-FRESH THRU 0100-EXIT
003060         GO TO 0300-EXIT
003070     END-IF.
003080
003090     IF SCR-PA-KEY
003100         PERFORM 0200-ARRIVE-BY-TRANSFER THRU 0200-EXIT
003110         GO TO 0300-EXIT
003120     END-IF.
003130
003140     PERFORM 0400-RECEIVE-SCREEN THRU 0400-EXIT.
003150     IF WS-RECEIVE-FAILED
003160         PERFORM 7100-SEND-RECEIVE-ERROR THRU 7100-EXIT
003170         GO TO 0300-EXIT
003180     END-IF.
003190
003200     PERFORM 0500-CHECK-SCREEN THRU 0500-EXIT.
003210     IF WS-STATUS-IN-ERROR
003220         MOVE WS-STATUS-ERROR-LINE TO WS-MSG-LINE
003230         PERFORM 6000-SEND-PAGE THRU 6000-EXIT
003240         GO TO 0300-EXIT
003250     END-IF.
003260     IF WS-MARK-IN-ERROR
003270         MOVE WS-MARK-ERROR-LINE TO WS-MSG-LINE
003280         PERFORM 0600-SHOW-CURRENT-PAGE THRU 0600-EXIT
003290         GO TO 0300-EXIT
003300     END-IF.
003310
003320     IF WS-MARKED-LINE > ZERO
003330         MOVE NAV-BRW-LINE-KEY (WS-MARKED-LINE)
003340                                 TO NAV-SELECTED-KEY
003350     END-IF.
003360
003370     EVALUATE TRUE
003380         WHEN SCR-ENTER AND WS-MARKED-LINE > ZERO
003390             MOVE 'EXQRY00' TO WS-XCTL-PROGRAM
003400             PERFORM 8500-TRANSFER THRU 8500-EXIT
003410         WHEN SCR-ENTER
003420             PERFORM 1300-START-SEARCH THRU 1300-EXIT
003430         WHEN SCR-PF5
003440             MOVE 'EXQRY00' TO WS-XCTL-PROGRAM
003450             PERFORM 8500-TRANSFER THRU 8500-EXIT
003460         WHEN SCR-PF6
003470             MOVE 'EXPNQ00' TO WS-XCTL-PROGRAM
003480             PERFORM 8500-TRANSFER THRU 8500-EXIT
003490         WHEN SCR-PF9
003500             MOVE 'EXUPD00' TO WS-XCTL-PROGRAM
003510             PERFORM 8500-TRANSFER THRU 8500-EXIT
003520         WHEN (SCR-PF7 OR SCR-PF8) AND WS-SEARCH-CHANGED
003530             MOVE WS-RESTART-LINE TO WS-MSG-LINE
003540             PERFORM 1300-START-SEARCH THRU 1300-EXIT
003550         WHEN SCR-PF7
003560             PERFORM 1400-PAGE-BACK THRU 1400-EXIT
003570         WHEN SCR-PF8
003580             PERFORM 1500-PAGE-FORWARD THRU 1500-EXIT
003590         WHEN OTHER
003600             MOVE WS-KEY-INACTIVE-LINE TO WS-MSG-LINE
003610             PERFORM 0600-SHOW-CURRENT-PAGE THRU 0600-EXIT
003620     END-EVALUATE.
003630 0300-EXIT.
003640     EXIT.
003650
003660*-----------------------------------------------------------------
003670*    0400-RECEIVE-SCREEN
003680*    RECEIVES THE MAP AND TAKES THE SEARCH FIELDS AND THE
003690*    SELECT MARKS FROM IT. MAPFAIL - NO FIELD SENT - LEAVES
003700*    THEM ALL EMPTY RATHER THAN BEING AN ERROR.
003710*-----------------------------------------------------------------
003720 0400-RECEIVE-SCREEN.
003730     MOVE LOW-VALUES TO EXBRMAPI.
003740     EXEC CICS RECEIVE
003750         MAP('EXBRMAP')
003760         MAPSET('EXBRMS')
003770         INTO(EXBRMAPI)
003780         RESP(WS-RESP)
003790     END-EXEC.
003800
003810     IF WS-RESP NOT = DFHRESP(NORMAL)
003820        AND WS-RESP NOT = DFHRESP(MAPFAIL)
003830         SET WS-RECEIVE-FAILED TO TRUE
003840         MOVE NAV-BRW-STATUS TO WS-SCR-STATUS
003850         MOVE NAV-BRW-DESC   TO WS-SCR-DESC
003860         GO TO 0400-EXIT
003870     END-IF.
003880
003890     MOVE BRSTATI TO WS-SCR-STATUS.
003900     MOVE BRDESCI TO WS-SCR-DESC.
003910     INSPECT WS-SCREEN-FIELDS REPLACING ALL LOW-VALUE BY SPACE.
003920     MOVE ZERO TO WS-DSP-IX.
003930     PERFORM 0410-TAKE-ONE-MARK THRU 0410-EXIT
003940         15 TIMES.
003950 0400-EXIT.
003960     EXIT.
003970
003980 0410-TAKE-ONE-MARK.
003990     ADD 1 TO WS-DSP-IX.
004000     MOVE BR-SEL (WS-DSP-IX) TO WS-SCR-MARK (WS-DSP-IX).
004010     IF WS-SCR-MARK (WS-DSP-IX) = LOW-VALUE
004020         MOVE SPACE TO WS-SCR-MARK (WS-DSP-IX)
004030     END-IF.
004040 0410-EXIT.
004050     EXIT.
004060
004070*-----------------------------------------------------------------
004080*    0500-CHECK-SCREEN
004090*    THE STATUS FILTER MUST BE A, I, OR BLANK. AT MOST ONE LINE
004100*    MAY BE MARKED, AND ONLY ONE THAT SHOWS A RECORD. ALSO
004110*    NOTES WHETHER THE SEARCH NOW DIFFERS FROM THE ONE PAGED.
004120*-----------------------------------------------------------------
004130 0500-CHECK-SCREEN.
004140     IF WS-SCR-STATUS NOT = SPACE
004150        AND WS-SCR-STATUS NOT = 'A'
004160        AND WS-SCR-STATUS NOT = 'I'
004170         SET WS-STATUS-IN-ERROR TO TRUE
004180         GO TO 0500-EXIT
004190     END-IF.
004200
004210     IF WS-SCR-STATUS NOT = NAV-BRW-STATUS
004220      OR WS-SCR-DESC NOT = NAV-BRW-DESC
004230         SET WS-SEARCH-CHANGED TO TRUE
004240     END-IF.
004250
004260     MOVE ZERO TO WS-MARK-COUNT.
004270     MOVE ZERO TO WS-MARKED-LINE.
004280     MOVE ZERO TO WS-DSP-IX.
004290     PERFORM 0510-CHECK-ONE-MARK THRU 0510-EXIT
004300         15 TIMES.
004310     IF WS-MARK-COUNT > 1
004320         SET WS-MARK-IN-ERROR TO TRUE
004330     END-IF.
004340 0500-EXIT.
004350     EXIT.
004360
004370 0510-CHECK-ONE-MARK.
004380     ADD 1 TO WS-DSP-IX.
004390     IF WS-SCR-MARK (WS-DSP-IX) = SPACE
004400         GO TO 0510-EXIT
004410     END-IF.
004420
004430     ADD 1 TO WS-MARK-COUNT.
004440     MOVE WS-DSP-IX TO WS-MARKED-LINE.
004450     IF NAV-BRW-LINE-KEY (WS-DSP-IX) = SPACES
004460         SET WS-MARK-IN-ERROR TO TRUE
004470     END-IF.
004480 0510-EXIT.
004490     EXIT.
004500
004510*-----------------------------------------------------------------
004520*    0600-SHOW-CURRENT-PAGE
004530*    SHOWS THE PAGE THE OPERATOR IS ON AGAIN, WITH WHATEVER
004540*    MESSAGE IS SET - OR THE EMPTY SCREEN BEFORE ANY SEARCH.
004550*-----------------------------------------------------------------
004560 0600-SHOW-CURRENT-PAGE.
004570     IF NAV-BRW-PAGE = ZERO
004580         PERFORM 6000-SEND-PAGE THRU 6000-EXIT
004590     ELSE
004600         PERFORM 1000-BROWSE-MASTER THRU 1000-EXIT
004610     END-IF.
004620 0600-EXIT.
004630     EXIT.
004640
004650*-----------------------------------------------------------------
004660*    1000-BROWSE-MASTER
004670*    POSITIONS THE BROWSE AFTER THE CURRENT PAGE'S START KEY,
004680*    COLLECTS ONE PAGE OF MATCHES, AND SENDS THE RESULT. THE
004690*    LAST KEY READ AND WHETHER THERE IS MORE ARE KEPT IN THE
004700*    COMMAREA FOR PF8.
004710*-----------------------------------------------------------------
004720 1000-BROWSE-MASTER.
004730     MOVE ZERO TO WS-DSP-IX.
004740     PERFORM 1050-BLANK-ONE-LINE THRU 1050-EXIT
004750         15 TIMES.
004760     MOVE NAV-BRW-STATUS TO WS-SRCH-STATUS.
004770     MOVE NAV-BRW-DESC   TO WS-SRCH-DESC.
004780     MOVE NAV-BRW-PAGE-START (NAV-BRW-STACK-COUNT)
004790                         TO WS-SRCH-RESUME-KEY.
004800     PERFORM 1100-SIZE-FRAGMENT THRU 1100-EXIT.
004810
004820     IF WS-SRCH-RESUME-KEY = SPACES OR LOW-VALUES
004830         MOVE LOW-VALUES TO WS-BROWSE-KEY
004840     ELSE
004850         MOVE WS-SRCH-RESUME-KEY TO WS-BROWSE-KEY
004860     END-IF.
004870
004880     EXEC CICS STARTBR
004890         DATASET('OUTFILE')
004900         RIDFLD(WS-BROWSE-KEY)
004910         GTEQ
004920         RESP(WS-RESP)
004930     END-EXEC.
004940
004950     IF WS-RESP NOT = DFHRESP(NORMAL)
004960         MOVE 'N' TO NAV-BRW-MORE-SW
004970         PERFORM 7200-SEND-NOMATCH THRU 7200-EXIT
004980         GO TO 1000-EXIT
004990     END-IF.
005000
005010     PERFORM 2000-COLLECT-PAGE THRU 2000-EXIT
005020         UNTIL WS-BROWSE-DONE.
005030
005040     EXEC CICS ENDBR
005050         DATASET('OUTFILE')
005060     END-EXEC.
005070
005080     MOVE WS-BROWSE-KEY TO NAV-BRW-NEXT-KEY.
005090     MOVE WS-MORE-SW    TO NAV-BRW-MORE-SW.
005100
005110     IF WS-MATCH-COUNT = ZERO AND NOT WS-MORE-RECORDS
005120         PERFORM 7200-SEND-NOMATCH THRU 7200-EXIT
005130     ELSE
005140         SET WS-PAGE-BUILT TO TRUE
005150         PERFORM 6000-SEND-PAGE THRU 6000-EXIT
005160     END-IF.
005170 1000-EXIT.
005180     EXIT.
005190
005200*-----------------------------------------------------------------
005210*    1050-BLANK-ONE-LINE
005220*    CLEARS ONE DETAIL LINE AND THE KEY KEPT FOR IT - THE
005230*    OCCURS LINES CARRY NO VALUE CLAUSES, SO EACH TASK STARTS
005240*    ITS PAGE CLEAN.
005250*-----------------------------------------------------------------
005260 1050-BLANK-ONE-LINE.
005270     ADD 1 TO WS-DSP-IX.
005280     MOVE SPACES TO WS-DSP-LINE (WS-DSP-IX).
005290     MOVE SPACES TO NAV-BRW-LINE-KEY (WS-DSP-IX).
005300 1050-EXIT.
005310     EXIT.
005320
005330*-----------------------------------------------------------------
005340*    1100-SIZE-FRAGMENT
005350*    FINDS THE TRUE LENGTH OF THE DESCRIPTION FRAGMENT - THE
005360*    LAST NON-SPACE POSITION. LENGTH ZERO MEANS EVERY RECORD
005370*    MATCHES ON DESCRIPTION.
005380*-----------------------------------------------------------------
005390 1100-SIZE-FRAGMENT.
005400     MOVE ZERO TO WS-FRAG-LENGTH.
005410     MOVE ZERO TO WS-FRAG-POS.
005420     PERFORM 1110-SIZE-ONE-POSITION THRU 1110-EXIT
005430         30 TIMES.
005440 1100-EXIT.
005450     EXIT.
005460
005470 1110-SIZE-ONE-POSITION.
005480     ADD 1 TO WS-FRAG-POS.
005490     IF WS-SRCH-DESC (WS-FRAG-POS:1) NOT = SPACE
005500        AND WS-SRCH-DESC (WS-FRAG-POS:1) NOT = LOW-VALUE
005510         MOVE WS-FRAG-POS TO WS-FRAG-LENGTH
005520     END-IF.
005530 1110-EXIT.
005540     EXIT.
005550
005560*-----------------------------------------------------------------
005570*    1300-START-SEARCH
005580*    TAKES THE SEARCH ON THE SCREEN AS THE ONE TO PAGE AND
005590*    SHOWS ITS FIRST PAGE.
005600*-----------------------------------------------------------------
005610 1300-START-SEARCH.
005620     MOVE WS-SCR-STATUS TO NAV-BRW-STATUS.
005630     MOVE WS-SCR-DESC   TO NAV-BRW-DESC.
005640     MOVE SPACES        TO NAV-BRW-NEXT-KEY.
005650     MOVE 1             TO NAV-BRW-PAGE.
005660     MOVE 1             TO NAV-BRW-STACK-COUNT.
005670     MOVE SPACES        TO NAV-BRW-PAGE-START (1).
005680     PERFORM 1000-BROWSE-MASTER THRU 1000-EXIT.
005690 1300-EXIT.
005700     EXIT.
005710
005720*-----------------------------------------------------------------
005730*    1400-PAGE-BACK
005740*    DROPS THE CURRENT PAGE OFF THE STACK AND SHOWS THE ONE
005750*    BEFORE IT. PAGES DROPPED FROM A FULL STACK CANNOT BE
005760*    REACHED AGAIN WITHOUT STARTING THE SEARCH OVER.
005770*-----------------------------------------------------------------
005780 1400-PAGE-BACK.
005790     IF NAV-BRW-PAGE NOT > 1
005800         MOVE WS-FIRST-PAGE-LINE TO WS-MSG-LINE
005810         PERFORM 0600-SHOW-CURRENT-PAGE THRU 0600-EXIT
005820         GO TO 1400-EXIT
005830     END-IF.
005840
005850     IF NAV-BRW-STACK-COUNT NOT > 1
005860         MOVE WS-STACK-LOST-LINE TO WS-MSG-LINE
005870         PERFORM 0600-SHOW-CURRENT-PAGE THRU 0600-EXIT
005880         GO TO 1400-EXIT
005890     END-IF.
005900
005910     SUBTRACT 1 FROM NAV-BRW-STACK-COUNT.
005920     SUBTRACT 1 FROM NAV-BRW-PAGE.
005930     PERFORM 1000-BROWSE-MASTER THRU 1000-EXIT.
005940 1400-EXIT.
005950     EXIT.
005960
005970*-----------------------------------------------------------------
005980*    1500-PAGE-FORWARD
005990*    STACKS THE LAST KEY READ AS THE NEXT PAGE'S START AND
006000*    SHOWS THAT PAGE. A FULL STACK LOSES ITS OLDEST ENTRY.
006010*-----------------------------------------------------------------
006020 1500-PAGE-FORWARD.
006030     IF NOT NAV-BRW-MORE
006040         IF NAV-BRW-PAGE > ZERO
006050             MOVE WS-LAST-PAGE-LINE TO WS-MSG-LINE
006060         ELSE
006070             MOVE WS-PROMPT-LINE TO WS-MSG-LINE
006080         END-IF
006090         PERFORM 0600-SHOW-CURRENT-PAGE THRU 0600-EXIT
006100         GO TO 1500-EXIT
006110     END-IF.
006120
006130     IF NAV-BRW-STACK-COUNT >= WS-STACK-LIMIT
006140         PERFORM 1510-DROP-OLDEST-START THRU 1510-EXIT
006150             VARYING WS-STACK-IX FROM 1 BY 1
006160             UNTIL WS-STACK-IX >= WS-STACK-LIMIT
006170         SUBTRACT 1 FROM NAV-BRW-STACK-COUNT
006180     END-IF.
006190
006200     ADD 1 TO NAV-BRW-STACK-COUNT.
006210     MOVE NAV-BRW-NEXT-KEY
006220             TO NAV-BRW-PAGE-START (NAV-BRW-STACK-COUNT).
006230     IF NAV-BRW-PAGE < 999
006240         ADD 1 TO NAV-BRW-PAGE
006250     END-IF.
006260     PERFORM 1000-BROWSE-MASTER THRU 1000-EXIT.
006270 1500-EXIT.
006280     EXIT.
006290
006300 1510-DROP-OLDEST-START.
006310     MOVE NAV-BRW-PAGE-START (WS-STACK-IX + 1)
006320             TO NAV-BRW-PAGE-START (WS-STACK-IX).
006330 1510-EXIT.
006340     EXIT.
006350
006360*-----------------------------------------------------------------
006370*    2000-COLLECT-PAGE
006380*    READS THE NEXT MASTER RECORD, SKIPS THE RESUME KEY
006390*    ITSELF, AND FOLDS A MATCH ONTO THE PAGE. THE BROWSE ENDS
006400*    AT END OF FILE, AT A FULL PAGE, OR AT THE PER-TASK SCAN
006410*    LIMIT - THE LATTER TWO LEAVE MORE TO PAGE FORWARD TO.
006420*-----------------------------------------------------------------
006430 2000-COLLECT-PAGE.
006440     EXEC CICS READNEXT
006450         DATASET('OUTFILE')
006460         INTO(WS-MASTER-RECORD)
006470         RIDFLD(WS-BROWSE-KEY)
006480         RESP(WS-RESP)
006490     END-EXEC.
006500
006510     IF WS-RESP NOT = DFHRESP(NORMAL)
006520         SET WS-BROWSE-DONE TO TRUE
006530         GO TO 2000-EXIT
006540     END-IF.
006550
006560*    THE RESUME KEY NAMES THE LAST RECORD BEFORE THIS PAGE -
006570*    THE PAGE STARTS PAST IT.
006580     IF WS-SRCH-RESUME-KEY NOT = SPACES
006590        AND OUT-KEY = WS-SRCH-RESUME-KEY
006600         GO TO 2000-EXIT
006610     END-IF.
006620
006630     ADD 1 TO WS-SCAN-COUNT.
006640
006650     PERFORM 3000-MATCH-RECORD THRU 3000-EXIT.
006660     IF WS-RECORD-MATCHES
006670         PERFORM 4000-ADD-TO-PAGE THRU 4000-EXIT
006680     END-IF.
006690
006700     IF WS-MATCH-COUNT >= WS-PAGE-LIMIT
006710      OR WS-SCAN-COUNT >= WS-SCAN-LIMIT
006720         SET WS-BROWSE-DONE TO TRUE
006730         SET WS-MORE-RECORDS TO TRUE
006740     END-IF.
006750 2000-EXIT.
006760     EXIT.
006770
006780*-----------------------------------------------------------------
006790*    3000-MATCH-RECORD
006800*    DECIDES WHETHER THE RECORD JUST READ MEETS THE STATUS
006810*    FILTER AND CARRIES THE DESCRIPTION FRAGMENT.
006820*-----------------------------------------------------------------
006830 3000-MATCH-RECORD.
006840     SET WS-RECORD-MATCHES TO TRUE.
006850
006860     IF WS-SRCH-STATUS NOT = SPACE
006870        AND OUT-STATUS NOT = WS-SRCH-STATUS
006880         SET WS-RECORD-NO-MATCH TO TRUE
006890         GO TO 3000-EXIT
006900     END-IF.
006910
006920     IF WS-FRAG-LENGTH > ZERO
006930         PERFORM 3100-MATCH-FRAGMENT THRU 3100-EXIT
006940     END-IF.
006950 3000-EXIT.
006960     EXIT.
006970
006980*-----------------------------------------------------------------
006990*    3100-MATCH-FRAGMENT
007000*    WALKS THE DESCRIPTION FOR THE FRAGMENT. THE RECORD FAILS
007010*    UNLESS THE FRAGMENT APPEARS AT SOME POSITION.
007020*-----------------------------------------------------------------
007030 3100-MATCH-FRAGMENT.
007040     SET WS-RECORD-NO-MATCH TO TRUE.
007050     MOVE ZERO TO WS-FRAG-POS.
007060     COMPUTE WS-FRAG-LAST-POS = 30 - WS-FRAG-LENGTH + 1.
007070     PERFORM 3110-MATCH-ONE-POSITION THRU 3110-EXIT
007080         UNTIL WS-RECORD-MATCHES
007090            OR WS-FRAG-POS >= WS-FRAG-LAST-POS.
007100 3100-EXIT.
007110     EXIT.
007120
007130 3110-MATCH-ONE-POSITION.
007140     ADD 1 TO WS-FRAG-POS.
007150     IF OUT-DESC (WS-FRAG-POS:WS-FRAG-LENGTH)
007160        = WS-SRCH-DESC (1:WS-FRAG-LENGTH)
007170         SET WS-RECORD-MATCHES TO TRUE
007180     END-IF.
007190 3110-EXIT.
007200     EXIT.
007210
007220*-----------------------------------------------------------------
007230*    4000-ADD-TO-PAGE
007240*    FOLDS THE MATCHING RECORD ONTO THE NEXT DETAIL LINE AND
007250*    KEEPS ITS KEY FOR A SELECT MARK ON THE NEXT TASK.
007260*-----------------------------------------------------------------
007270 4000-ADD-TO-PAGE.
007280     ADD 1 TO WS-MATCH-COUNT.
007290     MOVE WS-MATCH-COUNT TO WS-DSP-IX.
007300     MOVE OUT-KEY    TO WS-DSP-KEY    (WS-DSP-IX).
007310     MOVE OUT-STATUS TO WS-DSP-STATUS (WS-DSP-IX).
007320     MOVE OUT-AMOUNT TO WS-DSP-AMOUNT (WS-DSP-IX).
007330     MOVE OUT-DESC   TO WS-DSP-DESC   (WS-DSP-IX).
007340     MOVE OUT-KEY    TO NAV-BRW-LINE-KEY (WS-DSP-IX).
007350 4000-EXIT.
007360     EXIT.
007370
007380*-----------------------------------------------------------------
007390*    6000-SEND-PAGE
007400*    BUILDS THE MAP FROM THE SEARCH, THE PAGE WHEN ONE WAS
007410*    BUILT, AND THE MESSAGE, AND SENDS IT. WITH NO MESSAGE SET
007420*    THE MESSAGE SAYS WHETHER THERE IS MORE. A STATUS OR
007430*    SELECT MARK IN ERROR IS SHOWN BRIGHT IN REVERSE VIDEO
007440*    WITH THE CURSOR ON IT.
007450*-----------------------------------------------------------------
007460 6000-SEND-PAGE.
007470     MOVE LOW-VALUES TO EXBRMAPO.
007480     MOVE WS-SCR-STATUS TO BRSTATO.
007490     MOVE WS-SCR-DESC   TO BRDESCO.
007500     MOVE SCR-CURSOR-HERE TO BRSTATL.
007510     IF NAV-BRW-PAGE > ZERO
007520         MOVE NAV-BRW-PAGE TO WS-EDIT-PAGE
007530         MOVE WS-EDIT-PAGE TO BRPAGEO
007540     END-IF.
007550
007560     IF WS-PAGE-BUILT
007570         MOVE ZERO TO WS-DSP-IX
007580         PERFORM 6100-MOVE-ONE-LINE THRU 6100-EXIT
007590             15 TIMES
007600         IF WS-MSG-LINE = SPACES
007610             EVALUATE TRUE
007620                 WHEN WS-MORE-RECORDS AND WS-MATCH-COUNT = ZERO
007630                     MOVE WS-SCAN-LIMIT-LINE TO WS-MSG-LINE
007640                 WHEN WS-MORE-RECORDS
007650                     MOVE WS-MORE-LINE TO WS-MSG-LINE
007660                 WHEN OTHER
007670                     MOVE WS-END-LINE TO WS-MSG-LINE
007680             END-EVALUATE
007690         END-IF
007700     END-IF.
007710
007720     IF WS-STATUS-IN-ERROR
007730         MOVE SCR-ATTR-ERROR     TO BRSTATA
007740         MOVE SCR-HILITE-REVERSE TO BRSTATH
007750     END-IF.
007760
007770     MOVE WS-MSG-LINE TO BRMSGO.
007780
007790     EXEC CICS SEND
007800         MAP('EXBRMAP')
007810         MAPSET('EXBRMS')
007820         FROM(EXBRMAPO)
007830         ERASE
007840         CURSOR
007850     END-EXEC.
007860 6000-EXIT.
007870     EXIT.
007880
007890*-----------------------------------------------------------------
007900*    6100-MOVE-ONE-LINE
007910*    MOVES ONE DETAIL LINE TO THE MAP. ON AN ERROR THE
007920*    OPERATOR'S MARKS ARE SENT BACK, THE ONES AT FAULT FLAGGED
007930*    AND THE CURSOR ON THE LAST OF THEM.
007940*-----------------------------------------------------------------
007950 6100-MOVE-ONE-LINE.
007960     ADD 1 TO WS-DSP-IX.
007970     MOVE WS-DSP-LINE (WS-DSP-IX) TO BR-DET (WS-DSP-IX).
007980     IF NOT WS-MARK-IN-ERROR
007990        OR WS-SCR-MARK (WS-DSP-IX) = SPACE
008000         GO TO 6100-EXIT
008010     END-IF.
008020
008030     MOVE WS-SCR-MARK (WS-DSP-IX) TO BR-SEL (WS-DSP-IX).
008040     MOVE SCR-ATTR-ERROR     TO BR-SEL-A (WS-DSP-IX).
008050     MOVE SCR-HILITE-REVERSE TO BR-SEL-H (WS-DSP-IX).
008060     MOVE ZERO               TO BRSTATL.
008070     MOVE SCR-CURSOR-HERE    TO BR-SEL-L (WS-DSP-IX).
008080 6100-EXIT.
008090     EXIT.
008100
008110*-----------------------------------------------------------------
008120*    7000-SEND-PROMPT
008130*    NO SEARCH YET - SEND THE SCREEN WITH THE PROMPT.
008140*-----------------------------------------------------------------
008150 7000-SEND-PROMPT.
008160     MOVE WS-PROMPT-LINE TO WS-MSG-LINE.
008170     PERFORM 6000-SEND-PAGE THRU 6000-EXIT.
008180 7000-EXIT.
008190     EXIT.
008200
008210*-----------------------------------------------------------------
008220*    7100-SEND-RECEIVE-ERROR
008230*    THE RECEIVE FAILED FOR A REASON OTHER THAN "NO DATA
008240*    ENTERED". TELL THE OPERATOR RATHER THAN TREATING IT AS AN
008250*    EMPTY SEARCH.
008260*-----------------------------------------------------------------
008270 7100-SEND-RECEIVE-ERROR.
008280     MOVE WS-RECEIVE-ERROR-LINE TO WS-MSG-LINE.
008290     PERFORM 6000-SEND-PAGE THRU 6000-EXIT.
008300 7100-EXIT.
008310     EXIT.
008320
008330*-----------------------------------------------------------------
008340*    7200-SEND-NOMATCH
008350*    NOTHING ON THE MASTER MET THE SEARCH.
008360*-----------------------------------------------------------------
008370 7200-SEND-NOMATCH.
008380     MOVE WS-NOMATCH-LINE TO WS-MSG-LINE.
008390     PERFORM 6000-SEND-PAGE THRU 6000-EXIT.
008400 7200-EXIT.
008410     EXIT.
008420
008430*-----------------------------------------------------------------
008440*    8500-TRANSFER
008450*    PASSES CONTROL TO THE SCREEN PROGRAM NAMED IN
008460*    WS-XCTL-PROGRAM WITH THE COMMAREA - THE MARKED LINE'S KEY
008470*    IS ALREADY IN NAV-SELECTED-KEY. XCTL ONLY COMES BACK HERE
008480*    WHEN IT FAILS.
008490*-----------------------------------------------------------------
008500 8500-TRANSFER.
008510     MOVE 'EXBR' TO NAV-THIS-TRANS.
008520
008530     EXEC CICS XCTL
008540         PROGRAM(WS-XCTL-PROGRAM)
008550         COMMAREA(NAV-COMMAREA)
008560         LENGTH(LENGTH OF NAV-COMMAREA)
008570         RESP(WS-RESP)
008580     END-EXEC.
008590
008600     MOVE WS-XCTL-PROGRAM TO WS-XCTL-ERROR-PROGRAM.
008610     MOVE WS-XCTL-ERROR-LINE TO WS-MSG-LINE.
008620     PERFORM 0600-SHOW-CURRENT-PAGE THRU 0600-EXIT.
008630 8500-EXIT.
008640     EXIT.
008650
008660*-----------------------------------------------------------------
008670*    8900-END-SESSION
008680*    PF3 - CLEARS THE SCREEN AND ENDS THE CONVERSATION WITHOUT
008690*    NAMING A NEXT TRANSACTION.
008700*-----------------------------------------------------------------
008710 8900-END-SESSION.
008720     EXEC CICS SEND CONTROL
008730         ERASE
008740         FREEKB
008750     END-EXEC.
008760     EXEC CICS RETURN END-EXEC.
008770 8900-EXIT.
008780     EXIT.
