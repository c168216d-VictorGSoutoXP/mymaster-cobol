000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                   EXAPR00.
000120 AUTHOR.                       J HENRIQUES.
000130 INSTALLATION.                 DATA PROCESSING - ONLINE SYSTEMS.
000140 DATE-WRITTEN.                 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*    MODIFICATION HISTORY
000180*--------------------------------------------------------------*
000190*    DATE       INIT  DESCRIPTION
000200*    ---------  ----  ------------------------------------------
000210*    10/15/2026 JH    ORIGINAL PROGRAM - CICS SECOND-SIGNATURE
000220*                      APPROVAL OF EXUP UPDATES HELD UNDER
000230*                      DUAL CONTROL.
000235*    10/15/2026 JH    DATES ARE SHOWN CCYYMMDD.
000236*    10/15/2026 JH    JOURNAL ENTRIES CARRY THE MAKER'S OPERATOR
000238*                      ID IN JRN-SOURCE FOR THE EXGLPST GENERAL-
000240*                      LEDGER POSTING - THE CHANGE IS THE MAKER'S.
000242*    10/15/2026 JH    NO APPROVAL WHILE THE RUNCTL BATCH-WINDOW
000244*                      FLAG IS SET - THE UPDATE STAYS HELD UNTIL
000246*                      THE WINDOW CLEARS.
000248*    10/15/2026 JH    AN APPROVAL WHOSE DUALPND ROW CANNOT BE
000250*                      REMOVED IS ROLLED BACK, SO THE HELD
000252*                      UPDATE CANNOT BE APPROVED TWICE.
000254*--------------------------------------------------------------*
000256*    TRANSACTION EXAP RUNS THIS PROGRAM. EXUPD00 HOLDS A
000260*    DELETE, A STATUS CHANGE, OR AN AMOUNT CHANGE OVER THE
000270*    DUAL-CONTROL LIMIT ON DUALPND (SEE DCPREC) INSTEAD OF
000280*    APPLYING IT. A SECOND OPERATOR KEYS ONE LINE HERE:
000290*
000300*      COL  1      ACTION - SPACE (SHOW), A (APPROVE),
000310*                  D (DECLINE)
000320*      COL  2-7    MASTER KEY
000330*
000340*    SHOW DISPLAYS THE HELD UPDATE - THE RECORD NOW AND AS IT
000350*    WOULD BECOME - SO THE CHECKER SEES WHAT IS BEING SIGNED.
000360*    APPROVE APPLIES IT TO OUTFILE AND WRITES THE JOURNAL
000370*    (EXJR) AND AUDIT (EXAU) ENTRIES EXUPD00 WOULD HAVE
000380*    WRITTEN, THE CHANGED OR DELETED ENTRY UNDER THE OPERATOR
000390*    WHO KEYED IT AND AN APPROVED ENTRY UNDER THE CHECKER, SO
000400*    BOTH IDS ARE ON THE TRAIL. DECLINE DISCARDS IT. EITHER
000410*    WAY THE DUALPND RECORD IS REMOVED.
000420*
000430*    THE CHECKER MUST NOT BE THE OPERATOR WHO KEYED THE
000440*    UPDATE, MUST HAVE APPROVE AUTHORITY ON THEIR OPRAUTH
000450*    PROFILE (SEE AUTREC), AND THE KEY MUST LIE IN THEIR KEY
000460*    RANGE. A REFUSAL IS AUDITED. AN UPDATE KEYED ON AN
000470*    EARLIER DAY HAS EXPIRED - THE NIGHTLY EXDUAL RUN REMOVES
000480*    IT AND LISTS IT - AND CANNOT BE APPROVED. IF THE MASTER
000490*    NO LONGER MATCHES THE RECORD AS IT STOOD WHEN THE UPDATE
000500*    WAS KEYED, THE APPROVAL IS REFUSED - THE CHECKER
000510*    DECLINES IT AND THE UPDATE IS KEYED AGAIN.
000511*
000512*    WHILE A BATCH RUN HAS THE MASTER (THE BATCH-WINDOW FLAG ON
000513*    RUNCTL IS SET - SEE RCTREC) NOTHING IS APPROVED. THE
000514*    UPDATE STAYS HELD FOR APPROVAL ONCE THE WINDOW CLEARS. IT
000515*    MAY STILL BE SHOWN OR DECLINED.
000520*--------------------------------------------------------------*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.              IBM-370.
000560 OBJECT-COMPUTER.              IBM-370.
000570
000580 DATA DIVISION.
000590 WORKING-STORAGE SECTION.
000600*--------------------------------------------------------------*
000610*    MASTER RECORD LAYOUT - SHARED WITH THE EXEMPLO BATCH
000620*    MAINTENANCE PROGRAM VIA THE OUTMSTR COPYBOOK.
000630*--------------------------------------------------------------*
000640 COPY OUTMSTR REPLACING ==OUTPUT-RECORD== BY ==WS-MASTER-RECORD==.
000650
000660*--------------------------------------------------------------*
000670*    THE HELD UPDATE - WRITTEN BY EXUPD00
000680*--------------------------------------------------------------*
000690 COPY DCPREC REPLACING ==DUAL-PENDING-RECORD==
000700                    BY ==WS-DUAL-PENDING==.
000710
000720*--------------------------------------------------------------*
000730*    AUDIT ENTRY - SHARED WITH EXEMPLO VIA THE AUDREC COPYBOOK
000740*--------------------------------------------------------------*
000750 COPY AUDREC REPLACING ==AUDIT-RECORD== BY ==WS-AUDIT-RECORD==.
000760
000770*--------------------------------------------------------------*
000780*    FORWARD-RECOVERY JOURNAL ENTRY - SHARED WITH EXUPD00 AND
000790*    EXRCVR VIA THE JRNREC COPYBOOK
000800*--------------------------------------------------------------*
000810 COPY JRNREC REPLACING ==JOURNAL-RECORD== BY ==WS-JRN-RECORD==.
000820
000830*--------------------------------------------------------------*
000840*    THE CHECKER'S AUTHORITY PROFILE
000850*--------------------------------------------------------------*
000855 COPY AUTREC REPLACING ==AUTH-RECORD== BY ==WS-AUTH-RECORD==.
000860
000861*--------------------------------------------------------------*
000862*    BATCH-WINDOW FLAG - THE *WINDOW RECORD ON RUNCTL
000863*--------------------------------------------------------------*
000864 COPY RCTREC REPLACING ==RUN-CONTROL-RECORD==
000865                    BY ==WS-RUN-CONTROL==.
000866 01  WS-WINDOW-KEY.
000867     05  FILLER                 PIC 9(08) VALUE ZERO.
000868     05  FILLER                 PIC X(08) VALUE '*WINDOW '.
000870
000880*--------------------------------------------------------------*
000890*    OPERATOR INPUT LINE
000900*--------------------------------------------------------------*
000910 01  WS-APPROVAL-LINE.
000920     05  WS-APR-ACTION          PIC X(01).
000930         88  WS-APR-SHOW                  VALUE ' '.
000940         88  WS-APR-APPROVE                VALUE 'A'.
000950         88  WS-APR-DECLINE                VALUE 'D'.
000960     05  WS-APR-KEY             PIC X(06).
000970
000980*--------------------------------------------------------------*
000990*    CICS WORK AREAS
001000*--------------------------------------------------------------*
001010 01  WS-RECEIVE-LENGTH          PIC S9(04) COMP VALUE 7.
001020 01  WS-RESP                    PIC S9(08) COMP VALUE ZERO.
001030 01  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
001040 01  WS-ABSTIME                 PIC S9(15) COMP-3 VALUE ZERO.
001050 01  WS-CUR-DATE                PIC 9(08) VALUE ZERO.
001060 01  WS-CUR-TIME                PIC 9(08) VALUE ZERO.
001070 01  WS-CUR-TIME-HHMMSS         PIC 9(06) VALUE ZERO.
001080
001090*--------------------------------------------------------------*
001100*    AUTHORITY CHECK RESULT - SET BY 2000-CHECK-CHECKER
001110*--------------------------------------------------------------*
001120 01  WS-AUTH-SW                 PIC X(01) VALUE 'N'.
001130     88  WS-AUTHORIZED                    VALUE 'Y'.
001140     88  WS-NOT-AUTHORIZED                 VALUE 'N'.
001150
001160 01  WS-ENTRY-TIME              PIC 9(08) VALUE ZERO.
001170 01  WS-ENTRY-TIME-X REDEFINES WS-ENTRY-TIME.
001180     05  WS-ENTRY-HHMMSS        PIC X(06).
001190     05  FILLER                 PIC X(02).
001200
001210 01  WS-DISPLAY-AREA.
001220     05  WS-DSP-LINE1.
001230         10  FILLER             PIC X(07) VALUE 'KEY:   '.
001240         10  WS-DSP-KEY         PIC X(06).
001250         10  FILLER             PIC X(10) VALUE '  ACTION: '.
001260         10  WS-DSP-ACTION      PIC X(01).
001270         10  FILLER             PIC X(10) VALUE '  REASON: '.
001280         10  WS-DSP-REASON      PIC X(08).
001290         10  FILLER             PIC X(12) VALUE '  KEYED BY: '.
001300         10  WS-DSP-MAKER       PIC X(08).
001310         10  FILLER             PIC X(01) VALUE SPACE.
001320         10  WS-DSP-DATE        PIC 9(08).
001330         10  FILLER             PIC X(01) VALUE SPACE.
001340         10  WS-DSP-TIME        PIC X(06).
001350         10  FILLER             PIC X(03) VALUE SPACES.
001360     05  WS-DSP-LINE2.
001370         10  FILLER             PIC X(07) VALUE 'NOW:   '.
001380         10  FILLER             PIC X(08) VALUE 'STATUS: '.
001390         10  WS-DSP-NOW-STATUS  PIC X(01).
001400         10  FILLER             PIC X(10) VALUE '  AMOUNT: '.
001410         10  WS-DSP-NOW-AMOUNT  PIC -9999999.99.
001420         10  FILLER             PIC X(02) VALUE SPACES.
001430         10  WS-DSP-NOW-DESC    PIC X(30).
001440         10  FILLER             PIC X(11) VALUE SPACES.
001450     05  WS-DSP-LINE3.
001460         10  FILLER             PIC X(07) VALUE 'NEW:   '.
001470         10  WS-DSP-NEW-DATA.
001480             15  FILLER         PIC X(08) VALUE 'STATUS: '.
001490             15  WS-DSP-NEW-STATUS
001500                                PIC X(01).
001510             15  FILLER         PIC X(10) VALUE '  AMOUNT: '.
001520             15  WS-DSP-NEW-AMOUNT
001530                                PIC -9999999.99.
001540             15  FILLER         PIC X(02) VALUE SPACES.
001550             15  WS-DSP-NEW-DESC
001560                                PIC X(30).
001570         10  FILLER             PIC X(11) VALUE SPACES.
001580     05  WS-DSP-LINE4           PIC X(80) VALUE
001590         'KEY A OR D, THEN THE KEY, TO APPROVE OR DECLINE.'.
001600
001610 01  WS-DELETE-TEXT             PIC X(62) VALUE
001620     'RECORD WILL BE DELETED'.
001630
001640*--------------------------------------------------------------*
001650*    OPERATOR MESSAGES
001660*--------------------------------------------------------------*
001670 01  WS-MSG-LINE                PIC X(80) VALUE SPACES.
001680
001690 01  WS-PROMPT-LINE             PIC X(80) VALUE
001700     'ENTER: ACTION(SPACE/A/D) KEY(6) - TRANS EXAP'.
001710
001720 01  WS-RECEIVE-ERROR-LINE      PIC X(80) VALUE
001730     'TERMINAL ERROR ON RECEIVE - RE-ENTER TRANSACTION EXAP.'.
001740
001750 01  WS-ACTION-ERROR-LINE       PIC X(80) VALUE
001760     'ACTION MUST BE SPACE (SHOW), A (APPROVE) OR D (DECLINE).'.
001770
001780 01  WS-NOTHING-HELD-LINE       PIC X(80) VALUE
001790     'NOTHING IS AWAITING APPROVAL FOR THAT KEY.'.
001800
001810 01  WS-EXPIRED-LINE            PIC X(80) VALUE
001820     'KEYED ON AN EARLIER DAY - EXPIRED, IT MUST BE RE-KEYED.'.
001830
001840 01  WS-SAME-OPERATOR-LINE      PIC X(80) VALUE
001850     'YOU KEYED THIS UPDATE - ANOTHER OPERATOR MUST SIGN IT.'.
001860
001870 01  WS-REFUSED-LINE            PIC X(80) VALUE
001880     'NOT AUTHORIZED TO APPROVE FOR THAT KEY - NOTHING DONE.'.
001890
001900 01  WS-MASTER-MOVED-LINE       PIC X(80) VALUE
001910     'MASTER CHANGED SINCE IT WAS KEYED - DECLINE AND RE-KEY.'.
001920
001930 01  WS-APPROVED-LINE           PIC X(80) VALUE
001940     'APPROVED - MASTER UPDATED, JOURNALLED AND AUDITED.'.
001950
001960 01  WS-DECLINED-LINE           PIC X(80) VALUE
001970     'DECLINED - THE HELD UPDATE HAS BEEN DISCARDED.'.
001980
001990 01  WS-IOERR-LINE              PIC X(80) VALUE
002000     'MASTER FILE ERROR - NOTHING UPDATED, CALL SUPPORT.'.
002010
002020 01  WS-PNDERR-LINE             PIC X(80) VALUE
002030     'APPROVAL FILE ERROR - NOTHING UPDATED, CALL SUPPORT.'.
002040
002050 01  WS-AUTHERR-LINE            PIC X(80) VALUE
002060     'AUTHORITY FILE ERROR - NOTHING UPDATED, CALL SUPPORT.'.
002061
002063 01  WS-WINDOW-LINE             PIC X(80) VALUE
002064     'BATCH RUN IN PROGRESS - STILL HELD, APPROVE IT LATER.'.
002066
002067 01  WS-RCTERR-LINE             PIC X(80) VALUE
002068     'RUNCTL FILE ERROR - NOTHING UPDATED, CALL SUPPORT.'.
002070
002080 PROCEDURE DIVISION.
002090*-----------------------------------------------------------------
002100*    0000-MAINLINE
002110*    RECEIVES THE APPROVAL LINE, FINDS THE HELD UPDATE, AND
002120*    SHOWS, APPROVES, OR DECLINES IT.
002130*-----------------------------------------------------------------
002140 0000-MAINLINE.
002150     MOVE SPACES TO WS-APPROVAL-LINE.
002160     EXEC CICS RECEIVE
002170         INTO(WS-APPROVAL-LINE)
002180         LENGTH(WS-RECEIVE-LENGTH)
002190         RESP(WS-RESP)
002200     END-EXEC.
002210
002220     IF WS-RESP NOT = DFHRESP(NORMAL)
002230         MOVE WS-RECEIVE-ERROR-LINE TO WS-MSG-LINE
002240         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
002250     ELSE
002260         IF WS-APR-KEY = SPACES OR LOW-VALUES
002270             MOVE WS-PROMPT-LINE TO WS-MSG-LINE
002280             PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
002290         ELSE
002300             PERFORM 1000-PROCESS-APPROVAL THRU 1000-EXIT
002310         END-IF
002320     END-IF.
002330
002340     EXEC CICS RETURN END-EXEC.
002350
002360*-----------------------------------------------------------------
002370*    1000-PROCESS-APPROVAL
002380*    READS THE HELD UPDATE AND ROUTES THE LINE. APPROVE AND
002390*    DECLINE BOTH NEED A SECOND OPERATOR WITH APPROVE
002400*    AUTHORITY FOR THE KEY.
002410*-----------------------------------------------------------------
002420 1000-PROCESS-APPROVAL.
002430     IF NOT WS-APR-SHOW
002440        AND NOT WS-APR-APPROVE
002450        AND NOT WS-APR-DECLINE
002460         MOVE WS-ACTION-ERROR-LINE TO WS-MSG-LINE
002470         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
002480         GO TO 1000-EXIT
002490     END-IF.
002500
002510     PERFORM 1100-GET-USER-AND-TIME THRU 1100-EXIT.
002520
002530     EXEC CICS READ
002540         DATASET('DUALPND')
002550         INTO(WS-DUAL-PENDING)
002560         RIDFLD(WS-APR-KEY)
002570         RESP(WS-RESP)
002580     END-EXEC.
002590
002600     IF WS-RESP NOT = DFHRESP(NORMAL)
002610         IF WS-RESP = DFHRESP(NOTFND)
002620             MOVE WS-NOTHING-HELD-LINE TO WS-MSG-LINE
002630         ELSE
002640             MOVE WS-PNDERR-LINE TO WS-MSG-LINE
002650         END-IF
002660         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
002670         GO TO 1000-EXIT
002680     END-IF.
002690
002700     IF WS-APR-SHOW
002710         PERFORM 3000-SHOW-PENDING THRU 3000-EXIT
002720         GO TO 1000-EXIT
002730     END-IF.
002740
002750     IF DCP-ENTRY-DATE < WS-CUR-DATE
002760         MOVE WS-EXPIRED-LINE TO WS-MSG-LINE
002770         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
002780         GO TO 1000-EXIT
002790     END-IF.
002800
002810     PERFORM 2000-CHECK-CHECKER THRU 2000-EXIT.
002820     IF WS-NOT-AUTHORIZED
002830         GO TO 1000-EXIT
002840     END-IF.
002850
002860     IF WS-APR-APPROVE
002870         PERFORM 4000-APPROVE-UPDATE THRU 4000-EXIT
002880     ELSE
002890         PERFORM 5000-DECLINE-UPDATE THRU 5000-EXIT
002900     END-IF.
002910 1000-EXIT.
002920     EXIT.
002930
002940*-----------------------------------------------------------------
002950*    1100-GET-USER-AND-TIME
002960*    PICKS UP THE CHECKER'S USER ID AND THE CURRENT DATE AND
002970*    TIME FOR THE AUDIT AND JOURNAL ENTRIES.
002980*-----------------------------------------------------------------
002990 1100-GET-USER-AND-TIME.
003000     EXEC CICS ASSIGN
003010         USERID(WS-OPERATOR-ID)
003020     END-EXEC.
003030     EXEC CICS ASKTIME
003040         ABSTIME(WS-ABSTIME)
003050     END-EXEC.
003060     EXEC CICS FORMATTIME
003070         ABSTIME(WS-ABSTIME)
003080         YYYYMMDD(WS-CUR-DATE)
003090         TIME(WS-CUR-TIME-HHMMSS)
003100     END-EXEC.
003110     COMPUTE WS-CUR-TIME = WS-CUR-TIME-HHMMSS * 100.
003120 1100-EXIT.
003130     EXIT.
003140
003150*-----------------------------------------------------------------
003160*    2000-CHECK-CHECKER
003170*    THE CHECKER MUST BE A DIFFERENT OPERATOR FROM THE ONE WHO
003180*    KEYED THE UPDATE, WITH APPROVE AUTHORITY AND THE KEY IN
003190*    RANGE ON THEIR PROFILE. A REFUSAL IS AUDITED UNDER THE
003200*    CHECKER, AS EXUPD00 AUDITS ITS REFUSALS.
003210*-----------------------------------------------------------------
003220 2000-CHECK-CHECKER.
003230     SET WS-NOT-AUTHORIZED TO TRUE.
003240
003250     IF WS-OPERATOR-ID = DCP-MAKER-ID
003260         MOVE WS-SAME-OPERATOR-LINE TO WS-MSG-LINE
003270         PERFORM 2500-REFUSE-ATTEMPT THRU 2500-EXIT
003280         GO TO 2000-EXIT
003290     END-IF.
003300
003310     EXEC CICS READ
003320         DATASET('OPRAUTH')
003330         INTO(WS-AUTH-RECORD)
003340         RIDFLD(WS-OPERATOR-ID)
003350         RESP(WS-RESP)
003360     END-EXEC.
003370
003380     IF WS-RESP NOT = DFHRESP(NORMAL)
003390         IF WS-RESP = DFHRESP(NOTFND)
003400             MOVE WS-REFUSED-LINE TO WS-MSG-LINE
003410             PERFORM 2500-REFUSE-ATTEMPT THRU 2500-EXIT
003420         ELSE
003430             MOVE WS-AUTHERR-LINE TO WS-MSG-LINE
003440             PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
003450         END-IF
003460         GO TO 2000-EXIT
003470     END-IF.
003480
003490     IF NOT AUT-MAY-APPROVE
003500      OR (AUT-KEY-LOW NOT = SPACES
003510          AND DCP-KEY < AUT-KEY-LOW)
003520      OR (AUT-KEY-HIGH NOT = SPACES
003530          AND DCP-KEY > AUT-KEY-HIGH)
003540         MOVE WS-REFUSED-LINE TO WS-MSG-LINE
003550         PERFORM 2500-REFUSE-ATTEMPT THRU 2500-EXIT
003560         GO TO 2000-EXIT
003570     END-IF.
003580
003590     SET WS-AUTHORIZED TO TRUE.
003600 2000-EXIT.
003610     EXIT.
003620
003630*-----------------------------------------------------------------
003640*    2500-REFUSE-ATTEMPT
003650*    PUTS THE REFUSED SIGNATURE ON THE AUDIT TRAIL AND SENDS
003660*    THE MESSAGE THE CALLER SET.
003670*-----------------------------------------------------------------
003680 2500-REFUSE-ATTEMPT.
003690     MOVE 'REFUSED'      TO AUD-ACTION.
003700     MOVE WS-OPERATOR-ID TO AUD-USER.
003710     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
003720     PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT.
003730 2500-EXIT.
003740     EXIT.
003750
003760*-----------------------------------------------------------------
003770*    3000-SHOW-PENDING
003780*    SHOWS THE HELD UPDATE - WHO KEYED IT AND WHEN, WHY IT WAS
003790*    HELD, AND THE RECORD AS IT STOOD AND AS IT WOULD BECOME.
003800*-----------------------------------------------------------------
003810 3000-SHOW-PENDING.
003820     MOVE DCP-ENTRY-TIME   TO WS-ENTRY-TIME.
003830     MOVE DCP-KEY          TO WS-DSP-KEY.
003840     MOVE DCP-ACTION       TO WS-DSP-ACTION.
003850     MOVE DCP-REASON       TO WS-DSP-REASON.
003860     MOVE DCP-MAKER-ID     TO WS-DSP-MAKER.
003870     MOVE DCP-ENTRY-DATE   TO WS-DSP-DATE.
003880     MOVE WS-ENTRY-HHMMSS  TO WS-DSP-TIME.
003890
003900     MOVE DCP-BEFORE-IMAGE TO WS-MASTER-RECORD.
003910     MOVE OUT-STATUS       TO WS-DSP-NOW-STATUS.
003920     MOVE OUT-AMOUNT       TO WS-DSP-NOW-AMOUNT.
003930     MOVE OUT-DESC         TO WS-DSP-NOW-DESC.
003940
003950     IF DCP-DELETE
003960         MOVE WS-DELETE-TEXT  TO WS-DSP-NEW-DATA
003970     ELSE
003980         MOVE DCP-AFTER-IMAGE TO WS-MASTER-RECORD
003990         MOVE OUT-STATUS      TO WS-DSP-NEW-STATUS
004000         MOVE OUT-AMOUNT      TO WS-DSP-NEW-AMOUNT
004010         MOVE OUT-DESC        TO WS-DSP-NEW-DESC
004020     END-IF.
004030
004040     EXEC CICS SEND TEXT
004050         FROM(WS-DISPLAY-AREA)
004060         LENGTH(LENGTH OF WS-DISPLAY-AREA)
004070         ERASE
004080     END-EXEC.
004090 3000-EXIT.
004100     EXIT.
004110
004120*-----------------------------------------------------------------
004130*    4000-APPROVE-UPDATE
004140*    APPLIES THE HELD UPDATE, PROVIDED THE MASTER STILL MATCHES
004150*    THE RECORD AS IT STOOD WHEN THE UPDATE WAS KEYED - AN
004160*    UPDATE SIGNED AGAINST A RECORD THAT HAS SINCE MOVED WOULD
004170*    UNDO SOMEONE ELSE'S CHANGE. THE CHANGE KEEPS THE KEYING
004176*    OPERATOR'S MAINTENANCE STAMP, DATED TODAY. NOTHING IS
004182*    APPLIED WHILE THE BATCH WINDOW IS SET.
004184*-----------------------------------------------------------------
004186 4000-APPROVE-UPDATE.
004188     EXEC CICS READ
004190         DATASET('RUNCTL')
004192         INTO(WS-RUN-CONTROL)
004194         RIDFLD(WS-WINDOW-KEY)
004196         RESP(WS-RESP)
004198     END-EXEC.
004200
004202     IF WS-RESP = DFHRESP(NORMAL)
004204         IF RCT-WINDOW-SET
004206             MOVE WS-WINDOW-LINE TO WS-MSG-LINE
004208             PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
004210             GO TO 4000-EXIT
004212         END-IF
004214     ELSE
004216         IF WS-RESP NOT = DFHRESP(NOTFND)
004218             MOVE WS-RCTERR-LINE TO WS-MSG-LINE
004220             PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
004222             GO TO 4000-EXIT
004224         END-IF
004226     END-IF.
004228
004230     EXEC CICS READ
004232         DATASET('OUTFILE')
004234         INTO(WS-MASTER-RECORD)
004240         RIDFLD(DCP-KEY)
004250         UPDATE
004260         RESP(WS-RESP)
004270     END-EXEC.
004280
004290     IF WS-RESP NOT = DFHRESP(NORMAL)
004300         IF WS-RESP = DFHRESP(NOTFND)
004310             MOVE WS-MASTER-MOVED-LINE TO WS-MSG-LINE
004320         ELSE
004330             MOVE WS-IOERR-LINE TO WS-MSG-LINE
004340         END-IF
004350         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
004360         GO TO 4000-EXIT
004370     END-IF.
004380
004390     IF WS-MASTER-RECORD NOT = DCP-BEFORE-IMAGE
004400         EXEC CICS UNLOCK
004410             DATASET('OUTFILE')
004420         END-EXEC
004430         MOVE WS-MASTER-MOVED-LINE TO WS-MSG-LINE
004440         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
004450         GO TO 4000-EXIT
004460     END-IF.
004470
004480     IF DCP-DELETE
004490         EXEC CICS DELETE
004500             DATASET('OUTFILE')
004510             RESP(WS-RESP)
004520         END-EXEC
004530         MOVE 'DELETED'       TO AUD-ACTION
004540     ELSE
004550         MOVE DCP-AFTER-IMAGE TO WS-MASTER-RECORD
004560         MOVE WS-CUR-DATE     TO OUT-MAINT-DATE
004570         EXEC CICS REWRITE
004580             DATASET('OUTFILE')
004590             FROM(WS-MASTER-RECORD)
004600             RESP(WS-RESP)
004610         END-EXEC
004620         MOVE 'CHANGED'       TO AUD-ACTION
004630     END-IF.
004640
004650     IF WS-RESP NOT = DFHRESP(NORMAL)
004660         MOVE WS-IOERR-LINE TO WS-MSG-LINE
004670         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
004680         GO TO 4000-EXIT
004690     END-IF.
004700
004702*    THE HELD UPDATE IS REMOVED IN THE SAME UNIT OF WORK AS THE
004704*    MASTER CHANGE. IF IT CANNOT BE, THE MASTER CHANGE IS BACKED
004706*    OUT - A SURVIVING DUALPND ROW COULD BE APPROVED TWICE.
004708     PERFORM 6000-REMOVE-PENDING THRU 6000-EXIT.
004710     IF WS-RESP NOT = DFHRESP(NORMAL)
004712         EXEC CICS SYNCPOINT ROLLBACK
004714         END-EXEC
004716         MOVE WS-PNDERR-LINE TO WS-MSG-LINE
004718         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
004720         GO TO 4000-EXIT
004722     END-IF.
004724
004726     MOVE DCP-MAKER-ID TO AUD-USER.
004728     PERFORM 7000-WRITE-AUDIT   THRU 7000-EXIT.
004730     PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT.
004740
004750     MOVE 'APPROVED'     TO AUD-ACTION.
004760     MOVE WS-OPERATOR-ID TO AUD-USER.
004770     PERFORM 7000-WRITE-AUDIT   THRU 7000-EXIT.
004780
004800     MOVE WS-APPROVED-LINE TO WS-MSG-LINE.
004810     PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT.
004820 4000-EXIT.
004830     EXIT.
004840
004850*-----------------------------------------------------------------
004860*    5000-DECLINE-UPDATE
004870*    DISCARDS THE HELD UPDATE. THE MASTER IS NOT TOUCHED.
004880*-----------------------------------------------------------------
004890 5000-DECLINE-UPDATE.
004900     PERFORM 6000-REMOVE-PENDING THRU 6000-EXIT.
004910     IF WS-RESP NOT = DFHRESP(NORMAL)
004920         MOVE WS-PNDERR-LINE TO WS-MSG-LINE
004930         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
004940         GO TO 5000-EXIT
004950     END-IF.
004960
004970     MOVE 'DECLINED'     TO AUD-ACTION.
004980     MOVE WS-OPERATOR-ID TO AUD-USER.
004990     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
005000     MOVE WS-DECLINED-LINE TO WS-MSG-LINE.
005010     PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT.
005020 5000-EXIT.
005030     EXIT.
005040
005050*-----------------------------------------------------------------
005060*    6000-REMOVE-PENDING
005070*    REMOVES THE HELD UPDATE FROM DUALPND.
005080*-----------------------------------------------------------------
005090 6000-REMOVE-PENDING.
005100     EXEC CICS DELETE
005110         DATASET('DUALPND')
005120         RIDFLD(DCP-KEY)
005130         RESP(WS-RESP)
005140     END-EXEC.
005150 6000-EXIT.
005160     EXIT.
005170
005180*-----------------------------------------------------------------
005190*    7000-WRITE-AUDIT
005200*    WRITES THE AUDREC AUDIT ENTRY THROUGH THE EXAU TD QUEUE.
005210*    AUD-ACTION AND AUD-USER ARE SET BY THE CALLER - THE
005220*    KEYING OPERATOR FOR THE UPDATE ITSELF, THE CHECKER FOR
005230*    THE SIGNATURE.
005240*-----------------------------------------------------------------
005250 7000-WRITE-AUDIT.
005260     MOVE WS-APR-KEY      TO AUD-KEY.
005270     MOVE WS-CUR-DATE     TO AUD-RUN-DATE.
005280     MOVE WS-CUR-TIME     TO AUD-RUN-TIME.
005290     EXEC CICS WRITEQ TD
005300         QUEUE('EXAU')
005310         FROM(WS-AUDIT-RECORD)
005320         LENGTH(LENGTH OF WS-AUDIT-RECORD)
005330     END-EXEC.
005340 7000-EXIT.
005350     EXIT.
005360
005370*-----------------------------------------------------------------
005380*    7500-WRITE-JOURNAL
005390*    WRITES THE JRNREC BEFORE/AFTER IMAGES OF THE UPDATE JUST
005400*    APPLIED THROUGH THE EXJR TD QUEUE, AS EXUPD00 DOES, SO
005410*    THE EXRCVR ROLL-FORWARD COVERS APPROVED UPDATES TOO.
005420*-----------------------------------------------------------------
005430 7500-WRITE-JOURNAL.
005440     MOVE DCP-KEY          TO JRN-KEY.
005450     MOVE AUD-ACTION       TO JRN-ACTION.
005460     MOVE WS-CUR-DATE      TO JRN-RUN-DATE.
005470     MOVE WS-CUR-TIME      TO JRN-RUN-TIME.
005480     MOVE DCP-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
005490     IF DCP-DELETE
005500         MOVE LOW-VALUES       TO JRN-AFTER-IMAGE
005510     ELSE
005520         MOVE WS-MASTER-RECORD TO JRN-AFTER-IMAGE
005530     END-IF.
005535     MOVE DCP-MAKER-ID     TO JRN-SOURCE.
005540     EXEC CICS WRITEQ TD
005550         QUEUE('EXJR')
005560         FROM(WS-JRN-RECORD)
005570         LENGTH(LENGTH OF WS-JRN-RECORD)
005580     END-EXEC.
005590 7500-EXIT.
005600     EXIT.
005610
005620*-----------------------------------------------------------------
005630*    8000-SEND-MESSAGE
005640*    SENDS THE RESULT LINE TO THE OPERATOR.
005650*-----------------------------------------------------------------
005660 8000-SEND-MESSAGE.
005670     EXEC CICS SEND TEXT
005680         FROM(WS-MSG-LINE)
005690         LENGTH(LENGTH OF WS-MSG-LINE)
005700         ERASE
005710     END-EXEC.
005720 8000-EXIT.
005730     EXIT.
