000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                   EXDEFR.
000120 AUTHOR.                       J HENRIQUES.
000130 INSTALLATION.                 DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN.                 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*    MODIFICATION HISTORY
000180*--------------------------------------------------------------*
000190*    DATE       INIT  DESCRIPTION
000200*    ---------  ----  ------------------------------------------
000210*    10/15/2026 JH    ORIGINAL PROGRAM - APPLIES THE EXUP
000220*                      UPDATES DEFERRED DURING THE BATCH WINDOW.
000222*    10/15/2026 JH    A CHANGE OR DELETE IS NOT APPLIED TO A
000224*                      RECORD CHANGED SINCE IT WAS KEYED - ITS
000226*                      MAINTENANCE STAMP NO LONGER MATCHES THE
000228*                      ONE THE OPERATOR WAS SHOWN (SEE DFRREC).
000230*--------------------------------------------------------------*
000240*    WHILE EXEMPLO, EXEXPIR, EXBKOUT, OR EXRCVR HAS THE MASTER,
000250*    THE BATCH-WINDOW FLAG ON RUNCTL IS SET (SEE RCTREC) AND
000260*    THE EXUP TRANSACTION QUEUES EACH EDITED, AUTHORIZED UPDATE
000270*    ON DEFRUPD (SEE DFRREC) INSTEAD OF APPLYING IT. EXDEFR IS
000280*    RUN ONCE THE WINDOW HAS CLEARED - AFTER THE NIGHTLY STREAM,
000290*    AND AFTER ANY BACKOUT OR RECOVERY - AND BEFORE THE DESK
000300*    STARTS THE DAY. IT REFUSES TO RUN (RETURN CODE 16) WHILE
000310*    THE WINDOW IS STILL SET.
000320*
000330*    THE DEFERRED UPDATES ARE APPLIED IN THE ORDER THEY WERE
000340*    KEYED, BY THE SAME RULES EXUPD00 USES - AN ADD NEEDS A
000350*    KEY NOT ON THE MASTER, A CHANGE OR DELETE NEEDS ONE THAT
000355*    IS, STILL AS THE OPERATOR WAS SHOWN IT (THE SAME
000358*    MAINTENANCE STAMP) - NOT CHANGED SINCE BY THE NIGHTLY RUN,
000360*    AND THE DUAL-CONTROL RULES ON OPRAUTH (SEE DCTLREC)
000370*    HOLD A DELETE, A STATUS CHANGE, OR AN AMOUNT CHANGE OVER
000380*    THE LIMIT ON DUALPND FOR A SECOND SIGNATURE ON EXAP. AN
000390*    APPLIED UPDATE IS STAMPED WITH THE KEYING OPERATOR AND THE
000400*    DAY IT WAS KEYED, AND WRITES THE SAME JOURNAL AND AUDIT
000410*    ENTRIES THE ONLINE UPDATE WOULD HAVE, UNDER THAT OPERATOR.
000420*    EVERY DEFERRED UPDATE IS LISTED ON THE REPORT WITH WHAT
000430*    BECAME OF IT, AND EVERY ONE IS REMOVED FROM DEFRUPD - AN
000440*    UPDATE THAT NO LONGER APPLIES MUST BE KEYED AGAIN. THE RUN
000450*    ENDS RETURN CODE 4 WHEN ANY DID NOT APPLY.
000460*
000470*    WHILE ANY DEFERRED UPDATE IS WAITING, EXUP KEEPS QUEUING
000480*    BEHIND IT, SO NOTHING KEYED LATER OVERTAKES IT.
000490*--------------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.              IBM-370.
000530 OBJECT-COMPUTER.              IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT DEFERRED-FILE      ASSIGN TO DEFRUPD
000570                                ORGANIZATION IS INDEXED
000580                                ACCESS MODE IS SEQUENTIAL
000590                                RECORD KEY IS DFR-ARRIVAL-KEY
000600                                FILE STATUS WS-DFR-FILE-STATUS.
000605
000610     SELECT MASTER-FILE        ASSIGN TO OUTFILE
000620                                ORGANIZATION IS INDEXED
000630                                ACCESS MODE IS RANDOM
000640                                RECORD KEY IS OUT-KEY
000650                                FILE STATUS WS-MST-FILE-STATUS.
000655
000660     SELECT PENDING-FILE       ASSIGN TO DUALPND
000670                                ORGANIZATION IS INDEXED
000680                                ACCESS MODE IS RANDOM
000690                                RECORD KEY IS DCP-KEY
000700                                FILE STATUS WS-PND-FILE-STATUS.
000705
000710     SELECT AUTH-FILE          ASSIGN TO OPRAUTH
000720                                ORGANIZATION IS INDEXED
000730                                ACCESS MODE IS RANDOM
000740                                RECORD KEY IS AUT-OPERATOR-ID
000750                                FILE STATUS WS-AUT-FILE-STATUS.
000755
000760     SELECT JOURNAL-FILE       ASSIGN TO JRNFILE
000770                                ORGANIZATION IS SEQUENTIAL
000780                                FILE STATUS WS-JRN-FILE-STATUS.
000785
000790     SELECT AUDIT-FILE         ASSIGN TO AUDFILE
000800                                ORGANIZATION IS SEQUENTIAL
000810                                FILE STATUS WS-AUD-FILE-STATUS.
000815
000820     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
000830                                ORGANIZATION IS INDEXED
000840                                ACCESS MODE IS RANDOM
000850                                RECORD KEY IS RCT-KEY
000860                                FILE STATUS WS-RCT-FILE-STATUS.
000865
000870     SELECT REPORT-FILE        ASSIGN TO RPTFILE
000880                                ORGANIZATION IS SEQUENTIAL.
000885
000890 DATA DIVISION.
000900 FILE SECTION.
000910*--------------------------------------------------------------*
000920*    DEFERRED-FILE - THE EXUP UPDATES QUEUED DURING THE BATCH
000930*    WINDOW, KEYED IN ARRIVAL ORDER
000940*--------------------------------------------------------------*
000950 FD  DEFERRED-FILE
000960     RECORDING MODE IS F.
000970     COPY DFRREC.
000975
000980*--------------------------------------------------------------*
000990*    MASTER-FILE - THE INDEXED MASTER MAINTAINED BY EXEMPLO
001000*--------------------------------------------------------------*
001010 FD  MASTER-FILE
001020     BLOCK CONTAINS 0 RECORDS
001030     RECORDING MODE IS F.
001040     COPY OUTMSTR.
001045
001050*--------------------------------------------------------------*
001060*    PENDING-FILE - UPDATES HELD FOR A SECOND SIGNATURE
001070*--------------------------------------------------------------*
001080 FD  PENDING-FILE
001090     RECORDING MODE IS F.
001100     COPY DCPREC.
001105
001110*--------------------------------------------------------------*
001120*    AUTH-FILE - READ FOR THE DUAL-CONTROL RULES RECORD ONLY
001130*--------------------------------------------------------------*
001140 FD  AUTH-FILE
001150     BLOCK CONTAINS 0 RECORDS
001160     RECORDING MODE IS F.
001170     COPY AUTREC.
001180     COPY DCTLREC.
001185
001190*--------------------------------------------------------------*
001200*    JOURNAL-FILE - BEFORE/AFTER IMAGES FOR FORWARD RECOVERY,
001210*    EXTENDED AS EXEXPIR EXTENDS IT
001220*--------------------------------------------------------------*
001230 FD  JOURNAL-FILE
001240     BLOCK CONTAINS 0 RECORDS
001250     RECORDING MODE IS F.
001260     COPY JRNREC.
001265
001270*--------------------------------------------------------------*
001280*    AUDIT-FILE - THE DAY'S AUDIT TRAIL, EXTENDED
001290*--------------------------------------------------------------*
001300 FD  AUDIT-FILE
001310     BLOCK CONTAINS 0 RECORDS
001320     RECORDING MODE IS F.
001330     COPY AUDREC.
001335
001340*--------------------------------------------------------------*
001350*    RUNCTL-FILE - RUN-CONTROL REGISTER, FOR THE BATCH-WINDOW
001360*    FLAG ONLY (SEE RCTREC)
001370*--------------------------------------------------------------*
001380 FD  RUNCTL-FILE
001390     RECORDING MODE IS F.
001400     COPY RCTREC.
001405
001410*--------------------------------------------------------------*
001420*    REPORT-FILE - DEFERRED UPDATE REPORT
001430*--------------------------------------------------------------*
001440 FD  REPORT-FILE
001450     BLOCK CONTAINS 0 RECORDS
001460     RECORDING MODE IS F.
001470 01  REPORT-RECORD               PIC X(80).
001475
001480 WORKING-STORAGE SECTION.
001490*--------------------------------------------------------------*
001500*    SWITCHES
001510*--------------------------------------------------------------*
001520 01  WS-SWITCHES.
001530     05  WS-EOF-SW              PIC X(01) VALUE 'N'.
001540         88  WS-EOF                       VALUE 'Y'.
001550     05  WS-HOLD-SW             PIC X(01) VALUE 'N'.
001560         88  WS-HOLD-FOR-APPROVAL         VALUE 'Y'.
001570         88  WS-APPLY-NOW                 VALUE 'N'.
001575
001580*--------------------------------------------------------------*
001590*    COUNTERS
001600*--------------------------------------------------------------*
001610 01  WS-COUNTERS.
001620     05  WS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001630     05  WS-APPLIED-COUNT       PIC 9(07) COMP VALUE ZERO.
001640     05  WS-HELD-COUNT          PIC 9(07) COMP VALUE ZERO.
001650     05  WS-NOT-APPLIED-COUNT   PIC 9(07) COMP VALUE ZERO.
001655
001660 01  WS-DFR-FILE-STATUS         PIC X(02) VALUE SPACES.
001670 01  WS-MST-FILE-STATUS         PIC X(02) VALUE SPACES.
001680 01  WS-PND-FILE-STATUS         PIC X(02) VALUE SPACES.
001690 01  WS-AUT-FILE-STATUS         PIC X(02) VALUE SPACES.
001700 01  WS-JRN-FILE-STATUS         PIC X(02) VALUE SPACES.
001710 01  WS-AUD-FILE-STATUS         PIC X(02) VALUE SPACES.
001720 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
001725
001730*--------------------------------------------------------------*
001740*    DUAL-CONTROL RULES - READ FROM OPRAUTH UNDER THE RESERVED
001750*    ID *DUALCTL. WITH NO RULES ON FILE, EVERYTHING IS HELD, AS
001760*    IN EXUPD00.
001770*--------------------------------------------------------------*
001780 01  WS-DUAL-CONTROL-ID         PIC X(08) VALUE '*DUALCTL'.
001790 01  WS-DUAL-RULES.
001800     05  WS-DUAL-DELETE         PIC X(01) VALUE 'Y'.
001810         88  WS-HOLD-DELETES              VALUE 'Y'.
001820     05  WS-DUAL-STATUS         PIC X(01) VALUE 'Y'.
001830         88  WS-HOLD-STATUS-CHANGES       VALUE 'Y'.
001840     05  WS-AMOUNT-LIMIT        PIC 9(07)V99 VALUE ZERO.
001845
001850*--------------------------------------------------------------*
001860*    DUAL-CONTROL DECISION - THE BEFORE FIELDS ARE THE RECORD
001870*    AS READ, AHEAD OF THE DEFERRED CHANGE
001880*--------------------------------------------------------------*
001890 01  WS-DUAL-REASON             PIC X(08) VALUE SPACES.
001900 01  WS-BEFORE-FIELDS.
001910     05  WS-BEF-STATUS          PIC X(01) VALUE SPACES.
001920     05  WS-BEF-AMOUNT          PIC S9(07)V99 VALUE ZERO.
001930 01  WS-AMOUNT-MOVE             PIC S9(08)V99 COMP-3 VALUE ZERO.
001935
001940*--------------------------------------------------------------*
001950*    JOURNAL IMAGES - LOW-VALUES MARKS "NO RECORD" ON THE
001960*    BEFORE SIDE OF AN ADD AND THE AFTER SIDE OF A DELETE
001970*--------------------------------------------------------------*
001980 01  WS-JOURNAL-IMAGES.
001990     05  WS-BEFORE-IMAGE        PIC X(78) VALUE LOW-VALUES.
002000     05  WS-AFTER-IMAGE         PIC X(78) VALUE LOW-VALUES.
002005
002010*--------------------------------------------------------------*
002020*    WHAT BECAME OF THE DEFERRED UPDATE - SET FOR THE REPORT
002030*--------------------------------------------------------------*
002040 01  WS-RESULT                  PIC X(40) VALUE SPACES.
002050 01  WS-RESULT-APPLIED          PIC X(40) VALUE
002060     'APPLIED'.
002070 01  WS-RESULT-HELD             PIC X(40) VALUE
002080     'HELD FOR APPROVAL ON EXAP'.
002090 01  WS-RESULT-DUPLICATE        PIC X(40) VALUE
002100     'NOT APPLIED - KEY ALREADY ON MASTER'.
002110 01  WS-RESULT-NOT-FOUND        PIC X(40) VALUE
002120     'NOT APPLIED - KEY NOT ON MASTER'.
002130 01  WS-RESULT-ALREADY-HELD     PIC X(40) VALUE
002140     'NOT APPLIED - KEY AWAITING APPROVAL'.
002142 01  WS-RESULT-MOVED            PIC X(40) VALUE
002144     'NOT APPLIED - RECORD CHANGED SINCE KEYED'.
002145
002150*--------------------------------------------------------------*
002160*    RUN DATE AND TIME - SET AT INITIALIZATION
002170*--------------------------------------------------------------*
002180 01  WS-RUN-DATE.
002190     05  WS-RUN-CCYY            PIC 9(04).
002200     05  WS-RUN-MM              PIC 9(02).
002210     05  WS-RUN-DD              PIC 9(02).
002220 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
002230                                PIC 9(08).
002235
002240 01  WS-RUN-TIME.
002250     05  WS-RUN-HH              PIC 9(02).
002260     05  WS-RUN-MN              PIC 9(02).
002270     05  WS-RUN-SS              PIC 9(02).
002280     05  WS-RUN-HS              PIC 9(02).
002285
002290*--------------------------------------------------------------*
002300*    REPORT-FILE LINE LAYOUTS
002310*--------------------------------------------------------------*
002320 01  WS-REPORT-LINES.
002330     05  WS-RPT-TITLE.
002340         10  FILLER             PIC X(36) VALUE
002350             'EXDEFR DEFERRED ONLINE UPDATE RUN'.
002360         10  FILLER             PIC X(44) VALUE SPACES.
002370     05  WS-RPT-RUNDATE.
002380         10  FILLER             PIC X(10) VALUE 'RUN DATE: '.
002390         10  WS-RPT-MM          PIC 99.
002400         10  FILLER             PIC X(01) VALUE '/'.
002410         10  WS-RPT-DD          PIC 99.
002420         10  FILLER             PIC X(01) VALUE '/'.
002430         10  WS-RPT-CCYY        PIC 9(04).
002440         10  FILLER             PIC X(05) VALUE SPACES.
002450         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
002460         10  WS-RPT-HH          PIC 99.
002470         10  FILLER             PIC X(01) VALUE ':'.
002480         10  WS-RPT-MN          PIC 99.
002490         10  FILLER             PIC X(01) VALUE ':'.
002500         10  WS-RPT-SS          PIC 99.
002510         10  FILLER             PIC X(37) VALUE SPACES.
002520     05  WS-RPT-COLUMNS.
002530         10  FILLER             PIC X(40) VALUE
002540             'KEYED ON          OPERATOR A KEY     FL '.
002550         10  FILLER             PIC X(40) VALUE
002560             'RESULT'.
002570     05  WS-RPT-DETAIL.
002580         10  WS-RPT-DET-DATE    PIC 9(08).
002590         10  FILLER             PIC X(01) VALUE SPACE.
002600         10  WS-RPT-DET-TIME    PIC 9(08).
002610         10  FILLER             PIC X(01) VALUE SPACE.
002620         10  WS-RPT-DET-OPER    PIC X(08).
002630         10  FILLER             PIC X(01) VALUE SPACE.
002640         10  WS-RPT-DET-ACTION  PIC X(01).
002650         10  FILLER             PIC X(01) VALUE SPACE.
002660         10  WS-RPT-DET-KEY     PIC X(06).
002670         10  FILLER             PIC X(02) VALUE SPACES.
002680         10  WS-RPT-DET-FIELD   PIC X(02).
002690         10  FILLER             PIC X(01) VALUE SPACE.
002700         10  WS-RPT-DET-RESULT  PIC X(40).
002720     05  WS-RPT-READ.
002730         10  FILLER             PIC X(25)
002740                                 VALUE 'DEFERRED UPDATES READ  :'.
002750         10  WS-RPT-READ-CNT    PIC Z,ZZZ,ZZ9.
002760         10  FILLER             PIC X(46) VALUE SPACES.
002770     05  WS-RPT-APPLIED.
002780         10  FILLER             PIC X(25)
002790                                 VALUE 'APPLIED  . . . . . . . :'.
002800         10  WS-RPT-APPLIED-CNT PIC Z,ZZZ,ZZ9.
002810         10  FILLER             PIC X(46) VALUE SPACES.
002820     05  WS-RPT-HELD.
002830         10  FILLER             PIC X(25)
002840                                 VALUE 'HELD FOR APPROVAL  . . :'.
002850         10  WS-RPT-HELD-CNT    PIC Z,ZZZ,ZZ9.
002860         10  FILLER             PIC X(46) VALUE SPACES.
002870     05  WS-RPT-NOT-APPLIED.
002880         10  FILLER             PIC X(25)
002890                                 VALUE 'NOT APPLIED  . . . . . :'.
002900         10  WS-RPT-NOT-APP-CNT PIC Z,ZZZ,ZZ9.
002910         10  FILLER             PIC X(46) VALUE SPACES.
002920     05  WS-RPT-RE-KEY.
002930         10  FILLER             PIC X(80) VALUE
002940             '*** UPDATES NOT APPLIED MUST BE KEYED AGAIN'.
002945
002950 PROCEDURE DIVISION.
002960*-----------------------------------------------------------------
002970*    0000-MAINLINE
002980*    CONTROLS OVERALL FLOW OF THE DEFERRED UPDATE RUN.
002990*-----------------------------------------------------------------
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
003020     PERFORM 3000-PROCESS-DEFERRED THRU 3000-EXIT
003030         UNTIL WS-EOF.
003040     PERFORM 8000-FINALIZE      THRU 8000-EXIT.
003050     STOP RUN.
003055
003060*-----------------------------------------------------------------
003070*    1000-INITIALIZE
003080*    PROVES THE BATCH WINDOW IS CLEAR, LOADS THE DUAL-CONTROL
003090*    RULES, OPENS FILES, AND PRIMES THE DEFERRED READ. THE
003100*    JOURNAL AND AUDIT FILES ARE EXTENDED, AND CREATED WHEN
003110*    THEY DO NOT YET EXIST, AS IN EXEXPIR.
003120*-----------------------------------------------------------------
003130 1000-INITIALIZE.
003140     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003150     ACCEPT WS-RUN-TIME FROM TIME.
003160     PERFORM 1100-CHECK-BATCH-WINDOW THRU 1100-EXIT.
003170     PERFORM 1200-LOAD-DUAL-RULES    THRU 1200-EXIT.
003175
003180     OPEN I-O DEFERRED-FILE.
003190     IF WS-DFR-FILE-STATUS NOT = '00'
003200         DISPLAY 'EXDEFR0999 CANNOT OPEN DEFRUPD, STATUS = '
003210                 WS-DFR-FILE-STATUS
003220         GO TO 9900-DEFERRED-ABEND
003230     END-IF.
003235
003240     OPEN I-O MASTER-FILE.
003250     IF WS-MST-FILE-STATUS NOT = '00'
003260         DISPLAY 'EXDEFR0999 CANNOT OPEN MASTER, STATUS = '
003270                 WS-MST-FILE-STATUS
003280         GO TO 9900-DEFERRED-ABEND
003290     END-IF.
003295
003300     OPEN I-O PENDING-FILE.
003310     IF WS-PND-FILE-STATUS NOT = '00'
003320         DISPLAY 'EXDEFR0999 CANNOT OPEN DUALPND, STATUS = '
003330                 WS-PND-FILE-STATUS
003340         GO TO 9900-DEFERRED-ABEND
003350     END-IF.
003355
003360     OPEN EXTEND JOURNAL-FILE.
003370     IF WS-JRN-FILE-STATUS NOT = '00'
003380         OPEN OUTPUT JOURNAL-FILE
003390     END-IF.
003395
003400     OPEN EXTEND AUDIT-FILE.
003410     IF WS-AUD-FILE-STATUS NOT = '00'
003420         OPEN OUTPUT AUDIT-FILE
003430     END-IF.
003435
003440     OPEN OUTPUT REPORT-FILE.
003445
003450     PERFORM 8100-WRITE-HEADING  THRU 8100-EXIT.
003460     PERFORM 3100-READ-DEFERRED  THRU 3100-EXIT.
003470 1000-EXIT.
003480     EXIT.
003485
003490*-----------------------------------------------------------------
003500*    1100-CHECK-BATCH-WINDOW
003510*    REFUSES THE RUN WHILE A BATCH RUN STILL HAS THE MASTER.
003520*    NO WINDOW RECORD MEANS NO BATCH RUN HAS EVER SET ONE.
003530*-----------------------------------------------------------------
003540 1100-CHECK-BATCH-WINDOW.
003550     OPEN INPUT RUNCTL-FILE.
003560     IF WS-RCT-FILE-STATUS NOT = '00'
003570         DISPLAY 'EXDEFR0999 CANNOT OPEN RUNCTL, STATUS = '
003580                 WS-RCT-FILE-STATUS
003590         GO TO 9900-DEFERRED-ABEND
003600     END-IF.
003605
003610     MOVE ZERO       TO RCT-BUS-DATE.
003620     MOVE '*WINDOW ' TO RCT-STEP-NAME.
003630     READ RUNCTL-FILE
003640         INVALID KEY
003650             SET RCT-WINDOW-CLEAR TO TRUE
003660     END-READ.
003670     CLOSE RUNCTL-FILE.
003675
003680     IF RCT-WINDOW-SET
003690         DISPLAY 'EXDEFR0999 BATCH WINDOW STILL SET BY '
003700                 RCT-WINDOW-PROGRAM ' SINCE '
003710                 RCT-WINDOW-SET-DATE ' - NOTHING APPLIED'
003720         GO TO 9900-DEFERRED-ABEND
003730     END-IF.
003740 1100-EXIT.
003750     EXIT.
003755
003760*-----------------------------------------------------------------
003770*    1200-LOAD-DUAL-RULES
003780*    READS THE DUAL-CONTROL RULES RECORD. WITHOUT ONE, OR
003790*    WITHOUT OPRAUTH, EVERY DELETE, STATUS CHANGE, AND AMOUNT
003800*    CHANGE IS HELD - THE SAFE SIDE, AS IN EXUPD00.
003810*-----------------------------------------------------------------
003820 1200-LOAD-DUAL-RULES.
003830     OPEN INPUT AUTH-FILE.
003840     IF WS-AUT-FILE-STATUS NOT = '00'
003850         DISPLAY 'EXDEFR0200 CANNOT OPEN OPRAUTH, STATUS = '
003860                 WS-AUT-FILE-STATUS ' - HOLDING ALL'
003870         GO TO 1200-EXIT
003880     END-IF.
003885
003890     MOVE WS-DUAL-CONTROL-ID TO AUT-OPERATOR-ID.
003900     READ AUTH-FILE
003910         INVALID KEY
003920             DISPLAY 'EXDEFR0200 NO DUAL-CONTROL RULES ON '
003930                     'OPRAUTH - HOLDING ALL'
003940         NOT INVALID KEY
003950             MOVE DCT-DUAL-DELETE  TO WS-DUAL-DELETE
003960             MOVE DCT-DUAL-STATUS  TO WS-DUAL-STATUS
003970             MOVE DCT-AMOUNT-LIMIT TO WS-AMOUNT-LIMIT
003980     END-READ.
003990     CLOSE AUTH-FILE.
004000 1200-EXIT.
004010     EXIT.
004015
004020*-----------------------------------------------------------------
004030*    3000-PROCESS-DEFERRED
004040*    ROUTES ONE DEFERRED UPDATE TO THE ADD, CHANGE, OR DELETE
004050*    PARAGRAPH, LISTS WHAT BECAME OF IT, REMOVES IT FROM
004060*    DEFRUPD, AND READS THE NEXT.
004070*-----------------------------------------------------------------
004080 3000-PROCESS-DEFERRED.
004090     ADD 1 TO WS-READ-COUNT.
004100     MOVE SPACES TO WS-RESULT.
004105
004110     EVALUATE TRUE
004120         WHEN DFR-ADD
004130             PERFORM 4000-APPLY-ADD    THRU 4000-EXIT
004140         WHEN DFR-CHANGE
004150             PERFORM 5000-APPLY-CHANGE THRU 5000-EXIT
004160         WHEN DFR-DELETE
004170             PERFORM 6000-APPLY-DELETE THRU 6000-EXIT
004180     END-EVALUATE.
004185
004190     EVALUATE WS-RESULT
004200         WHEN WS-RESULT-APPLIED
004210             ADD 1 TO WS-APPLIED-COUNT
004220         WHEN WS-RESULT-HELD
004230             ADD 1 TO WS-HELD-COUNT
004240         WHEN OTHER
004250             ADD 1 TO WS-NOT-APPLIED-COUNT
004260     END-EVALUATE.
004265
004270     PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT.
004275
004280     DELETE DEFERRED-FILE
004290         INVALID KEY
004300             DISPLAY 'EXDEFR0999 DEFRUPD DELETE FAILED, STATUS = '
004310                     WS-DFR-FILE-STATUS
004320             GO TO 9900-DEFERRED-ABEND
004330     END-DELETE.
004335
004340     PERFORM 3100-READ-DEFERRED THRU 3100-EXIT.
004350 3000-EXIT.
004360     EXIT.
004365
004370*-----------------------------------------------------------------
004380*    3100-READ-DEFERRED
004390*    READS THE NEXT DEFERRED UPDATE IN ARRIVAL ORDER.
004400*-----------------------------------------------------------------
004410 3100-READ-DEFERRED.
004420     READ DEFERRED-FILE NEXT RECORD
004430         AT END
004440             SET WS-EOF TO TRUE
004450     END-READ.
004460     IF WS-DFR-FILE-STATUS NOT = '00'
004470        AND WS-DFR-FILE-STATUS NOT = '10'
004480         DISPLAY 'EXDEFR0999 DEFRUPD READ FAILED, STATUS = '
004490                 WS-DFR-FILE-STATUS
004500         GO TO 9900-DEFERRED-ABEND
004510     END-IF.
004520 3100-EXIT.
004530     EXIT.
004535
004540*-----------------------------------------------------------------
004550*    3500-WRITE-DETAIL
004560*    LISTS ONE DEFERRED UPDATE AND WHAT BECAME OF IT.
004570*-----------------------------------------------------------------
004580 3500-WRITE-DETAIL.
004590     MOVE DFR-ARRIVAL-DATE TO WS-RPT-DET-DATE.
004600     MOVE DFR-ARRIVAL-TIME TO WS-RPT-DET-TIME.
004610     MOVE DFR-OPERATOR-ID  TO WS-RPT-DET-OPER.
004620     MOVE DFR-ACTION       TO WS-RPT-DET-ACTION.
004630     MOVE DFR-KEY          TO WS-RPT-DET-KEY.
004640     MOVE DFR-FIELD-ID     TO WS-RPT-DET-FIELD.
004650     MOVE WS-RESULT        TO WS-RPT-DET-RESULT.
004660     MOVE WS-RPT-DETAIL    TO REPORT-RECORD.
004670     WRITE REPORT-RECORD.
004680 3500-EXIT.
004690     EXIT.
004695
004700*-----------------------------------------------------------------
004710*    4000-APPLY-ADD
004720*    BUILDS AND WRITES THE NEW MASTER RECORD. A KEY ADDED BY
004730*    ANYONE ELSE IN THE MEANTIME MEANS THE ADD NO LONGER
004740*    APPLIES.
004750*-----------------------------------------------------------------
004760 4000-APPLY-ADD.
004770     MOVE DFR-KEY          TO OUT-KEY.
004780     MOVE DFR-DESC         TO OUT-DESC.
004790     MOVE DFR-STATUS       TO OUT-STATUS.
004800     MOVE DFR-EFF-DATE     TO OUT-EFF-DATE.
004810     MOVE DFR-EXP-DATE     TO OUT-EXP-DATE.
004820     MOVE DFR-AMOUNT       TO OUT-AMOUNT.
004830     PERFORM 7000-STAMP-MAINTENANCE THRU 7000-EXIT.
004835
004840     WRITE OUTPUT-RECORD
004850         INVALID KEY
004860             CONTINUE
004870     END-WRITE.
004880     IF WS-MST-FILE-STATUS = '22'
004890         MOVE WS-RESULT-DUPLICATE TO WS-RESULT
004900         GO TO 4000-EXIT
004910     END-IF.
004920     IF WS-MST-FILE-STATUS NOT = '00'
004930         DISPLAY 'EXDEFR0999 WRITE FAILED FOR KEY '
004940                 OUT-KEY ', STATUS = ' WS-MST-FILE-STATUS
004950         GO TO 9900-DEFERRED-ABEND
004960     END-IF.
004965
004970     MOVE 'ADDED'          TO AUD-ACTION.
004980     MOVE LOW-VALUES       TO WS-BEFORE-IMAGE.
004990     MOVE OUTPUT-RECORD    TO WS-AFTER-IMAGE.
005000     PERFORM 7800-WRITE-JOURNAL THRU 7800-EXIT.
005010     PERFORM 7900-WRITE-AUDIT   THRU 7900-EXIT.
005020     MOVE WS-RESULT-APPLIED TO WS-RESULT.
005030 4000-EXIT.
005040     EXIT.
005045
005050*-----------------------------------------------------------------
005060*    5000-APPLY-CHANGE
005070*    READS THE RECORD, OVERLAYS THE NAMED FIELD OR FIELDS, AND
005080*    REWRITES IT - OR HOLDS IT FOR APPROVAL WHEN THE DUAL-
005090*    CONTROL RULES SAY SO. A KEY DELETED IN THE MEANTIME MEANS
005100*    THE CHANGE NO LONGER APPLIES.
005110*-----------------------------------------------------------------
005120 5000-APPLY-CHANGE.
005130     PERFORM 5500-READ-MASTER THRU 5500-EXIT.
005140     IF WS-RESULT NOT = SPACES
005150         GO TO 5000-EXIT
005160     END-IF.
005165
005170     MOVE OUTPUT-RECORD    TO WS-BEFORE-IMAGE.
005180     MOVE OUT-STATUS       TO WS-BEF-STATUS.
005190     MOVE OUT-AMOUNT       TO WS-BEF-AMOUNT.
005200     PERFORM 5100-APPLY-CHANGE-FIELDS THRU 5100-EXIT.
005210     PERFORM 7000-STAMP-MAINTENANCE   THRU 7000-EXIT.
005215
005220     PERFORM 5200-CHECK-DUAL-CONTROL  THRU 5200-EXIT.
005230     IF WS-HOLD-FOR-APPROVAL
005240         MOVE OUTPUT-RECORD TO WS-AFTER-IMAGE
005250         PERFORM 7500-HOLD-FOR-APPROVAL THRU 7500-EXIT
005260         GO TO 5000-EXIT
005270     END-IF.
005275
005280     REWRITE OUTPUT-RECORD
005290         INVALID KEY
005300             DISPLAY 'EXDEFR0999 REWRITE FAILED FOR KEY '
005310                     OUT-KEY ', STATUS = ' WS-MST-FILE-STATUS
005320             GO TO 9900-DEFERRED-ABEND
005330     END-REWRITE.
005340     IF WS-MST-FILE-STATUS NOT = '00'
005350         DISPLAY 'EXDEFR0999 REWRITE FAILED FOR KEY '
005360                 OUT-KEY ', STATUS = ' WS-MST-FILE-STATUS
005370         GO TO 9900-DEFERRED-ABEND
005380     END-IF.
005385
005390     MOVE 'CHANGED'        TO AUD-ACTION.
005400     MOVE OUTPUT-RECORD    TO WS-AFTER-IMAGE.
005410     PERFORM 7800-WRITE-JOURNAL THRU 7800-EXIT.
005420     PERFORM 7900-WRITE-AUDIT   THRU 7900-EXIT.
005430     MOVE WS-RESULT-APPLIED TO WS-RESULT.
005440 5000-EXIT.
005450     EXIT.
005455
005460*-----------------------------------------------------------------
005470*    5100-APPLY-CHANGE-FIELDS
005480*    OVERLAYS THE RECORD JUST READ WITH THE FIELD OR FIELDS THE
005490*    OPERATOR KEYED - THE SAME RULES AS EXUPD00.
005500*-----------------------------------------------------------------
005510 5100-APPLY-CHANGE-FIELDS.
005520     EVALUATE TRUE
005530         WHEN DFR-FLD-ALL
005540             MOVE DFR-DESC     TO OUT-DESC
005550             MOVE DFR-STATUS   TO OUT-STATUS
005560             MOVE DFR-EFF-DATE TO OUT-EFF-DATE
005570             MOVE DFR-EXP-DATE TO OUT-EXP-DATE
005580             MOVE DFR-AMOUNT   TO OUT-AMOUNT
005590         WHEN DFR-FLD-DESC
005600             MOVE DFR-DESC     TO OUT-DESC
005610         WHEN DFR-FLD-STATUS
005620             MOVE DFR-STATUS   TO OUT-STATUS
005630         WHEN DFR-FLD-EFF-DATE
005640             MOVE DFR-EFF-DATE TO OUT-EFF-DATE
005650         WHEN DFR-FLD-EXP-DATE
005660             MOVE DFR-EXP-DATE TO OUT-EXP-DATE
005670         WHEN DFR-FLD-AMOUNT
005680             MOVE DFR-AMOUNT   TO OUT-AMOUNT
005690     END-EVALUATE.
005700 5100-EXIT.
005710     EXIT.
005715
005720*-----------------------------------------------------------------
005730*    5200-CHECK-DUAL-CONTROL
005740*    DECIDES WHETHER THE CHANGE NEEDS A SECOND SIGNATURE - A
005750*    STATUS FLIP, OR AN AMOUNT MOVE EITHER WAY OF MORE THAN THE
005760*    LIMIT, WHEN THE RULES SAY SO - AS EXUPD00 DECIDES IT.
005770*-----------------------------------------------------------------
005780 5200-CHECK-DUAL-CONTROL.
005790     SET WS-APPLY-NOW TO TRUE.
005800     MOVE SPACES TO WS-DUAL-REASON.
005805
005810     IF OUT-STATUS NOT = WS-BEF-STATUS
005820        AND WS-HOLD-STATUS-CHANGES
005830         SET WS-HOLD-FOR-APPROVAL TO TRUE
005840         MOVE 'STATUS' TO WS-DUAL-REASON
005850     END-IF.
005855
005860     COMPUTE WS-AMOUNT-MOVE = OUT-AMOUNT - WS-BEF-AMOUNT.
005870     IF WS-AMOUNT-MOVE < ZERO
005880         COMPUTE WS-AMOUNT-MOVE = ZERO - WS-AMOUNT-MOVE
005890     END-IF.
005900     IF WS-AMOUNT-MOVE > WS-AMOUNT-LIMIT
005910         IF WS-HOLD-FOR-APPROVAL
005920             MOVE 'STAT/AMT' TO WS-DUAL-REASON
005930         ELSE
005940             MOVE 'AMOUNT'   TO WS-DUAL-REASON
005950         END-IF
005960         SET WS-HOLD-FOR-APPROVAL TO TRUE
005970     END-IF.
005980 5200-EXIT.
005990     EXIT.
005995
006000*-----------------------------------------------------------------
006010*    5500-READ-MASTER
006020*    READS THE RECORD A CHANGE OR DELETE IS FOR. A KEY NOT ON
006030*    FILE SETS THE RESULT - THE UPDATE NO LONGER APPLIES. SO
006031*    DOES A RECORD WHOSE MAINTENANCE STAMP IS NOT THE ONE THE
006032*    OPERATOR WAS SHOWN - EXEMPLO, EXEXPIR, OR ANOTHER UPDATE
006033*    HAS CHANGED IT SINCE, AND APPLYING THE UPDATE WOULD UNDO
006034*    THAT CHANGE.
006040*-----------------------------------------------------------------
006050 5500-READ-MASTER.
006060     MOVE DFR-KEY TO OUT-KEY.
006070     READ MASTER-FILE
006080         INVALID KEY
006090             CONTINUE
006100     END-READ.
006110     IF WS-MST-FILE-STATUS = '23'
006120         MOVE WS-RESULT-NOT-FOUND TO WS-RESULT
006130         GO TO 5500-EXIT
006140     END-IF.
006150     IF WS-MST-FILE-STATUS NOT = '00'
006160         DISPLAY 'EXDEFR0999 READ FAILED FOR KEY '
006170                 OUT-KEY ', STATUS = ' WS-MST-FILE-STATUS
006180         GO TO 9900-DEFERRED-ABEND
006190     END-IF.
006192
006194     IF OUT-MAINT-DATE NOT = DFR-SHOWN-MAINT-DATE
006196        OR OUT-MAINT-USER NOT = DFR-SHOWN-MAINT-USER
006198         MOVE WS-RESULT-MOVED TO WS-RESULT
006199     END-IF.
006200 5500-EXIT.
006210     EXIT.
006215
006220*-----------------------------------------------------------------
006230*    6000-APPLY-DELETE
006240*    DELETES THE RECORD - OR HOLDS THE DELETE FOR APPROVAL WHEN
006250*    THE DUAL-CONTROL RULES SAY SO. THE RECORD IS READ FIRST SO
006260*    THE JOURNAL CARRIES THE BEFORE IMAGE.
006270*-----------------------------------------------------------------
006280 6000-APPLY-DELETE.
006290     PERFORM 5500-READ-MASTER THRU 5500-EXIT.
006300     IF WS-RESULT NOT = SPACES
006310         GO TO 6000-EXIT
006320     END-IF.
006325
006330     MOVE OUTPUT-RECORD    TO WS-BEFORE-IMAGE.
006340     MOVE LOW-VALUES       TO WS-AFTER-IMAGE.
006345
006350     IF WS-HOLD-DELETES
006360         MOVE 'DELETE' TO WS-DUAL-REASON
006370         PERFORM 7500-HOLD-FOR-APPROVAL THRU 7500-EXIT
006380         GO TO 6000-EXIT
006390     END-IF.
006395
006400     DELETE MASTER-FILE
006410         INVALID KEY
006420             DISPLAY 'EXDEFR0999 DELETE FAILED FOR KEY '
006430                     OUT-KEY ', STATUS = ' WS-MST-FILE-STATUS
006440             GO TO 9900-DEFERRED-ABEND
006450     END-DELETE.
006455
006460     MOVE 'DELETED'        TO AUD-ACTION.
006470     PERFORM 7800-WRITE-JOURNAL THRU 7800-EXIT.
006480     PERFORM 7900-WRITE-AUDIT   THRU 7900-EXIT.
006490     MOVE WS-RESULT-APPLIED TO WS-RESULT.
006500 6000-EXIT.
006510     EXIT.
006515
006520*-----------------------------------------------------------------
006530*    7000-STAMP-MAINTENANCE
006540*    STAMPS THE RECORD WITH THE DAY THE UPDATE WAS KEYED AND
006550*    THE KEYING OPERATOR - THE STAMP EXUPD00 WOULD HAVE LEFT.
006560*-----------------------------------------------------------------
006570 7000-STAMP-MAINTENANCE.
006580     MOVE DFR-ARRIVAL-DATE TO OUT-MAINT-DATE.
006590     MOVE DFR-OPERATOR-ID  TO OUT-MAINT-USER.
006600 7000-EXIT.
006610     EXIT.
006615
006620*-----------------------------------------------------------------
006630*    7500-HOLD-FOR-APPROVAL
006640*    WRITES THE UPDATE TO DUALPND INSTEAD OF APPLYING IT, AS
006650*    EXUPD00 WOULD HAVE, AND AUDITS THE HOLD UNDER THE KEYING
006660*    OPERATOR. IT IS ENTERED UNDER TODAY'S RUN DATE SO THE
006670*    CHECKER HAS THE DAY TO SIGN IT BEFORE EXDUAL EXPIRES IT.
006680*    A KEY ALREADY WAITING FOR APPROVAL TAKES NO SECOND UPDATE.
006690*-----------------------------------------------------------------
006700 7500-HOLD-FOR-APPROVAL.
006710     MOVE SPACES           TO DUAL-PENDING-RECORD.
006720     MOVE DFR-KEY          TO DCP-KEY.
006730     MOVE DFR-ACTION       TO DCP-ACTION.
006740     MOVE DFR-FIELD-ID     TO DCP-FIELD-ID.
006750     MOVE WS-DUAL-REASON   TO DCP-REASON.
006760     MOVE DFR-OPERATOR-ID  TO DCP-MAKER-ID.
006770     MOVE WS-RUN-DATE-NUM  TO DCP-ENTRY-DATE.
006780     MOVE WS-RUN-TIME      TO DCP-ENTRY-TIME.
006790     MOVE WS-BEFORE-IMAGE  TO DCP-BEFORE-IMAGE.
006800     MOVE WS-AFTER-IMAGE   TO DCP-AFTER-IMAGE.
006805
006810     WRITE DUAL-PENDING-RECORD
006820         INVALID KEY
006830             CONTINUE
006840     END-WRITE.
006850     IF WS-PND-FILE-STATUS = '22'
006860         MOVE WS-RESULT-ALREADY-HELD TO WS-RESULT
006870         GO TO 7500-EXIT
006880     END-IF.
006890     IF WS-PND-FILE-STATUS NOT = '00'
006900         DISPLAY 'EXDEFR0999 DUALPND WRITE FAILED FOR KEY '
006910                 DCP-KEY ', STATUS = ' WS-PND-FILE-STATUS
006920         GO TO 9900-DEFERRED-ABEND
006930     END-IF.
006935
006940     MOVE 'HELD'           TO AUD-ACTION.
006950     PERFORM 7900-WRITE-AUDIT THRU 7900-EXIT.
006960     MOVE WS-RESULT-HELD   TO WS-RESULT.
006970 7500-EXIT.
006980     EXIT.
006985
006990*-----------------------------------------------------------------
007000*    7800-WRITE-JOURNAL
007010*    APPENDS THE BEFORE/AFTER IMAGES OF THE UPDATE JUST APPLIED,
007020*    WITH THE KEYING OPERATOR IN JRN-SOURCE, AS EXUPD00 WRITES
007030*    THEM. JRN-ACTION RIDES ON THE AUDIT ACTION THE CALLER SET.
007040*-----------------------------------------------------------------
007050 7800-WRITE-JOURNAL.
007060     MOVE DFR-KEY          TO JRN-KEY.
007070     MOVE AUD-ACTION       TO JRN-ACTION.
007080     MOVE WS-RUN-DATE-NUM  TO JRN-RUN-DATE.
007090     MOVE WS-RUN-TIME      TO JRN-RUN-TIME.
007100     MOVE WS-BEFORE-IMAGE  TO JRN-BEFORE-IMAGE.
007110     MOVE WS-AFTER-IMAGE   TO JRN-AFTER-IMAGE.
007120     MOVE DFR-OPERATOR-ID  TO JRN-SOURCE.
007130     WRITE JOURNAL-RECORD.
007140 7800-EXIT.
007150     EXIT.
007155
007160*-----------------------------------------------------------------
007170*    7900-WRITE-AUDIT
007180*    APPENDS ONE AUDIT ENTRY UNDER THE KEYING OPERATOR. THE
007190*    CALLER SETS AUD-ACTION.
007200*-----------------------------------------------------------------
007210 7900-WRITE-AUDIT.
007220     MOVE DFR-KEY          TO AUD-KEY.
007230     MOVE WS-RUN-DATE-NUM  TO AUD-RUN-DATE.
007240     MOVE WS-RUN-TIME      TO AUD-RUN-TIME.
007250     MOVE DFR-OPERATOR-ID  TO AUD-USER.
007260     WRITE AUDIT-RECORD.
007270 7900-EXIT.
007280     EXIT.
007285
007290*-----------------------------------------------------------------
007300*    8000-FINALIZE
007310*    WRITES THE RUN TOTALS, CLOSES ALL FILES, AND SETS RETURN
007320*    CODE 4 WHEN ANY DEFERRED UPDATE DID NOT APPLY.
007330*-----------------------------------------------------------------
007340 8000-FINALIZE.
007350     PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
007355
007360     CLOSE DEFERRED-FILE
007370           MASTER-FILE
007380           PENDING-FILE
007390           JOURNAL-FILE
007400           AUDIT-FILE
007410           REPORT-FILE.
007415
007420     DISPLAY 'EXDEFR0100 ' WS-APPLIED-COUNT ' APPLIED, '
007430             WS-HELD-COUNT ' HELD OF ' WS-READ-COUNT
007440             ' DEFERRED'.
007450     IF WS-NOT-APPLIED-COUNT > ZERO
007460         DISPLAY 'EXDEFR0200 ' WS-NOT-APPLIED-COUNT
007470                 ' DEFERRED UPDATES NO LONGER APPLY - SEE REPORT'
007480         MOVE 4 TO RETURN-CODE
007490     END-IF.
007500 8000-EXIT.
007510     EXIT.
007515
007520*--------------------------------------------------------------*
007530*    8100-WRITE-HEADING
007540*    WRITES THE REPORT TITLE, RUN STAMP, AND COLUMN HEADINGS.
007550*--------------------------------------------------------------*
007560 8100-WRITE-HEADING.
007570     MOVE WS-RPT-TITLE TO REPORT-RECORD.
007580     WRITE REPORT-RECORD.
007585
007590     MOVE WS-RUN-MM   TO WS-RPT-MM.
007600     MOVE WS-RUN-DD   TO WS-RPT-DD.
007610     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
007620     MOVE WS-RUN-HH   TO WS-RPT-HH.
007630     MOVE WS-RUN-MN   TO WS-RPT-MN.
007640     MOVE WS-RUN-SS   TO WS-RPT-SS.
007650     MOVE WS-RPT-RUNDATE TO REPORT-RECORD.
007660     WRITE REPORT-RECORD.
007665
007670     MOVE WS-RPT-COLUMNS TO REPORT-RECORD.
007680     WRITE REPORT-RECORD.
007690 8100-EXIT.
007700     EXIT.
007705
007710*--------------------------------------------------------------*
007720*    8200-WRITE-TOTALS
007730*    BUILDS AND WRITES THE RUN CONTROL TOTALS.
007740*--------------------------------------------------------------*
007750 8200-WRITE-TOTALS.
007760     MOVE WS-READ-COUNT TO WS-RPT-READ-CNT.
007770     MOVE WS-RPT-READ TO REPORT-RECORD.
007780     WRITE REPORT-RECORD.
007785
007790     MOVE WS-APPLIED-COUNT TO WS-RPT-APPLIED-CNT.
007800     MOVE WS-RPT-APPLIED TO REPORT-RECORD.
007810     WRITE REPORT-RECORD.
007815
007820     MOVE WS-HELD-COUNT TO WS-RPT-HELD-CNT.
007830     MOVE WS-RPT-HELD TO REPORT-RECORD.
007840     WRITE REPORT-RECORD.
007845
007850     MOVE WS-NOT-APPLIED-COUNT TO WS-RPT-NOT-APP-CNT.
007860     MOVE WS-RPT-NOT-APPLIED TO REPORT-RECORD.
007870     WRITE REPORT-RECORD.
007875
007880     IF WS-NOT-APPLIED-COUNT > ZERO
007890         MOVE WS-RPT-RE-KEY TO REPORT-RECORD
007900         WRITE REPORT-RECORD
007910     END-IF.
007920 8200-EXIT.
007930     EXIT.
007935
007940*-----------------------------------------------------------------
007950*    9900-DEFERRED-ABEND
007960*    TERMINATES THE RUN WITH A NON-ZERO RETURN CODE. EVERY
007970*    DEFERRED UPDATE ALREADY DEALT WITH HAS LEFT DEFRUPD, SO A
007980*    RERUN PICKS UP FROM THE ONE THAT FAILED.
007990*-----------------------------------------------------------------
008000 9900-DEFERRED-ABEND.
008010     MOVE 16 TO RETURN-CODE.
008020     STOP RUN.
