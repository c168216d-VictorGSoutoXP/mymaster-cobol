000290*                      JOURNAL-PHASE I/O NOW PROVES ITS FILE
000300*                      STATUS INSTEAD OF TRUSTING INVALID KEY
000310*                      ALONE.
000313*    10/15/2026 JH    DATES ARE CCYYMMDD - THE RUN DATE IS TAKEN
000315*                      AND PRINTED WITH ITS CENTURY.
000317*    10/15/2026 JH    SETS THE BATCH-WINDOW FLAG ON RUNCTL (SEE
000319*                      RCTREC) BEFORE THE MASTER IS OPENED AND
000321*                      CLEARS IT AT A CLEAN END, SO EXUP DEFERS
000323*                      ITS UPDATES WHILE THIS RUN HAS THE MASTER.
000325*                      RUNCTL IS READ FOR THE WINDOW ONLY - THIS
000327*                      RUN STAYS OUTSIDE THE NIGHTLY STREAM.
000329*--------------------------------------------------------------*
000331*    EXRCVR IS RUN WHEN THE MASTER HAS BEEN PHYSICALLY LOST OR
000340*    CORRUPTED. IT REBUILDS THE MASTER FROM THE BACKUP
000350*    GENERATION MOUNTED ON BKPFILE (PROVED COMPLETE AGAINST ITS
000360*    TRAILER), THEN RE-APPLIES THE AFTER IMAGES FROM THE
000600                                FILE STATUS WS-JRN-FILE-STATUS.
000610
000620     SELECT REPORT-FILE        ASSIGN TO RPTFILE
000625                                ORGANIZATION IS SEQUENTIAL.
000630
000631     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
000632                                ORGANIZATION IS INDEXED
000633                                ACCESS MODE IS RANDOM
000634                                RECORD KEY IS RCT-KEY
000635                                FILE STATUS WS-RCT-FILE-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000970     RECORDING MODE IS F.
000980 01  REPORT-RECORD               PIC X(80).
000990
000991*--------------------------------------------------------------*
000992*    RUNCTL-FILE - RUN-CONTROL REGISTER, FOR THE BATCH-WINDOW
000993*    FLAG ONLY (SEE RCTREC)
000994*--------------------------------------------------------------*
000995 FD  RUNCTL-FILE
000996     RECORDING MODE IS F.
000997     COPY RCTREC.
000998
001000 WORKING-STORAGE SECTION.
001010*--------------------------------------------------------------*
001020*    SWITCHES
001260 01  WS-BKP-FILE-STATUS         PIC X(02) VALUE SPACES.
001270 01  WS-MST-FILE-STATUS         PIC X(02) VALUE SPACES.
001280 01  WS-JRN-FILE-STATUS         PIC X(02) VALUE SPACES.
001283 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
001286 01  WS-BWN-PROGRAM             PIC X(08) VALUE 'EXRCVR  '.
001290
001300*--------------------------------------------------------------*
001310*    RUN DATE AND TIME - SET AT INITIALIZATION
001320*--------------------------------------------------------------*
001330 01  WS-RUN-DATE.
001340     05  WS-RUN-CCYY            PIC 9(04).
001350     05  WS-RUN-MM              PIC 9(02).
001360     05  WS-RUN-DD              PIC 9(02).
001370
001550         10  FILLER             PIC X(01) VALUE '/'.
001560         10  WS-RPT-DD          PIC 99.
001570         10  FILLER             PIC X(01) VALUE '/'.
001580         10  WS-RPT-CCYY        PIC 9(04).
001590         10  FILLER             PIC X(05) VALUE SPACES.
001600         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
001610         10  WS-RPT-HH          PIC 99.
001630         10  WS-RPT-MN          PIC 99.
001640         10  FILLER             PIC X(01) VALUE ':'.
001650         10  WS-RPT-SS          PIC 99.
001660         10  FILLER             PIC X(37) VALUE SPACES.
001670     05  WS-RPT-LOADED.
001680         10  FILLER             PIC X(25)
001690                                 VALUE 'LOADED FROM BACKUP . . :'.
002080             UNTIL WS-JRN-EOF
002090     END-IF.
002100     PERFORM 8000-FINALIZE      THRU 8000-EXIT.
002105     PERFORM 8950-CLEAR-BATCH-WINDOW THRU 8950-EXIT.
002110     STOP RUN.
002120
002130*-----------------------------------------------------------------
002180*    OF THE BACKUP GENERATION.
002190*-----------------------------------------------------------------
002200 1000-INITIALIZE.
002210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002220     ACCEPT WS-RUN-TIME FROM TIME.
002230
002240     OPEN INPUT BACKUP-FILE.
002380         SET WS-JOURNAL-MISSING TO TRUE
002390     END-IF.
002400
002405     PERFORM 1950-SET-BATCH-WINDOW THRU 1950-EXIT.
002410     OPEN OUTPUT MASTER-FILE.
002420     OPEN OUTPUT REPORT-FILE.
002430
002610                 'HEADER RECORD'
002620         GO TO 9900-RECOVERY-ABEND
002630     END-IF.
002632
002634     DISPLAY 'EXRCVR0100 ROLLING FORWARD FROM GENERATION '
002636             BKP-HDR-GENERATION ' OF ' BKP-HDR-DATE.
002638 1200-EXIT.
002640     EXIT.
002642
002644*-----------------------------------------------------------------
002646*    1950-SET-BATCH-WINDOW
002648*    SETS THE BATCH-WINDOW FLAG (THE *WINDOW RECORD ON RUNCTL,
002650*    SEE RCTREC) BEFORE THE MASTER IS OPENED, SO THE EXUP
002652*    TRANSACTION DEFERS ITS UPDATES UNTIL THIS RUN ENDS. A
002654*    WINDOW STILL SET BY ANOTHER RUN THAT ABENDED IS TAKEN OVER.
002656*-----------------------------------------------------------------
002658 1950-SET-BATCH-WINDOW.
002660     OPEN I-O RUNCTL-FILE.
002662     IF WS-RCT-FILE-STATUS NOT = '00'
002664         DISPLAY 'EXRCVR0999 CANNOT OPEN RUNCTL, STATUS = '
002666                 WS-RCT-FILE-STATUS ' - WINDOW NOT SET'
002668         GO TO 9900-RECOVERY-ABEND
002670     END-IF.
002672
002674     MOVE ZERO       TO RCT-BUS-DATE.
002676     MOVE '*WINDOW ' TO RCT-STEP-NAME.
002678     READ RUNCTL-FILE
002680         INVALID KEY
002682             CONTINUE
002684     END-READ.
002686
002688     IF WS-RCT-FILE-STATUS = '00'
002690         IF RCT-WINDOW-SET
002692            AND RCT-WINDOW-PROGRAM NOT = WS-BWN-PROGRAM
002694             DISPLAY 'EXRCVR0200 BATCH WINDOW WAS LEFT SET BY '
002696                     RCT-WINDOW-PROGRAM ' - TAKEN OVER'
002698         END-IF
002700         PERFORM 1955-STAMP-WINDOW-SET THRU 1955-EXIT
002702         REWRITE RUN-CONTROL-RECORD
002704             INVALID KEY
002706                 DISPLAY 'EXRCVR0999 RUNCTL REWRITE, STATUS = '
002708                         WS-RCT-FILE-STATUS
002710                 GO TO 9900-RECOVERY-ABEND
002712         END-REWRITE
002714     ELSE
002716         PERFORM 1955-STAMP-WINDOW-SET THRU 1955-EXIT
002718         WRITE RUN-CONTROL-RECORD
002720             INVALID KEY
002722                 DISPLAY 'EXRCVR0999 RUNCTL WRITE, STATUS = '
002724                         WS-RCT-FILE-STATUS
002726                 GO TO 9900-RECOVERY-ABEND
002728         END-WRITE
002730     END-IF.
002732     CLOSE RUNCTL-FILE.
002734     DISPLAY 'EXRCVR0100 BATCH WINDOW SET - ONLINE UPDATES '
002736             'DEFERRED'.
002738 1950-EXIT.
002740     EXIT.
002742
002744 1955-STAMP-WINDOW-SET.
002746     MOVE SPACES      TO RCT-STEP-DATA.
002748     SET RCT-WINDOW-SET TO TRUE.
002750     MOVE WS-BWN-PROGRAM TO RCT-WINDOW-PROGRAM.
002752     MOVE WS-RUN-DATE TO RCT-WINDOW-SET-DATE.
002754     MOVE WS-RUN-TIME TO RCT-WINDOW-SET-TIME.
002756     MOVE ZERO        TO RCT-WINDOW-CLEAR-DATE
002758                         RCT-WINDOW-CLEAR-TIME.
002760 1955-EXIT.
002762     EXIT.
002764
002766*-----------------------------------------------------------------
002768*    3000-LOAD-RECORDS
002770*    LOADS ONE BACKUP DETAIL IMAGE INTO THE MASTER, OR CAPTURES
002772*    THE TRAILER COUNT, THEN READS THE NEXT BACKUP RECORD.
002774*-----------------------------------------------------------------
002776 3000-LOAD-RECORDS.
002778     EVALUATE TRUE
002780         WHEN BKP-DETAIL-REC
002782             PERFORM 3200-LOAD-ONE-RECORD THRU 3200-EXIT
002790         WHEN BKP-TRAILER-REC
002800             SET WS-TRAILER-SEEN TO TRUE
002810             MOVE BKP-TRL-COUNT TO WS-TRAILER-COUNT
005180
005190     MOVE WS-RUN-MM TO WS-RPT-MM.
005200     MOVE WS-RUN-DD TO WS-RPT-DD.
005210     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
005220     MOVE WS-RUN-HH TO WS-RPT-HH.
005230     MOVE WS-RUN-MN TO WS-RPT-MN.
005240     MOVE WS-RUN-SS TO WS-RPT-SS.
005480     EXIT.
005490
005500*-----------------------------------------------------------------
005510*    8950-CLEAR-BATCH-WINDOW
005520*    CLEARS THE BATCH-WINDOW FLAG AT A CLEAN END SO EXDEFR CAN
005530*    APPLY THE UPDATES EXUP DEFERRED. A WINDOW SINCE TAKEN OVER
005540*    BY ANOTHER RUN IS LEFT FOR THAT RUN TO CLEAR.
005550*-----------------------------------------------------------------
005560 8950-CLEAR-BATCH-WINDOW.
005570     OPEN I-O RUNCTL-FILE.
005580     IF WS-RCT-FILE-STATUS NOT = '00'
005590         DISPLAY 'EXRCVR0200 CANNOT OPEN RUNCTL, STATUS = '
005600                 WS-RCT-FILE-STATUS ' - WINDOW LEFT SET'
005610         GO TO 8950-EXIT
005620     END-IF.
005630
005640     MOVE ZERO       TO RCT-BUS-DATE.
005650     MOVE '*WINDOW ' TO RCT-STEP-NAME.
005660     READ RUNCTL-FILE
005670         INVALID KEY
005680             DISPLAY 'EXRCVR0200 NO BATCH WINDOW RECORD TO CLEAR'
005690             CLOSE RUNCTL-FILE
005700             GO TO 8950-EXIT
005710     END-READ.
005720
005730     IF RCT-WINDOW-PROGRAM NOT = WS-BWN-PROGRAM
005740         DISPLAY 'EXRCVR0200 BATCH WINDOW NOW HELD BY '
005750                 RCT-WINDOW-PROGRAM ' - LEFT SET'
005760         CLOSE RUNCTL-FILE
005770         GO TO 8950-EXIT
005780     END-IF.
005790
005800     SET RCT-WINDOW-CLEAR TO TRUE.
005810     ACCEPT RCT-WINDOW-CLEAR-DATE FROM DATE YYYYMMDD.
005820     ACCEPT RCT-WINDOW-CLEAR-TIME FROM TIME.
005830     REWRITE RUN-CONTROL-RECORD
005840         INVALID KEY
005850             DISPLAY 'EXRCVR0200 RUNCTL REWRITE, STATUS = '
005860                     WS-RCT-FILE-STATUS ' - WINDOW LEFT SET'
005870             CLOSE RUNCTL-FILE
005880             GO TO 8950-EXIT
005890     END-REWRITE.
005900     CLOSE RUNCTL-FILE.
005910     DISPLAY 'EXRCVR0100 BATCH WINDOW CLEARED'.
005920 8950-EXIT.
005930     EXIT.
005940
005950*-----------------------------------------------------------------
005960*    9900-RECOVERY-ABEND
005970*    TERMINATES THE RUN WITH A NON-ZERO RETURN CODE. THE MASTER
005980*    MUST NOT BE TRUSTED UNTIL A CLEAN RECOVERY COMPLETES.
005990*-----------------------------------------------------------------
006000 9900-RECOVERY-ABEND.
006010     MOVE 16 TO RETURN-CODE.
006020     STOP RUN.
