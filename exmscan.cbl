000200*    ---------  ----  ------------------------------------------
000210*    09/03/2026 JH    ORIGINAL PROGRAM - WEEKLY INTEGRITY SCAN
000220*                      OF THE EXEMPLO INDEXED MASTER (OUTFILE).
000223*    10/15/2026 JH    DATES ARE CCYYMMDD - THE RUN DATE IS TAKEN
000226*                      AND PRINTED WITH ITS CENTURY.
000230*--------------------------------------------------------------*
000240*    EXMSCAN READS THE MASTER END TO END AND PROVES IT HEALTHY
000250*    WITHOUT WAITING FOR A REJECT OR A RECOVERY TO FIND THE
001690*    RUN DATE AND TIME - SET AT INITIALIZATION
001700*--------------------------------------------------------------*
001710 01  WS-RUN-DATE.
001720     05  WS-RUN-CCYY            PIC 9(04).
001730     05  WS-RUN-MM              PIC 9(02).
001740     05  WS-RUN-DD              PIC 9(02).
001750
001930         10  FILLER             PIC X(01) VALUE '/'.
001940         10  WS-RPT-DD          PIC 99.
001950         10  FILLER             PIC X(01) VALUE '/'.
001960         10  WS-RPT-CCYY        PIC 9(04).
001970         10  FILLER             PIC X(05) VALUE SPACES.
001980         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
001990         10  WS-RPT-HH          PIC 99.
002010         10  WS-RPT-MN          PIC 99.
002020         10  FILLER             PIC X(01) VALUE ':'.
002030         10  WS-RPT-SS          PIC 99.
002040         10  FILLER             PIC X(37) VALUE SPACES.
002050     05  WS-RPT-EXCEPTION.
002060         10  FILLER             PIC X(05) VALUE 'KEY: '.
002070         10  WS-RPT-EXC-KEY     PIC X(06).
002740*    EMPTY, AS IN EXRCVR - NO ACTIVITY SINCE THE UNLOAD.
002750*-----------------------------------------------------------------
002760 1000-INITIALIZE.
002770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002780     ACCEPT WS-RUN-TIME FROM TIME.
002790
002800     OPEN INPUT MASTER-FILE.
005310
005320     MOVE WS-RUN-MM TO WS-RPT-MM.
005330     MOVE WS-RUN-DD TO WS-RPT-DD.
005340     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
005350     MOVE WS-RUN-HH TO WS-RPT-HH.
005360     MOVE WS-RUN-MN TO WS-RPT-MN.
005370     MOVE WS-RUN-SS TO WS-RPT-SS.
