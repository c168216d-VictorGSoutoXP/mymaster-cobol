000210*    08/22/2026 JH    ORIGINAL PROGRAM - REBUILDS THE EXEMPLO
000220*                      INDEXED MASTER (OUTFILE) FROM A BACKUP
000230*                      GENERATION UNLOADED BY EXUNLD.
000233*    10/15/2026 JH    DATES ARE CCYYMMDD - THE RUN DATE IS TAKEN
000236*                      AND PRINTED WITH ITS CENTURY.
000240*--------------------------------------------------------------*
000250*    EXRELD READS THE BACKUP GENERATION POINTED AT BY THE
000260*    BKPFILE DD, PROVES THE GENERATION IS COMPLETE AGAINST ITS
001220*    RUN DATE AND TIME - SET AT INITIALIZATION
001230*--------------------------------------------------------------*
001240 01  WS-RUN-DATE.
001250     05  WS-RUN-CCYY            PIC 9(04).
001260     05  WS-RUN-MM              PIC 9(02).
001270     05  WS-RUN-DD              PIC 9(02).
001280
001460         10  FILLER             PIC X(01) VALUE '/'.
001470         10  WS-RPT-DD          PIC 99.
001480         10  FILLER             PIC X(01) VALUE '/'.
001490         10  WS-RPT-CCYY        PIC 9(04).
001500         10  FILLER             PIC X(05) VALUE SPACES.
001510         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
001520         10  WS-RPT-HH          PIC 99.
001540         10  WS-RPT-MN          PIC 99.
001550         10  FILLER             PIC X(01) VALUE ':'.
001560         10  WS-RPT-SS          PIC 99.
001570         10  FILLER             PIC X(37) VALUE SPACES.
001580     05  WS-RPT-GEN.
001590         10  FILLER             PIC X(25)
001600                                 VALUE 'GENERATION LOADED  . . :'.
001890*    EXISTING MASTER, AND OPENS THE MASTER FOR REBUILD.
001900*-----------------------------------------------------------------
001910 1000-INITIALIZE.
001920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001930     ACCEPT WS-RUN-TIME FROM TIME.
001940
001950     PERFORM 1100-READ-RELCARD  THRU 1100-EXIT.
003790
003800     MOVE WS-RUN-MM TO WS-RPT-MM.
003810     MOVE WS-RUN-DD TO WS-RPT-DD.
003820     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
003830     MOVE WS-RUN-HH TO WS-RPT-HH.
003840     MOVE WS-RUN-MN TO WS-RPT-MN.
003850     MOVE WS-RUN-SS TO WS-RPT-SS.
