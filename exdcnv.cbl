000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                   EXDCNV.
000120 AUTHOR.                       J HENRIQUES.
000130 INSTALLATION.                 DATA PROCESSING - BATCH SYSTEMS.
000140 DATE-WRITTEN.                 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*    MODIFICATION HISTORY
000180*--------------------------------------------------------------*
000190*    DATE       INIT  DESCRIPTION
000200*    ---------  ----  ------------------------------------------
000210*    10/15/2026 JH    ORIGINAL PROGRAM - ONE-TIME CONVERSION OF
000220*                      THE SYSTEM'S FILES FROM SIX-DIGIT YYMMDD
000230*                      DATES TO CCYYMMDD.
000232*    10/15/2026 JH    THE CONVERTED JOURNAL CARRIES JRN-SOURCE,
000234*                      TAKEN FROM THE MAINTAINING USER ON THE
000236*                      AFTER IMAGE.
000238*    10/15/2026 JH    CONVERTED SUSPENSE, RECYCLE, AND REJECT
000240*                      IMAGES CARRY A ZERO ACKNOWLEDGEMENT
000242*                      REFERENCE (IN-ACK-REF).
000244*    10/15/2026 JH    RCYFILE IS NAMED AGAIN IN THE MESSAGES AND
000246*                      THE PROOF LINES.
000248*--------------------------------------------------------------*
000250*    EXDCNV IS RUN ONCE, OUTSIDE THE NIGHTLY STREAM, BETWEEN THE
000260*    LAST NIGHT ON THE SIX-DIGIT PROGRAMS AND THE FIRST NIGHT
000270*    ON THE CCYYMMDD ONES. IT READS EVERY FILE THAT CARRIES A
000280*    DATE OR A MASTER IMAGE FROM BETWEEN RUNS IN ITS OLD LAYOUT
000290*    (OLDxxxx DD NAMES) AND WRITES IT IN THE NEW LAYOUT UNDER
000300*    THE DD NAME THE SYSTEM READS IT BY -
000310*        OLDMSTR  TO OUTFILE   THE INDEXED MASTER
000320*        OLDBKP   TO BKPFILE   THE CURRENT EXUNLD GENERATION
000330*        OLDJRN   TO JRNFILE   THE FORWARD-RECOVERY JOURNAL
000340*        OLDHIST  TO HISTIN    THE CUMULATIVE AUDIT HISTORY
000350*        OLDARCH  TO ARCHFILE  THE AUDIT ARCHIVE
000360*        OLDSUSP  TO SUSPFILE  THE SUSPENSE FILE
000370*        OLDRCY   TO RCYFILE   TOMORROW'S RECYCLED REJECTS
000380*        OLDREJ   TO REJFILE   TODAY'S REJECTS
000390*        OLDRHST  TO RATEHST   THE MASTER VALUE HISTORY
000400*        OLDDCP   TO DUALPND   UPDATES HELD FOR APPROVAL
000410*        OLDRCT   TO RUNCTL    THE RUN-CONTROL REGISTER
000420*        OLDCAL   TO CALENDAR  THE SHOP CALENDAR
000430*        OLDTRND  TO TRENDIN   THE EXMCOMP ACTIVITY TREND
000440*    THE MASTER AND THE BACKUP GENERATION MUST BE THERE. ANY
000450*    OTHER OLD FILE THAT IS NOT IS REPORTED AND SKIPPED.
000460*
000470*    A YEAR BELOW 50 IS TAKEN AS 20YY AND ANY OTHER AS 19YY. A
000480*    ZERO DATE STAYS ZERO AND AN ALL-NINES DATE STAYS ALL
000490*    NINES. A DATE THAT IS NOT NUMERIC IS SET TO ZERO AND
000500*    LISTED ON THE REPORT BY FILE AND KEY.
000510*
000520*    THE CONVERSION PROVES ITSELF BEFORE THE NEW FILES ARE
000530*    RELEASED. EVERY FILE MUST WRITE AS MANY RECORDS AS IT READ
000540*    AND THE SAME DOLLARS (THE NET MOVEMENT, ON THE JOURNAL).
000550*    THE AMTCTL POSITION IS PROVED ON BOTH SIDES - THE BACKUP
000560*    GENERATION MUST TOTAL THE AMTCTL POSITION, AND THE MASTER
000570*    MUST TOTAL THE AMTCTL POSITION PLUS THE JOURNALLED NET
000580*    MOVEMENT, AS EXUNLD PROVES IT - AND THE NEW FILES MUST
000590*    PROVE EXACTLY AS THE OLD ONES DID. A CONVERSION THAT DOES
000600*    NOT PROVE ENDS WITH RETURN CODE 16 AND THE OLD FILES STAY
000610*    IN SERVICE. OLD FILES THAT WERE ALREADY OUT OF POSITION
000620*    CONVERT AS FOUND, FLAGGED, WITH RETURN CODE 8.
000630*--------------------------------------------------------------*
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.              IBM-370.
000670 OBJECT-COMPUTER.              IBM-370.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT OLDMSTR-FILE       ASSIGN TO OLDMSTR
000710                                ORGANIZATION IS INDEXED
000720                                ACCESS MODE IS SEQUENTIAL
000730                                RECORD KEY IS OMF-KEY
000740                                FILE STATUS WS-OMS-FILE-STATUS.
000745
000750     SELECT MASTER-FILE        ASSIGN TO OUTFILE
000760                                ORGANIZATION IS INDEXED
000770                                ACCESS MODE IS SEQUENTIAL
000780                                RECORD KEY IS OUT-KEY
000790                                FILE STATUS WS-MST-FILE-STATUS.
000795
000800     SELECT OLDBKP-FILE        ASSIGN TO OLDBKP
000810                                ORGANIZATION IS SEQUENTIAL
000820                                FILE STATUS WS-OBK-FILE-STATUS.
000825
000830     SELECT BACKUP-FILE        ASSIGN TO BKPFILE
000840                                ORGANIZATION IS SEQUENTIAL.
000845
000850     SELECT OLDJRN-FILE        ASSIGN TO OLDJRN
000860                                ORGANIZATION IS SEQUENTIAL
000870                                FILE STATUS WS-OJR-FILE-STATUS.
000875
000880     SELECT JOURNAL-FILE       ASSIGN TO JRNFILE
000890                                ORGANIZATION IS SEQUENTIAL.
000895
000900     SELECT OLDHIST-FILE       ASSIGN TO OLDHIST
000910                                ORGANIZATION IS SEQUENTIAL
000920                                FILE STATUS WS-OAH-FILE-STATUS.
000925
000930     SELECT HISTIN-FILE        ASSIGN TO HISTIN
000940                                ORGANIZATION IS SEQUENTIAL.
000945
000950     SELECT OLDARCH-FILE       ASSIGN TO OLDARCH
000960                                ORGANIZATION IS SEQUENTIAL
000970                                FILE STATUS WS-OAA-FILE-STATUS.
000975
000980     SELECT ARCH-FILE          ASSIGN TO ARCHFILE
000990                                ORGANIZATION IS SEQUENTIAL.
000995
001000     SELECT OLDSUSP-FILE       ASSIGN TO OLDSUSP
001010                                ORGANIZATION IS SEQUENTIAL
001020                                FILE STATUS WS-OSU-FILE-STATUS.
001025
001030     SELECT SUSPENSE-FILE      ASSIGN TO SUSPFILE
001040                                ORGANIZATION IS SEQUENTIAL.
001045
001050     SELECT OLDRCY-FILE        ASSIGN TO OLDRCY
001060                                ORGANIZATION IS SEQUENTIAL
001070                                FILE STATUS WS-ORY-FILE-STATUS.
001075
001080     SELECT RECYCLE-FILE       ASSIGN TO RCYFILE
001090                                ORGANIZATION IS SEQUENTIAL.
001095
001100     SELECT OLDREJ-FILE        ASSIGN TO OLDREJ
001110                                ORGANIZATION IS SEQUENTIAL
001120                                FILE STATUS WS-ORJ-FILE-STATUS.
001125
001130     SELECT REJECT-FILE        ASSIGN TO REJFILE
001140                                ORGANIZATION IS SEQUENTIAL.
001145
001150     SELECT OLDRHST-FILE       ASSIGN TO OLDRHST
001160                                ORGANIZATION IS INDEXED
001170                                ACCESS MODE IS SEQUENTIAL
001180                                RECORD KEY IS ORH-RECORD-KEY
001190                                FILE STATUS WS-ORH-FILE-STATUS.
001195
001200     SELECT HISTORY-FILE       ASSIGN TO RATEHST
001210                                ORGANIZATION IS INDEXED
001220                                ACCESS MODE IS RANDOM
001230                                RECORD KEY IS RHS-RECORD-KEY
001240                                FILE STATUS WS-RHS-FILE-STATUS.
001245
001250     SELECT OLDDCP-FILE        ASSIGN TO OLDDCP
001260                                ORGANIZATION IS INDEXED
001270                                ACCESS MODE IS SEQUENTIAL
001280                                RECORD KEY IS ODP-KEY
001290                                FILE STATUS WS-ODP-FILE-STATUS.
001295
001300     SELECT PENDING-FILE       ASSIGN TO DUALPND
001310                                ORGANIZATION IS INDEXED
001320                                ACCESS MODE IS SEQUENTIAL
001330                                RECORD KEY IS DCP-KEY
001340                                FILE STATUS WS-DCP-FILE-STATUS.
001345
001350     SELECT OLDRCT-FILE        ASSIGN TO OLDRCT
001360                                ORGANIZATION IS INDEXED
001370                                ACCESS MODE IS SEQUENTIAL
001380                                RECORD KEY IS ORC-KEY
001390                                FILE STATUS WS-ORC-FILE-STATUS.
001395
001400     SELECT RUNCTL-FILE        ASSIGN TO RUNCTL
001410                                ORGANIZATION IS INDEXED
001420                                ACCESS MODE IS RANDOM
001430                                RECORD KEY IS RCT-KEY
001440                                FILE STATUS WS-RCT-FILE-STATUS.
001445
001450     SELECT OLDCAL-FILE        ASSIGN TO OLDCAL
001460                                ORGANIZATION IS SEQUENTIAL
001470                                FILE STATUS WS-OCL-FILE-STATUS.
001475
001480     SELECT CALENDAR-FILE      ASSIGN TO CALENDAR
001490                                ORGANIZATION IS SEQUENTIAL.
001495
001500     SELECT OLDTRND-FILE       ASSIGN TO OLDTRND
001510                                ORGANIZATION IS SEQUENTIAL
001520                                FILE STATUS WS-OTD-FILE-STATUS.
001525
001530     SELECT TRENDIN-FILE       ASSIGN TO TRENDIN
001540                                ORGANIZATION IS SEQUENTIAL.
001545
001550     SELECT AMTCTL-FILE        ASSIGN TO AMTCTL
001560                                ORGANIZATION IS SEQUENTIAL
001570                                FILE STATUS WS-AMT-FILE-STATUS.
001575
001580     SELECT REPORT-FILE        ASSIGN TO RPTFILE
001590                                ORGANIZATION IS SEQUENTIAL.
001595
001600 DATA DIVISION.
001610 FILE SECTION.
001620*--------------------------------------------------------------*
001630*    OLDMSTR-FILE - THE MASTER IN ITS SIX-DIGIT LAYOUT, READ
001640*    INTO WS-OLD-MASTER
001650*--------------------------------------------------------------*
001660 FD  OLDMSTR-FILE
001670     BLOCK CONTAINS 0 RECORDS
001680     RECORDING MODE IS F.
001690 01  OLDMSTR-RECORD.
001700     05  OMF-KEY                PIC X(06).
001710     05  FILLER                 PIC X(66).
001715
001720*--------------------------------------------------------------*
001730*    MASTER-FILE - THE CONVERTED INDEXED MASTER, LOADED IN KEY
001740*    SEQUENCE - THE KEY HOLDS NO DATE, SO THE ORDER STANDS
001750*--------------------------------------------------------------*
001760 FD  MASTER-FILE
001770     BLOCK CONTAINS 0 RECORDS
001780     RECORDING MODE IS F.
001790     COPY OUTMSTR.
001795
001800*--------------------------------------------------------------*
001810*    OLDBKP-FILE - THE CURRENT BACKUP GENERATION, OLD LAYOUT
001820*--------------------------------------------------------------*
001830 FD  OLDBKP-FILE
001840     BLOCK CONTAINS 0 RECORDS
001850     RECORDING MODE IS F.
001860 01  OLDBKP-RECORD.
001870     05  OBK-REC-TYPE           PIC X(01).
001880         88  OBK-HEADER-REC               VALUE 'H'.
001890         88  OBK-DETAIL-REC               VALUE 'D'.
001900         88  OBK-TRAILER-REC              VALUE 'T'.
001910     05  OBK-DETAIL-DATA.
001920         10  OBK-MASTER-IMAGE   PIC X(72).
001930     05  OBK-HEADER-DATA REDEFINES OBK-DETAIL-DATA.
001940         10  OBK-HDR-GENERATION PIC 9(04).
001950         10  OBK-HDR-DATE       PIC X(06).
001960         10  OBK-HDR-TIME       PIC 9(08).
001970         10  FILLER             PIC X(54).
001980     05  OBK-TRAILER-DATA REDEFINES OBK-DETAIL-DATA.
001990         10  OBK-TRL-COUNT      PIC 9(07).
002000         10  OBK-TRL-LOW-KEY    PIC X(06).
002010         10  OBK-TRL-HIGH-KEY   PIC X(06).
002020         10  OBK-TRL-AMOUNT     PIC S9(09)V99.
002030         10  FILLER             PIC X(42).
002035
002040*--------------------------------------------------------------*
002050*    BACKUP-FILE - THE CONVERTED BACKUP GENERATION
002060*--------------------------------------------------------------*
002070 FD  BACKUP-FILE
002080     BLOCK CONTAINS 0 RECORDS
002090     RECORDING MODE IS F.
002100     COPY BKPREC.
002105
002110*--------------------------------------------------------------*
002120*    OLDJRN-FILE - THE JOURNAL, OLD LAYOUT
002130*--------------------------------------------------------------*
002140 FD  OLDJRN-FILE
002150     RECORDING MODE IS F.
002160 01  OLDJRN-RECORD.
002170     05  OJR-KEY                PIC X(06).
002180     05  OJR-ACTION             PIC X(08).
002190     05  OJR-RUN-DATE           PIC X(06).
002200     05  OJR-RUN-TIME           PIC 9(08).
002210     05  OJR-BEFORE-IMAGE       PIC X(72).
002220     05  OJR-AFTER-IMAGE        PIC X(72).
002225
002230*--------------------------------------------------------------*
002240*    JOURNAL-FILE - THE CONVERTED JOURNAL
002250*--------------------------------------------------------------*
002260 FD  JOURNAL-FILE
002270     RECORDING MODE IS F.
002280     COPY JRNREC.
002285
002290*--------------------------------------------------------------*
002300*    OLDHIST-FILE / OLDARCH-FILE - THE AUDIT HISTORY AND ITS
002310*    ARCHIVE, OLD LAYOUT
002320*--------------------------------------------------------------*
002330 FD  OLDHIST-FILE
002340     BLOCK CONTAINS 0 RECORDS
002350     RECORDING MODE IS F.
002360 01  OLDHIST-RECORD.
002370     05  OAH-KEY                PIC X(06).
002380     05  OAH-ACTION             PIC X(08).
002390     05  OAH-DATE               PIC X(06).
002400     05  OAH-TIME               PIC 9(08).
002410     05  OAH-USER               PIC X(08).
002415
002420 FD  OLDARCH-FILE
002430     BLOCK CONTAINS 0 RECORDS
002440     RECORDING MODE IS F.
002450 01  OLDARCH-RECORD.
002460     05  OAA-KEY                PIC X(06).
002470     05  OAA-ACTION             PIC X(08).
002480     05  OAA-DATE               PIC X(06).
002490     05  OAA-TIME               PIC 9(08).
002500     05  OAA-USER               PIC X(08).
002505
002510*--------------------------------------------------------------*
002520*    HISTIN-FILE / ARCH-FILE - THE CONVERTED AUDIT HISTORY AND
002530*    ARCHIVE, IN AUDREC LAYOUT
002540*--------------------------------------------------------------*
002550 FD  HISTIN-FILE
002560     BLOCK CONTAINS 0 RECORDS
002570     RECORDING MODE IS F.
002580     COPY AUDREC.
002585
002590 FD  ARCH-FILE
002600     BLOCK CONTAINS 0 RECORDS
002610     RECORDING MODE IS F.
002620     COPY AUDREC REPLACING ==AUDIT-RECORD== BY ==ARCH-RECORD==
002630                   LEADING ==AUD== BY ==ARC==.
002635
002640*--------------------------------------------------------------*
002650*    OLDSUSP / OLDRCY - TRANSACTION IMAGES, OLD INTRANS LAYOUT,
002660*    READ INTO WS-OLD-TRANS. SUSPENSE-FILE / RECYCLE-FILE -
002670*    THE CONVERTED IMAGES, WRITTEN FROM INPUT-RECORD.
002680*--------------------------------------------------------------*
002690 FD  OLDSUSP-FILE
002700     BLOCK CONTAINS 0 RECORDS
002710     RECORDING MODE IS F.
002720 01  OLDSUSP-RECORD              PIC X(72).
002725
002730 FD  SUSPENSE-FILE
002740     BLOCK CONTAINS 0 RECORDS
002750     RECORDING MODE IS F.
002760 01  SUSPENSE-RECORD             PIC X(91).
002765
002770 FD  OLDRCY-FILE
002780     BLOCK CONTAINS 0 RECORDS
002790     RECORDING MODE IS F.
002800 01  OLDRCY-RECORD               PIC X(72).
002805
002810 FD  RECYCLE-FILE
002820     BLOCK CONTAINS 0 RECORDS
002830     RECORDING MODE IS F.
002840 01  RECYCLE-RECORD              PIC X(91).
002845
002850*--------------------------------------------------------------*
002860*    OLDREJ-FILE - TODAY'S REJECTS, OLD LAYOUT
002870*--------------------------------------------------------------*
002880 FD  OLDREJ-FILE
002890     BLOCK CONTAINS 0 RECORDS
002900     RECORDING MODE IS F.
002910 01  OLDREJ-RECORD.
002920     05  ORJ-TRANS-DATA         PIC X(72).
002930     05  ORJ-REASON-CODE        PIC X(02).
002935
002940 FD  REJECT-FILE
002950     BLOCK CONTAINS 0 RECORDS
002960     RECORDING MODE IS F.
002970     COPY REJREC.
002975
002980*--------------------------------------------------------------*
002990*    OLDRHST-FILE - THE MASTER VALUE HISTORY, OLD LAYOUT
003000*--------------------------------------------------------------*
003010 FD  OLDRHST-FILE
003020     RECORDING MODE IS F.
003030 01  OLDRHST-RECORD.
003040     05  ORH-RECORD-KEY.
003050         10  ORH-KEY            PIC X(06).
003060         10  ORH-EFF-DATE       PIC X(06).
003070         10  ORH-EFF-TIME       PIC 9(08).
003080         10  ORH-EFF-SEQ        PIC 9(03).
003090     05  ORH-ACTION             PIC X(08).
003100     05  ORH-IMAGE              PIC X(72).
003110     05  ORH-FOLD-DATE          PIC X(06).
003120     05  FILLER                 PIC X(01).
003125
003130*--------------------------------------------------------------*
003140*    HISTORY-FILE - THE CONVERTED VALUE HISTORY. ITS KEY HOLDS
003150*    THE EFFECTIVE DATE, AND THE CENTURY CAN REORDER A KEY'S
003160*    HISTORY, SO IT IS WRITTEN BY KEY RATHER THAN IN SEQUENCE.
003170*--------------------------------------------------------------*
003180 FD  HISTORY-FILE
003190     RECORDING MODE IS F.
003200     COPY RHSREC.
003205
003210*--------------------------------------------------------------*
003220*    OLDDCP-FILE - UPDATES HELD FOR APPROVAL, OLD LAYOUT
003230*--------------------------------------------------------------*
003240 FD  OLDDCP-FILE
003250     RECORDING MODE IS F.
003260 01  OLDDCP-RECORD.
003270     05  ODP-KEY                PIC X(06).
003280     05  ODP-ACTION             PIC X(01).
003290     05  ODP-FIELD-ID           PIC X(02).
003300     05  ODP-REASON             PIC X(08).
003310     05  ODP-MAKER-ID           PIC X(08).
003320     05  ODP-ENTRY-DATE         PIC X(06).
003330     05  ODP-ENTRY-TIME         PIC 9(08).
003340     05  ODP-BEFORE-IMAGE       PIC X(72).
003350     05  ODP-AFTER-IMAGE        PIC X(72).
003360     05  FILLER                 PIC X(17).
003365
003370 FD  PENDING-FILE
003380     RECORDING MODE IS F.
003390     COPY DCPREC.
003395
003400*--------------------------------------------------------------*
003410*    OLDRCT-FILE - THE RUN-CONTROL REGISTER, OLD LAYOUT
003420*--------------------------------------------------------------*
003430 FD  OLDRCT-FILE
003440     RECORDING MODE IS F.
003450 01  OLDRCT-RECORD.
003460     05  ORC-KEY.
003470         10  ORC-BUS-DATE       PIC X(06).
003480         10  ORC-STEP-NAME      PIC X(08).
003490             88  ORC-IS-CYCLE-RECORD      VALUE '*CYCLE  '.
003500     05  ORC-STEP-DATA.
003510         10  ORC-STEP-STATUS    PIC X(01).
003520         10  ORC-RETURN-CODE    PIC 9(04).
003530         10  ORC-ATTEMPTS       PIC 9(03).
003540         10  ORC-OVERRIDE       PIC X(01).
003550         10  ORC-START-DATE     PIC X(06).
003560         10  ORC-START-TIME     PIC 9(08).
003570         10  ORC-END-DATE       PIC X(06).
003580         10  ORC-END-TIME       PIC 9(08).
003590         10  ORC-COUNT-ENTRY    OCCURS 3 TIMES.
003600             15  ORC-COUNT-LABEL    PIC X(06).
003610             15  ORC-COUNT-VALUE    PIC 9(07).
003620         10  FILLER             PIC X(14).
003630     05  ORC-CYCLE-DATA REDEFINES ORC-STEP-DATA.
003640         10  ORC-CYCLE-BUS-DATE PIC X(06).
003650         10  ORC-CYCLE-OPEN-DATE
003660                                PIC X(06).
003670         10  ORC-CYCLE-OPEN-TIME
003680                                PIC 9(08).
003690         10  ORC-CYCLE-PREV-DATE
003700                                PIC X(06).
003710         10  ORC-CYCLE-NEXT-DATE
003720                                PIC X(06).
003730         10  FILLER             PIC X(58).
003735
003740*--------------------------------------------------------------*
003750*    RUNCTL-FILE - THE CONVERTED REGISTER. ITS KEY LEADS WITH
003760*    THE BUSINESS DATE, SO IT TOO IS WRITTEN BY KEY.
003770*--------------------------------------------------------------*
003780 FD  RUNCTL-FILE
003790     RECORDING MODE IS F.
003800     COPY RCTREC.
003805
003810*--------------------------------------------------------------*
003820*    OLDCAL-FILE - THE SHOP CALENDAR, OLD LAYOUT
003830*--------------------------------------------------------------*
003840 FD  OLDCAL-FILE
003850     RECORDING MODE IS F.
003860 01  OLDCAL-RECORD.
003870     05  OCL-DATE               PIC X(06).
003880     05  FILLER                 PIC X(01).
003890     05  OCL-DAY-TYPE           PIC X(01).
003900     05  FILLER                 PIC X(01).
003910     05  OCL-DESC               PIC X(30).
003920     05  FILLER                 PIC X(41).
003925
003930 FD  CALENDAR-FILE
003940     RECORDING MODE IS F.
003950     COPY CALREC.
003955
003960*--------------------------------------------------------------*
003970*    OLDTRND-FILE / TRENDIN-FILE - THE EXMCOMP MONTHLY TREND
003980*    ROWS, YYMM BEFORE AND CCYYMM AFTER
003990*--------------------------------------------------------------*
004000 FD  OLDTRND-FILE
004010     RECORDING MODE IS F.
004020 01  OLDTRND-RECORD.
004030     05  OTD-YYMM               PIC X(04).
004040     05  OTD-COUNTS             PIC X(21).
004045
004050 FD  TRENDIN-FILE
004060     RECORDING MODE IS F.
004070 01  TRENDIN-RECORD.
004080     05  NTD-CCYYMM             PIC X(06).
004090     05  NTD-COUNTS             PIC X(21).
004095
004100*--------------------------------------------------------------*
004110*    AMTCTL-FILE - THE MASTER'S TOTAL AMOUNT AS OF THE LAST
004120*    UNLOAD. IT HOLDS NO DATE - READ HERE ONLY, FOR THE PROOF.
004130*--------------------------------------------------------------*
004140 FD  AMTCTL-FILE
004150     RECORDING MODE IS F.
004160 01  AMTCTL-RECORD.
004170     05  AMT-LAST-TOTAL         PIC S9(09)V99.
004175
004180*--------------------------------------------------------------*
004190*    REPORT-FILE - CONVERSION CONTROL REPORT
004200*--------------------------------------------------------------*
004210 FD  REPORT-FILE
004220     BLOCK CONTAINS 0 RECORDS
004230     RECORDING MODE IS F.
004240 01  REPORT-RECORD               PIC X(80).
004245
004250 WORKING-STORAGE SECTION.
004260*--------------------------------------------------------------*
004270*    MASTER IMAGE WORK AREAS - THE OLD 72-BYTE LAYOUT AND THE
004280*    NEW OUTMSTR LAYOUT. EVERY MASTER IMAGE ON EVERY FILE IS
004290*    WIDENED THROUGH THESE BY 7100-WIDEN-MASTER.
004300*--------------------------------------------------------------*
004310 01  WS-OLD-MASTER.
004320     05  OMS-KEY                PIC X(06).
004330     05  OMS-DESC               PIC X(30).
004340     05  OMS-STATUS             PIC X(01).
004350     05  OMS-EFF-DATE           PIC X(06).
004360     05  OMS-EXP-DATE           PIC X(06).
004370     05  OMS-AMOUNT             PIC S9(07)V99.
004380     05  OMS-MAINT-DATE         PIC X(06).
004390     05  OMS-MAINT-USER         PIC X(08).
004395
004400 COPY OUTMSTR REPLACING ==OUTPUT-RECORD== BY ==WS-NEW-MASTER==
004410              LEADING ==OUT== BY ==NMS==.
004415
004420*--------------------------------------------------------------*
004430*    TRANSACTION IMAGE WORK AREAS - THE OLD 72-BYTE INTRANS
004440*    LAYOUT AND THE NEW ONE, FOR 7200-WIDEN-TRANS
004450*--------------------------------------------------------------*
004460 01  WS-OLD-TRANS.
004470     05  OTR-KEY                PIC X(06).
004480     05  OTR-TRANS-CODE         PIC X(01).
004490         88  OTR-BATCH-HEADER             VALUE 'H'.
004500         88  OTR-BATCH-TRAILER            VALUE 'T'.
004510     05  OTR-DETAIL-BODY.
004520         10  OTR-EFF-DATE       PIC X(06).
004530         10  OTR-FIELD-ID       PIC X(02).
004540         10  OTR-DESC           PIC X(30).
004550         10  OTR-STATUS         PIC X(01).
004560         10  OTR-REC-EFF-DATE   PIC X(06).
004570         10  OTR-EXP-DATE       PIC X(06).
004580         10  OTR-AMOUNT         PIC S9(07)V99.
004590         10  OTR-RECYCLE-COUNT  PIC 9(02).
004600         10  OTR-SOURCE-CODE    PIC X(03).
004610     05  OTR-HEADER-BODY REDEFINES OTR-DETAIL-BODY.
004620         10  OTR-HDR-SOURCE     PIC X(03).
004630         10  OTR-HDR-CREATE-DATE
004640                                PIC X(06).
004650         10  OTR-HDR-BATCH-NO   PIC 9(06).
004660         10  FILLER             PIC X(50).
004670     05  OTR-TRAILER-BODY REDEFINES OTR-DETAIL-BODY.
004680         10  OTR-TRL-RECORD-COUNT
004690                                PIC 9(07).
004700         10  OTR-TRL-KEY-HASH   PIC 9(12).
004710         10  FILLER             PIC X(46).
004715
004720 COPY INTRANS.
004725
004730*--------------------------------------------------------------*
004740*    DATE WIDENING - THE SIX-DIGIT DATE IN, THE CCYYMMDD DATE
004750*    OUT. A YEAR BELOW THE PIVOT IS IN THE 2000S.
004760*--------------------------------------------------------------*
004770 01  WS-DATE-WORK.
004780     05  WS-OLD-DATE-X          PIC X(06).
004790     05  WS-OLD-DATE REDEFINES WS-OLD-DATE-X
004800                                PIC 9(06).
004810     05  WS-OLD-DATE-R REDEFINES WS-OLD-DATE-X.
004820         10  WS-OLD-YY          PIC 9(02).
004830         10  FILLER             PIC X(04).
004840     05  WS-NEW-DATE            PIC 9(08).
004850     05  WS-NEW-DATE-R REDEFINES WS-NEW-DATE.
004860         10  WS-NEW-CC          PIC 9(02).
004870         10  WS-NEW-YYMMDD      PIC 9(06).
004880     05  WS-NEW-DATE-X REDEFINES WS-NEW-DATE
004890                                PIC X(08).
004900 01  WS-CENTURY-PIVOT           PIC 9(02) VALUE 50.
004910 01  WS-EXC-KEY                 PIC X(08) VALUE SPACES.
004915
004920*--------------------------------------------------------------*
004930*    SWITCHES
004940*--------------------------------------------------------------*
004950 01  WS-SWITCHES.
004960     05  WS-EOF-SW              PIC X(01) VALUE 'N'.
004970         88  WS-EOF                       VALUE 'Y'.
004980     05  WS-CARRIED-SW          PIC X(01) VALUE 'N'.
004990         88  WS-CARRIED-PRESENT           VALUE 'Y'.
005000     05  WS-CONVERSION-SW       PIC X(01) VALUE 'Y'.
005010         88  WS-CONVERSION-PROVED         VALUE 'Y'.
005020         88  WS-CONVERSION-BROKEN          VALUE 'N'.
005030     05  WS-OLD-POSITION-SW     PIC X(01) VALUE 'Y'.
005040         88  WS-OLD-POSITION-PROVED       VALUE 'Y'.
005050         88  WS-OLD-POSITION-BROKEN        VALUE 'N'.
005060     05  WS-NEW-POSITION-SW     PIC X(01) VALUE 'Y'.
005070         88  WS-NEW-POSITION-PROVED       VALUE 'Y'.
005080         88  WS-NEW-POSITION-BROKEN        VALUE 'N'.
005085
005090*--------------------------------------------------------------*
005100*    FILE TABLE - ONE ENTRY PER FILE CONVERTED, IN THE ORDER
005110*    THEY ARE CONVERTED AND REPORTED. THE AMOUNTS ARE THE
005120*    DETAIL DOLLARS - THE NET MOVEMENT ON THE JOURNAL - AND ARE
005130*    LEFT AT ZERO FOR A FILE THAT CARRIES NONE.
005140*--------------------------------------------------------------*
005150 01  WS-FILE-NAMES.
005160     05  FILLER                 PIC X(40)
005170                 VALUE 'OUTFILE BKPFILE JRNFILE HISTIN  ARCHFILE'.
005180     05  FILLER                 PIC X(40)
005190                 VALUE 'SUSPFILERCYFILE REJFILE RATEHST DUALPND '.
005200     05  FILLER                 PIC X(24)
005210                 VALUE 'RUNCTL  CALENDARTRENDIN '.
005220 01  WS-FILE-NAMES-R REDEFINES WS-FILE-NAMES.
005230     05  WS-FILE-NAME-INIT      OCCURS 13 TIMES
005240                                PIC X(08).
005245
005250 01  WS-FILE-TABLE.
005260     05  WS-FILE-ENTRY          OCCURS 13 TIMES.
005270         10  WS-FILE-NAME       PIC X(08).
005280         10  WS-FILE-SW         PIC X(01).
005290             88  WS-FILE-PRESENT          VALUE 'Y'.
005300             88  WS-FILE-ABSENT           VALUE 'N'.
005310         10  WS-FILE-PROOF-SW   PIC X(01).
005320             88  WS-FILE-PROVED           VALUE 'Y'.
005330             88  WS-FILE-BROKEN           VALUE 'N'.
005340         10  WS-FILE-IN         PIC 9(07) COMP.
005350         10  WS-FILE-OUT        PIC 9(07) COMP.
005360         10  WS-FILE-AMT-IN     PIC S9(09)V99 COMP-3.
005370         10  WS-FILE-AMT-OUT    PIC S9(09)V99 COMP-3.
005375
005380 01  WS-FX                      PIC 9(02) COMP VALUE 1.
005390 01  WS-FILE-COUNT              PIC 9(02) COMP VALUE 13.
005400 01  WS-MASTER-FX               PIC 9(02) COMP VALUE 1.
005410 01  WS-BACKUP-FX               PIC 9(02) COMP VALUE 2.
005420 01  WS-JOURNAL-FX              PIC 9(02) COMP VALUE 3.
005430 01  WS-RECYCLE-FX              PIC 9(02) COMP VALUE 7.
005435
005440*--------------------------------------------------------------*
005450*    COUNTERS AND POSITION FIGURES
005460*--------------------------------------------------------------*
005470 01  WS-COUNTERS.
005480     05  WS-EXCEPTION-COUNT     PIC 9(07) COMP VALUE ZERO.
005485
005490 01  WS-AMOUNT-FIELDS.
005500     05  WS-CARRIED-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
005510     05  WS-OLD-EXPECTED        PIC S9(09)V99 COMP-3 VALUE ZERO.
005520     05  WS-NEW-EXPECTED        PIC S9(09)V99 COMP-3 VALUE ZERO.
005525
005530*--------------------------------------------------------------*
005540*    AMOUNT OVERLAY FOR A CONVERTED JOURNAL IMAGE - THE AMOUNT
005550*    SITS AT THE SAME OFFSET AS OUT-AMOUNT IN OUTMSTR. THE
005560*    LOW-VALUES "NO RECORD" IMAGES FAIL THE NUMERIC TEST AND
005570*    COUNT AS ZERO.
005580*--------------------------------------------------------------*
005590 01  WS-IMAGE-WORK.
005600     05  FILLER                 PIC X(53).
005610     05  WS-IMAGE-AMOUNT        PIC S9(07)V99.
005620     05  FILLER                 PIC X(16).
005625
005630 01  WS-OMS-FILE-STATUS         PIC X(02) VALUE SPACES.
005640 01  WS-MST-FILE-STATUS         PIC X(02) VALUE SPACES.
005650 01  WS-OBK-FILE-STATUS         PIC X(02) VALUE SPACES.
005660 01  WS-OJR-FILE-STATUS         PIC X(02) VALUE SPACES.
005670 01  WS-OAH-FILE-STATUS         PIC X(02) VALUE SPACES.
005680 01  WS-OAA-FILE-STATUS         PIC X(02) VALUE SPACES.
005690 01  WS-OSU-FILE-STATUS         PIC X(02) VALUE SPACES.
005700 01  WS-ORY-FILE-STATUS         PIC X(02) VALUE SPACES.
005710 01  WS-ORJ-FILE-STATUS         PIC X(02) VALUE SPACES.
005720 01  WS-ORH-FILE-STATUS         PIC X(02) VALUE SPACES.
005730 01  WS-RHS-FILE-STATUS         PIC X(02) VALUE SPACES.
005740 01  WS-ODP-FILE-STATUS         PIC X(02) VALUE SPACES.
005750 01  WS-DCP-FILE-STATUS         PIC X(02) VALUE SPACES.
005760 01  WS-ORC-FILE-STATUS         PIC X(02) VALUE SPACES.
005770 01  WS-RCT-FILE-STATUS         PIC X(02) VALUE SPACES.
005780 01  WS-OCL-FILE-STATUS         PIC X(02) VALUE SPACES.
005790 01  WS-OTD-FILE-STATUS         PIC X(02) VALUE SPACES.
005800 01  WS-AMT-FILE-STATUS         PIC X(02) VALUE SPACES.
005805
005810*--------------------------------------------------------------*
005820*    RUN DATE AND TIME - SET AT INITIALIZATION
005830*--------------------------------------------------------------*
005840 01  WS-RUN-DATE.
005850     05  WS-RUN-CCYY            PIC 9(04).
005860     05  WS-RUN-MM              PIC 9(02).
005870     05  WS-RUN-DD              PIC 9(02).
005875
005880 01  WS-RUN-TIME.
005890     05  WS-RUN-HH              PIC 9(02).
005900     05  WS-RUN-MN              PIC 9(02).
005910     05  WS-RUN-SS              PIC 9(02).
005920     05  WS-RUN-HS              PIC 9(02).
005925
005930*--------------------------------------------------------------*
005940*    REPORT-FILE LINE LAYOUTS
005950*--------------------------------------------------------------*
005960 01  WS-REPORT-LINES.
005970     05  WS-RPT-TITLE.
005980         10  FILLER             PIC X(40)
005990                 VALUE 'EXDCNV FOUR-DIGIT-YEAR DATE CONVERSION'.
006000         10  FILLER             PIC X(40) VALUE SPACES.
006010     05  WS-RPT-RUNDATE.
006020         10  FILLER             PIC X(10) VALUE 'RUN DATE: '.
006030         10  WS-RPT-MM          PIC 99.
006040         10  FILLER             PIC X(01) VALUE '/'.
006050         10  WS-RPT-DD          PIC 99.
006060         10  FILLER             PIC X(01) VALUE '/'.
006070         10  WS-RPT-CCYY        PIC 9(04).
006080         10  FILLER             PIC X(05) VALUE SPACES.
006090         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
006100         10  WS-RPT-HH          PIC 99.
006110         10  FILLER             PIC X(01) VALUE ':'.
006120         10  WS-RPT-MN          PIC 99.
006130         10  FILLER             PIC X(01) VALUE ':'.
006140         10  WS-RPT-SS          PIC 99.
006150         10  FILLER             PIC X(37) VALUE SPACES.
006160     05  WS-RPT-SECTION         PIC X(80).
006170     05  WS-RPT-EXCEPTION.
006180         10  FILLER             PIC X(05) VALUE 'FILE '.
006190         10  WS-RPT-EXC-FILE    PIC X(08).
006200         10  FILLER             PIC X(06) VALUE '  KEY '.
006210         10  WS-RPT-EXC-KEY     PIC X(08).
006220         10  FILLER             PIC X(08) VALUE '  DATE  '.
006230         10  WS-RPT-EXC-DATE    PIC X(06).
006240         10  FILLER             PIC X(39)
006250                 VALUE '  NOT NUMERIC - SET TO ZERO'.
006260     05  WS-RPT-HEADING.
006270         10  FILLER             PIC X(39)
006280                 VALUE 'FILE      RECORDS IN RECORDS OUT'.
006290         10  FILLER             PIC X(41)
006300                 VALUE 'AMOUNT IN      AMOUNT OUT  PROOF'.
006310     05  WS-RPT-FILE.
006320         10  WS-RPT-FIL-NAME    PIC X(08).
006330         10  FILLER             PIC X(03) VALUE SPACES.
006340         10  WS-RPT-FIL-IN      PIC Z,ZZZ,ZZ9.
006350         10  FILLER             PIC X(03) VALUE SPACES.
006360         10  WS-RPT-FIL-OUT     PIC Z,ZZZ,ZZ9.
006370         10  FILLER             PIC X(01) VALUE SPACE.
006380         10  WS-RPT-FIL-AMT-IN  PIC -ZZZ,ZZZ,ZZ9.99.
006390         10  FILLER             PIC X(01) VALUE SPACE.
006400         10  WS-RPT-FIL-AMT-OUT PIC -ZZZ,ZZZ,ZZ9.99.
006410         10  FILLER             PIC X(02) VALUE SPACES.
006420         10  WS-RPT-FIL-PROOF   PIC X(14).
006430     05  WS-RPT-POSITION.
006440         10  WS-RPT-POS-LABEL   PIC X(25).
006450         10  FILLER             PIC X(08) VALUE SPACES.
006460         10  WS-RPT-POS-OLD     PIC -ZZZ,ZZZ,ZZ9.99.
006470         10  FILLER             PIC X(01) VALUE SPACE.
006480         10  WS-RPT-POS-NEW     PIC -ZZZ,ZZZ,ZZ9.99.
006490         10  FILLER             PIC X(02) VALUE SPACES.
006500         10  WS-RPT-POS-PROOF   PIC X(14).
006510     05  WS-RPT-COUNT.
006520         10  WS-RPT-CNT-LABEL   PIC X(25).
006530         10  WS-RPT-CNT-VALUE   PIC Z,ZZZ,ZZ9.
006540         10  FILLER             PIC X(46) VALUE SPACES.
006550     05  WS-RPT-RESULT.
006560         10  FILLER             PIC X(25)
006570                                 VALUE 'CONVERSION . . . . . . :'.
006580         10  WS-RPT-RES-TXT     PIC X(40).
006590         10  FILLER             PIC X(15) VALUE SPACES.
006595
006600 PROCEDURE DIVISION.
006610*-----------------------------------------------------------------
006620*    0000-MAINLINE
006630*    CONVERTS EACH FILE IN TURN, THEN PROVES THE CONVERSION AND
006640*    WRITES THE CONTROL TOTALS.
006650*-----------------------------------------------------------------
006660 0000-MAINLINE.
006670     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
006680     PERFORM 2000-CONVERT-MASTER      THRU 2000-EXIT.
006690     PERFORM 2100-CONVERT-BACKUP      THRU 2100-EXIT.
006700     PERFORM 2200-CONVERT-JOURNAL     THRU 2200-EXIT.
006710     PERFORM 2300-CONVERT-AUDIT-HIST  THRU 2300-EXIT.
006720     PERFORM 2400-CONVERT-AUDIT-ARCH  THRU 2400-EXIT.
006730     PERFORM 2500-CONVERT-SUSPENSE    THRU 2500-EXIT.
006740     PERFORM 2600-CONVERT-RECYCLE     THRU 2600-EXIT.
006750     PERFORM 2700-CONVERT-REJECTS     THRU 2700-EXIT.
006760     PERFORM 2800-CONVERT-RATE-HIST   THRU 2800-EXIT.
006770     PERFORM 2900-CONVERT-DUAL-PEND   THRU 2900-EXIT.
006780     PERFORM 3000-CONVERT-RUN-CONTROL THRU 3000-EXIT.
006790     PERFORM 3100-CONVERT-CALENDAR    THRU 3100-EXIT.
006800     PERFORM 3200-CONVERT-TREND       THRU 3200-EXIT.
006810     PERFORM 8000-FINALIZE            THRU 8000-EXIT.
006820     STOP RUN.
006825
006830*-----------------------------------------------------------------
006840*    1000-INITIALIZE
006850*    OPENS THE REPORT, SETS UP THE FILE TABLE, AND PICKS UP THE
006860*    AMTCTL POSITION.
006870*-----------------------------------------------------------------
006880 1000-INITIALIZE.
006890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006900     ACCEPT WS-RUN-TIME FROM TIME.
006905
006910     PERFORM 1100-INIT-ONE-FILE THRU 1100-EXIT
006920         VARYING WS-FX FROM 1 BY 1
006930         UNTIL WS-FX > WS-FILE-COUNT.
006935
006940     OPEN OUTPUT REPORT-FILE.
006950     PERFORM 1200-WRITE-HEADINGS   THRU 1200-EXIT.
006960     PERFORM 1300-READ-AMOUNT-CTL  THRU 1300-EXIT.
006970 1000-EXIT.
006980     EXIT.
006985
006990 1100-INIT-ONE-FILE.
007000     MOVE WS-FILE-NAME-INIT(WS-FX) TO WS-FILE-NAME(WS-FX).
007010     SET WS-FILE-ABSENT(WS-FX)     TO TRUE.
007020     SET WS-FILE-PROVED(WS-FX)     TO TRUE.
007030     MOVE ZERO TO WS-FILE-IN(WS-FX)
007040                  WS-FILE-OUT(WS-FX)
007050                  WS-FILE-AMT-IN(WS-FX)
007060                  WS-FILE-AMT-OUT(WS-FX).
007070 1100-EXIT.
007080     EXIT.
007085
007090*--------------------------------------------------------------*
007100*    1200-WRITE-HEADINGS
007110*    WRITES THE TITLE AND RUN DATE, AND OPENS THE DATE
007120*    EXCEPTIONS SECTION WRITTEN AS THE FILES CONVERT.
007130*--------------------------------------------------------------*
007140 1200-WRITE-HEADINGS.
007150     MOVE WS-RPT-TITLE TO REPORT-RECORD.
007160     WRITE REPORT-RECORD.
007165
007170     MOVE WS-RUN-MM   TO WS-RPT-MM.
007180     MOVE WS-RUN-DD   TO WS-RPT-DD.
007190     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
007200     MOVE WS-RUN-HH   TO WS-RPT-HH.
007210     MOVE WS-RUN-MN   TO WS-RPT-MN.
007220     MOVE WS-RUN-SS   TO WS-RPT-SS.
007230     MOVE WS-RPT-RUNDATE TO REPORT-RECORD.
007240     WRITE REPORT-RECORD.
007245
007250     MOVE 'DATE EXCEPTIONS' TO WS-RPT-SECTION.
007260     MOVE WS-RPT-SECTION TO REPORT-RECORD.
007270     WRITE REPORT-RECORD.
007280 1200-EXIT.
007290     EXIT.
007295
007300*--------------------------------------------------------------*
007310*    1300-READ-AMOUNT-CTL
007320*    PICKS UP THE MASTER'S TOTAL AMOUNT AS OF THE LAST UNLOAD.
007330*    WITHOUT AMTCTL THERE IS NO POSITION TO PROVE, AND ONLY THE
007340*    FILE-BY-FILE TOTALS ARE PROVED.
007350*--------------------------------------------------------------*
007360 1300-READ-AMOUNT-CTL.
007370     OPEN INPUT AMTCTL-FILE.
007380     IF WS-AMT-FILE-STATUS = '00'
007390         READ AMTCTL-FILE
007400             AT END
007410                 CONTINUE
007420             NOT AT END
007430                 MOVE AMT-LAST-TOTAL TO WS-CARRIED-TOTAL
007440                 SET WS-CARRIED-PRESENT TO TRUE
007450         END-READ
007460         CLOSE AMTCTL-FILE
007470     END-IF.
007480 1300-EXIT.
007490     EXIT.
007495
007500*-----------------------------------------------------------------
007510*    2000-CONVERT-MASTER
007520*    THE INDEXED MASTER, IN KEY SEQUENCE. IT MUST BE THERE.
007530*-----------------------------------------------------------------
007540 2000-CONVERT-MASTER.
007550     MOVE WS-MASTER-FX TO WS-FX.
007560     OPEN INPUT OLDMSTR-FILE.
007570     IF WS-OMS-FILE-STATUS NOT = '00'
007580         DISPLAY 'EXDCNV0999 CANNOT OPEN OLDMSTR, STATUS = '
007590                 WS-OMS-FILE-STATUS
007600         GO TO 9900-CONVERT-ABEND
007610     END-IF.
007620     OPEN OUTPUT MASTER-FILE.
007630     IF WS-MST-FILE-STATUS NOT = '00'
007640         DISPLAY 'EXDCNV0999 CANNOT OPEN OUTFILE, STATUS = '
007650                 WS-MST-FILE-STATUS
007660         GO TO 9900-CONVERT-ABEND
007670     END-IF.
007680     SET WS-FILE-PRESENT(WS-FX) TO TRUE.
007685
007690     MOVE 'N' TO WS-EOF-SW.
007700     PERFORM 2010-CONVERT-ONE-MASTER THRU 2010-EXIT
007710         UNTIL WS-EOF.
007715
007720     CLOSE OLDMSTR-FILE
007730           MASTER-FILE.
007740 2000-EXIT.
007750     EXIT.
007755
007760 2010-CONVERT-ONE-MASTER.
007770     READ OLDMSTR-FILE INTO WS-OLD-MASTER
007780         AT END
007790             SET WS-EOF TO TRUE
007800             GO TO 2010-EXIT
007810     END-READ.
007820     ADD 1 TO WS-FILE-IN(WS-FX).
007830     IF OMS-AMOUNT NUMERIC
007840         ADD OMS-AMOUNT TO WS-FILE-AMT-IN(WS-FX)
007850     END-IF.
007855
007860     MOVE OMS-KEY TO WS-EXC-KEY.
007870     PERFORM 7100-WIDEN-MASTER THRU 7100-EXIT.
007880     MOVE WS-NEW-MASTER TO OUTPUT-RECORD.
007890     WRITE OUTPUT-RECORD
007900         INVALID KEY
007910             DISPLAY 'EXDCNV0999 OUTFILE WRITE FAILED FOR KEY '
007920                     OUT-KEY ', STATUS = ' WS-MST-FILE-STATUS
007930             GO TO 9900-CONVERT-ABEND
007940     END-WRITE.
007950     ADD 1 TO WS-FILE-OUT(WS-FX).
007960     IF OUT-AMOUNT NUMERIC
007970         ADD OUT-AMOUNT TO WS-FILE-AMT-OUT(WS-FX)
007980     END-IF.
007990 2010-EXIT.
008000     EXIT.
008005
008010*-----------------------------------------------------------------
008020*    2100-CONVERT-BACKUP
008030*    THE CURRENT EXUNLD GENERATION - HEADER DATE WIDENED, EVERY
008040*    DETAIL IMAGE WIDENED, TRAILER CARRIED AS IT STANDS. IT
008050*    MUST BE THERE - IT IS ONE SIDE OF THE POSITION PROOF.
008060*-----------------------------------------------------------------
008070 2100-CONVERT-BACKUP.
008080     MOVE WS-BACKUP-FX TO WS-FX.
008090     OPEN INPUT OLDBKP-FILE.
008100     IF WS-OBK-FILE-STATUS NOT = '00'
008110         DISPLAY 'EXDCNV0999 CANNOT OPEN OLDBKP, STATUS = '
008120                 WS-OBK-FILE-STATUS
008130         GO TO 9900-CONVERT-ABEND
008140     END-IF.
008150     OPEN OUTPUT BACKUP-FILE.
008160     SET WS-FILE-PRESENT(WS-FX) TO TRUE.
008165
008170     MOVE 'N' TO WS-EOF-SW.
008180     PERFORM 2110-CONVERT-ONE-BACKUP THRU 2110-EXIT
008190         UNTIL WS-EOF.
008195
008200     CLOSE OLDBKP-FILE
008210           BACKUP-FILE.
008220 2100-EXIT.
008230     EXIT.
008235
008240 2110-CONVERT-ONE-BACKUP.
008250     READ OLDBKP-FILE
008260         AT END
008270             SET WS-EOF TO TRUE
008280             GO TO 2110-EXIT
008290     END-READ.
008300     ADD 1 TO WS-FILE-IN(WS-FX).
008310     MOVE SPACES       TO BACKUP-RECORD.
008320     MOVE OBK-REC-TYPE TO BKP-REC-TYPE.
008325
008330     EVALUATE TRUE
008340         WHEN OBK-HEADER-REC
008350             MOVE OBK-HDR-GENERATION TO BKP-HDR-GENERATION
008360             MOVE 'HEADER'           TO WS-EXC-KEY
008370             MOVE OBK-HDR-DATE       TO WS-OLD-DATE-X
008380             PERFORM 7000-WIDEN-DATE THRU 7000-EXIT
008390             MOVE WS-NEW-DATE        TO BKP-HDR-DATE
008400             MOVE OBK-HDR-TIME       TO BKP-HDR-TIME
008410         WHEN OBK-TRAILER-REC
008420             MOVE OBK-TRL-COUNT      TO BKP-TRL-COUNT
008430             MOVE OBK-TRL-LOW-KEY    TO BKP-TRL-LOW-KEY
008440             MOVE OBK-TRL-HIGH-KEY   TO BKP-TRL-HIGH-KEY
008450             MOVE OBK-TRL-AMOUNT     TO BKP-TRL-AMOUNT
008460         WHEN OTHER
008470             MOVE OBK-MASTER-IMAGE   TO WS-OLD-MASTER
008480             IF OMS-AMOUNT NUMERIC
008490                 ADD OMS-AMOUNT TO WS-FILE-AMT-IN(WS-FX)
008500             END-IF
008510             MOVE OMS-KEY            TO WS-EXC-KEY
008520             PERFORM 7100-WIDEN-MASTER THRU 7100-EXIT
008530             MOVE WS-NEW-MASTER      TO BKP-MASTER-IMAGE
008540             IF NMS-AMOUNT NUMERIC
008550                 ADD NMS-AMOUNT TO WS-FILE-AMT-OUT(WS-FX)
008560             END-IF
008570     END-EVALUATE.
008575
008580     WRITE BACKUP-RECORD.
008590     ADD 1 TO WS-FILE-OUT(WS-FX).
008600 2110-EXIT.
008610     EXIT.
008615
008620*-----------------------------------------------------------------
008630*    2200-CONVERT-JOURNAL
008640*    THE FORWARD-RECOVERY JOURNAL - RUN DATE AND BOTH IMAGES
008650*    WIDENED. THE DOLLARS PROVED ARE THE NET MOVEMENT, EACH
008660*    ENTRY'S AFTER AMOUNT LESS ITS BEFORE AMOUNT, AS EXUNLD
008670*    SUMS IT. AN EMPTY OR MISSING JOURNAL IS NO MOVEMENT.
008680*-----------------------------------------------------------------
008690 2200-CONVERT-JOURNAL.
008700     MOVE WS-JOURNAL-FX TO WS-FX.
008710     OPEN INPUT OLDJRN-FILE.
008720     IF WS-OJR-FILE-STATUS NOT = '00'
008730         GO TO 2200-EXIT
008740     END-IF.
008750     OPEN OUTPUT JOURNAL-FILE.
008760     SET WS-FILE-PRESENT(WS-FX) TO TRUE.
008765
008770     MOVE 'N' TO WS-EOF-SW.
008780     PERFORM 2210-CONVERT-ONE-ENTRY THRU 2210-EXIT
008790         UNTIL WS-EOF.
008795
008800     CLOSE OLDJRN-FILE
008810           JOURNAL-FILE.
008820 2200-EXIT.
008830     EXIT.
008835
008840 2210-CONVERT-ONE-ENTRY.
008850     READ OLDJRN-FILE
008860         AT END
008870             SET WS-EOF TO TRUE
008880             GO TO 2210-EXIT
008890     END-READ.
008900     ADD 1 TO WS-FILE-IN(WS-FX).
008910     MOVE OJR-KEY      TO JRN-KEY
008920                          WS-EXC-KEY.
008930     MOVE OJR-ACTION   TO JRN-ACTION.
008940     MOVE OJR-RUN-DATE TO WS-OLD-DATE-X.
008950     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
008960     MOVE WS-NEW-DATE  TO JRN-RUN-DATE.
008970     MOVE OJR-RUN-TIME TO JRN-RUN-TIME.
008975
008980     MOVE OJR-BEFORE-IMAGE TO WS-OLD-MASTER.
008990     IF OMS-AMOUNT NUMERIC
009000         SUBTRACT OMS-AMOUNT FROM WS-FILE-AMT-IN(WS-FX)
009010     END-IF.
009020     PERFORM 7100-WIDEN-MASTER THRU 7100-EXIT.
009030     MOVE WS-NEW-MASTER TO JRN-BEFORE-IMAGE.
009035
009040     MOVE OJR-AFTER-IMAGE TO WS-OLD-MASTER.
009050     IF OMS-AMOUNT NUMERIC
009060         ADD OMS-AMOUNT TO WS-FILE-AMT-IN(WS-FX)
009070     END-IF.
009080     PERFORM 7100-WIDEN-MASTER THRU 7100-EXIT.
009083     MOVE WS-NEW-MASTER TO JRN-AFTER-IMAGE.
009086
009089*    THE SIX-DIGIT JOURNAL DID NOT CARRY ITS SOURCE. THE USER
009092*    WHO MAINTAINED THE AFTER IMAGE - EXEMPLO, AN OPERATOR, OR
009093*    EXEXPIR - STANDS IN FOR IT. A DELETE HAS NO AFTER IMAGE
009094*    AND IS LEFT BLANK.
009095     MOVE SPACES TO JRN-SOURCE.
009096     IF OJR-AFTER-IMAGE NOT = LOW-VALUES
009097      AND OJR-AFTER-IMAGE NOT = SPACES
009098         MOVE NMS-MAINT-USER TO JRN-SOURCE
009101     END-IF.
009104
009107     WRITE JOURNAL-RECORD.
009110     ADD 1 TO WS-FILE-OUT(WS-FX).
009115
009120     MOVE JRN-BEFORE-IMAGE TO WS-IMAGE-WORK.
009130     IF WS-IMAGE-AMOUNT NUMERIC
009140         SUBTRACT WS-IMAGE-AMOUNT FROM WS-FILE-AMT-OUT(WS-FX)
009150     END-IF.
009160     MOVE JRN-AFTER-IMAGE TO WS-IMAGE-WORK.
009170     IF WS-IMAGE-AMOUNT NUMERIC
009180         ADD WS-IMAGE-AMOUNT TO WS-FILE-AMT-OUT(WS-FX)
009190     END-IF.
009200 2210-EXIT.
009210     EXIT.
009215
009220*-----------------------------------------------------------------
009230*    2300-CONVERT-AUDIT-HIST
009240*    THE CUMULATIVE AUDIT HISTORY EXAUDH READS AS HISTIN. ITS
009250*    ORDER (KEY, DATE, TIME) CAN CHANGE ONLY ACROSS THE CENTURY,
009260*    AND EXAUDH'S SEQUENCE CHECK WOULD CATCH THAT ON THE NIGHT.
009270*-----------------------------------------------------------------
009280 2300-CONVERT-AUDIT-HIST.
009290     MOVE 4 TO WS-FX.
009300     OPEN INPUT OLDHIST-FILE.
009310     IF WS-OAH-FILE-STATUS NOT = '00'
009320         GO TO 2300-EXIT
009330     END-IF.
009340     OPEN OUTPUT HISTIN-FILE.
009350     SET WS-FILE-PRESENT(WS-FX) TO TRUE.
009355
009360     MOVE 'N' TO WS-EOF-SW.
009370     PERFORM 2310-CONVERT-ONE-HIST THRU 2310-EXIT
009380         UNTIL WS-EOF.
009385
009390     CLOSE OLDHIST-FILE
009400           HISTIN-FILE.
009410 2300-EXIT.
009420     EXIT.
009425
009430 2310-CONVERT-ONE-HIST.
009440     READ OLDHIST-FILE
009450         AT END
009460             SET WS-EOF TO TRUE
009470             GO TO 2310-EXIT
009480     END-READ.
009490     ADD 1 TO WS-FILE-IN(WS-FX).
009500     MOVE OAH-KEY     TO AUD-KEY
009510                         WS-EXC-KEY.
009520     MOVE OAH-ACTION  TO AUD-ACTION.
009530     MOVE OAH-DATE    TO WS-OLD-DATE-X.
009540     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
009550     MOVE WS-NEW-DATE TO AUD-RUN-DATE.
009560     MOVE OAH-TIME    TO AUD-RUN-TIME.
009570     MOVE OAH-USER    TO AUD-USER.
009580     WRITE AUDIT-RECORD.
009590     ADD 1 TO WS-FILE-OUT(WS-FX).
009600 2310-EXIT.
009610     EXIT.
009615
009620*-----------------------------------------------------------------
009630*    2400-CONVERT-AUDIT-ARCH
009640*    THE AUDIT ARCHIVE, LAID OUT AS THE HISTORY.
009650*-----------------------------------------------------------------
009660 2400-CONVERT-AUDIT-ARCH.
009670     MOVE 5 TO WS-FX.
009680     OPEN INPUT OLDARCH-FILE.
009690     IF WS-OAA-FILE-STATUS NOT = '00'
009700         GO TO 2400-EXIT
009710     END-IF.
009720     OPEN OUTPUT ARCH-FILE.
009730     SET WS-FILE-PRESENT(WS-FX) TO TRUE.
009735
009740     MOVE 'N' TO WS-EOF-SW.
009750     PERFORM 2410-CONVERT-ONE-ARCH THRU 2410-EXIT
009760         UNTIL WS-EOF.
009765
009770     CLOSE OLDARCH-FILE
009780           ARCH-FILE.
009790 2400-EXIT.
009800     EXIT.
009805
009810 2410-CONVERT-ONE-ARCH.
009820     READ OLDARCH-FILE
009830         AT END
009840             SET WS-EOF TO TRUE
009850             GO TO 2410-EXIT
009860     END-READ.
009870     ADD 1 TO WS-FILE-IN(WS-FX).
009880     MOVE OAA-KEY     TO ARC-KEY
009890                         WS-EXC-KEY.
009900     MOVE OAA-ACTION  TO ARC-ACTION.
009910     MOVE OAA-DATE    TO WS-OLD-DATE-X.
009920     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
009930     MOVE WS-NEW-DATE TO ARC-RUN-DATE.
009940     MOVE OAA-TIME    TO ARC-RUN-TIME.
009950     MOVE OAA-USER    TO ARC-USER.
009960     WRITE ARCH-RECORD.
009970     ADD 1 TO WS-FILE-OUT(WS-FX).
009980 2410-EXIT.
009990     EXIT.
009995
010000*-----------------------------------------------------------------
010010*    2500-CONVERT-SUSPENSE
010020*    TRANSACTIONS HELD FOR A LATER EFFECTIVE DATE.
010030*-----------------------------------------------------------------
010040 2500-CONVERT-SUSPENSE.
010050     MOVE 6 TO WS-FX.
010060     OPEN INPUT OLDSUSP-FILE.
010070     IF WS-OSU-FILE-STATUS NOT = '00'
010080         GO TO 2500-EXIT
010090     END-IF.
010100     OPEN OUTPUT SUSPENSE-FILE.
010110     SET WS-FILE-PRESENT(WS-FX) TO TRUE.
010115
010120     MOVE 'N' TO WS-EOF-SW.
010130     PERFORM 2510-CONVERT-ONE-SUSPENSE THRU 2510-EXIT
010140         UNTIL WS-EOF.
010145
010150     CLOSE OLDSUSP-FILE
010160           SUSPENSE-FILE.
010170 2500-EXIT.
010180     EXIT.
010185
010190 2510-CONVERT-ONE-SUSPENSE.
010200     READ OLDSUSP-FILE INTO WS-OLD-TRANS
010210         AT END
010220             SET WS-EOF TO TRUE
010230             GO TO 2510-EXIT
010240     END-READ.
010250     PERFORM 7200-WIDEN-TRANS THRU 7200-EXIT.
010260     WRITE SUSPENSE-RECORD FROM INPUT-RECORD.
010270     ADD 1 TO WS-FILE-OUT(WS-FX).
010280 2510-EXIT.
010290     EXIT.
010295
010300*-----------------------------------------------------------------
010310*    2600-CONVERT-RECYCLE
010320*    REJECTS RECYCLED BY EXRCYC FOR THE NEXT NIGHT'S MERGE.
010330*-----------------------------------------------------------------
010340 2600-CONVERT-RECYCLE.
010350     MOVE WS-RECYCLE-FX TO WS-FX.
010360     OPEN INPUT OLDRCY-FILE.
010370     IF WS-ORY-FILE-STATUS NOT = '00'
010380         GO TO 2600-EXIT
010390     END-IF.
010400     OPEN OUTPUT RECYCLE-FILE.
010410     SET WS-FILE-PRESENT(WS-FX) TO TRUE.
010415
010420     MOVE 'N' TO WS-EOF-SW.
010430     PERFORM 2610-CONVERT-ONE-RECYCLE THRU 2610-EXIT
010440         UNTIL WS-EOF.
010445
010450     CLOSE OLDRCY-FILE
010460           RECYCLE-FILE.
010470 2600-EXIT.
010480     EXIT.
010485
010490 2610-CONVERT-ONE-RECYCLE.
010500     READ OLDRCY-FILE INTO WS-OLD-TRANS
010510         AT END
010520             SET WS-EOF TO TRUE
010530             GO TO 2610-EXIT
010540     END-READ.
010550     PERFORM 7200-WIDEN-TRANS THRU 7200-EXIT.
010560     WRITE RECYCLE-RECORD FROM INPUT-RECORD.
010570     ADD 1 TO WS-FILE-OUT(WS-FX).
010580 2610-EXIT.
010590     EXIT.
010595
010600*-----------------------------------------------------------------
010610*    2700-CONVERT-REJECTS
010620*    THE LAST RUN'S REJECTS, STILL TO BE CORRECTED THROUGH
010630*    EXRCYC - THE TRANSACTION IMAGE WIDENED, THE REASON KEPT.
010640*-----------------------------------------------------------------
010650 2700-CONVERT-REJECTS.
010660     MOVE 8 TO WS-FX.
010670     OPEN INPUT OLDREJ-FILE.
010680     IF WS-ORJ-FILE-STATUS NOT = '00'
010690         GO TO 2700-EXIT
010700     END-IF.
010710     OPEN OUTPUT REJECT-FILE.
010720     SET WS-FILE-PRESENT(WS-FX) TO TRUE.
010725
010730     MOVE 'N' TO WS-EOF-SW.
010740     PERFORM 2710-CONVERT-ONE-REJECT THRU 2710-EXIT
010750         UNTIL WS-EOF.
010755
010760     CLOSE OLDREJ-FILE
010770           REJECT-FILE.
010780 2700-EXIT.
010790     EXIT.
010795
010800 2710-CONVERT-ONE-REJECT.
010810     READ OLDREJ-FILE
010820         AT END
010830             SET WS-EOF TO TRUE
010840             GO TO 2710-EXIT
010850     END-READ.
010860     MOVE ORJ-TRANS-DATA TO WS-OLD-TRANS.
010870     PERFORM 7200-WIDEN-TRANS THRU 7200-EXIT.
010880     MOVE INPUT-RECORD    TO REJ-TRANS-DATA.
010890     MOVE ORJ-REASON-CODE TO REJ-REASON-CODE.
010900     WRITE REJECT-RECORD.
010910     ADD 1 TO WS-FILE-OUT(WS-FX).
010920 2710-EXIT.
010930     EXIT.
010935
010940*-----------------------------------------------------------------
010950*    2800-CONVERT-RATE-HIST
010960*    THE MASTER VALUE HISTORY - EFFECTIVE AND FOLD DATES AND
010970*    THE IMAGE WIDENED, WRITTEN BY KEY.
010980*-----------------------------------------------------------------
010990 2800-CONVERT-RATE-HIST.
011000     MOVE 9 TO WS-FX.
011010     OPEN INPUT OLDRHST-FILE.
011020     IF WS-ORH-FILE-STATUS NOT = '00'
011030         GO TO 2800-EXIT
011040     END-IF.
011050     OPEN OUTPUT HISTORY-FILE.
011060     IF WS-RHS-FILE-STATUS NOT = '00'
011070         DISPLAY 'EXDCNV0999 CANNOT OPEN RATEHST, STATUS = '
011080                 WS-RHS-FILE-STATUS
011090         GO TO 9900-CONVERT-ABEND
011100     END-IF.
011110     SET WS-FILE-PRESENT(WS-FX) TO TRUE.
011115
011120     MOVE 'N' TO WS-EOF-SW.
011130     PERFORM 2810-CONVERT-ONE-RATE THRU 2810-EXIT
011140         UNTIL WS-EOF.
011145
011150     CLOSE OLDRHST-FILE
011160           HISTORY-FILE.
011170 2800-EXIT.
011180     EXIT.
011185
011190 2810-CONVERT-ONE-RATE.
011200     READ OLDRHST-FILE
011210         AT END
011220             SET WS-EOF TO TRUE
011230             GO TO 2810-EXIT
011240     END-READ.
011250     ADD 1 TO WS-FILE-IN(WS-FX).
011260     MOVE SPACES        TO HISTORY-RECORD.
011270     MOVE ORH-KEY       TO RHS-KEY
011280                           WS-EXC-KEY.
011290     MOVE ORH-EFF-DATE  TO WS-OLD-DATE-X.
011300     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
011310     MOVE WS-NEW-DATE   TO RHS-EFF-DATE.
011320     MOVE ORH-EFF-TIME  TO RHS-EFF-TIME.
011330     MOVE ORH-EFF-SEQ   TO RHS-EFF-SEQ.
011340     MOVE ORH-ACTION    TO RHS-ACTION.
011350     MOVE ORH-IMAGE     TO WS-OLD-MASTER.
011360     PERFORM 7100-WIDEN-MASTER THRU 7100-EXIT.
011370     MOVE WS-NEW-MASTER TO RHS-IMAGE.
011380     MOVE ORH-FOLD-DATE TO WS-OLD-DATE-X.
011390     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
011400     MOVE WS-NEW-DATE   TO RHS-FOLD-DATE.
011410     WRITE HISTORY-RECORD
011420         INVALID KEY
011430             DISPLAY 'EXDCNV0999 RATEHST WRITE FAILED FOR KEY '
011440                     RHS-KEY ', STATUS = ' WS-RHS-FILE-STATUS
011450             GO TO 9900-CONVERT-ABEND
011460     END-WRITE.
011470     ADD 1 TO WS-FILE-OUT(WS-FX).
011480 2810-EXIT.
011490     EXIT.
011495
011500*-----------------------------------------------------------------
011510*    2900-CONVERT-DUAL-PEND
011520*    UPDATES STILL WAITING FOR A SECOND SIGNATURE ON EXAP.
011530*-----------------------------------------------------------------
011540 2900-CONVERT-DUAL-PEND.
011550     MOVE 10 TO WS-FX.
011560     OPEN INPUT OLDDCP-FILE.
011570     IF WS-ODP-FILE-STATUS NOT = '00'
011580         GO TO 2900-EXIT
011590     END-IF.
011600     OPEN OUTPUT PENDING-FILE.
011610     IF WS-DCP-FILE-STATUS NOT = '00'
011620         DISPLAY 'EXDCNV0999 CANNOT OPEN DUALPND, STATUS = '
011630                 WS-DCP-FILE-STATUS
011640         GO TO 9900-CONVERT-ABEND
011650     END-IF.
011660     SET WS-FILE-PRESENT(WS-FX) TO TRUE.
011665
011670     MOVE 'N' TO WS-EOF-SW.
011680     PERFORM 2910-CONVERT-ONE-HELD THRU 2910-EXIT
011690         UNTIL WS-EOF.
011695
011700     CLOSE OLDDCP-FILE
011710           PENDING-FILE.
011720 2900-EXIT.
011730     EXIT.
011735
011740 2910-CONVERT-ONE-HELD.
011750     READ OLDDCP-FILE
011760         AT END
011770             SET WS-EOF TO TRUE
011780             GO TO 2910-EXIT
011790     END-READ.
011800     ADD 1 TO WS-FILE-IN(WS-FX).
011810     MOVE SPACES         TO DUAL-PENDING-RECORD.
011820     MOVE ODP-KEY        TO DCP-KEY
011830                            WS-EXC-KEY.
011840     MOVE ODP-ACTION     TO DCP-ACTION.
011850     MOVE ODP-FIELD-ID   TO DCP-FIELD-ID.
011860     MOVE ODP-REASON     TO DCP-REASON.
011870     MOVE ODP-MAKER-ID   TO DCP-MAKER-ID.
011880     MOVE ODP-ENTRY-DATE TO WS-OLD-DATE-X.
011890     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
011900     MOVE WS-NEW-DATE    TO DCP-ENTRY-DATE.
011910     MOVE ODP-ENTRY-TIME TO DCP-ENTRY-TIME.
011920     MOVE ODP-BEFORE-IMAGE TO WS-OLD-MASTER.
011930     PERFORM 7100-WIDEN-MASTER THRU 7100-EXIT.
011940     MOVE WS-NEW-MASTER    TO DCP-BEFORE-IMAGE.
011950     MOVE ODP-AFTER-IMAGE  TO WS-OLD-MASTER.
011960     PERFORM 7100-WIDEN-MASTER THRU 7100-EXIT.
011970     MOVE WS-NEW-MASTER    TO DCP-AFTER-IMAGE.
011980     WRITE DUAL-PENDING-RECORD
011990         INVALID KEY
012000             DISPLAY 'EXDCNV0999 DUALPND WRITE FAILED FOR KEY '
012010                     DCP-KEY ', STATUS = ' WS-DCP-FILE-STATUS
012020             GO TO 9900-CONVERT-ABEND
012030     END-WRITE.
012040     ADD 1 TO WS-FILE-OUT(WS-FX).
012050 2910-EXIT.
012060     EXIT.
012065
012070*-----------------------------------------------------------------
012080*    3000-CONVERT-RUN-CONTROL
012090*    THE RUN-CONTROL REGISTER - THE BUSINESS-DATE CYCLE RECORD
012100*    AND EVERY STEP RECORD, WRITTEN BY KEY.
012110*-----------------------------------------------------------------
012120 3000-CONVERT-RUN-CONTROL.
012130     MOVE 11 TO WS-FX.
012140     OPEN INPUT OLDRCT-FILE.
012150     IF WS-ORC-FILE-STATUS NOT = '00'
012160         GO TO 3000-EXIT
012170     END-IF.
012180     OPEN OUTPUT RUNCTL-FILE.
012190     IF WS-RCT-FILE-STATUS NOT = '00'
012200         DISPLAY 'EXDCNV0999 CANNOT OPEN RUNCTL, STATUS = '
012210                 WS-RCT-FILE-STATUS
012220         GO TO 9900-CONVERT-ABEND
012230     END-IF.
012240     SET WS-FILE-PRESENT(WS-FX) TO TRUE.
012245
012250     MOVE 'N' TO WS-EOF-SW.
012260     PERFORM 3010-CONVERT-ONE-STEP THRU 3010-EXIT
012270         UNTIL WS-EOF.
012275
012280     CLOSE OLDRCT-FILE
012290           RUNCTL-FILE.
012300 3000-EXIT.
012310     EXIT.
012315
012320 3010-CONVERT-ONE-STEP.
012330     READ OLDRCT-FILE
012340         AT END
012350             SET WS-EOF TO TRUE
012360             GO TO 3010-EXIT
012370     END-READ.
012380     ADD 1 TO WS-FILE-IN(WS-FX).
012390     MOVE SPACES        TO RUN-CONTROL-RECORD.
012400     MOVE ORC-STEP-NAME TO RCT-STEP-NAME
012410                           WS-EXC-KEY.
012420     MOVE ORC-BUS-DATE  TO WS-OLD-DATE-X.
012430     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
012440     MOVE WS-NEW-DATE   TO RCT-BUS-DATE.
012445
012450     IF ORC-IS-CYCLE-RECORD
012460         PERFORM 3020-WIDEN-CYCLE THRU 3020-EXIT
012470     ELSE
012480         PERFORM 3030-WIDEN-STEP  THRU 3030-EXIT
012490     END-IF.
012495
012500     WRITE RUN-CONTROL-RECORD
012510         INVALID KEY
012520             DISPLAY 'EXDCNV0999 RUNCTL WRITE FAILED FOR '
012530                     RCT-KEY ', STATUS = ' WS-RCT-FILE-STATUS
012540             GO TO 9900-CONVERT-ABEND
012550     END-WRITE.
012560     ADD 1 TO WS-FILE-OUT(WS-FX).
012570 3010-EXIT.
012580     EXIT.
012585
012590 3020-WIDEN-CYCLE.
012600     MOVE ORC-CYCLE-BUS-DATE  TO WS-OLD-DATE-X.
012610     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
012620     MOVE WS-NEW-DATE         TO RCT-CYCLE-BUS-DATE.
012630     MOVE ORC-CYCLE-OPEN-DATE TO WS-OLD-DATE-X.
012640     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
012650     MOVE WS-NEW-DATE         TO RCT-CYCLE-OPEN-DATE.
012660     MOVE ORC-CYCLE-OPEN-TIME TO RCT-CYCLE-OPEN-TIME.
012670     MOVE ORC-CYCLE-PREV-DATE TO WS-OLD-DATE-X.
012680     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
012690     MOVE WS-NEW-DATE         TO RCT-CYCLE-PREV-DATE.
012700     MOVE ORC-CYCLE-NEXT-DATE TO WS-OLD-DATE-X.
012710     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
012720     MOVE WS-NEW-DATE         TO RCT-CYCLE-NEXT-DATE.
012730 3020-EXIT.
012740     EXIT.
012745
012750 3030-WIDEN-STEP.
012760     MOVE ORC-STEP-STATUS TO RCT-STEP-STATUS.
012770     MOVE ORC-RETURN-CODE TO RCT-RETURN-CODE.
012780     MOVE ORC-ATTEMPTS    TO RCT-ATTEMPTS.
012790     MOVE ORC-OVERRIDE    TO RCT-OVERRIDE.
012800     MOVE ORC-START-DATE  TO WS-OLD-DATE-X.
012810     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
012820     MOVE WS-NEW-DATE     TO RCT-START-DATE.
012830     MOVE ORC-START-TIME  TO RCT-START-TIME.
012840     MOVE ORC-END-DATE    TO WS-OLD-DATE-X.
012850     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
012860     MOVE WS-NEW-DATE     TO RCT-END-DATE.
012870     MOVE ORC-END-TIME    TO RCT-END-TIME.
012880     MOVE ORC-COUNT-ENTRY(1) TO RCT-COUNT-ENTRY(1).
012890     MOVE ORC-COUNT-ENTRY(2) TO RCT-COUNT-ENTRY(2).
012900     MOVE ORC-COUNT-ENTRY(3) TO RCT-COUNT-ENTRY(3).
012910 3030-EXIT.
012920     EXIT.
012925
012930*-----------------------------------------------------------------
012940*    3100-CONVERT-CALENDAR
012950*    THE SHOP CALENDAR CARDS.
012960*-----------------------------------------------------------------
012970 3100-CONVERT-CALENDAR.
012980     MOVE 12 TO WS-FX.
012990     OPEN INPUT OLDCAL-FILE.
013000     IF WS-OCL-FILE-STATUS NOT = '00'
013010         GO TO 3100-EXIT
013020     END-IF.
013030     OPEN OUTPUT CALENDAR-FILE.
013040     SET WS-FILE-PRESENT(WS-FX) TO TRUE.
013045
013050     MOVE 'N' TO WS-EOF-SW.
013060     PERFORM 3110-CONVERT-ONE-CARD THRU 3110-EXIT
013070         UNTIL WS-EOF.
013075
013080     CLOSE OLDCAL-FILE
013090           CALENDAR-FILE.
013100 3100-EXIT.
013110     EXIT.
013115
013120 3110-CONVERT-ONE-CARD.
013130     READ OLDCAL-FILE
013140         AT END
013150             SET WS-EOF TO TRUE
013160             GO TO 3110-EXIT
013170     END-READ.
013180     ADD 1 TO WS-FILE-IN(WS-FX).
013190     MOVE SPACES       TO CALENDAR-RECORD.
013200     MOVE 'CARD'       TO WS-EXC-KEY.
013210     MOVE OCL-DATE     TO WS-OLD-DATE-X.
013220     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
013230     MOVE WS-NEW-DATE  TO CAL-DATE.
013240     MOVE OCL-DAY-TYPE TO CAL-DAY-TYPE.
013250     MOVE OCL-DESC     TO CAL-DESC.
013260     WRITE CALENDAR-RECORD.
013270     ADD 1 TO WS-FILE-OUT(WS-FX).
013280 3110-EXIT.
013290     EXIT.
013295
013300*-----------------------------------------------------------------
013310*    3200-CONVERT-TREND
013320*    THE EXMCOMP TREND ROWS - THE MONTH GAINS ITS CENTURY BY THE
013330*    SAME RULE AS A DATE, TAKEN AS THE FIRST OF THE MONTH.
013340*-----------------------------------------------------------------
013350 3200-CONVERT-TREND.
013360     MOVE 13 TO WS-FX.
013370     OPEN INPUT OLDTRND-FILE.
013380     IF WS-OTD-FILE-STATUS NOT = '00'
013390         GO TO 3200-EXIT
013400     END-IF.
013410     OPEN OUTPUT TRENDIN-FILE.
013420     SET WS-FILE-PRESENT(WS-FX) TO TRUE.
013425
013430     MOVE 'N' TO WS-EOF-SW.
013440     PERFORM 3210-CONVERT-ONE-ROW THRU 3210-EXIT
013450         UNTIL WS-EOF.
013455
013460     CLOSE OLDTRND-FILE
013470           TRENDIN-FILE.
013480 3200-EXIT.
013490     EXIT.
013495
013500 3210-CONVERT-ONE-ROW.
013510     READ OLDTRND-FILE
013520         AT END
013530             SET WS-EOF TO TRUE
013540             GO TO 3210-EXIT
013550     END-READ.
013560     ADD 1 TO WS-FILE-IN(WS-FX).
013570     MOVE 'MONTH'    TO WS-EXC-KEY.
013580     MOVE OTD-YYMM   TO WS-OLD-DATE-X(1:4).
013590     MOVE '01'       TO WS-OLD-DATE-X(5:2).
013600     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
013610     MOVE WS-NEW-DATE-X(1:6) TO NTD-CCYYMM.
013620     MOVE OTD-COUNTS TO NTD-COUNTS.
013630     WRITE TRENDIN-RECORD.
013640     ADD 1 TO WS-FILE-OUT(WS-FX).
013650 3210-EXIT.
013660     EXIT.
013665
013670*-----------------------------------------------------------------
013680*    7000-WIDEN-DATE
013690*    WIDENS WS-OLD-DATE-X TO WS-NEW-DATE. ZERO AND ALL NINES
013700*    KEEP THEIR MEANING. A DATE THAT IS NOT NUMERIC IS SET TO
013710*    ZERO AND LISTED UNDER WS-EXC-KEY FOR THE FILE IN HAND.
013720*-----------------------------------------------------------------
013730 7000-WIDEN-DATE.
013740     IF WS-OLD-DATE-X NOT NUMERIC
013750         MOVE ZERO TO WS-NEW-DATE
013760         ADD 1 TO WS-EXCEPTION-COUNT
013770         MOVE WS-FILE-NAME(WS-FX) TO WS-RPT-EXC-FILE
013780         MOVE WS-EXC-KEY          TO WS-RPT-EXC-KEY
013790         MOVE WS-OLD-DATE-X       TO WS-RPT-EXC-DATE
013800         MOVE WS-RPT-EXCEPTION    TO REPORT-RECORD
013810         WRITE REPORT-RECORD
013820         GO TO 7000-EXIT
013830     END-IF.
013840     IF WS-OLD-DATE = ZERO
013850         MOVE ZERO TO WS-NEW-DATE
013860         GO TO 7000-EXIT
013870     END-IF.
013880     IF WS-OLD-DATE = 999999
013890         MOVE 99999999 TO WS-NEW-DATE
013900         GO TO 7000-EXIT
013910     END-IF.
013920     IF WS-OLD-YY < WS-CENTURY-PIVOT
013930         MOVE 20 TO WS-NEW-CC
013940     ELSE
013950         MOVE 19 TO WS-NEW-CC
013960     END-IF.
013970     MOVE WS-OLD-DATE TO WS-NEW-YYMMDD.
013980 7000-EXIT.
013990     EXIT.
013995
014000*-----------------------------------------------------------------
014010*    7100-WIDEN-MASTER
014020*    WIDENS THE MASTER IMAGE IN WS-OLD-MASTER TO WS-NEW-MASTER.
014030*    A LOW-VALUES OR BLANK IMAGE ("NO RECORD") STAYS AS IT IS.
014040*-----------------------------------------------------------------
014050 7100-WIDEN-MASTER.
014060     IF WS-OLD-MASTER = LOW-VALUES
014070         MOVE LOW-VALUES TO WS-NEW-MASTER
014080         GO TO 7100-EXIT
014090     END-IF.
014100     IF WS-OLD-MASTER = SPACES
014110         MOVE SPACES TO WS-NEW-MASTER
014120         GO TO 7100-EXIT
014130     END-IF.
014135
014140     MOVE SPACES         TO WS-NEW-MASTER.
014150     MOVE OMS-KEY        TO NMS-KEY.
014160     MOVE OMS-DESC       TO NMS-DESC.
014170     MOVE OMS-STATUS     TO NMS-STATUS.
014180     MOVE OMS-EFF-DATE   TO WS-OLD-DATE-X.
014190     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
014200     MOVE WS-NEW-DATE    TO NMS-EFF-DATE.
014210     MOVE OMS-EXP-DATE   TO WS-OLD-DATE-X.
014220     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
014230     MOVE WS-NEW-DATE    TO NMS-EXP-DATE.
014240     MOVE OMS-AMOUNT     TO NMS-AMOUNT.
014250     MOVE OMS-MAINT-DATE TO WS-OLD-DATE-X.
014260     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
014270     MOVE WS-NEW-DATE    TO NMS-MAINT-DATE.
014280     MOVE OMS-MAINT-USER TO NMS-MAINT-USER.
014290 7100-EXIT.
014300     EXIT.
014305
014310*-----------------------------------------------------------------
014320*    7200-WIDEN-TRANS
014330*    COUNTS THE OLD TRANSACTION IMAGE IN WS-OLD-TRANS AND
014340*    WIDENS IT TO INPUT-RECORD - THE HEADER'S CREATION DATE,
014350*    OR A DETAIL'S THREE DATES. A TRAILER HAS NO DATE.
014360*-----------------------------------------------------------------
014370 7200-WIDEN-TRANS.
014380     ADD 1 TO WS-FILE-IN(WS-FX).
014390     MOVE SPACES         TO INPUT-RECORD.
014395     MOVE ZEROS          TO IN-ACK-REF.
014400     MOVE OTR-KEY        TO IN-KEY
014410                            WS-EXC-KEY.
014420     MOVE OTR-TRANS-CODE TO IN-TRANS-CODE.
014425
014430     IF OTR-BATCH-HEADER
014440         MOVE OTR-HDR-SOURCE      TO IN-HDR-SOURCE
014450         MOVE OTR-HDR-CREATE-DATE TO WS-OLD-DATE-X
014460         PERFORM 7000-WIDEN-DATE THRU 7000-EXIT
014470         MOVE WS-NEW-DATE         TO IN-HDR-CREATE-DATE
014480         MOVE OTR-HDR-BATCH-NO    TO IN-HDR-BATCH-NO
014490         GO TO 7200-EXIT
014500     END-IF.
014510     IF OTR-BATCH-TRAILER
014520         MOVE OTR-TRL-RECORD-COUNT TO IN-TRL-RECORD-COUNT
014530         MOVE OTR-TRL-KEY-HASH     TO IN-TRL-KEY-HASH
014540         GO TO 7200-EXIT
014550     END-IF.
014555
014560     IF OTR-AMOUNT NUMERIC
014570         ADD OTR-AMOUNT TO WS-FILE-AMT-IN(WS-FX)
014580     END-IF.
014590     MOVE OTR-EFF-DATE       TO WS-OLD-DATE-X.
014600     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
014610     MOVE WS-NEW-DATE        TO IN-EFF-DATE.
014620     MOVE OTR-FIELD-ID       TO IN-FIELD-ID.
014630     MOVE OTR-DESC           TO IN-DESC.
014640     MOVE OTR-STATUS         TO IN-STATUS.
014650     MOVE OTR-REC-EFF-DATE   TO WS-OLD-DATE-X.
014660     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
014670     MOVE WS-NEW-DATE        TO IN-REC-EFF-DATE.
014680     MOVE OTR-EXP-DATE       TO WS-OLD-DATE-X.
014690     PERFORM 7000-WIDEN-DATE THRU 7000-EXIT.
014700     MOVE WS-NEW-DATE        TO IN-EXP-DATE.
014710     MOVE OTR-AMOUNT         TO IN-AMOUNT.
014720     MOVE OTR-RECYCLE-COUNT  TO IN-RECYCLE-COUNT.
014730     MOVE OTR-SOURCE-CODE    TO IN-SOURCE-CODE.
014740     IF IN-AMOUNT NUMERIC
014750         ADD IN-AMOUNT TO WS-FILE-AMT-OUT(WS-FX)
014760     END-IF.
014770 7200-EXIT.
014780     EXIT.
014785
014790*--------------------------------------------------------------*
014800*    8000-FINALIZE
014810*    PROVES THE CONVERSION, WRITES THE CONTROL TOTALS, AND SETS
014820*    THE RETURN CODE.
014830*--------------------------------------------------------------*
014840 8000-FINALIZE.
014850     IF WS-EXCEPTION-COUNT = ZERO
014860         MOVE 'NONE' TO WS-RPT-SECTION
014870         MOVE WS-RPT-SECTION TO REPORT-RECORD
014880         WRITE REPORT-RECORD
014890     END-IF.
014895
014900     PERFORM 8100-PROVE-ONE-FILE THRU 8100-EXIT
014910         VARYING WS-FX FROM 1 BY 1
014920         UNTIL WS-FX > WS-FILE-COUNT.
014930     PERFORM 8200-PROVE-POSITION THRU 8200-EXIT.
014940     PERFORM 8300-WRITE-TOTALS   THRU 8300-EXIT.
014950     CLOSE REPORT-FILE.
014955
014960     IF WS-CONVERSION-BROKEN
014970         DISPLAY 'EXDCNV0999 CONVERSION DOES NOT PROVE - '
014980                 'KEEP THE OLD FILES IN SERVICE'
014990         MOVE 16 TO RETURN-CODE
015000         GO TO 8000-EXIT
015010     END-IF.
015020     IF WS-OLD-POSITION-BROKEN
015030         DISPLAY 'EXDCNV0997 OLD FILES WERE ALREADY OUT OF '
015040                 'POSITION - CONVERTED AS FOUND'
015050         MOVE 8 TO RETURN-CODE
015060     END-IF.
015070     DISPLAY 'EXDCNV0100 CONVERSION PROVED, '
015080             WS-EXCEPTION-COUNT ' DATE EXCEPTIONS'.
015090 8000-EXIT.
015100     EXIT.
015105
015110*--------------------------------------------------------------*
015120*    8100-PROVE-ONE-FILE
015130*    A FILE MUST WRITE EVERY RECORD IT READ, AND THE SAME
015140*    DOLLARS.
015150*--------------------------------------------------------------*
015160 8100-PROVE-ONE-FILE.
015170     IF WS-FILE-ABSENT(WS-FX)
015180         GO TO 8100-EXIT
015190     END-IF.
015200     IF WS-FILE-OUT(WS-FX) NOT = WS-FILE-IN(WS-FX)
015210      OR WS-FILE-AMT-OUT(WS-FX) NOT = WS-FILE-AMT-IN(WS-FX)
015220         SET WS-FILE-BROKEN(WS-FX) TO TRUE
015230         SET WS-CONVERSION-BROKEN  TO TRUE
015240     END-IF.
015250 8100-EXIT.
015260     EXIT.
015265
015270*--------------------------------------------------------------*
015280*    8200-PROVE-POSITION
015290*    ON EACH SIDE THE BACKUP GENERATION MUST TOTAL THE AMTCTL
015300*    POSITION, AND THE MASTER THE POSITION PLUS THE JOURNALLED
015310*    NET MOVEMENT. THE NEW SIDE MUST PROVE EXACTLY AS THE OLD
015320*    SIDE DID - IF IT DOES NOT, THE CONVERSION IS BROKEN.
015330*--------------------------------------------------------------*
015340 8200-PROVE-POSITION.
015350     IF NOT WS-CARRIED-PRESENT
015360         GO TO 8200-EXIT
015370     END-IF.
015375
015380     COMPUTE WS-OLD-EXPECTED = WS-CARRIED-TOTAL
015390                        + WS-FILE-AMT-IN(WS-JOURNAL-FX).
015400     COMPUTE WS-NEW-EXPECTED = WS-CARRIED-TOTAL
015410                        + WS-FILE-AMT-OUT(WS-JOURNAL-FX).
015415
015420     IF WS-FILE-AMT-IN(WS-BACKUP-FX) NOT = WS-CARRIED-TOTAL
015430      OR WS-FILE-AMT-IN(WS-MASTER-FX) NOT = WS-OLD-EXPECTED
015440         SET WS-OLD-POSITION-BROKEN TO TRUE
015450     END-IF.
015460     IF WS-FILE-AMT-OUT(WS-BACKUP-FX) NOT = WS-CARRIED-TOTAL
015470      OR WS-FILE-AMT-OUT(WS-MASTER-FX) NOT = WS-NEW-EXPECTED
015480         SET WS-NEW-POSITION-BROKEN TO TRUE
015490     END-IF.
015500     IF WS-NEW-POSITION-SW NOT = WS-OLD-POSITION-SW
015510         SET WS-CONVERSION-BROKEN TO TRUE
015520     END-IF.
015530 8200-EXIT.
015540     EXIT.
015545
015550*--------------------------------------------------------------*
015560*    8300-WRITE-TOTALS
015570*    WRITES THE FILE-BY-FILE TOTALS, THE POSITION PROOF, AND
015580*    THE RESULT.
015590*--------------------------------------------------------------*
015600 8300-WRITE-TOTALS.
015610     MOVE 'FILE TOTALS' TO WS-RPT-SECTION.
015620     MOVE WS-RPT-SECTION TO REPORT-RECORD.
015630     WRITE REPORT-RECORD.
015640     MOVE WS-RPT-HEADING TO REPORT-RECORD.
015650     WRITE REPORT-RECORD.
015660     PERFORM 8310-WRITE-ONE-FILE THRU 8310-EXIT
015670         VARYING WS-FX FROM 1 BY 1
015680         UNTIL WS-FX > WS-FILE-COUNT.
015685
015690     MOVE 'AMTCTL POSITION (OLD / NEW)' TO WS-RPT-SECTION.
015700     MOVE WS-RPT-SECTION TO REPORT-RECORD.
015710     WRITE REPORT-RECORD.
015720     IF WS-CARRIED-PRESENT
015730         PERFORM 8320-WRITE-POSITION THRU 8320-EXIT
015740     ELSE
015750         MOVE 'NO AMTCTL - NO POSITION TO PROVE'
015760                            TO WS-RPT-SECTION
015770         MOVE WS-RPT-SECTION TO REPORT-RECORD
015780         WRITE REPORT-RECORD
015790     END-IF.
015795
015800     MOVE 'DATE EXCEPTIONS  . . . :' TO WS-RPT-CNT-LABEL.
015810     MOVE WS-EXCEPTION-COUNT TO WS-RPT-CNT-VALUE.
015820     MOVE WS-RPT-COUNT TO REPORT-RECORD.
015830     WRITE REPORT-RECORD.
015835
015840     IF WS-CONVERSION-PROVED
015850         MOVE 'PROVED - RELEASE THE NEW FILES'
015860                            TO WS-RPT-RES-TXT
015870     ELSE
015880         MOVE '*** NOT PROVED - KEEP THE OLD FILES ***'
015890                            TO WS-RPT-RES-TXT
015900     END-IF.
015910     MOVE WS-RPT-RESULT TO REPORT-RECORD.
015920     WRITE REPORT-RECORD.
015930 8300-EXIT.
015940     EXIT.
015945
015950 8310-WRITE-ONE-FILE.
015960     MOVE SPACES TO WS-RPT-FIL-PROOF.
015970     MOVE WS-FILE-NAME(WS-FX) TO WS-RPT-FIL-NAME.
015980     MOVE WS-FILE-IN(WS-FX)      TO WS-RPT-FIL-IN.
015990     MOVE WS-FILE-OUT(WS-FX)     TO WS-RPT-FIL-OUT.
016000     MOVE WS-FILE-AMT-IN(WS-FX)  TO WS-RPT-FIL-AMT-IN.
016010     MOVE WS-FILE-AMT-OUT(WS-FX) TO WS-RPT-FIL-AMT-OUT.
016020     EVALUATE TRUE
016030         WHEN WS-FILE-ABSENT(WS-FX)
016040             MOVE 'NOT PRESENT'    TO WS-RPT-FIL-PROOF
016050         WHEN WS-FILE-PROVED(WS-FX)
016060             MOVE 'PROVED'         TO WS-RPT-FIL-PROOF
016070         WHEN OTHER
016080             MOVE '*** BROKEN ***' TO WS-RPT-FIL-PROOF
016090     END-EVALUATE.
016100     MOVE WS-RPT-FILE TO REPORT-RECORD.
016110     WRITE REPORT-RECORD.
016120 8310-EXIT.
016130     EXIT.
016135
016140 8320-WRITE-POSITION.
016150     MOVE 'AMTCTL POSITION  . . . :' TO WS-RPT-POS-LABEL.
016160     MOVE WS-CARRIED-TOTAL TO WS-RPT-POS-OLD
016170                              WS-RPT-POS-NEW.
016180     MOVE SPACES TO WS-RPT-POS-PROOF.
016190     MOVE WS-RPT-POSITION TO REPORT-RECORD.
016200     WRITE REPORT-RECORD.
016205
016210     MOVE 'POSITION PLUS JOURNAL  :' TO WS-RPT-POS-LABEL.
016220     MOVE WS-OLD-EXPECTED TO WS-RPT-POS-OLD.
016230     MOVE WS-NEW-EXPECTED TO WS-RPT-POS-NEW.
016240     MOVE WS-RPT-POSITION TO REPORT-RECORD.
016250     WRITE REPORT-RECORD.
016255
016260     MOVE 'BACKUP GENERATION  . . :' TO WS-RPT-POS-LABEL.
016270     MOVE WS-FILE-AMT-IN(WS-BACKUP-FX)  TO WS-RPT-POS-OLD.
016280     MOVE WS-FILE-AMT-OUT(WS-BACKUP-FX) TO WS-RPT-POS-NEW.
016290     MOVE WS-RPT-POSITION TO REPORT-RECORD.
016300     WRITE REPORT-RECORD.
016305
016310     MOVE 'MASTER . . . . . . . . :' TO WS-RPT-POS-LABEL.
016320     MOVE WS-FILE-AMT-IN(WS-MASTER-FX)  TO WS-RPT-POS-OLD.
016330     MOVE WS-FILE-AMT-OUT(WS-MASTER-FX) TO WS-RPT-POS-NEW.
016340     MOVE WS-RPT-POSITION TO REPORT-RECORD.
016350     WRITE REPORT-RECORD.
016355
016360     MOVE 'POSITION PROOF . . . . :' TO WS-RPT-POS-LABEL.
016370     MOVE ZERO TO WS-RPT-POS-OLD
016380                  WS-RPT-POS-NEW.
016390     IF WS-OLD-POSITION-PROVED AND WS-NEW-POSITION-PROVED
016400         MOVE 'PROVED'         TO WS-RPT-POS-PROOF
016410     ELSE
016420         MOVE '*** BROKEN ***' TO WS-RPT-POS-PROOF
016430     END-IF.
016440     MOVE WS-RPT-POSITION TO REPORT-RECORD.
016450     WRITE REPORT-RECORD.
016460 8320-EXIT.
016470     EXIT.
016475
016480*-----------------------------------------------------------------
016490*    9900-CONVERT-ABEND
016500*    A FILE THAT MUST BE THERE IS NOT, OR A CONVERTED RECORD
016510*    COULD NOT BE WRITTEN. THE OLD FILES ARE UNTOUCHED.
016520*-----------------------------------------------------------------
016530 9900-CONVERT-ABEND.
016540     MOVE 16 TO RETURN-CODE.
016550     STOP RUN.
