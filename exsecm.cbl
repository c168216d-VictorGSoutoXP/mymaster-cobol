000210*    09/03/2026 JH    ORIGINAL PROGRAM - OPERATOR AUTHORITY
000220*                      PROFILE MAINTENANCE AND LISTING FOR THE
000230*                      SECURITY OFFICER.
000231*    10/15/2026 JH    DUAL CONTROL. COL 25 GRANTS AUTHORITY TO
000232*                      APPROVE HELD UPDATES ON EXAP, AND AN R
000233*                      CARD SETS THE DUAL-CONTROL RULES RECORD
000234*                      (SEE DCTLREC). OPERATOR IDS STARTING
000235*                      WITH * ARE RESERVED.
000236*    10/15/2026 JH    DATES ARE CCYYMMDD - THE RUN DATE IS TAKEN
000237*                      AND PRINTED WITH ITS CENTURY.
000240*--------------------------------------------------------------*
000250*    EXSECM KEEPS THE OPRAUTH PROFILES CURRENT. EXUPD00 READS
000260*    A PROFILE (SEE AUTREC) BEFORE APPLYING ANYTHING FROM
000350*      COL 12      MAY DELETE  - Y OR N
000360*      COL 13-18   KEY RANGE LOW  - SPACES = OPEN
000370*      COL 19-24   KEY RANGE HIGH - SPACES = OPEN
000372*      COL 25      MAY APPROVE - Y OR N, SPACE = N
000374*
000376*    ONE R CARD SETS THE DUAL-CONTROL RULES - WHICH EXUP
000378*    UPDATES ARE HELD FOR A SECOND OPERATOR'S APPROVAL:
000380*
000382*      COL  1      ACTION - R (RULES)
000384*      COL 10      HOLD DELETES        - Y OR N
000386*      COL 11      HOLD STATUS CHANGES - Y OR N
000388*      COL 13-21   HOLD AMOUNT CHANGES OVER 9999999V99
000390*
000392*    THE RULES ARE KEPT ON OPRAUTH UNDER THE RESERVED ID
000394*    *DUALCTL, SO NO OPERATOR ID MAY START WITH AN ASTERISK.
000396*
000398*    EVERY CARD'S DISPOSITION IS LISTED, A CARD THAT CANNOT
000400*    APPLY IS FLAGGED, AND THE RUN ENDS WITH A FULL LISTING
000410*    OF THE PROFILES NOW IN FORCE.
000420*--------------------------------------------------------------*
000690     BLOCK CONTAINS 0 RECORDS
000700     RECORDING MODE IS F.
000710     COPY AUTREC.
000715     COPY DCTLREC.
000720
000730*--------------------------------------------------------------*
000740*    SECCARD-FILE - THE SECURITY OFFICER'S MAINTENANCE CARDS
000800         88  SEC-ADD                      VALUE 'A'.
000810         88  SEC-CHANGE                    VALUE 'C'.
000820         88  SEC-DELETE                    VALUE 'D'.
000825         88  SEC-RULES                     VALUE 'R'.
000830     05  SEC-OPERATOR-ID        PIC X(08).
000840     05  SEC-ALLOW-ADD          PIC X(01).
000850     05  SEC-ALLOW-CHANGE       PIC X(01).
000860     05  SEC-ALLOW-DELETE       PIC X(01).
000870     05  SEC-KEY-LOW            PIC X(06).
000880     05  SEC-KEY-HIGH           PIC X(06).
000881     05  SEC-ALLOW-APPROVE      PIC X(01).
000882 01  SECRULE-RECORD.
000883     05  FILLER                 PIC X(09).
000884     05  SRL-DUAL-DELETE        PIC X(01).
000885     05  SRL-DUAL-STATUS        PIC X(01).
000886     05  FILLER                 PIC X(01).
000888     05  SRL-AMOUNT-LIMIT       PIC 9(07)V99.
000890     05  SRL-AMOUNT-LIMIT-X     REDEFINES SRL-AMOUNT-LIMIT
000892                                PIC X(09).
000894     05  FILLER                 PIC X(04).
000896
000900*--------------------------------------------------------------*
000910*    REPORT-FILE - CARD DISPOSITIONS AND THE PROFILE LISTING
000920*--------------------------------------------------------------*
001040         88  WS-EOF                       VALUE 'Y'.
001050     05  WS-LIST-EOF-SW         PIC X(01) VALUE 'N'.
001060         88  WS-LIST-EOF                  VALUE 'Y'.
001063     05  WS-RULES-SW            PIC X(01) VALUE 'N'.
001066         88  WS-RULES-ON-FILE             VALUE 'Y'.
001070
001080*--------------------------------------------------------------*
001090*    COUNTERS
001160
001170 01  WS-AUT-FILE-STATUS         PIC X(02) VALUE SPACES.
001180 01  WS-CRD-FILE-STATUS         PIC X(02) VALUE SPACES.
001183 01  WS-DUAL-CONTROL-ID         PIC X(08) VALUE '*DUALCTL'.
001186 01  WS-SAVE-RULES              PIC X(32) VALUE SPACES.
001190
001200*--------------------------------------------------------------*
001210*    RUN DATE AND TIME - SET AT INITIALIZATION
001220*--------------------------------------------------------------*
001230 01  WS-RUN-DATE.
001240     05  WS-RUN-CCYY            PIC 9(04).
001250     05  WS-RUN-MM              PIC 9(02).
001260     05  WS-RUN-DD              PIC 9(02).
001270
001450         10  FILLER             PIC X(01) VALUE '/'.
001460         10  WS-RPT-DD          PIC 99.
001470         10  FILLER             PIC X(01) VALUE '/'.
001480         10  WS-RPT-CCYY        PIC 9(04).
001490         10  FILLER             PIC X(05) VALUE SPACES.
001500         10  FILLER             PIC X(10) VALUE 'RUN TIME: '.
001510         10  WS-RPT-HH          PIC 99.
001530         10  WS-RPT-MN          PIC 99.
001540         10  FILLER             PIC X(01) VALUE ':'.
001550         10  WS-RPT-SS          PIC 99.
001560         10  FILLER             PIC X(37) VALUE SPACES.
001570     05  WS-RPT-CARD.
001580         10  FILLER             PIC X(06) VALUE 'CARD: '.
001590         10  WS-RPT-CRD-ACTION  PIC X(01).
001650     05  WS-RPT-PROFILE.
001660         10  FILLER             PIC X(06) VALUE 'OPER: '.
001670         10  WS-RPT-PRO-OPER    PIC X(08).
001680         10  FILLER             PIC X(11) VALUE '  A/C/D/APP'.
001690         10  FILLER             PIC X(02) VALUE ': '.
001700         10  WS-RPT-PRO-ADD     PIC X(01).
001710         10  FILLER             PIC X(01) VALUE '/'.
001720         10  WS-RPT-PRO-CHG     PIC X(01).
001730         10  FILLER             PIC X(01) VALUE '/'.
001740         10  WS-RPT-PRO-DEL     PIC X(01).
001743         10  FILLER             PIC X(01) VALUE '/'.
001746         10  WS-RPT-PRO-APP     PIC X(01).
001750         10  FILLER             PIC X(08) VALUE '  KEYS: '.
001760         10  WS-RPT-PRO-LOW     PIC X(06).
001770         10  FILLER             PIC X(03) VALUE ' - '.
001780         10  WS-RPT-PRO-HIGH    PIC X(06).
001781         10  FILLER             PIC X(23) VALUE SPACES.
001782     05  WS-RPT-RULES.
001783         10  FILLER             PIC X(14)
001784                                 VALUE 'DUAL CONTROL: '.
001785         10  FILLER             PIC X(08) VALUE 'DELETE: '.
001786         10  WS-RPT-RUL-DEL     PIC X(01).
001787         10  FILLER             PIC X(10) VALUE '  STATUS: '.
001788         10  WS-RPT-RUL-STAT    PIC X(01).
001789         10  FILLER             PIC X(16)
001790                                 VALUE '  AMOUNT OVER:  '.
001791         10  WS-RPT-RUL-LIMIT   PIC Z,ZZZ,ZZ9.99.
001792         10  FILLER             PIC X(18) VALUE SPACES.
001793     05  WS-RPT-NO-RULES.
001794         10  FILLER             PIC X(14)
001795                                 VALUE 'DUAL CONTROL: '.
001796         10  FILLER             PIC X(40)
001797             VALUE 'DEFAULT - ALL HELD, LIMIT ZERO'.
001798         10  FILLER             PIC X(26) VALUE SPACES.
001800     05  WS-RPT-CARDS.
001810         10  FILLER             PIC X(25)
001820                                 VALUE 'CARDS READ . . . . . . :'.
002200*    A RUN WITH NO CARD FILE IS A LISTING-ONLY RUN.
002210*-----------------------------------------------------------------
002220 1000-INITIALIZE.
002230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002240     ACCEPT WS-RUN-TIME FROM TIME.
002250
002260     OPEN I-O AUTH-FILE.
002760*    DELETE PARAGRAPH. A CARD THAT FAILS THE EDITS IS FLAGGED
002770*    AND NOT APPLIED.
002780*-----------------------------------------------------------------
002783 3200-EDIT-CARD.
002786     IF SEC-RULES
002789         PERFORM 3700-SET-RULES THRU 3700-EXIT
002792         GO TO 3200-EXIT
002795     END-IF.
002798
002801     IF SEC-OPERATOR-ID = SPACES OR LOW-VALUES
002810         MOVE 'OPERATOR ID IS BLANK - NOT APPLIED'
002820                            TO WS-RPT-CRD-DISP
002830         PERFORM 3900-FLAG-CARD THRU 3900-EXIT
002840         GO TO 3200-EXIT
002850     END-IF.
002860
002866     IF SEC-OPERATOR-ID (1:1) = '*'
002867         MOVE 'OPERATOR ID * IS RESERVED - NOT APPLIED'
002868                            TO WS-RPT-CRD-DISP
002869         PERFORM 3900-FLAG-CARD THRU 3900-EXIT
002870         GO TO 3200-EXIT
002871     END-IF.
002872
002873     IF SEC-ALLOW-APPROVE = SPACE
002874         MOVE 'N' TO SEC-ALLOW-APPROVE
002875     END-IF.
002876
002881     IF (SEC-ADD OR SEC-CHANGE)
002882        AND (   (SEC-ALLOW-ADD NOT = 'Y'
002890                 AND SEC-ALLOW-ADD NOT = 'N')
002900             OR (SEC-ALLOW-CHANGE NOT = 'Y'
002910                 AND SEC-ALLOW-CHANGE NOT = 'N')
002920             OR (SEC-ALLOW-DELETE NOT = 'Y'
002925                 AND SEC-ALLOW-DELETE NOT = 'N')
002930             OR (SEC-ALLOW-APPROVE NOT = 'Y'
002935                 AND SEC-ALLOW-APPROVE NOT = 'N'))
002940         MOVE 'ACTION FLAGS MUST BE Y OR N - NOT APPLIED'
002950                            TO WS-RPT-CRD-DISP
002960         PERFORM 3900-FLAG-CARD THRU 3900-EXIT
003910     MOVE SEC-ALLOW-DELETE TO AUT-ALLOW-DELETE.
003920     MOVE SEC-KEY-LOW      TO AUT-KEY-LOW.
003930     MOVE SEC-KEY-HIGH     TO AUT-KEY-HIGH.
003935     MOVE SEC-ALLOW-APPROVE TO AUT-ALLOW-APPROVE.
003940 3600-EXIT.
003941     EXIT.
003942
003943*-----------------------------------------------------------------
003944*    3700-SET-RULES
003945*    EDITS AN R CARD AND WRITES THE DUAL-CONTROL RULES RECORD,
003946*    REPLACING THE ONE ON FILE. THE OPERATOR COLUMNS ARE NOT
003947*    USED ON AN R CARD.
003948*-----------------------------------------------------------------
003949 3700-SET-RULES.
003950     MOVE 'RULES' TO WS-RPT-CRD-OPER.
003951
003952     IF (SRL-DUAL-DELETE NOT = 'Y' AND SRL-DUAL-DELETE NOT = 'N')
003953        OR (SRL-DUAL-STATUS NOT = 'Y'
003954            AND SRL-DUAL-STATUS NOT = 'N')
003955         MOVE 'HOLD FLAGS MUST BE Y OR N - NOT APPLIED'
003956                            TO WS-RPT-CRD-DISP
003957         PERFORM 3900-FLAG-CARD THRU 3900-EXIT
003958         GO TO 3700-EXIT
003959     END-IF.
003960
003961     IF SRL-AMOUNT-LIMIT-X = SPACES
003962         MOVE ZERO TO SRL-AMOUNT-LIMIT
003963     END-IF.
003964     IF SRL-AMOUNT-LIMIT NOT NUMERIC
003965         MOVE 'AMOUNT LIMIT NOT NUMERIC - NOT APPLIED'
003966                            TO WS-RPT-CRD-DISP
003967         PERFORM 3900-FLAG-CARD THRU 3900-EXIT
003968         GO TO 3700-EXIT
003969     END-IF.
003970
003971     MOVE SPACES             TO DUAL-CONTROL-RECORD.
003972     MOVE WS-DUAL-CONTROL-ID TO DCT-CONTROL-ID.
003973     MOVE SRL-DUAL-DELETE    TO DCT-DUAL-DELETE.
003974     MOVE SRL-DUAL-STATUS    TO DCT-DUAL-STATUS.
003975     MOVE SRL-AMOUNT-LIMIT   TO DCT-AMOUNT-LIMIT.
003976     MOVE DUAL-CONTROL-RECORD TO WS-SAVE-RULES.
003977
003978     MOVE WS-DUAL-CONTROL-ID TO AUT-OPERATOR-ID.
003979     READ AUTH-FILE
003980         INVALID KEY
003981             CONTINUE
003982     END-READ.
003983
003984     MOVE WS-SAVE-RULES TO DUAL-CONTROL-RECORD.
003985     IF WS-AUT-FILE-STATUS = '00'
003986         REWRITE DUAL-CONTROL-RECORD
003987             INVALID KEY
003988                 MOVE 'RULES COULD NOT BE REWRITTEN'
003989                            TO WS-RPT-CRD-DISP
003990                 PERFORM 3900-FLAG-CARD THRU 3900-EXIT
003991                 GO TO 3700-EXIT
003992         END-REWRITE
003993     ELSE
003994         WRITE DUAL-CONTROL-RECORD
003995             INVALID KEY
003996                 MOVE 'RULES COULD NOT BE WRITTEN'
003997                            TO WS-RPT-CRD-DISP
003998                 PERFORM 3900-FLAG-CARD THRU 3900-EXIT
003999                 GO TO 3700-EXIT
004000         END-WRITE
004001     END-IF.
004002
004003     MOVE 'DUAL-CONTROL RULES SET' TO WS-RPT-CRD-DISP.
004004     PERFORM 3800-LIST-CARD THRU 3800-EXIT.
004006     ADD 1 TO WS-APPLIED-COUNT.
004008 3700-EXIT.
004010     EXIT.
004012
004014*-----------------------------------------------------------------
004016*    3800-LIST-CARD
004018*    LISTS THE CARD AND ITS DISPOSITION.
004020*-----------------------------------------------------------------
004022 3800-LIST-CARD.
004024     MOVE WS-RPT-CARD TO REPORT-RECORD.
004030     WRITE REPORT-RECORD.
004040 3800-EXIT.
004050     EXIT.
004270
004280     PERFORM 5100-LIST-ONE-PROFILE THRU 5100-EXIT
004290         UNTIL WS-LIST-EOF.
004291
004292     IF WS-RULES-ON-FILE
004293         MOVE WS-SAVE-RULES    TO DUAL-CONTROL-RECORD
004294         MOVE DCT-DUAL-DELETE  TO WS-RPT-RUL-DEL
004295         MOVE DCT-DUAL-STATUS  TO WS-RPT-RUL-STAT
004296         MOVE DCT-AMOUNT-LIMIT TO WS-RPT-RUL-LIMIT
004297         MOVE WS-RPT-RULES     TO REPORT-RECORD
004298     ELSE
004299         MOVE WS-RPT-NO-RULES  TO REPORT-RECORD
004300     END-IF.
004301     WRITE REPORT-RECORD.
004304 5000-EXIT.
004310     EXIT.
004320
004330 5100-LIST-ONE-PROFILE.
004360             SET WS-LIST-EOF TO TRUE
004370             GO TO 5100-EXIT
004380     END-READ.
004381
004382*    THE RULES RECORD IS NOT A PROFILE - IT IS LISTED ON ITS
004383*    OWN LINE AFTER THE PROFILES.
004384     IF DCT-IS-RULES-RECORD
004385         SET WS-RULES-ON-FILE TO TRUE
004386         MOVE DUAL-CONTROL-RECORD TO WS-SAVE-RULES
004387         GO TO 5100-EXIT
004388     END-IF.
004393     ADD 1 TO WS-LISTED-COUNT.
004400     MOVE AUT-OPERATOR-ID  TO WS-RPT-PRO-OPER.
004410     MOVE AUT-ALLOW-ADD    TO WS-RPT-PRO-ADD.
004420     MOVE AUT-ALLOW-CHANGE TO WS-RPT-PRO-CHG.
004430     MOVE AUT-ALLOW-DELETE TO WS-RPT-PRO-DEL.
004435     MOVE AUT-ALLOW-APPROVE TO WS-RPT-PRO-APP.
004440     MOVE AUT-KEY-LOW      TO WS-RPT-PRO-LOW.
004450     MOVE AUT-KEY-HIGH     TO WS-RPT-PRO-HIGH.
004460     MOVE WS-RPT-PROFILE TO REPORT-RECORD.
004760
004770     MOVE WS-RUN-MM TO WS-RPT-MM.
004780     MOVE WS-RUN-DD TO WS-RPT-DD.
004790     MOVE WS-RUN-CCYY TO WS-RPT-CCYY.
004800     MOVE WS-RUN-HH TO WS-RPT-HH.
004810     MOVE WS-RUN-MN TO WS-RPT-MN.
004820     MOVE WS-RUN-SS TO WS-RPT-SS.
