000250*    08/22/2026 JH    ONLINE UPDATES NOW WRITE JRNREC
000260*                      BEFORE/AFTER IMAGES THROUGH THE EXJR TD
000270*                      QUEUE SO AN EXRCVR ROLL-FORWARD COVERS
000272*                      THEM TOO - A ROUTINE ONLINE FIX NO
000274*                      LONGER BREAKS THE BEFORE-IMAGE PROOFS.
000276*                      DELETES READ THE RECORD FIRST FOR ITS
000278*                      BEFORE IMAGE, AND UNEXPECTED FILE
000280*                      ERRORS NOW REPORT AS FILE ERRORS
000282*                      INSTEAD OF KEY-NOT-FOUND.
000284*    09/03/2026 JH    OPERATOR AUTHORITY IS NOW CHECKED BEFORE
000286*                      ANYTHING APPLIES. THE SIGNED-ON
000288*                      OPERATOR'S PROFILE ON OPRAUTH (SEE
000290*                      AUTREC) MUST ALLOW THE ACTION AND COVER
000292*                      THE KEY - A REFUSED ATTEMPT COMES BACK
000294*                      WITH A CLEAR MESSAGE AND STILL WRITES AN
000296*                      AUDREC ENTRY SO THE ATTEMPTS ARE ON
000298*                      RECORD. THE SECURITY OFFICER MAINTAINS
000300*                      THE PROFILES THROUGH EXSECM.
000302*    10/15/2026 JH    DUAL CONTROL. A DELETE, A STATUS CHANGE,
000304*                      OR AN AMOUNT CHANGE OVER THE LIMIT ON
000306*                      THE DUAL-CONTROL RULES RECORD (SEE
000308*                      DCTLREC) IS NO LONGER APPLIED - IT IS
000310*                      HELD ON DUALPND (SEE DCPREC) FOR A
000312*                      SECOND OPERATOR TO APPROVE OR DECLINE ON
000314*                      TRANSACTION EXAP, AND AUDITED AS HELD.
000316*    10/15/2026 JH    FOUR-DIGIT YEARS. THE EFFECTIVE AND EXPIRY
000318*                      DATES ARE KEYED CCYYMMDD (INPUT NOW COLS
000320*                      10-65) AND MUST BE REAL CALENDAR DATES
000322*                      (2300-EDIT-DATE). THE MAINTENANCE, AUDIT,
000324*                      JOURNAL, AND APPROVAL DATES CARRY CCYY.
000326*    10/15/2026 JH    JOURNAL ENTRIES CARRY THE OPERATOR ID IN
000328*                      JRN-SOURCE FOR THE EXGLPST GENERAL-LEDGER
000330*                      POSTING.
000332*    10/15/2026 JH    BATCH WINDOW. WHILE THE RUNCTL *WINDOW FLAG
000334*                      IS SET, OR EARLIER DEFERRED UPDATES ARE
000336*                      STILL WAITING, AN EDITED AND AUTHORIZED
000338*                      UPDATE IS QUEUED ON DEFRUPD (SEE DFRREC)
000340*                      FOR EXDEFR AND AUDITED AS DEFERRED.
000342*    10/15/2026 JH    KEY CHECK. EVERY KEY MUST PASS ITS CHECK
000344*                      DIGIT (CK), AND AN ADD MUST BE FOR A KEY
000346*                      ISSUED FROM THE KEY ALLOCATION REGISTER
000348*                      (KEYREG, SEE KEYREC - NI) (2400-CHECK-KEY).
000350*    10/15/2026 JH    FORMATTED SCREEN (MAP EXUPMAP) REPLACES THE
000352*                      KEYED LINE. EACH FIELD IS LABELLED AND
000354*                      EDITED ON ITS OWN, AND A FIELD IN ERROR IS
000356*                      HIGHLIGHTED. A CHANGE OR DELETE SHOWS THE
000358*                      RECORD AS IT STANDS NEXT TO THE NEW VALUES
000360*                      AND WAITS FOR PF10, AND IS NOT APPLIED IF
000362*                      THE RECORD MOVED IN THE MEANTIME. PF-KEY
000364*                      LINKS TO EXBR, EXQI, AND EXPQ CARRY THE
000366*                      KEY (NAVCOM COMMAREA). NOW
000368*                      PSEUDO-CONVERSATIONAL.
000369*    10/15/2026 JH    A DEFERRED UPDATE CARRIES THE SHOWN STAMP.
000370*--------------------------------------------------------------*
000372*    TRANSACTION EXUP RUNS THIS PROGRAM ON THE EXUPMAP SCREEN.
000374*    THE OPERATOR KEYS AN ACTION - A (ADD), C (CHANGE), OR D
000376*    (DELETE) - AND THE MASTER KEY, OR ARRIVES ON PF9 FROM EXBR,
000378*    EXQI, OR EXPQ WITH THE KEY ALREADY CHOSEN FOR A CHANGE:
000380*
000382*      ADD     THE NEW VALUES ARE KEYED AND APPLIED ON ENTER.
000384*      CHANGE  THE RECORD IS SHOWN IN THE CURRENT COLUMN AND
000386*              COPIED INTO THE NEW COLUMN FOR THE OPERATOR TO
000388*              OVERKEY. ENTER EDITS THE NEW VALUES AND SHOWS
000390*              THE CHANGED ONES BRIGHT - PF10 APPLIES THEM,
000392*              PF12 GOES BACK TO THEM.
000394*      DELETE  THE RECORD IS SHOWN - PF10 DELETES IT, PF12
000396*              KEEPS IT.
000406*
000410*    THE SCREEN IS TURNED INTO THE UPDATE LINE (WS-UPDATE-LINE,
000414*    THE DFR-UPDATE IMAGE) - ONE CHANGED FIELD IS NAMED BY ITS
000418*    FIELD-ID, SEVERAL GO AS A WHOLE-RECORD CHANGE - AND IS
000422*    EDITED AND APPLIED FROM THERE. A CHANGE OR DELETE WHOSE
000426*    RECORD NO LONGER MATCHES WHAT WAS SHOWN IS NOT APPLIED -
000430*    THE RECORD IS SHOWN AGAIN AS IT NOW STANDS. PF3 ENDS,
000434*    PF4/PF5/PF6 GO TO EXBR/EXQI/EXPQ WITH THE KEY.
000450*
000460*    THE SAME EDITS EXEMPLO APPLIES IN 3300-VALIDATE-RECORD ARE
000470*    ENFORCED HERE, AND EVERY SUCCESSFUL UPDATE WRITES THE SAME
000480*    AUDREC AUDIT ENTRY AS THE BATCH RUN - KEY, ACTION,
000490*    DATE/TIME, AND THE OPERATOR'S USER ID - THROUGH THE EXAU
000500*    TD QUEUE, WHICH IS DEFINED EXTRAPARTITION ONTO THE AUDIT
000510*    DATASET. THE SCREEN STAYS UP, READY FOR THE NEXT UPDATE.
000521*
000522*    UPDATES THE SECURITY OFFICER HAS PUT UNDER DUAL CONTROL
000523*    (DELETES, STATUS CHANGES, AND AMOUNT CHANGES OVER THE
000525*    LIMIT - SEE DCTLREC) ARE EDITED AND AUTHORITY-CHECKED AS
000527*    USUAL BUT NOT APPLIED. THEY ARE HELD ON DUALPND WITH THE
000529*    RECORD AS IT STANDS AND AS IT WOULD BECOME, AND ONLY THE
000531*    APPROVAL ON TRANSACTION EXAP (EXAPR00) BY A DIFFERENT
000533*    OPERATOR WRITES THE MASTER, JOURNAL, AND AUDIT ENTRIES.
000535*
000537*    WHILE A BATCH RUN HAS THE MASTER (THE BATCH-WINDOW FLAG ON
000539*    RUNCTL IS SET - SEE RCTREC) AN UPDATE IS STILL EDITED AND
000541*    AUTHORITY-CHECKED, BUT IS QUEUED ON DEFRUPD (SEE DFRREC)
000543*    AND AUDITED AS DEFERRED INSTEAD OF APPLIED. EXDEFR APPLIES
000545*    THE QUEUE IN ARRIVAL ORDER ONCE THE WINDOW CLEARS. UNTIL
000547*    IT HAS, A NEW UPDATE JOINS THE BACK OF THE QUEUE RATHER
000549*    THAN OVERTAKING IT.
000551*
000553*    THE KEY MUST PASS ITS CHECK DIGIT, AND A KEY BEING ADDED
000555*    MUST HAVE BEEN ISSUED FROM THE KEY ALLOCATION REGISTER
000557*    (KEYREG, SEE KEYREC) - THE OPERATOR IS TOLD CK OR NI AND
000559*    NOTHING IS UPDATED, DEFERRED, OR HELD.
000561*--------------------------------------------------------------*
000563 ENVIRONMENT DIVISION.
000565 CONFIGURATION SECTION.
000567 SOURCE-COMPUTER.              IBM-370.
000570 OBJECT-COMPUTER.              IBM-370.
000580
000590 DATA DIVISION.
000630*    MAINTENANCE PROGRAM VIA THE OUTMSTR COPYBOOK.
000640*--------------------------------------------------------------*
000650 COPY OUTMSTR REPLACING ==OUTPUT-RECORD== BY ==WS-MASTER-RECORD==.
000651
000652*--------------------------------------------------------------*
000653*    THE RECORD AS LAST SHOWN ON THE SCREEN (NAV-UPD-SHOWN-
000654*    RECORD) - SAME LAYOUT AS OUTMSTR
000655*--------------------------------------------------------------*
000656 01  WS-SHOWN-RECORD.
000657     05  WS-SHN-KEY             PIC X(06).
000658     05  WS-SHN-DESC            PIC X(30).
000659     05  WS-SHN-STATUS          PIC X(01).
000660     05  WS-SHN-EFF-DATE        PIC X(08).
000661     05  WS-SHN-EXP-DATE        PIC X(08).
000662     05  WS-SHN-AMOUNT          PIC S9(07)V99.
000663     05  WS-SHN-MAINT-DATE      PIC X(08).
000664     05  WS-SHN-MAINT-USER      PIC X(08).
000665
000666*--------------------------------------------------------------*
000667*    SCREEN - THE EXUPMAP SYMBOLIC MAP, THE KEY/ATTRIBUTE
000668*    VALUES, AND THE COMMAREA CARRIED BETWEEN THE SCREENS
000669*--------------------------------------------------------------*
000670 COPY EXUPMS.
000671 COPY SCRCTL.
000672 COPY NAVCOM.
000673
000674*--------------------------------------------------------------*
000675*    AUDIT ENTRY - SHARED WITH EXEMPLO VIA THE AUDREC COPYBOOK
000676*--------------------------------------------------------------*
000700 COPY AUDREC REPLACING ==AUDIT-RECORD== BY ==WS-AUDIT-RECORD==.
000710
000720*--------------------------------------------------------------*
000760*    DATASET IS APPENDED TO THE JOURNAL AHEAD OF THE NIGHTLY
000770*    BATCH, SO EXRCVR SEES ONLINE AND BATCH UPDATES IN THE
000780*    ORDER THEY HAPPENED AND ITS BEFORE-IMAGE PROOFS HOLD.
000782*--------------------------------------------------------------*
000784 COPY JRNREC REPLACING ==JOURNAL-RECORD== BY ==WS-JRN-RECORD==.
000786
000788*--------------------------------------------------------------*
000790*    OPERATOR AUTHORITY PROFILE - READ FROM OPRAUTH BY THE
000792*    SIGNED-ON OPERATOR ID BEFORE ANYTHING APPLIES
000794*--------------------------------------------------------------*
000796 COPY AUTREC REPLACING ==AUTH-RECORD== BY ==WS-AUTH-RECORD==.
000798
000800*--------------------------------------------------------------*
000802*    DUAL-CONTROL RULES - READ FROM OPRAUTH UNDER THE RESERVED
000804*    ID *DUALCTL. WITH NO RULES ON FILE, EVERYTHING IS HELD.
000806*--------------------------------------------------------------*
000808 COPY DCTLREC REPLACING ==DUAL-CONTROL-RECORD==
000810                     BY ==WS-DUAL-CONTROL==.
000812 01  WS-DUAL-CONTROL-ID         PIC X(08) VALUE '*DUALCTL'.
000814
000816*--------------------------------------------------------------*
000818*    HELD UPDATE - WRITTEN TO DUALPND FOR A SECOND SIGNATURE
000820*--------------------------------------------------------------*
000822 COPY DCPREC REPLACING ==DUAL-PENDING-RECORD==
000824                    BY ==WS-DUAL-PENDING==.
000826
000828*--------------------------------------------------------------*
000830*    BATCH-WINDOW FLAG - THE *WINDOW RECORD ON RUNCTL
000832*--------------------------------------------------------------*
000834 COPY RCTREC REPLACING ==RUN-CONTROL-RECORD==
000836                    BY ==WS-RUN-CONTROL==.
000838 01  WS-WINDOW-KEY.
000840     05  FILLER                 PIC 9(08) VALUE ZERO.
000842     05  FILLER                 PIC X(08) VALUE '*WINDOW '.
000844
000846*--------------------------------------------------------------*
000848*    DEFERRED UPDATE - WRITTEN TO DEFRUPD WHILE THE WINDOW IS SET
000850*--------------------------------------------------------------*
000852 COPY DFRREC REPLACING ==DEFERRED-UPDATE-RECORD==
000854                    BY ==WS-DEFERRED-UPDATE==.
000856 01  WS-DFR-BROWSE-KEY          PIC X(23) VALUE LOW-VALUES.
000858
000860*--------------------------------------------------------------*
000862*    KEY ALLOCATION REGISTER - THE BLOCK HOLDING AN ADDED KEY
000864*--------------------------------------------------------------*
000866 COPY KEYREC REPLACING ==KEY-BLOCK-RECORD== BY ==WS-KEY-BLOCK==.
000868 01  WS-KRG-RIDFLD              PIC X(05) VALUE SPACES.
000870
000872*--------------------------------------------------------------*
000874*    JOURNAL IMAGES - LOW-VALUES MARKS "NO RECORD" ON THE
000876*    BEFORE SIDE OF AN ADD AND THE AFTER SIDE OF A DELETE
000878*--------------------------------------------------------------*
000880 01  WS-JOURNAL-IMAGES.
000882     05  WS-BEFORE-IMAGE        PIC X(78) VALUE LOW-VALUES.
000884     05  WS-AFTER-IMAGE         PIC X(78) VALUE LOW-VALUES.
000890
000900*--------------------------------------------------------------*
000906*    UPDATE LINE - BUILT FROM THE SCREEN. THE SAME IMAGE AS
000912*    DFR-UPDATE ON DEFRUPD (SEE DFRREC).
000920*--------------------------------------------------------------*
000930 01  WS-UPDATE-LINE.
000940     05  WS-UPD-ACTION          PIC X(01).
001050         88  WS-FLD-AMOUNT                VALUE 'AM'.
001060     05  WS-UPD-DATA.
001070         10  WS-UPD-DESC        PIC X(30).
001072         10  WS-UPD-STATUS      PIC X(01).
001074         10  WS-UPD-EFF-DATE    PIC 9(08).
001076         10  WS-UPD-EFF-DATE-X REDEFINES WS-UPD-EFF-DATE
001078                                PIC X(08).
001080         10  WS-UPD-EXP-DATE    PIC 9(08).
001082         10  WS-UPD-EXP-DATE-X REDEFINES WS-UPD-EXP-DATE
001084                                PIC X(08).
001086         10  WS-UPD-AMOUNT      PIC S9(07)V99.
001088
001090*--------------------------------------------------------------*
001092*    THE ACTION, KEY, AND NEW VALUES AS RECEIVED FROM THE SCREEN
001094*    (THE NEW VALUES IN THE NAV-UPD-NEW-VALUES LAYOUT)
001096*--------------------------------------------------------------*
001098 01  WS-SCREEN-ENTRY.
001100     05  WS-SCR-ACTION          PIC X(01).
001102     05  WS-SCR-KEY             PIC X(06).
001104     05  WS-SCR-NEW-VALUES.
001106         10  WS-SCR-NEW-DESC    PIC X(30).
001108         10  WS-SCR-NEW-STATUS  PIC X(01).
001110         10  WS-SCR-NEW-EFF     PIC X(08).
001112         10  WS-SCR-NEW-EXP     PIC X(08).
001114         10  WS-SCR-NEW-AMOUNT  PIC X(11).
001116
001118 01  WS-SCREEN-SWITCHES.
001120     05  WS-RECEIVE-SW          PIC X(01) VALUE 'N'.
001122         88  WS-RECEIVE-FAILED            VALUE 'Y'.
001124     05  WS-APPLYING-SW         PIC X(01) VALUE 'N'.
001126         88  WS-APPLYING                  VALUE 'Y'.
001128     05  WS-ARRIVING-SW         PIC X(01) VALUE 'N'.
001130         88  WS-ARRIVING                  VALUE 'Y'.
001132
001134*--------------------------------------------------------------*
001136*    FIELDS IN ERROR - EACH IS HIGHLIGHTED ON THE SCREEN
001138*--------------------------------------------------------------*
001140 01  WS-FIELD-ERRORS.
001142     05  WS-ACTION-ERR-SW       PIC X(01) VALUE 'N'.
001144         88  WS-ACTION-IN-ERROR           VALUE 'Y'.
001146     05  WS-KEY-ERR-SW          PIC X(01) VALUE 'N'.
001148         88  WS-KEY-IN-ERROR              VALUE 'Y'.
001150     05  WS-DESC-ERR-SW         PIC X(01) VALUE 'N'.
001152         88  WS-DESC-IN-ERROR             VALUE 'Y'.
001154     05  WS-STATUS-ERR-SW       PIC X(01) VALUE 'N'.
001156         88  WS-STATUS-IN-ERROR           VALUE 'Y'.
001158     05  WS-EFF-ERR-SW          PIC X(01) VALUE 'N'.
001160         88  WS-EFF-IN-ERROR              VALUE 'Y'.
001162     05  WS-EXP-ERR-SW          PIC X(01) VALUE 'N'.
001164         88  WS-EXP-IN-ERROR              VALUE 'Y'.
001166     05  WS-AMOUNT-ERR-SW       PIC X(01) VALUE 'N'.
001168         88  WS-AMOUNT-IN-ERROR           VALUE 'Y'.
001170 01  WS-CHANGE-COUNT            PIC 9(01) COMP VALUE ZERO.
001172
001174*--------------------------------------------------------------*
001176*    AMOUNT EDIT - THE AMOUNT AS KEYED, ONE CHARACTER AT A TIME
001178*--------------------------------------------------------------*
001180 01  WS-AMT-TEXT                PIC X(11) VALUE SPACES.
001182 01  WS-AMT-CHARS REDEFINES WS-AMT-TEXT.
001184     05  WS-AMT-CHAR            PIC X(01) OCCURS 11 TIMES.
001186 01  WS-AMT-DIGIT-X             PIC X(01) VALUE SPACE.
001188 01  WS-AMT-DIGIT REDEFINES WS-AMT-DIGIT-X
001190                                PIC 9(01).
001192 01  WS-AMT-WORK.
001194     05  WS-AMT-IX              PIC 9(02) COMP VALUE ZERO.
001196     05  WS-AMT-INT-COUNT       PIC 9(02) COMP VALUE ZERO.
001198     05  WS-AMT-DEC-COUNT       PIC 9(02) COMP VALUE ZERO.
001200     05  WS-AMT-INTEGER         PIC 9(07) VALUE ZERO.
001202     05  WS-AMT-DECIMALS        PIC 9(02) VALUE ZERO.
001204     05  WS-AMT-SIGN            PIC X(01) VALUE SPACE.
001206     05  WS-AMT-PHASE           PIC X(01) VALUE 'L'.
001208         88  WS-AMT-LEADING               VALUE 'L'.
001210         88  WS-AMT-IN-INTEGER            VALUE 'I'.
001212         88  WS-AMT-IN-DECIMALS           VALUE 'D'.
001214         88  WS-AMT-TRAILING              VALUE 'T'.
001216 01  WS-AMT-SW                  PIC X(01) VALUE 'Y'.
001218     88  WS-AMT-GOOD                      VALUE 'Y'.
001220     88  WS-AMT-BAD                       VALUE 'N'.
001222
001224*--------------------------------------------------------------*
001226*    CICS WORK AREAS
001228*--------------------------------------------------------------*
001230 01  WS-RESP                    PIC S9(08) COMP VALUE ZERO.
001232 01  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
001234 01  WS-ABSTIME                 PIC S9(15) COMP-3 VALUE ZERO.
001236 01  WS-CUR-DATE                PIC 9(08) VALUE ZERO.
001238 01  WS-CUR-TIME                PIC 9(08) VALUE ZERO.
001240 01  WS-CUR-TIME-HHMMSS         PIC 9(06) VALUE ZERO.
001242 01  WS-XCTL-PROGRAM            PIC X(08) VALUE SPACES.
001244 01  WS-EDIT-AMOUNT             PIC -9999999.99.
001246
001248*--------------------------------------------------------------*
001250*    EDIT SWITCH AND LOW-VALUE TALLY - SAME RULES AS THE
001252*    EXEMPLO 3300-VALIDATE-RECORD EDITS
001254*--------------------------------------------------------------*
001256 01  WS-VALID-SW                PIC X(01) VALUE 'Y'.
001258     88  WS-RECORD-VALID                  VALUE 'Y'.
001260     88  WS-RECORD-INVALID                 VALUE 'N'.
001262 01  WS-LOW-VALUE-COUNT         PIC 9(03) COMP VALUE ZERO.
001264 01  WS-DATE-SW                 PIC X(01) VALUE 'Y'.
001266     88  WS-DATE-GOOD                     VALUE 'Y'.
001268     88  WS-DATE-BAD                      VALUE 'N'.
001270
001272*--------------------------------------------------------------*
001274*    CALENDAR DATE EDIT - THE DATE UNDER TEST, SPLIT, AND THE
001276*    DAYS IN EACH MONTH (FEBRUARY IS WORKED OUT FOR THE YEAR)
001278*--------------------------------------------------------------*
001280 01  WS-EDIT-DATE               PIC 9(08) VALUE ZERO.
001282 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
001284     05  WS-EDIT-CCYY           PIC 9(04).
001286     05  WS-EDIT-MM             PIC 9(02).
001288     05  WS-EDIT-DD             PIC 9(02).
001290 01  WS-EDIT-WORK.
001292     05  WS-EDIT-MONTH-DAYS     PIC 9(02) COMP VALUE ZERO.
001294     05  WS-EDIT-QUOT           PIC 9(05) COMP VALUE ZERO.
001296     05  WS-EDIT-REM            PIC 9(04) COMP VALUE ZERO.
001298 01  WS-MONTH-DAYS-TABLE.
001300     05  FILLER                 PIC X(24)
001302                                VALUE '312831303130313130313031'.
001304 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
001306     05  WS-MONTH-DAYS          OCCURS 12 TIMES
001308                                PIC 9(02).
001310
001312*--------------------------------------------------------------*
001314*    KEY CHECK - THE SIXTH POSITION OF THE KEY IS A MOD-11 CHECK
001316*    DIGIT OVER THE FIRST FIVE, WEIGHTED 6-5-4-3-2 (SEE KEYREC)
001318*--------------------------------------------------------------*
001320 01  WS-ISSUED-SW               PIC X(01) VALUE 'N'.
001322     88  WS-KEY-ISSUED                    VALUE 'Y'.
001324     88  WS-KEY-NOT-ISSUED                VALUE 'N'.
001326     88  WS-KEY-REGISTER-ERROR            VALUE 'E'.
001328 01  WS-KCK-KEY                 PIC X(06) VALUE SPACES.
001330 01  WS-KCK-KEY-DIGITS REDEFINES WS-KCK-KEY.
001332     05  WS-KCK-DIGIT           PIC 9(01) OCCURS 6 TIMES.
001334 01  WS-KCK-KEY-PARTS REDEFINES WS-KCK-KEY.
001336     05  WS-KCK-BASE            PIC X(05).
001338     05  FILLER                 PIC X(01).
001340 01  WS-KCK-WEIGHTS             PIC X(05) VALUE '65432'.
001342 01  WS-KCK-WEIGHT-TABLE REDEFINES WS-KCK-WEIGHTS.
001344     05  WS-KCK-WEIGHT          PIC 9(01) OCCURS 5 TIMES.
001346 01  WS-KCK-WORK.
001348     05  WS-KCK-IX              PIC 9(02) COMP VALUE ZERO.
001350     05  WS-KCK-SUM             PIC 9(04) COMP VALUE ZERO.
001352     05  WS-KCK-QUOTIENT        PIC 9(04) COMP VALUE ZERO.
001354     05  WS-KCK-REMAINDER       PIC 9(02) COMP VALUE ZERO.
001356     05  WS-KCK-CHECK           PIC 9(02) COMP VALUE ZERO.
001358 01  WS-KCK-SW                  PIC X(01) VALUE SPACE.
001360     88  WS-KCK-GOOD                      VALUE 'Y'.
001362     88  WS-KCK-BAD                       VALUE 'N' 'U' 'X'.
001364     88  WS-KCK-WRONG-DIGIT               VALUE 'N'.
001366     88  WS-KCK-NO-CHECK-DIGIT            VALUE 'U'.
001368     88  WS-KCK-NOT-NUMERIC               VALUE 'X'.
001370
001372*--------------------------------------------------------------*
001374*    AUTHORITY CHECK RESULT - SET BY 1200-CHECK-AUTHORITY
001376*--------------------------------------------------------------*
001378 01  WS-AUTH-SW                 PIC X(01) VALUE 'N'.
001380     88  WS-AUTHORIZED                    VALUE 'Y'.
001382     88  WS-NOT-AUTHORIZED                 VALUE 'N'.
001384
001386*--------------------------------------------------------------*
001388*    DUAL-CONTROL DECISION - SET BY 4200-CHECK-DUAL-CONTROL AND
001390*    5000-DELETE-MASTER. THE BEFORE FIELDS ARE THE RECORD AS
001392*    READ, AHEAD OF THE OPERATOR'S CHANGE.
001394*--------------------------------------------------------------*
001396 01  WS-HOLD-SW                 PIC X(01) VALUE 'N'.
001398     88  WS-HOLD-FOR-APPROVAL             VALUE 'Y'.
001400     88  WS-APPLY-NOW                     VALUE 'N'.
001402 01  WS-DUAL-REASON             PIC X(08) VALUE SPACES.
001404 01  WS-BEFORE-FIELDS.
001406     05  WS-BEF-STATUS          PIC X(01) VALUE SPACES.
001408     05  WS-BEF-AMOUNT          PIC S9(07)V99 VALUE ZERO.
001410 01  WS-AMOUNT-MOVE             PIC S9(08)V99 COMP-3 VALUE ZERO.
001412
001414*--------------------------------------------------------------*
001416*    BATCH-WINDOW DECISION - SET BY 1400-CHECK-BATCH-WINDOW,
001418*    WITH THE BATCH RUN HOLDING THE WINDOW, IF ANY
001420*--------------------------------------------------------------*
001422 01  WS-WINDOW-SW               PIC X(01) VALUE 'N'.
001424     88  WS-WINDOW-OPEN                   VALUE 'N'.
001426     88  WS-DEFER-UPDATE                  VALUE 'D'.
001428     88  WS-WINDOW-ERROR                  VALUE 'E'.
001430 01  WS-WINDOW-PROGRAM          PIC X(08) VALUE SPACES.
001432
001434*--------------------------------------------------------------*
001436*    OPERATOR MESSAGES
001438*--------------------------------------------------------------*
001440 01  WS-MSG-LINE                PIC X(80) VALUE SPACES.
001442
001444 01  WS-PROMPT-LINE             PIC X(80) VALUE
001446     'KEY AN ACTION (A, C, OR D) AND A KEY, THEN PRESS ENTER.'.
001448
001450 01  WS-RECEIVE-ERROR-LINE      PIC X(80) VALUE
001452     'TERMINAL ERROR ON RECEIVE - PRESS CLEAR AND TRY AGAIN.'.
001454
001456 01  WS-INVALID-LINE            PIC X(80) VALUE
001458     'CORRECT THE HIGHLIGHTED FIELDS - NOTHING UPDATED.'.
001460
001462 01  WS-DUPLICATE-LINE          PIC X(80) VALUE
001464     'KEY IS ALREADY ON THE MASTER - ADD NOT APPLIED.'.
001466
001468 01  WS-NOTFOUND-LINE           PIC X(80) VALUE
001470     'NO MASTER RECORD FOR THAT KEY - NOTHING UPDATED.'.
001472
001474 01  WS-ADDED-LINE              PIC X(80) VALUE
001476     'MASTER RECORD ADDED AND AUDITED.'.
001478
001480 01  WS-CHANGED-LINE            PIC X(80) VALUE
001482     'MASTER RECORD CHANGED AND AUDITED.'.
001484
001486 01  WS-DELETED-LINE            PIC X(80) VALUE
001488     'MASTER RECORD DELETED AND AUDITED.'.
001490
001492 01  WS-IOERR-LINE              PIC X(80) VALUE
001494     'MASTER FILE ERROR - NOTHING UPDATED, CALL SUPPORT.'.
001496
001498 01  WS-REFUSED-LINE            PIC X(80) VALUE
001500     'NOT AUTHORIZED FOR THAT ACTION OR KEY - NOTHING UPDATED.'.
001502
001504 01  WS-AUTHERR-LINE            PIC X(80) VALUE
001506     'AUTHORITY FILE ERROR - NOTHING UPDATED, CALL SUPPORT.'.
001508
001510 01  WS-HELD-LINE               PIC X(80) VALUE
001512     'HELD - A SECOND OPERATOR MUST APPROVE IT ON EXAP.'.
001514
001516 01  WS-ALREADY-HELD-LINE       PIC X(80) VALUE
001518     'AN UPDATE TO THAT KEY IS ALREADY AWAITING APPROVAL.'.
001520
001522 01  WS-PNDERR-LINE             PIC X(80) VALUE
001524     'APPROVAL FILE ERROR - NOTHING UPDATED, CALL SUPPORT.'.
001526
001528 01  WS-DEFERRED-LINE.
001530     05  FILLER                 PIC X(46) VALUE
001532         'ACCEPTED - WILL APPLY AFTER THE BATCH WINDOW. '.
001534     05  FILLER                 PIC X(34) VALUE
001536         'NOTHING UPDATED YET.'.
001538
001540 01  WS-DFRERR-LINE             PIC X(80) VALUE
001542     'DEFRUPD FILE ERROR - NOTHING UPDATED, CALL SUPPORT.'.
001544
001546 01  WS-RCTERR-LINE             PIC X(80) VALUE
001548     'RUNCTL FILE ERROR - NOTHING UPDATED, CALL SUPPORT.'.
001550
001552 01  WS-KEY-CHECK-LINE          PIC X(80) VALUE
001554     'CK - KEY FAILS ITS CHECK DIGIT - NOTHING UPDATED.'.
001556
001558 01  WS-NOT-ISSUED-LINE         PIC X(80) VALUE
001560     'NI - KEY WAS NEVER ISSUED - ADD NOT APPLIED.'.
001562
001564 01  WS-KRGERR-LINE             PIC X(80) VALUE
001566     'KEYREG FILE ERROR - NOTHING UPDATED, CALL SUPPORT.'.
001568
001570 01  WS-ENTRY-ERROR-LINE        PIC X(80) VALUE
001572     'THE ACTION MUST BE A, C, OR D, AND THE KEY IS REQUIRED.'.
001574
001576 01  WS-ADD-PROMPT-LINE         PIC X(80) VALUE
001578     'KEY THE NEW RECORD IN THE NEW COLUMN AND PRESS ENTER.'.
001580
001582 01  WS-ARRIVE-ADD-LINE         PIC X(80) VALUE
001584     'KEY IS NOT ON THE MASTER - KEY ITS VALUES TO ADD IT.'.
001586
001588 01  WS-CHANGE-PROMPT-LINE      PIC X(80) VALUE
001590     'OVERKEY THE NEW VALUES AND PRESS ENTER - PF12 TO ABANDON.'.
001592
001594 01  WS-NO-CHANGE-LINE          PIC X(80) VALUE
001596     'NOTHING HAS BEEN CHANGED - OVERKEY A NEW VALUE OR PF12.'.
001598
001600 01  WS-CONFIRM-CHANGE-LINE     PIC X(80) VALUE
001602     'CHANGES SHOWN BRIGHT - PF10 TO APPLY, PF12 TO GO BACK.'.
001604
001606 01  WS-CONFIRM-DELETE-LINE     PIC X(80) VALUE
001608     'PF10 TO DELETE THIS RECORD, PF12 TO KEEP IT.'.
001610
001612 01  WS-STALE-LINE              PIC X(80) VALUE
001614     'RECORD CHANGED SINCE IT WAS SHOWN - CHECK IT, TRY AGAIN.'.
001616
001618 01  WS-ABANDONED-LINE          PIC X(80) VALUE
001620     'ABANDONED - NOTHING UPDATED.'.
001622
001624 01  WS-KEY-INACTIVE-LINE       PIC X(80) VALUE
001626     'THAT KEY IS NOT ACTIVE ON THIS SCREEN.'.
001628
001630 01  WS-XCTL-ERROR-LINE.
001632     05  FILLER                 PIC X(08) VALUE 'PROGRAM '.
001634     05  WS-XCTL-ERROR-PROGRAM  PIC X(08).
001636     05  FILLER                 PIC X(64) VALUE
001638         ' IS NOT AVAILABLE - THAT SCREEN CANNOT BE SHOWN NOW.'.
001640
001642 LINKAGE SECTION.
001644 01  DFHCOMMAREA                PIC X(600).
001646
001648 PROCEDURE DIVISION.
001650*-----------------------------------------------------------------
001652*    0000-MAINLINE
001654*    A FIRST ENTRY GETS AN EMPTY SCREEN. A TASK STARTED BY
001656*    ANOTHER SCREEN'S TRANSFER SHOWS THE KEY IT CARRIED FOR A
001658*    CHANGE. ANY OTHER TASK IS THE OPERATOR ANSWERING THIS
001660*    SCREEN. THE TASK ENDS BY ASKING CICS TO RUN EXUP AGAIN,
001662*    WITH THE COMMAREA, ON THE NEXT ATTENTION KEY.
001664*-----------------------------------------------------------------
001666 0000-MAINLINE.
001668     IF EIBCALEN NOT = LENGTH OF NAV-COMMAREA
001670         INITIALIZE NAV-COMMAREA
001672         PERFORM 0100-START-FRESH THRU 0100-EXIT
001674     ELSE
001676         MOVE DFHCOMMAREA TO NAV-COMMAREA
001678         IF NAV-THIS-TRANS NOT = 'EXUP'
001680             PERFORM 0200-ARRIVE-BY-TRANSFER THRU 0200-EXIT
001682         ELSE
001684             PERFORM 0300-PROCESS-SCREEN THRU 0300-EXIT
001686         END-IF
001688     END-IF.
001690
001692     MOVE 'EXUP' TO NAV-THIS-TRANS.
001694     EXEC CICS RETURN
001696         TRANSID('EXUP')
001698         COMMAREA(NAV-COMMAREA)
001700         LENGTH(LENGTH OF NAV-COMMAREA)
001702     END-EXEC.
001704
001706*-----------------------------------------------------------------
001708*    0100-START-FRESH
001710*    AN EMPTY MAINTENANCE SCREEN AND THE PROMPT.
001712*-----------------------------------------------------------------
001714 0100-START-FRESH.
001716     INITIALIZE NAV-MAINT-STATE.
001718     MOVE WS-PROMPT-LINE TO WS-MSG-LINE.
001720     PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT.
001722 0100-EXIT.
001724     EXIT.
001726
001728*-----------------------------------------------------------------
001730*    0200-ARRIVE-BY-TRANSFER
001732*    ANOTHER SCREEN PASSED CONTROL HERE. THE KEY IT CARRIED IS
001734*    SHOWN READY FOR A CHANGE - OR, WHEN IT IS NOT ON THE
001736*    MASTER, READY FOR AN ADD. NO KEY GIVES AN EMPTY SCREEN.
001738*-----------------------------------------------------------------
001740 0200-ARRIVE-BY-TRANSFER.
001742     INITIALIZE NAV-MAINT-STATE.
001744     IF NAV-SELECTED-KEY = SPACES
001746         MOVE WS-PROMPT-LINE TO WS-MSG-LINE
001748         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
001750         GO TO 0200-EXIT
001752     END-IF.
001754
001756     MOVE 'C'              TO NAV-UPD-ACTION.
001758     MOVE NAV-SELECTED-KEY TO NAV-UPD-KEY.
001760     SET WS-ARRIVING TO TRUE.
001762     PERFORM 0700-SHOW-RECORD THRU 0700-EXIT.
001764 0200-EXIT.
001766     EXIT.
001768
001770*-----------------------------------------------------------------
001772*    0300-PROCESS-SCREEN
001774*    ACTS ON THE KEY THE OPERATOR PRESSED. CLEAR, PA, PF3, AND
001776*    PF12 NEED NO SCREEN DATA, NOR DO PF10 AND ENTER WHILE A
001778*    CHANGE OR DELETE WAITS FOR CONFIRMATION - THE UPDATE TO
001780*    APPLY IS THE ONE IN THE COMMAREA, NOT WHAT IS ON THE
001782*    SCREEN. EVERY OTHER KEY RECEIVES THE MAP FIRST.
001784*-----------------------------------------------------------------
001786 0300-PROCESS-SCREEN.
001788     MOVE EIBAID TO SCR-AID.
001790
001792     IF SCR-PF3
001794         PERFORM 8900-END-SESSION THRU 8900-EXIT
001796     END-IF.
001798
001800     IF SCR-CLEAR
001802         PERFORM 0100-START-FRESH THRU 0100-EXIT
001804         GO TO 0300-EXIT
001806     END-IF.
001808
001810     IF SCR-PA-KEY
001812         MOVE SPACES TO WS-MSG-LINE
001814         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
001816         GO TO 0300-EXIT
001818     END-IF.
001820
001822     IF SCR-PF12
001824         PERFORM 0850-GO-BACK THRU 0850-EXIT
001826         GO TO 0300-EXIT
001828     END-IF.
001830
001832     IF NAV-UPD-CONFIRM-CHANGE OR NAV-UPD-CONFIRM-DELETE
001834         IF SCR-PF10
001836             PERFORM 0800-APPLY-CONFIRMED THRU 0800-EXIT
001838             GO TO 0300-EXIT
001840         END-IF
001842         IF SCR-ENTER
001844             IF NAV-UPD-CONFIRM-CHANGE
001846                 MOVE WS-CONFIRM-CHANGE-LINE TO WS-MSG-LINE
001848             ELSE
001850                 MOVE WS-CONFIRM-DELETE-LINE TO WS-MSG-LINE
001852             END-IF
001854             PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
001856             GO TO 0300-EXIT
001858         END-IF
001860     END-IF.
001862
001864     PERFORM 0400-RECEIVE-SCREEN THRU 0400-EXIT.
001866     IF WS-RECEIVE-FAILED
001868         MOVE WS-RECEIVE-ERROR-LINE TO WS-MSG-LINE
001870         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
001872         GO TO 0300-EXIT
001874     END-IF.
001876
001878     EVALUATE TRUE
001880         WHEN SCR-ENTER
001882             PERFORM 0500-PROCESS-ENTER THRU 0500-EXIT
001884         WHEN SCR-PF4
001886             MOVE 'EXBRW00' TO WS-XCTL-PROGRAM
001888             PERFORM 8500-TRANSFER THRU 8500-EXIT
001890         WHEN SCR-PF5
001892             MOVE 'EXQRY00' TO WS-XCTL-PROGRAM
001894             PERFORM 8500-TRANSFER THRU 8500-EXIT
001896         WHEN SCR-PF6
001898             MOVE 'EXPNQ00' TO WS-XCTL-PROGRAM
001900             PERFORM 8500-TRANSFER THRU 8500-EXIT
001902         WHEN OTHER
001904             IF NAV-UPD-KEYING
001906                 MOVE WS-SCR-NEW-VALUES TO NAV-UPD-NEW-VALUES
001908             END-IF
001910             MOVE WS-KEY-INACTIVE-LINE TO WS-MSG-LINE
001912             PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
001914     END-EVALUATE.
001916 0300-EXIT.
001918     EXIT.
001920
001922*-----------------------------------------------------------------
001924*    0400-RECEIVE-SCREEN
001926*    RECEIVES THE MAP AND TAKES THE ACTION, KEY, AND NEW VALUES
001928*    FROM IT. MAPFAIL - NO FIELD SENT - IS AN EMPTY SCREEN, NOT
001930*    AN ERROR.
001932*-----------------------------------------------------------------
001934 0400-RECEIVE-SCREEN.
001936     MOVE LOW-VALUES TO EXUPMAPI.
001938     EXEC CICS RECEIVE
001940         MAP('EXUPMAP')
001942         MAPSET('EXUPMS')
001944         INTO(EXUPMAPI)
001946         RESP(WS-RESP)
001948     END-EXEC.
001950
001952     IF WS-RESP NOT = DFHRESP(NORMAL)
001954        AND WS-RESP NOT = DFHRESP(MAPFAIL)
001956         SET WS-RECEIVE-FAILED TO TRUE
001958         GO TO 0400-EXIT
001960     END-IF.
001962
001964     MOVE UPACTI  TO WS-SCR-ACTION.
001966     MOVE UPKEYI  TO WS-SCR-KEY.
001968     MOVE UPNDESCI TO WS-SCR-NEW-DESC.
001970     MOVE UPNSTATI TO WS-SCR-NEW-STATUS.
001972     MOVE UPNEFFI TO WS-SCR-NEW-EFF.
001974     MOVE UPNEXPI TO WS-SCR-NEW-EXP.
001976     MOVE UPNAMTI TO WS-SCR-NEW-AMOUNT.
001978     INSPECT WS-SCREEN-ENTRY REPLACING ALL LOW-VALUE BY SPACE.
001980 0400-EXIT.
001982     EXIT.
001984
001986*-----------------------------------------------------------------
001988*    0500-PROCESS-ENTER
001990*    THE SAME ACTION AND KEY AS THE NEW VALUES BEING KEYED
001992*    MEANS THEY ARE READY TO EDIT. ANYTHING ELSE STARTS A NEW
001994*    UPDATE - AN ADD IS EDITED AT ONCE IF ITS VALUES ARE
001996*    ALREADY KEYED, A CHANGE OR DELETE SHOWS THE RECORD.
001998*-----------------------------------------------------------------
002000 0500-PROCESS-ENTER.
002002     IF WS-SCR-ACTION NOT = 'A' AND WS-SCR-ACTION NOT = 'C'
002004        AND WS-SCR-ACTION NOT = 'D'
002006         SET WS-ACTION-IN-ERROR TO TRUE
002008     END-IF.
002010     IF WS-SCR-KEY = SPACES
002012         SET WS-KEY-IN-ERROR TO TRUE
002014     END-IF.
002016     IF WS-ACTION-IN-ERROR OR WS-KEY-IN-ERROR
002018         INITIALIZE NAV-MAINT-STATE
002020         MOVE WS-SCR-ACTION TO NAV-UPD-ACTION
002022         MOVE WS-SCR-KEY    TO NAV-UPD-KEY
002024         MOVE WS-ENTRY-ERROR-LINE TO WS-MSG-LINE
002026         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
002028         GO TO 0500-EXIT
002030     END-IF.
002032
002034     MOVE WS-SCR-KEY TO NAV-SELECTED-KEY.
002036     IF NAV-UPD-KEYING
002038        AND WS-SCR-ACTION = NAV-UPD-ACTION
002040        AND WS-SCR-KEY    = NAV-UPD-KEY
002042         MOVE WS-SCR-NEW-VALUES TO NAV-UPD-NEW-VALUES
002044         PERFORM 0600-EDIT-NEW-VALUES THRU 0600-EXIT
002046         GO TO 0500-EXIT
002048     END-IF.
002050
002052     INITIALIZE NAV-MAINT-STATE.
002054     MOVE WS-SCR-ACTION TO NAV-UPD-ACTION.
002056     MOVE WS-SCR-KEY    TO NAV-UPD-KEY.
002058     IF WS-SCR-ACTION NOT = 'A'
002060         PERFORM 0700-SHOW-RECORD THRU 0700-EXIT
002062         GO TO 0500-EXIT
002064     END-IF.
002066
002068     SET NAV-UPD-KEYING TO TRUE.
002070     MOVE WS-SCR-NEW-VALUES TO NAV-UPD-NEW-VALUES.
002072     IF WS-SCR-NEW-VALUES = SPACES
002074         MOVE WS-ADD-PROMPT-LINE TO WS-MSG-LINE
002076         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
002078     ELSE
002080         PERFORM 0600-EDIT-NEW-VALUES THRU 0600-EXIT
002082     END-IF.
002084 0500-EXIT.
002086     EXIT.
002088
002090*-----------------------------------------------------------------
002092*    0600-EDIT-NEW-VALUES
002094*    TURNS THE NEW COLUMN INTO THE UPDATE LINE AND EDITS IT. A
002096*    CHANGE NAMES THE ONE FIELD CHANGED, OR GOES AS A
002098*    WHOLE-RECORD CHANGE WHEN SEVERAL ARE. AN ADD THAT PASSES
002100*    IS APPLIED AT ONCE. A CHANGE THAT PASSES IS HELD IN THE
002102*    COMMAREA AND SHOWN FOR PF10.
002104*-----------------------------------------------------------------
002106 0600-EDIT-NEW-VALUES.
002108     MOVE SPACES             TO WS-UPDATE-LINE.
002110     MOVE NAV-UPD-ACTION     TO WS-UPD-ACTION.
002112     MOVE NAV-UPD-KEY        TO WS-UPD-KEY.
002114     MOVE NAV-UPD-NEW-DESC   TO WS-UPD-DESC.
002116     MOVE NAV-UPD-NEW-STATUS TO WS-UPD-STATUS.
002118     MOVE NAV-UPD-NEW-EFF    TO WS-UPD-EFF-DATE-X.
002120     MOVE NAV-UPD-NEW-EXP    TO WS-UPD-EXP-DATE-X.
002122     MOVE NAV-UPD-NEW-AMOUNT TO WS-AMT-TEXT.
002124     PERFORM 2500-EDIT-AMOUNT THRU 2500-EXIT.
002126
002128     IF WS-UPD-CHANGE
002130         PERFORM 0610-FIND-CHANGES THRU 0610-EXIT
002132         IF WS-CHANGE-COUNT = ZERO
002134             MOVE WS-NO-CHANGE-LINE TO WS-MSG-LINE
002136             PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
002138             GO TO 0600-EXIT
002140         END-IF
002142     END-IF.
002144
002146     PERFORM 2000-VALIDATE-INPUT THRU 2000-EXIT.
002148     IF WS-RECORD-INVALID
002150         MOVE WS-INVALID-LINE TO WS-MSG-LINE
002152         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
002154         GO TO 0600-EXIT
002156     END-IF.
002158
002160     IF WS-UPD-ADD
002162         SET WS-APPLYING TO TRUE
002164         PERFORM 1000-PROCESS-UPDATE THRU 1000-EXIT
002166         GO TO 0600-EXIT
002168     END-IF.
002170
002172     MOVE WS-UPDATE-LINE TO NAV-UPD-LINE.
002174     SET NAV-UPD-CONFIRM-CHANGE TO TRUE.
002176     MOVE WS-CONFIRM-CHANGE-LINE TO WS-MSG-LINE.
002178     PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT.
002180 0600-EXIT.
002182     EXIT.
002184
002186*-----------------------------------------------------------------
002188*    0610-FIND-CHANGES
002190*    COMPARES THE NEW VALUES WITH THE RECORD AS SHOWN, FLAGS
002192*    EACH FIELD CHANGED, AND SETS THE FIELD-ID - THE FIELD'S
002194*    OWN FOR ONE CHANGE, BLANK (EVERY FIELD) FOR SEVERAL. AN
002196*    AMOUNT THAT WILL NOT EDIT COUNTS AS CHANGED SO THE EDITS
002198*    FLAG IT.
002200*-----------------------------------------------------------------
002202 0610-FIND-CHANGES.
002204     MOVE NAV-UPD-SHOWN-RECORD TO WS-SHOWN-RECORD.
002206     MOVE SPACES TO NAV-UPD-CHANGED.
002208     MOVE ZERO   TO WS-CHANGE-COUNT.
002210
002212     IF WS-UPD-DESC NOT = WS-SHN-DESC
002214         MOVE 'Y'  TO NAV-UPD-DESC-CHG
002216         MOVE 'DS' TO WS-UPD-FIELD-ID
002218         ADD 1 TO WS-CHANGE-COUNT
002220     END-IF.
002222     IF WS-UPD-STATUS NOT = WS-SHN-STATUS
002224         MOVE 'Y'  TO NAV-UPD-STATUS-CHG
002226         MOVE 'ST' TO WS-UPD-FIELD-ID
002228         ADD 1 TO WS-CHANGE-COUNT
002230     END-IF.
002232     IF WS-UPD-EFF-DATE-X NOT = WS-SHN-EFF-DATE
002234         MOVE 'Y'  TO NAV-UPD-EFF-CHG
002236         MOVE 'EF' TO WS-UPD-FIELD-ID
002238         ADD 1 TO WS-CHANGE-COUNT
002240     END-IF.
002242     IF WS-UPD-EXP-DATE-X NOT = WS-SHN-EXP-DATE
002244         MOVE 'Y'  TO NAV-UPD-EXP-CHG
002246         MOVE 'EX' TO WS-UPD-FIELD-ID
002248         ADD 1 TO WS-CHANGE-COUNT
002250     END-IF.
002252     IF WS-AMT-BAD
002254         MOVE 'Y' TO NAV-UPD-AMOUNT-CHG
002256     ELSE
002258         IF WS-UPD-AMOUNT NOT = WS-SHN-AMOUNT
002260             MOVE 'Y' TO NAV-UPD-AMOUNT-CHG
002262         END-IF
002264     END-IF.
002266     IF NAV-UPD-AMOUNT-CHG = 'Y'
002268         MOVE 'AM' TO WS-UPD-FIELD-ID
002270         ADD 1 TO WS-CHANGE-COUNT
002272     END-IF.
002274
002276     IF WS-CHANGE-COUNT > 1
002278         MOVE SPACES TO WS-UPD-FIELD-ID
002280     END-IF.
002282 0610-EXIT.
002284     EXIT.
002286
002288*-----------------------------------------------------------------
002290*    0700-SHOW-RECORD
002292*    PROVES THE KEY AND READS THE RECORD FOR A CHANGE OR
002294*    DELETE. A CHANGE COPIES IT INTO THE NEW COLUMN FOR THE
002296*    OPERATOR TO OVERKEY; A DELETE WAITS FOR PF10.
002298*-----------------------------------------------------------------
002300 0700-SHOW-RECORD.
002302     MOVE SPACES         TO WS-UPDATE-LINE.
002304     MOVE NAV-UPD-ACTION TO WS-UPD-ACTION.
002306     MOVE NAV-UPD-KEY    TO WS-UPD-KEY.
002308     PERFORM 2400-CHECK-KEY THRU 2400-EXIT.
002310     IF WS-RECORD-INVALID
002312         GO TO 0700-EXIT
002314     END-IF.
002316
002318     EXEC CICS READ
002320         DATASET('OUTFILE')
002322         INTO(WS-MASTER-RECORD)
002324         RIDFLD(WS-UPD-KEY)
002326         RESP(WS-RESP)
002328     END-EXEC.
002330
002332     IF WS-RESP NOT = DFHRESP(NORMAL)
002334         IF WS-RESP = DFHRESP(NOTFND)
002336             IF WS-ARRIVING
002338                 MOVE 'A' TO NAV-UPD-ACTION
002340                 SET NAV-UPD-KEYING TO TRUE
002342                 MOVE WS-ARRIVE-ADD-LINE TO WS-MSG-LINE
002344             ELSE
002346                 SET WS-KEY-IN-ERROR TO TRUE
002348                 MOVE WS-NOTFOUND-LINE TO WS-MSG-LINE
002350             END-IF
002352         ELSE
002354             MOVE WS-IOERR-LINE TO WS-MSG-LINE
002356         END-IF
002358         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
002360         GO TO 0700-EXIT
002362     END-IF.
002364
002366     MOVE WS-MASTER-RECORD TO NAV-UPD-SHOWN-RECORD.
002368     IF WS-UPD-DELETE
002370         MOVE WS-UPDATE-LINE TO NAV-UPD-LINE
002372         SET NAV-UPD-CONFIRM-DELETE TO TRUE
002374         MOVE WS-CONFIRM-DELETE-LINE TO WS-MSG-LINE
002376         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
002378         GO TO 0700-EXIT
002380     END-IF.
002382
002384     MOVE OUT-DESC       TO NAV-UPD-NEW-DESC.
002386     MOVE OUT-STATUS     TO NAV-UPD-NEW-STATUS.
002388     MOVE OUT-EFF-DATE   TO NAV-UPD-NEW-EFF.
002390     MOVE OUT-EXP-DATE   TO NAV-UPD-NEW-EXP.
002392     MOVE OUT-AMOUNT     TO WS-EDIT-AMOUNT.
002394     MOVE WS-EDIT-AMOUNT TO NAV-UPD-NEW-AMOUNT.
002396     SET NAV-UPD-KEYING TO TRUE.
002398     MOVE WS-CHANGE-PROMPT-LINE TO WS-MSG-LINE.
002400     PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT.
002402 0700-EXIT.
002404     EXIT.
002406
002408*-----------------------------------------------------------------
002410*    0800-APPLY-CONFIRMED
002412*    PF10 - APPLIES THE CHANGE OR DELETE HELD IN THE COMMAREA,
002414*    EXACTLY AS IT WAS SHOWN.
002416*-----------------------------------------------------------------
002418 0800-APPLY-CONFIRMED.
002420     MOVE NAV-UPD-LINE TO WS-UPDATE-LINE.
002422     SET WS-APPLYING TO TRUE.
002424     PERFORM 1000-PROCESS-UPDATE THRU 1000-EXIT.
002426 0800-EXIT.
002428     EXIT.
002430
002432*-----------------------------------------------------------------
002434*    0850-GO-BACK
002436*    PF12 - FROM A CHANGE AWAITING PF10, BACK TO ITS NEW VALUES.
002438*    FROM THE NEW VALUES OR A DELETE AWAITING PF10, THE UPDATE
002440*    IS ABANDONED.
002442*-----------------------------------------------------------------
002444 0850-GO-BACK.
002446     EVALUATE TRUE
002448         WHEN NAV-UPD-CONFIRM-CHANGE
002450             SET NAV-UPD-KEYING TO TRUE
002452             MOVE SPACES TO NAV-UPD-LINE
002454             MOVE WS-CHANGE-PROMPT-LINE TO WS-MSG-LINE
002456         WHEN NAV-UPD-KEYING OR NAV-UPD-CONFIRM-DELETE
002458             SET NAV-UPD-ENTRY TO TRUE
002460             MOVE SPACES TO NAV-UPD-SHOWN-RECORD
002462                            NAV-UPD-NEW-VALUES
002464                            NAV-UPD-CHANGED
002466                            NAV-UPD-LINE
002468             MOVE WS-ABANDONED-LINE TO WS-MSG-LINE
002470         WHEN OTHER
002472             MOVE WS-KEY-INACTIVE-LINE TO WS-MSG-LINE
002474     END-EVALUATE.
002476     PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT.
002478 0850-EXIT.
002480     EXIT.
002482
002484*-----------------------------------------------------------------
002486*    1000-PROCESS-UPDATE
002488*    EDITS THE UPDATE LINE WITH THE SAME RULES AS EXEMPLO AND
002490*    ROUTES IT TO THE ADD, CHANGE, OR DELETE PARAGRAPH.
002492*-----------------------------------------------------------------
002494 1000-PROCESS-UPDATE.
002496     PERFORM 1100-GET-USER-AND-TIME THRU 1100-EXIT.
002498     PERFORM 2000-VALIDATE-INPUT    THRU 2000-EXIT.
002500
002502     IF WS-RECORD-INVALID
002504         MOVE WS-INVALID-LINE TO WS-MSG-LINE
002506         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
002508         GO TO 1000-EXIT
002510     END-IF.
002512
002514     PERFORM 2400-CHECK-KEY THRU 2400-EXIT.
002516     IF WS-RECORD-INVALID
002518         GO TO 1000-EXIT
002520     END-IF.
002522
002524     PERFORM 1200-CHECK-AUTHORITY THRU 1200-EXIT.
002526     IF WS-NOT-AUTHORIZED
002528         GO TO 1000-EXIT
002530     END-IF.
002532
002534     PERFORM 1400-CHECK-BATCH-WINDOW THRU 1400-EXIT.
002536     IF WS-WINDOW-ERROR
002538         GO TO 1000-EXIT
002540     END-IF.
002542     IF WS-DEFER-UPDATE
002544         PERFORM 6700-DEFER-UPDATE THRU 6700-EXIT
002546         GO TO 1000-EXIT
002548     END-IF.
002550
002552     PERFORM 1300-LOAD-DUAL-RULES THRU 1300-EXIT.
002554
002556     EVALUATE TRUE
002558         WHEN WS-UPD-ADD
002560             PERFORM 3000-ADD-MASTER    THRU 3000-EXIT
002562         WHEN WS-UPD-CHANGE
002564             PERFORM 4000-CHANGE-MASTER THRU 4000-EXIT
002566         WHEN WS-UPD-DELETE
002568             PERFORM 5000-DELETE-MASTER THRU 5000-EXIT
002570     END-EVALUATE.
002572 1000-EXIT.
002574     EXIT.
002576
002578*-----------------------------------------------------------------
002580*    1100-GET-USER-AND-TIME
002582*    PICKS UP THE OPERATOR'S USER ID AND THE CURRENT DATE AND
002584*    TIME FOR THE AUDIT ENTRY AND THE MAINTENANCE STAMP.
002586*-----------------------------------------------------------------
002588 1100-GET-USER-AND-TIME.
002590     EXEC CICS ASSIGN
002592         USERID(WS-OPERATOR-ID)
002594     END-EXEC.
002596     EXEC CICS ASKTIME
002598         ABSTIME(WS-ABSTIME)
002600     END-EXEC.
002602     EXEC CICS FORMATTIME
002604         ABSTIME(WS-ABSTIME)
002606         YYYYMMDD(WS-CUR-DATE)
002608         TIME(WS-CUR-TIME-HHMMSS)
002610     END-EXEC.
002612     COMPUTE WS-CUR-TIME = WS-CUR-TIME-HHMMSS * 100.
002614 1100-EXIT.
002616     EXIT.
002618
002620*-----------------------------------------------------------------
002622*    1200-CHECK-AUTHORITY
002624*    READS THE SIGNED-ON OPERATOR'S PROFILE FROM OPRAUTH AND
002626*    PROVES THE ACTION AND KEY AGAINST IT. NO PROFILE MEANS NO
002628*    AUTHORITY. A REFUSAL TELLS THE OPERATOR AND STILL WRITES
002630*    THE AUDIT ENTRY SO THE ATTEMPT IS ON RECORD.
002632*-----------------------------------------------------------------
002634 1200-CHECK-AUTHORITY.
002636     SET WS-NOT-AUTHORIZED TO TRUE.
002638
002640     EXEC CICS READ
002642         DATASET('OPRAUTH')
002644         INTO(WS-AUTH-RECORD)
002646         RIDFLD(WS-OPERATOR-ID)
002648         RESP(WS-RESP)
002650     END-EXEC.
002652
002654     IF WS-RESP NOT = DFHRESP(NORMAL)
002656         IF WS-RESP = DFHRESP(NOTFND)
002658             PERFORM 1250-REFUSE-ATTEMPT THRU 1250-EXIT
002660         ELSE
002662             MOVE WS-AUTHERR-LINE TO WS-MSG-LINE
002664             PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
002666         END-IF
002668         GO TO 1200-EXIT
002670     END-IF.
002672
002674     EVALUATE TRUE
002676         WHEN WS-UPD-ADD AND NOT AUT-MAY-ADD
002678             PERFORM 1250-REFUSE-ATTEMPT THRU 1250-EXIT
002680             GO TO 1200-EXIT
002682         WHEN WS-UPD-CHANGE AND NOT AUT-MAY-CHANGE
002684             PERFORM 1250-REFUSE-ATTEMPT THRU 1250-EXIT
002686             GO TO 1200-EXIT
002688         WHEN WS-UPD-DELETE AND NOT AUT-MAY-DELETE
002690             PERFORM 1250-REFUSE-ATTEMPT THRU 1250-EXIT
002692             GO TO 1200-EXIT
002694         WHEN OTHER
002696             CONTINUE
002698     END-EVALUATE.
002700
002702     IF (AUT-KEY-LOW NOT = SPACES
002704         AND WS-UPD-KEY < AUT-KEY-LOW)
002706      OR (AUT-KEY-HIGH NOT = SPACES
002708          AND WS-UPD-KEY > AUT-KEY-HIGH)
002710         PERFORM 1250-REFUSE-ATTEMPT THRU 1250-EXIT
002712         GO TO 1200-EXIT
002714     END-IF.
002716
002718     SET WS-AUTHORIZED TO TRUE.
002720 1200-EXIT.
002722     EXIT.
002724
002726*-----------------------------------------------------------------
002728*    1250-REFUSE-ATTEMPT
002730*    THE ATTEMPT IS OUTSIDE THE OPERATOR'S AUTHORITY - TELL
002732*    THE OPERATOR AND PUT THE ATTEMPT ON THE AUDIT TRAIL.
002734*-----------------------------------------------------------------
002736 1250-REFUSE-ATTEMPT.
002738     MOVE 'REFUSED' TO AUD-ACTION.
002740     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
002742     MOVE WS-REFUSED-LINE TO WS-MSG-LINE.
002744     PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT.
002746 1250-EXIT.
002748     EXIT.
002750
002752*-----------------------------------------------------------------
002754*    1300-LOAD-DUAL-RULES
002756*    READS THE DUAL-CONTROL RULES RECORD. WITHOUT ONE, EVERY
002758*    DELETE, STATUS CHANGE, AND AMOUNT CHANGE IS HELD - THE
002760*    SAFE SIDE UNTIL THE SECURITY OFFICER SETS THE RULES.
002762*-----------------------------------------------------------------
002764 1300-LOAD-DUAL-RULES.
002766     EXEC CICS READ
002768         DATASET('OPRAUTH')
002770         INTO(WS-DUAL-CONTROL)
002772         RIDFLD(WS-DUAL-CONTROL-ID)
002774         RESP(WS-RESP)
002776     END-EXEC.
002778
002780     IF WS-RESP NOT = DFHRESP(NORMAL)
002782         MOVE WS-DUAL-CONTROL-ID TO DCT-CONTROL-ID
002784         MOVE 'Y'                TO DCT-DUAL-DELETE
002786                                    DCT-DUAL-STATUS
002788         MOVE ZERO               TO DCT-AMOUNT-LIMIT
002790     END-IF.
002792 1300-EXIT.
002794     EXIT.
002796
002798*-----------------------------------------------------------------
002800*    1400-CHECK-BATCH-WINDOW
002802*    DEFERS THE UPDATE WHILE THE BATCH-WINDOW FLAG IS SET, AND
002804*    ALSO WHILE ANY UPDATE DEFERRED EARLIER IS STILL WAITING ON
002806*    DEFRUPD FOR EXDEFR, SO UPDATES LAND IN THE ORDER THEY WERE
002808*    KEYED. NO WINDOW RECORD MEANS NO BATCH RUN HAS EVER SET
002810*    ONE. A FILE ERROR ON EITHER DATASET STOPS THE UPDATE.
002812*-----------------------------------------------------------------
002814 1400-CHECK-BATCH-WINDOW.
002816     SET WS-WINDOW-OPEN TO TRUE.
002818     MOVE SPACES TO WS-WINDOW-PROGRAM.
002820
002822     EXEC CICS READ
002824         DATASET('RUNCTL')
002826         INTO(WS-RUN-CONTROL)
002828         RIDFLD(WS-WINDOW-KEY)
002830         RESP(WS-RESP)
002832     END-EXEC.
002834
002836     IF WS-RESP = DFHRESP(NORMAL)
002838         IF RCT-WINDOW-SET
002840             MOVE RCT-WINDOW-PROGRAM TO WS-WINDOW-PROGRAM
002842             SET WS-DEFER-UPDATE TO TRUE
002844             GO TO 1400-EXIT
002846         END-IF
002848     ELSE
002850         IF WS-RESP NOT = DFHRESP(NOTFND)
002852             SET WS-WINDOW-ERROR TO TRUE
002854             MOVE WS-RCTERR-LINE TO WS-MSG-LINE
002856             PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
002858             GO TO 1400-EXIT
002860         END-IF
002862     END-IF.
002864
002866     MOVE LOW-VALUES TO WS-DFR-BROWSE-KEY.
002868     EXEC CICS STARTBR
002870         DATASET('DEFRUPD')
002872         RIDFLD(WS-DFR-BROWSE-KEY)
002874         GTEQ
002876         RESP(WS-RESP)
002878     END-EXEC.
002880
002882     IF WS-RESP NOT = DFHRESP(NORMAL)
002884         IF WS-RESP NOT = DFHRESP(NOTFND)
002886             SET WS-WINDOW-ERROR TO TRUE
002888             MOVE WS-DFRERR-LINE TO WS-MSG-LINE
002890             PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
002892         END-IF
002894         GO TO 1400-EXIT
002896     END-IF.
002898
002900     EXEC CICS READNEXT
002902         DATASET('DEFRUPD')
002904         INTO(WS-DEFERRED-UPDATE)
002906         RIDFLD(WS-DFR-BROWSE-KEY)
002908         RESP(WS-RESP)
002910     END-EXEC.
002912     IF WS-RESP = DFHRESP(NORMAL)
002914         SET WS-DEFER-UPDATE TO TRUE
002916     END-IF.
002918     EXEC CICS ENDBR
002920         DATASET('DEFRUPD')
002922     END-EXEC.
002924 1400-EXIT.
002926     EXIT.
002928
002930*-----------------------------------------------------------------
002932*    2000-VALIDATE-INPUT
002934*    THE SAME EDITS EXEMPLO APPLIES IN 3300-VALIDATE-RECORD:
002936*    AN ADD (FIELD-ID MUST BE BLANK) OR A WHOLE-RECORD CHANGE
002938*    NEEDS A FULL VALID FIELD SET - A CHANGE NAMING ONE FIELD
002940*    IS EDITED ON THAT FIELD ALONE - A DELETE CARRIES NO
002942*    BUSINESS FIELDS.
002944*-----------------------------------------------------------------
002946 2000-VALIDATE-INPUT.
002948     SET WS-RECORD-VALID TO TRUE.
002950
002952     IF WS-UPD-KEY = SPACES OR LOW-VALUES
002954         SET WS-RECORD-INVALID TO TRUE
002956         SET WS-KEY-IN-ERROR   TO TRUE
002958         GO TO 2000-EXIT
002960     END-IF.
002962
002964     EVALUATE TRUE
002966         WHEN WS-UPD-DELETE
002968             CONTINUE
002970         WHEN WS-UPD-ADD
002972             IF NOT WS-FLD-ALL
002974                 SET WS-RECORD-INVALID TO TRUE
002976             ELSE
002978                 PERFORM 2100-VALIDATE-ALL-FIELDS THRU 2100-EXIT
002980             END-IF
002982         WHEN WS-UPD-CHANGE AND WS-FLD-ALL
002984             PERFORM 2100-VALIDATE-ALL-FIELDS THRU 2100-EXIT
002986         WHEN WS-UPD-CHANGE
002988             PERFORM 2200-VALIDATE-ONE-FIELD  THRU 2200-EXIT
002990         WHEN OTHER
002992             SET WS-RECORD-INVALID  TO TRUE
002994             SET WS-ACTION-IN-ERROR TO TRUE
002996     END-EVALUATE.
002998 2000-EXIT.
003000     EXIT.
003002
003004*-----------------------------------------------------------------
003006*    2100-VALIDATE-ALL-FIELDS
003008*    EDITS THE FULL SET OF BUSINESS FIELDS, FLAGGING EACH
003010*    FIELD THAT FAILS.
003012*-----------------------------------------------------------------
003014 2100-VALIDATE-ALL-FIELDS.
003016     MOVE ZERO TO WS-LOW-VALUE-COUNT.
003018     IF WS-UPD-DESC = SPACES
003020         SET WS-RECORD-INVALID TO TRUE
003022         SET WS-DESC-IN-ERROR  TO TRUE
003024     END-IF.
003026     INSPECT WS-UPD-DESC TALLYING WS-LOW-VALUE-COUNT
003028         FOR ALL LOW-VALUE.
003030     IF WS-LOW-VALUE-COUNT > ZERO
003032         SET WS-RECORD-INVALID TO TRUE
003034         SET WS-DESC-IN-ERROR  TO TRUE
003036     END-IF.
003038     IF WS-UPD-STATUS NOT = 'A' AND WS-UPD-STATUS NOT = 'I'
003040         SET WS-RECORD-INVALID  TO TRUE
003042         SET WS-STATUS-IN-ERROR TO TRUE
003044     END-IF.
003046     IF WS-UPD-AMOUNT NOT NUMERIC
003048         SET WS-RECORD-INVALID  TO TRUE
003050         SET WS-AMOUNT-IN-ERROR TO TRUE
003052     END-IF.
003054*    A DATE MUST BE A REAL CALENDAR DATE, AS IN EXEMPLO.
003056     MOVE WS-UPD-EFF-DATE TO WS-EDIT-DATE-X.
003058     PERFORM 2300-EDIT-DATE THRU 2300-EXIT.
003060     IF WS-DATE-BAD
003062         SET WS-EFF-IN-ERROR TO TRUE
003064     END-IF.
003066     MOVE WS-UPD-EXP-DATE TO WS-EDIT-DATE-X.
003068     PERFORM 2300-EDIT-DATE THRU 2300-EXIT.
003070     IF WS-DATE-BAD
003072         SET WS-EXP-IN-ERROR TO TRUE
003074     END-IF.
003076 2100-EXIT.
003078     EXIT.
003080
003082*-----------------------------------------------------------------
003084*    2200-VALIDATE-ONE-FIELD
003086*    EDITS ONLY THE FIELD NAMED BY THE FIELD-ID ON A CHANGE.
003088*    AN UNRECOGNIZED FIELD-ID FAILS THE EDIT.
003090*-----------------------------------------------------------------
003092 2200-VALIDATE-ONE-FIELD.
003094     MOVE ZERO TO WS-LOW-VALUE-COUNT.
003096     EVALUATE TRUE
003098         WHEN WS-FLD-DESC
003100             IF WS-UPD-DESC = SPACES
003102                 SET WS-RECORD-INVALID TO TRUE
003104                 SET WS-DESC-IN-ERROR  TO TRUE
003106             END-IF
003108             INSPECT WS-UPD-DESC TALLYING WS-LOW-VALUE-COUNT
003110                 FOR ALL LOW-VALUE
003112             IF WS-LOW-VALUE-COUNT > ZERO
003114                 SET WS-RECORD-INVALID TO TRUE
003116                 SET WS-DESC-IN-ERROR  TO TRUE
003118             END-IF
003120         WHEN WS-FLD-STATUS
003122             IF WS-UPD-STATUS NOT = 'A'
003124                AND WS-UPD-STATUS NOT = 'I'
003126                 SET WS-RECORD-INVALID  TO TRUE
003128                 SET WS-STATUS-IN-ERROR TO TRUE
003130             END-IF
003132         WHEN WS-FLD-EFF-DATE
003134             MOVE WS-UPD-EFF-DATE TO WS-EDIT-DATE-X
003136             PERFORM 2300-EDIT-DATE THRU 2300-EXIT
003138             IF WS-DATE-BAD
003140                 SET WS-EFF-IN-ERROR TO TRUE
003142             END-IF
003144         WHEN WS-FLD-EXP-DATE
003146             MOVE WS-UPD-EXP-DATE TO WS-EDIT-DATE-X
003148             PERFORM 2300-EDIT-DATE THRU 2300-EXIT
003150             IF WS-DATE-BAD
003152                 SET WS-EXP-IN-ERROR TO TRUE
003154             END-IF
003156         WHEN WS-FLD-AMOUNT
003158             IF WS-UPD-AMOUNT NOT NUMERIC
003160                 SET WS-RECORD-INVALID  TO TRUE
003162                 SET WS-AMOUNT-IN-ERROR TO TRUE
003164             END-IF
003166         WHEN OTHER
003168             SET WS-RECORD-INVALID TO TRUE
003170     END-EVALUATE.
003172 2200-EXIT.
003174     EXIT.
003176
003178*-----------------------------------------------------------------
003180*    2300-EDIT-DATE
003182*    FAILS THE EDIT UNLESS WS-EDIT-DATE IS A REAL CALENDAR DATE
003184*    - NUMERIC, MONTH 01-12, DAY WITHIN THE MONTH. WS-DATE-SW
003186*    TELLS THE CALLER WHETHER THIS DATE WAS THE ONE AT FAULT.
003188*-----------------------------------------------------------------
003190 2300-EDIT-DATE.
003192     SET WS-DATE-GOOD TO TRUE.
003194     IF WS-EDIT-DATE-X NOT NUMERIC
003196         SET WS-RECORD-INVALID TO TRUE
003198         SET WS-DATE-BAD       TO TRUE
003200         GO TO 2300-EXIT
003202     END-IF.
003204     IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
003206         SET WS-RECORD-INVALID TO TRUE
003208         SET WS-DATE-BAD       TO TRUE
003210         GO TO 2300-EXIT
003212     END-IF.
003214     MOVE WS-MONTH-DAYS(WS-EDIT-MM) TO WS-EDIT-MONTH-DAYS.
003216     IF WS-EDIT-MM = 2
003218         PERFORM 2310-SET-FEBRUARY THRU 2310-EXIT
003220     END-IF.
003222     IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-EDIT-MONTH-DAYS
003224         SET WS-RECORD-INVALID TO TRUE
003226         SET WS-DATE-BAD       TO TRUE
003228     END-IF.
003230 2300-EXIT.
003232     EXIT.
003234
003236*-----------------------------------------------------------------
003238*    2310-SET-FEBRUARY
003240*    GIVES FEBRUARY 29 DAYS IN A LEAP YEAR OF WS-EDIT-DATE.
003242*-----------------------------------------------------------------
003244 2310-SET-FEBRUARY.
003246     DIVIDE WS-EDIT-CCYY BY 4 GIVING WS-EDIT-QUOT
003248         REMAINDER WS-EDIT-REM.
003250     IF WS-EDIT-REM NOT = ZERO
003252         GO TO 2310-EXIT
003254     END-IF.
003256     DIVIDE WS-EDIT-CCYY BY 100 GIVING WS-EDIT-QUOT
003258         REMAINDER WS-EDIT-REM.
003260     IF WS-EDIT-REM = ZERO
003262         DIVIDE WS-EDIT-CCYY BY 400 GIVING WS-EDIT-QUOT
003264             REMAINDER WS-EDIT-REM
003266         IF WS-EDIT-REM NOT = ZERO
003268             GO TO 2310-EXIT
003270         END-IF
003272     END-IF.
003274     MOVE 29 TO WS-EDIT-MONTH-DAYS.
003276 2310-EXIT.
003278     EXIT.
003280
003282*-----------------------------------------------------------------
003284*    2400-CHECK-KEY
003286*    THE SAME KEY PROOF EXEMPLO APPLIES IN 3340-CHECK-KEY. EVERY
003288*    KEY MUST PASS ITS CHECK DIGIT (CK), AND AN ADD MUST BE FOR
003290*    A KEY ISSUED FROM THE KEY ALLOCATION REGISTER (NI). THE
003292*    OPERATOR IS TOLD WHICH, AND NOTHING GOES FURTHER.
003294*-----------------------------------------------------------------
003296 2400-CHECK-KEY.
003298     MOVE WS-UPD-KEY TO WS-KCK-KEY.
003300     PERFORM 2410-CHECK-DIGIT THRU 2410-EXIT.
003302     IF WS-KCK-BAD
003304         SET WS-RECORD-INVALID TO TRUE
003306         SET WS-KEY-IN-ERROR   TO TRUE
003308         MOVE WS-KEY-CHECK-LINE TO WS-MSG-LINE
003310         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
003312         GO TO 2400-EXIT
003314     END-IF.
003316     IF NOT WS-UPD-ADD
003318         GO TO 2400-EXIT
003320     END-IF.
003322
003324     PERFORM 2420-CHECK-ISSUED THRU 2420-EXIT.
003326     IF WS-KEY-NOT-ISSUED
003328         SET WS-RECORD-INVALID TO TRUE
003330         SET WS-KEY-IN-ERROR   TO TRUE
003332         MOVE WS-NOT-ISSUED-LINE TO WS-MSG-LINE
003334         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
003336     END-IF.
003338     IF WS-KEY-REGISTER-ERROR
003340         SET WS-RECORD-INVALID TO TRUE
003342         MOVE WS-KRGERR-LINE TO WS-MSG-LINE
003344         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
003346     END-IF.
003348 2400-EXIT.
003350     EXIT.
003352
003354*-----------------------------------------------------------------
003356*    2410-CHECK-DIGIT
003358*    SUMS THE FIRST FIVE DIGITS OF WS-KCK-KEY BY THEIR WEIGHTS
003360*    AND PROVES THE SIXTH AGAINST ELEVEN LESS THE REMAINDER MOD
003362*    11 (ZERO FOR A REMAINDER OF ZERO). A BASE LEAVING A
003364*    REMAINDER OF ONE CAN CARRY NO CHECK DIGIT.
003366*-----------------------------------------------------------------
003368 2410-CHECK-DIGIT.
003370     IF WS-KCK-KEY NOT NUMERIC
003372         SET WS-KCK-NOT-NUMERIC TO TRUE
003374         GO TO 2410-EXIT
003376     END-IF.
003378     MOVE ZERO TO WS-KCK-SUM.
003380     PERFORM 2415-WEIGH-DIGIT THRU 2415-EXIT
003382         VARYING WS-KCK-IX FROM 1 BY 1 UNTIL WS-KCK-IX > 5.
003384     DIVIDE WS-KCK-SUM BY 11 GIVING WS-KCK-QUOTIENT
003386         REMAINDER WS-KCK-REMAINDER.
003388     IF WS-KCK-REMAINDER = 1
003390         SET WS-KCK-NO-CHECK-DIGIT TO TRUE
003392         GO TO 2410-EXIT
003394     END-IF.
003396     IF WS-KCK-REMAINDER = ZERO
003398         MOVE ZERO TO WS-KCK-CHECK
003400     ELSE
003402         COMPUTE WS-KCK-CHECK = 11 - WS-KCK-REMAINDER
003404     END-IF.
003406     IF WS-KCK-CHECK = WS-KCK-DIGIT (6)
003408         SET WS-KCK-GOOD TO TRUE
003410     ELSE
003412         SET WS-KCK-WRONG-DIGIT TO TRUE
003414     END-IF.
003416 2410-EXIT.
003418     EXIT.
003420
003422 2415-WEIGH-DIGIT.
003424     COMPUTE WS-KCK-SUM = WS-KCK-SUM
003426           + WS-KCK-DIGIT (WS-KCK-IX) * WS-KCK-WEIGHT (WS-KCK-IX).
003428 2415-EXIT.
003430     EXIT.
003432
003434*-----------------------------------------------------------------
003436*    2420-CHECK-ISSUED
003438*    READS THE FIRST REGISTER BLOCK WHOSE LAST BASE IS NOT BELOW
003440*    THE KEY'S BASE. THE KEY WAS ISSUED IF THAT BLOCK'S FIRST
003442*    BASE IS NOT ABOVE IT.
003444*-----------------------------------------------------------------
003446 2420-CHECK-ISSUED.
003448     SET WS-KEY-NOT-ISSUED TO TRUE.
003450     MOVE WS-KCK-BASE TO WS-KRG-RIDFLD.
003452
003454     EXEC CICS READ
003456         DATASET('KEYREG')
003458         INTO(WS-KEY-BLOCK)
003460         RIDFLD(WS-KRG-RIDFLD)
003462         GTEQ
003464         RESP(WS-RESP)
003466     END-EXEC.
003468
003470     IF WS-RESP NOT = DFHRESP(NORMAL)
003472         IF WS-RESP NOT = DFHRESP(NOTFND)
003474             SET WS-KEY-REGISTER-ERROR TO TRUE
003476         END-IF
003478         GO TO 2420-EXIT
003480     END-IF.
003482     IF KRG-FIRST-BASE NOT > WS-KCK-BASE
003484         SET WS-KEY-ISSUED TO TRUE
003486     END-IF.
003488 2420-EXIT.
003490     EXIT.
003492
003494*-----------------------------------------------------------------
003496*    2500-EDIT-AMOUNT
003498*    TURNS THE AMOUNT AS KEYED IN WS-AMT-TEXT - AN OPTIONAL
003500*    LEADING SIGN, UP TO SEVEN DIGITS, AND AN OPTIONAL POINT
003502*    WITH UP TO TWO DECIMALS, SPACES EITHER SIDE - INTO
003504*    WS-UPD-AMOUNT. ANYTHING ELSE LEAVES WS-UPD-AMOUNT AS IT
003506*    WAS, NOT NUMERIC, SO THE EDITS FAIL IT.
003508*-----------------------------------------------------------------
003510 2500-EDIT-AMOUNT.
003512     SET WS-AMT-GOOD    TO TRUE.
003514     SET WS-AMT-LEADING TO TRUE.
003516     MOVE SPACE TO WS-AMT-SIGN.
003518     MOVE ZERO  TO WS-AMT-INT-COUNT WS-AMT-DEC-COUNT
003520                   WS-AMT-INTEGER   WS-AMT-DECIMALS.
003522     PERFORM 2510-EDIT-AMOUNT-CHAR THRU 2510-EXIT
003524         VARYING WS-AMT-IX FROM 1 BY 1
003526         UNTIL WS-AMT-IX > 11 OR WS-AMT-BAD.
003528     IF WS-AMT-INT-COUNT = ZERO AND WS-AMT-DEC-COUNT = ZERO
003530         SET WS-AMT-BAD TO TRUE
003532     END-IF.
003534     IF WS-AMT-BAD
003536         GO TO 2500-EXIT
003538     END-IF.
003540
003542     IF WS-AMT-DEC-COUNT = 1
003544         MULTIPLY 10 BY WS-AMT-DECIMALS
003546     END-IF.
003548     COMPUTE WS-UPD-AMOUNT = WS-AMT-INTEGER
003550                           + WS-AMT-DECIMALS / 100.
003552     IF WS-AMT-SIGN = '-'
003554         COMPUTE WS-UPD-AMOUNT = ZERO - WS-UPD-AMOUNT
003556     END-IF.
003558 2500-EXIT.
003560     EXIT.
003562
003564 2510-EDIT-AMOUNT-CHAR.
003566     MOVE WS-AMT-CHAR (WS-AMT-IX) TO WS-AMT-DIGIT-X.
003568     EVALUATE TRUE
003570         WHEN WS-AMT-DIGIT-X = SPACE
003572             IF WS-AMT-IN-INTEGER OR WS-AMT-IN-DECIMALS
003574                 SET WS-AMT-TRAILING TO TRUE
003576             END-IF
003578         WHEN WS-AMT-TRAILING
003580             SET WS-AMT-BAD TO TRUE
003582         WHEN WS-AMT-DIGIT-X = '-' OR '+'
003584             IF WS-AMT-LEADING AND WS-AMT-SIGN = SPACE
003586                 MOVE WS-AMT-DIGIT-X TO WS-AMT-SIGN
003588             ELSE
003590                 SET WS-AMT-BAD TO TRUE
003592             END-IF
003594         WHEN WS-AMT-DIGIT-X = '.'
003596             IF WS-AMT-IN-DECIMALS
003598                 SET WS-AMT-BAD TO TRUE
003600             ELSE
003602                 SET WS-AMT-IN-DECIMALS TO TRUE
003604             END-IF
003606         WHEN WS-AMT-DIGIT-X NOT NUMERIC
003608             SET WS-AMT-BAD TO TRUE
003610         WHEN WS-AMT-IN-DECIMALS
003612             IF WS-AMT-DEC-COUNT = 2
003614                 SET WS-AMT-BAD TO TRUE
003616             ELSE
003618                 ADD 1 TO WS-AMT-DEC-COUNT
003620                 COMPUTE WS-AMT-DECIMALS = WS-AMT-DECIMALS * 10
003622                                         + WS-AMT-DIGIT
003624             END-IF
003626         WHEN OTHER
003628             SET WS-AMT-IN-INTEGER TO TRUE
003630             IF WS-AMT-INT-COUNT = 7
003632                 SET WS-AMT-BAD TO TRUE
003634             ELSE
003636                 ADD 1 TO WS-AMT-INT-COUNT
003638                 COMPUTE WS-AMT-INTEGER = WS-AMT-INTEGER * 10
003640                                        + WS-AMT-DIGIT
003642             END-IF
003644     END-EVALUATE.
003646 2510-EXIT.
003648     EXIT.
003650
003652*-----------------------------------------------------------------
003654*    3000-ADD-MASTER
003656*    BUILDS AND WRITES A NEW MASTER RECORD. A DUPLICATE KEY IS
003658*    REPORTED, NOT APPLIED.
003660*-----------------------------------------------------------------
003662 3000-ADD-MASTER.
003664     MOVE WS-UPD-KEY      TO OUT-KEY.
003666     MOVE WS-UPD-DESC     TO OUT-DESC.
003668     MOVE WS-UPD-STATUS   TO OUT-STATUS.
003670     MOVE WS-UPD-EFF-DATE TO OUT-EFF-DATE.
003672     MOVE WS-UPD-EXP-DATE TO OUT-EXP-DATE.
003674     MOVE WS-UPD-AMOUNT   TO OUT-AMOUNT.
003676     PERFORM 6000-STAMP-MAINTENANCE THRU 6000-EXIT.
003678
003680     EXEC CICS WRITE
003682         DATASET('OUTFILE')
003684         FROM(WS-MASTER-RECORD)
003686         RIDFLD(OUT-KEY)
003688         RESP(WS-RESP)
003690     END-EXEC.
003692
003694     IF WS-RESP = DFHRESP(NORMAL)
003696         MOVE 'ADDED' TO AUD-ACTION
003698         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
003700         MOVE LOW-VALUES        TO WS-BEFORE-IMAGE
003702         MOVE WS-MASTER-RECORD  TO WS-AFTER-IMAGE
003704         PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
003706         MOVE WS-MASTER-RECORD  TO NAV-UPD-SHOWN-RECORD
003708         MOVE WS-ADDED-LINE TO WS-MSG-LINE
003710     ELSE
003712         IF WS-RESP = DFHRESP(DUPREC)
003714             SET WS-KEY-IN-ERROR TO TRUE
003716             MOVE WS-DUPLICATE-LINE TO WS-MSG-LINE
003718         ELSE
003720             MOVE WS-IOERR-LINE TO WS-MSG-LINE
003730         END-IF
003740     END-IF.
003790*-----------------------------------------------------------------
003800*    4000-CHANGE-MASTER
003810*    READS THE RECORD FOR UPDATE, OVERLAYS THE NAMED FIELD OR
003815*    FIELDS, AND REWRITES IT. A KEY NOT ON FILE IS REPORTED, AND
003820*    A RECORD THAT NO LONGER MATCHES THE ONE THE OPERATOR WAS
003825*    SHOWN IS LEFT ALONE AND SHOWN AGAIN.
003830*-----------------------------------------------------------------
003840 4000-CHANGE-MASTER.
003850     MOVE WS-UPD-KEY TO OUT-KEY.
003930
003940     IF WS-RESP NOT = DFHRESP(NORMAL)
003950         IF WS-RESP = DFHRESP(NOTFND)
003955             SET WS-KEY-IN-ERROR TO TRUE
003960             MOVE WS-NOTFOUND-LINE TO WS-MSG-LINE
003970         ELSE
003980             MOVE WS-IOERR-LINE TO WS-MSG-LINE
003990         END-IF
004000         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
004001         GO TO 4000-EXIT
004002     END-IF.
004003
004004     IF WS-MASTER-RECORD NOT = NAV-UPD-SHOWN-RECORD
004005         PERFORM 4050-RECORD-MOVED THRU 4050-EXIT
004010         GO TO 4000-EXIT
004020     END-IF.
004030
004040     MOVE WS-MASTER-RECORD TO WS-BEFORE-IMAGE.
004043     MOVE OUT-STATUS       TO WS-BEF-STATUS.
004046     MOVE OUT-AMOUNT       TO WS-BEF-AMOUNT.
004050     PERFORM 4100-APPLY-CHANGE-FIELDS THRU 4100-EXIT.
004060     PERFORM 6000-STAMP-MAINTENANCE   THRU 6000-EXIT.
004061
004062     PERFORM 4200-CHECK-DUAL-CONTROL  THRU 4200-EXIT.
004063     IF WS-HOLD-FOR-APPROVAL
004064         EXEC CICS UNLOCK
004065             DATASET('OUTFILE')
004066         END-EXEC
004068         MOVE WS-MASTER-RECORD TO WS-AFTER-IMAGE
004070         PERFORM 6500-HOLD-FOR-APPROVAL THRU 6500-EXIT
004072         GO TO 4000-EXIT
004074     END-IF.
004076
004080     EXEC CICS REWRITE
004090         DATASET('OUTFILE')
004100         FROM(WS-MASTER-RECORD)
004160         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
004170         MOVE WS-MASTER-RECORD TO WS-AFTER-IMAGE
004180         PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
004185         MOVE WS-MASTER-RECORD TO NAV-UPD-SHOWN-RECORD
004190         MOVE WS-CHANGED-LINE TO WS-MSG-LINE
004200     ELSE
004210         MOVE WS-IOERR-LINE TO WS-MSG-LINE
004220     END-IF.
004230     PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT.
004240 4000-EXIT.
004241     EXIT.
004242
004243*-----------------------------------------------------------------
004244*    4050-RECORD-MOVED
004246*    THE RECORD READ FOR UPDATE IS NOT THE ONE THE OPERATOR WAS
004248*    SHOWN - SOMEONE ELSE GOT THERE FIRST. RELEASE IT, SHOW IT
004250*    AS IT NOW STANDS, AND LET THE OPERATOR LOOK AGAIN.
004252*-----------------------------------------------------------------
004254 4050-RECORD-MOVED.
004256     EXEC CICS UNLOCK
004258         DATASET('OUTFILE')
004260     END-EXEC.
004262     MOVE WS-MASTER-RECORD TO NAV-UPD-SHOWN-RECORD.
004264     SET WS-RECORD-INVALID TO TRUE.
004266     MOVE WS-STALE-LINE TO WS-MSG-LINE.
004268     PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT.
004270 4050-EXIT.
004272     EXIT.
004274
004276*-----------------------------------------------------------------
004280*    4100-APPLY-CHANGE-FIELDS
004290*    OVERLAYS THE RECORD JUST READ WITH THE FIELD OR FIELDS THE
004300*    OPERATOR KEYED - THE SAME RULES AS THE BATCH CHANGE.
004500     END-EVALUATE.
004510 4100-EXIT.
004520     EXIT.
004521
004522*-----------------------------------------------------------------
004523*    4200-CHECK-DUAL-CONTROL
004524*    DECIDES WHETHER THE CHANGE NEEDS A SECOND SIGNATURE - A
004525*    STATUS FLIP, OR AN AMOUNT MOVE EITHER WAY OF MORE THAN THE
004526*    LIMIT, WHEN THE RULES SAY SO.
004527*-----------------------------------------------------------------
004528 4200-CHECK-DUAL-CONTROL.
004529     SET WS-APPLY-NOW TO TRUE.
004530     MOVE SPACES TO WS-DUAL-REASON.
004531
004532     IF OUT-STATUS NOT = WS-BEF-STATUS
004533        AND DCT-HOLD-STATUS-CHANGES
004534         SET WS-HOLD-FOR-APPROVAL TO TRUE
004535         MOVE 'STATUS' TO WS-DUAL-REASON
004536     END-IF.
004537
004538     COMPUTE WS-AMOUNT-MOVE = OUT-AMOUNT - WS-BEF-AMOUNT.
004539     IF WS-AMOUNT-MOVE < ZERO
004540         COMPUTE WS-AMOUNT-MOVE = ZERO - WS-AMOUNT-MOVE
004541     END-IF.
004542     IF WS-AMOUNT-MOVE > DCT-AMOUNT-LIMIT
004543         IF WS-HOLD-FOR-APPROVAL
004544             MOVE 'STAT/AMT' TO WS-DUAL-REASON
004545         ELSE
004546             MOVE 'AMOUNT'   TO WS-DUAL-REASON
004547         END-IF
004548         SET WS-HOLD-FOR-APPROVAL TO TRUE
004549     END-IF.
004550 4200-EXIT.
004551     EXIT.
004552
004553*-----------------------------------------------------------------
004554*    5000-DELETE-MASTER
004555*    DELETES THE RECORD FOR THE KEYED KEY. A KEY NOT ON FILE IS
004566*    REPORTED, AND A RECORD THAT HAS MOVED SINCE IT WAS SHOWN IS
004572*    SHOWN AGAIN (4050-RECORD-MOVED).
004580*-----------------------------------------------------------------
004590 5000-DELETE-MASTER.
004600     MOVE WS-UPD-KEY TO OUT-KEY.
004700
004710     IF WS-RESP NOT = DFHRESP(NORMAL)
004720         IF WS-RESP = DFHRESP(NOTFND)
004725             SET WS-KEY-IN-ERROR TO TRUE
004730             MOVE WS-NOTFOUND-LINE TO WS-MSG-LINE
004740         ELSE
004750             MOVE WS-IOERR-LINE TO WS-MSG-LINE
004760         END-IF
004770         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
004771         GO TO 5000-EXIT
004772     END-IF.
004773
004774     IF WS-MASTER-RECORD NOT = NAV-UPD-SHOWN-RECORD
004775         PERFORM 4050-RECORD-MOVED THRU 4050-EXIT
004780         GO TO 5000-EXIT
004790     END-IF.
004800
004810     MOVE WS-MASTER-RECORD TO WS-BEFORE-IMAGE.
004811
004812     IF DCT-HOLD-DELETES
004813         EXEC CICS UNLOCK
004814             DATASET('OUTFILE')
004815         END-EXEC
004816         MOVE LOW-VALUES TO WS-AFTER-IMAGE
004817         MOVE 'DELETE'   TO WS-DUAL-REASON
004818         PERFORM 6500-HOLD-FOR-APPROVAL THRU 6500-EXIT
004819         GO TO 5000-EXIT
004820     END-IF.
004821
004822     EXEC CICS DELETE
004830         DATASET('OUTFILE')
004840         RESP(WS-RESP)
004850     END-EXEC.
004890         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
004900         MOVE LOW-VALUES TO WS-AFTER-IMAGE
004910         PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
004915         MOVE SPACES TO NAV-UPD-SHOWN-RECORD
004920         MOVE WS-DELETED-LINE TO WS-MSG-LINE
004930     ELSE
004940         MOVE WS-IOERR-LINE TO WS-MSG-LINE
005060     MOVE WS-CUR-DATE    TO OUT-MAINT-DATE.
005070     MOVE WS-OPERATOR-ID TO OUT-MAINT-USER.
005080 6000-EXIT.
005081     EXIT.
005082
005083*-----------------------------------------------------------------
005084*    6500-HOLD-FOR-APPROVAL
005085*    WRITES THE UPDATE TO DUALPND INSTEAD OF APPLYING IT, WITH
005086*    THE RECORD AS IT STANDS AND AS IT WOULD BECOME, AND PUTS
005087*    THE HOLD ON THE AUDIT TRAIL UNDER THE KEYING OPERATOR. A
005088*    KEY ALREADY WAITING FOR APPROVAL TAKES NO SECOND UPDATE.
005089*-----------------------------------------------------------------
005090 6500-HOLD-FOR-APPROVAL.
005091     MOVE SPACES          TO WS-DUAL-PENDING.
005092     MOVE WS-UPD-KEY      TO DCP-KEY.
005093     MOVE WS-UPD-ACTION   TO DCP-ACTION.
005094     MOVE WS-UPD-FIELD-ID TO DCP-FIELD-ID.
005095     MOVE WS-DUAL-REASON  TO DCP-REASON.
005096     MOVE WS-OPERATOR-ID  TO DCP-MAKER-ID.
005097     MOVE WS-CUR-DATE     TO DCP-ENTRY-DATE.
005098     MOVE WS-CUR-TIME     TO DCP-ENTRY-TIME.
005099     MOVE WS-BEFORE-IMAGE TO DCP-BEFORE-IMAGE.
005100     MOVE WS-AFTER-IMAGE  TO DCP-AFTER-IMAGE.
005101
005102     EXEC CICS WRITE
005103         DATASET('DUALPND')
005104         FROM(WS-DUAL-PENDING)
005105         RIDFLD(DCP-KEY)
005106         RESP(WS-RESP)
005107     END-EXEC.
005108
005109     IF WS-RESP = DFHRESP(NORMAL)
005110         MOVE 'HELD' TO AUD-ACTION
005111         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
005113         MOVE WS-HELD-LINE TO WS-MSG-LINE
005115     ELSE
005117         IF WS-RESP = DFHRESP(DUPREC)
005119             MOVE WS-ALREADY-HELD-LINE TO WS-MSG-LINE
005121         ELSE
005123             MOVE WS-PNDERR-LINE TO WS-MSG-LINE
005125         END-IF
005127     END-IF.
005129     PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT.
005131 6500-EXIT.
005133     EXIT.
005135
005137*-----------------------------------------------------------------
005139*    6700-DEFER-UPDATE
005141*    QUEUES THE EDITED, AUTHORIZED UPDATE ON DEFRUPD AS KEYED,
005143*    UNDER ITS ARRIVAL TIME AND TASK NUMBER, AND PUTS IT ON THE
005145*    AUDIT TRAIL AS DEFERRED. NOTHING ON THE MASTER IS TOUCHED -
005147*    EXDEFR APPLIES IT, OR REPORTS WHY IT NO LONGER CAN.
005148*    A CHANGE OR DELETE ALSO CARRIES THE STAMP IT WAS KEYED ON.
005149*-----------------------------------------------------------------
005151 6700-DEFER-UPDATE.
005153     MOVE SPACES            TO WS-DEFERRED-UPDATE.
005155     MOVE WS-CUR-DATE       TO DFR-ARRIVAL-DATE.
005157     MOVE WS-CUR-TIME       TO DFR-ARRIVAL-TIME.
005159     MOVE EIBTASKN          TO DFR-TASK-NO.
005161     MOVE WS-OPERATOR-ID    TO DFR-OPERATOR-ID.
005163     MOVE WS-WINDOW-PROGRAM TO DFR-WINDOW-PROGRAM.
005165     MOVE WS-UPDATE-LINE    TO DFR-UPDATE.
005166     IF NOT WS-UPD-ADD
005167         MOVE NAV-UPD-SHOWN-RECORD TO WS-SHOWN-RECORD
005168         MOVE WS-SHN-MAINT-DATE TO DFR-SHOWN-MAINT-DATE
005169         MOVE WS-SHN-MAINT-USER TO DFR-SHOWN-MAINT-USER
005170     END-IF.
005171
005172     EXEC CICS WRITE
005173         DATASET('DEFRUPD')
005174         FROM(WS-DEFERRED-UPDATE)
005175         RIDFLD(DFR-ARRIVAL-KEY)
005176         RESP(WS-RESP)
005177     END-EXEC.
005178
005179     IF WS-RESP = DFHRESP(NORMAL)
005180         MOVE 'DEFERRED' TO AUD-ACTION
005181         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
005182         MOVE WS-DEFERRED-LINE TO WS-MSG-LINE
005183     ELSE
005184         MOVE WS-DFRERR-LINE TO WS-MSG-LINE
005185     END-IF.
005186     PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT.
005187 6700-EXIT.
005188     EXIT.
005203
005205*-----------------------------------------------------------------
005207*    7000-WRITE-AUDIT
005209*    WRITES THE AUDREC AUDIT ENTRY THROUGH THE EXAU TD QUEUE SO
005211*    THE ONLINE TRAIL FOLDS INTO THE SAME AUDIT DATASET AS THE
005213*    BATCH RUN. AUD-ACTION IS SET BY THE CALLER.
005215*-----------------------------------------------------------------
005217 7000-WRITE-AUDIT.
005219     MOVE WS-UPD-KEY      TO AUD-KEY.
005221     MOVE WS-CUR-DATE     TO AUD-RUN-DATE.
005223     MOVE WS-CUR-TIME     TO AUD-RUN-TIME.
005225     MOVE WS-OPERATOR-ID  TO AUD-USER.
005227     EXEC CICS WRITEQ TD
005230         QUEUE('EXAU')
005240         FROM(WS-AUDIT-RECORD)
005250         LENGTH(LENGTH OF WS-AUDIT-RECORD)
005410     MOVE WS-CUR-TIME     TO JRN-RUN-TIME.
005420     MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
005430     MOVE WS-AFTER-IMAGE  TO JRN-AFTER-IMAGE.
005435     MOVE WS-OPERATOR-ID  TO JRN-SOURCE.
005440     EXEC CICS WRITEQ TD
005450         QUEUE('EXJR')
005460         FROM(WS-JRN-RECORD)
005510
005520*-----------------------------------------------------------------
005530*    8000-SEND-MESSAGE
005534*    SENDS THE SCREEN - THE ACTION AND KEY, THE RECORD AS SHOWN,
005538*    THE NEW VALUES WHILE THEY ARE BEING KEYED OR CONFIRMED, AND
005542*    THE RESULT LINE. FIELDS IN ERROR ARE SHOWN BRIGHT IN
005546*    REVERSE VIDEO WITH THE CURSOR ON THE FIRST OF THEM.
005548*-----------------------------------------------------------------
005550 8000-SEND-MESSAGE.
005552     IF WS-APPLYING
005554         PERFORM 8100-END-UPDATE THRU 8100-EXIT
005556     END-IF.
005558
005560     MOVE LOW-VALUES     TO EXUPMAPO.
005562     MOVE NAV-UPD-ACTION TO UPACTO.
005564     MOVE NAV-UPD-KEY    TO UPKEYO.
005566     IF NAV-UPD-SHOWN-RECORD NOT = SPACES
005568         PERFORM 8200-MOVE-CURRENT THRU 8200-EXIT
005570     END-IF.
005572
005574     EVALUATE TRUE
005576         WHEN NAV-UPD-KEYING
005578             PERFORM 8300-MOVE-NEW-VALUES THRU 8300-EXIT
005580             PERFORM 8350-OPEN-FOR-INPUT  THRU 8350-EXIT
005582         WHEN NAV-UPD-CONFIRM-CHANGE
005584             PERFORM 8300-MOVE-NEW-VALUES  THRU 8300-EXIT
005586             PERFORM 8400-LOCK-FOR-CONFIRM THRU 8400-EXIT
005588         WHEN NAV-UPD-CONFIRM-DELETE
005590             PERFORM 8400-LOCK-FOR-CONFIRM THRU 8400-EXIT
005592         WHEN OTHER
005594             PERFORM 8350-OPEN-FOR-INPUT  THRU 8350-EXIT
005596     END-EVALUATE.
005598
005600     IF WS-FIELD-ERRORS = ALL 'N'
005602         IF NAV-UPD-KEYING
005604             MOVE SCR-CURSOR-HERE TO UPNDESCL
005606         ELSE
005608             MOVE SCR-CURSOR-HERE TO UPACTL
005610         END-IF
005612     ELSE
005614         PERFORM 8450-FLAG-ERRORS THRU 8450-EXIT
005616     END-IF.
005618
005620     MOVE WS-MSG-LINE TO UPMSGO.
005622
005624     EXEC CICS SEND
005626         MAP('EXUPMAP')
005628         MAPSET('EXUPMS')
005630         FROM(EXUPMAPO)
005632         ERASE
005634         CURSOR
005636     END-EXEC.
005638 8000-EXIT.
005640     EXIT.
005642
005644*-----------------------------------------------------------------
005650*    8100-END-UPDATE
005660*    AN UPDATE HAS BEEN TRIED. ONE THAT FAILED AN EDIT, OR WHOSE
005670*    RECORD MOVED, GOES BACK TO THE OPERATOR TO PUT RIGHT. ANY
005680*    OTHER OUTCOME - APPLIED, HELD, DEFERRED, REFUSED, OR A FILE
005690*    ERROR - ENDS IT, AND THE SCREEN IS READY FOR THE NEXT.
005700*-----------------------------------------------------------------
005710 8100-END-UPDATE.
005720     IF WS-RECORD-INVALID
005730         IF NAV-UPD-ACTION = 'D'
005740             SET NAV-UPD-CONFIRM-DELETE TO TRUE
005750         ELSE
005760             SET NAV-UPD-KEYING TO TRUE
005770             MOVE SPACES TO NAV-UPD-LINE
005780         END-IF
005790     ELSE
005800         SET NAV-UPD-ENTRY TO TRUE
005810         MOVE SPACES TO NAV-UPD-NEW-VALUES
005820                        NAV-UPD-CHANGED
005830                        NAV-UPD-LINE
005840     END-IF.
005850     MOVE 'N' TO WS-APPLYING-SW.
005860 8100-EXIT.
005870     EXIT.
005871
005880*-----------------------------------------------------------------
005890*    8200-MOVE-CURRENT
005900*    THE RECORD AS SHOWN INTO THE CURRENT COLUMN.
005910*-----------------------------------------------------------------
005920 8200-MOVE-CURRENT.
005930     MOVE NAV-UPD-SHOWN-RECORD TO WS-SHOWN-RECORD.
005940     MOVE WS-SHN-DESC       TO UPCDESCO.
005950     MOVE WS-SHN-STATUS     TO UPCSTATO.
005960     MOVE WS-SHN-EFF-DATE   TO UPCEFFO.
005970     MOVE WS-SHN-EXP-DATE   TO UPCEXPO.
005980     MOVE WS-SHN-AMOUNT     TO WS-EDIT-AMOUNT.
005990     MOVE WS-EDIT-AMOUNT    TO UPCAMTO.
006000     MOVE WS-SHN-MAINT-DATE TO UPCMDTO.
006010     MOVE WS-SHN-MAINT-USER TO UPCUSRO.
006020 8200-EXIT.
006030     EXIT.
006031
006040*-----------------------------------------------------------------
006050*    8300-MOVE-NEW-VALUES
006060*    THE NEW VALUES AS KEYED INTO THE NEW COLUMN.
006070*-----------------------------------------------------------------
006080 8300-MOVE-NEW-VALUES.
006090     MOVE NAV-UPD-NEW-DESC   TO UPNDESCO.
006100     MOVE NAV-UPD-NEW-STATUS TO UPNSTATO.
006110     MOVE NAV-UPD-NEW-EFF    TO UPNEFFO.
006120     MOVE NAV-UPD-NEW-EXP    TO UPNEXPO.
006130     MOVE NAV-UPD-NEW-AMOUNT TO UPNAMTO.
006140 8300-EXIT.
006150     EXIT.
006151
006160*-----------------------------------------------------------------
006170*    8350-OPEN-FOR-INPUT
006180*    THE ACTION, KEY, AND NEW COLUMN OPEN FOR KEYING, AND SET TO
006190*    COME BACK ON THE NEXT RECEIVE WHETHER OVERKEYED OR NOT.
006200*-----------------------------------------------------------------
006210 8350-OPEN-FOR-INPUT.
006220     MOVE SCR-ATTR-INPUT TO UPACTA   UPKEYA
006230                            UPNDESCA UPNSTATA
006240                            UPNEFFA  UPNEXPA
006250                            UPNAMTA.
006260 8350-EXIT.
006270     EXIT.
006271
006280*-----------------------------------------------------------------
006290*    8400-LOCK-FOR-CONFIRM
006300*    A CHANGE OR DELETE AWAITING PF10 - NOTHING MORE CAN BE
006310*    KEYED. THE NEW VALUES THAT DIFFER FROM THE CURRENT RECORD
006320*    ARE SHOWN BRIGHT.
006330*-----------------------------------------------------------------
006340 8400-LOCK-FOR-CONFIRM.
006350     MOVE SCR-ATTR-LOCKED TO UPACTA   UPKEYA
006360                             UPNDESCA UPNSTATA
006370                             UPNEFFA  UPNEXPA
006380                             UPNAMTA.
006390     IF NAV-UPD-DESC-CHG = 'Y'
006400         MOVE SCR-ATTR-LOCKED-BRIGHT TO UPNDESCA
006410     END-IF.
006420     IF NAV-UPD-STATUS-CHG = 'Y'
006430         MOVE SCR-ATTR-LOCKED-BRIGHT TO UPNSTATA
006440     END-IF.
006450     IF NAV-UPD-EFF-CHG = 'Y'
006460         MOVE SCR-ATTR-LOCKED-BRIGHT TO UPNEFFA
006470     END-IF.
006480     IF NAV-UPD-EXP-CHG = 'Y'
006490         MOVE SCR-ATTR-LOCKED-BRIGHT TO UPNEXPA
006500     END-IF.
006510     IF NAV-UPD-AMOUNT-CHG = 'Y'
006520         MOVE SCR-ATTR-LOCKED-BRIGHT TO UPNAMTA
006530     END-IF.
006540 8400-EXIT.
006550     EXIT.
006551
006560*-----------------------------------------------------------------
006570*    8450-FLAG-ERRORS
006580*    EACH FIELD IN ERROR BRIGHT, IN REVERSE VIDEO, AND OPEN FOR
006590*    KEYING. THE CURSOR GOES TO THE FIRST OF THEM.
006600*-----------------------------------------------------------------
006610 8450-FLAG-ERRORS.
006620     IF WS-ACTION-IN-ERROR
006630         MOVE SCR-ATTR-ERROR     TO UPACTA
006640         MOVE SCR-HILITE-REVERSE TO UPACTH
006650         MOVE SCR-CURSOR-HERE    TO UPACTL
006660     END-IF.
006670     IF WS-KEY-IN-ERROR
006680         MOVE SCR-ATTR-ERROR     TO UPKEYA
006690         MOVE SCR-HILITE-REVERSE TO UPKEYH
006700         MOVE SCR-CURSOR-HERE    TO UPKEYL
006710     END-IF.
006720     IF WS-DESC-IN-ERROR
006730         MOVE SCR-ATTR-ERROR     TO UPNDESCA
006740         MOVE SCR-HILITE-REVERSE TO UPNDESCH
006750         MOVE SCR-CURSOR-HERE    TO UPNDESCL
006760     END-IF.
006770     IF WS-STATUS-IN-ERROR
006780         MOVE SCR-ATTR-ERROR     TO UPNSTATA
006790         MOVE SCR-HILITE-REVERSE TO UPNSTATH
006800         MOVE SCR-CURSOR-HERE    TO UPNSTATL
006810     END-IF.
006820     IF WS-EFF-IN-ERROR
006830         MOVE SCR-ATTR-ERROR     TO UPNEFFA
006840         MOVE SCR-HILITE-REVERSE TO UPNEFFH
006850         MOVE SCR-CURSOR-HERE    TO UPNEFFL
006860     END-IF.
006870     IF WS-EXP-IN-ERROR
006880         MOVE SCR-ATTR-ERROR     TO UPNEXPA
006890         MOVE SCR-HILITE-REVERSE TO UPNEXPH
006900         MOVE SCR-CURSOR-HERE    TO UPNEXPL
006910     END-IF.
006920     IF WS-AMOUNT-IN-ERROR
006930         MOVE SCR-ATTR-ERROR     TO UPNAMTA
006940         MOVE SCR-HILITE-REVERSE TO UPNAMTH
006950         MOVE SCR-CURSOR-HERE    TO UPNAMTL
006960     END-IF.
006970 8450-EXIT.
006980     EXIT.
006981
006990*-----------------------------------------------------------------
007000*    8500-TRANSFER
007010*    PASSES CONTROL TO THE SCREEN PROGRAM NAMED IN
007020*    WS-XCTL-PROGRAM, CARRYING THE KEY ON THIS SCREEN (OR THE
007030*    LAST ONE USED WHEN THE FIELD IS EMPTY). XCTL ONLY COMES
007040*    BACK HERE WHEN IT FAILS.
007050*-----------------------------------------------------------------
007060 8500-TRANSFER.
007070     IF WS-SCR-KEY NOT = SPACES
007080         MOVE WS-SCR-KEY TO NAV-SELECTED-KEY
007090     END-IF.
007100     MOVE 'EXUP' TO NAV-THIS-TRANS.
007101
007110     EXEC CICS XCTL
007120         PROGRAM(WS-XCTL-PROGRAM)
007130         COMMAREA(NAV-COMMAREA)
007140         LENGTH(LENGTH OF NAV-COMMAREA)
007150         RESP(WS-RESP)
007160     END-EXEC.
007161
007170     IF NAV-UPD-KEYING
007180         MOVE WS-SCR-NEW-VALUES TO NAV-UPD-NEW-VALUES
007190     END-IF.
007200     MOVE WS-XCTL-PROGRAM TO WS-XCTL-ERROR-PROGRAM.
007210     MOVE WS-XCTL-ERROR-LINE TO WS-MSG-LINE.
007220     PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT.
007230 8500-EXIT.
007240     EXIT.
007241
007250*-----------------------------------------------------------------
007260*    8900-END-SESSION
007270*    PF3 - CLEARS THE SCREEN AND ENDS THE CONVERSATION WITHOUT
007280*    NAMING A NEXT TRANSACTION.
007290*-----------------------------------------------------------------
007300 8900-END-SESSION.
007310     EXEC CICS SEND CONTROL
007320         ERASE
007330         FREEKB
007340     END-EXEC.
007350     EXEC CICS RETURN END-EXEC.
007360 8900-EXIT.
007370     EXIT.
