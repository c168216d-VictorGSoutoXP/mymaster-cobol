000100*--------------------------------------------------------------*
000110*    NAVCOM - COMMAREA PASSED BETWEEN THE LINKED ONLINE SCREENS
000120*    EXBR (BROWSE), EXQI (INQUIRY), EXPQ (PENDING ACTIVITY),
000130*    AND EXUP (MAINTENANCE). EACH PROGRAM RETURNS TO CICS WITH
000140*    ITS OWN TRANSACTION ID AND THIS AREA, AND PASSES IT ON
000150*    WHEN A PF KEY TRANSFERS (XCTL) TO ANOTHER SCREEN. ONE AREA
000160*    SERVES ALL FOUR SO THE OPERATOR'S PLACE ON EACH SCREEN
000170*    SURVIVES A VISIT TO THE OTHERS.
000180*
000190*    NAV-THIS-TRANS IS THE TRANSACTION THAT LAST SENT THE
000200*    SCREEN. A PROGRAM THAT FINDS ANOTHER TRANSACTION'S ID HERE
000210*    WAS REACHED BY TRANSFER AND STARTS FROM NAV-SELECTED-KEY -
000220*    THE KEY THE OPERATOR CARRIED FROM THE LAST SCREEN - RATHER
000230*    THAN RECEIVING ITS MAP.
000240*
000250*    EXBR AND EXPQ KEEP A STACK OF THE POINT EACH PAGE SHOWN
000260*    STARTED FROM, SO PF7 GOES BACK WITHOUT A RESUME KEY BEING
000270*    KEYED. WHEN A STACK FILLS, ITS OLDEST ENTRY IS DROPPED.
000280*    EXUP KEEPS THE RECORD AS IT SHOWED IT AND THE UPDATE THE
000290*    OPERATOR IS CONFIRMING. LENGTH IS FIXED AT 600 BYTES -
000300*    NEW FIELDS COME OUT OF THE FILLER.
000310*--------------------------------------------------------------*
000320 01  NAV-COMMAREA.
000330     05  NAV-THIS-TRANS         PIC X(04).
000340     05  NAV-SELECTED-KEY       PIC X(06).
000350*--------------------------------------------------------------*
000360*    EXBR - SEARCH CRITERIA AND PAGE POSITION. A PAGE START
000370*    KEY IS THE LAST KEY BEFORE THE PAGE (SPACES = TOP OF FILE)
000380*--------------------------------------------------------------*
000390     05  NAV-BROWSE-STATE.
000400         10  NAV-BRW-STATUS     PIC X(01).
000410         10  NAV-BRW-DESC       PIC X(30).
000420         10  NAV-BRW-PAGE       PIC 9(03).
000430         10  NAV-BRW-STACK-COUNT
000440                                PIC 9(02).
000450         10  NAV-BRW-PAGE-START PIC X(06) OCCURS 20 TIMES.
000460         10  NAV-BRW-NEXT-KEY   PIC X(06).
000470         10  NAV-BRW-MORE-SW    PIC X(01).
000480             88  NAV-BRW-MORE             VALUE 'Y'.
000490         10  NAV-BRW-LINE-KEY   PIC X(06) OCCURS 15 TIMES.
000500*--------------------------------------------------------------*
000510*    EXPQ - KEY SHOWN AND PAGE POSITION. A PAGE START IS THE
000520*    PENDFILE SEQUENCE NUMBER OF THE PAGE'S FIRST ITEM
000530*--------------------------------------------------------------*
000540     05  NAV-PENDING-STATE.
000550         10  NAV-PND-KEY        PIC X(06).
000560         10  NAV-PND-PAGE       PIC 9(03).
000570         10  NAV-PND-STACK-COUNT
000580                                PIC 9(02).
000590         10  NAV-PND-PAGE-START PIC 9(05) OCCURS 20 TIMES.
000600         10  NAV-PND-NEXT-SEQ   PIC 9(05).
000610         10  NAV-PND-MORE-SW    PIC X(01).
000620             88  NAV-PND-MORE             VALUE 'Y'.
000630*--------------------------------------------------------------*
000640*    EXUP - WHERE THE OPERATOR IS IN A MAINTENANCE, THE RECORD
000650*    AS SHOWN, THE NEW VALUES AS KEYED, AND THE UPDATE LINE
000660*    (SEE DFRREC'S DFR-UPDATE) AWAITING PF10
000670*--------------------------------------------------------------*
000680     05  NAV-MAINT-STATE.
000690         10  NAV-UPD-STATE      PIC X(01).
000700             88  NAV-UPD-ENTRY            VALUE SPACE.
000710             88  NAV-UPD-KEYING           VALUE 'K'.
000720             88  NAV-UPD-CONFIRM-CHANGE   VALUE 'C'.
000730             88  NAV-UPD-CONFIRM-DELETE   VALUE 'X'.
000740         10  NAV-UPD-ACTION     PIC X(01).
000750         10  NAV-UPD-KEY        PIC X(06).
000760         10  NAV-UPD-SHOWN-RECORD
000770                                PIC X(78).
000780         10  NAV-UPD-NEW-VALUES.
000790             15  NAV-UPD-NEW-DESC
000800                                PIC X(30).
000810             15  NAV-UPD-NEW-STATUS
000820                                PIC X(01).
000830             15  NAV-UPD-NEW-EFF
000840                                PIC X(08).
000850             15  NAV-UPD-NEW-EXP
000860                                PIC X(08).
000870             15  NAV-UPD-NEW-AMOUNT
000880                                PIC X(11).
000890         10  NAV-UPD-CHANGED.
000900             15  NAV-UPD-DESC-CHG
000910                                PIC X(01).
000920             15  NAV-UPD-STATUS-CHG
000930                                PIC X(01).
000940             15  NAV-UPD-EFF-CHG
000950                                PIC X(01).
000960             15  NAV-UPD-EXP-CHG
000970                                PIC X(01).
000980             15  NAV-UPD-AMOUNT-CHG
000990                                PIC X(01).
001000         10  NAV-UPD-LINE       PIC X(65).
001010     05  FILLER                 PIC X(06).
