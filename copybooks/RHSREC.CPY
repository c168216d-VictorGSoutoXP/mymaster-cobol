000100*--------------------------------------------------------------*
000110*    RHSREC - MASTER VALUE HISTORY RECORD LAYOUT
000120*    ONE RECORD PER JOURNALLED CHANGE TO A MASTER KEY, FOLDED
000130*    NIGHTLY BY EXRHST FROM THE DAY'S JRNREC IMAGES ONTO THE
000140*    KEYED RATEHST DATASET AHEAD OF THE EXUNLD UNLOAD THAT
000150*    SPENDS THE JOURNAL. THE HISTORY IS PERMANENT - NOTHING IS
000160*    EVER REWRITTEN OR REMOVED. RHS-IMAGE IS THE FULL OUTMSTR
000170*    RECORD AS IT STOOD FROM RHS-EFF-DATE/TIME ONWARD, UNTIL
000180*    THE KEY'S NEXT HISTORY RECORD - LOW-VALUES MEANS THE KEY
000190*    WAS NOT ON THE MASTER (DELETED) FROM THAT POINT.
000200*
000210*    THE FIRST TIME A KEY THAT ALREADY EXISTED IS FOLDED, ITS
000220*    JOURNAL BEFORE IMAGE IS KEPT AS A BASELINE RECORD DATED
000230*    ZERO - THE VALUE IN FORCE BEFORE THE HISTORY BEGAN. A KEY
000240*    WITH NO HISTORY AT ALL HAS NOT CHANGED SINCE THE HISTORY
000250*    BEGAN, AND ITS CURRENT MASTER RECORD IS THE ANSWER FOR
000260*    ANY DATE. THE AS-OF EXTRACT (EXASOF) AND THE ONLINE
000270*    HISTORY INQUIRY (EXHNQ00, TRANSACTION EXHQ) BROWSE FROM
000280*    KEY PLUS ZEROS AND TAKE THE LAST RECORD DATED ON OR
000290*    BEFORE THE DATE ASKED ABOUT. A BATCH RUN STAMPS EVERY
000292*    JOURNAL ENTRY WITH ONE RUN TIME, SO RHS-EFF-SEQ NUMBERS
000294*    A KEY'S ENTRIES WITHIN ONE DATE AND TIME IN THE ORDER
000296*    THEY WERE JOURNALLED. THE DATES ARE CCYYMMDD.
000300*--------------------------------------------------------------*
000310 01  HISTORY-RECORD.
000320     05  RHS-RECORD-KEY.
000330         10  RHS-KEY            PIC X(06).
000340         10  RHS-EFF-DATE       PIC 9(08).
000350         10  RHS-EFF-TIME       PIC 9(08).
000355         10  RHS-EFF-SEQ        PIC 9(03).
000360     05  RHS-ACTION             PIC X(08).
000370         88  RHS-BASELINE                 VALUE 'BASELINE'.
000380         88  RHS-ADDED                    VALUE 'ADDED'.
000390         88  RHS-CHANGED                  VALUE 'CHANGED'.
000400         88  RHS-DELETED                  VALUE 'DELETED'.
000410     05  RHS-IMAGE              PIC X(78).
000420     05  RHS-FOLD-DATE          PIC 9(08).
000430     05  FILLER                 PIC X(01).
