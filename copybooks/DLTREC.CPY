000190*    DELETE), AND A TRAILER CARRYING THE DETAIL COUNT AND A
000200*    HASH TOTAL OF THE NUMERIC KEYS, SO A RECEIVING SHOP CAN
000210*    PROVE THE FILE COMPLETE THE SAME WAY EXBVRFY PROVES
000220*    INFILE. DLT-HDR-DATE IS CCYYMMDD.
000230*--------------------------------------------------------------*
000240 01  DELTA-RECORD.
000250     05  DLT-REC-TYPE           PIC X(01).
000320             88  DLT-ADDED                VALUE 'ADDED'.
000330             88  DLT-CHANGED              VALUE 'CHANGED'.
000340             88  DLT-DELETED              VALUE 'DELETED'.
000350         10  DLT-BEFORE-IMAGE   PIC X(78).
000360         10  DLT-AFTER-IMAGE    PIC X(78).
000370     05  DLT-HEADER-DATA REDEFINES DLT-DETAIL-DATA.
000380         10  DLT-HDR-DATE       PIC 9(08).
000390         10  DLT-HDR-TIME       PIC 9(08).
000400         10  FILLER             PIC X(154).
000410     05  DLT-TRAILER-DATA REDEFINES DLT-DETAIL-DATA.
000420         10  DLT-TRL-COUNT      PIC 9(07).
000430         10  DLT-TRL-KEY-HASH   PIC 9(12).
000440         10  FILLER             PIC X(151).
