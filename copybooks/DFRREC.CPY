000100*--------------------------------------------------------------*
000110*    DFRREC - DEFERRED ONLINE UPDATE RECORD (DEFRUPD)
000120*    ONE RECORD PER EXUP UPDATE TAKEN WHILE THE BATCH WINDOW
000130*    IS SET (SEE THE *WINDOW RECORD IN RCTREC). EXUPD00 EDITS
000140*    AND AUTHORITY-CHECKS THE UPDATE AS USUAL, THEN WRITES IT
000150*    HERE INSTEAD OF TOUCHING THE MASTER. THE KEY IS THE
000160*    ARRIVAL DATE AND TIME AND THE CICS TASK NUMBER, SO THE
000170*    KEYED DEFRUPD DATASET READS BACK IN ARRIVAL ORDER. ONCE
000180*    THE WINDOW IS CLEAR, EXDEFR APPLIES EACH UPDATE IN THAT
000190*    ORDER, WITH THE USUAL JOURNAL AND AUDIT ENTRIES, REPORTS
000200*    ANY THAT NO LONGER APPLY, AND REMOVES THEM ALL. THE
000210*    UPDATE FIELDS ARE THE UPDATE LINE EXUPD00 BUILDS FROM
000215*    THE OPERATOR'S EXUP SCREEN. A CHANGE OR DELETE ALSO
000216*    CARRIES THE MAINTENANCE STAMP OF THE RECORD AS THE
000217*    OPERATOR WAS SHOWN IT - EXDEFR APPLIES NOTHING TO A
000218*    RECORD WHOSE STAMP HAS MOVED SINCE.
000220*    EVERY DATE IS CCYYMMDD.
000230*--------------------------------------------------------------*
000240 01  DEFERRED-UPDATE-RECORD.
000250     05  DFR-ARRIVAL-KEY.
000260         10  DFR-ARRIVAL-DATE   PIC 9(08).
000270         10  DFR-ARRIVAL-TIME   PIC 9(08).
000280         10  DFR-TASK-NO        PIC 9(07).
000290     05  DFR-OPERATOR-ID        PIC X(08).
000300     05  DFR-WINDOW-PROGRAM     PIC X(08).
000310     05  DFR-UPDATE.
000320         10  DFR-ACTION         PIC X(01).
000330             88  DFR-ADD                  VALUE 'A'.
000340             88  DFR-CHANGE               VALUE 'C'.
000350             88  DFR-DELETE               VALUE 'D'.
000360         10  DFR-KEY            PIC X(06).
000370         10  DFR-FIELD-ID       PIC X(02).
000380             88  DFR-FLD-ALL              VALUE '  '.
000390             88  DFR-FLD-DESC             VALUE 'DS'.
000400             88  DFR-FLD-STATUS           VALUE 'ST'.
000410             88  DFR-FLD-EFF-DATE         VALUE 'EF'.
000420             88  DFR-FLD-EXP-DATE         VALUE 'EX'.
000430             88  DFR-FLD-AMOUNT           VALUE 'AM'.
000440         10  DFR-DESC           PIC X(30).
000450         10  DFR-STATUS         PIC X(01).
000460         10  DFR-EFF-DATE       PIC 9(08).
000470         10  DFR-EXP-DATE       PIC 9(08).
000480         10  DFR-AMOUNT         PIC S9(07)V99.
000490     05  DFR-SHOWN-STAMP.
000500         10  DFR-SHOWN-MAINT-DATE
000510                                PIC 9(08).
000520         10  DFR-SHOWN-MAINT-USER
000530                                PIC X(08).
