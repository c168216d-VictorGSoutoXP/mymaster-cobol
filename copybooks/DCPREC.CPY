000100*--------------------------------------------------------------*
000110*    DCPREC - DUAL-CONTROL PENDING UPDATE RECORD LAYOUT
000120*    ONE RECORD PER EXUP UPDATE HELD FOR A SECOND SIGNATURE ON
000130*    THE KEYED DUALPND DATASET, KEYED BY MASTER KEY - A KEY
000140*    HAS AT MOST ONE UPDATE WAITING AT A TIME. EXUPD00 WRITES
000150*    THE RECORD INSTEAD OF APPLYING A DELETE, A STATUS CHANGE,
000160*    OR AN AMOUNT CHANGE OVER THE DUAL-CONTROL LIMIT (SEE
000170*    DCTLREC). THE APPROVAL TRANSACTION (EXAPR00, TRANSACTION
000180*    EXAP) APPLIES OR DECLINES IT, AND THE NIGHTLY EXDUAL RUN
000190*    EXPIRES WHATEVER NOBODY ACTED ON. THE IMAGES ARE FULL
000200*    OUTMSTR RECORDS - THE BEFORE IMAGE IS THE MASTER AS IT
000210*    STOOD WHEN THE UPDATE WAS KEYED AND MUST STILL MATCH AT
000220*    APPROVAL, THE AFTER IMAGE IS WHAT THE APPROVAL WRITES
000230*    (LOW-VALUES FOR A DELETE). DCP-ENTRY-DATE IS CCYYMMDD.
000240*--------------------------------------------------------------*
000250 01  DUAL-PENDING-RECORD.
000260     05  DCP-KEY                PIC X(06).
000270     05  DCP-ACTION             PIC X(01).
000280         88  DCP-CHANGE                   VALUE 'C'.
000290         88  DCP-DELETE                   VALUE 'D'.
000300     05  DCP-FIELD-ID           PIC X(02).
000310     05  DCP-REASON             PIC X(08).
000320         88  DCP-HELD-DELETE              VALUE 'DELETE'.
000330         88  DCP-HELD-STATUS              VALUE 'STATUS'.
000340         88  DCP-HELD-AMOUNT              VALUE 'AMOUNT'.
000350         88  DCP-HELD-STAT-AMT            VALUE 'STAT/AMT'.
000360     05  DCP-MAKER-ID           PIC X(08).
000370     05  DCP-ENTRY-DATE         PIC 9(08).
000380     05  DCP-ENTRY-TIME         PIC 9(08).
000390     05  DCP-BEFORE-IMAGE       PIC X(78).
000400     05  DCP-AFTER-IMAGE        PIC X(78).
000410     05  FILLER                 PIC X(03).
