000150*    CICS OPERATOR ID ONLINE AND THE PROGRAM NAME IN BATCH.
000160*    EXUPD00 WRITES ENTRIES THROUGH THE EXAU TD QUEUE, WHICH
000170*    IS DEFINED EXTRAPARTITION ONTO THE SAME AUDIT DATASET.
000175*    AUD-RUN-DATE IS CCYYMMDD.
000180*--------------------------------------------------------------*
000190 01  AUDIT-RECORD.
000200     05  AUD-KEY                PIC X(06).
000210     05  AUD-ACTION             PIC X(08).
000220     05  AUD-RUN-DATE           PIC 9(08).
000230     05  AUD-RUN-TIME           PIC 9(08).
000240     05  AUD-USER               PIC X(08).
