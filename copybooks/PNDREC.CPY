000170*    THE REJECT REASON WHERE THERE IS ONE, THE RECYCLE COUNT,
000180*    AND THE EFFECTIVE DATE. PND-SEQ IS A RUN SEQUENCE SO
000190*    SEVERAL PENDING ITEMS MAY SHARE ONE MASTER KEY - THE
000196*    INQUIRY BROWSES FROM KEY PLUS ZEROS. PND-EFF-DATE IS
000202*    CCYYMMDD.
000210*--------------------------------------------------------------*
000220 01  PENDING-RECORD.
000230     05  PND-RECORD-KEY.
000300     05  PND-TRANS-CODE         PIC X(01).
000310     05  PND-REASON-CODE        PIC X(02).
000320     05  PND-RECYCLE-COUNT      PIC 9(02).
000330     05  PND-EFF-DATE           PIC 9(08).
000340     05  FILLER                 PIC X(08).
