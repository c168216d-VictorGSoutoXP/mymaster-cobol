000380*    A BATCH NUMBER OUT OF STEP WITH THE PREVIOUS RUN, PROVES
000390*    A SHORT OR DOUBLED TRANSMISSION BEFORE ANYTHING IS
000400*    APPLIED.
000403*
000404*    EVERY DATE ON THE RECORD IS CCYYMMDD.
000405*
000406*    IN-ACK-REF IS STAMPED ON EVERY DETAIL BY EXMERGE - THE
000407*    ORIGINATING SOURCE'S OWN BATCH NUMBER (IN-HDR-BATCH-NO
000408*    ON ITS HEADER) AND THE DETAIL'S POSITION IN THAT BATCH -
000409*    AND RIDES UNCHANGED THROUGH SUSPENSE, REJECT, AND
000410*    RECYCLE, SO EVERY OUTCOME CAN BE POSTED BACK TO THE
000411*    ACKNOWLEDGEMENT REGISTER (SEE ACKREC) UNDER IN-SOURCE-
000412*    CODE. THE DEPARTMENT FILES THEMSELVES ARE THE FIRST 78
000413*    BYTES ONLY. ZERO ON A FRAME RECORD, AND ON A
000414*    TRANSACTION NO SOURCE SENT (EXMGEN).
000415*--------------------------------------------------------------*
000416 01  INPUT-RECORD.
000430     05  IN-KEY                 PIC X(06).
000440     05  IN-TRANS-CODE          PIC X(01).
000450         88  IN-TRANS-ADD                 VALUE 'A'.
000480         88  IN-BATCH-HEADER               VALUE 'H'.
000490         88  IN-BATCH-TRAILER              VALUE 'T'.
000500     05  IN-DETAIL-BODY.
000510         10  IN-EFF-DATE        PIC 9(08).
000520         10  IN-FIELD-ID        PIC X(02).
000530             88  IN-FLD-ALL               VALUE '  '.
000540             88  IN-FLD-DESC              VALUE 'DS'.
000600             15  IN-DESC        PIC X(30).
000610             15  IN-STATUS      PIC X(01).
000620             15  IN-REC-EFF-DATE
000630                                PIC 9(08).
000640             15  IN-EXP-DATE    PIC 9(08).
000650             15  IN-AMOUNT      PIC S9(07)V99.
000660         10  IN-RECYCLE-COUNT   PIC 9(02).
000670         10  IN-SOURCE-CODE     PIC X(03).
000680     05  IN-HEADER-BODY REDEFINES IN-DETAIL-BODY.
000690         10  IN-HDR-SOURCE      PIC X(03).
000700         10  IN-HDR-CREATE-DATE PIC 9(08).
000710         10  IN-HDR-BATCH-NO    PIC 9(06).
000720         10  FILLER             PIC X(54).
000730     05  IN-TRAILER-BODY REDEFINES IN-DETAIL-BODY.
000740         10  IN-TRL-RECORD-COUNT
000750                                PIC 9(07).
000760         10  IN-TRL-KEY-HASH    PIC 9(12).
000770         10  FILLER             PIC X(52).
000780*    ACKNOWLEDGEMENT REFERENCE - BEYOND THE DEPARTMENT IMAGE
000790     05  IN-ACK-REF.
000800         10  IN-ACK-BATCH-NO    PIC 9(06).
000810         10  IN-ACK-SEQ         PIC 9(07).
