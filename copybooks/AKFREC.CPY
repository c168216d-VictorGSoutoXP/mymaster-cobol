000100*--------------------------------------------------------------*
000110*    AKFREC - ACKNOWLEDGEMENT FILE RECORD (ACKFIL1/2/3)
000120*    WRITTEN NIGHTLY BY EXACK FROM THE ACKREG REGISTER (SEE
000130*    ACKREC) AND RETURNED TO THE SOURCE DEPARTMENT -
000140*        ACKFIL1  HEAD OFFICE  (HO)
000150*        ACKFIL2  BRANCH       (BR)
000160*        ACKFIL3  PRICING      (PR)
000170*    EVERY RECORD CARRIES THE DEPARTMENT'S OWN SOURCE CODE
000180*    AND BATCH NUMBER (ITS IN-HDR-BATCH-NO). A BATCH COMES
000190*    BACK WHOLE - ONE HEADER, ONE DETAIL FOR EVERY DETAIL THE
000200*    DEPARTMENT SENT, IN THE ORDER IT SENT THEM, AND ONE
000210*    TRAILER - EACH NIGHT ANY OF ITS OUTCOMES CHANGES, UNTIL
000220*    EVERY OUTCOME IS FINAL. AKF-HDR-ACK-SEQ NUMBERS THE
000230*    RETURNS OF ONE BATCH, AND THE LATEST SUPERSEDES THE REST.
000240*
000250*    THE TRAILER COUNTS THE DETAILS BY OUTCOME. THEIR TOTAL
000260*    MUST EQUAL AKF-TRL-SOURCE-COUNT, THE COUNT ON THE
000270*    DEPARTMENT'S OWN TRAILER. EVERY DATE IS CCYYMMDD.
000280*--------------------------------------------------------------*
000290 01  ACK-FILE-RECORD.
000300     05  AKF-REC-TYPE           PIC X(01).
000310         88  AKF-HEADER-REC               VALUE 'H'.
000320         88  AKF-DETAIL-REC               VALUE 'D'.
000330         88  AKF-TRAILER-REC              VALUE 'T'.
000340     05  AKF-SOURCE             PIC X(03).
000350     05  AKF-BATCH-NO           PIC 9(06).
000360     05  AKF-DETAIL-DATA.
000370         10  AKF-SEQ            PIC 9(07).
000380         10  AKF-KEY            PIC X(06).
000390         10  AKF-TRANS-CODE     PIC X(01).
000400         10  AKF-OUTCOME-CODE   PIC X(01).
000410         10  AKF-OUTCOME        PIC X(10).
000420         10  AKF-OUTCOME-DATE   PIC 9(08).
000430         10  AKF-REASON-CODE    PIC X(02).
000440         10  AKF-REASON-TEXT    PIC X(24).
000450         10  AKF-UNTIL-DATE     PIC 9(08).
000460         10  AKF-RECYCLE-COUNT  PIC 9(02).
000470         10  FILLER             PIC X(21).
000480     05  AKF-HEADER-DATA REDEFINES AKF-DETAIL-DATA.
000490         10  AKF-HDR-RECEIVED-DATE
000500                                PIC 9(08).
000510         10  AKF-HDR-ACK-DATE   PIC 9(08).
000520         10  AKF-HDR-ACK-SEQ    PIC 9(03).
000530         10  AKF-HDR-STATUS     PIC X(01).
000540             88  AKF-HDR-FINAL            VALUE 'F'.
000550             88  AKF-HDR-INTERIM          VALUE 'I'.
000560         10  FILLER             PIC X(70).
000570     05  AKF-TRAILER-DATA REDEFINES AKF-DETAIL-DATA.
000580         10  AKF-TRL-SOURCE-COUNT
000590                                PIC 9(07).
000600         10  AKF-TRL-APPLIED    PIC 9(07).
000610         10  AKF-TRL-LOST       PIC 9(07).
000620         10  AKF-TRL-REJECTED   PIC 9(07).
000630         10  AKF-TRL-SUSPENDED  PIC 9(07).
000640         10  AKF-TRL-NOT-SELECTED
000650                                PIC 9(07).
000660         10  AKF-TRL-RECYCLED   PIC 9(07).
000670         10  AKF-TRL-AGED-OUT   PIC 9(07).
000680         10  AKF-TRL-DROPPED    PIC 9(07).
000690         10  AKF-TRL-IN-PROCESS PIC 9(07).
000700         10  AKF-TRL-TOTAL      PIC 9(07).
000710         10  FILLER             PIC X(13).
