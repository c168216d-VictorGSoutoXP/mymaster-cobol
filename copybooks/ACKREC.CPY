000100*--------------------------------------------------------------*
000110*    ACKREC - ACKNOWLEDGEMENT REGISTER RECORD (ACKREG)
000120*    THE KEYED ACKREG DATASET FOLLOWS EVERY DETAIL A SOURCE
000130*    DEPARTMENT (HO/BR/PR) SENDS UNTIL ITS OUTCOME IS FINAL
000140*    AND HAS BEEN RETURNED TO THE DEPARTMENT BY EXACK ON ITS
000150*    ACKNOWLEDGEMENT FILE (SEE AKFREC). THE KEY IS THE SOURCE,
000160*    THE SOURCE'S OWN BATCH NUMBER (IN-HDR-BATCH-NO), AND THE
000170*    DETAIL'S POSITION IN THE BATCH - THE SAME REFERENCE
000180*    EXMERGE STAMPS ON THE TRANSACTION AS IN-ACK-REF.
000190*
000200*    DETAIL SEQUENCE ZERO IS THE BATCH RECORD, WRITTEN BY
000210*    EXMERGE WHEN THE SOURCE TRAILER PROVES. IT CARRIES THE
000220*    TRAILER COUNT THE OUTCOMES MUST ADD BACK TO. EVERY OTHER
000230*    RECORD IS ONE DETAIL AND ITS LATEST OUTCOME -
000240*        (BLANK)  RECEIVED, NO OUTCOME YET      EXMERGE
000250*        L  LOST A CROSS-SOURCE MERGE CONFLICT  EXMERGE
000260*        A  APPLIED TO THE MASTER               EXEMPLO
000270*        R  REJECTED, ACK-REASON-CODE SAYS WHY  EXEMPLO
000275*           OR A MERGED KEY REJECT (CK/NI)      EXMERGE
000280*        S  SUSPENDED UNTIL ACK-UNTIL-DATE      EXEMPLO
000290*        F  NOT SELECTED BY THE CTLCARD RANGES  EXEMPLO
000300*        C  REJECTED AND RECYCLED               EXRCYC
000310*        G  REJECTED AND AGED OUT               EXRCYC
000320*        D  REJECTED AND DROPPED BY CONTROL     EXRCYC
000325*           (OR ITS CORRECTION REFUSED - CK/NI)
000330*    A SUSPENDED OR RECYCLED DETAIL COMES BACK THROUGH EXEMPLO
000340*    ON A LATER DAY AND TAKES ITS NEXT OUTCOME THEN. A, L, F,
000350*    G, AND D ARE FINAL. THE REJECT REASON IS KEPT WHILE A
000360*    REJECT IS RECYCLED, AGED OUT, OR DROPPED.
000370*
000380*    EVERY PROGRAM THAT POSTS AN OUTCOME SETS ACK-CHANGED ON
000390*    THE DETAIL AND ON ITS BATCH RECORD. EXACK RETURNS EACH
000400*    CHANGED BATCH WHOLE, CLEARS THE FLAGS, MARKS A BATCH
000410*    WHOSE EVERY OUTCOME HAS GONE OUT FINAL, AND REMOVES IT
000420*    FROM THE REGISTER ON ITS NEXT RUN. EVERY DATE IS
000430*    CCYYMMDD.
000440*--------------------------------------------------------------*
000450 01  ACK-REGISTER-RECORD.
000460     05  ACK-REG-KEY.
000470         10  ACK-SOURCE         PIC X(03).
000480         10  ACK-BATCH-NO       PIC 9(06).
000490         10  ACK-DETAIL-SEQ     PIC 9(07).
000500             88  ACK-IS-BATCH-RECORD      VALUE ZERO.
000510     05  ACK-CHANGED-SW         PIC X(01).
000520         88  ACK-CHANGED                  VALUE 'Y'.
000530         88  ACK-NOT-CHANGED              VALUE 'N'.
000540     05  ACK-DETAIL-DATA.
000550         10  ACK-KEY            PIC X(06).
000560         10  ACK-TRANS-CODE     PIC X(01).
000570         10  ACK-OUTCOME        PIC X(01).
000580             88  ACK-RECEIVED             VALUE ' '.
000590             88  ACK-LOST                 VALUE 'L'.
000600             88  ACK-APPLIED              VALUE 'A'.
000610             88  ACK-REJECTED             VALUE 'R'.
000620             88  ACK-SUSPENDED            VALUE 'S'.
000630             88  ACK-NOT-SELECTED         VALUE 'F'.
000640             88  ACK-RECYCLED             VALUE 'C'.
000650             88  ACK-AGED-OUT             VALUE 'G'.
000660             88  ACK-DROPPED              VALUE 'D'.
000670             88  ACK-FINAL-OUTCOME        VALUE 'A' 'L' 'F'
000680                                                'G' 'D'.
000690         10  ACK-OUTCOME-DATE   PIC 9(08).
000700         10  ACK-REASON-CODE    PIC X(02).
000710         10  ACK-UNTIL-DATE     PIC 9(08).
000720         10  ACK-RECYCLE-COUNT  PIC 9(02).
000730         10  ACK-WINNER-SOURCE  PIC X(03).
000740         10  FILLER             PIC X(12).
000750     05  ACK-BATCH-DATA REDEFINES ACK-DETAIL-DATA.
000760         10  ACK-BAT-RECEIVED-DATE
000770                                PIC 9(08).
000780         10  ACK-BAT-TRL-COUNT  PIC 9(07).
000790         10  ACK-BAT-LAST-ACK-DATE
000800                                PIC 9(08).
000810         10  ACK-BAT-ACK-COUNT  PIC 9(03).
000820         10  ACK-BAT-FINAL-SW   PIC X(01).
000830             88  ACK-BAT-FINAL            VALUE 'Y'.
000840         10  FILLER             PIC X(16).
