000100*--------------------------------------------------------------*
000110*    KEYREC - MASTER KEY ALLOCATION REGISTER RECORD (KEYREG)
000120*    NEW MASTER KEYS ARE ISSUED BY EXKEYI IN BLOCKS, EACH
000130*    BLOCK TO ONE HOLDER - A SOURCE DEPARTMENT (HO/BR/PR) OR
000140*    AN EXUP OPERATOR - AND ARE NO LONGER MADE UP BY WHOEVER
000150*    KEYS THE ADD. A KEY IS A FIVE-DIGIT BASE FOLLOWED BY A
000160*    CHECK DIGIT IN THE SIXTH POSITION: MODULUS 11 ON THE
000170*    BASE, WEIGHTED 6-5-4-3-2, THE CHECK DIGIT BEING 11 LESS
000180*    THE REMAINDER, OR ZERO WHEN THE REMAINDER IS ZERO. A BASE
000190*    WHOSE REMAINDER IS 1 HAS NO CHECK DIGIT AND IS SKIPPED.
000200*
000210*    ONE RECORD PER BLOCK, KEYED BY THE LAST BASE IN IT, SO A
000220*    START NOT LESS THAN A KEY'S BASE FINDS THE ONLY BLOCK THAT
000230*    CAN HOLD IT - THE KEY WAS ISSUED WHEN THAT BLOCK'S FIRST
000240*    BASE IS NOT ABOVE ITS OWN. EXMERGE, EXEMPLO, EXRCYC, AND
000250*    EXUPD00 PROVE THE CHECK DIGIT OF EVERY KEY AND THAT EVERY
000260*    ADD IS FOR AN ISSUED KEY. THE ALLOCATION CONTROL RECORD
000270*    (SEE KCTLREC) SHARES THE DATASET. EVERY DATE IS CCYYMMDD.
000280*--------------------------------------------------------------*
000290 01  KEY-BLOCK-RECORD.
000300     05  KRG-LAST-BASE          PIC X(05).
000310     05  KRG-FIRST-BASE         PIC X(05).
000320     05  KRG-HOLDER-TYPE        PIC X(01).
000330         88  KRG-HELD-BY-SOURCE           VALUE 'S'.
000340         88  KRG-HELD-BY-OPERATOR         VALUE 'O'.
000350     05  KRG-HOLDER             PIC X(08).
000360     05  KRG-ISSUE-DATE         PIC 9(08).
000370     05  KRG-KEY-COUNT          PIC 9(05).
000380     05  FILLER                 PIC X(28).
