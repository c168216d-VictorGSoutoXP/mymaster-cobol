000130*    EDIT OR CANNOT BE APPLIED TO THE MASTER, AND READ BACK BY
000140*    THE RECYCLE PROGRAM (EXRCYC) SO DATA CONTROL CAN CORRECT
000150*    AND RE-PRESENT IT. REJ-TRANS-DATA IS THE ORIGINAL
000156*    TRANSACTION IMAGE (SEE INTRANS), ACKNOWLEDGEMENT
000159*    REFERENCE INCLUDED. EXMERGE WRITES THE SAME LAYOUT TO
000162*    MRGREJ FOR A MERGED KEY THAT FAILS ITS CHECK DIGIT (CK)
000165*    OR IS ADDED WITHOUT HAVING BEEN ISSUED (NI) - SEE KEYREC.
000170*--------------------------------------------------------------*
000180 01  REJECT-RECORD.
000190     05  REJ-TRANS-DATA         PIC X(91).
000200     05  REJ-REASON-CODE        PIC X(02).
000210         88  REJ-VALIDATION-FAILED        VALUE 'VE'.
000220         88  REJ-DUPLICATE-ADD            VALUE 'DA'.
000230         88  REJ-KEY-NOT-FOUND            VALUE 'NF'.
000240         88  REJ-BAD-TRANS-CODE           VALUE 'TC'.
000250         88  REJ-KEY-CHECK-FAILED         VALUE 'CK'.
000260         88  REJ-KEY-NOT-ISSUED           VALUE 'NI'.
