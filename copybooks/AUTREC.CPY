000170*    OPERATOR MAY USE, AND THE KEY RANGE LIMITS WHICH MASTER
000180*    KEYS MAY BE TOUCHED - SPACES ON EITHER SIDE LEAVE THAT
000190*    SIDE OPEN. THE SECURITY OFFICER KEEPS THE PROFILES
000193*    CURRENT THROUGH THE EXSECM BATCH RUN. AUT-ALLOW-APPROVE
000196*    LETS THE OPERATOR APPROVE OR DECLINE ANOTHER OPERATOR'S
000199*    HELD UPDATE ON TRANSACTION EXAP (SEE DCPREC) - THE KEY
000202*    RANGE LIMITS THAT TOO. THE DUAL-CONTROL RULES RECORD
000205*    (SEE DCTLREC) SHARES THE DATASET UNDER ID *DUALCTL.
000210*--------------------------------------------------------------*
000220 01  AUTH-RECORD.
000230     05  AUT-OPERATOR-ID        PIC X(08).
000290         88  AUT-MAY-DELETE               VALUE 'Y'.
000300     05  AUT-KEY-LOW            PIC X(06).
000310     05  AUT-KEY-HIGH           PIC X(06).
000320     05  AUT-ALLOW-APPROVE      PIC X(01).
000330         88  AUT-MAY-APPROVE              VALUE 'Y'.
000340     05  FILLER                 PIC X(08).
