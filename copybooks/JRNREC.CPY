000160*    GENERATION. THE JOURNAL COVERS THE PERIOD SINCE THAT
000170*    BACKUP - EXUNLD STARTS A FRESH JOURNAL AFTER EACH
000180*    SUCCESSFUL UNLOAD. THE IMAGES ARE FULL OUTMSTR RECORDS.
000185*    JRN-RUN-DATE IS CCYYMMDD.
000186*    JRN-SOURCE NAMES WHERE THE CHANGE CAME FROM - THE
000188*    ORIGINATING SOURCE (HO/BR/PR) FOR A BATCH TRANSACTION, THE
000190*    OPERATOR ID FOR AN ONLINE UPDATE (THE MAKER, FOR ONE
000192*    APPROVED UNDER DUAL CONTROL), OR THE PROGRAM NAME FOR A
000194*    SYSTEM CHANGE SUCH AS AN EXEXPIR INACTIVATION.
000196*--------------------------------------------------------------*
000200 01  JOURNAL-RECORD.
000210     05  JRN-KEY                PIC X(06).
000220     05  JRN-ACTION             PIC X(08).
000230         88  JRN-ADDED                    VALUE 'ADDED'.
000240         88  JRN-CHANGED                  VALUE 'CHANGED'.
000250         88  JRN-DELETED                  VALUE 'DELETED'.
000260     05  JRN-RUN-DATE           PIC 9(08).
000270     05  JRN-RUN-TIME           PIC 9(08).
000280     05  JRN-BEFORE-IMAGE       PIC X(78).
000290     05  JRN-AFTER-IMAGE        PIC X(78).
000300     05  JRN-SOURCE             PIC X(08).
