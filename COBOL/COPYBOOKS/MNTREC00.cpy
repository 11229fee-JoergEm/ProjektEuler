000257*                     MATCHED TO ITS TARGET BY RUN-ID.  THE
000258*                     TRAILING FILLER SHRANK SO THE LRECL
000259*                     STAYS 90.
000260*    2026-09-21 JM    ADDED THE PREDECESSOR RUN-IDS TO MATCH
000261*                     CTLREC00.  LRECL 90 -> 114.
000262*    2026-10-07 JM    ADDED DL1-MNT-SUBMITTER - RUN-BOOK CHANGES
000263*                     NOW GO THROUGH DUAL CONTROL (DL1U0003
000264*                     SUBMITS, DL1U0001 APPLIES ONLY APPROVED
000265*                     CHANGES).  LRECL 114 -> 122.
000266*----------------------------------------------------------------
000267 01  DL1-MAINT-RECORD.
000268     05  DL1-MNT-ACTION            PIC X(01).
000269         88  DL1-MNT-ADD           VALUE 'A'.
000270         88  DL1-MNT-UPDATE        VALUE 'U'.
000271         88  DL1-MNT-DELETE        VALUE 'D'.
000272     05  DL1-MNT-PROBLEM-ID        PIC X(04).
000280     05  DL1-MNT-RUN-ID            PIC X(08).
000285     05  DL1-MNT-PARM-AREA.
000290         10  DL1-MNT-UPPER-BOUND   PIC 9(08).
000334     05  DL1-MNT-FREQ-DAY          PIC 9(02).
000336     05  DL1-MNT-EFF-FROM-DATE     PIC X(10).
000338     05  DL1-MNT-EFF-TO-DATE       PIC X(10).
000339     05  DL1-MNT-PREDECESSOR-TABLE.
000340         10  DL1-MNT-PREDECESSOR   PIC X(08)
000341                                    OCCURS 3 TIMES.
000342     05  FILLER                    PIC X(04).
000352*        WHO SUBMITTED THE CHANGE.  DL1U0003 REFUSES A CARD
000362*        WITHOUT ONE, AND DL1U0001 WILL NOT LET THE SAME
000372*        PERSON APPROVE IT.
000382     05  DL1-MNT-SUBMITTER         PIC X(08).
