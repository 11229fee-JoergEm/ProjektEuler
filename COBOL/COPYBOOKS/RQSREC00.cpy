000100*----------------------------------------------------------------
000110*    RQSREC00 - ON-DEMAND RESULT REQUEST CARD FOR DL1Q0003
000120*               (RQSFILE).  ONE CARD PER REQUEST: WHO IS
000130*               ASKING, THEIR OWN REFERENCE NUMBER FOR THE
000140*               REQUEST, THE PROBLEM-ID AND THE PARAMETER SET
000150*               IN THE SAME UNSIGNED LAYOUT AS A MAINTENANCE
000160*               CARD (MNTREC00).  THE CATALOG PARAMETER SHAPE
000170*               OF THE PROBLEM DECIDES WHICH FIELDS ARE READ -
000180*               BOUND AND DIVISORS, BOUND ONLY, OR THE TARGET
000190*               NUMBER IN THE FIRST FIFTEEN PARAMETER COLUMNS.
000200*
000210*               REQUESTER AND REFERENCE TOGETHER IDENTIFY THE
000220*               REQUEST AND MUST NOT BE REUSED.
000230*
000240*    MODIFICATION HISTORY
000250*    DATE       INIT  DESCRIPTION
000260*    ---------- ----  ----------------------------------
000270*    2026-10-08 JM    ORIGINAL COPYBOOK.
000280*----------------------------------------------------------------
000290 01  DL1-REQUEST-CARD.
000300     05  DL1-RQS-REQUESTER         PIC X(08).
000310     05  FILLER                    PIC X(01).
000320     05  DL1-RQS-REFERENCE         PIC X(12).
000330     05  FILLER                    PIC X(01).
000340     05  DL1-RQS-PROBLEM-ID        PIC X(04).
000350     05  FILLER                    PIC X(01).
000360     05  DL1-RQS-PARM-AREA.
000370         10  DL1-RQS-UPPER-BOUND   PIC 9(08).
000380         10  DL1-RQS-DIVISOR-COUNT PIC 9(02).
000390         10  DL1-RQS-DIVISOR-TABLE.
000400             15  DL1-RQS-DIVISOR   PIC 9(04)
000410                                    OCCURS 10 TIMES.
000420     05  DL1-RQS-PARM-0003 REDEFINES DL1-RQS-PARM-AREA.
000430         10  DL1-RQS-TARGET-NUMBER PIC 9(15).
000440         10  FILLER                PIC X(35).
000450     05  FILLER                    PIC X(03).
