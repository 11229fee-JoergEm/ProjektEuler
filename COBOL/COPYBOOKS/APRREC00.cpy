000100*----------------------------------------------------------------
000110*    APRREC00 - RUN-BOOK CHANGE APPROVAL TRANSACTION FOR
000120*               DL1U0001.  ONE CARD PER PENDING CHANGE TO
000130*               SETTLE: THE ACTION (A = APPROVE AND APPLY,
000140*               R = REJECT), THE CHANGE'S FULL KEY (TIMESTAMP
000150*               AND SEQUENCE EXACTLY AS THE DL1I0003 PENDING-
000160*               CHANGES REPORT SHOWS THEM), THE APPROVER'S ID
000170*               AND A FREE-TEXT REASON.  THE APPROVER MUST NOT
000180*               BE THE SUBMITTER; A SUBMITTER MAY REJECT (WITH-
000190*               DRAW) THEIR OWN CHANGE.
000200*
000210*                 A 2026-10-07-14.05.31 0001 KLAUSW   CHECKED
000220*
000230*    MODIFICATION HISTORY
000240*    DATE       INIT  DESCRIPTION
000250*    ---------- ----  ----------------------------------
000260*    2026-10-07 JM    ORIGINAL COPYBOOK.
000262*    2026-10-15 JM    CHANGE SEQUENCE IS 9(04), AS ON PNDREC00;
000264*                     DL1U0001 REFUSES A CARD WHOSE SEQUENCE IS
000266*                     NOT NUMERIC.
000270*----------------------------------------------------------------
000280 01  DL1-APPROVAL-RECORD.
000290     05  DL1-APR-ACTION            PIC X(01).
000300         88  DL1-APR-APPROVE       VALUE 'A'.
000310         88  DL1-APR-REJECT        VALUE 'R'.
000320     05  FILLER                    PIC X(01).
000330     05  DL1-APR-TIMESTAMP         PIC X(19).
000340     05  FILLER                    PIC X(01).
000350     05  DL1-APR-SEQUENCE          PIC 9(04).
000360     05  FILLER                    PIC X(01).
000370     05  DL1-APR-APPROVER          PIC X(08).
000380     05  FILLER                    PIC X(01).
000390     05  DL1-APR-REASON            PIC X(30).
000400     05  FILLER                    PIC X(14).
