000100*----------------------------------------------------------------
000110*    PNDREC00 - PENDING RUN-BOOK CHANGE RECORD (PNDKSDS).  THE
000120*               FOUR-EYES HOLDING AREA BETWEEN A SUBMITTED
000130*               MAINTENANCE CARD AND THE PRODUCTION CTLPARM:
000140*               DL1U0003 WRITES EACH SUBMITTED MNTREC00 CARD
000150*               HERE WITH STATUS PENDING, DL1I0003 LISTS THE
000160*               PENDING ONES NEXT TO THE CURRENT CONTROL
000170*               RECORD, AND DL1U0001 SETTLES THEM - APPROVED
000180*               (AND APPLIED), REJECTED OR EXPIRED - FROM THE
000190*               APPROVAL CARDS (APRREC00).  A SETTLED ROW
000200*               STAYS ON THE DATASET WITH ITS STATUS, WHO
000210*               SETTLED IT AND WHEN, LIKE THE EXCEPTION WORK
000220*               QUEUE (EXQREC00).
000230*
000240*               THE KEY IS THE SUBMISSION TIMESTAMP AND THE
000250*               CARD'S SEQUENCE NUMBER WITHIN THAT SUBMISSION,
000260*               SO A SEQUENTIAL WALK IS OLDEST-FIRST AND CARDS
000270*               APPLY IN THE ORDER THEY WERE SUBMITTED.
000280*
000290*    MODIFICATION HISTORY
000300*    DATE       INIT  DESCRIPTION
000310*    ---------- ----  ----------------------------------
000320*    2026-10-07 JM    ORIGINAL COPYBOOK.
000330*----------------------------------------------------------------
000340 01  DL1-PENDING-RECORD.
000350     05  DL1-PND-KEY.
000360         10  DL1-PND-TIMESTAMP     PIC X(19).
000370         10  DL1-PND-SEQUENCE      PIC 9(04).
000380     05  DL1-PND-STATUS            PIC X(08).
000390         88  DL1-PND-PENDING       VALUE 'PENDING'.
000400         88  DL1-PND-APPROVED      VALUE 'APPROVED'.
000410         88  DL1-PND-REJECTED      VALUE 'REJECTED'.
000420         88  DL1-PND-EXPIRED       VALUE 'EXPIRED'.
000430     05  DL1-PND-SUBMITTER         PIC X(08).
000440     05  DL1-PND-APPROVER          PIC X(08).
000450     05  DL1-PND-STATUS-TIMESTAMP  PIC X(19).
000460     05  DL1-PND-STATUS-REASON     PIC X(30).
000470*        THE SUBMITTED MAINTENANCE CARD EXACTLY AS PUNCHED
000480*        (MNTREC00).
000490     05  DL1-PND-MAINT-IMAGE       PIC X(122).
