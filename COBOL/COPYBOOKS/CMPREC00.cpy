000100*----------------------------------------------------------------
000110*    CMPREC00 - RUN-BOOK COMPLETION LOG RECORD (CMPFILE).  THE
000120*               DL1M0001 DRIVER APPENDS ONE ROW EACH TIME A
000130*               DUE CONTROL RECORD'S PROBLEM MODULE RETURNS,
000140*               WITH THE CONDITION CODE IT ENDED WITH.  A
000150*               RESUBMIT ON THE SAME RUN DATE CARRIES THOSE
000160*               RUN-IDS FORWARD INSTEAD OF CALLING THEM AGAIN.
000170*               THE LOG ONLY EVER HOLDS ONE RUN DATE - THE
000180*               FIRST RUN OF A NEW DAY EMPTIES IT.  A FORCED
000190*               FULL RERUN (DRVREC00 MODE F) APPENDS A RERUN
000200*               MARKER ROW; ROWS BEFORE THE LAST MARKER ARE NOT
000210*               CARRIED FORWARD.
000220*
000230*    MODIFICATION HISTORY
000240*    DATE       INIT  DESCRIPTION
000250*    ---------- ----  ----------------------------------
000260*    2026-10-09 JM    ORIGINAL COPYBOOK.
000270*----------------------------------------------------------------
000280 01  DL1-COMPLETION-RECORD.
000290     05  DL1-CMP-RUN-DATE          PIC X(10).
000300     05  FILLER                    PIC X(01).
000310     05  DL1-CMP-RUN-ID            PIC X(08).
000320     05  FILLER                    PIC X(01).
000330     05  DL1-CMP-PROBLEM-ID        PIC X(04).
000340     05  FILLER                    PIC X(01).
000350     05  DL1-CMP-STATUS            PIC X(08).
000360         88  DL1-CMP-COMPLETED              VALUE 'COMPLETE'.
000370         88  DL1-CMP-RERUN-MARKER           VALUE 'RERUN'.
000380     05  FILLER                    PIC X(01).
000390     05  DL1-CMP-COND-CODE         PIC 9(04).
000400     05  FILLER                    PIC X(01).
000410     05  DL1-CMP-TIMESTAMP         PIC X(19).
000420     05  FILLER                    PIC X(22).
