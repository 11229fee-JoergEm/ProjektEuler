000100*----------------------------------------------------------------
000110*    DRVREC00 - RUN PARAMETER CARD FOR THE DL1M0001 DRIVER
000120*               (PRMFILE).  OPTIONAL - WITH NO CARD (OR A
000130*               BLANK MODE) THE DRIVER RUNS THE NORMAL RUN
000140*               BOOK FOR TODAY.  MODE 'C' IS CATCH-UP: EVERY
000150*               CONTROL RECORD DUE ON A DATE FROM THE FROM-
000160*               DATE THRU THE TO-DATE (YYYY-MM-DD) THAT HAS
000170*               NO AUDIT ROW FOR THAT DATE IS RUN ONCE,
000180*               STAMPED WITH THE DATE IT WAS DUE.
000190*
000200*                 C 2026-09-10 2026-09-13
000201*
000202*               MODE 'F' IS A FORCED FULL RERUN OF TODAY'S RUN
000203*               BOOK: RUNS ALREADY COMPLETED TODAY ON THE
000204*               COMPLETION LOG (CMPREC00) ARE CALLED AGAIN
000205*               INSTEAD OF CARRIED FORWARD, AND RPTFILE STARTS
000206*               OVER.  THE DATES ARE NOT USED.
000210*
000220*    MODIFICATION HISTORY
000230*    DATE       INIT  DESCRIPTION
000240*    ---------- ----  ----------------------------------
000250*    2026-09-14 JM    ORIGINAL COPYBOOK.
000253*    2026-10-09 JM    ADDED MODE F - FORCED FULL RERUN OF TODAY'S
000256*                     RUN BOOK, IGNORING THE COMPLETION LOG.
000260*----------------------------------------------------------------
000270 01  DL1-DRIVER-PARM-RECORD.
000280     05  DL1-DRV-MODE              PIC X(01).
000290         88  DL1-DRV-NORMAL                 VALUE SPACE 'N'.
000300         88  DL1-DRV-CATCH-UP               VALUE 'C'.
000305         88  DL1-DRV-FORCE-RERUN            VALUE 'F'.
000310     05  FILLER                    PIC X(01).
000320     05  DL1-DRV-FROM-DATE         PIC X(10).
000330     05  FILLER                    PIC X(01).
000340     05  DL1-DRV-TO-DATE           PIC X(10).
000350     05  FILLER                    PIC X(57).
