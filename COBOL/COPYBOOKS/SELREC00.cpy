000100*----------------------------------------------------------------
000110*    SELREC00 - AUDIT LOG SEAL CHAIN HEAD (AUDSEAL).  ONE
000120*               RECORD, REWRITTEN BY DL1A0002 EVERY TIME AN
000130*               AUDREC00 ROW IS SEALED: THE SEQUENCE NUMBER
000140*               AND SEAL OF THE LAST ROW SEALED, WITH ITS
000150*               RUN-ID AND TIMESTAMP.  THE NEXT ROW CHAINS
000160*               FROM IT, AND DL1A0003 CHECKS THE LAST ROW OF
000170*               THE HISTORY AGAINST IT SO ROWS CUT FROM THE
000180*               END OF AUDFILE ARE ALSO CAUGHT.  AN EMPTY
000190*               DATASET STARTS THE CHAIN AT SEQUENCE 1.
000200*
000210*    MODIFICATION HISTORY
000220*    DATE       INIT  DESCRIPTION
000230*    ---------- ----  ----------------------------------
000240*    2026-10-10 JM    ORIGINAL COPYBOOK.
000250*----------------------------------------------------------------
000260 01  DL1-SEAL-HEAD-RECORD.
000270     05  DL1-SLH-LAST-SEQ          PIC 9(09).
000280     05  FILLER                    PIC X(01).
000290     05  DL1-SLH-LAST-SEAL         PIC 9(10).
000300     05  FILLER                    PIC X(01).
000310     05  DL1-SLH-LAST-RUN-ID       PIC X(08).
000320     05  FILLER                    PIC X(01).
000330     05  DL1-SLH-LAST-TIMESTAMP    PIC X(19).
000340     05  FILLER                    PIC X(01).
000350     05  DL1-SLH-SEALED-STAMP      PIC X(19).
000360     05  FILLER                    PIC X(11).
