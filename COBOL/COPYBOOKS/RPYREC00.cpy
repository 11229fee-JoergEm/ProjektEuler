000100*----------------------------------------------------------------
000110*    RPYREC00 - HISTORICAL REPLAY REQUEST CARD FOR DL1Q0002
000120*               (RPYFILE).  ONE CARD PER PAST RUN TO REPLAY:
000130*               THE RUN-ID AND THE DATE IT RAN AS YYYY-MM-DD,
000140*               MATCHING THE DATE PORTION OF DL1-AUD-TIMESTAMP.
000150*
000160*               COLUMNS 1-8 RUN-ID, 10-19 YYYY-MM-DD.
000170*
000180*    MODIFICATION HISTORY
000190*    DATE       INIT  DESCRIPTION
000200*    ---------- ----  ----------------------------------
000210*    2026-10-06 JM    ORIGINAL COPYBOOK.
000220*----------------------------------------------------------------
000230 01  DL1-REPLAY-CARD.
000240     05  DL1-RPY-RUN-ID            PIC X(08).
000250     05  FILLER                    PIC X(01).
000260     05  DL1-RPY-AS-OF-DATE        PIC X(10).
000270     05  FILLER                    PIC X(61).
