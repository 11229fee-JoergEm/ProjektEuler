000215*                     APPENDED AT THE END SO THE EXISTING
000216*                     COLUMNS KEEP THEIR OFFSETS.  LRECL
000217*                     109 -> 116.
000218*    2026-10-10 JM    TAMPER-EVIDENT SEAL APPENDED AT THE END:
000219*                     DL1-AUD-SEAL-SEQ NUMBERS EVERY SEALED ROW
000220*                     1, 2, 3 ... IN THE ORDER IT WAS WRITTEN
000221*                     AND DL1-AUD-SEAL IS A HASH OF THE ROW
000222*                     CHAINED TO THE PREVIOUS ROW'S SEAL (SEE
000223*                     DL1A0002).  BLANK ON ROWS WRITTEN BEFORE
000224*                     SEALING BEGAN.  LRECL 116 -> 137.
000225*----------------------------------------------------------------
000226 01  DL1-AUDIT-RECORD.
000230     05  DL1-AUD-TIMESTAMP         PIC X(19).
000240     05  FILLER                    PIC X(01).
000250     05  DL1-AUD-RUN-ID            PIC X(08).
000330     05  DL1-AUD-COND-CODE         PIC 9(04).
000340     05  FILLER                    PIC X(01).
000350     05  DL1-AUD-ANSWER-TYPE       PIC X(06).
000360     05  FILLER                    PIC X(01).
000370     05  DL1-AUD-SEAL-SEQ          PIC 9(09).
000380     05  FILLER                    PIC X(01).
000390     05  DL1-AUD-SEAL              PIC 9(10).
