000100*----------------------------------------------------------------
000110*    FCPREC00 - RUN PARAMETER CARD FOR THE DL1Y0002 RUN-BOOK
000120*               WINDOW FORECAST (PRMFILE).  THE BATCH WINDOW
000130*               START AND END AS HH:MM (AN END AT OR BEFORE
000140*               THE START IS ON THE NEXT DAY), THE RUN DATE
000150*               TO FORECAST AS YYYY-MM-DD (SPACES = TOMORROW)
000160*               AND THE ITERATIONS PER SECOND TO ASSUME FOR A
000170*               PROBLEM WITH NO TIMING HISTORY AT ALL, NINE
000180*               DIGITS ZERO-FILLED (SPACES = 001000000).
000190*
000200*                 22:00 06:00
000210*                 22:00 06:00 2026-10-01 002500000
000220*
000230*    MODIFICATION HISTORY
000240*    DATE       INIT  DESCRIPTION
000250*    ---------- ----  ----------------------------------
000260*    2026-09-28 JM    ORIGINAL COPYBOOK.
000270*----------------------------------------------------------------
000280 01  DL1-FORECAST-PARM-RECORD.
000290     05  DL1-FCP-WINDOW-START      PIC X(05).
000300     05  FILLER                    PIC X(01).
000310     05  DL1-FCP-WINDOW-END        PIC X(05).
000320     05  FILLER                    PIC X(01).
000330     05  DL1-FCP-RUN-DATE          PIC X(10).
000340     05  FILLER                    PIC X(01).
000350     05  DL1-FCP-DEFAULT-RATE      PIC X(09).
000360     05  DL1-FCP-DEFAULT-RATE-N REDEFINES
000370         DL1-FCP-DEFAULT-RATE      PIC 9(09).
000380     05  FILLER                    PIC X(48).
