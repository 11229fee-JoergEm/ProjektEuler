000223*                     DL1M0001 SELECTS ONLY THE RECORDS DUE
000224*                     ON THE RUN DATE (SEE DL1F0001).
000225*                     LRECL 64 -> 90.
000226*    2026-09-21 JM    ADDED DL1-CTL-PREDECESSOR (UP TO THREE RUN-
000227*                     IDS) - DL1M0001 HOLDS BACK A RECORD WHOSE
000228*                     PREDECESSOR ENDED ABOVE CONDITION CODE 4 ON
000229*                     THE RUN DATE, AND EVERYTHING DOWNSTREAM OF
000230*                     IT.  LRECL 90 -> 114.
000231*----------------------------------------------------------------
000232 01  DL1-CONTROL-RECORD.
000240         05  DL1-CTL-PROBLEM-ID        PIC X(04).
000250         05  DL1-CTL-RUN-ID            PIC X(08).
000252         05  DL1-CTL-PARM-AREA.
000313         05  DL1-CTL-FREQ-DAY          PIC 9(02).
000314         05  DL1-CTL-EFF-FROM-DATE     PIC X(10).
000315         05  DL1-CTL-EFF-TO-DATE       PIC X(10).
000316*        UP TO THREE RUN-IDS THAT MUST NOT HAVE FAILED TODAY
000317*        BEFORE THIS RECORD MAY RUN (SPACES = NONE).  EACH
000318*        MUST BE PLACED AHEAD OF THIS RECORD IN THE BOOK.
000319         05  DL1-CTL-PREDECESSOR-TABLE.
000320             10  DL1-CTL-PREDECESSOR   PIC X(08)
000321                                        OCCURS 3 TIMES.
000322         05  FILLER                    PIC X(05).
