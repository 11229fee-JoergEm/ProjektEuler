000100*----------------------------------------------------------------
000110*    PRBREC00 - PROBLEM CATALOG MASTER RECORD (PRBKSDS).  ONE
000120*               ROW PER PROBLEM-ID THE RUN BOOK MAY CARRY,
000130*               HOLDING EVERYTHING THE DL1 PROGRAMS NEED TO
000140*               KNOW ABOUT THE PROBLEM: THE MODULE DL1M0001
000150*               CALLS FOR IT, THE ANSWER TYPE ITS REPORT
000160*               LINE CARRIES, THE SHAPE OF ITS PARAMETER AREA
000170*               (WHICH DL1V0001 RULES APPLY), WHETHER THE
000180*               MODULE TAKES CHECKPOINTS, AND WHETHER THE
000190*               PROBLEM IS ENABLED.  A DISABLED PROBLEM'S
000200*               CONTROL RECORDS ARE SKIPPED BY THE DRIVER
000210*               AND NOT EXPECTED BY BALANCING - OPERATIONS
000220*               TAKE A PROBLEM OUT OF THE NIGHT THROUGH
000230*               DL1U0002, NOT BY EDITING CTLFILE.  THE WHO/
000240*               WHEN/WHY OF THE LAST CHANGE RIDES ON THE ROW.
000250*               READ THROUGH DL1I0001 (PARAMETERS PRBPRM00).
000260*
000270*    PARAMETER SHAPES -
000280*      D = UPPER BOUND PLUS A DIVISOR LIST (CTLREC00 MAIN VIEW)
000290*      B = UPPER BOUND ONLY - THE DIVISOR FIELDS ARE IGNORED
000300*      T = TARGET NUMBER (CTLREC00 DL1-CTL-PARM-0003 VIEW)
000310*
000320*    MODIFICATION HISTORY
000330*    DATE       INIT  DESCRIPTION
000340*    ---------- ----  ----------------------------------
000350*    2026-10-05 JM    ORIGINAL COPYBOOK.
000360*----------------------------------------------------------------
000370 01  DL1-PROBLEM-CATALOG-RECORD.
000380     05  DL1-PRB-KEY.
000390         10  DL1-PRB-PROBLEM-ID    PIC X(04).
000400     05  DL1-PRB-MODULE            PIC X(30).
000410     05  DL1-PRB-DESCRIPTION       PIC X(30).
000420     05  DL1-PRB-ANSWER-TYPE       PIC X(06).
000430     05  DL1-PRB-PARM-SHAPE        PIC X(01).
000440         88  DL1-PRB-SHAPE-DIVISORS VALUE 'D'.
000450         88  DL1-PRB-SHAPE-BOUND   VALUE 'B'.
000460         88  DL1-PRB-SHAPE-TARGET  VALUE 'T'.
000470         88  DL1-PRB-SHAPE-VALID   VALUE 'D' 'B' 'T'.
000480     05  DL1-PRB-CHECKPOINT-SW     PIC X(01).
000490         88  DL1-PRB-CHECKPOINTS   VALUE 'Y'.
000500         88  DL1-PRB-NO-CHECKPOINTS VALUE 'N'.
000510     05  DL1-PRB-STATUS            PIC X(01).
000520         88  DL1-PRB-ENABLED       VALUE 'E'.
000530         88  DL1-PRB-DISABLED      VALUE 'D'.
000540     05  DL1-PRB-CHANGED-BY        PIC X(08).
000550     05  DL1-PRB-CHANGED-TIMESTAMP PIC X(19).
000560     05  DL1-PRB-STATUS-REASON     PIC X(40).
000570     05  FILLER                    PIC X(10).
