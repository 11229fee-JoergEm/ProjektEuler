000100*----------------------------------------------------------------
000110*    PCTREC00 - PROBLEM CATALOG MAINTENANCE TRANSACTION FOR
000120*               DL1U0002.  ONE CARD PER CHANGE, MATCHED TO
000130*               ITS PRBKSDS ROW BY PROBLEM ID:
000140*                 A = ADD A PROBLEM (ENTERS ENABLED)
000150*                 U = UPDATE MODULE, DESCRIPTION, ANSWER TYPE,
000160*                     SHAPE AND CHECKPOINT FLAG (THE ENABLED/
000170*                     DISABLED STATUS IS LEFT ALONE)
000180*                 D = DELETE A PROBLEM NO CONTROL RECORD USES
000190*                 E = ENABLE A DISABLED PROBLEM
000200*                 X = DISABLE A PROBLEM - ITS RUNS ARE SKIPPED
000210*                     UNTIL IT IS ENABLED AGAIN
000220*               A AND U CARRY EVERY CATALOG FIELD; E, D AND X
000230*               NEED ONLY THE PROBLEM ID.  EVERY CARD CARRIES
000240*               THE OPERATOR'S ID AND A REASON (REQUIRED ON A
000250*               DISABLE, SO THE MORNING SHIFT KNOWS WHY).
000260*               EVERY FIELD IS PLAIN TEXT SO THE CARD CAN BE
000270*               PUNCHED BY HAND.
000280*
000290*    MODIFICATION HISTORY
000300*    DATE       INIT  DESCRIPTION
000310*    ---------- ----  ----------------------------------
000320*    2026-10-05 JM    ORIGINAL COPYBOOK.
000330*----------------------------------------------------------------
000340 01  DL1-PCT-RECORD.
000350     05  DL1-PCT-ACTION            PIC X(01).
000360         88  DL1-PCT-ADD           VALUE 'A'.
000370         88  DL1-PCT-UPDATE        VALUE 'U'.
000380         88  DL1-PCT-DELETE        VALUE 'D'.
000390         88  DL1-PCT-ENABLE        VALUE 'E'.
000400         88  DL1-PCT-DISABLE       VALUE 'X'.
000410     05  FILLER                    PIC X(01).
000420     05  DL1-PCT-PROBLEM-ID        PIC X(04).
000430     05  FILLER                    PIC X(01).
000440     05  DL1-PCT-MODULE            PIC X(30).
000450     05  FILLER                    PIC X(01).
000460     05  DL1-PCT-ANSWER-TYPE       PIC X(06).
000470     05  FILLER                    PIC X(01).
000480     05  DL1-PCT-PARM-SHAPE        PIC X(01).
000490     05  FILLER                    PIC X(01).
000500     05  DL1-PCT-CHECKPOINT-SW     PIC X(01).
000510     05  FILLER                    PIC X(01).
000520     05  DL1-PCT-OPERATOR          PIC X(08).
000530     05  FILLER                    PIC X(01).
000540     05  DL1-PCT-REASON            PIC X(40).
000550     05  FILLER                    PIC X(01).
000560     05  DL1-PCT-DESCRIPTION       PIC X(30).
000570     05  FILLER                    PIC X(01).
