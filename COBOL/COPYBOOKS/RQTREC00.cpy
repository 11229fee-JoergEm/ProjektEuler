000100*----------------------------------------------------------------
000110*    RQTREC00 - ON-DEMAND RESULT REQUEST TRACKING RECORD
000120*               (RQTKSDS).  DL1Q0003 KEEPS ONE ROW PER
000130*               ACCEPTED REQUEST, KEYED BY REQUESTER AND
000140*               REFERENCE, SO A REFERENCE CANNOT BE REUSED AND
000150*               A SCHEDULED REQUEST IS FOLLOWED UP ON THE DAYS
000160*               AFTER ITS ONE-TIME RUN.  THE PENDING KEY IS THE
000170*               PNDKSDS ROW (PNDREC00) OF THE ONE-TIME RUN'S
000180*               RUN-BOOK ADD.  A SETTLED ROW STAYS ON THE
000190*               DATASET WITH ITS FINAL STATUS, LIKE PNDKSDS.
000200*
000210*    MODIFICATION HISTORY
000220*    DATE       INIT  DESCRIPTION
000230*    ---------- ----  ----------------------------------
000240*    2026-10-08 JM    ORIGINAL COPYBOOK.
000250*----------------------------------------------------------------
000260 01  DL1-TRACKING-RECORD.
000270     05  DL1-RQT-KEY.
000280         10  DL1-RQT-REQUESTER     PIC X(08).
000290         10  DL1-RQT-REFERENCE     PIC X(12).
000300     05  DL1-RQT-STATUS            PIC X(10).
000310         88  DL1-RQT-ANSWERED              VALUE 'ANSWERED'.
000320         88  DL1-RQT-SCHEDULED             VALUE 'SCHEDULED'.
000330         88  DL1-RQT-REJECTED              VALUE 'REJECTED'.
000340     05  DL1-RQT-PROBLEM-ID        PIC X(04).
000350     05  DL1-RQT-PARM-TEXT         PIC X(58).
000360     05  DL1-RQT-RUN-ID            PIC X(08).
000370     05  DL1-RQT-RUN-DATE          PIC X(10).
000380     05  DL1-RQT-PENDING-KEY       PIC X(23).
000390     05  DL1-RQT-RECEIVED-TIMESTAMP
000400                                   PIC X(19).
000410     05  DL1-RQT-STATUS-TIMESTAMP  PIC X(19).
000420     05  DL1-RQT-ANSWER            PIC X(16).
000430     05  DL1-RQT-ANSWER-TYPE       PIC X(06).
000440     05  DL1-RQT-REASON            PIC X(30).
