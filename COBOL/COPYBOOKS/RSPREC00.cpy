000100*----------------------------------------------------------------
000110*    RSPREC00 - ON-DEMAND RESULT RESPONSE RECORD WRITTEN BY
000120*               DL1Q0003 (RSPFILE).  ONE ROW EACH TIME A
000130*               REQUEST (RQSREC00) CHANGES STATUS:
000140*
000150*                 ANSWERED   THE ANSWER CAME FROM THE GOLDEN
000160*                            MASTER (GLDKSDS) - AT INTAKE, OR
000170*                            AFTER THE ONE-TIME RUN.  RUN-ID
000180*                            AND RUN DATE ARE THE RUN THAT
000190*                            FIRST PRODUCED THE ANSWER.
000200*                 SCHEDULED  NO RECORDED ANSWER YET.  A ONE-
000210*                            TIME RUN (RUN-ID, RUN DATE) WAS
000220*                            SUBMITTED FOR APPROVAL; A LATER
000230*                            ROW ANSWERS OR REJECTS IT.
000240*                 REJECTED   REASON SAYS WHY.
000250*
000260*               THE PARAMETER TEXT IS THE REPORT-LINE FORM
000270*               (RPTREC00) THE REQUEST WAS MATCHED ON.
000280*
000290*    MODIFICATION HISTORY
000300*    DATE       INIT  DESCRIPTION
000310*    ---------- ----  ----------------------------------
000320*    2026-10-08 JM    ORIGINAL COPYBOOK.
000330*----------------------------------------------------------------
000340 01  DL1-RESPONSE-RECORD.
000350     05  DL1-RSP-REFERENCE         PIC X(12).
000360     05  FILLER                    PIC X(01).
000370     05  DL1-RSP-REQUESTER         PIC X(08).
000380     05  FILLER                    PIC X(01).
000390     05  DL1-RSP-STATUS            PIC X(10).
000400         88  DL1-RSP-ANSWERED              VALUE 'ANSWERED'.
000410         88  DL1-RSP-SCHEDULED             VALUE 'SCHEDULED'.
000420         88  DL1-RSP-REJECTED              VALUE 'REJECTED'.
000430     05  FILLER                    PIC X(01).
000440     05  DL1-RSP-PROBLEM-ID        PIC X(04).
000450     05  FILLER                    PIC X(01).
000460     05  DL1-RSP-PARM-TEXT         PIC X(58).
000470     05  FILLER                    PIC X(01).
000480     05  DL1-RSP-ANSWER            PIC X(16).
000490     05  FILLER                    PIC X(01).
000500     05  DL1-RSP-ANSWER-TYPE       PIC X(06).
000510     05  FILLER                    PIC X(01).
000520     05  DL1-RSP-RUN-ID            PIC X(08).
000530     05  FILLER                    PIC X(01).
000540     05  DL1-RSP-RUN-DATE          PIC X(10).
000550     05  FILLER                    PIC X(01).
000560     05  DL1-RSP-REASON            PIC X(30).
000570     05  FILLER                    PIC X(01).
000580     05  DL1-RSP-TIMESTAMP         PIC X(19).
000590     05  FILLER                    PIC X(09).
