000260*    RETAINED) PROVES NOTHING WAS DROPPED - A MISMATCH ENDS
000270*    THE STEP WITH RETURN-CODE 16 SO THE COPY-BACK NEVER
000280*    RUNS AGAINST A QUESTIONABLE SPLIT.
000281*
000282*    ONLY THE LEADING RUN OF OLD RECORDS IS ARCHIVED - THE
000283*    FIRST RECORD THAT HAS TO BE RETAINED ENDS THE ARCHIVE
000284*    PORTION AND EVERYTHING BEHIND IT IS RETAINED TOO, SO THE
000285*    ARCHIVE GENERATIONS FOLLOWED BY AUDFILE ALWAYS HOLD THE
000286*    ROWS IN THE ORDER THEY WERE WRITTEN AND THE SEAL CHAIN
000287*    (SEE DL1A0002/DL1A0003) RUNS UNBROKEN ACROSS THE SPLIT.
000288*    AN OLD ROW HELD BACK THAT WAY (A CATCH-UP ROW STAMPED
000289*    WITH AN EARLIER DUE DATE) IS ARCHIVED BY A LATER RUN.
000290*
000300*    MODIFICATION HISTORY
000310*    DATE       INIT  DESCRIPTION
000332*                     109 -> 116 TO MATCH THE GENERALIZED
000333*                     AUDREC00 (ANSWER-TYPE APPENDED - SEE
000334*                     PROBLEM 0003).
000335*    2026-10-10 JM    ARCHIVE/RETAINED RECORD IMAGES WIDENED
000336*                     116 -> 137 FOR THE AUDREC00 SEAL
000337*                     COLUMNS.  THE SPLIT NOW ARCHIVES ONLY THE
000338*                     LEADING RUN OF OLD RECORDS, SO ROWS NEVER
000339*                     CHANGE ORDER ACROSS THE ARCHIVE/RETAIN
000340*                     BOUNDARY; OLD ROWS HELD BACK ARE COUNTED
000341*                     ON THE DISPOSITION REPORT.
000342*----------------------------------------------------------------
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.              DL1A0001.
000370 AUTHOR.                  JOERG M.
000660 FD  ARC-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  DL1-ARCHIVE-RECORD        PIC X(137).
000700
000710 FD  RET-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  DL1-RETAINED-RECORD       PIC X(137).
000750
000760 WORKING-STORAGE SECTION.
000765 77  DL1-PRM-FILE-STATUS       PIC X(02) VALUE '00'.
000790 77  DL1-RET-FILE-STATUS       PIC X(02) VALUE '00'.
000800 77  DL1-AUD-EOF-SW            PIC X(01) VALUE 'N'.
000810     88  DL1-AUD-AT-EOF                  VALUE 'Y'.
000813 77  DL1-ARCHIVING-SW          PIC X(01) VALUE 'Y'.
000816     88  DL1-STILL-ARCHIVING             VALUE 'Y'.
000820 77  DL1-PARM-OK-SW            PIC X(01) VALUE 'Y'.
000830     88  DL1-PARM-OK                     VALUE 'Y'.
000840     88  DL1-PARM-BAD                    VALUE 'N'.
000920                               VALUE ZERO.
000930 77  DL1-RETAINED-COUNT        PIC 9(07) COMP
000940                               VALUE ZERO.
000943 77  DL1-HELD-BACK-COUNT       PIC 9(07) COMP
000946                               VALUE ZERO.
000950 77  DL1-TODAY-YMD             PIC 9(08) VALUE ZERO.
000960 77  DL1-TODAY-INTEGER         PIC 9(08) COMP
000970                               VALUE ZERO.
002060*    DATE PORTION OF ITS TIMESTAMP (YYYY-MM-DD).  A RECORD
002070*    WITH AN UNPARSEABLE DATE IS RETAINED - KEEPING A
002080*    DAMAGED ROW VISIBLE BEATS BURYING IT IN AN ARCHIVE
002090*    NOBODY READS.  ONCE ONE RECORD HAS BEEN RETAINED, EVERY
002093*    RECORD AFTER IT IS RETAINED AS WELL (SEE ABOVE) - AN OLD
002096*    ONE AMONG THEM IS COUNTED AS HELD BACK.
002100*----------------------------------------------------------------
002110 2100-DISPOSE-ONE-RECORD.
002120     READ AUD-FILE
002180                     2200-EXTRACT-RECORD-DATE-EXIT
002190             IF DL1-RECORD-YMD > ZERO
002200                AND DL1-RECORD-YMD < DL1-CUTOFF-YMD
002205                 IF DL1-STILL-ARCHIVING
002210                     WRITE DL1-ARCHIVE-RECORD
002215                         FROM DL1-AUDIT-RECORD
002220                     ADD 1 TO DL1-ARCHIVED-COUNT
002221                 ELSE
002222                     WRITE DL1-RETAINED-RECORD
002223                         FROM DL1-AUDIT-RECORD
002224                     ADD 1 TO DL1-RETAINED-COUNT
002225                     ADD 1 TO DL1-HELD-BACK-COUNT
002226                 END-IF
002230             ELSE
002235                 MOVE 'N' TO DL1-ARCHIVING-SW
002240                 WRITE DL1-RETAINED-RECORD FROM DL1-AUDIT-RECORD
002250                 ADD 1 TO DL1-RETAINED-COUNT
002260             END-IF
002540     MOVE DL1-RETAINED-COUNT TO DL1-COUNT-EDIT.
002550     DISPLAY 'DL1-0001-AUDIT RETENTION - RECORDS RETAINED '
002560             DL1-COUNT-EDIT.
002561     IF DL1-HELD-BACK-COUNT > ZERO
002562         MOVE DL1-HELD-BACK-COUNT TO DL1-COUNT-EDIT
002563         DISPLAY 'DL1-0001-AUDIT RETENTION - OLD RECORDS HELD '
002564                 'BACK BEHIND A RETAINED ONE ' DL1-COUNT-EDIT
002565     END-IF.
002570     IF DL1-READ-COUNT = DL1-ARCHIVED-COUNT + DL1-RETAINED-COUNT
002580         MOVE 0 TO RETURN-CODE
002590     ELSE
