000140*    AUDFILE OUT, EXCFILE FOR FAILURES - AND NOTHING EVER
000150*    PROVED THEY AGREE.  THIS PROGRAM READS THE DAY'S FOUR
000160*    DATASETS (AUDFILE AND EXCFILE ROWS ARE MATCHED ON RUN-ID
000170*    AND THE DATE PORTION OF THEIR TIMESTAMPS; RPTFILE LINES
000180*    ON THEIR RUN DATE) AND PROVES
000190*    THAT EVERY CONTROL RECORD DUE TODAY (THE SAME DL1F0001
000200*    RULES THE DL1M0001 DRIVER APPLIES) PRODUCED EXACTLY ONE
000210*    AUDIT ROW AND EITHER A REPORT LINE OR AN EXCEPTION ROW:
000250*      - A CLEAN RUN (CONDITION CODE ZERO) WITHOUT A REPORT
000260*        LINE
000270*      - A NONZERO CONDITION CODE WITHOUT AN EXCFILE ROW
000272*    A DUE RUN THE DRIVER HELD BACK BEHIND A FAILED
000274*    PREDECESSOR (ITS DL1-0206E EXCFILE ROW) HAS NO AUDIT
000276*    ROW BY DESIGN AND IS NOT A DISCREPANCY.  NEITHER IS A
000277*    DUE RECORD WHOSE PROBLEM OPERATIONS HAVE DISABLED IN THE
000278*    PROBLEM CATALOG (PRBKSDS) - THE DRIVER SKIPS IT, SO IT IS
000279*    NOT EXPECTED AT ALL.
000280*    ANYTHING UNACCOUNTED FOR PRINTS ON THE IMBALANCE REPORT
000290*    AND FAILS THE STEP, SO THE DISCREPANCY IS CHASED THE
000300*    SAME NIGHT INSTEAD OF AT MONTH-END.
000360*    DATE       INIT  DESCRIPTION
000370*    ---------- ----  ----------------------------------
000380*    2026-09-02 JM    ORIGINAL PROGRAM.
000381*    2026-09-14 JM    RPTFILE LINES ARE NOW MATCHED ONLY WHEN
000382*                     THEIR RUN DATE IS TODAY'S - A DL1M0001
000383*                     CATCH-UP RUN APPENDS BACK-FILLED LINES
000384*                     STAMPED WITH THE DATE THEY WERE DUE, AND
000385*                     THOSE ARE NOT PART OF TODAY'S RUN BOOK.
000386*    2026-09-21 JM    A DUE RUN WITH NO AUDIT ROW IS NO LONGER A
000387*                     DISCREPANCY WHEN DL1M0001 HELD IT BEHIND A
000388*                     FAILED PREDECESSOR (A DL1-0206E EXCFILE ROW
000389*                     FOR THE RUN-ID TODAY).
000390*    2026-10-05 JM    A DUE RECORD WHOSE PROBLEM IS DISABLED IN
000391*                     THE PROBLEM CATALOG (PRBKSDS, THROUGH
000392*                     DL1I0001) IS NO LONGER EXPECTED - THE DRIVER
000393*                     SKIPS IT.  THE COUNT PRINTS ON THE TRAILER
000394*                     AND SYSOUT.
000395*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.              DL1B0001.
000420 AUTHOR.                  JOERG M.
001220 77  DL1-MATCH-RUN-ID          PIC X(08) VALUE SPACES.
001230 77  DL1-DROPPED-COUNT         PIC 9(04) COMP
001240                               VALUE ZERO.
001243 77  DL1-DISABLED-COUNT        PIC 9(04) COMP
001246                               VALUE ZERO.
001250 77  DL1-DISCREPANCY-COUNT     PIC 9(04) COMP
001260                               VALUE ZERO.
001270 77  DL1-DUE-SW                PIC X(01) VALUE 'Y'.
001370 77  DL1-RUN-DATE-YMD          PIC 9(08) VALUE ZERO.
001380 77  DL1-RUN-DATE-TEXT         PIC X(10) VALUE SPACES.
001390     COPY EXCPRM00.
001393     COPY PRBPRM00.
001396     COPY PRBREC00.
001400
001410*    ONE SLOT PER CONTROL RECORD DUE TODAY: HOW MANY AUDIT
001420*    ROWS CAME BACK, THE LAST CONDITION CODE SEEN, WHETHER
001430*    A REPORT LINE / EXCEPTION ROW SHOWED UP, AND WHETHER
001435*    THE DRIVER HELD IT BEHIND A FAILED PREDECESSOR.
001440 01  DL1-DUE-TABLE.
001450     05  DL1-DUE-ENTRY         OCCURS 200 TIMES.
001460         10  DL1-DUE-RUN-ID    PIC X(08).
001510             88  DL1-DUE-RPT-SEEN       VALUE 'Y'.
001520         10  DL1-DUE-EXC-SW    PIC X(01).
001530             88  DL1-DUE-EXC-SEEN       VALUE 'Y'.
001533         10  DL1-DUE-HELD-SW   PIC X(01).
001536             88  DL1-DUE-HELD           VALUE 'Y'.
001540
001550 01  DL1-HDG1-LINE.
001560     05  FILLER                PIC X(09) VALUE 'DL1B0001 '.
001840     05  FILLER                PIC X(20) VALUE
001850         '  DISCREPANCIES -   '.
001860     05  DL1-TRL-DISCREPANCY   PIC Z(04)9.
001864     05  FILLER                PIC X(14) VALUE
001868         '  DISABLED -  '.
001872     05  DL1-TRL-DISABLED      PIC Z(04)9.
001876     05  FILLER                PIC X(62) VALUE SPACES.
001880
001890 PROCEDURE DIVISION.
001900*----------------------------------------------------------------
002470                                  DL1-RUN-DATE-YMD
002480                                  DL1-DUE-SW
002490                                  DL1-SKIP-REASON
002492             IF DL1-RECORD-DUE
002494                 PERFORM 1110-CHECK-CATALOG THRU
002496                         1110-CHECK-CATALOG-EXIT
002498             END-IF
002500             IF DL1-RECORD-DUE
002510                 IF DL1-DUE-COUNT < 200
002520                     ADD 1 TO DL1-DUE-COUNT
002580                         DL1-DUE-COND-CODE (DL1-DUE-COUNT)
002590                     MOVE 'N' TO DL1-DUE-RPT-SW (DL1-DUE-COUNT)
002600                     MOVE 'N' TO DL1-DUE-EXC-SW (DL1-DUE-COUNT)
002605                     MOVE 'N' TO DL1-DUE-HELD-SW (DL1-DUE-COUNT)
002610                 ELSE
002620                     ADD 1 TO DL1-DROPPED-COUNT
002630                 END-IF
002650     END-READ.
002660 1100-LOAD-ONE-CONTROL-EXIT.
002670     EXIT.
002671
002672*----------------------------------------------------------------
002673*    1110-CHECK-CATALOG - A DUE RECORD WHOSE PROBLEM IS
002674*    DISABLED IN THE PROBLEM CATALOG WAS SKIPPED BY THE DRIVER
002675*    AND IS TAKEN OFF THE DUE TABLE.  A PROBLEM NOT ON THE
002676*    CATALOG, OR A CATALOG THAT CANNOT BE READ, LEAVES THE
002677*    RECORD DUE - THE DRIVER FAILED IT, AND THAT IS FOR THIS
002678*    REPORT TO SHOW.
002679*----------------------------------------------------------------
002680 1110-CHECK-CATALOG.
002681     MOVE DL1-CTL-PROBLEM-ID TO DL1-PRBP-PROBLEM-ID.
002682     CALL 'DL1I0001' USING DL1-CATALOG-PARMS
002683                           DL1-PROBLEM-CATALOG-RECORD.
002684     IF DL1-PRBP-FOUND
002685        AND DL1-PRB-DISABLED
002686         MOVE 'N' TO DL1-DUE-SW
002687         ADD 1 TO DL1-DISABLED-COUNT
002688     END-IF.
002689 1110-CHECK-CATALOG-EXIT.
002690     EXIT.
002691
002692*----------------------------------------------------------------
002700*    2000-POST-AUDIT-ROWS - EVERY AUDFILE ROW DATED TODAY IS
002710*    POSTED AGAINST ITS DUE-TABLE SLOT; A TODAY-ROW WITH NO
002720*    DUE CONTROL RECORD IS A DISCREPANCY ON THE SPOT.
003120
003130*----------------------------------------------------------------
003140*    3000-POST-REPORT-LINES - RPTFILE IS TRUNCATED AT JOB
003150*    START, BUT A CATCH-UP RUN OF DL1M0001 APPENDS LINES
003153*    STAMPED WITH THE DATE THEY WERE DUE - ONLY LINES FOR
003156*    TODAY'S RUN DATE BELONG TO TODAY'S RUN BOOK.
003160*----------------------------------------------------------------
003170 3000-POST-REPORT-LINES.
003180     OPEN INPUT RPT-FILE.
003320         AT END
003330             MOVE 'Y' TO DL1-RPT-EOF-SW
003340         NOT AT END
003350             IF DL1-RPT-RUN-DATE = DL1-RUN-DATE-TEXT
003360                 PERFORM 3200-MATCH-ONE-REPORT-LINE THRU
003370                         3200-MATCH-ONE-REPORT-LINE-EXIT
003380             END-IF
003470     END-READ.
003480 3100-POST-ONE-REPORT-LINE-EXIT.
003490     EXIT.
003491
003492 3200-MATCH-ONE-REPORT-LINE.
003493     MOVE DL1-RPT-RUN-ID TO DL1-MATCH-RUN-ID.
003494     PERFORM 6000-FIND-DUE-ENTRY THRU
003495             6000-FIND-DUE-ENTRY-EXIT.
003496     IF DL1-DUE-FOUND
003497         MOVE 'Y' TO DL1-DUE-RPT-SW (DL1-DUE-MATCH-IDX)
003498     ELSE
003499         MOVE DL1-RPT-RUN-ID TO DL1-DTL-RUN-ID
003500         MOVE 'REPORT LINE WITHOUT DUE CONTROL RECORD'
003501             TO DL1-DTL-DISCREPANCY
003502         PERFORM 7000-PRINT-DISCREPANCY THRU
003503                 7000-PRINT-DISCREPANCY-EXIT
003504     END-IF.
003505 3200-MATCH-ONE-REPORT-LINE-EXIT.
003506     EXIT.
003507
003510*----------------------------------------------------------------
003520*    4000-POST-EXCEPTION-ROWS - ONLY TODAY'S EXCFILE ROWS
003530*    COUNT.  ROWS WITHOUT A RUN-ID (SETUP ERRORS) OR FOR A
003810                 IF DL1-DUE-FOUND
003820                     MOVE 'Y' TO
003830                         DL1-DUE-EXC-SW (DL1-DUE-MATCH-IDX)
003831                     IF DL1-EXC-PROGRAM = 'DL1M0001'
003832                        AND DL1-EXC-MSG-ID = 'DL1-0206E'
003833                         MOVE 'Y' TO
003834                             DL1-DUE-HELD-SW (DL1-DUE-MATCH-IDX)
003835                     END-IF
003840                 END-IF
003850             END-IF
003860     END-READ.
004020
004030 5100-PROVE-ONE-DUE-RUN.
004040     IF DL1-DUE-AUDIT-COUNT (DL1-DUE-IDX) = ZERO
004045         IF NOT DL1-DUE-HELD (DL1-DUE-IDX)
004050             MOVE DL1-DUE-RUN-ID (DL1-DUE-IDX) TO DL1-DTL-RUN-ID
004060             MOVE 'DUE RUN WITH NO AUDIT ROW' TO
004070                 DL1-DTL-DISCREPANCY
004080             PERFORM 7000-PRINT-DISCREPANCY THRU
004090                     7000-PRINT-DISCREPANCY-EXIT
004095         END-IF
004100     ELSE
004110         IF DL1-DUE-AUDIT-COUNT (DL1-DUE-IDX) > 1
004120             MOVE DL1-DUE-RUN-ID (DL1-DUE-IDX) TO DL1-DTL-RUN-ID
004807     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
004816     MOVE DL1-DUE-COUNT TO DL1-TRL-DUE.
004825     MOVE DL1-DISCREPANCY-COUNT TO DL1-TRL-DISCREPANCY.
004829     MOVE DL1-DISABLED-COUNT TO DL1-TRL-DISABLED.
004834     WRITE DL1-PRT-RECORD FROM DL1-TRAILER-LINE
004843         AFTER ADVANCING 1 LINE.
004852     CLOSE PRT-FILE.
004906                 ' DUE RECORD(S) BEYOND THE 200-SLOT TABLE '
004915                 'WERE NOT BALANCED'
004924     END-IF.
004925     IF DL1-DISABLED-COUNT > ZERO
004926         DISPLAY 'DL1-0001-BALANCING - ' DL1-DISABLED-COUNT
004927                 ' RUN(S) NOT EXPECTED - PROBLEM DISABLED IN '
004928                 'THE CATALOG'
004929     END-IF.
004933     IF DL1-DISCREPANCY-COUNT > ZERO
004942        OR DL1-DROPPED-COUNT > ZERO
004951         MOVE SPACES TO DL1-EXCP-RUN-ID
