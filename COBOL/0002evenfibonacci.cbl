000336*    2026-09-02 JM    EVERY COMPLETED RUN NOW APPENDS A
000337*                     TIMING/THROUGHPUT ROW (STAREC00) TO
000338*                     STAFILE FOR THE DL1Y0001 TREND REPORT.
000339*    2026-09-14 JM    THE RUN DATE NOW ARRIVES FROM DL1M0001 AS A
000340*                     THIRD PARAMETER AND IS WHAT THE REPORT LINE
000341*                     AND AUDIT ROW ARE STAMPED WITH, SO A RUN
000342*                     BACK-FILLED BY CATCH-UP MODE CARRIES THE
000343*                     DATE IT WAS DUE.  THE TIME OF DAY AND THE
000344*                     STAREC00 TIMING ROW STILL COME FROM THE
000345*                     CLOCK.
000346*    2026-10-10 JM    EVERY AUDIT ROW IS NOW SEALED BY DL1A0002
000347*                     JUST BEFORE IT IS WRITTEN - A SEQUENCE
000348*                     NUMBER AND A HASH CHAINED TO THE PREVIOUS
000349*                     ROW (AUDREC00, AUDSEAL CHAIN HEAD) - SO THE
000350*                     DL1A0003 VERIFICATION CAN PROVE NO ROW WAS
000351*                     EDITED, DELETED OR INSERTED BY HAND.
000352*----------------------------------------------------------------
000353 IDENTIFICATION DIVISION.
000354 PROGRAM-ID.              0002evenfibonacci.
000360 AUTHOR.                  JOERG M.
000370 INSTALLATION.            AT GITHUB JOERGEM.
000380 DATE-WRITTEN.            2026.
000740 77  DL1-RPT-FILE-STATUS       PIC X(02) VALUE '00'.
000750 77  DL1-AUD-FILE-STATUS       PIC X(02) VALUE '00'.
000760 77  DL1-AUD-TIME-HHMMSS       PIC 9(08) VALUE ZERO.
000763 77  DL1-SAVED-RETURN-CODE     PIC S9(04) COMP
000766                               VALUE ZERO.
000770 77  DL1-VALID-PARMS-SW        PIC X(01) VALUE 'Y'.
000780     88  DL1-VALID-PARMS                 VALUE 'Y'.
000790     88  DL1-INVALID-PARMS               VALUE 'N'.
000809 77  DL1-ITERATION-COUNT       PIC 9(09) COMP
000811                               VALUE ZERO.
000812     COPY EXCPRM00.
000813     COPY SELPRM00.
000814
000815 LINKAGE SECTION.
000820     COPY CTLREC00.
000830 01  DL1-LNK-RETURN-CODE       PIC 9(04).
000835 01  DL1-LNK-RUN-DATE-YMD      PIC 9(08).
000840
000850 PROCEDURE DIVISION USING DL1-CONTROL-RECORD
000860                          DL1-LNK-RETURN-CODE
000865                          DL1-LNK-RUN-DATE-YMD.
000870*----------------------------------------------------------------
000880*    0000-MAINLINE
000890*----------------------------------------------------------------
001520*    ADDS ITS OWN LINE.
001530*----------------------------------------------------------------
001540 8000-TERMINATE.
001550     MOVE DL1-LNK-RUN-DATE-YMD TO DL1-RUN-DATE-YMD.
001560     OPEN INPUT RPT-FILE.
001570     IF DL1-RPT-FILE-STATUS = '35'
001580         OPEN OUTPUT RPT-FILE
001830*    ABORTED.  RETURN-CODE IS WHATEVER THE CALLER HAS SET.
001840*----------------------------------------------------------------
001850 8200-WRITE-AUDIT-RECORD.
001860     MOVE DL1-LNK-RUN-DATE-YMD TO DL1-RUN-DATE-YMD.
001870     ACCEPT DL1-AUD-TIME-HHMMSS FROM TIME.
001880     OPEN INPUT AUD-FILE.
001890     IF DL1-AUD-FILE-STATUS = '35'
002100     MOVE DL1-SUMME TO DL1-AUD-SUMME.
002105     MOVE 'SUMME' TO DL1-AUD-ANSWER-TYPE.
002110     MOVE RETURN-CODE TO DL1-AUD-COND-CODE.
002111*    SEALED LAST, ONCE EVERY OTHER COLUMN IS SET.  DL1A0002'S
002112*    GOBACK ZEROES RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
002113     MOVE RETURN-CODE TO DL1-SAVED-RETURN-CODE.
002114     MOVE 'A' TO DL1-SEALP-FUNCTION.
002115     CALL 'DL1A0002' USING DL1-AUDIT-RECORD
002116                           DL1-SEAL-PARMS.
002117     MOVE DL1-SAVED-RETURN-CODE TO RETURN-CODE.
002120     WRITE DL1-AUDIT-RECORD.
002130     CLOSE AUD-FILE.
002140 8200-WRITE-AUDIT-RECORD-EXIT.
