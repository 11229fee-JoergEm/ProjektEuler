000362*    2026-09-02 JM    EVERY COMPLETED RUN NOW APPENDS A
000364*                     TIMING/THROUGHPUT ROW (STAREC00) TO
000366*                     STAFILE FOR THE DL1Y0001 TREND REPORT.
000367*    2026-09-14 JM    THE RUN DATE NOW ARRIVES FROM DL1M0001 AS A
000368*                     THIRD PARAMETER AND IS WHAT THE REPORT LINE
000369*                     AND AUDIT ROW ARE STAMPED WITH, SO A RUN
000370*                     BACK-FILLED BY CATCH-UP MODE CARRIES THE
000371*                     DATE IT WAS DUE.  THE TIME OF DAY AND THE
000372*                     STAREC00 TIMING ROW STILL COME FROM THE
000373*                     CLOCK.
000374*    2026-10-10 JM    EVERY AUDIT ROW IS NOW SEALED BY DL1A0002
000375*                     JUST BEFORE IT IS WRITTEN - A SEQUENCE
000376*                     NUMBER AND A HASH CHAINED TO THE PREVIOUS
000377*                     ROW (AUDREC00, AUDSEAL CHAIN HEAD) - SO THE
000378*                     DL1A0003 VERIFICATION CAN PROVE NO ROW WAS
000379*                     EDITED, DELETED OR INSERTED BY HAND.
000380*----------------------------------------------------------------
000381 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.              0003largestprimefactor.
000400 AUTHOR.                  JOERG M.
000410 INSTALLATION.            AT GITHUB JOERGEM.
000870 77  DL1-RPT-FILE-STATUS       PIC X(02) VALUE '00'.
000880 77  DL1-AUD-FILE-STATUS       PIC X(02) VALUE '00'.
000890 77  DL1-AUD-TIME-HHMMSS       PIC 9(08) VALUE ZERO.
000893 77  DL1-SAVED-RETURN-CODE     PIC S9(04) COMP
000896                               VALUE ZERO.
000900 77  DL1-TARGET-EDIT           PIC Z(14)9.
000910 77  DL1-PARM-TEXT-WORK        PIC X(58) VALUE SPACES.
000920 77  DL1-VALID-PARMS-SW        PIC X(01) VALUE 'Y'.
000967 77  DL1-ITERATION-COUNT       PIC 9(09) COMP
000968                               VALUE ZERO.
000969     COPY EXCPRM00.
000970     COPY SELPRM00.
000971
000980 LINKAGE SECTION.
000990     COPY CTLREC00.
001000 01  DL1-LNK-RETURN-CODE       PIC 9(04).
001005 01  DL1-LNK-RUN-DATE-YMD      PIC 9(08).
001010
001020 PROCEDURE DIVISION USING DL1-CONTROL-RECORD
001030                          DL1-LNK-RETURN-CODE
001035                          DL1-LNK-RUN-DATE-YMD.
001040*----------------------------------------------------------------
001050*    0000-MAINLINE
001060*----------------------------------------------------------------
001980*    LINE.
001990*----------------------------------------------------------------
002000 8000-TERMINATE.
002010     MOVE DL1-LNK-RUN-DATE-YMD TO DL1-RUN-DATE-YMD.
002020     OPEN INPUT RPT-FILE.
002030     IF DL1-RPT-FILE-STATUS = '35'
002040         OPEN OUTPUT RPT-FILE
002450 8200-WRITE-AUDIT-RECORD.
002460     PERFORM 8100-FORMAT-PARM-TEXT THRU
002470             8100-FORMAT-PARM-TEXT-EXIT.
002480     MOVE DL1-LNK-RUN-DATE-YMD TO DL1-RUN-DATE-YMD.
002490     ACCEPT DL1-AUD-TIME-HHMMSS FROM TIME.
002500     OPEN INPUT AUD-FILE.
002510     IF DL1-AUD-FILE-STATUS = '35'
002710     MOVE DL1-LARGEST-FACTOR TO DL1-AUD-ANSWER.
002720     MOVE 'FACTOR' TO DL1-AUD-ANSWER-TYPE.
002730     MOVE RETURN-CODE TO DL1-AUD-COND-CODE.
002731*    SEALED LAST, ONCE EVERY OTHER COLUMN IS SET.  DL1A0002'S
002732*    GOBACK ZEROES RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
002733     MOVE RETURN-CODE TO DL1-SAVED-RETURN-CODE.
002734     MOVE 'A' TO DL1-SEALP-FUNCTION.
002735     CALL 'DL1A0002' USING DL1-AUDIT-RECORD
002736                           DL1-SEAL-PARMS.
002737     MOVE DL1-SAVED-RETURN-CODE TO RETURN-CODE.
002740     WRITE DL1-AUDIT-RECORD.
002750     CLOSE AUD-FILE.
002760 8200-WRITE-AUDIT-RECORD-EXIT.
