000344*                     EXACTLY WHICH SEGMENTS ARE OUTSTANDING
000345*                     AND IN WHAT STATE INSTEAD OF THE
000346*                     GENERIC LOST-SEGMENT FAILURE.
000347*    2026-10-10 JM    EVERY AUDIT ROW IS NOW SEALED BY DL1A0002
000348*                     JUST BEFORE IT IS WRITTEN - A SEQUENCE
000349*                     NUMBER AND A HASH CHAINED TO THE PREVIOUS
000350*                     ROW (AUDREC00, AUDSEAL CHAIN HEAD) - SO THE
000351*                     DL1A0003 VERIFICATION CAN PROVE NO ROW WAS
000352*                     EDITED, DELETED OR INSERTED BY HAND.
000353*----------------------------------------------------------------
000354 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.              DL1T0001.
000370 AUTHOR.                  JOERG M.
000380 INSTALLATION.            AT GITHUB JOERGEM.
001230 77  DL1-EXPECTED-LOW          PIC 9(08) VALUE ZERO.
001240 77  DL1-RUN-DATE-YMD          PIC 9(08) VALUE ZERO.
001250 77  DL1-AUD-TIME-HHMMSS       PIC 9(08) VALUE ZERO.
001253 77  DL1-SAVED-RETURN-CODE     PIC S9(04) COMP
001256                               VALUE ZERO.
001260 77  DL1-DIVISOR-IDX           PIC 9(02) COMP
001270                               VALUE ZERO.
001280 77  DL1-RPT-PTR               PIC 9(04) COMP
001434                               PIC 9(04).
001435         10  DL1-PIPSTATE-TIMESTAMP
001436                               PIC X(19).
001437     COPY SELPRM00.
001438
001440 PROCEDURE DIVISION.
001450*----------------------------------------------------------------
001460*    0000-MAINLINE
005761     MOVE DL1-SUMME TO DL1-AUD-SUMME.
005771     MOVE 'SUMME' TO DL1-AUD-ANSWER-TYPE.
005781     MOVE RETURN-CODE TO DL1-AUD-COND-CODE.
005782*    SEALED LAST, ONCE EVERY OTHER COLUMN IS SET.  DL1A0002'S
005783*    GOBACK ZEROES RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
005784     MOVE RETURN-CODE TO DL1-SAVED-RETURN-CODE.
005785     MOVE 'A' TO DL1-SEALP-FUNCTION.
005786     CALL 'DL1A0002' USING DL1-AUDIT-RECORD
005787                           DL1-SEAL-PARMS.
005788     MOVE DL1-SAVED-RETURN-CODE TO RETURN-CODE.
005791     WRITE DL1-AUDIT-RECORD.
005801     CLOSE AUD-FILE.
005811 8200-WRITE-AUDIT-RECORD-EXIT.
