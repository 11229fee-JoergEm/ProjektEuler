000811*                     STAFILE - START, ELAPSED SECONDS AND
000812*                     LOOP ITERATIONS - FOR THE DL1Y0001
000813*                     CAPACITY-PLANNING TREND REPORT.
000814*    2026-09-14 JM    THE RUN DATE NOW ARRIVES FROM DL1M0001 AS A
000815*                     THIRD PARAMETER AND IS WHAT THE REPORT LINE
000816*                     AND AUDIT ROW ARE STAMPED WITH, SO A RUN
000817*                     BACK-FILLED BY CATCH-UP MODE CARRIES THE
000818*                     DATE IT WAS DUE.  THE TIME OF DAY AND THE
000819*                     STAREC00 TIMING ROW STILL COME FROM THE
000820*                     CLOCK.
000821*    2026-10-10 JM    EVERY AUDIT ROW IS NOW SEALED BY DL1A0002
000822*                     JUST BEFORE IT IS WRITTEN - A SEQUENCE
000823*                     NUMBER AND A HASH CHAINED TO THE PREVIOUS
000824*                     ROW (AUDREC00, AUDSEAL CHAIN HEAD) - SO THE
000825*                     DL1A0003 VERIFICATION CAN PROVE NO ROW WAS
000826*                     EDITED, DELETED OR INSERTED BY HAND.
000827*----------------------------------------------------------------
000860 IDENTIFICATION DIVISION.
000870 PROGRAM-ID.              0001multiplesof3or5.
000880 AUTHOR.                  JOERG M.
001499     88  DL1-CHK-FOUND                  VALUE 'Y'.
001500 77  DL1-AUD-FILE-STATUS       PIC X(02) VALUE '00'.
001510 77  DL1-AUD-TIME-HHMMSS       PIC 9(08) VALUE ZERO.
001511 77  DL1-SAVED-RETURN-CODE     PIC S9(04) COMP
001512                               VALUE ZERO.
001513 77  DL1-CHK-TIME-HHMMSS       PIC 9(08) VALUE ZERO.
001514 77  DL1-PROGRESS-INTERVAL     PIC 9(08) COMP
001515                               VALUE ZERO.
001516 77  DL1-PROGRESS-NEXT         PIC 9(09) COMP
001517                               VALUE ZERO.
001518 77  DL1-PROGRESS-WORK         PIC 9(08) COMP
001519                               VALUE ZERO.
001520 77  DL1-PROGRESS-PCT          PIC 9(03) VALUE ZERO.
001521 77  DL1-STA-FILE-STATUS       PIC X(02) VALUE '00'.
001522 77  DL1-CLOCK-YMD             PIC 9(08) VALUE ZERO.
001523 77  DL1-CLOCK-HHMMSS          PIC 9(08) VALUE ZERO.
001524 77  DL1-CLOCK-HH              PIC 9(02) VALUE ZERO.
001525 77  DL1-CLOCK-MM              PIC 9(02) VALUE ZERO.
001526 77  DL1-CLOCK-SS              PIC 9(02) VALUE ZERO.
001527 77  DL1-CLOCK-INTEGER         PIC 9(08) COMP
001528                               VALUE ZERO.
001529 77  DL1-CLOCK-SECS            PIC S9(15) COMP-3
001530                               VALUE ZERO.
001531 77  DL1-CLOCK-STAMP           PIC X(19) VALUE SPACES.
001532 77  DL1-START-SECS            PIC S9(15) COMP-3
001533                               VALUE ZERO.
001534 77  DL1-START-STAMP           PIC X(19) VALUE SPACES.
001535 77  DL1-ELAPSED-SECS          PIC 9(08) VALUE ZERO.
001536 77  DL1-ITERATION-COUNT       PIC 9(09) COMP
001537                               VALUE ZERO.
001538 77  DL1-DIVISOR-LIST-TEXT     PIC X(49) VALUE SPACES.
001539 77  DL1-VALID-PARMS-SW        PIC X(01) VALUE 'Y'.
001540     88  DL1-VALID-PARMS                 VALUE 'Y'.
001541     88  DL1-INVALID-PARMS               VALUE 'N'.
001542 77  DL1-VALIDATION-REASON     PIC X(30) VALUE SPACES.
001552*    LAST CHECKPOINT SEEN FOR EACH RUN-ID ON CHKFILE.  THE
001553*    ENTRY FOR THIS RUN'S OWN RUN-ID IS ADOPTED (OR DISCARDED
001554*    ON A PARAMETER MISMATCH); THE OTHERS ARE PRESERVED ACROSS
001559                               PIC X(08).
001560         10  FILLER            PIC X(101).
001561     COPY EXCPRM00.
001562     COPY SELPRM00.
001563
001570 LINKAGE SECTION.
001580     COPY CTLREC00.
001590 01  DL1-LNK-RETURN-CODE       PIC 9(04).
001595 01  DL1-LNK-RUN-DATE-YMD      PIC 9(08).
001600 
001610 PROCEDURE DIVISION USING DL1-CONTROL-RECORD
001620                          DL1-LNK-RETURN-CODE
001625                          DL1-LNK-RUN-DATE-YMD.
001630*----------------------------------------------------------------
001640*    0000-MAINLINE
001650*----------------------------------------------------------------
003104*    INSTEAD OF REWRITING THE WHOLE FILE.
003110*----------------------------------------------------------------
003120 8000-TERMINATE.
003130     MOVE DL1-LNK-RUN-DATE-YMD TO DL1-RUN-DATE-YMD.
003132     OPEN INPUT RPT-FILE.
003134     IF DL1-RPT-FILE-STATUS = '35'
003136         OPEN OUTPUT RPT-FILE
003890 8200-WRITE-AUDIT-RECORD.
003900     PERFORM 8100-FORMAT-DIVISOR-LIST THRU
003910             8100-FORMAT-DIVISOR-LIST-EXIT.
003920     MOVE DL1-LNK-RUN-DATE-YMD TO DL1-RUN-DATE-YMD.
003930     ACCEPT DL1-AUD-TIME-HHMMSS FROM TIME.
003940     OPEN INPUT AUD-FILE.
003950     IF DL1-AUD-FILE-STATUS = '35'
004160     MOVE DL1-SUMME TO DL1-AUD-SUMME.
004165     MOVE 'SUMME' TO DL1-AUD-ANSWER-TYPE.
004170     MOVE RETURN-CODE TO DL1-AUD-COND-CODE.
004171*    SEALED LAST, ONCE EVERY OTHER COLUMN IS SET.  DL1A0002'S
004172*    GOBACK ZEROES RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
004173     MOVE RETURN-CODE TO DL1-SAVED-RETURN-CODE.
004174     MOVE 'A' TO DL1-SEALP-FUNCTION.
004175     CALL 'DL1A0002' USING DL1-AUDIT-RECORD
004176                           DL1-SEAL-PARMS.
004177     MOVE DL1-SAVED-RETURN-CODE TO RETURN-CODE.
004180     WRITE DL1-AUDIT-RECORD.
004190     CLOSE AUD-FILE.
004200 8200-WRITE-AUDIT-RECORD-EXIT.
