000100*----------------------------------------------------------------
000110*    DL1A0002 - AUDIT LOG SEAL.
000120*
000130*    AUDFILE IS A PLAIN SEQUENTIAL DATASET, SO NOTHING IN THE
000140*    ROWS THEMSELVES WOULD SHOW ONE THAT WAS EDITED, DELETED
000150*    OR INSERTED BY HAND.  EVERY PROGRAM THAT APPENDS AN
000160*    AUDREC00 ROW CALLS THIS ONE (FUNCTION A) JUST BEFORE THE
000170*    WRITE.  THE ROW IS GIVEN THE NEXT SEAL SEQUENCE NUMBER
000180*    AND A SEAL - A HASH OF THE SEQUENCE NUMBER AND THE FIRST
000190*    116 BYTES OF THE ROW, STARTED FROM THE PREVIOUS ROW'S
000200*    SEAL - SO EACH ROW VOUCHES FOR THE ONE BEFORE IT.  THE
000210*    LAST SEQUENCE NUMBER AND SEAL ARE KEPT ON THE ONE-RECORD
000220*    CHAIN HEAD (AUDSEAL, SELREC00), WHICH IS OPENED, READ,
000230*    REWRITTEN AND CLOSED ON EVERY CALL (AS DL1E0001 DOES
000240*    WITH EXCFILE).  DL1A0003 RECOMPUTES THE CHAIN (FUNCTION
000250*    C) ACROSS THE ARCHIVE GENERATIONS AND AUDFILE.
000260*
000270*    THE SEAL IS A ROLLING HASH MODULO THE PRIME 9999999967.
000280*    IT MAKES A CHANGE TO THE HISTORY EVIDENT; IT IS NOT A
000290*    CRYPTOGRAPHIC SIGNATURE AND DOES NOT STOP SOMEONE WHO
000300*    HAS THIS PROGRAM FROM RESEALING AN EDITED DATASET.
000310*
000320*    A CHAIN HEAD THAT CANNOT BE READ OR REWRITTEN LEAVES THE
000330*    ROW UNSEALED (THE SEAL COLUMNS STAY AS THE CALLER SET
000340*    THEM) AND RAISES DL1-1001E; THE CALLER STILL WRITES THE
000350*    ROW - A RUN'S AUDIT ROW IS NEVER LOST FOR WANT OF A SEAL -
000360*    AND THE NEXT VERIFICATION REPORTS IT.
000370*
000380*    MODIFICATION HISTORY
000390*    DATE       INIT  DESCRIPTION
000400*    ---------- ----  ----------------------------------
000410*    2026-10-10 JM    ORIGINAL PROGRAM.
000420*----------------------------------------------------------------
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.              DL1A0002.
000450 AUTHOR.                  JOERG M.
000460 INSTALLATION.            AT GITHUB JOERGEM.
000470 DATE-WRITTEN.            2026.
000480 DATE-COMPILED.           2026-10-10.
000490 SECURITY.                VERSION.
000500*    THIS PROGRAM IS WITHOUT ANY WARRANTY; WITHOUT EVEN THE
000510*    IMPLIED WARRANTY OF MERCHANTABILITY OR FITNESS FOR A
000520*    PARTICULAR PURPOSE.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT SEL-FILE ASSIGN "AUDSEAL"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS DL1-SEL-FILE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  SEL-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660     COPY SELREC00.
000670
000680 WORKING-STORAGE SECTION.
000690 77  DL1-SEL-FILE-STATUS       PIC X(02) VALUE '00'.
000700 77  DL1-HEAD-OK-SW            PIC X(01) VALUE 'Y'.
000710     88  DL1-HEAD-OK                     VALUE 'Y'.
000720     88  DL1-HEAD-BAD                    VALUE 'N'.
000730 77  DL1-HEAD-SEQ              PIC 9(09) VALUE ZERO.
000740 77  DL1-HEAD-SEAL             PIC 9(10) VALUE ZERO.
000750 77  DL1-NEW-SEQ               PIC 9(09) VALUE ZERO.
000760 77  DL1-FOLD-IDX              PIC 9(04) COMP
000770                               VALUE ZERO.
000780 77  DL1-FOLD-PRIOR            PIC 9(10) VALUE ZERO.
000790 77  DL1-FOLD-HASH             PIC S9(15) COMP-3
000800                               VALUE ZERO.
000810 77  DL1-FOLD-WORK             PIC S9(15) COMP-3
000820                               VALUE ZERO.
000830 77  DL1-FOLD-MODULUS          PIC S9(15) COMP-3
000840                               VALUE 9999999967.
000850 77  DL1-CLOCK-YMD             PIC 9(08) VALUE ZERO.
000860 77  DL1-CLOCK-HHMMSS          PIC 9(08) VALUE ZERO.
000870 77  DL1-FAIL-REASON           PIC X(20) VALUE SPACES.
000880*    WHAT THE SEAL IS TAKEN OVER: THE ROW'S SEQUENCE NUMBER
000890*    FOLLOWED BY ITS FIRST 116 BYTES (EVERYTHING AHEAD OF THE
000900*    SEAL COLUMNS).
000910 01  DL1-FOLD-AREA.
000920     05  DL1-FOLD-SEQ              PIC 9(09).
000930     05  DL1-FOLD-ROW              PIC X(116).
000940     COPY EXCPRM00.
000950
000960 LINKAGE SECTION.
000970     COPY AUDREC00.
000980     COPY SELPRM00.
000990
001000 PROCEDURE DIVISION USING DL1-AUDIT-RECORD
001010                          DL1-SEAL-PARMS.
001020*----------------------------------------------------------------
001030*    0000-MAINLINE
001040*----------------------------------------------------------------
001050 0000-MAINLINE.
001060     MOVE 'Y' TO DL1-SEALP-STATUS.
001070     MOVE ZERO TO DL1-SEALP-RESULT.
001080     EVALUATE TRUE
001090         WHEN DL1-SEALP-APPLY
001100             PERFORM 1000-APPLY-SEAL THRU 1000-APPLY-SEAL-EXIT
001110         WHEN DL1-SEALP-COMPUTE
001120             PERFORM 2000-COMPUTE-SEAL THRU
001130                     2000-COMPUTE-SEAL-EXIT
001140         WHEN OTHER
001150             MOVE 'N' TO DL1-SEALP-STATUS
001160     END-EVALUATE.
001170     GOBACK.
001180 0000-MAINLINE-EXIT.
001190     EXIT.
001200
001210*----------------------------------------------------------------
001220*    1000-APPLY-SEAL - READ THE CHAIN HEAD, SEAL THE ROW AS THE
001230*    NEXT LINK, AND ADVANCE THE HEAD.  THE SEAL IS WORKED OUT
001240*    ASIDE AND ONLY STORED IN THE ROW ONCE THE HEAD HAS BEEN
001250*    REWRITTEN, SO A FAILURE NEVER LEAVES A SEALED ROW THAT
001260*    THE HEAD DOES NOT KNOW ABOUT.
001270*----------------------------------------------------------------
001280 1000-APPLY-SEAL.
001290     PERFORM 1100-READ-CHAIN-HEAD THRU 1100-READ-CHAIN-HEAD-EXIT.
001300     IF DL1-HEAD-OK
001310         COMPUTE DL1-NEW-SEQ = DL1-HEAD-SEQ + 1
001320         MOVE DL1-NEW-SEQ TO DL1-FOLD-SEQ
001330         MOVE DL1-AUDIT-RECORD (1:116) TO DL1-FOLD-ROW
001340         MOVE DL1-HEAD-SEAL TO DL1-FOLD-PRIOR
001350         PERFORM 5000-FOLD-SEAL THRU 5000-FOLD-SEAL-EXIT
001360         MOVE DL1-FOLD-HASH TO DL1-SEALP-RESULT
001370         PERFORM 1200-ADVANCE-CHAIN-HEAD THRU
001380                 1200-ADVANCE-CHAIN-HEAD-EXIT
001390     END-IF.
001400     IF DL1-HEAD-OK
001410         MOVE DL1-NEW-SEQ TO DL1-AUD-SEAL-SEQ
001420         MOVE DL1-SEALP-RESULT TO DL1-AUD-SEAL
001430     ELSE
001440         MOVE 'N' TO DL1-SEALP-STATUS
001450         MOVE ZERO TO DL1-SEALP-RESULT
001460         PERFORM 9100-NOTIFY-EXCEPTION THRU
001470                 9100-NOTIFY-EXCEPTION-EXIT
001480     END-IF.
001490 1000-APPLY-SEAL-EXIT.
001500     EXIT.
001510
001520*----------------------------------------------------------------
001530*    1100-READ-CHAIN-HEAD - A MISSING OR EMPTY AUDSEAL STARTS
001540*    THE CHAIN (SEQUENCE 0, SEAL 0).  A HEAD RECORD THAT IS
001550*    NOT NUMERIC IS DAMAGED AND IS NOT GUESSED AROUND.
001560*----------------------------------------------------------------
001570 1100-READ-CHAIN-HEAD.
001580     MOVE 'Y' TO DL1-HEAD-OK-SW.
001590     MOVE ZERO TO DL1-HEAD-SEQ.
001600     MOVE ZERO TO DL1-HEAD-SEAL.
001610     OPEN INPUT SEL-FILE.
001620     EVALUATE DL1-SEL-FILE-STATUS
001630         WHEN '00'
001640             READ SEL-FILE
001650                 AT END
001660                     CONTINUE
001670                 NOT AT END
001680                     IF DL1-SLH-LAST-SEQ NUMERIC
001690                        AND DL1-SLH-LAST-SEAL NUMERIC
001700                         MOVE DL1-SLH-LAST-SEQ TO DL1-HEAD-SEQ
001710                         MOVE DL1-SLH-LAST-SEAL TO DL1-HEAD-SEAL
001720                     ELSE
001730                         MOVE 'N' TO DL1-HEAD-OK-SW
001740                         MOVE 'HEAD DAMAGED' TO DL1-FAIL-REASON
001750                     END-IF
001760             END-READ
001770             CLOSE SEL-FILE
001780         WHEN '35'
001790             CONTINUE
001800         WHEN OTHER
001810             MOVE 'N' TO DL1-HEAD-OK-SW
001820             MOVE 'OPEN STATUS' TO DL1-FAIL-REASON
001830             MOVE DL1-SEL-FILE-STATUS TO DL1-FAIL-REASON (13:2)
001840     END-EVALUATE.
001850 1100-READ-CHAIN-HEAD-EXIT.
001860     EXIT.
001870
001880 1200-ADVANCE-CHAIN-HEAD.
001890     OPEN OUTPUT SEL-FILE.
001900     IF DL1-SEL-FILE-STATUS NOT = '00'
001910         MOVE 'N' TO DL1-HEAD-OK-SW
001920         MOVE 'OPEN STATUS' TO DL1-FAIL-REASON
001930         MOVE DL1-SEL-FILE-STATUS TO DL1-FAIL-REASON (13:2)
001940     ELSE
001950         ACCEPT DL1-CLOCK-YMD FROM DATE YYYYMMDD
001960         ACCEPT DL1-CLOCK-HHMMSS FROM TIME
001970         MOVE SPACES TO DL1-SEAL-HEAD-RECORD
001980         MOVE DL1-NEW-SEQ TO DL1-SLH-LAST-SEQ
001990         MOVE DL1-SEALP-RESULT TO DL1-SLH-LAST-SEAL
002000         MOVE DL1-AUD-RUN-ID TO DL1-SLH-LAST-RUN-ID
002010         MOVE DL1-AUD-TIMESTAMP TO DL1-SLH-LAST-TIMESTAMP
002020         MOVE DL1-CLOCK-YMD (1:4) TO DL1-SLH-SEALED-STAMP (1:4)
002030         MOVE '-' TO DL1-SLH-SEALED-STAMP (5:1)
002040         MOVE DL1-CLOCK-YMD (5:2) TO DL1-SLH-SEALED-STAMP (6:2)
002050         MOVE '-' TO DL1-SLH-SEALED-STAMP (8:1)
002060         MOVE DL1-CLOCK-YMD (7:2) TO DL1-SLH-SEALED-STAMP (9:2)
002070         MOVE '-' TO DL1-SLH-SEALED-STAMP (11:1)
002080         MOVE DL1-CLOCK-HHMMSS (1:2)
002090             TO DL1-SLH-SEALED-STAMP (12:2)
002100         MOVE '.' TO DL1-SLH-SEALED-STAMP (14:1)
002110         MOVE DL1-CLOCK-HHMMSS (3:2)
002120             TO DL1-SLH-SEALED-STAMP (15:2)
002130         MOVE '.' TO DL1-SLH-SEALED-STAMP (17:1)
002140         MOVE DL1-CLOCK-HHMMSS (5:2)
002150             TO DL1-SLH-SEALED-STAMP (18:2)
002160         WRITE DL1-SEAL-HEAD-RECORD
002170         IF DL1-SEL-FILE-STATUS NOT = '00'
002180             MOVE 'N' TO DL1-HEAD-OK-SW
002190             MOVE 'WRITE STATUS' TO DL1-FAIL-REASON
002200             MOVE DL1-SEL-FILE-STATUS TO DL1-FAIL-REASON (14:2)
002210         END-IF
002220         CLOSE SEL-FILE
002230     END-IF.
002240 1200-ADVANCE-CHAIN-HEAD-EXIT.
002250     EXIT.
002260
002270*----------------------------------------------------------------
002280*    2000-COMPUTE-SEAL - THE SEAL THIS ROW SHOULD CARRY IF
002290*    THE ROW BEFORE IT CARRIED DL1-SEALP-PRIOR-SEAL.  A ROW
002300*    WITH NO SEQUENCE NUMBER HAS NO SEAL TO COMPUTE.
002310*----------------------------------------------------------------
002320 2000-COMPUTE-SEAL.
002330     IF DL1-AUD-SEAL-SEQ NUMERIC
002340         MOVE DL1-AUD-SEAL-SEQ TO DL1-FOLD-SEQ
002350         MOVE DL1-AUDIT-RECORD (1:116) TO DL1-FOLD-ROW
002360         MOVE DL1-SEALP-PRIOR-SEAL TO DL1-FOLD-PRIOR
002370         PERFORM 5000-FOLD-SEAL THRU 5000-FOLD-SEAL-EXIT
002380         MOVE DL1-FOLD-HASH TO DL1-SEALP-RESULT
002390     ELSE
002400         MOVE 'N' TO DL1-SEALP-STATUS
002410     END-IF.
002420 2000-COMPUTE-SEAL-EXIT.
002430     EXIT.
002440
002450*----------------------------------------------------------------
002460*    5000-FOLD-SEAL - START FROM THE PRIOR SEAL AND FOLD IN
002470*    EVERY BYTE OF DL1-FOLD-AREA: HASH = (HASH * 131 + BYTE)
002480*    MODULO 9999999967.  THE ORDER OF THE BYTES COUNTS, SO A
002490*    TRANSPOSED DIGIT CHANGES THE SEAL AS SURELY AS A CHANGED
002500*    ONE.
002510*----------------------------------------------------------------
002520 5000-FOLD-SEAL.
002530     MOVE DL1-FOLD-PRIOR TO DL1-FOLD-HASH.
002540     PERFORM 5100-FOLD-ONE-BYTE THRU 5100-FOLD-ONE-BYTE-EXIT
002550         VARYING DL1-FOLD-IDX FROM 1 BY 1
002560         UNTIL DL1-FOLD-IDX > LENGTH OF DL1-FOLD-AREA.
002570 5000-FOLD-SEAL-EXIT.
002580     EXIT.
002590
002600 5100-FOLD-ONE-BYTE.
002610     COMPUTE DL1-FOLD-WORK = DL1-FOLD-HASH * 131
002620         + FUNCTION ORD (DL1-FOLD-AREA (DL1-FOLD-IDX:1)).
002630     COMPUTE DL1-FOLD-HASH =
002640         FUNCTION MOD (DL1-FOLD-WORK, DL1-FOLD-MODULUS).
002650 5100-FOLD-ONE-BYTE-EXIT.
002660     EXIT.
002670
002680*----------------------------------------------------------------
002690*    9100-NOTIFY-EXCEPTION - THE ROW GOES OUT UNSEALED.
002700*----------------------------------------------------------------
002710 9100-NOTIFY-EXCEPTION.
002720     MOVE 'DL1A0002' TO DL1-EXCP-PROGRAM.
002730     MOVE DL1-AUD-RUN-ID TO DL1-EXCP-RUN-ID.
002740     MOVE 'DL1-1001E' TO DL1-EXCP-MSG-ID.
002750     MOVE 'E' TO DL1-EXCP-SEVERITY.
002760     MOVE 'AUDIT ROW NOT SEALED - AUDSEAL ' TO DL1-EXCP-TEXT.
002770     MOVE DL1-FAIL-REASON TO DL1-EXCP-TEXT (32:15).
002780     MOVE '- RUN ' TO DL1-EXCP-TEXT (47:6).
002790     MOVE DL1-AUD-RUN-ID TO DL1-EXCP-TEXT (53:8).
002800     CALL 'DL1E0001' USING DL1-EXCEPTION-PARMS.
002810 9100-NOTIFY-EXCEPTION-EXIT.
002820     EXIT.
002830
002840 END PROGRAM DL1A0002.
