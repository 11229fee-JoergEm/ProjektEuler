000100*----------------------------------------------------------------
000110*    DL1A0003 - AUDIT LOG SEAL VERIFICATION.
000120*
000130*    EVERY AUDREC00 ROW WRITTEN BY THE PROBLEM MODULES AND BY
000140*    DL1T0001 IS SEALED BY DL1A0002: A SEQUENCE NUMBER 1, 2,
000150*    3 ... AND A HASH OF THE ROW CHAINED TO THE SEAL OF THE
000160*    ROW BEFORE IT.  THIS PROGRAM WALKS THE WHOLE AUDIT
000170*    HISTORY IN THE ORDER IT WAS WRITTEN - THE DL1.PROD.0001.
000180*    AUDARCH GENERATIONS OLDEST FIRST AND THEN THE LIVE
000190*    AUDFILE, CONCATENATED ON AUDHIST - AND PROVES THE CHAIN
000200*    IS UNBROKEN, INCLUDING ACROSS EVERY ARCHIVE/RETAIN SPLIT
000210*    (DL1A0001 ONLY EVER ARCHIVES THE LEADING ROWS OF
000220*    AUDFILE, SO THE SPLIT NEVER REORDERS THE CHAIN):
000230*      - A ROW WHOSE SEAL IS NOT THE ONE RECOMPUTED FROM ITS
000240*        CONTENTS AND THE PREVIOUS ROW'S SEAL WAS EDITED
000250*      - A JUMP IN THE SEQUENCE MEANS ROWS WERE DELETED, A
000260*        REPEATED OR BACKWARD ONE MEANS A ROW WAS INSERTED
000270*        OR MOVED
000280*      - AN UNSEALED ROW AFTER THE CHAIN STARTED WAS INSERTED
000290*        BY HAND (OR ITS SEAL FAILED - DL1-1001E)
000300*      - THE LAST SEALED ROW MUST BE THE ONE THE CHAIN HEAD
000310*        (AUDSEAL) RECORDS, SO ROWS CUT FROM THE END SHOW TOO
000320*    UNSEALED ROWS AHEAD OF THE FIRST SEALED ONE WERE WRITTEN
000330*    BEFORE SEALING BEGAN; THEY ARE COUNTED, NOT BROKEN LINKS.
000340*    AFTER A BROKEN LINK THE WALK PICKS THE CHAIN UP AGAIN
000350*    FROM THAT ROW, SO EVERY BREAK IS LISTED ON AUDVRPT - THE
000360*    FIRST ONE, BY RUN-ID AND TIMESTAMP, ALSO ON THE CONSOLE
000370*    AND AS A DL1-1002E EXCEPTION.
000380*
000390*    RETURN-CODE 0 = CHAIN UNBROKEN, 8 = AT LEAST ONE BROKEN
000400*    LINK, 16 = AUDHIST COULD NOT BE OPENED.
000410*
000420*    MODIFICATION HISTORY
000430*    DATE       INIT  DESCRIPTION
000440*    ---------- ----  ----------------------------------
000450*    2026-10-10 JM    ORIGINAL PROGRAM.
000460*----------------------------------------------------------------
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.              DL1A0003.
000490 AUTHOR.                  JOERG M.
000500 INSTALLATION.            AT GITHUB JOERGEM.
000510 DATE-WRITTEN.            2026.
000520 DATE-COMPILED.           2026-10-10.
000530 SECURITY.                VERSION.
000540*    THIS PROGRAM IS WITHOUT ANY WARRANTY; WITHOUT EVEN THE
000550*    IMPLIED WARRANTY OF MERCHANTABILITY OR FITNESS FOR A
000560*    PARTICULAR PURPOSE.
000570
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT HST-FILE ASSIGN "AUDHIST"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS DL1-HST-FILE-STATUS.
000640     SELECT SEL-FILE ASSIGN "AUDSEAL"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS DL1-SEL-FILE-STATUS.
000670     SELECT PRT-FILE ASSIGN "AUDVRPT"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS DL1-PRT-FILE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  HST-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760     COPY AUDREC00.
000770
000780 FD  SEL-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810     COPY SELREC00.
000820
000830 FD  PRT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  DL1-PRT-RECORD            PIC X(132).
000870
000880 WORKING-STORAGE SECTION.
000890 77  DL1-HST-FILE-STATUS       PIC X(02) VALUE '00'.
000900 77  DL1-SEL-FILE-STATUS       PIC X(02) VALUE '00'.
000910 77  DL1-PRT-FILE-STATUS       PIC X(02) VALUE '00'.
000920 77  DL1-SETUP-OK-SW           PIC X(01) VALUE 'Y'.
000930     88  DL1-SETUP-OK                    VALUE 'Y'.
000940     88  DL1-SETUP-BAD                   VALUE 'N'.
000950 77  DL1-HST-EOF-SW            PIC X(01) VALUE 'N'.
000960     88  DL1-HST-AT-EOF                  VALUE 'Y'.
000970 77  DL1-CHAIN-STARTED-SW      PIC X(01) VALUE 'N'.
000980     88  DL1-CHAIN-STARTED               VALUE 'Y'.
000990 77  DL1-HEAD-STATE-SW         PIC X(01) VALUE 'M'.
001000     88  DL1-HEAD-PRESENT                VALUE 'Y'.
001010     88  DL1-HEAD-MISSING                VALUE 'M'.
001020     88  DL1-HEAD-DAMAGED                VALUE 'D'.
001030 77  DL1-HEAD-SEQ              PIC 9(09) VALUE ZERO.
001040 77  DL1-HEAD-SEAL             PIC 9(10) VALUE ZERO.
001050 77  DL1-HEAD-RUN-ID           PIC X(08) VALUE SPACES.
001060 77  DL1-HEAD-TIMESTAMP        PIC X(19) VALUE SPACES.
001070 77  DL1-HEAD-REASON           PIC X(40) VALUE SPACES.
001080 77  DL1-LAST-SEQ              PIC 9(09) VALUE ZERO.
001090 77  DL1-LAST-SEAL             PIC 9(10) VALUE ZERO.
001100 77  DL1-LAST-RUN-ID           PIC X(08) VALUE SPACES.
001110 77  DL1-LAST-TIMESTAMP        PIC X(19) VALUE SPACES.
001120 77  DL1-EXPECTED-SEQ          PIC 9(09) VALUE ZERO.
001130 77  DL1-READ-COUNT            PIC 9(09) COMP
001140                               VALUE ZERO.
001150 77  DL1-LEGACY-COUNT          PIC 9(09) COMP
001160                               VALUE ZERO.
001170 77  DL1-SEALED-COUNT          PIC 9(09) COMP
001180                               VALUE ZERO.
001190 77  DL1-BREAK-COUNT           PIC 9(09) COMP
001200                               VALUE ZERO.
001210 77  DL1-BRK-RUN-ID            PIC X(08) VALUE SPACES.
001220 77  DL1-BRK-TIMESTAMP         PIC X(19) VALUE SPACES.
001230 77  DL1-BRK-SEQ               PIC X(09) VALUE SPACES.
001240 77  DL1-BRK-REASON            PIC X(40) VALUE SPACES.
001250 77  DL1-FIRST-RUN-ID          PIC X(08) VALUE SPACES.
001260 77  DL1-FIRST-TIMESTAMP       PIC X(19) VALUE SPACES.
001270 77  DL1-FIRST-SEQ             PIC X(09) VALUE SPACES.
001280 77  DL1-FIRST-REASON          PIC X(40) VALUE SPACES.
001290 77  DL1-LINE-COUNT            PIC 9(03) COMP
001300                               VALUE ZERO.
001310 77  DL1-PAGE-COUNT            PIC 9(04) COMP
001320                               VALUE ZERO.
001330 77  DL1-LINES-PER-PAGE        PIC 9(03) COMP
001340                               VALUE 50.
001350 77  DL1-RUN-DATE-YMD          PIC 9(08) VALUE ZERO.
001360 77  DL1-RUN-DATE-TEXT         PIC X(10) VALUE SPACES.
001370     COPY EXCPRM00.
001380     COPY SELPRM00.
001390
001400 01  DL1-HDG1-LINE.
001410     05  FILLER                PIC X(09) VALUE 'DL1A0003 '.
001420     05  FILLER                PIC X(34) VALUE
001430         'AUDIT LOG SEAL VERIFICATION       '.
001440     05  DL1-HDG1-DATE         PIC X(10) VALUE SPACES.
001450     05  FILLER                PIC X(66) VALUE SPACES.
001460     05  FILLER                PIC X(05) VALUE 'PAGE '.
001470     05  DL1-HDG1-PAGE         PIC Z(03)9.
001480     05  FILLER                PIC X(04) VALUE SPACES.
001490
001500 01  DL1-HDG2-LINE.
001510     05  FILLER                PIC X(11) VALUE 'SEQUENCE   '.
001520     05  FILLER                PIC X(10) VALUE 'RUN-ID    '.
001530     05  FILLER                PIC X(21) VALUE 'TIMESTAMP'.
001540     05  FILLER                PIC X(90) VALUE 'BROKEN LINK'.
001550
001560 01  DL1-DETAIL-LINE.
001570     05  DL1-DTL-SEQ           PIC X(09).
001580     05  FILLER                PIC X(02) VALUE SPACES.
001590     05  DL1-DTL-RUN-ID        PIC X(08).
001600     05  FILLER                PIC X(02) VALUE SPACES.
001610     05  DL1-DTL-TIMESTAMP     PIC X(19).
001620     05  FILLER                PIC X(02) VALUE SPACES.
001630     05  DL1-DTL-REASON        PIC X(40).
001640     05  FILLER                PIC X(50) VALUE SPACES.
001650
001660 01  DL1-TRAILER-LINE.
001670     05  FILLER                PIC X(12) VALUE 'ROWS READ - '.
001680     05  DL1-TRL-READ          PIC Z(08)9.
001690     05  FILLER                PIC X(27) VALUE
001700         '  UNSEALED BEFORE CHAIN - '.
001710     05  DL1-TRL-LEGACY        PIC Z(08)9.
001720     05  FILLER                PIC X(11) VALUE '  SEALED - '.
001730     05  DL1-TRL-SEALED        PIC Z(08)9.
001740     05  FILLER                PIC X(17) VALUE
001745         '  BROKEN LINKS - '.
001750     05  DL1-TRL-BREAKS        PIC Z(08)9.
001760     05  FILLER                PIC X(29) VALUE SPACES.
001770
001780 01  DL1-FIRST-LINE.
001790     05  FILLER                PIC X(24) VALUE
001800         'FIRST BROKEN LINK - RUN '.
001810     05  DL1-FST-RUN-ID        PIC X(08).
001820     05  FILLER                PIC X(04) VALUE ' AT '.
001830     05  DL1-FST-TIMESTAMP     PIC X(19).
001840     05  FILLER                PIC X(10) VALUE ' SEQUENCE '.
001850     05  DL1-FST-SEQ           PIC X(09).
001860     05  FILLER                PIC X(03) VALUE ' - '.
001870     05  DL1-FST-REASON        PIC X(40).
001880     05  FILLER                PIC X(15) VALUE SPACES.
001890
001900 01  DL1-CLEAN-LINE.
001910     05  FILLER                PIC X(37) VALUE
001920         'SEAL CHAIN UNBROKEN THROUGH SEQUENCE '.
001930     05  DL1-CLN-SEQ           PIC Z(08)9.
001940     05  FILLER                PIC X(86) VALUE SPACES.
001950
001960 PROCEDURE DIVISION.
001970*----------------------------------------------------------------
001980*    0000-MAINLINE
001990*----------------------------------------------------------------
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002020     IF DL1-SETUP-OK
002030         PERFORM 2000-CHECK-ONE-ROW THRU 2000-CHECK-ONE-ROW-EXIT
002040             UNTIL DL1-HST-AT-EOF
002050         CLOSE HST-FILE
002060         PERFORM 3000-CHECK-CHAIN-HEAD THRU
002070                 3000-CHECK-CHAIN-HEAD-EXIT
002080         PERFORM 8000-FINISH-REPORT THRU 8000-FINISH-REPORT-EXIT
002090     END-IF.
002100     STOP RUN.
002110 0000-MAINLINE-EXIT.
002120     EXIT.
002130
002140*----------------------------------------------------------------
002150*    1000-INITIALIZE - OPEN THE HISTORY, READ THE CHAIN HEAD,
002160*    START THE REPORT AND READ THE FIRST ROW.  A HISTORY THAT
002170*    CANNOT BE OPENED PROVES NOTHING AND IS AN EXCEPTION.
002180*----------------------------------------------------------------
002190 1000-INITIALIZE.
002200     ACCEPT DL1-RUN-DATE-YMD FROM DATE YYYYMMDD.
002210     MOVE DL1-RUN-DATE-YMD (1:4) TO DL1-RUN-DATE-TEXT (1:4).
002220     MOVE '-' TO DL1-RUN-DATE-TEXT (5:1).
002230     MOVE DL1-RUN-DATE-YMD (5:2) TO DL1-RUN-DATE-TEXT (6:2).
002240     MOVE '-' TO DL1-RUN-DATE-TEXT (8:1).
002250     MOVE DL1-RUN-DATE-YMD (7:2) TO DL1-RUN-DATE-TEXT (9:2).
002260     OPEN INPUT HST-FILE.
002270     IF DL1-HST-FILE-STATUS NOT = '00'
002280         DISPLAY 'DL1-0001-AUDIT SEAL VERIFICATION FAILED - '
002290                 'AUDHIST COULD NOT BE OPENED - STATUS '
002300                 DL1-HST-FILE-STATUS
002310         MOVE 'N' TO DL1-SETUP-OK-SW
002320         MOVE SPACES TO DL1-EXCP-RUN-ID
002330         MOVE 'DL1-1003E' TO DL1-EXCP-MSG-ID
002340         MOVE 'AUDIT SEAL NOT VERIFIED - AUDHIST OPEN STATUS '
002350             TO DL1-EXCP-TEXT
002360         MOVE DL1-HST-FILE-STATUS TO DL1-EXCP-TEXT (47:2)
002370         PERFORM 9100-NOTIFY-EXCEPTION THRU
002380                 9100-NOTIFY-EXCEPTION-EXIT
002390         MOVE 16 TO RETURN-CODE
002400     ELSE
002410         PERFORM 1100-READ-CHAIN-HEAD THRU
002420                 1100-READ-CHAIN-HEAD-EXIT
002430         OPEN OUTPUT PRT-FILE
002440         PERFORM 8100-START-NEW-PAGE THRU
002450                 8100-START-NEW-PAGE-EXIT
002460         READ HST-FILE
002470             AT END
002480                 MOVE 'Y' TO DL1-HST-EOF-SW
002490         END-READ
002500     END-IF.
002510 1000-INITIALIZE-EXIT.
002520     EXIT.
002530
002540*----------------------------------------------------------------
002550*    1100-READ-CHAIN-HEAD - A MISSING OR EMPTY AUDSEAL MEANS NO
002560*    ROW HAS BEEN SEALED YET.  A HEAD THAT CANNOT BE OPENED OR
002570*    IS NOT NUMERIC IS DAMAGED; IT ONLY COUNTS AS A BROKEN LINK
002580*    ONCE SEALED ROWS ARE FOUND (3000-CHECK-CHAIN-HEAD).
002590*----------------------------------------------------------------
002600 1100-READ-CHAIN-HEAD.
002610     OPEN INPUT SEL-FILE.
002620     EVALUATE DL1-SEL-FILE-STATUS
002630         WHEN '00'
002640             READ SEL-FILE
002650                 AT END
002660                     MOVE 'M' TO DL1-HEAD-STATE-SW
002670                 NOT AT END
002680                     IF DL1-SLH-LAST-SEQ NUMERIC
002690                        AND DL1-SLH-LAST-SEAL NUMERIC
002700                         MOVE 'Y' TO DL1-HEAD-STATE-SW
002710                         MOVE DL1-SLH-LAST-SEQ TO DL1-HEAD-SEQ
002720                         MOVE DL1-SLH-LAST-SEAL TO DL1-HEAD-SEAL
002730                         MOVE DL1-SLH-LAST-RUN-ID
002735                             TO DL1-HEAD-RUN-ID
002740                         MOVE DL1-SLH-LAST-TIMESTAMP
002750                             TO DL1-HEAD-TIMESTAMP
002760                     ELSE
002770                         MOVE 'D' TO DL1-HEAD-STATE-SW
002780                         MOVE 'CHAIN HEAD (AUDSEAL) DAMAGED'
002790                             TO DL1-HEAD-REASON
002800                     END-IF
002810             END-READ
002820             CLOSE SEL-FILE
002830         WHEN '35'
002840             MOVE 'M' TO DL1-HEAD-STATE-SW
002850         WHEN OTHER
002860             MOVE 'D' TO DL1-HEAD-STATE-SW
002870             MOVE 'CHAIN HEAD (AUDSEAL) OPEN STATUS '
002880                 TO DL1-HEAD-REASON
002890             MOVE DL1-SEL-FILE-STATUS TO DL1-HEAD-REASON (34:2)
002900     END-EVALUATE.
002910 1100-READ-CHAIN-HEAD-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------------
002950*    2000-CHECK-ONE-ROW - TEST ONE ROW AGAINST THE LINK BEFORE
002960*    IT.  WHATEVER IS FOUND, A SEALED ROW BECOMES THE LINK THE
002970*    NEXT ROW IS TESTED AGAINST, SO ONE BREAK IS REPORTED ONCE
002980*    AND DOES NOT DRAG EVERY LATER ROW DOWN WITH IT.
002990*----------------------------------------------------------------
003000 2000-CHECK-ONE-ROW.
003010     ADD 1 TO DL1-READ-COUNT.
003020     EVALUATE TRUE
003030         WHEN DL1-AUD-SEAL-SEQ NOT NUMERIC
003040          AND NOT DL1-CHAIN-STARTED
003050             ADD 1 TO DL1-LEGACY-COUNT
003060         WHEN DL1-AUD-SEAL-SEQ NOT NUMERIC
003070             MOVE 'UNSEALED ROW INSIDE THE CHAIN'
003080                 TO DL1-BRK-REASON
003090             PERFORM 2100-ROW-BREAK THRU 2100-ROW-BREAK-EXIT
003100         WHEN DL1-AUD-SEAL NOT NUMERIC
003110             ADD 1 TO DL1-SEALED-COUNT
003120             MOVE 'SEAL COLUMN NOT NUMERIC' TO DL1-BRK-REASON
003130             PERFORM 2100-ROW-BREAK THRU 2100-ROW-BREAK-EXIT
003140             PERFORM 2200-TAKE-NEXT-LINK THRU
003150                     2200-TAKE-NEXT-LINK-EXIT
003160             MOVE ZERO TO DL1-LAST-SEAL
003170         WHEN OTHER
003180             ADD 1 TO DL1-SEALED-COUNT
003190             PERFORM 2300-CHECK-SEALED-ROW THRU
003200                     2300-CHECK-SEALED-ROW-EXIT
003210             PERFORM 2200-TAKE-NEXT-LINK THRU
003220                     2200-TAKE-NEXT-LINK-EXIT
003230     END-EVALUATE.
003240     READ HST-FILE
003250         AT END
003260             MOVE 'Y' TO DL1-HST-EOF-SW
003270     END-READ.
003280 2000-CHECK-ONE-ROW-EXIT.
003290     EXIT.
003300
003310 2100-ROW-BREAK.
003320     MOVE DL1-AUD-RUN-ID TO DL1-BRK-RUN-ID.
003330     MOVE DL1-AUD-TIMESTAMP TO DL1-BRK-TIMESTAMP.
003340     MOVE DL1-AUDIT-RECORD (118:9) TO DL1-BRK-SEQ.
003350     PERFORM 4000-RECORD-BREAK THRU 4000-RECORD-BREAK-EXIT.
003360 2100-ROW-BREAK-EXIT.
003370     EXIT.
003380
003390 2200-TAKE-NEXT-LINK.
003400     MOVE 'Y' TO DL1-CHAIN-STARTED-SW.
003410     MOVE DL1-AUD-SEAL-SEQ TO DL1-LAST-SEQ.
003420     MOVE DL1-AUD-SEAL TO DL1-LAST-SEAL.
003430     MOVE DL1-AUD-RUN-ID TO DL1-LAST-RUN-ID.
003440     MOVE DL1-AUD-TIMESTAMP TO DL1-LAST-TIMESTAMP.
003450 2200-TAKE-NEXT-LINK-EXIT.
003460     EXIT.
003470
003480*----------------------------------------------------------------
003490*    2300-CHECK-SEALED-ROW - THE ROW MUST CARRY THE NEXT
003500*    SEQUENCE NUMBER (THE FIRST SEALED ROW EVER IS NUMBER 1,
003510*    CHAINED FROM SEAL ZERO) AND THE SEAL DL1A0002 RECOMPUTES
003520*    FROM ITS CONTENTS AND THE PREVIOUS ROW'S SEAL.  THE SEAL
003530*    IS ONLY TESTED WHEN THE SEQUENCE FITS - ACROSS A GAP THE
003540*    PREVIOUS SEAL IS NOT THE ONE THE ROW WAS CHAINED FROM.
003550*----------------------------------------------------------------
003560 2300-CHECK-SEALED-ROW.
003570     COMPUTE DL1-EXPECTED-SEQ = DL1-LAST-SEQ + 1.
003580     EVALUATE TRUE
003590         WHEN DL1-AUD-SEAL-SEQ > DL1-EXPECTED-SEQ
003600             MOVE 'SEQUENCE GAP - ROWS DELETED'
003610                 TO DL1-BRK-REASON
003620             PERFORM 2100-ROW-BREAK THRU 2100-ROW-BREAK-EXIT
003630         WHEN DL1-AUD-SEAL-SEQ < DL1-EXPECTED-SEQ
003640             MOVE 'SEQUENCE REPEATED OR OUT OF ORDER'
003650                 TO DL1-BRK-REASON
003660             PERFORM 2100-ROW-BREAK THRU 2100-ROW-BREAK-EXIT
003670         WHEN OTHER
003680             MOVE 'C' TO DL1-SEALP-FUNCTION
003690             MOVE DL1-LAST-SEAL TO DL1-SEALP-PRIOR-SEAL
003700             CALL 'DL1A0002' USING DL1-AUDIT-RECORD
003710                                   DL1-SEAL-PARMS
003720             IF NOT DL1-SEALP-OK
003730                OR DL1-SEALP-RESULT NOT = DL1-AUD-SEAL
003740                 MOVE 'SEAL MISMATCH - ROW EDITED'
003750                     TO DL1-BRK-REASON
003760                 PERFORM 2100-ROW-BREAK THRU 2100-ROW-BREAK-EXIT
003770             END-IF
003780     END-EVALUATE.
003790 2300-CHECK-SEALED-ROW-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------------
003830*    3000-CHECK-CHAIN-HEAD - THE LAST SEALED ROW WALKED MUST BE
003840*    THE LAST ONE SEALED.  A HEAD AHEAD OF THE HISTORY MEANS
003850*    ROWS WERE CUT FROM THE END (OR A RUN ABENDED BETWEEN
003860*    SEALING ITS ROW AND WRITING IT); A HEAD BEHIND IT MEANS
003870*    SEALED ROWS THE HEAD NEVER ISSUED.
003880*----------------------------------------------------------------
003890 3000-CHECK-CHAIN-HEAD.
003900     EVALUATE TRUE
003910         WHEN DL1-HEAD-MISSING AND NOT DL1-CHAIN-STARTED
003920             CONTINUE
003930         WHEN DL1-HEAD-MISSING
003940             MOVE 'CHAIN HEAD (AUDSEAL) MISSING'
003950                 TO DL1-BRK-REASON
003960             PERFORM 3100-TAIL-BREAK THRU 3100-TAIL-BREAK-EXIT
003970         WHEN DL1-HEAD-DAMAGED
003980             MOVE DL1-HEAD-REASON TO DL1-BRK-REASON
003990             PERFORM 3100-TAIL-BREAK THRU 3100-TAIL-BREAK-EXIT
004000         WHEN DL1-HEAD-SEQ > DL1-LAST-SEQ
004010             MOVE DL1-HEAD-RUN-ID TO DL1-BRK-RUN-ID
004020             MOVE DL1-HEAD-TIMESTAMP TO DL1-BRK-TIMESTAMP
004030             MOVE DL1-HEAD-SEQ TO DL1-BRK-SEQ
004040             MOVE 'LAST SEALED ROW(S) MISSING FROM HISTORY'
004050                 TO DL1-BRK-REASON
004060             PERFORM 4000-RECORD-BREAK THRU
004070                     4000-RECORD-BREAK-EXIT
004080         WHEN DL1-HEAD-SEQ < DL1-LAST-SEQ
004090             MOVE 'SEALED BEYOND THE CHAIN HEAD'
004100                 TO DL1-BRK-REASON
004110             PERFORM 3100-TAIL-BREAK THRU 3100-TAIL-BREAK-EXIT
004120         WHEN DL1-HEAD-SEAL NOT = DL1-LAST-SEAL
004130             MOVE 'LAST ROW DOES NOT MATCH CHAIN HEAD'
004140                 TO DL1-BRK-REASON
004150             PERFORM 3100-TAIL-BREAK THRU 3100-TAIL-BREAK-EXIT
004160         WHEN OTHER
004170             CONTINUE
004180     END-EVALUATE.
004190 3000-CHECK-CHAIN-HEAD-EXIT.
004200     EXIT.
004210
004220 3100-TAIL-BREAK.
004230     MOVE DL1-LAST-RUN-ID TO DL1-BRK-RUN-ID.
004240     MOVE DL1-LAST-TIMESTAMP TO DL1-BRK-TIMESTAMP.
004250     MOVE DL1-LAST-SEQ TO DL1-BRK-SEQ.
004260     PERFORM 4000-RECORD-BREAK THRU 4000-RECORD-BREAK-EXIT.
004270 3100-TAIL-BREAK-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------------
004310*    4000-RECORD-BREAK - PRINT ONE BROKEN LINK AND KEEP THE
004320*    FIRST FOR THE SUMMARY AND THE EXCEPTION.
004330*----------------------------------------------------------------
004340 4000-RECORD-BREAK.
004350     ADD 1 TO DL1-BREAK-COUNT.
004360     IF DL1-BREAK-COUNT = 1
004370         MOVE DL1-BRK-RUN-ID TO DL1-FIRST-RUN-ID
004380         MOVE DL1-BRK-TIMESTAMP TO DL1-FIRST-TIMESTAMP
004390         MOVE DL1-BRK-SEQ TO DL1-FIRST-SEQ
004400         MOVE DL1-BRK-REASON TO DL1-FIRST-REASON
004410     END-IF.
004420     MOVE DL1-BRK-SEQ TO DL1-DTL-SEQ.
004430     MOVE DL1-BRK-RUN-ID TO DL1-DTL-RUN-ID.
004440     MOVE DL1-BRK-TIMESTAMP TO DL1-DTL-TIMESTAMP.
004450     MOVE DL1-BRK-REASON TO DL1-DTL-REASON.
004460     PERFORM 8200-WRITE-DETAIL-LINE THRU
004470             8200-WRITE-DETAIL-LINE-EXIT.
004480 4000-RECORD-BREAK-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------------
004520*    8000-FINISH-REPORT - THE VERDICT, THE TRAILER COUNTS AND
004530*    THE STEP'S RETURN CODE.  A BROKEN CHAIN RAISES DL1-1002E
004540*    NAMING THE FIRST BROKEN LINK AND ENDS THE STEP 8.
004550*----------------------------------------------------------------
004560 8000-FINISH-REPORT.
004570     MOVE SPACES TO DL1-PRT-RECORD.
004580     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
004590     IF DL1-BREAK-COUNT > ZERO
004600         MOVE DL1-FIRST-RUN-ID TO DL1-FST-RUN-ID
004610         MOVE DL1-FIRST-TIMESTAMP TO DL1-FST-TIMESTAMP
004620         MOVE DL1-FIRST-SEQ TO DL1-FST-SEQ
004630         MOVE DL1-FIRST-REASON TO DL1-FST-REASON
004640         WRITE DL1-PRT-RECORD FROM DL1-FIRST-LINE
004650             AFTER ADVANCING 1 LINE
004660     ELSE
004670         MOVE DL1-LAST-SEQ TO DL1-CLN-SEQ
004680         WRITE DL1-PRT-RECORD FROM DL1-CLEAN-LINE
004690             AFTER ADVANCING 1 LINE
004700     END-IF.
004710     MOVE DL1-READ-COUNT TO DL1-TRL-READ.
004720     MOVE DL1-LEGACY-COUNT TO DL1-TRL-LEGACY.
004730     MOVE DL1-SEALED-COUNT TO DL1-TRL-SEALED.
004740     MOVE DL1-BREAK-COUNT TO DL1-TRL-BREAKS.
004750     WRITE DL1-PRT-RECORD FROM DL1-TRAILER-LINE
004760         AFTER ADVANCING 1 LINE.
004770     CLOSE PRT-FILE.
004780     DISPLAY 'DL1-0001-AUDIT SEAL VERIFICATION COMPLETE - '
004790             DL1-READ-COUNT ' ROWS - '
004800             DL1-SEALED-COUNT ' SEALED - '
004810             DL1-BREAK-COUNT ' BROKEN LINK(S)'.
004820     IF DL1-BREAK-COUNT > ZERO
004830         DISPLAY 'DL1-0001-AUDIT SEAL CHAIN BROKEN - FIRST '
004835                 'AT RUN '
004840                 DL1-FIRST-RUN-ID ' ' DL1-FIRST-TIMESTAMP
004850                 ' - ' DL1-FIRST-REASON
004860         MOVE DL1-FIRST-RUN-ID TO DL1-EXCP-RUN-ID
004870         MOVE 'DL1-1002E' TO DL1-EXCP-MSG-ID
004880         MOVE 'AUDIT SEAL CHAIN BROKEN AT RUN ' TO DL1-EXCP-TEXT
004890         MOVE DL1-FIRST-RUN-ID TO DL1-EXCP-TEXT (32:8)
004900         MOVE DL1-FIRST-TIMESTAMP TO DL1-EXCP-TEXT (41:19)
004910         PERFORM 9100-NOTIFY-EXCEPTION THRU
004920                 9100-NOTIFY-EXCEPTION-EXIT
004930         MOVE 8 TO RETURN-CODE
004940     ELSE
004950         MOVE 0 TO RETURN-CODE
004960     END-IF.
004970 8000-FINISH-REPORT-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------------
005010*    8100-START-NEW-PAGE / 8200-WRITE-DETAIL-LINE - PAGE-
005020*    BREAK BOOKKEEPING AROUND EVERY DETAIL LINE.
005030*----------------------------------------------------------------
005040 8100-START-NEW-PAGE.
005050     ADD 1 TO DL1-PAGE-COUNT.
005060     MOVE DL1-RUN-DATE-TEXT TO DL1-HDG1-DATE.
005070     MOVE DL1-PAGE-COUNT TO DL1-HDG1-PAGE.
005080     IF DL1-PAGE-COUNT = 1
005090         WRITE DL1-PRT-RECORD FROM DL1-HDG1-LINE
005100             AFTER ADVANCING 1 LINE
005110     ELSE
005120         WRITE DL1-PRT-RECORD FROM DL1-HDG1-LINE
005130             AFTER ADVANCING PAGE
005140     END-IF.
005150     WRITE DL1-PRT-RECORD FROM DL1-HDG2-LINE
005160         AFTER ADVANCING 1 LINE.
005170     MOVE SPACES TO DL1-PRT-RECORD.
005180     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
005190     MOVE ZERO TO DL1-LINE-COUNT.
005200 8100-START-NEW-PAGE-EXIT.
005210     EXIT.
005220
005230 8200-WRITE-DETAIL-LINE.
005240     IF DL1-LINE-COUNT >= DL1-LINES-PER-PAGE
005250         PERFORM 8100-START-NEW-PAGE THRU
005260                 8100-START-NEW-PAGE-EXIT
005270     END-IF.
005280     WRITE DL1-PRT-RECORD FROM DL1-DETAIL-LINE
005290         AFTER ADVANCING 1 LINE.
005300     ADD 1 TO DL1-LINE-COUNT.
005310 8200-WRITE-DETAIL-LINE-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------------
005350*    9100-NOTIFY-EXCEPTION - HAND THE PREPARED MESSAGE TO THE
005360*    EXCEPTION QUEUE.  DL1E0001 RESETS RETURN-CODE, SO THE
005370*    CALLER SETS ITS OWN AFTERWARDS.
005380*----------------------------------------------------------------
005390 9100-NOTIFY-EXCEPTION.
005400     MOVE 'DL1A0003' TO DL1-EXCP-PROGRAM.
005410     MOVE 'E' TO DL1-EXCP-SEVERITY.
005420     CALL 'DL1E0001' USING DL1-EXCEPTION-PARMS.
005430 9100-NOTIFY-EXCEPTION-EXIT.
005440     EXIT.
005450
005460 END PROGRAM DL1A0003.
