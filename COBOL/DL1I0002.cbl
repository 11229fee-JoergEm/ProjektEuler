000100*----------------------------------------------------------------
000110*    DL1I0002 - PROBLEM CATALOG LISTING.
000120*
000130*    WALKS THE PROBLEM CATALOG (PRBREC00 ON PRBKSDS) IN
000140*    PROBLEM-ID ORDER AND PRINTS EVERY ENTRY: THE MODULE
000150*    DL1M0001 CALLS, THE ANSWER TYPE, THE PARAMETER SHAPE
000160*    DL1V0001 VALIDATES AGAINST, THE CHECKPOINT FLAG, WHETHER
000170*    THE PROBLEM IS ENABLED, AND WHO LAST CHANGED IT, WHEN AND
000180*    WHY.  RUN AFTER DL1U0002 SO THE SHIFT SEES THE CATALOG AS
000190*    TONIGHT'S RUN BOOK WILL - A DISABLED PROBLEM IS SPELLED
000200*    OUT WITH ITS REASON.
000210*
000220*    RETURN-CODE 0 = CATALOG LISTED, 4 = THE CATALOG IS EMPTY
000230*    (EVERY RUN WOULD FAIL AS AN UNKNOWN PROBLEM), 16 = THE
000240*    CATALOG COULD NOT BE OPENED.
000250*
000260*    MODIFICATION HISTORY
000270*    DATE       INIT  DESCRIPTION
000280*    ---------- ----  ----------------------------------
000290*    2026-10-05 JM    ORIGINAL PROGRAM.
000300*----------------------------------------------------------------
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.              DL1I0002.
000330 AUTHOR.                  JOERG M.
000340 INSTALLATION.            AT GITHUB JOERGEM.
000350 DATE-WRITTEN.            2026.
000360 DATE-COMPILED.           2026-10-05.
000370 SECURITY.                VERSION.
000380*    THIS PROGRAM IS WITHOUT ANY WARRANTY; WITHOUT EVEN THE
000390*    IMPLIED WARRANTY OF MERCHANTABILITY OR FITNESS FOR A
000400*    PARTICULAR PURPOSE.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PRB-FILE ASSIGN "PRBKSDS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS DL1-PRB-KEY
000490         FILE STATUS IS DL1-PRB-FILE-STATUS.
000500     SELECT PRT-FILE ASSIGN "PRBRPT"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS DL1-PRT-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PRB-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590     COPY PRBREC00.
000600
000610 FD  PRT-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  DL1-PRT-RECORD            PIC X(132).
000650
000660 WORKING-STORAGE SECTION.
000670 77  DL1-PRB-FILE-STATUS       PIC X(02) VALUE '00'.
000680 77  DL1-PRT-FILE-STATUS       PIC X(02) VALUE '00'.
000690 77  DL1-SETUP-OK-SW           PIC X(01) VALUE 'Y'.
000700     88  DL1-SETUP-OK                    VALUE 'Y'.
000710 77  DL1-PRB-EOF-SW            PIC X(01) VALUE 'N'.
000720     88  DL1-PRB-AT-EOF                  VALUE 'Y'.
000730 77  DL1-ENTRY-COUNT           PIC 9(04) COMP
000740                               VALUE ZERO.
000750 77  DL1-ENABLED-COUNT         PIC 9(04) COMP
000760                               VALUE ZERO.
000770 77  DL1-DISABLED-COUNT        PIC 9(04) COMP
000780                               VALUE ZERO.
000790 77  DL1-TODAY-YMD             PIC 9(08) VALUE ZERO.
000800 77  DL1-LINE-COUNT            PIC 9(03) COMP
000810                               VALUE ZERO.
000820 77  DL1-PAGE-COUNT            PIC 9(04) COMP
000830                               VALUE ZERO.
000840 77  DL1-LINES-PER-PAGE        PIC 9(03) COMP
000850                               VALUE 50.
000860
000870 01  DL1-HDG1-LINE.
000880     05  FILLER                PIC X(09) VALUE 'DL1I0002 '.
000890     05  FILLER                PIC X(34) VALUE
000900         'PROBLEM CATALOG LISTING           '.
000910     05  DL1-HDG1-DATE         PIC X(10) VALUE SPACES.
000920     05  FILLER                PIC X(66) VALUE SPACES.
000930     05  FILLER                PIC X(05) VALUE 'PAGE '.
000940     05  DL1-HDG1-PAGE         PIC Z(03)9.
000950     05  FILLER                PIC X(04) VALUE SPACES.
000960
000970 01  DL1-HDG2-LINE.
000980     05  FILLER                PIC X(06) VALUE 'PROB  '.
000990     05  FILLER                PIC X(31) VALUE 'MODULE'.
001000     05  FILLER                PIC X(07) VALUE 'TYPE   '.
001010     05  FILLER                PIC X(15) VALUE 'PARM SHAPE'.
001020     05  FILLER                PIC X(05) VALUE 'CKPT '.
001030     05  FILLER                PIC X(09) VALUE 'STATUS   '.
001040     05  FILLER                PIC X(09) VALUE 'CHANGED  '.
001050     05  FILLER                PIC X(19) VALUE 'CHANGED AT'.
001060     05  FILLER                PIC X(31) VALUE SPACES.
001070
001080 01  DL1-HDG3-LINE.
001090     05  FILLER                PIC X(06) VALUE SPACES.
001100     05  FILLER                PIC X(31) VALUE 'DESCRIPTION'.
001110     05  FILLER                PIC X(40) VALUE
001120         'REASON FOR THE LAST CHANGE'.
001130     05  FILLER                PIC X(55) VALUE SPACES.
001140
001150 01  DL1-DETAIL-LINE.
001160     05  DL1-DTL-PROBLEM-ID    PIC X(04).
001170     05  FILLER                PIC X(02) VALUE SPACES.
001180     05  DL1-DTL-MODULE        PIC X(30).
001190     05  FILLER                PIC X(01) VALUE SPACES.
001200     05  DL1-DTL-ANSWER-TYPE   PIC X(06).
001210     05  FILLER                PIC X(01) VALUE SPACES.
001220     05  DL1-DTL-SHAPE         PIC X(14).
001230     05  FILLER                PIC X(01) VALUE SPACES.
001240     05  DL1-DTL-CHECKPOINT    PIC X(03).
001250     05  FILLER                PIC X(02) VALUE SPACES.
001260     05  DL1-DTL-STATUS        PIC X(08).
001270     05  FILLER                PIC X(01) VALUE SPACES.
001280     05  DL1-DTL-CHANGED-BY    PIC X(08).
001290     05  FILLER                PIC X(01) VALUE SPACES.
001300     05  DL1-DTL-CHANGED-AT    PIC X(19).
001310     05  FILLER                PIC X(31) VALUE SPACES.
001320
001330 01  DL1-DETAIL2-LINE.
001340     05  FILLER                PIC X(06) VALUE SPACES.
001350     05  DL1-DT2-DESCRIPTION   PIC X(30).
001360     05  FILLER                PIC X(01) VALUE SPACES.
001370     05  DL1-DT2-REASON        PIC X(40).
001380     05  FILLER                PIC X(55) VALUE SPACES.
001390
001400 01  DL1-EMPTY-LINE            PIC X(132) VALUE
001410     '(THE PROBLEM CATALOG IS EMPTY)'.
001420
001430 01  DL1-TRAILER-LINE.
001440     05  FILLER                PIC X(20) VALUE
001450         'CATALOG ENTRIES -   '.
001460     05  DL1-TRL-COUNT         PIC Z(04)9.
001470     05  FILLER                PIC X(14) VALUE
001480         '  ENABLED -   '.
001490     05  DL1-TRL-ENABLED       PIC Z(04)9.
001500     05  FILLER                PIC X(14) VALUE
001510         '  DISABLED -  '.
001520     05  DL1-TRL-DISABLED      PIC Z(04)9.
001530     05  FILLER                PIC X(69) VALUE SPACES.
001540
001550 PROCEDURE DIVISION.
001560*----------------------------------------------------------------
001570*    0000-MAINLINE
001580*----------------------------------------------------------------
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001610     IF DL1-SETUP-OK
001620         PERFORM 2000-LIST-ONE-ENTRY THRU
001630                 2000-LIST-ONE-ENTRY-EXIT
001640             UNTIL DL1-PRB-AT-EOF
001650         CLOSE PRB-FILE
001660         PERFORM 8000-FINISH-REPORT THRU
001670                 8000-FINISH-REPORT-EXIT
001680     END-IF.
001690     STOP RUN.
001700 0000-MAINLINE-EXIT.
001710     EXIT.
001720
001730*----------------------------------------------------------------
001740*    1000-INITIALIZE - OPEN THE CATALOG FOR THE KEY-ORDER
001750*    WALK AND START THE REPORT.
001760*----------------------------------------------------------------
001770 1000-INITIALIZE.
001780     ACCEPT DL1-TODAY-YMD FROM DATE YYYYMMDD.
001790     OPEN INPUT PRB-FILE.
001800     IF DL1-PRB-FILE-STATUS NOT = '00'
001810         DISPLAY 'DL1-0001-PRBKSDS COULD NOT BE OPENED - '
001820                 'STATUS ' DL1-PRB-FILE-STATUS
001830         MOVE 'N' TO DL1-SETUP-OK-SW
001840         MOVE 16 TO RETURN-CODE
001850     ELSE
001860         OPEN OUTPUT PRT-FILE
001870         PERFORM 8100-START-NEW-PAGE THRU
001880                 8100-START-NEW-PAGE-EXIT
001890     END-IF.
001900 1000-INITIALIZE-EXIT.
001910     EXIT.
001920
001930 2000-LIST-ONE-ENTRY.
001940     READ PRB-FILE NEXT RECORD
001950         AT END
001960             MOVE 'Y' TO DL1-PRB-EOF-SW
001970         NOT AT END
001980             PERFORM 4000-PRINT-ONE-ENTRY THRU
001990                     4000-PRINT-ONE-ENTRY-EXIT
002000     END-READ.
002010 2000-LIST-ONE-ENTRY-EXIT.
002020     EXIT.
002030
002040*----------------------------------------------------------------
002050*    4000-PRINT-ONE-ENTRY - THE CODED FIELDS PRINT IN WORDS.
002060*    A SHAPE OR STATUS CODE THE PROGRAMS DO NOT KNOW PRINTS
002070*    AS IT STANDS, SO A DAMAGED ROW STAYS VISIBLE.
002080*----------------------------------------------------------------
002090 4000-PRINT-ONE-ENTRY.
002100     ADD 1 TO DL1-ENTRY-COUNT.
002110     MOVE SPACES TO DL1-DETAIL-LINE.
002120     MOVE DL1-PRB-PROBLEM-ID TO DL1-DTL-PROBLEM-ID.
002130     MOVE DL1-PRB-MODULE TO DL1-DTL-MODULE.
002140     MOVE DL1-PRB-ANSWER-TYPE TO DL1-DTL-ANSWER-TYPE.
002150     EVALUATE TRUE
002160         WHEN DL1-PRB-SHAPE-DIVISORS
002170             MOVE 'BOUND+DIVISORS' TO DL1-DTL-SHAPE
002180         WHEN DL1-PRB-SHAPE-BOUND
002190             MOVE 'BOUND ONLY' TO DL1-DTL-SHAPE
002200         WHEN DL1-PRB-SHAPE-TARGET
002210             MOVE 'TARGET NUMBER' TO DL1-DTL-SHAPE
002220         WHEN OTHER
002230             MOVE DL1-PRB-PARM-SHAPE TO DL1-DTL-SHAPE
002240     END-EVALUATE.
002250     IF DL1-PRB-CHECKPOINTS
002260         MOVE 'YES' TO DL1-DTL-CHECKPOINT
002270     ELSE
002280         MOVE 'NO' TO DL1-DTL-CHECKPOINT
002290     END-IF.
002300     EVALUATE TRUE
002310         WHEN DL1-PRB-ENABLED
002320             ADD 1 TO DL1-ENABLED-COUNT
002330             MOVE 'ENABLED' TO DL1-DTL-STATUS
002340         WHEN DL1-PRB-DISABLED
002350             ADD 1 TO DL1-DISABLED-COUNT
002360             MOVE 'DISABLED' TO DL1-DTL-STATUS
002370         WHEN OTHER
002380             MOVE DL1-PRB-STATUS TO DL1-DTL-STATUS
002390     END-EVALUATE.
002400     MOVE DL1-PRB-CHANGED-BY TO DL1-DTL-CHANGED-BY.
002410     MOVE DL1-PRB-CHANGED-TIMESTAMP TO DL1-DTL-CHANGED-AT.
002420     MOVE SPACES TO DL1-DETAIL2-LINE.
002430     MOVE DL1-PRB-DESCRIPTION TO DL1-DT2-DESCRIPTION.
002440     MOVE DL1-PRB-STATUS-REASON TO DL1-DT2-REASON.
002450     PERFORM 8200-WRITE-DETAIL-LINES THRU
002460             8200-WRITE-DETAIL-LINES-EXIT.
002470 4000-PRINT-ONE-ENTRY-EXIT.
002480     EXIT.
002490
002500*----------------------------------------------------------------
002510*    8000-FINISH-REPORT - TRAILER COUNTS AND THE STEP'S
002520*    RETURN CODE.  AN EMPTY CATALOG IS A WARNING - NOTHING ON
002530*    THE RUN BOOK COULD RUN AGAINST IT.
002540*----------------------------------------------------------------
002550 8000-FINISH-REPORT.
002560     IF DL1-ENTRY-COUNT = ZERO
002570         WRITE DL1-PRT-RECORD FROM DL1-EMPTY-LINE
002580             AFTER ADVANCING 1 LINE
002590     END-IF.
002600     MOVE SPACES TO DL1-PRT-RECORD.
002610     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
002620     MOVE DL1-ENTRY-COUNT TO DL1-TRL-COUNT.
002630     MOVE DL1-ENABLED-COUNT TO DL1-TRL-ENABLED.
002640     MOVE DL1-DISABLED-COUNT TO DL1-TRL-DISABLED.
002650     WRITE DL1-PRT-RECORD FROM DL1-TRAILER-LINE
002660         AFTER ADVANCING 1 LINE.
002670     CLOSE PRT-FILE.
002680     DISPLAY 'DL1-0001-PROBLEM CATALOG LISTED - '
002690             DL1-ENTRY-COUNT ' ENTRY(S) - '
002700             DL1-ENABLED-COUNT ' ENABLED - '
002710             DL1-DISABLED-COUNT ' DISABLED'.
002720     IF DL1-ENTRY-COUNT = ZERO
002730         MOVE 4 TO RETURN-CODE
002740     ELSE
002750         MOVE 0 TO RETURN-CODE
002760     END-IF.
002770 8000-FINISH-REPORT-EXIT.
002780     EXIT.
002790
002800*----------------------------------------------------------------
002810*    8100-START-NEW-PAGE / 8200-WRITE-DETAIL-LINES - PAGE-
002820*    BREAK BOOKKEEPING.  AN ENTRY'S TWO LINES ARE NEVER SPLIT
002830*    ACROSS A PAGE.
002840*----------------------------------------------------------------
002850 8100-START-NEW-PAGE.
002860     ADD 1 TO DL1-PAGE-COUNT.
002870     MOVE DL1-TODAY-YMD (1:4) TO DL1-HDG1-DATE (1:4).
002880     MOVE '-' TO DL1-HDG1-DATE (5:1).
002890     MOVE DL1-TODAY-YMD (5:2) TO DL1-HDG1-DATE (6:2).
002900     MOVE '-' TO DL1-HDG1-DATE (8:1).
002910     MOVE DL1-TODAY-YMD (7:2) TO DL1-HDG1-DATE (9:2).
002920     MOVE DL1-PAGE-COUNT TO DL1-HDG1-PAGE.
002930     IF DL1-PAGE-COUNT = 1
002940         WRITE DL1-PRT-RECORD FROM DL1-HDG1-LINE
002950             AFTER ADVANCING 1 LINE
002960     ELSE
002970         WRITE DL1-PRT-RECORD FROM DL1-HDG1-LINE
002980             AFTER ADVANCING PAGE
002990     END-IF.
003000     WRITE DL1-PRT-RECORD FROM DL1-HDG2-LINE
003010         AFTER ADVANCING 1 LINE.
003020     WRITE DL1-PRT-RECORD FROM DL1-HDG3-LINE
003030         AFTER ADVANCING 1 LINE.
003040     MOVE SPACES TO DL1-PRT-RECORD.
003050     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
003060     MOVE ZERO TO DL1-LINE-COUNT.
003070 8100-START-NEW-PAGE-EXIT.
003080     EXIT.
003090
003100 8200-WRITE-DETAIL-LINES.
003110     IF DL1-LINE-COUNT + 2 > DL1-LINES-PER-PAGE
003120         PERFORM 8100-START-NEW-PAGE THRU
003130                 8100-START-NEW-PAGE-EXIT
003140     END-IF.
003150     WRITE DL1-PRT-RECORD FROM DL1-DETAIL-LINE
003160         AFTER ADVANCING 1 LINE.
003170     WRITE DL1-PRT-RECORD FROM DL1-DETAIL2-LINE
003180         AFTER ADVANCING 1 LINE.
003190     ADD 2 TO DL1-LINE-COUNT.
003200 8200-WRITE-DETAIL-LINES-EXIT.
003210     EXIT.
003220
003230 END PROGRAM DL1I0002.
