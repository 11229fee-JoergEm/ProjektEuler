000100*----------------------------------------------------------------
000110*    DL1Q0002 - HISTORICAL REPLAY OF A PAST RUN.
000120*
000130*    DL1Q0001 SAYS WHAT A PAST RUN ANSWERED; THIS PROGRAM
000140*    RE-CHECKS A PAST RUN'S ANSWER BY RUNNING IT AGAIN AS IT
000150*    STOOD ON THE DAY IT RAN.  FOR EACH REQUEST CARD
000160*    (RPYREC00 - A RUN-ID AND THE DATE IT RAN) IT:
000170*
000180*      - FINDS THE ORIGINAL AUDIT ROW FOR THAT RUN-ID AND
000190*        DATE ON AUDHIST (EVERY DL1.PROD.0001.AUDARCH
000200*        GENERATION FOLLOWED BY THE LIVE AUDFILE).  WHEN THE
000210*        DATE HOLDS MORE THAN ONE ROW THE LAST ONE COUNTS.
000220*      - REBUILDS THE CONTROL RECORD AS IT STOOD WHEN THAT RUN
000230*        WAS MADE: STARTING FROM THE CURRENT CTLFILE RECORD,
000240*        EVERY APPLIED DL1U0001 CHANGE TO THE RUN-ID LOGGED
000250*        ON CHGFILE AFTER THE ORIGINAL ROW'S TIMESTAMP (AFTER
000260*        THE END OF THE DAY WHEN THERE IS NO ORIGINAL ROW) IS
000270*        UNDONE, NEWEST FIRST, BY PUTTING BACK ITS BEFORE-
000280*        IMAGE.  EACH CHANGE'S AFTER-IMAGE MUST MATCH THE
000290*        RECORD IT IS UNDONE FROM; A GAP IN THE CHAIN IS
000300*        FLAGGED ON THE REPORT.
000310*      - CALLS THE PROBLEM MODULE THE CATALOG (PRBKSDS) NAMES
000320*        FOR THE REBUILT RECORD, WITH THE ORIGINAL RUN DATE.
000330*        THE MODULE WRITES TO WHATEVER RPTFILE, AUDFILE,
000340*        STAFILE, CHKFILE AND EXCFILE THE STEP IS GIVEN -
000350*        DL1J0019 POINTS THEM ALL AT SCRATCH DATASETS SO
000360*        PRODUCTION HISTORY IS NEVER TOUCHED - AND THE
000370*        REPLAY'S OWN AUDIT ROW IS READ BACK FROM THERE.
000380*      - PRINTS THE ORIGINAL ROW AND THE REPLAY SIDE BY SIDE
000390*        WITH SAME PARAMETERS YES/NO AND SAME ANSWER YES/NO.
000400*        SAME PARAMETERS WITH A DIFFERENT ANSWER POINTS AT
000410*        THE CODE; DIFFERENT PARAMETERS MEAN THE REBUILT
000420*        RECORD IS NOT WHAT RAN.
000430*
000440*    LIKE DL1Q0001 THIS IS AN INQUIRY: IT RAISES NO
000450*    EXCEPTIONS OF ITS OWN AND UPDATES NOTHING.
000460*
000470*    RETURN-CODE 0 = EVERY REQUEST REPLAYED AND REPRODUCED,
000480*    4 = AT LEAST ONE REPLAY DIFFERED FROM ITS ORIGINAL OR
000490*    HAD NO ORIGINAL ROW TO COMPARE WITH, 8 = AT LEAST ONE
000500*    CARD REJECTED OR NOT REPLAYABLE (OR NO CARDS AT ALL),
000510*    16 = CTLFILE, CHGFILE OR AUDHIST COULD NOT BE OPENED.
000520*
000530*    MODIFICATION HISTORY
000540*    DATE       INIT  DESCRIPTION
000550*    ---------- ----  ----------------------------------
000560*    2026-10-06 JM    ORIGINAL PROGRAM.
000562*    2026-10-07 JM    CHGFILE ROWS WITH DISPOSITION APPROVED (DUAL
000564*                     CONTROL) ARE UNDONE LIKE THE OLDER ACCEPTED
000566*                     ROWS.
000567*    2026-10-10 JM    AUDHIST AND AUDFILE RECORD IMAGES WIDENED
000568*                     116 -> 137 FOR THE AUDREC00 SEAL COLUMNS.
000569*                     THE MODULE SEALS ITS REPLAY ROW AGAINST THE
000570*                     AUDSEAL DD OF THE JOB, WHICH MUST NOT BE THE
000571*                     PRODUCTION CHAIN HEAD.
000572*    2026-10-15 JM    AN AS-OF DATE MUST BE A REAL CALENDAR DAY; A
000573*                     CARD FOR 2026-02-30 IS NOW REJECTED INSTEAD
000574*                     OF REPLAYED.
000575*----------------------------------------------------------------
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID.              DL1Q0002.
000600 AUTHOR.                  JOERG M.
000610 INSTALLATION.            AT GITHUB JOERGEM.
000620 DATE-WRITTEN.            2026.
000630 DATE-COMPILED.           2026-10-06.
000640 SECURITY.                VERSION.
000650*    THIS PROGRAM IS WITHOUT ANY WARRANTY; WITHOUT EVEN THE
000660*    IMPLIED WARRANTY OF MERCHANTABILITY OR FITNESS FOR A
000670*    PARTICULAR PURPOSE.
000680
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT RPY-FILE ASSIGN "RPYFILE"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS DL1-RPY-FILE-STATUS.
000750     SELECT CTL-FILE ASSIGN "CTLFILE"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS DL1-CTL-FILE-STATUS.
000780     SELECT CHG-FILE ASSIGN "CHGFILE"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS DL1-CHG-FILE-STATUS.
000810     SELECT HST-FILE ASSIGN "AUDHIST"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS DL1-HST-FILE-STATUS.
000840     SELECT AUD-FILE ASSIGN "AUDFILE"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS DL1-AUD-FILE-STATUS.
000870     SELECT PRT-FILE ASSIGN "RPYRPT"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS DL1-PRT-FILE-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  RPY-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960     COPY RPYREC00.
000970
000980 FD  CTL-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 01  DL1-CTL-FILE-RECORD       PIC X(114).
001020
001030 FD  CHG-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060     COPY CHGREC00.
001070
001080 FD  HST-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  DL1-HST-FILE-RECORD       PIC X(137).
001120
001130 FD  AUD-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 01  DL1-AUD-FILE-RECORD       PIC X(137).
001170
001180 FD  PRT-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  DL1-PRT-RECORD            PIC X(132).
001220
001230 WORKING-STORAGE SECTION.
001240 77  DL1-RPY-FILE-STATUS       PIC X(02) VALUE '00'.
001250 77  DL1-CTL-FILE-STATUS       PIC X(02) VALUE '00'.
001260 77  DL1-CHG-FILE-STATUS       PIC X(02) VALUE '00'.
001270 77  DL1-HST-FILE-STATUS       PIC X(02) VALUE '00'.
001280 77  DL1-AUD-FILE-STATUS       PIC X(02) VALUE '00'.
001290 77  DL1-PRT-FILE-STATUS       PIC X(02) VALUE '00'.
001300 77  DL1-RPY-EOF-SW            PIC X(01) VALUE 'N'.
001310     88  DL1-RPY-AT-EOF                  VALUE 'Y'.
001320 77  DL1-CTL-EOF-SW            PIC X(01) VALUE 'N'.
001330     88  DL1-CTL-AT-EOF                  VALUE 'Y'.
001340 77  DL1-CHG-EOF-SW            PIC X(01) VALUE 'N'.
001350     88  DL1-CHG-AT-EOF                  VALUE 'Y'.
001360 77  DL1-HST-EOF-SW            PIC X(01) VALUE 'N'.
001370     88  DL1-HST-AT-EOF                  VALUE 'Y'.
001380 77  DL1-AUD-EOF-SW            PIC X(01) VALUE 'N'.
001390     88  DL1-AUD-AT-EOF                  VALUE 'Y'.
001400 77  DL1-SETUP-OK-SW           PIC X(01) VALUE 'Y'.
001410     88  DL1-SETUP-OK                    VALUE 'Y'.
001420 77  DL1-CARD-OK-SW            PIC X(01) VALUE 'Y'.
001430     88  DL1-CARD-OK                     VALUE 'Y'.
001440 77  DL1-STATE-SW              PIC X(01) VALUE 'N'.
001450     88  DL1-STATE-EXISTS                VALUE 'Y'.
001460     88  DL1-STATE-ABSENT                VALUE 'N'.
001470 77  DL1-CURRENT-SW            PIC X(01) VALUE 'N'.
001480     88  DL1-CURRENT-ON-BOOK             VALUE 'Y'.
001490 77  DL1-CHAIN-SW              PIC X(01) VALUE 'N'.
001500     88  DL1-CHAIN-BROKEN                VALUE 'Y'.
001510 77  DL1-UNDO-FULL-SW          PIC X(01) VALUE 'N'.
001520     88  DL1-UNDO-FULL                   VALUE 'Y'.
001530 77  DL1-ORIG-SW               PIC X(01) VALUE 'N'.
001540     88  DL1-ORIG-FOUND                  VALUE 'Y'.
001550 77  DL1-RPLY-SW               PIC X(01) VALUE 'N'.
001560     88  DL1-RPLY-FOUND                  VALUE 'Y'.
001570 77  DL1-SAME-PARMS-SW         PIC X(01) VALUE 'N'.
001580     88  DL1-SAME-PARMS                  VALUE 'Y'.
001590 77  DL1-SAME-ANSWER-SW        PIC X(01) VALUE 'N'.
001600     88  DL1-SAME-ANSWER                 VALUE 'Y'.
001610 77  DL1-NOT-REPLAYED-REASON   PIC X(60) VALUE SPACES.
001620 77  DL1-TODAY-YMD             PIC 9(08) VALUE ZERO.
001630 77  DL1-TODAY-TEXT            PIC X(10) VALUE SPACES.
001640 77  DL1-AS-OF-YMD             PIC 9(08) VALUE ZERO.
001650 77  DL1-CUTOFF-TIMESTAMP      PIC X(19) VALUE SPACES.
001660 77  DL1-STATE-IMAGE           PIC X(114) VALUE SPACES.
001670 77  DL1-CHG-RUN-ID            PIC X(08) VALUE SPACES.
001680 77  DL1-MODULE-RETURN-CODE    PIC 9(04) VALUE ZERO.
001690 77  DL1-ORIG-COUNT            PIC 9(04) COMP
001700                               VALUE ZERO.
001710 77  DL1-UNDO-COUNT            PIC 9(04) COMP
001720                               VALUE ZERO.
001730 77  DL1-UNDO-IDX              PIC 9(04) COMP
001740                               VALUE ZERO.
001750 77  DL1-CARD-COUNT            PIC 9(04) COMP
001760                               VALUE ZERO.
001770 77  DL1-REPLAYED-COUNT        PIC 9(04) COMP
001780                               VALUE ZERO.
001790 77  DL1-REPRODUCED-COUNT      PIC 9(04) COMP
001800                               VALUE ZERO.
001810 77  DL1-DIFFERED-COUNT        PIC 9(04) COMP
001820                               VALUE ZERO.
001830 77  DL1-NO-ORIGINAL-COUNT     PIC 9(04) COMP
001840                               VALUE ZERO.
001850 77  DL1-NOT-REPLAYED-COUNT    PIC 9(04) COMP
001860                               VALUE ZERO.
001870 77  DL1-BLOCK-LINES           PIC 9(03) COMP
001880                               VALUE 14.
001890 77  DL1-LINE-COUNT            PIC 9(03) COMP
001900                               VALUE ZERO.
001910 77  DL1-PAGE-COUNT            PIC 9(04) COMP
001920                               VALUE ZERO.
001930 77  DL1-LINES-PER-PAGE        PIC 9(03) COMP
001940                               VALUE 50.
001950     COPY CTLREC00.
001960     COPY AUDREC00.
001970     COPY PRBPRM00.
001980     COPY PRBREC00.
001990
002000*    THE ORIGINAL AUDIT ROW AND THE REPLAY'S, SAVED AS READ
002010*    (AUDREC00 LAYOUT) WITH THE COMPARED COLUMNS NAMED.
002020 01  DL1-ORIG-ROW.
002030     05  FILLER                PIC X(29).
002040     05  DL1-ORIG-PARM-TEXT    PIC X(58).
002050     05  FILLER                PIC X(01).
002060     05  DL1-ORIG-ANSWER       PIC X(16).
002070     05  FILLER                PIC X(06).
002080     05  DL1-ORIG-ANSWER-TYPE  PIC X(06).
002090
002100 01  DL1-RPLY-ROW.
002110     05  FILLER                PIC X(29).
002120     05  DL1-RPLY-PARM-TEXT    PIC X(58).
002130     05  FILLER                PIC X(01).
002140     05  DL1-RPLY-ANSWER       PIC X(16).
002150     05  FILLER                PIC X(06).
002160     05  DL1-RPLY-ANSWER-TYPE  PIC X(06).
002170
002180*    THE APPLIED CHANGES TO THE REQUESTED RUN-ID MADE AFTER
002190*    THE CUTOFF, OLDEST FIRST AS THEY STAND ON CHGFILE.  THEY
002200*    ARE UNDONE FROM THE BOTTOM UP.
002210 01  DL1-UNDO-TABLE.
002220     05  DL1-UNDO-ENTRY        OCCURS 200 TIMES.
002230         10  DL1-UNDO-TIMESTAMP
002240                               PIC X(19).
002250         10  DL1-UNDO-BEFORE   PIC X(114).
002260         10  DL1-UNDO-AFTER    PIC X(114).
002270
002280 01  DL1-HDG1-LINE.
002290     05  FILLER                PIC X(09) VALUE 'DL1Q0002 '.
002300     05  FILLER                PIC X(34) VALUE
002310         'HISTORICAL REPLAY OF PAST RUNS    '.
002320     05  DL1-HDG1-DATE         PIC X(10) VALUE SPACES.
002330     05  FILLER                PIC X(66) VALUE SPACES.
002340     05  FILLER                PIC X(05) VALUE 'PAGE '.
002350     05  DL1-HDG1-PAGE         PIC Z(03)9.
002360     05  FILLER                PIC X(04) VALUE SPACES.
002370
002380 01  DL1-RUN-LINE.
002390     05  FILLER                PIC X(14) VALUE
002400         'REPLAY OF RUN '.
002410     05  DL1-RUN-RUN-ID        PIC X(08).
002420     05  FILLER                PIC X(08) VALUE
002430         '  AS OF '.
002440     05  DL1-RUN-AS-OF         PIC X(10).
002450     05  FILLER                PIC X(10) VALUE
002460         '  PROBLEM '.
002470     05  DL1-RUN-PROBLEM-ID    PIC X(04).
002480     05  FILLER                PIC X(09) VALUE
002490         '  MODULE '.
002500     05  DL1-RUN-MODULE        PIC X(30).
002510     05  FILLER                PIC X(39) VALUE SPACES.
002520
002530 01  DL1-REBUILD-LINE.
002540     05  FILLER                PIC X(02) VALUE SPACES.
002550     05  DL1-RBL-SOURCE        PIC X(39).
002560     05  FILLER                PIC X(11) VALUE
002570         ' - UNDOING '.
002580     05  DL1-RBL-COUNT         PIC Z(03)9.
002590     05  FILLER                PIC X(30) VALUE
002600         ' CHGFILE CHANGE(S) MADE AFTER '.
002610     05  DL1-RBL-CUTOFF        PIC X(19).
002620     05  FILLER                PIC X(27) VALUE SPACES.
002630
002640 01  DL1-NOTE-LINE.
002650     05  FILLER                PIC X(02) VALUE SPACES.
002660     05  DL1-NOTE-TEXT         PIC X(130).
002670
002680 01  DL1-COLUMN-LINE.
002690     05  FILLER                PIC X(14) VALUE SPACES.
002700     05  FILLER                PIC X(60) VALUE
002710         'ORIGINAL RUN'.
002720     05  FILLER                PIC X(58) VALUE
002730         'REPLAY'.
002740
002750 01  DL1-COMPARE-LINE.
002760     05  FILLER                PIC X(02) VALUE SPACES.
002770     05  DL1-CMP-LABEL         PIC X(12).
002780     05  DL1-CMP-ORIGINAL      PIC X(58).
002790     05  FILLER                PIC X(02) VALUE SPACES.
002800     05  DL1-CMP-REPLAY        PIC X(58).
002820
002830 01  DL1-RESULT-LINE.
002840     05  FILLER                PIC X(20) VALUE
002850         '  SAME PARAMETERS - '.
002860     05  DL1-RES-SAME-PARMS    PIC X(03).
002870     05  FILLER                PIC X(18) VALUE
002880         '    SAME ANSWER - '.
002890     05  DL1-RES-SAME-ANSWER   PIC X(03).
002900     05  FILLER                PIC X(04) VALUE SPACES.
002910     05  DL1-RES-VERDICT       PIC X(60).
002920     05  FILLER                PIC X(24) VALUE SPACES.
002930
002940 01  DL1-TRAILER-LINE.
002950     05  FILLER                PIC X(20) VALUE
002960         'REPLAY CARDS READ - '.
002970     05  DL1-TRL-CARDS         PIC Z(04)9.
002980     05  FILLER                PIC X(13) VALUE
002990         '  REPLAYED - '.
003000     05  DL1-TRL-REPLAYED      PIC Z(04)9.
003010     05  FILLER                PIC X(15) VALUE
003020         '  REPRODUCED - '.
003030     05  DL1-TRL-REPRODUCED    PIC Z(04)9.
003040     05  FILLER                PIC X(14) VALUE
003050         '  DIFFERENT - '.
003060     05  DL1-TRL-DIFFERED      PIC Z(04)9.
003070     05  FILLER                PIC X(16) VALUE
003080         '  NO ORIGINAL - '.
003090     05  DL1-TRL-NO-ORIGINAL   PIC Z(04)9.
003100     05  FILLER                PIC X(17) VALUE
003110         '  NOT REPLAYED - '.
003120     05  DL1-TRL-NOT-REPLAYED  PIC Z(04)9.
003130     05  FILLER                PIC X(07) VALUE SPACES.
003140
003150 PROCEDURE DIVISION.
003160*----------------------------------------------------------------
003170*    0000-MAINLINE
003180*----------------------------------------------------------------
003190 0000-MAINLINE.
003200     MOVE ZERO TO RETURN-CODE.
003210     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003220     IF DL1-SETUP-OK
003230         PERFORM 2000-REPLAY-ONE-CARD THRU
003240                 2000-REPLAY-ONE-CARD-EXIT
003250             UNTIL DL1-RPY-AT-EOF
003260         PERFORM 8000-FINISH-REPORT THRU 8000-FINISH-REPORT-EXIT
003270     END-IF.
003280     STOP RUN.
003290 0000-MAINLINE-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------------
003330*    1000-INITIALIZE - TODAY'S DATE, THE REQUEST CARDS AND THE
003340*    THREE HISTORY SOURCES.  EVERY SOURCE IS RE-READ FOR EACH
003350*    CARD, SO EACH IS ONLY PROVED OPENABLE HERE.  NOTHING IS
003360*    REPLAYED UNLESS ALL THREE ARE THERE - A REBUILD WITHOUT
003370*    THE CHANGE HISTORY WOULD BE TODAY'S RECORD, NOT THE ONE
003380*    THAT RAN.
003390*----------------------------------------------------------------
003400 1000-INITIALIZE.
003410     ACCEPT DL1-TODAY-YMD FROM DATE YYYYMMDD.
003420     MOVE DL1-TODAY-YMD (1:4) TO DL1-TODAY-TEXT (1:4).
003430     MOVE '-' TO DL1-TODAY-TEXT (5:1).
003440     MOVE DL1-TODAY-YMD (5:2) TO DL1-TODAY-TEXT (6:2).
003450     MOVE '-' TO DL1-TODAY-TEXT (8:1).
003460     MOVE DL1-TODAY-YMD (7:2) TO DL1-TODAY-TEXT (9:2).
003470     MOVE 'Y' TO DL1-SETUP-OK-SW.
003480     OPEN INPUT CTL-FILE.
003490     IF DL1-CTL-FILE-STATUS NOT = '00'
003500         DISPLAY 'DL1-0001-REPLAY NOT RUN - CTLFILE COULD NOT '
003510                 'BE OPENED - STATUS ' DL1-CTL-FILE-STATUS
003520         MOVE 'N' TO DL1-SETUP-OK-SW
003530     ELSE
003540         CLOSE CTL-FILE
003550     END-IF.
003560     OPEN INPUT CHG-FILE.
003570     IF DL1-CHG-FILE-STATUS NOT = '00'
003580         DISPLAY 'DL1-0001-REPLAY NOT RUN - CHGFILE COULD NOT '
003590                 'BE OPENED - STATUS ' DL1-CHG-FILE-STATUS
003600         MOVE 'N' TO DL1-SETUP-OK-SW
003610     ELSE
003620         CLOSE CHG-FILE
003630     END-IF.
003640     OPEN INPUT HST-FILE.
003650     IF DL1-HST-FILE-STATUS NOT = '00'
003660         DISPLAY 'DL1-0001-REPLAY NOT RUN - AUDHIST COULD NOT '
003670                 'BE OPENED - STATUS ' DL1-HST-FILE-STATUS
003680         MOVE 'N' TO DL1-SETUP-OK-SW
003690     ELSE
003700         CLOSE HST-FILE
003710     END-IF.
003720     IF NOT DL1-SETUP-OK
003730         MOVE 16 TO RETURN-CODE
003740     ELSE
003750         OPEN INPUT RPY-FILE
003760         IF DL1-RPY-FILE-STATUS NOT = '00'
003770             DISPLAY 'DL1-0001-REPLAY NOT RUN - NO REQUEST '
003780                     'CARD ON RPYFILE'
003790             MOVE 'N' TO DL1-SETUP-OK-SW
003800             MOVE 8 TO RETURN-CODE
003810         ELSE
003820             OPEN OUTPUT PRT-FILE
003830             PERFORM 8100-START-NEW-PAGE THRU
003840                     8100-START-NEW-PAGE-EXIT
003850         END-IF
003860     END-IF.
003870 1000-INITIALIZE-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------------
003910*    2000-REPLAY-ONE-CARD - EACH CARD STANDS ALONE: A BAD CARD
003920*    OR A RUN THAT CANNOT BE REBUILT IS REPORTED AND THE NEXT
003930*    CARD IS TAKEN.
003940*----------------------------------------------------------------
003950 2000-REPLAY-ONE-CARD.
003960     READ RPY-FILE
003970         AT END
003980             MOVE 'Y' TO DL1-RPY-EOF-SW
003990         NOT AT END
004000             ADD 1 TO DL1-CARD-COUNT
004010             PERFORM 2100-EDIT-CARD THRU 2100-EDIT-CARD-EXIT
004020             IF DL1-CARD-OK
004030                 PERFORM 3000-REBUILD-CONTROL-RECORD THRU
004040                         3000-REBUILD-CONTROL-RECORD-EXIT
004050                 PERFORM 4000-REPLAY-RUN THRU
004060                         4000-REPLAY-RUN-EXIT
004070                 PERFORM 5000-COMPARE-RUNS THRU
004080                         5000-COMPARE-RUNS-EXIT
004090             END-IF
004100             PERFORM 6000-PRINT-REPLAY THRU 6000-PRINT-REPLAY-EXIT
004110     END-READ.
004120 2000-REPLAY-ONE-CARD-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------
004156*    2100-EDIT-CARD - A RUN-ID AND A YYYY-MM-DD DATE THAT IS A
004162*    REAL CALENDAR DAY, NOT AFTER TODAY.  EVERY
004170*    PER-CARD SWITCH IS RESET HERE SO NOTHING FROM THE LAST
004180*    CARD CAN CARRY OVER.
004190*----------------------------------------------------------------
004200 2100-EDIT-CARD.
004210     MOVE 'Y' TO DL1-CARD-OK-SW.
004220     MOVE 'N' TO DL1-STATE-SW.
004230     MOVE 'N' TO DL1-CURRENT-SW.
004240     MOVE 'N' TO DL1-CHAIN-SW.
004250     MOVE 'N' TO DL1-UNDO-FULL-SW.
004260     MOVE 'N' TO DL1-ORIG-SW.
004270     MOVE 'N' TO DL1-RPLY-SW.
004280     MOVE 'N' TO DL1-SAME-PARMS-SW.
004290     MOVE 'N' TO DL1-SAME-ANSWER-SW.
004300     MOVE SPACES TO DL1-NOT-REPLAYED-REASON.
004310     MOVE SPACES TO DL1-CONTROL-RECORD.
004320     MOVE SPACES TO DL1-PROBLEM-CATALOG-RECORD.
004330     MOVE 'N' TO DL1-PRBP-FOUND-SW.
004340     MOVE SPACES TO DL1-ORIG-ROW.
004350     MOVE SPACES TO DL1-RPLY-ROW.
004360     MOVE SPACES TO DL1-CUTOFF-TIMESTAMP.
004370     MOVE ZERO TO DL1-ORIG-COUNT.
004380     MOVE ZERO TO DL1-UNDO-COUNT.
004390     IF DL1-RPY-RUN-ID = SPACES
004400         MOVE 'CARD REJECTED - NO RUN-ID'
004410             TO DL1-NOT-REPLAYED-REASON
004420         MOVE 'N' TO DL1-CARD-OK-SW
004430     ELSE
004440         IF DL1-RPY-AS-OF-DATE (1:4) NOT NUMERIC
004450            OR DL1-RPY-AS-OF-DATE (5:1) NOT = '-'
004460            OR DL1-RPY-AS-OF-DATE (6:2) NOT NUMERIC
004470            OR DL1-RPY-AS-OF-DATE (8:1) NOT = '-'
004480            OR DL1-RPY-AS-OF-DATE (9:2) NOT NUMERIC
004490            OR DL1-RPY-AS-OF-DATE (6:2) < '01'
004500            OR DL1-RPY-AS-OF-DATE (6:2) > '12'
004510            OR DL1-RPY-AS-OF-DATE (9:2) < '01'
004520            OR DL1-RPY-AS-OF-DATE (9:2) > '31'
004530             MOVE 'CARD REJECTED - AS-OF DATE IS NOT A VALID '
004540                 TO DL1-NOT-REPLAYED-REASON
004550             MOVE 'YYYY-MM-DD' TO DL1-NOT-REPLAYED-REASON (43:10)
004560             MOVE 'N' TO DL1-CARD-OK-SW
004570         ELSE
004575             MOVE DL1-RPY-AS-OF-DATE (1:4)
004580                 TO DL1-AS-OF-YMD (1:4)
004585             MOVE DL1-RPY-AS-OF-DATE (6:2)
004590                 TO DL1-AS-OF-YMD (5:2)
004595             MOVE DL1-RPY-AS-OF-DATE (9:2)
004600                 TO DL1-AS-OF-YMD (7:2)
004605             EVALUATE TRUE
004610                 WHEN FUNCTION TEST-DATE-YYYYMMDD (DL1-AS-OF-YMD)
004615                      NOT = 0
004620                     MOVE 'CARD REJECTED - AS-OF DATE IS '
004622                         TO DL1-NOT-REPLAYED-REASON
004624                     MOVE 'NOT A VALID '
004626                         TO DL1-NOT-REPLAYED-REASON (31:12)
004628                     MOVE 'YYYY-MM-DD'
004630                         TO DL1-NOT-REPLAYED-REASON (43:10)
004640                     MOVE 'N' TO DL1-CARD-OK-SW
004645                 WHEN DL1-RPY-AS-OF-DATE > DL1-TODAY-TEXT
004650                     MOVE 'CARD REJECTED - AS-OF DATE IS IN THE '
004655                         TO DL1-NOT-REPLAYED-REASON
004660                     MOVE 'FUTURE'
004662                         TO DL1-NOT-REPLAYED-REASON (38:6)
004665                     MOVE 'N' TO DL1-CARD-OK-SW
004670                 WHEN OTHER
004675                     CONTINUE
004680             END-EVALUATE
004700         END-IF
004710     END-IF.
004720     IF NOT DL1-CARD-OK
004730         ADD 1 TO DL1-NOT-REPLAYED-COUNT
004740     END-IF.
004750 2100-EDIT-CARD-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------------
004790*    3000-REBUILD-CONTROL-RECORD - THE ORIGINAL ROW FIXES THE
004800*    CUTOFF (ITS TIMESTAMP, OR THE LAST SECOND OF THE AS-OF
004810*    DATE WHEN THERE IS NO ORIGINAL ROW); THE CURRENT RECORD
004820*    IS THE STARTING POINT; THE CHANGES AFTER THE CUTOFF ARE
004830*    THEN UNDONE NEWEST FIRST.
004840*----------------------------------------------------------------
004850 3000-REBUILD-CONTROL-RECORD.
004860     PERFORM 3100-FIND-ORIGINAL-ROW THRU
004870             3100-FIND-ORIGINAL-ROW-EXIT.
004880     IF DL1-ORIG-FOUND
004890         MOVE DL1-ORIG-ROW TO DL1-AUDIT-RECORD
004900         MOVE DL1-AUD-TIMESTAMP TO DL1-CUTOFF-TIMESTAMP
004910     ELSE
004920         MOVE DL1-RPY-AS-OF-DATE TO DL1-CUTOFF-TIMESTAMP (1:10)
004930         MOVE '-23.59.59' TO DL1-CUTOFF-TIMESTAMP (11:9)
004940     END-IF.
004950     PERFORM 3200-FIND-CURRENT-RECORD THRU
004960             3200-FIND-CURRENT-RECORD-EXIT.
004970     PERFORM 3300-LOAD-LATER-CHANGES THRU
004980             3300-LOAD-LATER-CHANGES-EXIT.
004990     IF DL1-UNDO-FULL
004997         MOVE 'MORE THAN 200 CHANGES SINCE THAT DATE - '
005004             TO DL1-NOT-REPLAYED-REASON
005011         MOVE 'NOT REBUILT' TO DL1-NOT-REPLAYED-REASON (41:11)
005020     ELSE
005030         PERFORM 3400-UNDO-ONE-CHANGE THRU
005040                 3400-UNDO-ONE-CHANGE-EXIT
005050             VARYING DL1-UNDO-IDX FROM DL1-UNDO-COUNT BY -1
005060             UNTIL DL1-UNDO-IDX < 1
005070         IF DL1-STATE-EXISTS
005080             MOVE DL1-STATE-IMAGE TO DL1-CONTROL-RECORD
005090         ELSE
005100             MOVE 'RUN-ID WAS NOT ON THE RUN BOOK AT THAT TIME'
005110                 TO DL1-NOT-REPLAYED-REASON
005120         END-IF
005130     END-IF.
005140 3000-REBUILD-CONTROL-RECORD-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------------
005180*    3100-FIND-ORIGINAL-ROW - THE LAST AUDHIST ROW FOR THE
005190*    RUN-ID ON THE AS-OF DATE.  AUDHIST IS THE ARCHIVE
005200*    GENERATIONS FOLLOWED BY THE LIVE AUDFILE, SO A ROW ON
005210*    ANY OF THEM IS FOUND.
005220*----------------------------------------------------------------
005230 3100-FIND-ORIGINAL-ROW.
005240     MOVE 'N' TO DL1-HST-EOF-SW.
005250     OPEN INPUT HST-FILE.
005260     PERFORM 3110-TEST-ONE-HISTORY-ROW THRU
005270             3110-TEST-ONE-HISTORY-ROW-EXIT
005280         UNTIL DL1-HST-AT-EOF.
005290     CLOSE HST-FILE.
005300 3100-FIND-ORIGINAL-ROW-EXIT.
005310     EXIT.
005320
005330 3110-TEST-ONE-HISTORY-ROW.
005340     READ HST-FILE INTO DL1-AUDIT-RECORD
005350         AT END
005360             MOVE 'Y' TO DL1-HST-EOF-SW
005370         NOT AT END
005380             IF DL1-AUD-RUN-ID = DL1-RPY-RUN-ID
005390                AND DL1-AUD-TIMESTAMP (1:10) = DL1-RPY-AS-OF-DATE
005400                 MOVE DL1-AUDIT-RECORD TO DL1-ORIG-ROW
005410                 MOVE 'Y' TO DL1-ORIG-SW
005420                 ADD 1 TO DL1-ORIG-COUNT
005430             END-IF
005440     END-READ.
005450 3110-TEST-ONE-HISTORY-ROW-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------------
005490*    3200-FIND-CURRENT-RECORD - THE RUN-ID'S RECORD ON TODAY'S
005500*    CTLFILE, IF IT IS STILL THERE.  A RUN-ID DELETED SINCE IS
005510*    REBUILT FROM ITS DELETE ROW'S BEFORE-IMAGE.
005520*----------------------------------------------------------------
005530 3200-FIND-CURRENT-RECORD.
005540     MOVE SPACES TO DL1-STATE-IMAGE.
005550     MOVE 'N' TO DL1-CTL-EOF-SW.
005560     OPEN INPUT CTL-FILE.
005570     PERFORM 3210-TEST-ONE-CONTROL-RECORD THRU
005580             3210-TEST-ONE-CONTROL-RECORD-EXIT
005590         UNTIL DL1-CTL-AT-EOF
005600            OR DL1-STATE-EXISTS.
005610     CLOSE CTL-FILE.
005620     IF DL1-STATE-EXISTS
005630         MOVE 'Y' TO DL1-CURRENT-SW
005640     END-IF.
005650 3200-FIND-CURRENT-RECORD-EXIT.
005660     EXIT.
005670
005680 3210-TEST-ONE-CONTROL-RECORD.
005690     READ CTL-FILE
005700         AT END
005710             MOVE 'Y' TO DL1-CTL-EOF-SW
005720         NOT AT END
005730             IF DL1-CTL-FILE-RECORD (5:8) = DL1-RPY-RUN-ID
005740                 MOVE DL1-CTL-FILE-RECORD TO DL1-STATE-IMAGE
005750                 MOVE 'Y' TO DL1-STATE-SW
005760             END-IF
005770     END-READ.
005780 3210-TEST-ONE-CONTROL-RECORD-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------
005820*    3300-LOAD-LATER-CHANGES - EVERY APPLIED CHGFILE ROW FOR
005830*    THE RUN-ID STAMPED AFTER THE CUTOFF.  A ROW'S RUN-ID IS
005840*    IN ITS AFTER-IMAGE, OR IN ITS BEFORE-IMAGE WHEN THE ROW
005850*    RECORDS A DELETE.  REJECTED ROWS CHANGED NOTHING.
005860*----------------------------------------------------------------
005870 3300-LOAD-LATER-CHANGES.
005880     MOVE 'N' TO DL1-CHG-EOF-SW.
005890     OPEN INPUT CHG-FILE.
005900     PERFORM 3310-TEST-ONE-CHANGE-ROW THRU
005910             3310-TEST-ONE-CHANGE-ROW-EXIT
005920         UNTIL DL1-CHG-AT-EOF
005930            OR DL1-UNDO-FULL.
005940     CLOSE CHG-FILE.
005950 3300-LOAD-LATER-CHANGES-EXIT.
005960     EXIT.
005970
005980 3310-TEST-ONE-CHANGE-ROW.
005990     READ CHG-FILE
006000         AT END
006010             MOVE 'Y' TO DL1-CHG-EOF-SW
006020         NOT AT END
006023*            APPROVED IS THE DUAL-CONTROL NAME FOR AN APPLIED
006026*            CHANGE; ACCEPTED ROWS PREDATE IT.
006030             IF (DL1-CHG-DISPOSITION = 'ACCEPTED'
006035                 OR DL1-CHG-DISPOSITION = 'APPROVED')
006040                AND DL1-CHG-TIMESTAMP > DL1-CUTOFF-TIMESTAMP
006050                 IF DL1-CHG-AFTER-IMAGE = '(DELETED)'
006060                     MOVE DL1-CHG-BEFORE-IMAGE (5:8)
006070                         TO DL1-CHG-RUN-ID
006080                 ELSE
006090                     MOVE DL1-CHG-AFTER-IMAGE (5:8)
006100                         TO DL1-CHG-RUN-ID
006110                 END-IF
006120                 IF DL1-CHG-RUN-ID = DL1-RPY-RUN-ID
006130                     IF DL1-UNDO-COUNT >= 200
006140                         MOVE 'Y' TO DL1-UNDO-FULL-SW
006150                     ELSE
006160                         ADD 1 TO DL1-UNDO-COUNT
006170                         MOVE DL1-CHG-TIMESTAMP
006180                           TO DL1-UNDO-TIMESTAMP (DL1-UNDO-COUNT)
006190                         MOVE DL1-CHG-BEFORE-IMAGE
006200                             TO DL1-UNDO-BEFORE (DL1-UNDO-COUNT)
006210                         MOVE DL1-CHG-AFTER-IMAGE
006220                             TO DL1-UNDO-AFTER (DL1-UNDO-COUNT)
006230                     END-IF
006240                 END-IF
006250             END-IF
006260     END-READ.
006270 3310-TEST-ONE-CHANGE-ROW-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------------
006310*    3400-UNDO-ONE-CHANGE - STEP THE RECORD BACK OVER ONE
006320*    CHANGE.  THE CHANGE'S AFTER-IMAGE SHOULD BE EXACTLY THE
006330*    RECORD AS IT NOW STANDS (OR NO RECORD, FOR A DELETE); IF
006340*    NOT, SOMETHING CHANGED CTLFILE WITHOUT A CHGFILE ROW AND
006350*    THE CHAIN IS FLAGGED.  THE BEFORE-IMAGE IS THEN PUT BACK
006360*    - NO RECORD AT ALL FOR AN ADD.
006370*----------------------------------------------------------------
006380 3400-UNDO-ONE-CHANGE.
006390     IF DL1-UNDO-AFTER (DL1-UNDO-IDX) = '(DELETED)'
006400         IF DL1-STATE-EXISTS
006410             MOVE 'Y' TO DL1-CHAIN-SW
006420         END-IF
006430     ELSE
006440         IF DL1-STATE-ABSENT
006450            OR DL1-UNDO-AFTER (DL1-UNDO-IDX) NOT = DL1-STATE-IMAGE
006460             MOVE 'Y' TO DL1-CHAIN-SW
006470         END-IF
006480     END-IF.
006490     IF DL1-UNDO-BEFORE (DL1-UNDO-IDX) =
006500        '(NO PRIOR CONTROL RECORD)'
006510         MOVE SPACES TO DL1-STATE-IMAGE
006520         MOVE 'N' TO DL1-STATE-SW
006530     ELSE
006540         MOVE DL1-UNDO-BEFORE (DL1-UNDO-IDX) TO DL1-STATE-IMAGE
006550         MOVE 'Y' TO DL1-STATE-SW
006560     END-IF.
006570 3400-UNDO-ONE-CHANGE-EXIT.
006580     EXIT.
006590
006600*----------------------------------------------------------------
006610*    4000-REPLAY-RUN - CALL THE MODULE THE CATALOG NAMES FOR
006620*    THE REBUILT RECORD, STAMPED WITH THE ORIGINAL RUN DATE,
006630*    THEN READ ITS AUDIT ROW BACK FROM THE STEP'S (SCRATCH)
006640*    AUDFILE.  A PROBLEM DISABLED IN THE CATALOG IS STILL
006650*    REPLAYED - THE QUESTION IS ABOUT A RUN THAT DID HAPPEN.
006660*----------------------------------------------------------------
006670 4000-REPLAY-RUN.
006680     IF DL1-NOT-REPLAYED-REASON = SPACES
006690         MOVE DL1-CTL-PROBLEM-ID TO DL1-PRBP-PROBLEM-ID
006700         CALL 'DL1I0001' USING DL1-CATALOG-PARMS
006710                               DL1-PROBLEM-CATALOG-RECORD
006720         EVALUATE TRUE
006730             WHEN DL1-PRBP-FOUND
006740                 MOVE ZERO TO DL1-MODULE-RETURN-CODE
006750                 CALL DL1-PRB-MODULE USING DL1-CONTROL-RECORD
006760                                           DL1-MODULE-RETURN-CODE
006770                                           DL1-AS-OF-YMD
006780                 PERFORM 4100-FIND-REPLAY-ROW THRU
006790                         4100-FIND-REPLAY-ROW-EXIT
006800                 IF NOT DL1-RPLY-FOUND
006810                     MOVE 'MODULE WROTE NO AUDIT ROW - SEE SYSOUT'
006820                         TO DL1-NOT-REPLAYED-REASON
006830                 END-IF
006840             WHEN DL1-PRBP-UNAVAILABLE
006847                 MOVE 'PROBLEM CATALOG COULD NOT BE READ - '
006854                     TO DL1-NOT-REPLAYED-REASON
006861                 MOVE 'STATUS ' TO DL1-NOT-REPLAYED-REASON (37:7)
006870                 MOVE DL1-PRBP-FILE-STATUS
006880                     TO DL1-NOT-REPLAYED-REASON (44:2)
006890             WHEN OTHER
006900                 MOVE 'PROBLEM ID NOT IN THE CATALOG - '
006910                     TO DL1-NOT-REPLAYED-REASON
006920                 MOVE DL1-CTL-PROBLEM-ID
006930                     TO DL1-NOT-REPLAYED-REASON (33:4)
006940         END-EVALUATE
006950     END-IF.
006960     IF DL1-NOT-REPLAYED-REASON = SPACES
006970         ADD 1 TO DL1-REPLAYED-COUNT
006980     ELSE
006990         ADD 1 TO DL1-NOT-REPLAYED-COUNT
007000     END-IF.
007010 4000-REPLAY-RUN-EXIT.
007020     EXIT.
007030
007040*----------------------------------------------------------------
007050*    4100-FIND-REPLAY-ROW - THE LAST AUDFILE ROW FOR THE
007060*    RUN-ID ON THE AS-OF DATE IS THE ONE THE MODULE HAS JUST
007070*    APPENDED.
007080*----------------------------------------------------------------
007090 4100-FIND-REPLAY-ROW.
007100     MOVE 'N' TO DL1-AUD-EOF-SW.
007110     OPEN INPUT AUD-FILE.
007120     IF DL1-AUD-FILE-STATUS = '00'
007130         PERFORM 4110-TEST-ONE-REPLAY-ROW THRU
007140                 4110-TEST-ONE-REPLAY-ROW-EXIT
007150             UNTIL DL1-AUD-AT-EOF
007160         CLOSE AUD-FILE
007170     END-IF.
007180 4100-FIND-REPLAY-ROW-EXIT.
007190     EXIT.
007200
007210 4110-TEST-ONE-REPLAY-ROW.
007220     READ AUD-FILE INTO DL1-AUDIT-RECORD
007230         AT END
007240             MOVE 'Y' TO DL1-AUD-EOF-SW
007250         NOT AT END
007260             IF DL1-AUD-RUN-ID = DL1-RPY-RUN-ID
007270                AND DL1-AUD-TIMESTAMP (1:10) = DL1-RPY-AS-OF-DATE
007280                 MOVE DL1-AUDIT-RECORD TO DL1-RPLY-ROW
007290                 MOVE 'Y' TO DL1-RPLY-SW
007300             END-IF
007310     END-READ.
007320 4110-TEST-ONE-REPLAY-ROW-EXIT.
007330     EXIT.
007340
007350*----------------------------------------------------------------
007360*    5000-COMPARE-RUNS - SAME PARAMETERS IS THE PARAMETER TEXT
007370*    EACH RUN'S MODULE WROTE; SAME ANSWER IS THE ANSWER AND
007380*    ITS TYPE.
007390*----------------------------------------------------------------
007400 5000-COMPARE-RUNS.
007410     IF DL1-RPLY-FOUND AND DL1-ORIG-FOUND
007420         IF DL1-ORIG-PARM-TEXT = DL1-RPLY-PARM-TEXT
007430             MOVE 'Y' TO DL1-SAME-PARMS-SW
007440         END-IF
007450         IF DL1-ORIG-ANSWER = DL1-RPLY-ANSWER
007460            AND DL1-ORIG-ANSWER-TYPE = DL1-RPLY-ANSWER-TYPE
007470             MOVE 'Y' TO DL1-SAME-ANSWER-SW
007480         END-IF
007490         IF DL1-SAME-PARMS AND DL1-SAME-ANSWER
007500             ADD 1 TO DL1-REPRODUCED-COUNT
007510         ELSE
007520             ADD 1 TO DL1-DIFFERED-COUNT
007530         END-IF
007540     ELSE
007550         IF DL1-RPLY-FOUND
007560             ADD 1 TO DL1-NO-ORIGINAL-COUNT
007570         END-IF
007580     END-IF.
007590 5000-COMPARE-RUNS-EXIT.
007600     EXIT.
007610
007620*----------------------------------------------------------------
007630*    6000-PRINT-REPLAY - ONE BLOCK PER CARD, KEPT ON ONE PAGE:
007640*    WHAT WAS REPLAYED, HOW THE RECORD WAS REBUILT, ANY
007650*    WARNINGS, THEN THE TWO RUNS SIDE BY SIDE AND THE RESULT.
007660*----------------------------------------------------------------
007670 6000-PRINT-REPLAY.
007680     IF DL1-LINE-COUNT + DL1-BLOCK-LINES > DL1-LINES-PER-PAGE
007690         PERFORM 8100-START-NEW-PAGE THRU
007700                 8100-START-NEW-PAGE-EXIT
007710     END-IF.
007720     MOVE DL1-RPY-RUN-ID TO DL1-RUN-RUN-ID.
007730     MOVE DL1-RPY-AS-OF-DATE TO DL1-RUN-AS-OF.
007740     MOVE DL1-CTL-PROBLEM-ID TO DL1-RUN-PROBLEM-ID.
007750     MOVE DL1-PRB-MODULE TO DL1-RUN-MODULE.
007760     MOVE DL1-RUN-LINE TO DL1-PRT-RECORD.
007766     PERFORM 8200-WRITE-PRINT-LINE THRU
007772             8200-WRITE-PRINT-LINE-EXIT.
007780     IF DL1-CARD-OK
007790         PERFORM 6100-PRINT-REBUILD THRU 6100-PRINT-REBUILD-EXIT
007800     END-IF.
007810     IF DL1-NOT-REPLAYED-REASON NOT = SPACES
007820         MOVE SPACES TO DL1-NOTE-TEXT
007830         MOVE '*** NOT REPLAYED - ' TO DL1-NOTE-TEXT
007840         MOVE DL1-NOT-REPLAYED-REASON TO DL1-NOTE-TEXT (20:60)
007850         PERFORM 6900-WRITE-NOTE THRU 6900-WRITE-NOTE-EXIT
007860     ELSE
007870         PERFORM 6200-PRINT-COMPARISON THRU
007880                 6200-PRINT-COMPARISON-EXIT
007890     END-IF.
007900     MOVE SPACES TO DL1-PRT-RECORD.
007906     PERFORM 8200-WRITE-PRINT-LINE THRU
007912             8200-WRITE-PRINT-LINE-EXIT.
007920 6000-PRINT-REPLAY-EXIT.
007930     EXIT.
007940
007950 6100-PRINT-REBUILD.
007960     IF DL1-CURRENT-ON-BOOK
007970         MOVE 'REBUILT FROM THE CURRENT CTLFILE RECORD'
007980             TO DL1-RBL-SOURCE
007990     ELSE
008000         MOVE 'NO CURRENT CTLFILE RECORD - REBUILT'
008010             TO DL1-RBL-SOURCE
008020     END-IF.
008030     MOVE DL1-UNDO-COUNT TO DL1-RBL-COUNT.
008040     MOVE DL1-CUTOFF-TIMESTAMP TO DL1-RBL-CUTOFF.
008050     MOVE DL1-REBUILD-LINE TO DL1-PRT-RECORD.
008056     PERFORM 8200-WRITE-PRINT-LINE THRU
008062             8200-WRITE-PRINT-LINE-EXIT.
008070     IF DL1-CHAIN-BROKEN
008080         MOVE '*** CHGFILE IMAGES DO NOT CHAIN - CTLFILE WAS '
008090             TO DL1-NOTE-TEXT
008100         MOVE 'CHANGED OUTSIDE DL1U0001, THE REBUILT RECORD MAY '
008110             TO DL1-NOTE-TEXT (47:49)
008120         MOVE 'NOT BE WHAT RAN' TO DL1-NOTE-TEXT (96:15)
008130         PERFORM 6900-WRITE-NOTE THRU 6900-WRITE-NOTE-EXIT
008140     END-IF.
008150     IF DL1-ORIG-COUNT > 1
008160         MOVE SPACES TO DL1-NOTE-TEXT
008170         MOVE DL1-ORIG-COUNT TO DL1-RBL-COUNT
008180         MOVE DL1-RBL-COUNT TO DL1-NOTE-TEXT (1:4)
008190         MOVE ' AUDIT ROWS ON THAT DATE - COMPARED WITH THE LAST'
008200             TO DL1-NOTE-TEXT (5:50)
008210         PERFORM 6900-WRITE-NOTE THRU 6900-WRITE-NOTE-EXIT
008220     END-IF.
008230     IF DL1-PRBP-FOUND AND DL1-PRB-DISABLED
008237         MOVE 'PROBLEM IS DISABLED IN THE CATALOG - '
008244             TO DL1-NOTE-TEXT
008251         MOVE 'REPLAYED ANYWAY' TO DL1-NOTE-TEXT (38:15)
008260         PERFORM 6900-WRITE-NOTE THRU 6900-WRITE-NOTE-EXIT
008270     END-IF.
008280 6100-PRINT-REBUILD-EXIT.
008290     EXIT.
008300
008310*----------------------------------------------------------------
008320*    6200-PRINT-COMPARISON - THE ORIGINAL ROW ON THE LEFT, THE
008330*    REPLAY ON THE RIGHT, ONE LINE PER AUDIT FIELD.
008340*----------------------------------------------------------------
008350 6200-PRINT-COMPARISON.
008360     MOVE DL1-COLUMN-LINE TO DL1-PRT-RECORD.
008366     PERFORM 8200-WRITE-PRINT-LINE THRU
008372             8200-WRITE-PRINT-LINE-EXIT.
008380     MOVE 'TIMESTAMP' TO DL1-CMP-LABEL.
008390     PERFORM 6210-LOAD-ORIGINAL THRU 6210-LOAD-ORIGINAL-EXIT.
008400     IF DL1-ORIG-FOUND
008410         MOVE DL1-AUD-TIMESTAMP TO DL1-CMP-ORIGINAL
008420     ELSE
008430         MOVE '(NO AUDIT ROW FOR THIS RUN-ID ON THAT DATE)'
008440             TO DL1-CMP-ORIGINAL
008450     END-IF.
008460     MOVE DL1-RPLY-ROW TO DL1-AUDIT-RECORD.
008470     MOVE DL1-AUD-TIMESTAMP TO DL1-CMP-REPLAY.
008480     PERFORM 6290-WRITE-COMPARE THRU 6290-WRITE-COMPARE-EXIT.
008490     MOVE 'PARAMETERS' TO DL1-CMP-LABEL.
008500     MOVE DL1-ORIG-PARM-TEXT TO DL1-CMP-ORIGINAL.
008510     MOVE DL1-RPLY-PARM-TEXT TO DL1-CMP-REPLAY.
008520     PERFORM 6290-WRITE-COMPARE THRU 6290-WRITE-COMPARE-EXIT.
008530     MOVE 'ANSWER' TO DL1-CMP-LABEL.
008540     MOVE DL1-ORIG-ANSWER TO DL1-CMP-ORIGINAL.
008550     MOVE DL1-RPLY-ANSWER TO DL1-CMP-REPLAY.
008560     PERFORM 6290-WRITE-COMPARE THRU 6290-WRITE-COMPARE-EXIT.
008570     MOVE 'ANSWER TYPE' TO DL1-CMP-LABEL.
008580     MOVE DL1-ORIG-ANSWER-TYPE TO DL1-CMP-ORIGINAL.
008590     MOVE DL1-RPLY-ANSWER-TYPE TO DL1-CMP-REPLAY.
008600     PERFORM 6290-WRITE-COMPARE THRU 6290-WRITE-COMPARE-EXIT.
008610     MOVE 'COND CODE' TO DL1-CMP-LABEL.
008620     PERFORM 6210-LOAD-ORIGINAL THRU 6210-LOAD-ORIGINAL-EXIT.
008630     IF DL1-ORIG-FOUND
008640         MOVE DL1-AUD-COND-CODE TO DL1-CMP-ORIGINAL
008650     END-IF.
008660     MOVE DL1-RPLY-ROW TO DL1-AUDIT-RECORD.
008670     MOVE DL1-AUD-COND-CODE TO DL1-CMP-REPLAY.
008680     PERFORM 6290-WRITE-COMPARE THRU 6290-WRITE-COMPARE-EXIT.
008690     PERFORM 6300-PRINT-RESULT THRU 6300-PRINT-RESULT-EXIT.
008700 6200-PRINT-COMPARISON-EXIT.
008710     EXIT.
008720
008730*    THE ORIGINAL SIDE IS LEFT BLANK WHEN THERE IS NO ORIGINAL.
008740 6210-LOAD-ORIGINAL.
008750     MOVE SPACES TO DL1-CMP-ORIGINAL.
008760     MOVE SPACES TO DL1-CMP-REPLAY.
008770     MOVE DL1-ORIG-ROW TO DL1-AUDIT-RECORD.
008780 6210-LOAD-ORIGINAL-EXIT.
008790     EXIT.
008800
008810 6290-WRITE-COMPARE.
008820     MOVE DL1-COMPARE-LINE TO DL1-PRT-RECORD.
008826     PERFORM 8200-WRITE-PRINT-LINE THRU
008832             8200-WRITE-PRINT-LINE-EXIT.
008840 6290-WRITE-COMPARE-EXIT.
008850     EXIT.
008860
008870*----------------------------------------------------------------
008880*    6300-PRINT-RESULT - THE YES/NO PAIR AND WHAT IT MEANS.
008890*----------------------------------------------------------------
008900 6300-PRINT-RESULT.
008910     IF NOT DL1-ORIG-FOUND
008920         MOVE 'N/A' TO DL1-RES-SAME-PARMS
008930         MOVE 'N/A' TO DL1-RES-SAME-ANSWER
008940         MOVE 'NO ORIGINAL RUN ON THAT DATE - NOTHING TO COMPARE'
008950             TO DL1-RES-VERDICT
008960     ELSE
008970         IF DL1-SAME-PARMS
008980             MOVE 'YES' TO DL1-RES-SAME-PARMS
008990         ELSE
009000             MOVE 'NO' TO DL1-RES-SAME-PARMS
009010         END-IF
009020         IF DL1-SAME-ANSWER
009030             MOVE 'YES' TO DL1-RES-SAME-ANSWER
009040         ELSE
009050             MOVE 'NO' TO DL1-RES-SAME-ANSWER
009060         END-IF
009070         EVALUATE TRUE
009080             WHEN DL1-SAME-PARMS AND DL1-SAME-ANSWER
009090                 MOVE 'ANSWER REPRODUCED' TO DL1-RES-VERDICT
009100             WHEN DL1-SAME-PARMS
009107                 MOVE 'SAME PARAMETERS, DIFFERENT ANSWER - '
009114                     TO DL1-RES-VERDICT
009121                 MOVE 'CODE CHANGE' TO DL1-RES-VERDICT (37:11)
009130             WHEN OTHER
009140                 MOVE 'PARAMETERS DIFFER - REBUILT RECORD IS NOT '
009150                     TO DL1-RES-VERDICT
009160                 MOVE 'WHAT RAN' TO DL1-RES-VERDICT (43:8)
009170         END-EVALUATE
009180     END-IF.
009190     MOVE DL1-RESULT-LINE TO DL1-PRT-RECORD.
009196     PERFORM 8200-WRITE-PRINT-LINE THRU
009202             8200-WRITE-PRINT-LINE-EXIT.
009210 6300-PRINT-RESULT-EXIT.
009220     EXIT.
009230
009240 6900-WRITE-NOTE.
009250     MOVE DL1-NOTE-LINE TO DL1-PRT-RECORD.
009256     PERFORM 8200-WRITE-PRINT-LINE THRU
009262             8200-WRITE-PRINT-LINE-EXIT.
009270     MOVE SPACES TO DL1-NOTE-TEXT.
009280 6900-WRITE-NOTE-EXIT.
009290     EXIT.
009300
009310*----------------------------------------------------------------
009320*    8000-FINISH-REPORT - TRAILER COUNTS AND THE STEP'S
009330*    RETURN CODE.
009340*----------------------------------------------------------------
009350 8000-FINISH-REPORT.
009360     CLOSE RPY-FILE.
009370     MOVE DL1-CARD-COUNT TO DL1-TRL-CARDS.
009380     MOVE DL1-REPLAYED-COUNT TO DL1-TRL-REPLAYED.
009390     MOVE DL1-REPRODUCED-COUNT TO DL1-TRL-REPRODUCED.
009400     MOVE DL1-DIFFERED-COUNT TO DL1-TRL-DIFFERED.
009410     MOVE DL1-NO-ORIGINAL-COUNT TO DL1-TRL-NO-ORIGINAL.
009420     MOVE DL1-NOT-REPLAYED-COUNT TO DL1-TRL-NOT-REPLAYED.
009430     IF DL1-CARD-COUNT = ZERO
009437         MOVE 'NO REPLAY REQUEST CARDS ON RPYFILE'
009444             TO DL1-NOTE-TEXT
009451         PERFORM 6900-WRITE-NOTE THRU 6900-WRITE-NOTE-EXIT
009460     END-IF.
009470     MOVE DL1-TRAILER-LINE TO DL1-PRT-RECORD.
009476     PERFORM 8200-WRITE-PRINT-LINE THRU
009482             8200-WRITE-PRINT-LINE-EXIT.
009490     CLOSE PRT-FILE.
009500     DISPLAY 'DL1-0001-REPLAY COMPLETE - ' DL1-CARD-COUNT
009510             ' CARD(S), ' DL1-REPRODUCED-COUNT ' REPRODUCED, '
009520             DL1-DIFFERED-COUNT ' DIFFERENT'.
009530     EVALUATE TRUE
009540         WHEN DL1-CARD-COUNT = ZERO
009550             MOVE 8 TO RETURN-CODE
009560         WHEN DL1-NOT-REPLAYED-COUNT > ZERO
009570             MOVE 8 TO RETURN-CODE
009580         WHEN DL1-DIFFERED-COUNT > ZERO
009590             MOVE 4 TO RETURN-CODE
009600         WHEN DL1-NO-ORIGINAL-COUNT > ZERO
009610             MOVE 4 TO RETURN-CODE
009620         WHEN OTHER
009630             MOVE 0 TO RETURN-CODE
009640     END-EVALUATE.
009650 8000-FINISH-REPORT-EXIT.
009660     EXIT.
009670
009680 8100-START-NEW-PAGE.
009690     ADD 1 TO DL1-PAGE-COUNT.
009700     MOVE DL1-TODAY-TEXT TO DL1-HDG1-DATE.
009710     MOVE DL1-PAGE-COUNT TO DL1-HDG1-PAGE.
009720     IF DL1-PAGE-COUNT = 1
009730         WRITE DL1-PRT-RECORD FROM DL1-HDG1-LINE
009740             AFTER ADVANCING 1 LINE
009750     ELSE
009760         WRITE DL1-PRT-RECORD FROM DL1-HDG1-LINE
009770             AFTER ADVANCING PAGE
009780     END-IF.
009790     MOVE SPACES TO DL1-PRT-RECORD.
009800     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
009810     MOVE ZERO TO DL1-LINE-COUNT.
009820 8100-START-NEW-PAGE-EXIT.
009830     EXIT.
009840
009850 8200-WRITE-PRINT-LINE.
009860     IF DL1-LINE-COUNT >= DL1-LINES-PER-PAGE
009870         PERFORM 8100-START-NEW-PAGE THRU
009880                 8100-START-NEW-PAGE-EXIT
009890     END-IF.
009900     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
009910     ADD 1 TO DL1-LINE-COUNT.
009920 8200-WRITE-PRINT-LINE-EXIT.
009930     EXIT.
009940
009950 END PROGRAM DL1Q0002.
