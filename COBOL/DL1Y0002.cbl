000100*----------------------------------------------------------------
000110*    DL1Y0002 - PRE-WINDOW RUN-BOOK FORECAST: WILL TONIGHT'S
000120*               WORKLOAD FIT THE BATCH WINDOW?
000130*
000140*    DL1Y0001 TRENDS EACH RUN-ID'S ELAPSED TIME AND DL1Z0001
000150*    PROJECTS A RUN ALREADY IN FLIGHT; THIS PROGRAM IS RUN
000160*    IN THE AFTERNOON.  IT TAKES THE CONTROL RECORDS DUE ON
000170*    THE FORECAST RUN DATE (TOMORROW UNLESS THE PARAMETER
000180*    CARD SAYS OTHERWISE - THE SAME DL1F0001 RULES THE
000190*    DL1M0001 DRIVER APPLIES), ESTIMATES EACH ONE'S ELAPSED
000200*    TIME AND LAYS THEM END TO END IN BOOK ORDER FROM THE
000210*    WINDOW START ON THE CARD (FCPREC00).
000220*
000230*    THE ESTIMATE FOR A RUN-ID IS ITS LATEST ELAPSED TIME ON
000240*    STAFILE (STAREC00) WHEN ITS BOUND IS UNCHANGED SINCE ITS
000250*    LAST CLEAN AUDFILE ROW (BASIS HISTORY).  WHEN THE BOUND
000260*    HAS CHANGED, THE LAST RUN'S ITERATIONS ARE SCALED TO THE
000270*    NEW BOUND AND DIVIDED BY THAT RUN'S ITERATIONS PER
000280*    SECOND (BOUND CHANGED).  A RUN-ID WITH NO TIMING HISTORY
000290*    IS SCALED FROM ITS PROBLEM'S ITERATIONS PER BOUND UNIT
000300*    AND ITERATIONS PER SECOND OVER EVERY OTHER RUN-ID (NO
000310*    HISTORY), OR FROM THE CARD'S DEFAULT RATE WHEN THE
000320*    PROBLEM HAS NEVER RUN (DEFAULT RATE).  THE BOUND UNIT IS
000330*    THE UPPER BOUND, OR THE SQUARE ROOT OF THE TARGET NUMBER
000340*    FOR A PROBLEM WHOSE CATALOG SHAPE IS A TARGET (TRIAL
000342*    DIVISION).  A DUE RECORD WHOSE PROBLEM IS DISABLED OR
000344*    NOT ON THE PROBLEM CATALOG (PRBKSDS) IS LEFT OUT - THE
000346*    DRIVER WILL NOT RUN IT.
000350*
000360*    THE FIRST RECORD PROJECTED TO END PAST THE WINDOW END IS
000370*    FLAGGED, AND THE REPORT RECOMMENDS WHAT TO TAKE OUT OF
000380*    THE BOOK: THE LARGEST PROBLEM-0001 RUN TO THE SEGMENTED
000390*    DL1J006S PIPELINE (FOUR PARALLEL WORKERS, ONE RUN AT A
000400*    TIME), THEN THE LARGEST REMAINING RUNS DEFERRED UNTIL
000410*    THE BOOK FITS.
000420*
000430*    RETURN-CODE 0 = THE BOOK FITS, 4 = PROJECTED OVERRUN
000440*    (DL1-0901W), 16 = BAD PARAMETER CARD OR CTLFILE MISSING
000450*    OR EMPTY (DL1-0902E).
000460*
000470*    MODIFICATION HISTORY
000480*    DATE       INIT  DESCRIPTION
000490*    ---------- ----  ----------------------------------
000500*    2026-09-28 JM    ORIGINAL PROGRAM.
000502*    2026-10-15 JM    PROBLEM CATALOG LOOKUP (DL1I0001): DISABLED
000504*                     AND UNKNOWN PROBLEMS ARE LEFT OUT, TARGET
000506*                     SHAPE FROM THE CATALOG.
000508*    2026-10-15 JM    AN EMPTY CTLFILE ENDS THE STEP 16
000510*                     (DL1-0902E) AS DOCUMENTED INSTEAD OF
000512*                     REPORTING THAT THE BOOK FITS, AND A FORECAST
000514*                     RUN DATE THAT IS NOT A REAL CALENDAR DAY IS
000516*                     REJECTED.
000518*----------------------------------------------------------------
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.              DL1Y0002.
000540 AUTHOR.                  JOERG M.
000550 INSTALLATION.            AT GITHUB JOERGEM.
000560 DATE-WRITTEN.            2026.
000570 DATE-COMPILED.           2026-09-28.
000580 SECURITY.                VERSION.
000590*    THIS PROGRAM IS WITHOUT ANY WARRANTY; WITHOUT EVEN THE
000600*    IMPLIED WARRANTY OF MERCHANTABILITY OR FITNESS FOR A
000610*    PARTICULAR PURPOSE.
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT PRM-FILE ASSIGN "PRMFILE"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS DL1-PRM-FILE-STATUS.
000690     SELECT CTL-FILE ASSIGN "CTLFILE"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS DL1-CTL-FILE-STATUS.
000720     SELECT STA-FILE ASSIGN "STAFILE"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS DL1-STA-FILE-STATUS.
000750     SELECT AUD-FILE ASSIGN "AUDFILE"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS DL1-AUD-FILE-STATUS.
000780     SELECT PRT-FILE ASSIGN "FCSRPT"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS DL1-PRT-FILE-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  PRM-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870     COPY FCPREC00.
000880
000890 FD  CTL-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920     COPY CTLREC00.
000930
000940 FD  STA-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970     COPY STAREC00.
000980
000990 FD  AUD-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020     COPY AUDREC00.
001030
001040 FD  PRT-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  DL1-PRT-RECORD            PIC X(132).
001080
001090 WORKING-STORAGE SECTION.
001100 77  DL1-PRM-FILE-STATUS       PIC X(02) VALUE '00'.
001110 77  DL1-CTL-FILE-STATUS       PIC X(02) VALUE '00'.
001120 77  DL1-STA-FILE-STATUS       PIC X(02) VALUE '00'.
001130 77  DL1-AUD-FILE-STATUS       PIC X(02) VALUE '00'.
001140 77  DL1-PRT-FILE-STATUS       PIC X(02) VALUE '00'.
001150 77  DL1-CTL-EOF-SW            PIC X(01) VALUE 'N'.
001160     88  DL1-CTL-AT-EOF                  VALUE 'Y'.
001170 77  DL1-STA-EOF-SW            PIC X(01) VALUE 'N'.
001180     88  DL1-STA-AT-EOF                  VALUE 'Y'.
001190 77  DL1-AUD-EOF-SW            PIC X(01) VALUE 'N'.
001200     88  DL1-AUD-AT-EOF                  VALUE 'Y'.
001210 77  DL1-PARM-OK-SW            PIC X(01) VALUE 'Y'.
001220     88  DL1-PARM-OK                     VALUE 'Y'.
001230     88  DL1-PARM-BAD                    VALUE 'N'.
001240 77  DL1-DUE-SW                PIC X(01) VALUE 'Y'.
001250     88  DL1-RECORD-DUE                  VALUE 'Y'.
001260     88  DL1-RECORD-NOT-DUE              VALUE 'N'.
001270 77  DL1-SKIP-REASON           PIC X(30) VALUE SPACES.
001280 77  DL1-TODAY-YMD             PIC 9(08) VALUE ZERO.
001290 77  DL1-TODAY-TEXT            PIC X(10) VALUE SPACES.
001300 77  DL1-RUN-DATE-YMD          PIC 9(08) VALUE ZERO.
001310 77  DL1-RUN-DATE-TEXT         PIC X(10) VALUE SPACES.
001320 77  DL1-DATE-INTEGER          PIC 9(08) COMP
001330                               VALUE ZERO.
001340 77  DL1-HHMM-WORK             PIC X(05) VALUE SPACES.
001350 77  DL1-HHMM-SECS             PIC 9(06) COMP
001360                               VALUE ZERO.
001370 77  DL1-HHMM-OK-SW            PIC X(01) VALUE 'Y'.
001380     88  DL1-HHMM-OK                     VALUE 'Y'.
001390 77  DL1-WINDOW-START-SECS     PIC 9(10) COMP
001400                               VALUE ZERO.
001410 77  DL1-WINDOW-END-SECS       PIC 9(10) COMP
001420                               VALUE ZERO.
001430 77  DL1-BOOK-CLOCK-SECS       PIC 9(10) COMP
001440                               VALUE ZERO.
001450 77  DL1-REMAINING-SECS        PIC 9(10) COMP
001460                               VALUE ZERO.
001470 77  DL1-OVERRUN-SECS          PIC 9(10) COMP
001480                               VALUE ZERO.
001490 77  DL1-FREED-SECS            PIC 9(10) COMP
001500                               VALUE ZERO.
001510 77  DL1-TOTAL-ESTIMATE        PIC 9(10) COMP
001520                               VALUE ZERO.
001530 77  DL1-DEFAULT-RATE          PIC 9(09) VALUE 1000000.
001540 77  DL1-HIST-COUNT            PIC 9(04) COMP
001550                               VALUE ZERO.
001560 77  DL1-HIST-IDX              PIC 9(04) COMP
001570                               VALUE ZERO.
001580 77  DL1-HIST-MATCH-IDX        PIC 9(04) COMP
001590                               VALUE ZERO.
001600 77  DL1-HIST-DROPPED-COUNT    PIC 9(05) COMP
001610                               VALUE ZERO.
001613 77  DL1-SEARCH-RUN-ID         PIC X(08) VALUE SPACES.
001616 77  DL1-SEARCH-PROBLEM-ID     PIC X(04) VALUE SPACES.
001620 77  DL1-HIST-FOUND-SW         PIC X(01) VALUE 'N'.
001630     88  DL1-HIST-FOUND                  VALUE 'Y'.
001640 77  DL1-PROB-COUNT            PIC 9(04) COMP
001650                               VALUE ZERO.
001660 77  DL1-PROB-IDX              PIC 9(04) COMP
001670                               VALUE ZERO.
001680 77  DL1-PROB-MATCH-IDX        PIC 9(04) COMP
001690                               VALUE ZERO.
001700 77  DL1-PROB-FOUND-SW         PIC X(01) VALUE 'N'.
001710     88  DL1-PROB-FOUND                  VALUE 'Y'.
001713 77  DL1-CTL-READ-COUNT        PIC 9(04) COMP
001716                               VALUE ZERO.
001720 77  DL1-DUE-COUNT             PIC 9(04) COMP
001730                               VALUE ZERO.
001740 77  DL1-DUE-IDX               PIC 9(04) COMP
001750                               VALUE ZERO.
001760 77  DL1-DUE-DROPPED-COUNT     PIC 9(04) COMP
001770                               VALUE ZERO.
001772 77  DL1-CATALOG-SKIP-COUNT    PIC 9(04) COMP
001774                               VALUE ZERO.
001776 77  DL1-CATALOG-UNREAD-COUNT  PIC 9(04) COMP
001778                               VALUE ZERO.
001780 77  DL1-OVERRUN-IDX           PIC 9(04) COMP
001790                               VALUE ZERO.
001800 77  DL1-PICK-IDX              PIC 9(04) COMP
001810                               VALUE ZERO.
001820 77  DL1-PICK-ESTIMATE         PIC 9(09) COMP
001830                               VALUE ZERO.
001840 77  DL1-SEGMENT-IDX           PIC 9(04) COMP
001850                               VALUE ZERO.
001860 77  DL1-ESTIMATE-SECS         PIC 9(09) COMP
001870                               VALUE ZERO.
001880 77  DL1-ESTIMATE-BASIS        PIC X(13) VALUE SPACES.
001890 77  DL1-BOUND-WORK            PIC 9(15) VALUE ZERO.
001900 77  DL1-TARGET-EDIT           PIC Z(14)9.
001910 77  DL1-ADV-SECS-NOTE         PIC Z(08)9.
001920 77  DL1-WORK-UNITS            PIC S9(15)V9(04) COMP-3
001930                               VALUE ZERO.
001940 77  DL1-ELAPSED-WORK          PIC S9(09) COMP-3
001950                               VALUE ZERO.
001960 77  DL1-ITER-ESTIMATE         PIC S9(15)V9(04) COMP-3
001970                               VALUE ZERO.
001980 77  DL1-ITER-PER-UNIT         PIC S9(09)V9(06) COMP-3
001990                               VALUE ZERO.
002000 77  DL1-ITER-PER-SEC          PIC S9(11)V9(04) COMP-3
002010                               VALUE ZERO.
002020 77  DL1-CLOCK-WORK            PIC 9(10) COMP
002030                               VALUE ZERO.
002040 77  DL1-CLOCK-DAYS            PIC 9(04) COMP
002050                               VALUE ZERO.
002060 77  DL1-CLOCK-REST            PIC 9(06) COMP
002070                               VALUE ZERO.
002080 77  DL1-CLOCK-HH              PIC 9(02) VALUE ZERO.
002090 77  DL1-CLOCK-MM              PIC 9(02) VALUE ZERO.
002100 77  DL1-CLOCK-SS              PIC 9(02) VALUE ZERO.
002110 77  DL1-CLOCK-DAY-DIGIT       PIC 9(01) VALUE ZERO.
002120 77  DL1-CLOCK-TEXT            PIC X(10) VALUE SPACES.
002130 77  DL1-LINE-COUNT            PIC 9(03) COMP
002140                               VALUE ZERO.
002150 77  DL1-PAGE-COUNT            PIC 9(04) COMP
002160                               VALUE ZERO.
002170 77  DL1-LINES-PER-PAGE        PIC 9(03) COMP
002180                               VALUE 50.
002190     COPY EXCPRM00.
002193     COPY PRBPRM00.
002196     COPY PRBREC00.
002200
002210*    ONE SLOT PER RUN-ID SEEN ON STAFILE OR AUDFILE: ITS
002220*    LATEST TIMING ROW AND THE BOUND UNITS OF ITS LATEST
002230*    CLEAN (CONDITION CODE 0-4) AUDIT ROW.
002240 01  DL1-HIST-TABLE.
002250     05  DL1-HIST-ENTRY        OCCURS 200 TIMES.
002260         10  DL1-HIST-RUN-ID   PIC X(08).
002270         10  DL1-HIST-PROBLEM-ID
002280                               PIC X(04).
002290         10  DL1-HIST-STA-SW   PIC X(01).
002300             88  DL1-HIST-HAS-TIMING    VALUE 'Y'.
002310         10  DL1-HIST-ELAPSED  PIC 9(08) COMP.
002320         10  DL1-HIST-ITERATIONS
002330                               PIC 9(09) COMP.
002340         10  DL1-HIST-AUD-SW   PIC X(01).
002350             88  DL1-HIST-HAS-AUDIT     VALUE 'Y'.
002360         10  DL1-HIST-UNITS    PIC S9(15)V9(04) COMP-3.
002370
002380*    PER PROBLEM, SUMMED OVER EVERY RUN-ID WITH TIMING: THE
002390*    ITERATIONS AND SECONDS (ITERATIONS PER SECOND), AND THE
002400*    ITERATIONS AND BOUND UNITS OF THOSE WHOSE BOUND IS
002410*    KNOWN (ITERATIONS PER BOUND UNIT).
002420 01  DL1-PROB-TABLE.
002430     05  DL1-PROB-ENTRY        OCCURS 20 TIMES.
002440         10  DL1-PROB-ID       PIC X(04).
002450         10  DL1-PROB-ITERATIONS
002460                               PIC S9(15) COMP-3.
002470         10  DL1-PROB-ELAPSED  PIC S9(11) COMP-3.
002480         10  DL1-PROB-UNIT-ITERATIONS
002490                               PIC S9(15) COMP-3.
002500         10  DL1-PROB-UNITS    PIC S9(15)V9(04) COMP-3.
002510
002520*    THE RECORDS DUE ON THE FORECAST DATE, IN BOOK ORDER,
002530*    WITH THEIR ESTIMATES AND ANY RECOMMENDATION.
002540 01  DL1-DUE-TABLE.
002550     05  DL1-DUE-ENTRY         OCCURS 200 TIMES.
002560         10  DL1-DUE-RUN-ID    PIC X(08).
002570         10  DL1-DUE-PROBLEM-ID
002580                               PIC X(04).
002590         10  DL1-DUE-ESTIMATE  PIC 9(09) COMP.
002600         10  DL1-DUE-ADVICE-SW PIC X(01).
002610             88  DL1-DUE-NO-ADVICE      VALUE SPACE.
002620             88  DL1-DUE-SEGMENT        VALUE 'S'.
002630             88  DL1-DUE-DEFER          VALUE 'D'.
002640
002650 01  DL1-HDG1-LINE.
002660     05  FILLER                PIC X(09) VALUE 'DL1Y0002 '.
002670     05  FILLER                PIC X(34) VALUE
002680         'RUN-BOOK WINDOW FORECAST          '.
002690     05  DL1-HDG1-DATE         PIC X(10) VALUE SPACES.
002700     05  FILLER                PIC X(66) VALUE SPACES.
002710     05  FILLER                PIC X(05) VALUE 'PAGE '.
002720     05  DL1-HDG1-PAGE         PIC Z(03)9.
002730     05  FILLER                PIC X(04) VALUE SPACES.
002740
002750 01  DL1-HDG2-LINE.
002760     05  FILLER                PIC X(22) VALUE
002770         'FORECAST FOR RUN DATE '.
002780     05  DL1-HDG2-RUN-DATE     PIC X(10).
002790     05  FILLER                PIC X(10) VALUE
002800         '  WINDOW  '.
002810     05  DL1-HDG2-START        PIC X(10).
002820     05  FILLER                PIC X(06) VALUE ' THRU '.
002830     05  DL1-HDG2-END          PIC X(10).
002840     05  FILLER                PIC X(64) VALUE SPACES.
002850
002860 01  DL1-HDG3-LINE.
002870     05  FILLER                PIC X(05) VALUE 'SEQ  '.
002880     05  FILLER                PIC X(09) VALUE 'RUN-ID'.
002890     05  FILLER                PIC X(05) VALUE 'PROB'.
002900     05  FILLER                PIC X(14) VALUE 'BASIS'.
002910     05  FILLER                PIC X(10) VALUE '  EST-SECS'.
002920     05  FILLER                PIC X(01) VALUE SPACES.
002930     05  FILLER                PIC X(11) VALUE 'START'.
002940     05  FILLER                PIC X(11) VALUE 'END'.
002950     05  FILLER                PIC X(66) VALUE 'NOTE'.
002960
002970 01  DL1-DETAIL-LINE.
002980     05  DL1-DTL-SEQ           PIC Z(03)9.
002990     05  FILLER                PIC X(01) VALUE SPACES.
003000     05  DL1-DTL-RUN-ID        PIC X(08).
003010     05  FILLER                PIC X(01) VALUE SPACES.
003020     05  DL1-DTL-PROBLEM-ID    PIC X(04).
003030     05  FILLER                PIC X(01) VALUE SPACES.
003040     05  DL1-DTL-BASIS         PIC X(13).
003050     05  FILLER                PIC X(01) VALUE SPACES.
003060     05  DL1-DTL-ESTIMATE      PIC Z(08)9.
003070     05  FILLER                PIC X(02) VALUE SPACES.
003080     05  DL1-DTL-START         PIC X(10).
003090     05  FILLER                PIC X(01) VALUE SPACES.
003100     05  DL1-DTL-END           PIC X(10).
003110     05  FILLER                PIC X(01) VALUE SPACES.
003120     05  DL1-DTL-NOTE          PIC X(30).
003130     05  FILLER                PIC X(36) VALUE SPACES.
003140
003150 01  DL1-NOTHING-DUE-LINE      PIC X(132) VALUE
003160     'NO CONTROL RECORD IS DUE ON THE FORECAST RUN DATE'.
003170
003180 01  DL1-TOTAL-LINE.
003190     05  FILLER                PIC X(14) VALUE
003200         'RECORDS DUE - '.
003210     05  DL1-TOT-DUE           PIC Z(03)9.
003220     05  FILLER                PIC X(23) VALUE
003230         '  ESTIMATED SECONDS -  '.
003240     05  DL1-TOT-ESTIMATE      PIC Z(09)9.
003250     05  FILLER                PIC X(18) VALUE
003260         '  PROJECTED END - '.
003270     05  DL1-TOT-END           PIC X(10).
003280     05  FILLER                PIC X(53) VALUE SPACES.
003290
003300 01  DL1-FITS-LINE.
003310     05  FILLER                PIC X(31) VALUE
003320         'THE BOOK FITS THE WINDOW WITH  '.
003330     05  DL1-FIT-SPARE         PIC Z(09)9.
003340     05  FILLER                PIC X(91) VALUE
003350         ' SECONDS TO SPARE'.
003360
003370 01  DL1-OVERRUN-LINE.
003380     05  FILLER                PIC X(24) VALUE
003390         '*** FIRST OVERRUN - RUN '.
003400     05  DL1-OVR-RUN-ID        PIC X(08).
003410     05  FILLER                PIC X(09) VALUE ' ENDS AT '.
003420     05  DL1-OVR-END           PIC X(10).
003430     05  FILLER                PIC X(27) VALUE
003440         ' - THE BOOK OVERRUNS BY    '.
003450     05  DL1-OVR-SECS          PIC Z(09)9.
003460     05  FILLER                PIC X(44) VALUE ' SECONDS'.
003470
003480 01  DL1-ADVICE-HDG-LINE       PIC X(132) VALUE
003490     'RECOMMENDED TO MAKE THE BOOK FIT:'.
003500
003510 01  DL1-ADVICE-LINE.
003520     05  FILLER                PIC X(02) VALUE SPACES.
003530     05  DL1-ADV-ACTION        PIC X(27).
003540     05  DL1-ADV-RUN-ID        PIC X(08).
003550     05  FILLER                PIC X(16) VALUE
003560         ' - FREES ABOUT  '.
003570     05  DL1-ADV-SECS          PIC Z(08)9.
003580     05  FILLER                PIC X(09) VALUE ' SECONDS '.
003590     05  DL1-ADV-NOTE          PIC X(61).
003600
003610 01  DL1-ADVICE-END-LINE.
003620     05  FILLER                PIC X(37) VALUE
003630         'WITH THESE CHANGES THE BOOK ENDS AT  '.
003640     05  DL1-ADE-END           PIC X(10).
003650     05  FILLER                PIC X(85) VALUE SPACES.
003660
003670 PROCEDURE DIVISION.
003680*----------------------------------------------------------------
003690*    0000-MAINLINE
003700*----------------------------------------------------------------
003710 0000-MAINLINE.
003720     MOVE ZERO TO RETURN-CODE.
003730     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003740     IF DL1-PARM-OK
003750         PERFORM 2000-LOAD-HISTORY THRU 2000-LOAD-HISTORY-EXIT
003760         PERFORM 3000-FORECAST-RUN-BOOK THRU
003770                 3000-FORECAST-RUN-BOOK-EXIT
003780     END-IF.
003790     IF DL1-PARM-OK
003800         PERFORM 5000-RECOMMEND THRU 5000-RECOMMEND-EXIT
003810         PERFORM 8000-FINISH-REPORT THRU 8000-FINISH-REPORT-EXIT
003820     END-IF.
003830     STOP RUN.
003840 0000-MAINLINE-EXIT.
003850     EXIT.
003860
003870*----------------------------------------------------------------
003880*    1000-INITIALIZE - TODAY'S DATE AND THE PARAMETER CARD.
003890*    THE WINDOW IS HELD AS SECONDS FROM MIDNIGHT OF THE DAY
003900*    IT OPENS; AN END AT OR BEFORE THE START IS ON THE NEXT
003910*    DAY.  WITHOUT A VALID CARD THERE IS NO WINDOW TO FIT,
003920*    SO NOTHING IS FORECAST.
003930*----------------------------------------------------------------
003940 1000-INITIALIZE.
003950     ACCEPT DL1-TODAY-YMD FROM DATE YYYYMMDD.
003960     MOVE DL1-TODAY-YMD (1:4) TO DL1-TODAY-TEXT (1:4).
003970     MOVE '-' TO DL1-TODAY-TEXT (5:1).
003980     MOVE DL1-TODAY-YMD (5:2) TO DL1-TODAY-TEXT (6:2).
003990     MOVE '-' TO DL1-TODAY-TEXT (8:1).
004000     MOVE DL1-TODAY-YMD (7:2) TO DL1-TODAY-TEXT (9:2).
004010     MOVE 'Y' TO DL1-PARM-OK-SW.
004020     OPEN INPUT PRM-FILE.
004030     IF DL1-PRM-FILE-STATUS NOT = '00'
004040         MOVE 'FORECAST PARAMETER CARD MISSING' TO DL1-EXCP-TEXT
004050         PERFORM 1900-REJECT-SETUP THRU 1900-REJECT-SETUP-EXIT
004060     ELSE
004070         READ PRM-FILE
004080             AT END
004090                 MOVE 'FORECAST PARAMETER CARD MISSING'
004100                     TO DL1-EXCP-TEXT
004110                 PERFORM 1900-REJECT-SETUP THRU
004120                         1900-REJECT-SETUP-EXIT
004130         END-READ
004140         CLOSE PRM-FILE
004150     END-IF.
004160     IF DL1-PARM-OK
004170         PERFORM 1100-CHECK-WINDOW THRU 1100-CHECK-WINDOW-EXIT
004180     END-IF.
004190     IF DL1-PARM-OK
004200         PERFORM 1200-CHECK-RUN-DATE THRU 1200-CHECK-RUN-DATE-EXIT
004210     END-IF.
004220     IF DL1-PARM-OK
004230         IF DL1-FCP-DEFAULT-RATE NOT = SPACES
004240             IF DL1-FCP-DEFAULT-RATE IS NUMERIC
004250                AND DL1-FCP-DEFAULT-RATE-N > ZERO
004260                 MOVE DL1-FCP-DEFAULT-RATE-N TO DL1-DEFAULT-RATE
004270             ELSE
004280                 MOVE 'DEFAULT RATE MUST BE NINE DIGITS, NOT ZERO'
004290                     TO DL1-EXCP-TEXT
004300                 PERFORM 1900-REJECT-SETUP THRU
004310                         1900-REJECT-SETUP-EXIT
004320             END-IF
004330         END-IF
004340     END-IF.
004350 1000-INITIALIZE-EXIT.
004360     EXIT.
004370
004380 1100-CHECK-WINDOW.
004390     MOVE DL1-FCP-WINDOW-START TO DL1-HHMM-WORK.
004400     PERFORM 1110-CHECK-ONE-TIME THRU 1110-CHECK-ONE-TIME-EXIT.
004410     MOVE DL1-HHMM-SECS TO DL1-WINDOW-START-SECS.
004420     IF DL1-HHMM-OK
004430         MOVE DL1-FCP-WINDOW-END TO DL1-HHMM-WORK
004440         PERFORM 1110-CHECK-ONE-TIME THRU
004450                 1110-CHECK-ONE-TIME-EXIT
004460         MOVE DL1-HHMM-SECS TO DL1-WINDOW-END-SECS
004470     END-IF.
004480     IF DL1-HHMM-OK
004490         IF DL1-WINDOW-END-SECS NOT > DL1-WINDOW-START-SECS
004500             ADD 86400 TO DL1-WINDOW-END-SECS
004510         END-IF
004520     ELSE
004530         MOVE 'WINDOW START/END MUST BE HH:MM' TO DL1-EXCP-TEXT
004540         PERFORM 1900-REJECT-SETUP THRU 1900-REJECT-SETUP-EXIT
004550     END-IF.
004560 1100-CHECK-WINDOW-EXIT.
004570     EXIT.
004580
004590 1110-CHECK-ONE-TIME.
004600     MOVE 'Y' TO DL1-HHMM-OK-SW.
004610     MOVE ZERO TO DL1-HHMM-SECS.
004620     IF DL1-HHMM-WORK (1:2) NOT NUMERIC
004630        OR DL1-HHMM-WORK (3:1) NOT = ':'
004640        OR DL1-HHMM-WORK (4:2) NOT NUMERIC
004650         MOVE 'N' TO DL1-HHMM-OK-SW
004660     ELSE
004670         IF DL1-HHMM-WORK (1:2) > '23'
004680            OR DL1-HHMM-WORK (4:2) > '59'
004690             MOVE 'N' TO DL1-HHMM-OK-SW
004700         ELSE
004710             MOVE DL1-HHMM-WORK (1:2) TO DL1-CLOCK-HH
004720             MOVE DL1-HHMM-WORK (4:2) TO DL1-CLOCK-MM
004730             COMPUTE DL1-HHMM-SECS =
004740                 DL1-CLOCK-HH * 3600 + DL1-CLOCK-MM * 60
004750         END-IF
004760     END-IF.
004770 1110-CHECK-ONE-TIME-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------------
004810*    1200-CHECK-RUN-DATE - SPACES MEAN TOMORROW, THE RUN
004820*    DATE TONIGHT'S DL1J0001 WILL RUN UNDER ONCE MIDNIGHT
004826*    HAS PASSED.  AN EXPLICIT DATE MUST BE YYYY-MM-DD AND A
004832*    DAY THAT EXISTS (NOT 2026-02-30).
004840*----------------------------------------------------------------
004850 1200-CHECK-RUN-DATE.
004860     IF DL1-FCP-RUN-DATE = SPACES
004870         COMPUTE DL1-DATE-INTEGER =
004880             FUNCTION INTEGER-OF-DATE (DL1-TODAY-YMD) + 1
004890         COMPUTE DL1-RUN-DATE-YMD =
004900             FUNCTION DATE-OF-INTEGER (DL1-DATE-INTEGER)
004910     ELSE
004920         IF DL1-FCP-RUN-DATE (1:4) NOT NUMERIC
004930            OR DL1-FCP-RUN-DATE (5:1) NOT = '-'
004940            OR DL1-FCP-RUN-DATE (6:2) NOT NUMERIC
004950            OR DL1-FCP-RUN-DATE (8:1) NOT = '-'
004960            OR DL1-FCP-RUN-DATE (9:2) NOT NUMERIC
004970            OR DL1-FCP-RUN-DATE (6:2) < '01'
004980            OR DL1-FCP-RUN-DATE (6:2) > '12'
004990            OR DL1-FCP-RUN-DATE (9:2) < '01'
005000            OR DL1-FCP-RUN-DATE (9:2) > '31'
005010             MOVE 'FORECAST RUN DATE IS NOT A VALID YYYY-MM-DD'
005020                 TO DL1-EXCP-TEXT
005030             PERFORM 1900-REJECT-SETUP THRU
005040                     1900-REJECT-SETUP-EXIT
005050         ELSE
005060             MOVE DL1-FCP-RUN-DATE (1:4) TO DL1-RUN-DATE-YMD (1:4)
005070             MOVE DL1-FCP-RUN-DATE (6:2) TO DL1-RUN-DATE-YMD (5:2)
005080             MOVE DL1-FCP-RUN-DATE (9:2) TO DL1-RUN-DATE-YMD (7:2)
005081             IF FUNCTION TEST-DATE-YYYYMMDD (DL1-RUN-DATE-YMD)
005082                NOT = 0
005083                 MOVE 'FORECAST RUN DATE IS NOT A '
005084                     TO DL1-EXCP-TEXT
005085                 MOVE 'VALID YYYY-MM-DD' TO DL1-EXCP-TEXT (28:16)
005086                 PERFORM 1900-REJECT-SETUP THRU
005087                         1900-REJECT-SETUP-EXIT
005088             END-IF
005090         END-IF
005100     END-IF.
005110     MOVE DL1-RUN-DATE-YMD (1:4) TO DL1-RUN-DATE-TEXT (1:4).
005120     MOVE '-' TO DL1-RUN-DATE-TEXT (5:1).
005130     MOVE DL1-RUN-DATE-YMD (5:2) TO DL1-RUN-DATE-TEXT (6:2).
005140     MOVE '-' TO DL1-RUN-DATE-TEXT (8:1).
005150     MOVE DL1-RUN-DATE-YMD (7:2) TO DL1-RUN-DATE-TEXT (9:2).
005160 1200-CHECK-RUN-DATE-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------
005200*    1900-REJECT-SETUP - THE CALLER HAS SET THE TEXT.
005210*    NOTHING IS FORECAST AND THE STEP ENDS 16.
005220*----------------------------------------------------------------
005230 1900-REJECT-SETUP.
005240     DISPLAY 'DL1-0001-FORECAST NOT RUN - ' DL1-EXCP-TEXT.
005250     MOVE SPACES TO DL1-EXCP-RUN-ID.
005260     MOVE 'DL1-0902E' TO DL1-EXCP-MSG-ID.
005270     MOVE 'E' TO DL1-EXCP-SEVERITY.
005280     PERFORM 9100-NOTIFY-EXCEPTION THRU
005290             9100-NOTIFY-EXCEPTION-EXIT.
005300     MOVE 'N' TO DL1-PARM-OK-SW.
005310     MOVE 16 TO RETURN-CODE.
005320 1900-REJECT-SETUP-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------------
005360*    2000-LOAD-HISTORY - THE LATEST TIMING ROW OF EVERY
005370*    RUN-ID (STAFILE), THE BOUND OF ITS LATEST CLEAN AUDIT
005380*    ROW (AUDFILE), THEN THE PER-PROBLEM RATES.  EITHER FILE
005390*    MAY BE MISSING - THE ESTIMATES JUST FALL BACK FURTHER.
005400*----------------------------------------------------------------
005410 2000-LOAD-HISTORY.
005420     OPEN INPUT STA-FILE.
005430     IF DL1-STA-FILE-STATUS = '00'
005440         PERFORM 2100-LOAD-ONE-TIMING-ROW THRU
005450                 2100-LOAD-ONE-TIMING-ROW-EXIT
005460             UNTIL DL1-STA-AT-EOF
005470         CLOSE STA-FILE
005480     ELSE
005490         DISPLAY 'DL1-0001-FORECAST - STAFILE NOT FOUND, NO '
005500                 'TIMING HISTORY'
005510     END-IF.
005520     OPEN INPUT AUD-FILE.
005530     IF DL1-AUD-FILE-STATUS = '00'
005540         PERFORM 2200-LOAD-ONE-AUDIT-ROW THRU
005550                 2200-LOAD-ONE-AUDIT-ROW-EXIT
005560             UNTIL DL1-AUD-AT-EOF
005570         CLOSE AUD-FILE
005580     END-IF.
005590     PERFORM 2400-ADD-TO-PROBLEM-RATES THRU
005600             2400-ADD-TO-PROBLEM-RATES-EXIT
005610         VARYING DL1-HIST-IDX FROM 1 BY 1
005620         UNTIL DL1-HIST-IDX > DL1-HIST-COUNT.
005630     IF DL1-HIST-DROPPED-COUNT > ZERO
005640         DISPLAY 'DL1-0001-FORECAST - MORE THAN 200 RUN-IDS '
005650                 'IN HISTORY - THE REST ARE ESTIMATED WITHOUT'
005660     END-IF.
005670 2000-LOAD-HISTORY-EXIT.
005680     EXIT.
005690
005700 2100-LOAD-ONE-TIMING-ROW.
005710     READ STA-FILE
005720         AT END
005730             MOVE 'Y' TO DL1-STA-EOF-SW
005740         NOT AT END
005750             MOVE DL1-STA-RUN-ID TO DL1-SEARCH-RUN-ID
005760             PERFORM 2300-FIND-OR-ADD-HISTORY THRU
005770                     2300-FIND-OR-ADD-HISTORY-EXIT
005780             IF DL1-HIST-FOUND
005790                 MOVE DL1-STA-PROBLEM-ID
005800                     TO DL1-HIST-PROBLEM-ID (DL1-HIST-MATCH-IDX)
005810                 MOVE 'Y' TO DL1-HIST-STA-SW (DL1-HIST-MATCH-IDX)
005820                 MOVE DL1-STA-ELAPSED-SECS
005830                     TO DL1-HIST-ELAPSED (DL1-HIST-MATCH-IDX)
005840                 MOVE DL1-STA-ITERATIONS
005850                     TO DL1-HIST-ITERATIONS (DL1-HIST-MATCH-IDX)
005860             END-IF
005870     END-READ.
005880 2100-LOAD-ONE-TIMING-ROW-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------------
005920*    2200-LOAD-ONE-AUDIT-ROW - ONLY A RUN THAT FINISHED
005930*    (CONDITION CODE 0-4) TELLS US THE BOUND ITS TIMING ROW
005940*    WAS MEASURED AT.  A TARGET-SHAPED PROBLEM CARRIES IT IN
005950*    THE PARAMETER TEXT AFTER 'TARGET', NOT IN THE UPPER-
005960*    BOUND COLUMNS.
005970*----------------------------------------------------------------
005980 2200-LOAD-ONE-AUDIT-ROW.
005990     READ AUD-FILE
006000         AT END
006010             MOVE 'Y' TO DL1-AUD-EOF-SW
006020         NOT AT END
006030             IF DL1-AUD-COND-CODE NOT > 4
006040                 PERFORM 2210-NOTE-AUDIT-BOUND THRU
006050                         2210-NOTE-AUDIT-BOUND-EXIT
006060             END-IF
006070     END-READ.
006080 2200-LOAD-ONE-AUDIT-ROW-EXIT.
006090     EXIT.
006100
006110 2210-NOTE-AUDIT-BOUND.
006120     MOVE DL1-AUD-RUN-ID TO DL1-SEARCH-RUN-ID.
006130     PERFORM 2300-FIND-OR-ADD-HISTORY THRU
006140             2300-FIND-OR-ADD-HISTORY-EXIT.
006150     IF DL1-HIST-FOUND
006160         IF DL1-AUD-PARM-TEXT (1:6) = 'TARGET'
006170             MOVE DL1-AUD-PARM-TEXT (8:15) TO DL1-TARGET-EDIT
006180             MOVE DL1-TARGET-EDIT TO DL1-BOUND-WORK
006190             COMPUTE DL1-WORK-UNITS = DL1-BOUND-WORK ** 0.5
006200         ELSE
006210             MOVE DL1-AUD-UPPER-BOUND TO DL1-BOUND-WORK
006220             MOVE DL1-BOUND-WORK TO DL1-WORK-UNITS
006230         END-IF
006240         MOVE 'Y' TO DL1-HIST-AUD-SW (DL1-HIST-MATCH-IDX)
006250         MOVE DL1-WORK-UNITS
006255             TO DL1-HIST-UNITS (DL1-HIST-MATCH-IDX)
006260     END-IF.
006270 2210-NOTE-AUDIT-BOUND-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------------
006310*    2300-FIND-OR-ADD-HISTORY - THE SLOT FOR THE RUN-ID IN
006320*    DL1-SEARCH-RUN-ID, OR A NEW ONE WHILE THE TABLE HAS
006330*    ROOM.
006340*----------------------------------------------------------------
006350 2300-FIND-OR-ADD-HISTORY.
006360     PERFORM 2310-FIND-HISTORY THRU 2310-FIND-HISTORY-EXIT.
006370     IF NOT DL1-HIST-FOUND
006380         IF DL1-HIST-COUNT < 200
006390             ADD 1 TO DL1-HIST-COUNT
006400             MOVE DL1-HIST-COUNT TO DL1-HIST-MATCH-IDX
006410             MOVE DL1-SEARCH-RUN-ID
006420                 TO DL1-HIST-RUN-ID (DL1-HIST-MATCH-IDX)
006430             MOVE SPACES
006440                 TO DL1-HIST-PROBLEM-ID (DL1-HIST-MATCH-IDX)
006450             MOVE 'N' TO DL1-HIST-STA-SW (DL1-HIST-MATCH-IDX)
006460             MOVE ZERO TO DL1-HIST-ELAPSED (DL1-HIST-MATCH-IDX)
006470             MOVE ZERO
006480                 TO DL1-HIST-ITERATIONS (DL1-HIST-MATCH-IDX)
006490             MOVE 'N' TO DL1-HIST-AUD-SW (DL1-HIST-MATCH-IDX)
006500             MOVE ZERO TO DL1-HIST-UNITS (DL1-HIST-MATCH-IDX)
006510             MOVE 'Y' TO DL1-HIST-FOUND-SW
006520         ELSE
006530             ADD 1 TO DL1-HIST-DROPPED-COUNT
006540         END-IF
006550     END-IF.
006560 2300-FIND-OR-ADD-HISTORY-EXIT.
006570     EXIT.
006580
006590 2310-FIND-HISTORY.
006600     MOVE 'N' TO DL1-HIST-FOUND-SW.
006610     PERFORM 2320-TEST-ONE-HISTORY THRU
006620             2320-TEST-ONE-HISTORY-EXIT
006630         VARYING DL1-HIST-IDX FROM 1 BY 1
006640         UNTIL DL1-HIST-IDX > DL1-HIST-COUNT
006650            OR DL1-HIST-FOUND.
006660 2310-FIND-HISTORY-EXIT.
006670     EXIT.
006680
006690 2320-TEST-ONE-HISTORY.
006700     IF DL1-HIST-RUN-ID (DL1-HIST-IDX) = DL1-SEARCH-RUN-ID
006710         MOVE 'Y' TO DL1-HIST-FOUND-SW
006720         MOVE DL1-HIST-IDX TO DL1-HIST-MATCH-IDX
006730     END-IF.
006740 2320-TEST-ONE-HISTORY-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------------
006780*    2400-ADD-TO-PROBLEM-RATES - FOLD ONE RUN-ID'S LATEST
006790*    TIMING INTO ITS PROBLEM'S TOTALS.  A SUB-SECOND RUN
006800*    COUNTS AS ONE SECOND SO THE RATE STAYS FINITE.
006810*----------------------------------------------------------------
006820 2400-ADD-TO-PROBLEM-RATES.
006830     IF DL1-HIST-HAS-TIMING (DL1-HIST-IDX)
006840         MOVE DL1-HIST-PROBLEM-ID (DL1-HIST-IDX)
006850             TO DL1-SEARCH-PROBLEM-ID
006860         PERFORM 2410-FIND-PROBLEM THRU 2410-FIND-PROBLEM-EXIT
006870         IF NOT DL1-PROB-FOUND AND DL1-PROB-COUNT < 20
006880             ADD 1 TO DL1-PROB-COUNT
006890             MOVE DL1-PROB-COUNT TO DL1-PROB-MATCH-IDX
006896             MOVE DL1-SEARCH-PROBLEM-ID
006902                 TO DL1-PROB-ID (DL1-PROB-COUNT)
006910             MOVE ZERO TO DL1-PROB-ITERATIONS (DL1-PROB-COUNT)
006920             MOVE ZERO TO DL1-PROB-ELAPSED (DL1-PROB-COUNT)
006930             MOVE ZERO
006940                 TO DL1-PROB-UNIT-ITERATIONS (DL1-PROB-COUNT)
006950             MOVE ZERO TO DL1-PROB-UNITS (DL1-PROB-COUNT)
006960             MOVE 'Y' TO DL1-PROB-FOUND-SW
006970         END-IF
006980         IF DL1-PROB-FOUND
006990             PERFORM 2420-ADD-ONE-RUN-ID THRU
007000                     2420-ADD-ONE-RUN-ID-EXIT
007010         END-IF
007020     END-IF.
007030 2400-ADD-TO-PROBLEM-RATES-EXIT.
007040     EXIT.
007050
007060 2410-FIND-PROBLEM.
007070     MOVE 'N' TO DL1-PROB-FOUND-SW.
007080     PERFORM 2411-TEST-ONE-PROBLEM THRU
007090             2411-TEST-ONE-PROBLEM-EXIT
007100         VARYING DL1-PROB-IDX FROM 1 BY 1
007110         UNTIL DL1-PROB-IDX > DL1-PROB-COUNT
007120            OR DL1-PROB-FOUND.
007130 2410-FIND-PROBLEM-EXIT.
007140     EXIT.
007150
007160 2411-TEST-ONE-PROBLEM.
007170     IF DL1-PROB-ID (DL1-PROB-IDX) = DL1-SEARCH-PROBLEM-ID
007180         MOVE 'Y' TO DL1-PROB-FOUND-SW
007190         MOVE DL1-PROB-IDX TO DL1-PROB-MATCH-IDX
007200     END-IF.
007210 2411-TEST-ONE-PROBLEM-EXIT.
007220     EXIT.
007230
007240 2420-ADD-ONE-RUN-ID.
007250     MOVE DL1-HIST-ELAPSED (DL1-HIST-IDX) TO DL1-ELAPSED-WORK.
007260     IF DL1-ELAPSED-WORK < 1
007270         MOVE 1 TO DL1-ELAPSED-WORK
007280     END-IF.
007290     ADD DL1-HIST-ITERATIONS (DL1-HIST-IDX)
007300         TO DL1-PROB-ITERATIONS (DL1-PROB-MATCH-IDX).
007310     ADD DL1-ELAPSED-WORK
007315         TO DL1-PROB-ELAPSED (DL1-PROB-MATCH-IDX).
007320     IF DL1-HIST-HAS-AUDIT (DL1-HIST-IDX)
007330        AND DL1-HIST-UNITS (DL1-HIST-IDX) > ZERO
007340         ADD DL1-HIST-ITERATIONS (DL1-HIST-IDX)
007350             TO DL1-PROB-UNIT-ITERATIONS (DL1-PROB-MATCH-IDX)
007360         ADD DL1-HIST-UNITS (DL1-HIST-IDX)
007370             TO DL1-PROB-UNITS (DL1-PROB-MATCH-IDX)
007380     END-IF.
007390 2420-ADD-ONE-RUN-ID-EXIT.
007400     EXIT.
007410
007420*----------------------------------------------------------------
007430*    3000-FORECAST-RUN-BOOK - ONE PASS OF CTLFILE.  EVERY
007440*    RECORD DUE ON THE FORECAST DATE IS ESTIMATED AND PLACED
007450*    ON THE TIMELINE WHERE THE LAST ONE ENDED.  A MISSING OR
007460*    EMPTY CTLFILE IS A SETUP ERROR - THERE IS NO BOOK.
007470*----------------------------------------------------------------
007480 3000-FORECAST-RUN-BOOK.
007490     MOVE DL1-WINDOW-START-SECS TO DL1-BOOK-CLOCK-SECS.
007500     OPEN INPUT CTL-FILE.
007510     IF DL1-CTL-FILE-STATUS NOT = '00'
007520         MOVE 'CTLFILE COULD NOT BE OPENED - SETUP ERROR'
007530             TO DL1-EXCP-TEXT
007540         PERFORM 1900-REJECT-SETUP THRU 1900-REJECT-SETUP-EXIT
007550     ELSE
007560         OPEN OUTPUT PRT-FILE
007570         PERFORM 8100-START-NEW-PAGE THRU
007580                 8100-START-NEW-PAGE-EXIT
007590         PERFORM 3100-FORECAST-ONE-RECORD THRU
007600                 3100-FORECAST-ONE-RECORD-EXIT
007610             UNTIL DL1-CTL-AT-EOF
007620         CLOSE CTL-FILE
007624         IF DL1-CTL-READ-COUNT = ZERO
007628             CLOSE PRT-FILE
007632             MOVE 'CTLFILE IS EMPTY - SETUP ERROR'
007634                 TO DL1-EXCP-TEXT
007636             PERFORM 1900-REJECT-SETUP THRU 1900-REJECT-SETUP-EXIT
007640         ELSE
007644             IF DL1-DUE-COUNT = ZERO
007648                 MOVE DL1-NOTHING-DUE-LINE TO DL1-PRT-RECORD
007652                 PERFORM 8300-WRITE-PRINT-LINE THRU
007656                         8300-WRITE-PRINT-LINE-EXIT
007660             END-IF
007670         END-IF
007680     END-IF.
007690 3000-FORECAST-RUN-BOOK-EXIT.
007700     EXIT.
007710
007720 3100-FORECAST-ONE-RECORD.
007730     READ CTL-FILE
007740         AT END
007750             MOVE 'Y' TO DL1-CTL-EOF-SW
007760         NOT AT END
007765             ADD 1 TO DL1-CTL-READ-COUNT
007770             CALL 'DL1F0001' USING DL1-CONTROL-RECORD
007780                                  DL1-RUN-DATE-YMD
007790                                  DL1-DUE-SW
007800                                  DL1-SKIP-REASON
007810             IF DL1-RECORD-DUE
007812                 PERFORM 3150-CHECK-CATALOG THRU
007814                         3150-CHECK-CATALOG-EXIT
007816             END-IF
007818             IF DL1-RECORD-DUE
007820                 PERFORM 3200-ESTIMATE-ONE-RECORD THRU
007830                         3200-ESTIMATE-ONE-RECORD-EXIT
007840                 PERFORM 3500-PLACE-ONE-RECORD THRU
007850                         3500-PLACE-ONE-RECORD-EXIT
007860             END-IF
007870     END-READ.
007880 3100-FORECAST-ONE-RECORD-EXIT.
007890     EXIT.
007891
007892*----------------------------------------------------------------
007893*    3150-CHECK-CATALOG - THE DRIVER SKIPS A DISABLED PROBLEM
007894*    AND FAILS AN UNKNOWN ONE WITHOUT A CALL, SO NEITHER TAKES
007895*    WINDOW TIME.  A CATALOG THAT CANNOT BE READ LEAVES THE
007896*    RECORD IN, SIZED BY ITS UPPER BOUND, AND IS REPORTED.
007897*    THE ROW IS KEPT FOR 3300-SET-WORK-UNITS.
007898*----------------------------------------------------------------
007899 3150-CHECK-CATALOG.
007900     MOVE DL1-CTL-PROBLEM-ID TO DL1-PRBP-PROBLEM-ID.
007901     CALL 'DL1I0001' USING DL1-CATALOG-PARMS
007902                           DL1-PROBLEM-CATALOG-RECORD.
007903     EVALUATE TRUE
007904         WHEN DL1-PRBP-FOUND
007905          AND DL1-PRB-DISABLED
007906             MOVE 'N' TO DL1-DUE-SW
007907             ADD 1 TO DL1-CATALOG-SKIP-COUNT
007908         WHEN DL1-PRBP-NOT-FOUND
007909             MOVE 'N' TO DL1-DUE-SW
007910             ADD 1 TO DL1-CATALOG-SKIP-COUNT
007911         WHEN DL1-PRBP-UNAVAILABLE
007912             ADD 1 TO DL1-CATALOG-UNREAD-COUNT
007913     END-EVALUATE.
007914 3150-CHECK-CATALOG-EXIT.
007915     EXIT.
007916
007917*----------------------------------------------------------------
007920*    3200-ESTIMATE-ONE-RECORD - HISTORY WHEN THE BOUND IS
007930*    THE ONE LAST MEASURED (OR UNKNOWN); OTHERWISE SCALED
007940*    FROM ITERATIONS PER SECOND, SEE THE PROGRAM HEADER.
007950*----------------------------------------------------------------
007960 3200-ESTIMATE-ONE-RECORD.
007970     PERFORM 3300-SET-WORK-UNITS THRU 3300-SET-WORK-UNITS-EXIT.
007980     MOVE DL1-CTL-RUN-ID TO DL1-SEARCH-RUN-ID.
007990     PERFORM 2310-FIND-HISTORY THRU 2310-FIND-HISTORY-EXIT.
008000     IF DL1-HIST-FOUND
008010         IF NOT DL1-HIST-HAS-TIMING (DL1-HIST-MATCH-IDX)
008020            OR DL1-HIST-ITERATIONS (DL1-HIST-MATCH-IDX) = ZERO
008030             MOVE 'N' TO DL1-HIST-FOUND-SW
008040         END-IF
008050     END-IF.
008060     IF DL1-HIST-FOUND
008070         IF DL1-HIST-HAS-AUDIT (DL1-HIST-MATCH-IDX)
008080            AND DL1-HIST-UNITS (DL1-HIST-MATCH-IDX) > ZERO
008090            AND DL1-HIST-UNITS (DL1-HIST-MATCH-IDX)
008100                NOT = DL1-WORK-UNITS
008110             PERFORM 3410-SCALE-OWN-HISTORY THRU
008120                     3410-SCALE-OWN-HISTORY-EXIT
008130         ELSE
008140             MOVE 'HISTORY' TO DL1-ESTIMATE-BASIS
008150             MOVE DL1-HIST-ELAPSED (DL1-HIST-MATCH-IDX)
008160                 TO DL1-ESTIMATE-SECS
008170         END-IF
008180     ELSE
008190         PERFORM 3420-SCALE-PROBLEM-RATE THRU
008200                 3420-SCALE-PROBLEM-RATE-EXIT
008210     END-IF.
008220 3200-ESTIMATE-ONE-RECORD-EXIT.
008230     EXIT.
008240
008250*----------------------------------------------------------------
008260*    3300-SET-WORK-UNITS - THE WORK A RUN DOES GROWS WITH ITS
008270*    UPPER BOUND, EXCEPT FOR A TARGET-SHAPED PROBLEM (TRIAL
008280*    DIVISION), WHICH GROWS WITH THE SQUARE ROOT OF ITS TARGET.
008290*----------------------------------------------------------------
008300 3300-SET-WORK-UNITS.
008310     IF DL1-PRBP-FOUND
008315        AND DL1-PRB-SHAPE-TARGET
008320         MOVE DL1-CTL-TARGET-NUMBER TO DL1-BOUND-WORK
008330         COMPUTE DL1-WORK-UNITS = DL1-BOUND-WORK ** 0.5
008340     ELSE
008350         MOVE DL1-CTL-UPPER-BOUND TO DL1-BOUND-WORK
008360         MOVE DL1-BOUND-WORK TO DL1-WORK-UNITS
008370     END-IF.
008380 3300-SET-WORK-UNITS-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------------
008420*    3410-SCALE-OWN-HISTORY - THE BOUND MOVED SINCE THE LAST
008430*    RUN: THAT RUN'S ITERATIONS GROWN IN PROPORTION TO THE
008440*    BOUND UNITS, AT THAT RUN'S ITERATIONS PER SECOND.
008450*----------------------------------------------------------------
008460 3410-SCALE-OWN-HISTORY.
008470     MOVE 'BOUND CHANGED' TO DL1-ESTIMATE-BASIS.
008480     MOVE DL1-HIST-ELAPSED (DL1-HIST-MATCH-IDX)
008490         TO DL1-ELAPSED-WORK.
008500     IF DL1-ELAPSED-WORK < 1
008510         MOVE 1 TO DL1-ELAPSED-WORK
008520     END-IF.
008530     COMPUTE DL1-ITER-PER-SEC ROUNDED =
008540         DL1-HIST-ITERATIONS (DL1-HIST-MATCH-IDX)
008550         / DL1-ELAPSED-WORK.
008560     COMPUTE DL1-ITER-ESTIMATE ROUNDED =
008570         DL1-HIST-ITERATIONS (DL1-HIST-MATCH-IDX)
008580         * DL1-WORK-UNITS / DL1-HIST-UNITS (DL1-HIST-MATCH-IDX)
008590         ON SIZE ERROR
008600             MOVE 999999999999999 TO DL1-ITER-ESTIMATE
008610     END-COMPUTE.
008620     PERFORM 3430-SECONDS-FROM-RATE THRU
008630             3430-SECONDS-FROM-RATE-EXIT.
008640 3410-SCALE-OWN-HISTORY-EXIT.
008650     EXIT.
008660
008670*----------------------------------------------------------------
008680*    3420-SCALE-PROBLEM-RATE - NO TIMING FOR THIS RUN-ID:
008690*    THE PROBLEM'S ITERATIONS PER BOUND UNIT (ONE WHEN NO
008700*    RUN OF IT HAS A KNOWN BOUND) AT THE PROBLEM'S
008710*    ITERATIONS PER SECOND, OR AT THE CARD'S DEFAULT RATE
008720*    WHEN THE PROBLEM HAS NEVER RUN.
008730*----------------------------------------------------------------
008740 3420-SCALE-PROBLEM-RATE.
008750     MOVE DL1-CTL-PROBLEM-ID TO DL1-SEARCH-PROBLEM-ID.
008760     PERFORM 2410-FIND-PROBLEM THRU 2410-FIND-PROBLEM-EXIT.
008770     MOVE 1 TO DL1-ITER-PER-UNIT.
008780     IF DL1-PROB-FOUND
008790         MOVE 'NO HISTORY' TO DL1-ESTIMATE-BASIS
008800         COMPUTE DL1-ITER-PER-SEC ROUNDED =
008810             DL1-PROB-ITERATIONS (DL1-PROB-MATCH-IDX)
008820             / DL1-PROB-ELAPSED (DL1-PROB-MATCH-IDX)
008830         IF DL1-PROB-UNITS (DL1-PROB-MATCH-IDX) > ZERO
008840             COMPUTE DL1-ITER-PER-UNIT ROUNDED =
008850                 DL1-PROB-UNIT-ITERATIONS (DL1-PROB-MATCH-IDX)
008860                 / DL1-PROB-UNITS (DL1-PROB-MATCH-IDX)
008870                 ON SIZE ERROR
008880                     MOVE 1 TO DL1-ITER-PER-UNIT
008890             END-COMPUTE
008900         END-IF
008910     ELSE
008920         MOVE 'DEFAULT RATE' TO DL1-ESTIMATE-BASIS
008930         MOVE DL1-DEFAULT-RATE TO DL1-ITER-PER-SEC
008940     END-IF.
008950     COMPUTE DL1-ITER-ESTIMATE ROUNDED =
008960         DL1-WORK-UNITS * DL1-ITER-PER-UNIT
008970         ON SIZE ERROR
008980             MOVE 999999999999999 TO DL1-ITER-ESTIMATE
008990     END-COMPUTE.
009000     PERFORM 3430-SECONDS-FROM-RATE THRU
009010             3430-SECONDS-FROM-RATE-EXIT.
009020 3420-SCALE-PROBLEM-RATE-EXIT.
009030     EXIT.
009040
009050 3430-SECONDS-FROM-RATE.
009060     IF DL1-ITER-PER-SEC NOT > ZERO
009070         MOVE DL1-DEFAULT-RATE TO DL1-ITER-PER-SEC
009080     END-IF.
009090     COMPUTE DL1-ESTIMATE-SECS ROUNDED =
009100         DL1-ITER-ESTIMATE / DL1-ITER-PER-SEC
009110         ON SIZE ERROR
009120             MOVE 999999999 TO DL1-ESTIMATE-SECS
009130     END-COMPUTE.
009140 3430-SECONDS-FROM-RATE-EXIT.
009150     EXIT.
009160
009170*----------------------------------------------------------------
009180*    3500-PLACE-ONE-RECORD - START WHERE THE BOOK CLOCK
009190*    STANDS, END AN ESTIMATE LATER.  THE FIRST RECORD TO
009200*    END PAST THE WINDOW END IS FLAGGED; EVERY ONE AFTER IT
009210*    IS MARKED PAST THE WINDOW.
009220*----------------------------------------------------------------
009230 3500-PLACE-ONE-RECORD.
009240     MOVE SPACES TO DL1-DETAIL-LINE.
009250     MOVE DL1-BOOK-CLOCK-SECS TO DL1-CLOCK-WORK.
009260     PERFORM 8400-FORMAT-CLOCK THRU 8400-FORMAT-CLOCK-EXIT.
009270     MOVE DL1-CLOCK-TEXT TO DL1-DTL-START.
009280     ADD DL1-ESTIMATE-SECS TO DL1-BOOK-CLOCK-SECS.
009290     ADD DL1-ESTIMATE-SECS TO DL1-TOTAL-ESTIMATE.
009300     MOVE DL1-BOOK-CLOCK-SECS TO DL1-CLOCK-WORK.
009310     PERFORM 8400-FORMAT-CLOCK THRU 8400-FORMAT-CLOCK-EXIT.
009320     MOVE DL1-CLOCK-TEXT TO DL1-DTL-END.
009330     IF DL1-DUE-COUNT < 200
009340         ADD 1 TO DL1-DUE-COUNT
009350         MOVE DL1-CTL-RUN-ID TO DL1-DUE-RUN-ID (DL1-DUE-COUNT)
009360         MOVE DL1-CTL-PROBLEM-ID
009370             TO DL1-DUE-PROBLEM-ID (DL1-DUE-COUNT)
009380         MOVE DL1-ESTIMATE-SECS
009390             TO DL1-DUE-ESTIMATE (DL1-DUE-COUNT)
009400         MOVE SPACE TO DL1-DUE-ADVICE-SW (DL1-DUE-COUNT)
009410     ELSE
009420         ADD 1 TO DL1-DUE-DROPPED-COUNT
009430     END-IF.
009440     IF DL1-BOOK-CLOCK-SECS > DL1-WINDOW-END-SECS
009450         IF DL1-OVERRUN-IDX = ZERO
009460             MOVE DL1-DUE-COUNT TO DL1-OVERRUN-IDX
009470             MOVE DL1-CTL-RUN-ID TO DL1-OVR-RUN-ID
009480             MOVE DL1-CLOCK-TEXT TO DL1-OVR-END
009490             MOVE '*** FIRST OVERRUN OF WINDOW' TO DL1-DTL-NOTE
009500         ELSE
009510             MOVE 'PAST WINDOW END' TO DL1-DTL-NOTE
009520         END-IF
009530     END-IF.
009540     MOVE DL1-DUE-COUNT TO DL1-DTL-SEQ.
009550     MOVE DL1-CTL-RUN-ID TO DL1-DTL-RUN-ID.
009560     MOVE DL1-CTL-PROBLEM-ID TO DL1-DTL-PROBLEM-ID.
009570     MOVE DL1-ESTIMATE-BASIS TO DL1-DTL-BASIS.
009580     MOVE DL1-ESTIMATE-SECS TO DL1-DTL-ESTIMATE.
009590     PERFORM 8200-WRITE-DETAIL-LINE THRU
009600             8200-WRITE-DETAIL-LINE-EXIT.
009610 3500-PLACE-ONE-RECORD-EXIT.
009620     EXIT.
009630
009640*----------------------------------------------------------------
009650*    5000-RECOMMEND - ONLY WHEN THE BOOK OVERRUNS.  FIRST
009660*    THE LARGEST PROBLEM-0001 RUN GOES TO THE DL1J006S
009670*    PIPELINE (IT SPLITS ONE RUN INTO FOUR PARALLEL WORKERS,
009680*    SO IT LEAVES THE SERIAL BOOK ENTIRELY), THEN THE LARGEST
009690*    REMAINING RUNS ARE DEFERRED UNTIL ENOUGH TIME IS FREED.
009700*----------------------------------------------------------------
009710 5000-RECOMMEND.
009720     IF DL1-BOOK-CLOCK-SECS > DL1-WINDOW-END-SECS
009730         COMPUTE DL1-OVERRUN-SECS =
009740             DL1-BOOK-CLOCK-SECS - DL1-WINDOW-END-SECS
009750         MOVE ZERO TO DL1-FREED-SECS
009760         MOVE ZERO TO DL1-SEGMENT-IDX
009770         MOVE ZERO TO DL1-PICK-ESTIMATE
009780         PERFORM 5100-TEST-SEGMENT-CANDIDATE THRU
009790                 5100-TEST-SEGMENT-CANDIDATE-EXIT
009800             VARYING DL1-DUE-IDX FROM 1 BY 1
009810             UNTIL DL1-DUE-IDX > DL1-DUE-COUNT
009820         IF DL1-SEGMENT-IDX > ZERO
009830             MOVE 'S' TO DL1-DUE-ADVICE-SW (DL1-SEGMENT-IDX)
009840             ADD DL1-DUE-ESTIMATE (DL1-SEGMENT-IDX)
009850                 TO DL1-FREED-SECS
009860         END-IF
009870         MOVE 1 TO DL1-PICK-IDX
009880         PERFORM 5200-DEFER-LARGEST-RUN THRU
009890                 5200-DEFER-LARGEST-RUN-EXIT
009900             UNTIL DL1-FREED-SECS NOT < DL1-OVERRUN-SECS
009910                OR DL1-PICK-IDX = ZERO
009920     END-IF.
009930 5000-RECOMMEND-EXIT.
009940     EXIT.
009950
009960 5100-TEST-SEGMENT-CANDIDATE.
009970     IF DL1-DUE-PROBLEM-ID (DL1-DUE-IDX) = '0001'
009980        AND DL1-DUE-ESTIMATE (DL1-DUE-IDX) > DL1-PICK-ESTIMATE
009990         MOVE DL1-DUE-IDX TO DL1-SEGMENT-IDX
010000         MOVE DL1-DUE-ESTIMATE (DL1-DUE-IDX) TO DL1-PICK-ESTIMATE
010010     END-IF.
010020 5100-TEST-SEGMENT-CANDIDATE-EXIT.
010030     EXIT.
010040
010050 5200-DEFER-LARGEST-RUN.
010060     MOVE ZERO TO DL1-PICK-IDX.
010070     MOVE ZERO TO DL1-PICK-ESTIMATE.
010080     PERFORM 5210-TEST-DEFER-CANDIDATE THRU
010090             5210-TEST-DEFER-CANDIDATE-EXIT
010100         VARYING DL1-DUE-IDX FROM 1 BY 1
010110         UNTIL DL1-DUE-IDX > DL1-DUE-COUNT.
010120     IF DL1-PICK-IDX > ZERO
010130         MOVE 'D' TO DL1-DUE-ADVICE-SW (DL1-PICK-IDX)
010140         ADD DL1-DUE-ESTIMATE (DL1-PICK-IDX) TO DL1-FREED-SECS
010150     END-IF.
010160 5200-DEFER-LARGEST-RUN-EXIT.
010170     EXIT.
010180
010190 5210-TEST-DEFER-CANDIDATE.
010200     IF DL1-DUE-NO-ADVICE (DL1-DUE-IDX)
010210        AND DL1-DUE-ESTIMATE (DL1-DUE-IDX) > DL1-PICK-ESTIMATE
010220         MOVE DL1-DUE-IDX TO DL1-PICK-IDX
010230         MOVE DL1-DUE-ESTIMATE (DL1-DUE-IDX) TO DL1-PICK-ESTIMATE
010240     END-IF.
010250 5210-TEST-DEFER-CANDIDATE-EXIT.
010260     EXIT.
010270
010280*----------------------------------------------------------------
010290*    8000-FINISH-REPORT - TOTALS, THE VERDICT, AND FOR AN
010300*    OVERRUN THE RECOMMENDATIONS AND A DL1-0901W WARNING SO
010310*    THE SHIFT LEAD SEES IT BEFORE THE WINDOW OPENS.
010320*----------------------------------------------------------------
010330 8000-FINISH-REPORT.
010340     MOVE SPACES TO DL1-PRT-RECORD.
010350     PERFORM 8300-WRITE-PRINT-LINE THRU
010360             8300-WRITE-PRINT-LINE-EXIT.
010370     MOVE DL1-DUE-COUNT TO DL1-TOT-DUE.
010380     MOVE DL1-TOTAL-ESTIMATE TO DL1-TOT-ESTIMATE.
010390     MOVE DL1-BOOK-CLOCK-SECS TO DL1-CLOCK-WORK.
010400     PERFORM 8400-FORMAT-CLOCK THRU 8400-FORMAT-CLOCK-EXIT.
010410     MOVE DL1-CLOCK-TEXT TO DL1-TOT-END.
010420     MOVE DL1-TOTAL-LINE TO DL1-PRT-RECORD.
010430     PERFORM 8300-WRITE-PRINT-LINE THRU
010440             8300-WRITE-PRINT-LINE-EXIT.
010450     IF DL1-OVERRUN-IDX = ZERO
010460         COMPUTE DL1-REMAINING-SECS =
010470             DL1-WINDOW-END-SECS - DL1-BOOK-CLOCK-SECS
010480         MOVE DL1-REMAINING-SECS TO DL1-FIT-SPARE
010490         MOVE DL1-FITS-LINE TO DL1-PRT-RECORD
010500         PERFORM 8300-WRITE-PRINT-LINE THRU
010510                 8300-WRITE-PRINT-LINE-EXIT
010520         DISPLAY 'DL1-0001-FORECAST COMPLETE - ' DL1-DUE-COUNT
010530                 ' RECORD(S) DUE ' DL1-RUN-DATE-TEXT
010540                 ' - THE BOOK FITS THE WINDOW'
010550     ELSE
010560         MOVE DL1-OVERRUN-SECS TO DL1-OVR-SECS
010570         MOVE DL1-OVERRUN-LINE TO DL1-PRT-RECORD
010580         PERFORM 8300-WRITE-PRINT-LINE THRU
010590                 8300-WRITE-PRINT-LINE-EXIT
010600         PERFORM 8500-PRINT-RECOMMENDATIONS THRU
010610                 8500-PRINT-RECOMMENDATIONS-EXIT
010620         DISPLAY 'DL1-0001-FORECAST COMPLETE - ' DL1-DUE-COUNT
010630                 ' RECORD(S) DUE ' DL1-RUN-DATE-TEXT
010640                 ' - PROJECTED OVERRUN AT ' DL1-OVR-RUN-ID
010650         MOVE DL1-OVR-RUN-ID TO DL1-EXCP-RUN-ID
010660         MOVE 'DL1-0901W' TO DL1-EXCP-MSG-ID
010670         MOVE 'W' TO DL1-EXCP-SEVERITY
010680         MOVE 'RUN BOOK PROJECTED TO OVERRUN THE BATCH WINDOW'
010690             TO DL1-EXCP-TEXT
010700         PERFORM 9100-NOTIFY-EXCEPTION THRU
010710                 9100-NOTIFY-EXCEPTION-EXIT
010720         MOVE 4 TO RETURN-CODE
010730     END-IF.
010731     IF DL1-CATALOG-SKIP-COUNT > ZERO
010732         DISPLAY 'DL1-0001-FORECAST - ' DL1-CATALOG-SKIP-COUNT
010733                 ' DUE RECORD(S) LEFT OUT - PROBLEM DISABLED OR '
010734                 'NOT IN THE CATALOG'
010735     END-IF.
010736     IF DL1-CATALOG-UNREAD-COUNT > ZERO
010737         DISPLAY 'DL1-0001-FORECAST - PROBLEM CATALOG COULD NOT '
010738                 'BE READ FOR ' DL1-CATALOG-UNREAD-COUNT
010739                 ' RECORD(S) - FORECAST BY UPPER BOUND'
010740     END-IF.
010741     IF DL1-DUE-DROPPED-COUNT > ZERO
010750         DISPLAY 'DL1-0001-FORECAST - MORE THAN 200 RECORDS '
010760                 'DUE - ONLY THE FIRST 200 CAN BE RECOMMENDED'
010770     END-IF.
010780     CLOSE PRT-FILE.
010790 8000-FINISH-REPORT-EXIT.
010800     EXIT.
010810
010820*----------------------------------------------------------------
010830*    8100-START-NEW-PAGE / 8200-WRITE-DETAIL-LINE /
010840*    8300-WRITE-PRINT-LINE - PAGE-BREAK BOOKKEEPING AROUND
010850*    EVERY PRINTED LINE.
010860*----------------------------------------------------------------
010870 8100-START-NEW-PAGE.
010880     ADD 1 TO DL1-PAGE-COUNT.
010890     MOVE DL1-TODAY-TEXT TO DL1-HDG1-DATE.
010900     MOVE DL1-PAGE-COUNT TO DL1-HDG1-PAGE.
010910     IF DL1-PAGE-COUNT = 1
010920         WRITE DL1-PRT-RECORD FROM DL1-HDG1-LINE
010930             AFTER ADVANCING 1 LINE
010940     ELSE
010950         WRITE DL1-PRT-RECORD FROM DL1-HDG1-LINE
010960             AFTER ADVANCING PAGE
010970     END-IF.
010980     MOVE DL1-RUN-DATE-TEXT TO DL1-HDG2-RUN-DATE.
010990     MOVE DL1-WINDOW-START-SECS TO DL1-CLOCK-WORK.
011000     PERFORM 8400-FORMAT-CLOCK THRU 8400-FORMAT-CLOCK-EXIT.
011010     MOVE DL1-CLOCK-TEXT TO DL1-HDG2-START.
011020     MOVE DL1-WINDOW-END-SECS TO DL1-CLOCK-WORK.
011030     PERFORM 8400-FORMAT-CLOCK THRU 8400-FORMAT-CLOCK-EXIT.
011040     MOVE DL1-CLOCK-TEXT TO DL1-HDG2-END.
011050     WRITE DL1-PRT-RECORD FROM DL1-HDG2-LINE
011060         AFTER ADVANCING 2 LINES.
011070     WRITE DL1-PRT-RECORD FROM DL1-HDG3-LINE
011080         AFTER ADVANCING 2 LINES.
011090     MOVE SPACES TO DL1-PRT-RECORD.
011100     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
011110     MOVE ZERO TO DL1-LINE-COUNT.
011120 8100-START-NEW-PAGE-EXIT.
011130     EXIT.
011140
011150 8200-WRITE-DETAIL-LINE.
011160     MOVE DL1-DETAIL-LINE TO DL1-PRT-RECORD.
011170     PERFORM 8300-WRITE-PRINT-LINE THRU
011180             8300-WRITE-PRINT-LINE-EXIT.
011190 8200-WRITE-DETAIL-LINE-EXIT.
011200     EXIT.
011210
011220 8300-WRITE-PRINT-LINE.
011230     IF DL1-LINE-COUNT >= DL1-LINES-PER-PAGE
011240         MOVE DL1-PRT-RECORD TO DL1-DETAIL-LINE
011250         PERFORM 8100-START-NEW-PAGE THRU
011260                 8100-START-NEW-PAGE-EXIT
011270         MOVE DL1-DETAIL-LINE TO DL1-PRT-RECORD
011280     END-IF.
011290     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
011300     ADD 1 TO DL1-LINE-COUNT.
011310 8300-WRITE-PRINT-LINE-EXIT.
011320     EXIT.
011330
011340*----------------------------------------------------------------
011350*    8400-FORMAT-CLOCK - SECONDS FROM MIDNIGHT OF THE DAY THE
011360*    WINDOW OPENS AS HH:MM:SS, WITH +N FOR A LATER DAY.
011370*----------------------------------------------------------------
011380 8400-FORMAT-CLOCK.
011390     DIVIDE DL1-CLOCK-WORK BY 86400 GIVING DL1-CLOCK-DAYS
011400         REMAINDER DL1-CLOCK-REST.
011410     DIVIDE DL1-CLOCK-REST BY 3600 GIVING DL1-CLOCK-HH
011420         REMAINDER DL1-CLOCK-REST.
011430     DIVIDE DL1-CLOCK-REST BY 60 GIVING DL1-CLOCK-MM
011440         REMAINDER DL1-CLOCK-SS.
011450     MOVE SPACES TO DL1-CLOCK-TEXT.
011460     MOVE DL1-CLOCK-HH TO DL1-CLOCK-TEXT (1:2).
011470     MOVE ':' TO DL1-CLOCK-TEXT (3:1).
011480     MOVE DL1-CLOCK-MM TO DL1-CLOCK-TEXT (4:2).
011490     MOVE ':' TO DL1-CLOCK-TEXT (6:1).
011500     MOVE DL1-CLOCK-SS TO DL1-CLOCK-TEXT (7:2).
011510     IF DL1-CLOCK-DAYS > ZERO
011520         IF DL1-CLOCK-DAYS > 9
011530             MOVE 9 TO DL1-CLOCK-DAY-DIGIT
011540         ELSE
011550             MOVE DL1-CLOCK-DAYS TO DL1-CLOCK-DAY-DIGIT
011560         END-IF
011570         MOVE '+' TO DL1-CLOCK-TEXT (9:1)
011580         MOVE DL1-CLOCK-DAY-DIGIT TO DL1-CLOCK-TEXT (10:1)
011590     END-IF.
011600 8400-FORMAT-CLOCK-EXIT.
011610     EXIT.
011620
011630*----------------------------------------------------------------
011640*    8500-PRINT-RECOMMENDATIONS - ONE LINE PER RUN TO TAKE
011650*    OUT OF THE BOOK, THEN WHERE THE BOOK WOULD END WITHOUT
011660*    THEM.
011670*----------------------------------------------------------------
011680 8500-PRINT-RECOMMENDATIONS.
011690     MOVE SPACES TO DL1-PRT-RECORD.
011700     PERFORM 8300-WRITE-PRINT-LINE THRU
011710             8300-WRITE-PRINT-LINE-EXIT.
011720     MOVE DL1-ADVICE-HDG-LINE TO DL1-PRT-RECORD.
011730     PERFORM 8300-WRITE-PRINT-LINE THRU
011740             8300-WRITE-PRINT-LINE-EXIT.
011750     PERFORM 8510-PRINT-ONE-ADVICE THRU
011760             8510-PRINT-ONE-ADVICE-EXIT
011770         VARYING DL1-DUE-IDX FROM 1 BY 1
011780         UNTIL DL1-DUE-IDX > DL1-DUE-COUNT.
011790     COMPUTE DL1-CLOCK-WORK =
011800         DL1-BOOK-CLOCK-SECS - DL1-FREED-SECS.
011810     PERFORM 8400-FORMAT-CLOCK THRU 8400-FORMAT-CLOCK-EXIT.
011820     MOVE DL1-CLOCK-TEXT TO DL1-ADE-END.
011830     MOVE DL1-ADVICE-END-LINE TO DL1-PRT-RECORD.
011840     PERFORM 8300-WRITE-PRINT-LINE THRU
011850             8300-WRITE-PRINT-LINE-EXIT.
011860 8500-PRINT-RECOMMENDATIONS-EXIT.
011870     EXIT.
011880
011890 8510-PRINT-ONE-ADVICE.
011900     IF NOT DL1-DUE-NO-ADVICE (DL1-DUE-IDX)
011910         MOVE SPACES TO DL1-ADV-NOTE
011920         MOVE DL1-DUE-RUN-ID (DL1-DUE-IDX) TO DL1-ADV-RUN-ID
011930         MOVE DL1-DUE-ESTIMATE (DL1-DUE-IDX) TO DL1-ADV-SECS
011940         IF DL1-DUE-SEGMENT (DL1-DUE-IDX)
011950             MOVE 'SEND TO DL1J006S PIPELINE' TO DL1-ADV-ACTION
011960             COMPUTE DL1-PICK-ESTIMATE =
011970                 DL1-DUE-ESTIMATE (DL1-DUE-IDX) / 4
011980             MOVE '(FOUR PARALLEL SEGMENTS, EACH ABOUT '
011990                 TO DL1-ADV-NOTE
012000             MOVE DL1-PICK-ESTIMATE TO DL1-ADV-SECS-NOTE
012010             MOVE DL1-ADV-SECS-NOTE TO DL1-ADV-NOTE (37:9)
012020             MOVE ' SECONDS)' TO DL1-ADV-NOTE (46:9)
012030         ELSE
012040             MOVE 'DEFER TO A LATER NIGHT' TO DL1-ADV-ACTION
012050         END-IF
012060         MOVE DL1-ADVICE-LINE TO DL1-PRT-RECORD
012070         PERFORM 8300-WRITE-PRINT-LINE THRU
012080                 8300-WRITE-PRINT-LINE-EXIT
012090     END-IF.
012100 8510-PRINT-ONE-ADVICE-EXIT.
012110     EXIT.
012120
012130*----------------------------------------------------------------
012140*    9100-NOTIFY-EXCEPTION - COMMON EXCEPTION RECORD PLUS
012150*    NUMBERED CONSOLE MESSAGE.  MSG-ID, SEVERITY, RUN-ID AND
012160*    TEXT ARE SET BY THE CALLER.
012170*----------------------------------------------------------------
012180 9100-NOTIFY-EXCEPTION.
012190     MOVE 'DL1Y0002' TO DL1-EXCP-PROGRAM.
012200     CALL 'DL1E0001' USING DL1-EXCEPTION-PARMS.
012210 9100-NOTIFY-EXCEPTION-EXIT.
012220     EXIT.
012230
012240 END PROGRAM DL1Y0002.
