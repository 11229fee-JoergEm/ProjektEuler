000100*----------------------------------------------------------------
000110*    DL1M0001 - PROJECT EULER FAMILY - SUMMATION DRIVER
000120*
000130*    READS EVERY CONTROL RECORD ON CTLFILE AND CALLS THE
000140*    PROBLEM MODULE ONCE PER RECORD, PASSING THE CONTROL
000150*    RECORD ON THE CALL INSTEAD OF LETTING THE SUMMATION
000160*    MODULE OPEN CTLFILE ITSELF.  THIS IS THE PROGRAM JCL
000170*    SHOULD EXECUTE - 0001MULTIPLESOF3OR5 IS NOW A CALLABLE
000180*    SUBPROGRAM, NOT A STANDALONE MAIN PROGRAM.
000190*
000200*    MODIFICATION HISTORY
000210*    DATE       INIT  DESCRIPTION
000220*    ---------- ----  ----------------------------------
000230*    2026-08-09 JM    ORIGINAL DRIVER.
000240*    2026-08-09 JM    2000-CALL-PROBLEM NOW DISPATCHES ON
000250*                     DL1-CTL-PROBLEM-ID INSTEAD OF CALLING
000260*                     0001MULTIPLESOF3OR5 UNCONDITIONALLY, SO
000270*                     FUTURE SUMMATION SUB-MODULES CAN BE
000280*                     PLUGGED IN UNDER THIS SAME ENTRY POINT.
000290*                     ADDED FILE STATUS/AT END CHECKING ON THE
000300*                     CTLFILE READ INSTEAD OF AN UNCHECKED READ.
000310*    2026-08-22 JM    RUN-BOOK MODE - INSTEAD OF READING EXACTLY
000320*                     ONE CONTROL RECORD AND STOPPING, THE
000330*                     DRIVER NOW LOOPS THROUGH EVERY RECORD ON
000340*                     CTLFILE AND DISPATCHES ONCE PER RECORD,
000350*                     SO FIVE PARAMETER SETS NO LONGER NEED
000360*                     FIVE SUBMITS OF DL1J0001.  THE DRIVER
000370*                     TRUNCATES RPTFILE ONCE AT START-UP AND
000380*                     THE PROBLEM MODULES APPEND ONE REPORT
000390*                     LINE PER RUN, SO THE REPORT CARRIES THE
000400*                     WHOLE RUN BOOK.  EACH RECORD'S CONDITION
000410*                     CODE IS LOGGED AND THE JOB'S FINAL
000420*                     RETURN-CODE IS THE WORST ONE SEEN.
000430*    2026-08-22 JM    ADDED PROBLEM 0002 (EVEN FIBONACCI SUM,
000440*                     0002EVENFIBONACCI) TO THE DISPATCH.
000450*    2026-08-22 JM    ABNORMAL PATHS (CTLFILE UNOPENABLE OR
000460*                     EMPTY, UNKNOWN PROBLEM ID) NOW ALSO WRITE
000470*                     THE COMMON EXCEPTION RECORD AND ISSUE THE
000480*                     NUMBERED CONSOLE MESSAGE VIA DL1E0001
000490*                     (MESSAGES DL1-0201E / DL1-0202E /
000500*                     DL1-0203E) SO AUTOMATION CAN TRAP THEM.
000510*    2026-09-02 JM    ADDED PROBLEM 0003 (LARGEST PRIME
000520*                     FACTOR, 0003LARGESTPRIMEFACTOR) TO THE
000530*                     DISPATCH - THE FIRST NON-SUMMATION
000540*                     MODULE UNDER THIS DRIVER.  SEE THE
000550*                     ANSWER-TYPE GENERALIZATION IN CTLREC00/
000560*                     RPTREC00/AUDREC00.
000570*    2026-09-02 JM    CALENDAR-DRIVEN SELECTION - EACH
000580*                     CONTROL RECORD NOW SAYS WHEN IT IS DUE
000590*                     (FREQUENCY/SCHEDULED DAY/EFFECTIVE
000600*                     WINDOW, SEE CTLREC00) AND THE DRIVER
000610*                     DISPATCHES ONLY THE RECORDS DUE ON THE
000620*                     RUN DATE, LOGGING EACH SKIPPED RECORD
000630*                     WITH ITS REASON.  THE DUE-TODAY RULES
000640*                     LIVE IN DL1F0001 SO OTHER READERS OF
000650*                     THE RUN BOOK CAN APPLY THEM TOO.  ONE
000660*                     PRODUCTION CTLFILE NOW CARRIES THE
000670*                     WHOLE BOOK - NO MORE DATASET SWAPS.
000680*    2026-09-14 JM    CATCH-UP MODE - AN OPTIONAL RUN
000690*                     PARAMETER CARD ON PRMFILE (DRVREC00)
000700*                     WITH MODE C AND A FROM/TO DATE RANGE
000710*                     BACK-FILLS RUNS LOST TO AN OUTAGE: FOR
000720*                     EACH DATE IN THE RANGE EVERY RECORD DUE
000730*                     THAT DAY (DL1F0001) WITH NO AUDIT ROW
000740*                     FOR THAT RUN-ID AND DATE ON AUDFILE IS
000750*                     RUN ONCE.  THE PROBLEM MODULES NOW TAKE
000760*                     THE RUN DATE AS A THIRD PARAMETER AND
000770*                     STAMP THE REPORT LINE AND AUDIT ROW
000780*                     WITH IT, SO A BACK-FILLED RESULT
000790*                     CARRIES THE DATE IT WAS DUE.  THE
000800*                     CATCH-UP REPORT (CUPRPT) LISTS WHAT WAS
000810*                     FOUND MISSING, WHAT WAS RUN AND WHAT IS
000820*                     STILL OUTSTANDING.  A CATCH-UP RUN
000830*                     APPENDS TO RPTFILE - IT NEVER TRUNCATES
000840*                     IT.  MESSAGES DL1-0204E / DL1-0205E.
000850*    2026-09-21 JM    PREDECESSOR HOLDS - A CONTROL RECORD MAY
000860*                     NAME UP TO THREE PREDECESSOR RUN-IDS
000870*                     (CTLREC00).  A DUE RECORD WHOSE PREDECESSOR
000880*                     ENDED ABOVE CONDITION CODE 4 EARLIER THE
000890*                     SAME RUN DATE IS HELD BACK, NOT DISPATCHED,
000900*                     AND THE HOLD CASCADES TO EVERYTHING
000910*                     DOWNSTREAM OF IT.  EACH HELD RECORD RAISES
000920*                     DL1-0206E NAMING THE BLOCKING PREDECESSOR.
000930*                     CATCH-UP APPLIES THE SAME RULES, JUDGING
000940*                     RUNS ALREADY ON AUDFILE BY THEIR AUDIT
000950*                     CONDITION CODE.
000960*    2026-10-05 JM    PROBLEM CATALOG - THE MODULE CALLED FOR A
000970*                     CONTROL RECORD NOW COMES FROM ITS PROBLEM
000980*                     CATALOG ROW (PRBKSDS, READ THROUGH DL1I0001)
000990*                     INSTEAD OF A WHEN PER PROBLEM, AND IS CALLED
001000*                     BY NAME.  A DUE RECORD WHOSE PROBLEM
001010*                     OPERATIONS HAVE DISABLED IN THE CATALOG IS
001020*                     SKIPPED WITH THAT REASON, IN THE NORMAL RUN
001030*                     BOOK AND IN CATCH-UP.  A PROBLEM NOT IN THE
001040*                     CATALOG STILL RAISES DL1-0203E; A CATALOG
001050*                     THAT CANNOT BE READ RAISES DL1-0207E.
001060*    2026-10-09 JM    RUN-BOOK RESTART - EVERY RUN CALLED IS NOW
001070*                     LOGGED WITH ITS CONDITION CODE ON A PER-RUN-
001080*                     DATE COMPLETION LOG (CMPFILE, CMPREC00) AS
001090*                     SOON AS ITS MODULE RETURNS. A RESUBMIT THE
001100*                     SAME DAY CARRIES THE LOGGED RUNS FORWARD
001110*                     WITHOUT CALLING THEM AGAIN, KEEPS RPTFILE
001120*                     INSTEAD OF TRUNCATING IT, AND RESUMES AT THE
001130*                     FIRST UNFINISHED RECORD, SO AN ABEND PART-
001140*                     WAY THROUGH THE BOOK NO LONGER DOUBLES THE
001150*                     AUDFILE/STAFILE ROWS OF THE RUNS BEFORE IT.
001160*                     THE RESTART SUMMARY (RSTRPT) LISTS EACH DUE
001170*                     RECORD AS CARRIED FORWARD, RUN OR LEFT
001180*                     UNRUN. A DRVREC00 CARD WITH MODE F FORCES A
001190*                     FULL RERUN. MESSAGE DL1-0208E.
001200*    2026-10-15 JM    AN RSTRPT THAT CANNOT BE OPENED ENDS THE
001210*                     STEP 16; THE BOOK STILL RUNS WITHOUT THE
001220*                     RESTART SUMMARY. MESSAGE DL1-0209E.
001230*                     SEQUENCE NUMBERS RESET IN STEPS OF 10.
001232*    2026-10-15 JM    A CATCH-UP DATE MUST BE A REAL CALENDAR DAY;
001234*                     AN IMPOSSIBLE ONE SUCH AS 2026-09-31 IS NOW
001236*                     REJECTED WITH DL1-0204E.
001240*----------------------------------------------------------------
001250 IDENTIFICATION DIVISION.
001260 PROGRAM-ID.              DL1M0001.
001270 AUTHOR.                  JOERG M.
001280 INSTALLATION.            AT GITHUB JOERGEM.
001290 DATE-WRITTEN.            2026.
001300 DATE-COMPILED.           2026-08-09.
001310 SECURITY.                VERSION.
001320*    THIS PROGRAM IS WITHOUT ANY WARRANTY; WITHOUT EVEN THE
001330*    IMPLIED WARRANTY OF MERCHANTABILITY OR FITNESS FOR A
001340*    PARTICULAR PURPOSE.
001350 
001360 ENVIRONMENT DIVISION.
001370 INPUT-OUTPUT SECTION.
001380 FILE-CONTROL.
001390     SELECT CTL-FILE ASSIGN "CTLFILE"
001400         ORGANIZATION IS SEQUENTIAL
001410         FILE STATUS IS DL1-CTL-FILE-STATUS.
001420     SELECT RPT-FILE ASSIGN "RPTFILE"
001430         ORGANIZATION IS SEQUENTIAL
001440         FILE STATUS IS DL1-RPT-FILE-STATUS.
001450     SELECT PRM-FILE ASSIGN "PRMFILE"
001460         ORGANIZATION IS SEQUENTIAL
001470         FILE STATUS IS DL1-PRM-FILE-STATUS.
001480     SELECT AUD-FILE ASSIGN "AUDFILE"
001490         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS DL1-AUD-FILE-STATUS.
001510     SELECT PRT-FILE ASSIGN "CUPRPT"
001520         ORGANIZATION IS SEQUENTIAL
001530         FILE STATUS IS DL1-PRT-FILE-STATUS.
001540     SELECT CMP-FILE ASSIGN "CMPFILE"
001550         ORGANIZATION IS SEQUENTIAL
001560         FILE STATUS IS DL1-CMP-FILE-STATUS.
001570     SELECT RST-FILE ASSIGN "RSTRPT"
001580         ORGANIZATION IS SEQUENTIAL
001590         FILE STATUS IS DL1-RST-FILE-STATUS.
001600
001610 DATA DIVISION.
001620 FILE SECTION.
001630 FD  CTL-FILE
001640     RECORDING MODE IS F
001650     LABEL RECORDS ARE STANDARD.
001660     COPY CTLREC00.
001670
001680 FD  RPT-FILE
001690     RECORDING MODE IS F
001700     LABEL RECORDS ARE STANDARD.
001710     COPY RPTREC00.
001720
001730 FD  PRM-FILE
001740     RECORDING MODE IS F
001750     LABEL RECORDS ARE STANDARD.
001760     COPY DRVREC00.
001770
001780 FD  AUD-FILE
001790     RECORDING MODE IS F
001800     LABEL RECORDS ARE STANDARD.
001810     COPY AUDREC00.
001820
001830 FD  PRT-FILE
001840     RECORDING MODE IS F
001850     LABEL RECORDS ARE STANDARD.
001860 01  DL1-PRT-RECORD            PIC X(132).
001870
001880 FD  CMP-FILE
001890     RECORDING MODE IS F
001900     LABEL RECORDS ARE STANDARD.
001910     COPY CMPREC00.
001920
001930 FD  RST-FILE
001940     RECORDING MODE IS F
001950     LABEL RECORDS ARE STANDARD.
001960 01  DL1-RST-RECORD            PIC X(132).
001970
001980 WORKING-STORAGE SECTION.
001990 77  DL1-RETURN-CODE           PIC 9(04) VALUE ZERO.
002000 77  DL1-WORST-RETURN-CODE     PIC 9(04) VALUE ZERO.
002010 77  DL1-CTL-RECORD-COUNT      PIC 9(04) COMP
002020                               VALUE ZERO.
002030 77  DL1-CTL-FILE-STATUS       PIC X(02) VALUE '00'.
002040 77  DL1-RPT-FILE-STATUS       PIC X(02) VALUE '00'.
002050 77  DL1-CTL-EOF-SW            PIC X(01) VALUE 'N'.
002060     88  DL1-CTL-AT-EOF                  VALUE 'Y'.
002070 77  DL1-CTL-SKIPPED-COUNT     PIC 9(04) COMP
002080                               VALUE ZERO.
002090 77  DL1-RUN-DATE-YMD          PIC 9(08) VALUE ZERO.
002100 77  DL1-DUE-SW                PIC X(01) VALUE 'Y'.
002110     88  DL1-RECORD-DUE                  VALUE 'Y'.
002120     88  DL1-RECORD-NOT-DUE              VALUE 'N'.
002130 77  DL1-SKIP-REASON           PIC X(30) VALUE SPACES.
002140 77  DL1-PRM-FILE-STATUS       PIC X(02) VALUE '00'.
002150 77  DL1-AUD-FILE-STATUS       PIC X(02) VALUE '00'.
002160 77  DL1-PRT-FILE-STATUS       PIC X(02) VALUE '00'.
002170 77  DL1-AUD-EOF-SW            PIC X(01) VALUE 'N'.
002180     88  DL1-AUD-AT-EOF                  VALUE 'Y'.
002190 77  DL1-RUN-MODE-SW           PIC X(01) VALUE 'N'.
002200     88  DL1-NORMAL-MODE                 VALUE 'N'.
002210     88  DL1-CATCH-UP-MODE               VALUE 'C'.
002220 77  DL1-PARM-OK-SW            PIC X(01) VALUE 'Y'.
002230     88  DL1-PARM-OK                     VALUE 'Y'.
002240     88  DL1-PARM-BAD                    VALUE 'N'.
002250 77  DL1-TODAY-YMD             PIC 9(08) VALUE ZERO.
002260 77  DL1-TODAY-TEXT            PIC X(10) VALUE SPACES.
002270 77  DL1-RUN-DATE-TEXT         PIC X(10) VALUE SPACES.
002280 77  DL1-DATE-WORK             PIC X(10) VALUE SPACES.
002290 77  DL1-DATE-WORK-YMD         PIC 9(08) VALUE ZERO.
002300 77  DL1-DATE-OK-SW            PIC X(01) VALUE 'Y'.
002310     88  DL1-DATE-OK                     VALUE 'Y'.
002320     88  DL1-DATE-BAD                    VALUE 'N'.
002330 77  DL1-CUP-FROM-YMD          PIC 9(08) VALUE ZERO.
002340 77  DL1-CUP-TO-YMD            PIC 9(08) VALUE ZERO.
002350 77  DL1-CUP-FROM-INTEGER      PIC 9(08) COMP
002360                               VALUE ZERO.
002370 77  DL1-CUP-TO-INTEGER        PIC 9(08) COMP
002380                               VALUE ZERO.
002390 77  DL1-CUP-DATE-INTEGER      PIC 9(08) COMP
002400                               VALUE ZERO.
002410 77  DL1-CUP-MAX-DAYS          PIC 9(04) COMP
002420                               VALUE 31.
002430 77  DL1-CUP-DUE-COUNT         PIC 9(05) COMP
002440                               VALUE ZERO.
002450 77  DL1-CUP-ON-FILE-COUNT     PIC 9(05) COMP
002460                               VALUE ZERO.
002470 77  DL1-CUP-MISSING-COUNT     PIC 9(05) COMP
002480                               VALUE ZERO.
002490 77  DL1-CUP-RUN-COUNT         PIC 9(05) COMP
002500                               VALUE ZERO.
002510 77  DL1-CUP-OUTSTANDING-COUNT PIC 9(05) COMP
002520                               VALUE ZERO.
002530 77  DL1-SEEN-COUNT            PIC 9(05) COMP
002540                               VALUE ZERO.
002550 77  DL1-SEEN-MAX              PIC 9(05) COMP
002560                               VALUE 5000.
002570 77  DL1-SEEN-IDX              PIC 9(05) COMP
002580                               VALUE ZERO.
002590 77  DL1-SEEN-FOUND-SW         PIC X(01) VALUE 'N'.
002600     88  DL1-SEEN-FOUND                  VALUE 'Y'.
002610 77  DL1-SEEN-OVERFLOW-SW      PIC X(01) VALUE 'N'.
002620     88  DL1-SEEN-OVERFLOW               VALUE 'Y'.
002630 77  DL1-LINE-COUNT            PIC 9(03) COMP
002640                               VALUE ZERO.
002650 77  DL1-PAGE-COUNT            PIC 9(04) COMP
002660                               VALUE ZERO.
002670 77  DL1-LINES-PER-PAGE        PIC 9(03) COMP
002680                               VALUE 50.
002690 77  DL1-CTL-HELD-COUNT        PIC 9(04) COMP
002700                               VALUE ZERO.
002710 77  DL1-HELD-SW               PIC X(01) VALUE 'N'.
002720     88  DL1-RECORD-HELD                 VALUE 'Y'.
002730 77  DL1-HOLD-PREDECESSOR      PIC X(08) VALUE SPACES.
002740 77  DL1-HOLD-BLOCKER          PIC X(08) VALUE SPACES.
002750 77  DL1-PRED-IDX              PIC 9(02) COMP
002760                               VALUE ZERO.
002770 77  DL1-DONE-COUNT            PIC 9(04) COMP
002780                               VALUE ZERO.
002790 77  DL1-DONE-MAX              PIC 9(04) COMP
002800                               VALUE 200.
002810 77  DL1-DONE-IDX              PIC 9(04) COMP
002820                               VALUE ZERO.
002830 77  DL1-DONE-FOUND-SW         PIC X(01) VALUE 'N'.
002840     88  DL1-DONE-FOUND                  VALUE 'Y'.
002850 77  DL1-CMP-FILE-STATUS       PIC X(02) VALUE '00'.
002860 77  DL1-CMP-WRITE-STATUS      PIC X(02) VALUE '00'.
002870 77  DL1-RST-FILE-STATUS       PIC X(02) VALUE '00'.
002880 77  DL1-RST-OPEN-SW           PIC X(01) VALUE 'N'.
002890     88  DL1-RST-OPEN                    VALUE 'Y'.
002900 77  DL1-CMP-EOF-SW            PIC X(01) VALUE 'N'.
002910     88  DL1-CMP-AT-EOF                  VALUE 'Y'.
002920 77  DL1-CMP-LOG-OK-SW         PIC X(01) VALUE 'Y'.
002930     88  DL1-CMP-LOG-OK                  VALUE 'Y'.
002940     88  DL1-CMP-LOG-BAD                 VALUE 'N'.
002950 77  DL1-FORCE-SW              PIC X(01) VALUE 'N'.
002960     88  DL1-FORCE-REQUESTED             VALUE 'Y'.
002970 77  DL1-RESTART-SW            PIC X(01) VALUE 'N'.
002980     88  DL1-FIRST-RUN-OF-DAY            VALUE 'N'.
002990     88  DL1-RESTART-RUN                 VALUE 'R'.
003000     88  DL1-FORCED-RERUN                VALUE 'F'.
003010 77  DL1-CARRIED-SW            PIC X(01) VALUE 'N'.
003020     88  DL1-RECORD-CARRIED              VALUE 'Y'.
003030 77  DL1-CMP-TODAY-COUNT       PIC 9(04) COMP
003040                               VALUE ZERO.
003050 77  DL1-LOGGED-COUNT          PIC 9(04) COMP
003060                               VALUE ZERO.
003070 77  DL1-LOGGED-MAX            PIC 9(04) COMP
003080                               VALUE 200.
003090 77  DL1-LOGGED-IDX            PIC 9(04) COMP
003100                               VALUE ZERO.
003110 77  DL1-LOGGED-FOUND-SW       PIC X(01) VALUE 'N'.
003120     88  DL1-LOGGED-FOUND                VALUE 'Y'.
003130 77  DL1-RST-CARRIED-COUNT     PIC 9(04) COMP
003140                               VALUE ZERO.
003150 77  DL1-RST-RUN-COUNT         PIC 9(04) COMP
003160                               VALUE ZERO.
003170 77  DL1-RST-UNRUN-COUNT       PIC 9(04) COMP
003180                               VALUE ZERO.
003190 77  DL1-RST-RESUME-RUN-ID     PIC X(08) VALUE SPACES.
003200 77  DL1-LOG-RUN-ID            PIC X(08) VALUE SPACES.
003210 77  DL1-LOG-PROBLEM-ID        PIC X(04) VALUE SPACES.
003220 77  DL1-LOG-STATUS            PIC X(08) VALUE SPACES.
003230 77  DL1-LOG-COND-CODE         PIC 9(04) VALUE ZERO.
003240 77  DL1-LOG-DATE-YMD          PIC 9(08) VALUE ZERO.
003250 77  DL1-LOG-TIME              PIC 9(08) VALUE ZERO.
003260 77  DL1-LOG-STAMP             PIC X(19) VALUE SPACES.
003270     COPY EXCPRM00.
003280     COPY PRBPRM00.
003290     COPY PRBREC00.
003300
003310*    EVERY AUDIT ROW DATED INSIDE THE CATCH-UP RANGE, AS
003320*    RUN-ID PLUS YYYY-MM-DD - A DUE RECORD WITH A ROW HERE
003330*    FOR ITS RUN-ID AND DATE RAN THAT DAY AND IS LEFT ALONE.
003340*    EACH BACK-FILLED RUN IS ADDED AS IT GOES, SO NOTHING IS
003350*    RUN TWICE FOR THE SAME DATE.
003360 01  DL1-SEEN-TABLE.
003370     05  DL1-SEEN-ENTRY        OCCURS 5000 TIMES.
003380         10  DL1-SEEN-RUN-ID   PIC X(08).
003390         10  DL1-SEEN-DATE     PIC X(10).
003400         10  DL1-SEEN-COND-CODE
003410                               PIC 9(04).
003420
003430*    EVERY DUE RECORD DEALT WITH SO FAR FOR THE RUN DATE, IN
003440*    BOOK ORDER, WITH ITS CONDITION CODE - OR HELD, AND THE
003450*    RUN-ID AT THE ROOT OF THE HOLD.  A RECORD NAMING ONE OF
003460*    THESE AS A PREDECESSOR IS HELD WHEN IT ENDED ABOVE
003470*    CONDITION CODE 4 OR WAS ITSELF HELD, SO ONE FAILURE
003480*    HOLDS BACK EVERYTHING DOWNSTREAM OF IT.  RESET FOR EACH
003490*    RUN DATE.
003500 01  DL1-DONE-TABLE.
003510     05  DL1-DONE-ENTRY        OCCURS 200 TIMES.
003520         10  DL1-DONE-RUN-ID   PIC X(08).
003530         10  DL1-DONE-COND-CODE
003540                               PIC 9(04).
003550         10  DL1-DONE-HELD-SW  PIC X(01).
003560             88  DL1-DONE-HELD           VALUE 'Y'.
003570         10  DL1-DONE-BLOCKER  PIC X(08).
003580
003590*    EVERY RUN-ID THE COMPLETION LOG SAYS FINISHED EARLIER ON
003600*    THE RUN DATE (SINCE THE LAST FORCED RERUN), WITH THE
003610*    CONDITION CODE IT ENDED WITH.  ON A RESTART A DUE RECORD
003620*    FOUND HERE IS CARRIED FORWARD, NOT CALLED AGAIN.
003630 01  DL1-LOGGED-TABLE.
003640     05  DL1-LOGGED-ENTRY      OCCURS 200 TIMES.
003650         10  DL1-LOGGED-RUN-ID PIC X(08).
003660         10  DL1-LOGGED-COND-CODE
003670                               PIC 9(04).
003680
003690 01  DL1-HDG1-LINE.
003700     05  FILLER                PIC X(09) VALUE 'DL1M0001 '.
003710     05  FILLER                PIC X(34) VALUE
003720         'RUN-BOOK CATCH-UP REPORT          '.
003730     05  DL1-HDG1-DATE         PIC X(10) VALUE SPACES.
003740     05  FILLER                PIC X(66) VALUE SPACES.
003750     05  FILLER                PIC X(05) VALUE 'PAGE '.
003760     05  DL1-HDG1-PAGE         PIC Z(03)9.
003770     05  FILLER                PIC X(04) VALUE SPACES.
003780
003790 01  DL1-HDG2-LINE.
003800     05  FILLER                PIC X(11) VALUE 'DUE DATE'.
003810     05  FILLER                PIC X(09) VALUE 'RUN-ID'.
003820     05  FILLER                PIC X(05) VALUE 'PROB'.
003830     05  FILLER                PIC X(05) VALUE 'COND'.
003840     05  FILLER                PIC X(40) VALUE 'DISPOSITION'.
003850     05  FILLER                PIC X(62) VALUE SPACES.
003860
003870 01  DL1-DETAIL-LINE.
003880     05  DL1-DTL-DUE-DATE      PIC X(10).
003890     05  FILLER                PIC X(01) VALUE SPACES.
003900     05  DL1-DTL-RUN-ID        PIC X(08).
003910     05  FILLER                PIC X(01) VALUE SPACES.
003920     05  DL1-DTL-PROBLEM-ID    PIC X(04).
003930     05  FILLER                PIC X(01) VALUE SPACES.
003940     05  DL1-DTL-COND-CODE     PIC 9(04).
003950     05  FILLER                PIC X(01) VALUE SPACES.
003960     05  DL1-DTL-DISPOSITION   PIC X(40).
003970     05  FILLER                PIC X(62) VALUE SPACES.
003980
003990 01  DL1-NOTHING-MISSING-LINE  PIC X(132) VALUE
004000     'NOTHING MISSING - EVERY DUE RUN HAS AN AUDIT ROW'.
004010
004020 01  DL1-TRAILER-RANGE-LINE.
004030     05  FILLER                PIC X(21) VALUE
004040         'CATCH-UP RANGE -     '.
004050     05  DL1-TRL-FROM-DATE     PIC X(10).
004060     05  FILLER                PIC X(06) VALUE ' THRU '.
004070     05  DL1-TRL-TO-DATE       PIC X(10).
004080     05  FILLER                PIC X(85) VALUE SPACES.
004090
004100 01  DL1-TRAILER-DUE-LINE.
004110     05  FILLER                PIC X(21) VALUE
004120         'RUNS DUE IN RANGE -  '.
004130     05  DL1-TRL-DUE           PIC Z(04)9.
004140     05  FILLER                PIC X(24) VALUE
004150         '  ALREADY ON AUDFILE -  '.
004160     05  DL1-TRL-ON-FILE       PIC Z(04)9.
004170     05  FILLER                PIC X(77) VALUE SPACES.
004180
004190 01  DL1-TRAILER-COUNT-LINE.
004200     05  FILLER                PIC X(21) VALUE
004210         'FOUND MISSING -      '.
004220     05  DL1-TRL-MISSING       PIC Z(04)9.
004230     05  FILLER                PIC X(09) VALUE
004240         '  RUN -  '.
004250     05  DL1-TRL-RUN           PIC Z(04)9.
004260     05  FILLER                PIC X(23) VALUE
004270         '  STILL OUTSTANDING -  '.
004280     05  DL1-TRL-OUTSTANDING   PIC Z(04)9.
004290     05  FILLER                PIC X(64) VALUE SPACES.
004300
004310 01  DL1-RST-HDG1-LINE.
004320     05  FILLER                PIC X(09) VALUE 'DL1M0001 '.
004330     05  FILLER                PIC X(34) VALUE
004340         'RUN-BOOK RESTART SUMMARY          '.
004350     05  DL1-RST-HDG1-DATE     PIC X(10) VALUE SPACES.
004360     05  FILLER                PIC X(66) VALUE SPACES.
004370     05  FILLER                PIC X(05) VALUE 'PAGE '.
004380     05  DL1-RST-HDG1-PAGE     PIC Z(03)9.
004390     05  FILLER                PIC X(04) VALUE SPACES.
004400
004410 01  DL1-RST-MODE-LINE.
004420     05  FILLER                PIC X(21) VALUE
004430         'RUN DATE -           '.
004440     05  DL1-RST-TRL-RUN-DATE  PIC X(10).
004450     05  FILLER                PIC X(02) VALUE SPACES.
004460     05  DL1-RST-TRL-MODE      PIC X(50).
004470     05  FILLER                PIC X(49) VALUE SPACES.
004480
004490 01  DL1-RST-COUNT-LINE.
004500     05  FILLER                PIC X(21) VALUE
004510         'CARRIED FORWARD -    '.
004520     05  DL1-RST-TRL-CARRIED   PIC Z(04)9.
004530     05  FILLER                PIC X(18) VALUE
004540         '  RUN THIS JOB -  '.
004550     05  DL1-RST-TRL-RUN       PIC Z(04)9.
004560     05  FILLER                PIC X(16) VALUE
004570         '  LEFT UNRUN -  '.
004580     05  DL1-RST-TRL-UNRUN     PIC Z(04)9.
004590     05  FILLER                PIC X(62) VALUE SPACES.
004600
004610 PROCEDURE DIVISION.
004620*----------------------------------------------------------------
004630*    0000-MAINLINE
004640*----------------------------------------------------------------
004650 0000-MAINLINE.
004660     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
004670     IF DL1-CATCH-UP-MODE AND DL1-PARM-OK
004680         PERFORM 5000-RUN-CATCH-UP THRU 5000-RUN-CATCH-UP-EXIT
004690     END-IF.
004700     IF DL1-NORMAL-MODE AND DL1-PARM-OK
004710        AND DL1-CTL-FILE-STATUS = '00'
004720         PERFORM 1500-OPEN-RESTART-REPORT THRU
004730                 1500-OPEN-RESTART-REPORT-EXIT
004740         PERFORM 2000-PROCESS-ONE-RECORD THRU
004750                 2000-PROCESS-ONE-RECORD-EXIT
004760             UNTIL DL1-CTL-AT-EOF
004770                OR DL1-CTL-FILE-STATUS NOT = '00'
004780         CLOSE CTL-FILE
004790         PERFORM 7000-FINISH-RESTART-SUMMARY THRU
004800                 7000-FINISH-RESTART-SUMMARY-EXIT
004810         IF DL1-RST-OPEN
004820             CLOSE RST-FILE
004830         END-IF
004840         DISPLAY 'DL1-0001-RUN BOOK COMPLETE - '
004850                 DL1-CTL-RECORD-COUNT ' CONTROL RECORD(S) '
004860                 'PROCESSED - ' DL1-CTL-SKIPPED-COUNT
004870                 ' SKIPPED - ' DL1-CTL-HELD-COUNT
004880                 ' HELD - WORST CONDITION CODE '
004890                 DL1-WORST-RETURN-CODE
004900     END-IF.
004910     MOVE DL1-WORST-RETURN-CODE TO RETURN-CODE.
004920     STOP RUN.
004930 0000-MAINLINE-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------------
004970*    1000-INITIALIZE - TODAY'S DATE, THEN THE OPTIONAL RUN
004980*    PARAMETER CARD.  NO CARD MEANS THE NORMAL RUN BOOK FOR
004990*    TODAY; A CATCH-UP CARD IS VALIDATED HERE AND RUN BY
005000*    5000-RUN-CATCH-UP INSTEAD.
005010*----------------------------------------------------------------
005020 1000-INITIALIZE.
005030     ACCEPT DL1-TODAY-YMD FROM DATE YYYYMMDD.
005040     MOVE DL1-TODAY-YMD (1:4) TO DL1-TODAY-TEXT (1:4).
005050     MOVE '-' TO DL1-TODAY-TEXT (5:1).
005060     MOVE DL1-TODAY-YMD (5:2) TO DL1-TODAY-TEXT (6:2).
005070     MOVE '-' TO DL1-TODAY-TEXT (8:1).
005080     MOVE DL1-TODAY-YMD (7:2) TO DL1-TODAY-TEXT (9:2).
005090     MOVE DL1-TODAY-YMD TO DL1-RUN-DATE-YMD.
005100     MOVE DL1-TODAY-TEXT TO DL1-RUN-DATE-TEXT.
005110     PERFORM 1100-READ-PARM-CARD THRU 1100-READ-PARM-CARD-EXIT.
005120     IF DL1-CATCH-UP-MODE AND DL1-PARM-OK
005130         PERFORM 1200-VALIDATE-CATCH-UP-RANGE THRU
005140                 1200-VALIDATE-CATCH-UP-RANGE-EXIT
005150     END-IF.
005160     IF DL1-NORMAL-MODE AND DL1-PARM-OK
005170         PERFORM 1300-OPEN-RUN-BOOK THRU 1300-OPEN-RUN-BOOK-EXIT
005180     END-IF.
005190 1000-INITIALIZE-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------------
005230*    1100-READ-PARM-CARD - PRMFILE IS OPTIONAL.  A MISSING OR
005240*    EMPTY DATASET, OR A BLANK MODE, IS THE NORMAL DAILY RUN.
005250*    MODE F IS ALSO THE NORMAL DAILY RUN, BUT WITH THE
005260*    COMPLETION LOG IGNORED - A FORCED FULL RERUN.
005270*    AN UNKNOWN MODE IS A SETUP ERROR - THE OPERATOR ASKED
005280*    FOR SOMETHING, SO NOTHING RUNS RATHER THAN THE WRONG
005290*    THING.
005300*----------------------------------------------------------------
005310 1100-READ-PARM-CARD.
005320     MOVE 'N' TO DL1-RUN-MODE-SW.
005330     MOVE 'Y' TO DL1-PARM-OK-SW.
005340     OPEN INPUT PRM-FILE.
005350     IF DL1-PRM-FILE-STATUS = '00'
005360         READ PRM-FILE
005370             AT END
005380                 MOVE SPACES TO DL1-DRIVER-PARM-RECORD
005390         END-READ
005400         CLOSE PRM-FILE
005410         EVALUATE TRUE
005420             WHEN DL1-DRV-NORMAL
005430                 CONTINUE
005440             WHEN DL1-DRV-CATCH-UP
005450                 MOVE 'C' TO DL1-RUN-MODE-SW
005460             WHEN DL1-DRV-FORCE-RERUN
005470                 MOVE 'Y' TO DL1-FORCE-SW
005480             WHEN OTHER
005490                 DISPLAY 'DL1-0001-RUN PARAMETER CARD REJECTED - '
005500                         'UNKNOWN MODE ' DL1-DRV-MODE
005510                 MOVE 'UNKNOWN MODE ON RUN PARAMETER CARD'
005520                     TO DL1-EXCP-TEXT
005530                 PERFORM 1900-REJECT-PARM-CARD THRU
005540                         1900-REJECT-PARM-CARD-EXIT
005550         END-EVALUATE
005560     END-IF.
005570 1100-READ-PARM-CARD-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------------
005610*    1200-VALIDATE-CATCH-UP-RANGE - BOTH DATES YYYY-MM-DD,
005620*    FROM NOT AFTER TO, AND THE WHOLE RANGE BEFORE TODAY -
005630*    TODAY'S RECORDS BELONG TO TODAY'S NORMAL RUN BOOK.  THE
005640*    RANGE IS CAPPED AT DL1-CUP-MAX-DAYS SO A MISPUNCHED YEAR
005650*    CANNOT QUEUE MONTHS OF WORK INTO ONE NIGHT.
005660*----------------------------------------------------------------
005670 1200-VALIDATE-CATCH-UP-RANGE.
005680     MOVE DL1-DRV-FROM-DATE TO DL1-DATE-WORK.
005690     PERFORM 1210-CHECK-ONE-DATE THRU 1210-CHECK-ONE-DATE-EXIT.
005700     MOVE DL1-DATE-WORK-YMD TO DL1-CUP-FROM-YMD.
005710     IF DL1-DATE-OK
005720         MOVE DL1-DRV-TO-DATE TO DL1-DATE-WORK
005730         PERFORM 1210-CHECK-ONE-DATE THRU
005740                 1210-CHECK-ONE-DATE-EXIT
005750         MOVE DL1-DATE-WORK-YMD TO DL1-CUP-TO-YMD
005760     END-IF.
005770     IF DL1-DATE-BAD
005780         MOVE 'CATCH-UP DATE IS NOT A VALID YYYY-MM-DD'
005790             TO DL1-EXCP-TEXT
005800         PERFORM 1900-REJECT-PARM-CARD THRU
005810                 1900-REJECT-PARM-CARD-EXIT
005820     END-IF.
005830     IF DL1-PARM-OK
005840        AND DL1-DRV-FROM-DATE > DL1-DRV-TO-DATE
005850         MOVE 'CATCH-UP FROM-DATE IS AFTER THE TO-DATE'
005860             TO DL1-EXCP-TEXT
005870         PERFORM 1900-REJECT-PARM-CARD THRU
005880                 1900-REJECT-PARM-CARD-EXIT
005890     END-IF.
005900     IF DL1-PARM-OK
005910        AND DL1-DRV-TO-DATE NOT < DL1-TODAY-TEXT
005920         MOVE 'CATCH-UP TO-DATE MUST BE BEFORE TODAY'
005930             TO DL1-EXCP-TEXT
005940         PERFORM 1900-REJECT-PARM-CARD THRU
005950                 1900-REJECT-PARM-CARD-EXIT
005960     END-IF.
005970     IF DL1-PARM-OK
005980         COMPUTE DL1-CUP-FROM-INTEGER =
005990             FUNCTION INTEGER-OF-DATE (DL1-CUP-FROM-YMD)
006000         COMPUTE DL1-CUP-TO-INTEGER =
006010             FUNCTION INTEGER-OF-DATE (DL1-CUP-TO-YMD)
006020         IF DL1-CUP-TO-INTEGER - DL1-CUP-FROM-INTEGER
006030            NOT < DL1-CUP-MAX-DAYS
006040             MOVE 'CATCH-UP RANGE LONGER THAN 31 DAYS'
006050                 TO DL1-EXCP-TEXT
006060             PERFORM 1900-REJECT-PARM-CARD THRU
006070                     1900-REJECT-PARM-CARD-EXIT
006080         END-IF
006090     END-IF.
006100     IF DL1-PARM-OK
006110         DISPLAY 'DL1-0001-CATCH-UP MODE - RUNS DUE '
006120                 DL1-DRV-FROM-DATE ' THRU ' DL1-DRV-TO-DATE
006130                 ' WITH NO AUDIT ROW WILL BE BACK-FILLED'
006140     END-IF.
006150 1200-VALIDATE-CATCH-UP-RANGE-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------------
006190*    1210-CHECK-ONE-DATE - YYYY-MM-DD SHAPE NAMING A DAY THAT
006200*    EXISTS (NOT 2026-09-31 OR 2026-02-30); THE NUMERIC FORM
006210*    COMES BACK IN DL1-DATE-WORK-YMD FOR THE DATE ARITHMETIC.
006220*----------------------------------------------------------------
006230 1210-CHECK-ONE-DATE.
006240     MOVE 'Y' TO DL1-DATE-OK-SW.
006250     MOVE ZERO TO DL1-DATE-WORK-YMD.
006260     IF DL1-DATE-WORK (1:4) NOT NUMERIC
006270        OR DL1-DATE-WORK (5:1) NOT = '-'
006280        OR DL1-DATE-WORK (6:2) NOT NUMERIC
006290        OR DL1-DATE-WORK (8:1) NOT = '-'
006300        OR DL1-DATE-WORK (9:2) NOT NUMERIC
006310         MOVE 'N' TO DL1-DATE-OK-SW
006320     ELSE
006330         MOVE DL1-DATE-WORK (1:4) TO DL1-DATE-WORK-YMD (1:4)
006340         MOVE DL1-DATE-WORK (6:2) TO DL1-DATE-WORK-YMD (5:2)
006350         MOVE DL1-DATE-WORK (9:2) TO DL1-DATE-WORK-YMD (7:2)
006360         IF DL1-DATE-WORK (6:2) < '01'
006370            OR DL1-DATE-WORK (6:2) > '12'
006380            OR DL1-DATE-WORK (9:2) < '01'
006390            OR DL1-DATE-WORK (9:2) > '31'
006400            OR DL1-DATE-WORK (1:4) < '1601'
006403            OR FUNCTION TEST-DATE-YYYYMMDD (DL1-DATE-WORK-YMD)
006406               NOT = 0
006410             MOVE 'N' TO DL1-DATE-OK-SW
006420         END-IF
006430     END-IF.
006440 1210-CHECK-ONE-DATE-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------------
006480*    1300-OPEN-RUN-BOOK - OPEN CTLFILE AND READ THE FIRST
006490*    CONTROL RECORD OF THE RUN BOOK.  AN EMPTY OR MISSING
006500*    CTLFILE IS A SETUP ERROR, NOT SOMETHING TO READ PAST.
006510*    RPTFILE IS TRUNCATED HERE, ONCE PER JOB - THE PROBLEM
006520*    MODULES APPEND ONE REPORT LINE PER RUN, SO THE FINISHED
006530*    REPORT CARRIES EVERY RUN OF THIS EXECUTION AND NOTHING
006540*    FROM THE LAST ONE.  THE EXCEPTION IS A RESTART OF THE
006550*    SAME RUN DATE (SEE 1400-OPEN-COMPLETION-LOG): RPTFILE
006560*    ALREADY HOLDS THE LINES OF THE RUNS CARRIED FORWARD AND
006570*    IS KEPT, THE RESUMED RUNS APPENDING AFTER THEM.
006580*----------------------------------------------------------------
006590 1300-OPEN-RUN-BOOK.
006600     OPEN INPUT CTL-FILE.
006610     IF DL1-CTL-FILE-STATUS NOT = '00'
006620         DISPLAY 'DL1-0001-CTLFILE COULD NOT BE OPENED - STATUS '
006630                 DL1-CTL-FILE-STATUS
006640         MOVE SPACES TO DL1-EXCP-RUN-ID
006650         MOVE 'DL1-0201E' TO DL1-EXCP-MSG-ID
006660         MOVE 'CTLFILE COULD NOT BE OPENED - SETUP ERROR'
006670             TO DL1-EXCP-TEXT
006680         PERFORM 9100-NOTIFY-EXCEPTION THRU
006690                 9100-NOTIFY-EXCEPTION-EXIT
006700         MOVE 16 TO DL1-WORST-RETURN-CODE
006710     ELSE
006720         READ CTL-FILE
006730             AT END
006740                 DISPLAY 'DL1-0001-CTLFILE IS EMPTY - NOTHING '
006750                         'TO RUN'
006760                 MOVE SPACES TO DL1-EXCP-RUN-ID
006770                 MOVE 'DL1-0202E' TO DL1-EXCP-MSG-ID
006780                 MOVE 'CTLFILE IS EMPTY - NOTHING TO RUN'
006790                     TO DL1-EXCP-TEXT
006800                 PERFORM 9100-NOTIFY-EXCEPTION THRU
006810                         9100-NOTIFY-EXCEPTION-EXIT
006820                 MOVE 16 TO DL1-WORST-RETURN-CODE
006830                 CLOSE CTL-FILE
006840*                SET AFTER THE CLOSE - A SUCCESSFUL CLOSE WOULD
006850*                OVERWRITE THE FILE STATUS WITH '00' AND LET THE
006860*                MAINLINE LOOP RUN AGAINST A CLOSED FILE.
006870                 MOVE '10' TO DL1-CTL-FILE-STATUS
006880         END-READ
006890         IF DL1-CTL-FILE-STATUS = '00'
006900             PERFORM 1400-OPEN-COMPLETION-LOG THRU
006910                     1400-OPEN-COMPLETION-LOG-EXIT
006920         END-IF
006930         IF DL1-CTL-FILE-STATUS = '00' AND DL1-CMP-LOG-BAD
006940             CLOSE CTL-FILE
006950             MOVE '10' TO DL1-CTL-FILE-STATUS
006960         END-IF
006970*        ONLY TRUNCATE THE REPORT ONCE THERE IS A RUN BOOK TO
006980*        REPLACE IT WITH - A SETUP ERROR MUST NOT WIPE THE
006990*        LAST GOOD REPORT.
007000         IF DL1-CTL-FILE-STATUS = '00' AND NOT DL1-RESTART-RUN
007010             OPEN OUTPUT RPT-FILE
007020             CLOSE RPT-FILE
007030         END-IF
007040     END-IF.
007050 1300-OPEN-RUN-BOOK-EXIT.
007060     EXIT.
007070
007080*----------------------------------------------------------------
007090*    1400-OPEN-COMPLETION-LOG - WHAT CMPFILE SAYS ALREADY
007100*    FINISHED ON THE RUN DATE DECIDES WHAT KIND OF RUN THIS IS.
007110*    NO ROW FOR THE RUN DATE IS THE FIRST RUN OF THE DAY: THE
007120*    LOG IS EMPTIED OF THE LAST RUN DATE'S ROWS AND STARTS
007130*    OVER.  ROWS FOR THE RUN DATE MEAN A RESUBMIT - A RESTART
007140*    THAT CARRIES THOSE RUNS FORWARD, OR UNDER A MODE F CARD A
007150*    FORCED FULL RERUN, WHICH APPENDS A RERUN MARKER SO A
007160*    LATER RESTART ONLY CARRIES FORWARD WHAT THE RERUN ITSELF
007170*    FINISHED.  A LOG THAT CANNOT BE READ OR WRITTEN IS A
007180*    SETUP ERROR - WITHOUT IT A RESTART WOULD RUN TWICE WHAT
007190*    ALREADY RAN - SO NOTHING RUNS.
007200*----------------------------------------------------------------
007210 1400-OPEN-COMPLETION-LOG.
007220     PERFORM 1410-LOAD-COMPLETION-LOG THRU
007230             1410-LOAD-COMPLETION-LOG-EXIT.
007240     IF DL1-CMP-LOG-OK
007250         EVALUATE TRUE
007260             WHEN DL1-CMP-TODAY-COUNT = ZERO
007270                 MOVE 'N' TO DL1-RESTART-SW
007280                 OPEN OUTPUT CMP-FILE
007290                 IF DL1-CMP-FILE-STATUS = '00'
007300                     CLOSE CMP-FILE
007310                 ELSE
007320                     MOVE 'COMPLETION LOG COULD NOT BE OPENED - '
007330                         TO DL1-EXCP-TEXT
007340                     MOVE 'STATUS ' TO DL1-EXCP-TEXT (38:7)
007350                     MOVE DL1-CMP-FILE-STATUS
007360                         TO DL1-EXCP-TEXT (45:2)
007370                     PERFORM 1490-REJECT-COMPLETION-LOG THRU
007380                             1490-REJECT-COMPLETION-LOG-EXIT
007390                 END-IF
007400             WHEN DL1-FORCE-REQUESTED
007410                 MOVE 'F' TO DL1-RESTART-SW
007420                 DISPLAY 'DL1-0001-FORCED FULL RERUN OF THE '
007430                         DL1-RUN-DATE-TEXT ' RUN BOOK - '
007440                         DL1-LOGGED-COUNT ' COMPLETED RUN(S) '
007450                         'WILL BE CALLED AGAIN'
007460                 MOVE ZERO TO DL1-LOGGED-COUNT
007470                 MOVE SPACES TO DL1-LOG-RUN-ID
007480                 MOVE SPACES TO DL1-LOG-PROBLEM-ID
007490                 MOVE 'RERUN' TO DL1-LOG-STATUS
007500                 MOVE ZERO TO DL1-LOG-COND-CODE
007510                 PERFORM 2710-WRITE-COMPLETION-ROW THRU
007520                         2710-WRITE-COMPLETION-ROW-EXIT
007530             WHEN OTHER
007540                 MOVE 'R' TO DL1-RESTART-SW
007550                 DISPLAY 'DL1-0001-RESTART OF THE '
007560                         DL1-RUN-DATE-TEXT ' RUN BOOK - '
007570                         DL1-LOGGED-COUNT ' COMPLETED RUN(S) '
007580                         'WILL BE CARRIED FORWARD'
007590         END-EVALUATE
007600     END-IF.
007610 1400-OPEN-COMPLETION-LOG-EXIT.
007620     EXIT.
007630
007640*----------------------------------------------------------------
007650*    1410-LOAD-COMPLETION-LOG - EVERY ROW FOR THE RUN DATE.  A
007660*    RERUN MARKER EMPTIES THE TABLE, SO ONLY THE RUNS FINISHED
007670*    SINCE THE LAST FORCED RERUN ARE KEPT.  A MISSING CMPFILE
007680*    MEANS NOTHING HAS RUN YET.
007690*----------------------------------------------------------------
007700 1410-LOAD-COMPLETION-LOG.
007710     MOVE ZERO TO DL1-LOGGED-COUNT.
007720     MOVE ZERO TO DL1-CMP-TODAY-COUNT.
007730     OPEN INPUT CMP-FILE.
007740     EVALUATE DL1-CMP-FILE-STATUS
007750         WHEN '00'
007760             MOVE 'N' TO DL1-CMP-EOF-SW
007770             PERFORM 1420-LOAD-ONE-COMPLETION THRU
007780                     1420-LOAD-ONE-COMPLETION-EXIT
007790                 UNTIL DL1-CMP-AT-EOF
007800                    OR DL1-CMP-LOG-BAD
007810             CLOSE CMP-FILE
007820         WHEN '35'
007830             CONTINUE
007840         WHEN OTHER
007850             MOVE 'COMPLETION LOG COULD NOT BE READ - STATUS '
007860                 TO DL1-EXCP-TEXT
007870             MOVE DL1-CMP-FILE-STATUS TO DL1-EXCP-TEXT (43:2)
007880             PERFORM 1490-REJECT-COMPLETION-LOG THRU
007890                     1490-REJECT-COMPLETION-LOG-EXIT
007900     END-EVALUATE.
007910 1410-LOAD-COMPLETION-LOG-EXIT.
007920     EXIT.
007930
007940 1420-LOAD-ONE-COMPLETION.
007950     READ CMP-FILE
007960         AT END
007970             MOVE 'Y' TO DL1-CMP-EOF-SW
007980         NOT AT END
007990             IF DL1-CMP-RUN-DATE = DL1-RUN-DATE-TEXT
008000                 PERFORM 1430-REMEMBER-COMPLETION THRU
008010                         1430-REMEMBER-COMPLETION-EXIT
008020             END-IF
008030     END-READ.
008040 1420-LOAD-ONE-COMPLETION-EXIT.
008050     EXIT.
008060
008070 1430-REMEMBER-COMPLETION.
008080     ADD 1 TO DL1-CMP-TODAY-COUNT.
008090     EVALUATE TRUE
008100         WHEN DL1-CMP-RERUN-MARKER
008110             MOVE ZERO TO DL1-LOGGED-COUNT
008120         WHEN DL1-LOGGED-COUNT NOT < DL1-LOGGED-MAX
008130             MOVE 'COMPLETION LOG HOLDS MORE RUNS THAN A RUN BOOK'
008140                 TO DL1-EXCP-TEXT
008150             PERFORM 1490-REJECT-COMPLETION-LOG THRU
008160                     1490-REJECT-COMPLETION-LOG-EXIT
008170         WHEN OTHER
008180             ADD 1 TO DL1-LOGGED-COUNT
008190             MOVE DL1-CMP-RUN-ID
008200                 TO DL1-LOGGED-RUN-ID (DL1-LOGGED-COUNT)
008210             MOVE DL1-CMP-COND-CODE
008220                 TO DL1-LOGGED-COND-CODE (DL1-LOGGED-COUNT)
008230     END-EVALUATE.
008240 1430-REMEMBER-COMPLETION-EXIT.
008250     EXIT.
008260
008270*----------------------------------------------------------------
008280*    1490-REJECT-COMPLETION-LOG - THE CALLER HAS SET THE TEXT.
008290*    NOTHING RUNS AND THE STEP ENDS 16.
008300*----------------------------------------------------------------
008310 1490-REJECT-COMPLETION-LOG.
008320     DISPLAY 'DL1-0001-' DL1-EXCP-TEXT.
008330     MOVE SPACES TO DL1-EXCP-RUN-ID.
008340     MOVE 'DL1-0208E' TO DL1-EXCP-MSG-ID.
008350     PERFORM 9100-NOTIFY-EXCEPTION THRU
008360             9100-NOTIFY-EXCEPTION-EXIT.
008370     MOVE 'N' TO DL1-CMP-LOG-OK-SW.
008380     MOVE 16 TO DL1-WORST-RETURN-CODE.
008390 1490-REJECT-COMPLETION-LOG-EXIT.
008400     EXIT.
008410
008420*----------------------------------------------------------------
008430*    1500-OPEN-RESTART-REPORT - RSTRPT AND ITS FIRST PAGE.  A
008440*    REPORT THAT CANNOT BE OPENED RAISES DL1-0209E AND ENDS
008450*    THE STEP 16, AS A CTLFILE THAT CANNOT BE OPENED DOES, BUT
008460*    THE BOOK STILL RUNS - THE COMPLETION LOG, NOT THE
008470*    REPORT, IS WHAT A RESTART READS.
008480*----------------------------------------------------------------
008490 1500-OPEN-RESTART-REPORT.
008500     OPEN OUTPUT RST-FILE.
008510     IF DL1-RST-FILE-STATUS NOT = '00'
008520         DISPLAY 'DL1-0001-RSTRPT COULD NOT BE OPENED - STATUS '
008530                 DL1-RST-FILE-STATUS
008540         MOVE SPACES TO DL1-EXCP-RUN-ID
008550         MOVE 'DL1-0209E' TO DL1-EXCP-MSG-ID
008560         MOVE 'RSTRPT COULD NOT BE OPENED - STATUS '
008570             TO DL1-EXCP-TEXT
008580         MOVE DL1-RST-FILE-STATUS TO DL1-EXCP-TEXT (37:2)
008590         PERFORM 9100-NOTIFY-EXCEPTION THRU
008600                 9100-NOTIFY-EXCEPTION-EXIT
008610         MOVE 16 TO DL1-WORST-RETURN-CODE
008620     ELSE
008630         MOVE 'Y' TO DL1-RST-OPEN-SW
008640         MOVE DL1-TODAY-TEXT TO DL1-RST-HDG1-DATE
008650         PERFORM 7100-START-RESTART-PAGE THRU
008660                 7100-START-RESTART-PAGE-EXIT
008670     END-IF.
008680 1500-OPEN-RESTART-REPORT-EXIT.
008690     EXIT.
008700
008710*----------------------------------------------------------------
008720*    1900-REJECT-PARM-CARD - THE CALLER HAS SET THE TEXT.
008730*    NOTHING RUNS AND THE STEP ENDS 16.
008740*----------------------------------------------------------------
008750 1900-REJECT-PARM-CARD.
008760     DISPLAY 'DL1-0001-' DL1-EXCP-TEXT.
008770     MOVE SPACES TO DL1-EXCP-RUN-ID.
008780     MOVE 'DL1-0204E' TO DL1-EXCP-MSG-ID.
008790     PERFORM 9100-NOTIFY-EXCEPTION THRU
008800             9100-NOTIFY-EXCEPTION-EXIT.
008810     MOVE 'N' TO DL1-PARM-OK-SW.
008820     MOVE 16 TO DL1-WORST-RETURN-CODE.
008830 1900-REJECT-PARM-CARD-EXIT.
008840     EXIT.
008850
008860*----------------------------------------------------------------
008870*    2000-PROCESS-ONE-RECORD - ASK DL1F0001 WHETHER THE
008880*    CONTROL RECORD JUST READ IS DUE ON THE RUN DATE.  A DUE
008890*    RECORD IS DISPATCHED AND ITS CONDITION CODE LOGGED (THE
008900*    WORST CODE SEEN BECOMES THE JOB'S FINAL RETURN-CODE); A
008910*    RECORD NOT DUE - OR WHOSE PROBLEM IS DISABLED IN THE
008920*    CATALOG - IS LOGGED WITH ITS SKIP REASON AND COSTS
008930*    NOTHING.  A DUE RECORD WHOSE PREDECESSOR FAILED (OR WAS
008940*    ITSELF HELD) EARLIER IN THE RUN IS HELD BACK INSTEAD OF
008950*    DISPATCHED.  ON A RESTART, A DUE RECORD THE COMPLETION
008960*    LOG SAYS FINISHED EARLIER TODAY IS CARRIED FORWARD WITH
008970*    ITS LOGGED CONDITION CODE INSTEAD OF CALLED AGAIN.  EVERY
008980*    RUN CALLED IS LOGGED AS IT RETURNS, AND EVERY DUE RECORD
008990*    GETS A LINE ON THE RESTART SUMMARY.  EITHER WAY THE NEXT
009000*    RECORD OF THE RUN BOOK IS READ.
009010*----------------------------------------------------------------
009020 2000-PROCESS-ONE-RECORD.
009030     CALL 'DL1F0001' USING DL1-CONTROL-RECORD
009040                          DL1-RUN-DATE-YMD
009050                          DL1-DUE-SW
009060                          DL1-SKIP-REASON.
009070     IF DL1-RECORD-DUE
009080         PERFORM 2600-CHECK-COMPLETION-LOG THRU
009090                 2600-CHECK-COMPLETION-LOG-EXIT
009100     END-IF.
009110     IF DL1-RECORD-DUE AND NOT DL1-RECORD-CARRIED
009120         PERFORM 2500-CHECK-CATALOG THRU 2500-CHECK-CATALOG-EXIT
009130     END-IF.
009140     IF DL1-RECORD-DUE AND NOT DL1-RECORD-CARRIED
009150         PERFORM 2200-CHECK-PREDECESSORS THRU
009160                 2200-CHECK-PREDECESSORS-EXIT
009170     END-IF.
009180     IF DL1-RECORD-DUE AND DL1-RECORD-HELD
009190         PERFORM 2300-HOLD-RECORD THRU 2300-HOLD-RECORD-EXIT
009200         PERFORM 2800-SUMMARIZE-HELD-RECORD THRU
009210                 2800-SUMMARIZE-HELD-RECORD-EXIT
009220     END-IF.
009230     IF DL1-RECORD-DUE AND NOT DL1-RECORD-HELD
009240        AND NOT DL1-RECORD-CARRIED
009250         MOVE ZERO TO DL1-RETURN-CODE
009260         PERFORM 2100-CALL-PROBLEM THRU 2100-CALL-PROBLEM-EXIT
009270         ADD 1 TO DL1-CTL-RECORD-COUNT
009280         DISPLAY 'DL1-0001-RUN ' DL1-CTL-RUN-ID ' (PROBLEM '
009290                 DL1-CTL-PROBLEM-ID ') ENDED WITH CONDITION '
009300                 'CODE ' DL1-RETURN-CODE
009310         IF DL1-RETURN-CODE > DL1-WORST-RETURN-CODE
009320             MOVE DL1-RETURN-CODE TO DL1-WORST-RETURN-CODE
009330         END-IF
009340         PERFORM 2400-ADD-DONE-ENTRY THRU 2400-ADD-DONE-ENTRY-EXIT
009350         IF DL1-PRBP-FOUND
009360             PERFORM 2700-LOG-COMPLETION THRU
009370                     2700-LOG-COMPLETION-EXIT
009380         END-IF
009390         PERFORM 2900-SUMMARIZE-RUN-RECORD THRU
009400                 2900-SUMMARIZE-RUN-RECORD-EXIT
009410     END-IF.
009420     IF DL1-RECORD-NOT-DUE
009430         ADD 1 TO DL1-CTL-SKIPPED-COUNT
009440         DISPLAY 'DL1-0001-RUN ' DL1-CTL-RUN-ID ' (PROBLEM '
009450                 DL1-CTL-PROBLEM-ID ') SKIPPED - '
009460                 DL1-SKIP-REASON
009470     END-IF.
009480     READ CTL-FILE
009490         AT END
009500             MOVE 'Y' TO DL1-CTL-EOF-SW
009510     END-READ.
009520 2000-PROCESS-ONE-RECORD-EXIT.
009530     EXIT.
009540
009550*----------------------------------------------------------------
009560*    2100-CALL-PROBLEM - DISPATCH TO THE PROBLEM MODULE
009570*    FOR THIS RUN, PASSING THE CONTROL RECORD JUST READ AND
009580*    THE RUN DATE THE RESULT IS STAMPED WITH (TODAY, OR THE
009590*    DATE IT WAS DUE ON A CATCH-UP RUN).  THE MODULE NAME
009600*    COMES FROM THE PROBLEM CATALOG ROW 2500-CHECK-CATALOG
009610*    READ FOR THIS RECORD - A NEW PROBLEM MODULE IS PLUGGED
009620*    IN BY A DL1U0002 ADD, NOT BY A CHANGE HERE.  A PROBLEM
009630*    NOT IN THE CATALOG, OR A CATALOG THAT CANNOT BE READ,
009640*    ENDS THE RUN CONDITION CODE 16 WITHOUT A CALL.
009650*----------------------------------------------------------------
009660 2100-CALL-PROBLEM.
009670     EVALUATE TRUE
009680         WHEN DL1-PRBP-FOUND
009690             CALL DL1-PRB-MODULE USING DL1-CONTROL-RECORD
009700                                       DL1-RETURN-CODE
009710                                       DL1-RUN-DATE-YMD
009720         WHEN DL1-PRBP-UNAVAILABLE
009730             DISPLAY 'DL1-0001-PROBLEM CATALOG COULD NOT BE '
009740                     'READ - STATUS ' DL1-PRBP-FILE-STATUS
009750             MOVE DL1-CTL-RUN-ID TO DL1-EXCP-RUN-ID
009760             MOVE 'DL1-0207E' TO DL1-EXCP-MSG-ID
009770             MOVE 'PROBLEM CATALOG COULD NOT BE READ - STATUS '
009780                 TO DL1-EXCP-TEXT
009790             MOVE DL1-PRBP-FILE-STATUS TO DL1-EXCP-TEXT (44:2)
009800             PERFORM 9100-NOTIFY-EXCEPTION THRU
009810                     9100-NOTIFY-EXCEPTION-EXIT
009820             MOVE 16 TO DL1-RETURN-CODE
009830         WHEN OTHER
009840             DISPLAY 'DL1-0001-UNKNOWN PROBLEM ID ON CTLFILE - '
009850                     DL1-CTL-PROBLEM-ID ' NOT IN THE CATALOG'
009860             MOVE DL1-CTL-RUN-ID TO DL1-EXCP-RUN-ID
009870             MOVE 'DL1-0203E' TO DL1-EXCP-MSG-ID
009880             MOVE 'UNKNOWN PROBLEM ID ON CTLFILE - '
009890                 TO DL1-EXCP-TEXT
009900             MOVE DL1-CTL-PROBLEM-ID TO DL1-EXCP-TEXT (33:4)
009910             PERFORM 9100-NOTIFY-EXCEPTION THRU
009920                     9100-NOTIFY-EXCEPTION-EXIT
009930             MOVE 16 TO DL1-RETURN-CODE
009940     END-EVALUATE.
009950 2100-CALL-PROBLEM-EXIT.
009960     EXIT.
009970
009980*----------------------------------------------------------------
009990*    2200-CHECK-PREDECESSORS - LOOK UP EACH PREDECESSOR THE
010000*    CONTROL RECORD NAMES AMONG THE RUNS ALREADY DEALT WITH
010010*    FOR THE RUN DATE.  ONE THAT ENDED ABOVE CONDITION CODE 4
010020*    HOLDS THIS RECORD; ONE THAT WAS ITSELF HELD PASSES ITS
010030*    HOLD ON, NAMING THE SAME ROOT BLOCKER.  A PREDECESSOR
010040*    NOT DUE ON THE RUN DATE DID NOT FAIL, SO IT DOES NOT
010050*    BLOCK.
010060*----------------------------------------------------------------
010070 2200-CHECK-PREDECESSORS.
010080     MOVE 'N' TO DL1-HELD-SW.
010090     MOVE SPACES TO DL1-HOLD-PREDECESSOR.
010100     MOVE SPACES TO DL1-HOLD-BLOCKER.
010110     PERFORM 2210-CHECK-ONE-PREDECESSOR THRU
010120             2210-CHECK-ONE-PREDECESSOR-EXIT
010130         VARYING DL1-PRED-IDX FROM 1 BY 1
010140         UNTIL DL1-PRED-IDX > 3
010150            OR DL1-RECORD-HELD.
010160 2200-CHECK-PREDECESSORS-EXIT.
010170     EXIT.
010180
010190 2210-CHECK-ONE-PREDECESSOR.
010200     IF DL1-CTL-PREDECESSOR (DL1-PRED-IDX) NOT = SPACES
010210         MOVE 'N' TO DL1-DONE-FOUND-SW
010220         PERFORM 2220-TEST-DONE-ENTRY THRU
010230                 2220-TEST-DONE-ENTRY-EXIT
010240             VARYING DL1-DONE-IDX FROM 1 BY 1
010250             UNTIL DL1-DONE-IDX > DL1-DONE-COUNT
010260                OR DL1-DONE-FOUND
010270     END-IF.
010280 2210-CHECK-ONE-PREDECESSOR-EXIT.
010290     EXIT.
010300
010310 2220-TEST-DONE-ENTRY.
010320     IF DL1-DONE-RUN-ID (DL1-DONE-IDX)
010330        = DL1-CTL-PREDECESSOR (DL1-PRED-IDX)
010340         MOVE 'Y' TO DL1-DONE-FOUND-SW
010350         IF DL1-DONE-HELD (DL1-DONE-IDX)
010360             MOVE 'Y' TO DL1-HELD-SW
010370             MOVE DL1-DONE-RUN-ID (DL1-DONE-IDX)
010380                 TO DL1-HOLD-PREDECESSOR
010390             MOVE DL1-DONE-BLOCKER (DL1-DONE-IDX)
010400                 TO DL1-HOLD-BLOCKER
010410         ELSE
010420             IF DL1-DONE-COND-CODE (DL1-DONE-IDX) > 4
010430                 MOVE 'Y' TO DL1-HELD-SW
010440                 MOVE DL1-DONE-RUN-ID (DL1-DONE-IDX)
010450                     TO DL1-HOLD-PREDECESSOR
010460                 MOVE DL1-DONE-RUN-ID (DL1-DONE-IDX)
010470                     TO DL1-HOLD-BLOCKER
010480             END-IF
010490         END-IF
010500     END-IF.
010510 2220-TEST-DONE-ENTRY-EXIT.
010520     EXIT.
010530
010540*----------------------------------------------------------------
010550*    2300-HOLD-RECORD - THE RECORD IS NOT DISPATCHED.  IT IS
010560*    LOGGED AND RAISED AS AN EXCEPTION NAMING THE BLOCKING
010570*    PREDECESSOR (AND, FOR A CASCADED HOLD, THE RUN THAT
010580*    FAILED), THEN REMEMBERED AS HELD SO ITS OWN DEPENDENTS
010590*    ARE HELD IN TURN.  THE JOB'S RETURN-CODE ALREADY
010600*    CARRIES THE FAILURE THAT CAUSED THE HOLD.
010610*----------------------------------------------------------------
010620 2300-HOLD-RECORD.
010630     ADD 1 TO DL1-CTL-HELD-COUNT.
010640     MOVE ZERO TO DL1-RETURN-CODE.
010650     DISPLAY 'DL1-0001-RUN ' DL1-CTL-RUN-ID ' (PROBLEM '
010660             DL1-CTL-PROBLEM-ID ') HELD - PREDECESSOR '
010670             DL1-HOLD-PREDECESSOR ' BLOCKED BY '
010680             DL1-HOLD-BLOCKER.
010690     MOVE DL1-CTL-RUN-ID TO DL1-EXCP-RUN-ID.
010700     MOVE 'DL1-0206E' TO DL1-EXCP-MSG-ID.
010710     MOVE 'HELD - PREDECESSOR ' TO DL1-EXCP-TEXT.
010720     MOVE DL1-HOLD-PREDECESSOR TO DL1-EXCP-TEXT (20:8).
010730     IF DL1-HOLD-PREDECESSOR = DL1-HOLD-BLOCKER
010740         MOVE ' ENDED ABOVE CONDITION CODE 4'
010750             TO DL1-EXCP-TEXT (28:29)
010760     ELSE
010770         MOVE ' HELD, BLOCKED BY ' TO DL1-EXCP-TEXT (28:18)
010780         MOVE DL1-HOLD-BLOCKER TO DL1-EXCP-TEXT (46:8)
010790     END-IF.
010800     PERFORM 9100-NOTIFY-EXCEPTION THRU
010810             9100-NOTIFY-EXCEPTION-EXIT.
010820     PERFORM 2400-ADD-DONE-ENTRY THRU 2400-ADD-DONE-ENTRY-EXIT.
010830 2300-HOLD-RECORD-EXIT.
010840     EXIT.
010850
010860*----------------------------------------------------------------
010870*    2400-ADD-DONE-ENTRY - REMEMBER THE RECORD JUST DEALT
010880*    WITH: ITS CONDITION CODE, OR HELD AND BY WHOM.  THE
010890*    TABLE IS SIZED TO THE LARGEST BOOK DL1U0001 MAINTAINS.
010900*----------------------------------------------------------------
010910 2400-ADD-DONE-ENTRY.
010920     IF DL1-DONE-COUNT < DL1-DONE-MAX
010930         ADD 1 TO DL1-DONE-COUNT
010940         MOVE DL1-CTL-RUN-ID TO DL1-DONE-RUN-ID (DL1-DONE-COUNT)
010950         MOVE DL1-RETURN-CODE
010960             TO DL1-DONE-COND-CODE (DL1-DONE-COUNT)
010970         MOVE DL1-HELD-SW TO DL1-DONE-HELD-SW (DL1-DONE-COUNT)
010980         MOVE DL1-HOLD-BLOCKER
010990             TO DL1-DONE-BLOCKER (DL1-DONE-COUNT)
011000     END-IF.
011010 2400-ADD-DONE-ENTRY-EXIT.
011020     EXIT.
011030
011040*----------------------------------------------------------------
011050*    2500-CHECK-CATALOG - LOOK THE DUE RECORD'S PROBLEM UP IN
011060*    THE PROBLEM CATALOG (DL1I0001).  A PROBLEM OPERATIONS
011070*    HAVE DISABLED IS NOT RUN TONIGHT: THE RECORD IS TURNED
011080*    INTO A SKIP WITH THAT REASON, SO IT IS LOGGED, COUNTED
011090*    AND NEVER HOLDS ITS DEPENDENTS - THE SAME AS A RECORD
011100*    NOT DUE.  THE ROW (OR ITS ABSENCE) IS KEPT FOR
011110*    2100-CALL-PROBLEM.
011120*----------------------------------------------------------------
011130 2500-CHECK-CATALOG.
011140     MOVE DL1-CTL-PROBLEM-ID TO DL1-PRBP-PROBLEM-ID.
011150     CALL 'DL1I0001' USING DL1-CATALOG-PARMS
011160                          DL1-PROBLEM-CATALOG-RECORD.
011170     IF DL1-PRBP-FOUND AND DL1-PRB-DISABLED
011180         MOVE 'N' TO DL1-DUE-SW
011190         MOVE 'PROBLEM DISABLED IN CATALOG' TO DL1-SKIP-REASON
011200     END-IF.
011210 2500-CHECK-CATALOG-EXIT.
011220     EXIT.
011230
011240*----------------------------------------------------------------
011250*    2600-CHECK-COMPLETION-LOG - ON A RESTART, HAS THIS RUN-ID
011260*    ALREADY FINISHED TODAY.  ONE THAT HAS IS CARRIED FORWARD:
011270*    NOT CALLED, BUT REMEMBERED WITH ITS LOGGED CONDITION CODE
011280*    SO ITS DEPENDENTS ARE HELD OR RELEASED EXACTLY AS THEY
011290*    WERE, AND THAT CODE STILL COUNTS TOWARD THE JOB'S
011300*    RETURN-CODE.  A RUN THAT FAILED EARLIER TODAY IS CARRIED
011310*    FORWARD TOO - RE-RUNNING IT IS AN OPERATOR DECISION, A
011320*    FORCED FULL RERUN, NOT A RESTART ONE.  ITS REPORT LINE IS
011330*    ALREADY ON RPTFILE.
011340*----------------------------------------------------------------
011350 2600-CHECK-COMPLETION-LOG.
011360     MOVE 'N' TO DL1-CARRIED-SW.
011370     MOVE 'N' TO DL1-HELD-SW.
011380     MOVE SPACES TO DL1-HOLD-BLOCKER.
011390     MOVE 'N' TO DL1-LOGGED-FOUND-SW.
011400     IF DL1-RESTART-RUN
011410         PERFORM 2610-TEST-LOGGED-ENTRY THRU
011420                 2610-TEST-LOGGED-ENTRY-EXIT
011430             VARYING DL1-LOGGED-IDX FROM 1 BY 1
011440             UNTIL DL1-LOGGED-IDX > DL1-LOGGED-COUNT
011450                OR DL1-LOGGED-FOUND
011460     END-IF.
011470     IF DL1-LOGGED-FOUND
011480         MOVE 'Y' TO DL1-CARRIED-SW
011490         ADD 1 TO DL1-RST-CARRIED-COUNT
011500         DISPLAY 'DL1-0001-RUN ' DL1-CTL-RUN-ID ' (PROBLEM '
011510                 DL1-CTL-PROBLEM-ID ') CARRIED FORWARD - '
011520                 'COMPLETED EARLIER TODAY WITH CONDITION CODE '
011530                 DL1-RETURN-CODE
011540         IF DL1-RETURN-CODE > DL1-WORST-RETURN-CODE
011550             MOVE DL1-RETURN-CODE TO DL1-WORST-RETURN-CODE
011560         END-IF
011570         PERFORM 2400-ADD-DONE-ENTRY THRU 2400-ADD-DONE-ENTRY-EXIT
011580         MOVE 'CARRIED FORWARD - COMPLETED EARLIER'
011590             TO DL1-DTL-DISPOSITION
011600         PERFORM 7200-WRITE-RESTART-DETAIL THRU
011610                 7200-WRITE-RESTART-DETAIL-EXIT
011620     END-IF.
011630 2600-CHECK-COMPLETION-LOG-EXIT.
011640     EXIT.
011650
011660 2610-TEST-LOGGED-ENTRY.
011670     IF DL1-LOGGED-RUN-ID (DL1-LOGGED-IDX) = DL1-CTL-RUN-ID
011680         MOVE 'Y' TO DL1-LOGGED-FOUND-SW
011690         MOVE DL1-LOGGED-COND-CODE (DL1-LOGGED-IDX)
011700             TO DL1-RETURN-CODE
011710     END-IF.
011720 2610-TEST-LOGGED-ENTRY-EXIT.
011730     EXIT.
011740
011750*----------------------------------------------------------------
011760*    2700-LOG-COMPLETION - THE MODULE HAS RETURNED: APPEND ITS
011770*    RUN-ID AND CONDITION CODE TO THE COMPLETION LOG SO A
011780*    RESUBMIT TODAY CARRIES IT FORWARD.  A RUN WHOSE MODULE
011790*    WAS NEVER CALLED (NO CATALOG ROW, OR A CATALOG THAT COULD
011800*    NOT BE READ) DID NOT FINISH AND IS NOT LOGGED - A RESTART
011810*    TRIES IT AGAIN.
011820*----------------------------------------------------------------
011830 2700-LOG-COMPLETION.
011840     MOVE DL1-CTL-RUN-ID TO DL1-LOG-RUN-ID.
011850     MOVE DL1-CTL-PROBLEM-ID TO DL1-LOG-PROBLEM-ID.
011860     MOVE 'COMPLETE' TO DL1-LOG-STATUS.
011870     MOVE DL1-RETURN-CODE TO DL1-LOG-COND-CODE.
011880     PERFORM 2710-WRITE-COMPLETION-ROW THRU
011890             2710-WRITE-COMPLETION-ROW-EXIT.
011900 2700-LOG-COMPLETION-EXIT.
011910     EXIT.
011920
011930*----------------------------------------------------------------
011940*    2710-WRITE-COMPLETION-ROW - ONE ROW, OPENED AND CLOSED
011950*    AROUND THE WRITE SO IT IS ON THE DATASET BEFORE THE NEXT
011960*    MODULE IS CALLED - AN ABEND THERE MUST NOT LOSE IT.  A
011970*    ROW THAT CANNOT BE WRITTEN RAISES DL1-0208E ONCE AND
011980*    ENDS THE STEP 16: THE RESULTS STAND, BUT A RESTART WOULD
011990*    NO LONGER KNOW WHAT THIS RUN FINISHED.
012000*----------------------------------------------------------------
012010 2710-WRITE-COMPLETION-ROW.
012020     IF DL1-CMP-LOG-OK
012030         OPEN EXTEND CMP-FILE
012040         IF DL1-CMP-FILE-STATUS = '35'
012050             OPEN OUTPUT CMP-FILE
012060         END-IF
012070         IF DL1-CMP-FILE-STATUS = '00'
012080             ACCEPT DL1-LOG-DATE-YMD FROM DATE YYYYMMDD
012090             ACCEPT DL1-LOG-TIME FROM TIME
012100             MOVE DL1-LOG-DATE-YMD (1:4) TO DL1-LOG-STAMP (1:4)
012110             MOVE '-' TO DL1-LOG-STAMP (5:1)
012120             MOVE DL1-LOG-DATE-YMD (5:2) TO DL1-LOG-STAMP (6:2)
012130             MOVE '-' TO DL1-LOG-STAMP (8:1)
012140             MOVE DL1-LOG-DATE-YMD (7:2) TO DL1-LOG-STAMP (9:2)
012150             MOVE '-' TO DL1-LOG-STAMP (11:1)
012160             MOVE DL1-LOG-TIME (1:2) TO DL1-LOG-STAMP (12:2)
012170             MOVE '.' TO DL1-LOG-STAMP (14:1)
012180             MOVE DL1-LOG-TIME (3:2) TO DL1-LOG-STAMP (15:2)
012190             MOVE '.' TO DL1-LOG-STAMP (17:1)
012200             MOVE DL1-LOG-TIME (5:2) TO DL1-LOG-STAMP (18:2)
012210             MOVE SPACES TO DL1-COMPLETION-RECORD
012220             MOVE DL1-RUN-DATE-TEXT TO DL1-CMP-RUN-DATE
012230             MOVE DL1-LOG-RUN-ID TO DL1-CMP-RUN-ID
012240             MOVE DL1-LOG-PROBLEM-ID TO DL1-CMP-PROBLEM-ID
012250             MOVE DL1-LOG-STATUS TO DL1-CMP-STATUS
012260             MOVE DL1-LOG-COND-CODE TO DL1-CMP-COND-CODE
012270             MOVE DL1-LOG-STAMP TO DL1-CMP-TIMESTAMP
012280             WRITE DL1-COMPLETION-RECORD
012290             MOVE DL1-CMP-FILE-STATUS TO DL1-CMP-WRITE-STATUS
012300             CLOSE CMP-FILE
012310         ELSE
012320             MOVE DL1-CMP-FILE-STATUS TO DL1-CMP-WRITE-STATUS
012330         END-IF
012340         IF DL1-CMP-WRITE-STATUS NOT = '00'
012350             DISPLAY 'DL1-0001-COMPLETION LOG COULD NOT BE '
012360                     'WRITTEN - STATUS ' DL1-CMP-WRITE-STATUS
012370             MOVE DL1-LOG-RUN-ID TO DL1-EXCP-RUN-ID
012380             MOVE 'DL1-0208E' TO DL1-EXCP-MSG-ID
012390             MOVE 'COMPLETION LOG COULD NOT BE WRITTEN - STATUS '
012400                 TO DL1-EXCP-TEXT
012410             MOVE DL1-CMP-WRITE-STATUS TO DL1-EXCP-TEXT (46:2)
012420             PERFORM 9100-NOTIFY-EXCEPTION THRU
012430                     9100-NOTIFY-EXCEPTION-EXIT
012440             MOVE 'N' TO DL1-CMP-LOG-OK-SW
012450             MOVE 16 TO DL1-WORST-RETURN-CODE
012460         END-IF
012470     END-IF.
012480 2710-WRITE-COMPLETION-ROW-EXIT.
012490     EXIT.
012500
012510*----------------------------------------------------------------
012520*    2800-SUMMARIZE-HELD-RECORD - A HELD RECORD IS LEFT UNRUN.
012530*    IT IS NOT LOGGED AS FINISHED, SO A LATER RESUBMIT LOOKS AT
012540*    IT AGAIN.  ON A RESTART THE FIRST RECORD NOT CARRIED
012550*    FORWARD IS WHERE THE RUN BOOK RESUMED.
012560*----------------------------------------------------------------
012570 2800-SUMMARIZE-HELD-RECORD.
012580     ADD 1 TO DL1-RST-UNRUN-COUNT.
012590     PERFORM 2910-NOTE-RESUME-POINT THRU
012600             2910-NOTE-RESUME-POINT-EXIT.
012610     MOVE 'LEFT UNRUN - HELD, PREDECESSOR '
012620         TO DL1-DTL-DISPOSITION.
012630     MOVE DL1-HOLD-PREDECESSOR TO DL1-DTL-DISPOSITION (32:8).
012640     PERFORM 7200-WRITE-RESTART-DETAIL THRU
012650             7200-WRITE-RESTART-DETAIL-EXIT.
012660 2800-SUMMARIZE-HELD-RECORD-EXIT.
012670     EXIT.
012680
012690*----------------------------------------------------------------
012700*    2900-SUMMARIZE-RUN-RECORD - A RECORD CALLED BY THIS JOB.
012710*----------------------------------------------------------------
012720 2900-SUMMARIZE-RUN-RECORD.
012730     ADD 1 TO DL1-RST-RUN-COUNT.
012740     PERFORM 2910-NOTE-RESUME-POINT THRU
012750             2910-NOTE-RESUME-POINT-EXIT.
012760     EVALUATE TRUE
012770         WHEN DL1-RESTART-RUN
012780             MOVE 'RESUMED - RUN BY THIS RESTART'
012790                 TO DL1-DTL-DISPOSITION
012800         WHEN DL1-FORCED-RERUN
012810             MOVE 'RUN - FORCED FULL RERUN'
012820                 TO DL1-DTL-DISPOSITION
012830         WHEN OTHER
012840             MOVE 'RUN' TO DL1-DTL-DISPOSITION
012850     END-EVALUATE.
012860     PERFORM 7200-WRITE-RESTART-DETAIL THRU
012870             7200-WRITE-RESTART-DETAIL-EXIT.
012880 2900-SUMMARIZE-RUN-RECORD-EXIT.
012890     EXIT.
012900
012910 2910-NOTE-RESUME-POINT.
012920     IF DL1-RESTART-RUN AND DL1-RST-RESUME-RUN-ID = SPACES
012930         MOVE DL1-CTL-RUN-ID TO DL1-RST-RESUME-RUN-ID
012940         DISPLAY 'DL1-0001-RESTART RESUMES AT RUN '
012950                 DL1-CTL-RUN-ID ' (PROBLEM ' DL1-CTL-PROBLEM-ID
012960                 ')'
012970     END-IF.
012980 2910-NOTE-RESUME-POINT-EXIT.
012990     EXIT.
013000
013010*----------------------------------------------------------------
013020*    5000-RUN-CATCH-UP - LOAD WHAT AUDFILE ALREADY HOLDS FOR
013030*    THE RANGE, THEN WALK THE RANGE ONE DATE AT A TIME,
013040*    OLDEST FIRST, RUNNING EVERY DUE RECORD THAT HAS NO
013050*    AUDIT ROW FOR THAT DATE.  RPTFILE IS NOT TRUNCATED -
013060*    THE BACK-FILLED LINES ARE APPENDED TO WHATEVER IS THERE.
013070*----------------------------------------------------------------
013080 5000-RUN-CATCH-UP.
013090     PERFORM 5100-LOAD-AUDIT-HISTORY THRU
013100             5100-LOAD-AUDIT-HISTORY-EXIT.
013110     IF NOT DL1-SEEN-OVERFLOW
013120         OPEN OUTPUT PRT-FILE
013130         MOVE DL1-TODAY-TEXT TO DL1-HDG1-DATE
013140         PERFORM 8100-START-NEW-PAGE THRU
013150                 8100-START-NEW-PAGE-EXIT
013160         PERFORM 5200-CATCH-UP-ONE-DATE THRU
013170                 5200-CATCH-UP-ONE-DATE-EXIT
013180             VARYING DL1-CUP-DATE-INTEGER
013190                 FROM DL1-CUP-FROM-INTEGER BY 1
013200             UNTIL DL1-CUP-DATE-INTEGER > DL1-CUP-TO-INTEGER
013210                OR DL1-CTL-FILE-STATUS NOT = '00'
013220         PERFORM 8000-FINISH-REPORT THRU 8000-FINISH-REPORT-EXIT
013230         CLOSE PRT-FILE
013240         DISPLAY 'DL1-0001-CATCH-UP COMPLETE - '
013250                 DL1-CUP-DUE-COUNT ' DUE - '
013260                 DL1-CUP-MISSING-COUNT ' MISSING - '
013270                 DL1-CUP-RUN-COUNT ' RUN - '
013280                 DL1-CUP-OUTSTANDING-COUNT ' STILL OUTSTANDING'
013290     END-IF.
013300 5000-RUN-CATCH-UP-EXIT.
013310     EXIT.
013320
013330*----------------------------------------------------------------
013340*    5100-LOAD-AUDIT-HISTORY - EVERY AUDIT ROW WHOSE
013350*    TIMESTAMP DATE FALLS INSIDE THE RANGE, WHATEVER ITS
013360*    CONDITION CODE - A RUN THAT FAILED ON THE DAY DID RUN,
013370*    AND RE-RUNNING IT IS AN OPERATOR DECISION, NOT A
013380*    CATCH-UP ONE.  A MISSING AUDFILE MEANS NOTHING RAN.
013390*----------------------------------------------------------------
013400 5100-LOAD-AUDIT-HISTORY.
013410     MOVE ZERO TO DL1-SEEN-COUNT.
013420     OPEN INPUT AUD-FILE.
013430     IF DL1-AUD-FILE-STATUS = '00'
013440         MOVE 'N' TO DL1-AUD-EOF-SW
013450         PERFORM 5110-LOAD-ONE-AUDIT-ROW THRU
013460                 5110-LOAD-ONE-AUDIT-ROW-EXIT
013470             UNTIL DL1-AUD-AT-EOF
013480                OR DL1-SEEN-OVERFLOW
013490         CLOSE AUD-FILE
013500     END-IF.
013510     IF DL1-SEEN-OVERFLOW
013520         DISPLAY 'DL1-0001-MORE THAN ' DL1-SEEN-MAX
013530                 ' AUDIT ROWS IN THE CATCH-UP RANGE - '
013540                 'SHORTEN THE RANGE'
013550         MOVE SPACES TO DL1-EXCP-RUN-ID
013560         MOVE 'DL1-0205E' TO DL1-EXCP-MSG-ID
013570         MOVE 'AUDIT HISTORY TOO LARGE FOR CATCH-UP RANGE'
013580             TO DL1-EXCP-TEXT
013590         PERFORM 9100-NOTIFY-EXCEPTION THRU
013600                 9100-NOTIFY-EXCEPTION-EXIT
013610         MOVE 16 TO DL1-WORST-RETURN-CODE
013620     END-IF.
013630 5100-LOAD-AUDIT-HISTORY-EXIT.
013640     EXIT.
013650
013660 5110-LOAD-ONE-AUDIT-ROW.
013670     READ AUD-FILE
013680         AT END
013690             MOVE 'Y' TO DL1-AUD-EOF-SW
013700         NOT AT END
013710             IF DL1-AUD-TIMESTAMP (1:10) NOT < DL1-DRV-FROM-DATE
013720                AND DL1-AUD-TIMESTAMP (1:10)
013730                    NOT > DL1-DRV-TO-DATE
013740                 PERFORM 5120-REMEMBER-AUDIT-ROW THRU
013750                         5120-REMEMBER-AUDIT-ROW-EXIT
013760             END-IF
013770     END-READ.
013780 5110-LOAD-ONE-AUDIT-ROW-EXIT.
013790     EXIT.
013800
013810 5120-REMEMBER-AUDIT-ROW.
013820     IF DL1-SEEN-COUNT NOT < DL1-SEEN-MAX
013830         MOVE 'Y' TO DL1-SEEN-OVERFLOW-SW
013840     ELSE
013850         ADD 1 TO DL1-SEEN-COUNT
013860         MOVE DL1-AUD-RUN-ID TO DL1-SEEN-RUN-ID (DL1-SEEN-COUNT)
013870         MOVE DL1-AUD-TIMESTAMP (1:10)
013880             TO DL1-SEEN-DATE (DL1-SEEN-COUNT)
013890         MOVE DL1-AUD-COND-CODE
013900             TO DL1-SEEN-COND-CODE (DL1-SEEN-COUNT)
013910     END-IF.
013920 5120-REMEMBER-AUDIT-ROW-EXIT.
013930     EXIT.
013940
013950*----------------------------------------------------------------
013960*    5200-CATCH-UP-ONE-DATE - ONE PASS OF THE RUN BOOK FOR
013970*    ONE DUE DATE.  DL1-RUN-DATE-YMD IS SET TO THAT DATE SO
013980*    DL1F0001 JUDGES DUE-NESS AS OF THAT DAY AND THE PROBLEM
013990*    MODULES STAMP THEIR OUTPUT WITH IT.
014000*----------------------------------------------------------------
014010 5200-CATCH-UP-ONE-DATE.
014020     COMPUTE DL1-RUN-DATE-YMD =
014030         FUNCTION DATE-OF-INTEGER (DL1-CUP-DATE-INTEGER).
014040     MOVE DL1-RUN-DATE-YMD (1:4) TO DL1-RUN-DATE-TEXT (1:4).
014050     MOVE '-' TO DL1-RUN-DATE-TEXT (5:1).
014060     MOVE DL1-RUN-DATE-YMD (5:2) TO DL1-RUN-DATE-TEXT (6:2).
014070     MOVE '-' TO DL1-RUN-DATE-TEXT (8:1).
014080     MOVE DL1-RUN-DATE-YMD (7:2) TO DL1-RUN-DATE-TEXT (9:2).
014090     OPEN INPUT CTL-FILE.
014100     IF DL1-CTL-FILE-STATUS NOT = '00'
014110         DISPLAY 'DL1-0001-CTLFILE COULD NOT BE OPENED - STATUS '
014120                 DL1-CTL-FILE-STATUS
014130         MOVE SPACES TO DL1-EXCP-RUN-ID
014140         MOVE 'DL1-0201E' TO DL1-EXCP-MSG-ID
014150         MOVE 'CTLFILE COULD NOT BE OPENED - SETUP ERROR'
014160             TO DL1-EXCP-TEXT
014170         PERFORM 9100-NOTIFY-EXCEPTION THRU
014180                 9100-NOTIFY-EXCEPTION-EXIT
014190         MOVE 16 TO DL1-WORST-RETURN-CODE
014200     ELSE
014210         MOVE 'N' TO DL1-CTL-EOF-SW
014220         MOVE ZERO TO DL1-DONE-COUNT
014230         PERFORM 5300-CATCH-UP-ONE-RECORD THRU
014240                 5300-CATCH-UP-ONE-RECORD-EXIT
014250             UNTIL DL1-CTL-AT-EOF
014260         CLOSE CTL-FILE
014270     END-IF.
014280 5200-CATCH-UP-ONE-DATE-EXIT.
014290     EXIT.
014300
014310*----------------------------------------------------------------
014320*    5300-CATCH-UP-ONE-RECORD - A RECORD DUE ON THE DATE WITH
014330*    AN AUDIT ROW FOR IT IS ALREADY ON FILE; ONE WITHOUT IS
014340*    RUN NOW AND REMEMBERED SO A DUPLICATE CONTROL RECORD
014350*    CANNOT RUN IT TWICE.  A BACK-FILLED RUN THAT ENDS ABOVE
014360*    CONDITION CODE 4 IS STILL OUTSTANDING, AND SO IS A
014370*    MISSING RUN HELD BECAUSE A PREDECESSOR FAILED THAT DAY
014380*    (ON FILE OR IN THIS CATCH-UP) - THE SAME HOLD RULES AS
014390*    THE NORMAL RUN BOOK.  A RECORD WHOSE PROBLEM IS DISABLED
014400*    IN THE CATALOG IS NOT BACK-FILLED.
014410*----------------------------------------------------------------
014420 5300-CATCH-UP-ONE-RECORD.
014430     READ CTL-FILE
014440         AT END
014450             MOVE 'Y' TO DL1-CTL-EOF-SW
014460         NOT AT END
014470             CALL 'DL1F0001' USING DL1-CONTROL-RECORD
014480                                  DL1-RUN-DATE-YMD
014490                                  DL1-DUE-SW
014500                                  DL1-SKIP-REASON
014510             IF DL1-RECORD-DUE
014520                 PERFORM 2500-CHECK-CATALOG THRU
014530                         2500-CHECK-CATALOG-EXIT
014540             END-IF
014550             IF DL1-RECORD-DUE
014560                 PERFORM 5400-CHECK-ONE-DUE-RECORD THRU
014570                         5400-CHECK-ONE-DUE-RECORD-EXIT
014580             END-IF
014590     END-READ.
014600 5300-CATCH-UP-ONE-RECORD-EXIT.
014610     EXIT.
014620
014630 5400-CHECK-ONE-DUE-RECORD.
014640     ADD 1 TO DL1-CUP-DUE-COUNT.
014650     PERFORM 5500-FIND-SEEN-ENTRY THRU 5500-FIND-SEEN-ENTRY-EXIT.
014660     IF DL1-SEEN-FOUND
014670         ADD 1 TO DL1-CUP-ON-FILE-COUNT
014680         MOVE 'N' TO DL1-HELD-SW
014690         MOVE SPACES TO DL1-HOLD-BLOCKER
014700         MOVE DL1-SEEN-COND-CODE (DL1-SEEN-IDX)
014710             TO DL1-RETURN-CODE
014720         PERFORM 2400-ADD-DONE-ENTRY THRU
014730                 2400-ADD-DONE-ENTRY-EXIT
014740     ELSE
014750         PERFORM 2200-CHECK-PREDECESSORS THRU
014760                 2200-CHECK-PREDECESSORS-EXIT
014770         IF DL1-RECORD-HELD
014780             PERFORM 5420-HOLD-ONE-MISSING-RUN THRU
014790                     5420-HOLD-ONE-MISSING-RUN-EXIT
014800         ELSE
014810             PERFORM 5410-BACK-FILL-ONE-RUN THRU
014820                     5410-BACK-FILL-ONE-RUN-EXIT
014830         END-IF
014840     END-IF.
014850 5400-CHECK-ONE-DUE-RECORD-EXIT.
014860     EXIT.
014870
014880 5410-BACK-FILL-ONE-RUN.
014890     ADD 1 TO DL1-CUP-MISSING-COUNT.
014900     MOVE ZERO TO DL1-RETURN-CODE.
014910     PERFORM 2100-CALL-PROBLEM THRU 2100-CALL-PROBLEM-EXIT.
014920     ADD 1 TO DL1-CUP-RUN-COUNT.
014930     PERFORM 5600-ADD-SEEN-ENTRY THRU 5600-ADD-SEEN-ENTRY-EXIT.
014940     PERFORM 2400-ADD-DONE-ENTRY THRU 2400-ADD-DONE-ENTRY-EXIT.
014950     DISPLAY 'DL1-0001-RUN ' DL1-CTL-RUN-ID ' (PROBLEM '
014960             DL1-CTL-PROBLEM-ID ') DUE ' DL1-RUN-DATE-TEXT
014970             ' BACK-FILLED - CONDITION CODE ' DL1-RETURN-CODE.
014980     IF DL1-RETURN-CODE > DL1-WORST-RETURN-CODE
014990         MOVE DL1-RETURN-CODE TO DL1-WORST-RETURN-CODE
015000     END-IF.
015010     MOVE DL1-RUN-DATE-TEXT TO DL1-DTL-DUE-DATE.
015020     MOVE DL1-CTL-RUN-ID TO DL1-DTL-RUN-ID.
015030     MOVE DL1-CTL-PROBLEM-ID TO DL1-DTL-PROBLEM-ID.
015040     MOVE DL1-RETURN-CODE TO DL1-DTL-COND-CODE.
015050     IF DL1-RETURN-CODE > 4
015060         ADD 1 TO DL1-CUP-OUTSTANDING-COUNT
015070         MOVE 'MISSING - RUN FAILED, STILL OUTSTANDING'
015080             TO DL1-DTL-DISPOSITION
015090     ELSE
015100         MOVE 'MISSING - RUN, BACK-FILLED'
015110             TO DL1-DTL-DISPOSITION
015120     END-IF.
015130     PERFORM 8200-WRITE-DETAIL-LINE THRU
015140             8200-WRITE-DETAIL-LINE-EXIT.
015150 5410-BACK-FILL-ONE-RUN-EXIT.
015160     EXIT.
015170
015180 5420-HOLD-ONE-MISSING-RUN.
015190     ADD 1 TO DL1-CUP-MISSING-COUNT.
015200     ADD 1 TO DL1-CUP-OUTSTANDING-COUNT.
015210     PERFORM 2300-HOLD-RECORD THRU 2300-HOLD-RECORD-EXIT.
015220     MOVE DL1-RUN-DATE-TEXT TO DL1-DTL-DUE-DATE.
015230     MOVE DL1-CTL-RUN-ID TO DL1-DTL-RUN-ID.
015240     MOVE DL1-CTL-PROBLEM-ID TO DL1-DTL-PROBLEM-ID.
015250     MOVE ZERO TO DL1-DTL-COND-CODE.
015260     MOVE 'MISSING - HELD, PREDECESSOR '
015270         TO DL1-DTL-DISPOSITION.
015280     MOVE DL1-HOLD-PREDECESSOR TO DL1-DTL-DISPOSITION (29:8).
015290     PERFORM 8200-WRITE-DETAIL-LINE THRU
015300             8200-WRITE-DETAIL-LINE-EXIT.
015310 5420-HOLD-ONE-MISSING-RUN-EXIT.
015320     EXIT.
015330
015340*----------------------------------------------------------------
015350*    5500-FIND-SEEN-ENTRY - IS THERE AN AUDIT ROW (OR A RUN
015360*    MADE EARLIER IN THIS JOB) FOR THIS RUN-ID ON THIS DATE.
015370*    SEARCHED NEWEST FIRST, SO A RUN RERUN ON THE DAY IS
015380*    JUDGED BY ITS LAST CONDITION CODE.  DL1-SEEN-IDX IS
015390*    LEFT ON THE ENTRY FOUND.
015400*----------------------------------------------------------------
015410 5500-FIND-SEEN-ENTRY.
015420     MOVE 'N' TO DL1-SEEN-FOUND-SW.
015430     PERFORM 5510-TEST-SEEN-ENTRY THRU 5510-TEST-SEEN-ENTRY-EXIT
015440         VARYING DL1-SEEN-IDX FROM DL1-SEEN-COUNT BY -1
015450         UNTIL DL1-SEEN-IDX < 1
015460            OR DL1-SEEN-FOUND.
015470     IF DL1-SEEN-FOUND
015480         ADD 1 TO DL1-SEEN-IDX
015490     END-IF.
015500 5500-FIND-SEEN-ENTRY-EXIT.
015510     EXIT.
015520
015530 5510-TEST-SEEN-ENTRY.
015540     IF DL1-SEEN-RUN-ID (DL1-SEEN-IDX) = DL1-CTL-RUN-ID
015550        AND DL1-SEEN-DATE (DL1-SEEN-IDX) = DL1-RUN-DATE-TEXT
015560         MOVE 'Y' TO DL1-SEEN-FOUND-SW
015570     END-IF.
015580 5510-TEST-SEEN-ENTRY-EXIT.
015590     EXIT.
015600
015610*----------------------------------------------------------------
015620*    5600-ADD-SEEN-ENTRY - REMEMBER A RUN JUST MADE.  WHEN
015630*    THE TABLE IS FULL THE MODULE'S OWN AUDIT ROW IS STILL
015640*    ON AUDFILE FOR THE NEXT CATCH-UP, SO NOTHING IS LOST.
015650*----------------------------------------------------------------
015660 5600-ADD-SEEN-ENTRY.
015670     IF DL1-SEEN-COUNT < DL1-SEEN-MAX
015680         ADD 1 TO DL1-SEEN-COUNT
015690         MOVE DL1-CTL-RUN-ID TO DL1-SEEN-RUN-ID (DL1-SEEN-COUNT)
015700         MOVE DL1-RUN-DATE-TEXT TO DL1-SEEN-DATE (DL1-SEEN-COUNT)
015710         MOVE DL1-RETURN-CODE
015720             TO DL1-SEEN-COND-CODE (DL1-SEEN-COUNT)
015730     END-IF.
015740 5600-ADD-SEEN-ENTRY-EXIT.
015750     EXIT.
015760
015770*----------------------------------------------------------------
015780*    7000-FINISH-RESTART-SUMMARY - WHAT KIND OF RUN THIS WAS,
015790*    WHERE A RESTART RESUMED, AND HOW MANY DUE RECORDS WERE
015800*    CARRIED FORWARD, RUN AND LEFT UNRUN - ON RSTRPT AND THE
015810*    CONSOLE.
015820*----------------------------------------------------------------
015830 7000-FINISH-RESTART-SUMMARY.
015840     MOVE DL1-RUN-DATE-TEXT TO DL1-RST-TRL-RUN-DATE.
015850     EVALUATE TRUE
015860         WHEN DL1-FORCED-RERUN
015870             MOVE 'FORCED FULL RERUN - COMPLETION LOG IGNORED'
015880                 TO DL1-RST-TRL-MODE
015890         WHEN DL1-RESTART-RUN AND DL1-RST-RESUME-RUN-ID = SPACES
015900             MOVE 'RESTART - NOTHING LEFT TO RESUME'
015910                 TO DL1-RST-TRL-MODE
015920         WHEN DL1-RESTART-RUN
015930             MOVE 'RESTART - RESUMED AT RUN-ID '
015940                 TO DL1-RST-TRL-MODE
015950             MOVE DL1-RST-RESUME-RUN-ID
015960                 TO DL1-RST-TRL-MODE (29:8)
015970         WHEN OTHER
015980             MOVE 'FIRST RUN OF THE DAY - NOTHING CARRIED FORWARD'
015990                 TO DL1-RST-TRL-MODE
016000     END-EVALUATE.
016010     MOVE DL1-RST-CARRIED-COUNT TO DL1-RST-TRL-CARRIED.
016020     MOVE DL1-RST-RUN-COUNT TO DL1-RST-TRL-RUN.
016030     MOVE DL1-RST-UNRUN-COUNT TO DL1-RST-TRL-UNRUN.
016040     IF DL1-RST-OPEN
016050         MOVE DL1-RST-MODE-LINE TO DL1-RST-RECORD
016060         WRITE DL1-RST-RECORD AFTER ADVANCING 2 LINES
016070         MOVE DL1-RST-COUNT-LINE TO DL1-RST-RECORD
016080         WRITE DL1-RST-RECORD AFTER ADVANCING 1 LINE
016090     END-IF.
016100     DISPLAY 'DL1-0001-RESTART SUMMARY - '
016110             DL1-RST-CARRIED-COUNT ' CARRIED FORWARD - '
016120             DL1-RST-RUN-COUNT ' RUN - '
016130             DL1-RST-UNRUN-COUNT ' LEFT UNRUN'.
016140 7000-FINISH-RESTART-SUMMARY-EXIT.
016150     EXIT.
016160
016170*----------------------------------------------------------------
016180*    7100-START-RESTART-PAGE - HEADINGS FOR A NEW PAGE OF THE
016190*    RESTART SUMMARY.
016200*----------------------------------------------------------------
016210 7100-START-RESTART-PAGE.
016220     ADD 1 TO DL1-PAGE-COUNT.
016230     MOVE DL1-PAGE-COUNT TO DL1-RST-HDG1-PAGE.
016240     MOVE DL1-RST-HDG1-LINE TO DL1-RST-RECORD.
016250     IF DL1-PAGE-COUNT = 1
016260         WRITE DL1-RST-RECORD AFTER ADVANCING 1 LINE
016270     ELSE
016280         WRITE DL1-RST-RECORD AFTER ADVANCING PAGE
016290     END-IF.
016300     MOVE DL1-HDG2-LINE TO DL1-RST-RECORD.
016310     WRITE DL1-RST-RECORD AFTER ADVANCING 2 LINES.
016320     MOVE SPACES TO DL1-RST-RECORD.
016330     WRITE DL1-RST-RECORD AFTER ADVANCING 1 LINE.
016340     MOVE 4 TO DL1-LINE-COUNT.
016350 7100-START-RESTART-PAGE-EXIT.
016360     EXIT.
016370
016380*----------------------------------------------------------------
016390*    7200-WRITE-RESTART-DETAIL - ONE LINE PER DUE RECORD; THE
016400*    CALLER HAS SET THE DISPOSITION.  NOTHING WHEN RSTRPT
016410*    COULD NOT BE OPENED.
016420*----------------------------------------------------------------
016430 7200-WRITE-RESTART-DETAIL.
016440     IF DL1-RST-OPEN
016450         IF DL1-LINE-COUNT NOT < DL1-LINES-PER-PAGE
016460             PERFORM 7100-START-RESTART-PAGE THRU
016470                     7100-START-RESTART-PAGE-EXIT
016480         END-IF
016490         MOVE DL1-RUN-DATE-TEXT TO DL1-DTL-DUE-DATE
016500         MOVE DL1-CTL-RUN-ID TO DL1-DTL-RUN-ID
016510         MOVE DL1-CTL-PROBLEM-ID TO DL1-DTL-PROBLEM-ID
016520         MOVE DL1-RETURN-CODE TO DL1-DTL-COND-CODE
016530         MOVE DL1-DETAIL-LINE TO DL1-RST-RECORD
016540         WRITE DL1-RST-RECORD AFTER ADVANCING 1 LINE
016550         ADD 1 TO DL1-LINE-COUNT
016560     END-IF.
016570 7200-WRITE-RESTART-DETAIL-EXIT.
016580     EXIT.
016590
016600*----------------------------------------------------------------
016610*    8000-FINISH-REPORT - THE RANGE AND THE COUNTS.  WHEN
016620*    NOTHING WAS MISSING, SAY SO ON THE REPORT RATHER THAN
016630*    LEAVE THE OPERATOR AN EMPTY PAGE.
016640*----------------------------------------------------------------
016650 8000-FINISH-REPORT.
016660     IF DL1-CUP-MISSING-COUNT = ZERO
016670         MOVE DL1-NOTHING-MISSING-LINE TO DL1-PRT-RECORD
016680         WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE
016690     END-IF.
016700     MOVE DL1-DRV-FROM-DATE TO DL1-TRL-FROM-DATE.
016710     MOVE DL1-DRV-TO-DATE TO DL1-TRL-TO-DATE.
016720     MOVE DL1-TRAILER-RANGE-LINE TO DL1-PRT-RECORD.
016730     WRITE DL1-PRT-RECORD AFTER ADVANCING 2 LINES.
016740     MOVE DL1-CUP-DUE-COUNT TO DL1-TRL-DUE.
016750     MOVE DL1-CUP-ON-FILE-COUNT TO DL1-TRL-ON-FILE.
016760     MOVE DL1-TRAILER-DUE-LINE TO DL1-PRT-RECORD.
016770     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
016780     MOVE DL1-CUP-MISSING-COUNT TO DL1-TRL-MISSING.
016790     MOVE DL1-CUP-RUN-COUNT TO DL1-TRL-RUN.
016800     MOVE DL1-CUP-OUTSTANDING-COUNT TO DL1-TRL-OUTSTANDING.
016810     MOVE DL1-TRAILER-COUNT-LINE TO DL1-PRT-RECORD.
016820     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
016830 8000-FINISH-REPORT-EXIT.
016840     EXIT.
016850
016860*----------------------------------------------------------------
016870*    8100-START-NEW-PAGE - HEADINGS FOR A NEW PAGE.
016880*----------------------------------------------------------------
016890 8100-START-NEW-PAGE.
016900     ADD 1 TO DL1-PAGE-COUNT.
016910     MOVE DL1-PAGE-COUNT TO DL1-HDG1-PAGE.
016920     MOVE DL1-HDG1-LINE TO DL1-PRT-RECORD.
016930     IF DL1-PAGE-COUNT = 1
016940         WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE
016950     ELSE
016960         WRITE DL1-PRT-RECORD AFTER ADVANCING PAGE
016970     END-IF.
016980     MOVE DL1-HDG2-LINE TO DL1-PRT-RECORD.
016990     WRITE DL1-PRT-RECORD AFTER ADVANCING 2 LINES.
017000     MOVE SPACES TO DL1-PRT-RECORD.
017010     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
017020     MOVE 4 TO DL1-LINE-COUNT.
017030 8100-START-NEW-PAGE-EXIT.
017040     EXIT.
017050
017060*----------------------------------------------------------------
017070*    8200-WRITE-DETAIL-LINE - ONE LINE PER MISSING RUN, RUN
017080*    OR HELD.
017090*----------------------------------------------------------------
017100 8200-WRITE-DETAIL-LINE.
017110     IF DL1-LINE-COUNT NOT < DL1-LINES-PER-PAGE
017120         PERFORM 8100-START-NEW-PAGE THRU
017130                 8100-START-NEW-PAGE-EXIT
017140     END-IF.
017150     MOVE DL1-DETAIL-LINE TO DL1-PRT-RECORD.
017160     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
017170     ADD 1 TO DL1-LINE-COUNT.
017180 8200-WRITE-DETAIL-LINE-EXIT.
017190     EXIT.
017200
017210*----------------------------------------------------------------
017220*    9100-NOTIFY-EXCEPTION - COMMON EXCEPTION RECORD PLUS
017230*    NUMBERED CONSOLE MESSAGE.  MSG-ID AND TEXT ARE SET BY
017240*    THE CALLER; RUN-ID IS SPACES UNLESS A CONTROL RECORD
017250*    WAS IN CONTEXT.
017260*----------------------------------------------------------------
017270 9100-NOTIFY-EXCEPTION.
017280     MOVE 'DL1M0001' TO DL1-EXCP-PROGRAM.
017290     MOVE 'E' TO DL1-EXCP-SEVERITY.
017300     CALL 'DL1E0001' USING DL1-EXCEPTION-PARMS.
017310 9100-NOTIFY-EXCEPTION-EXIT.
017320     EXIT.
017330
017340 END PROGRAM DL1M0001.
