000100*----------------------------------------------------------------
000110*    DL1Q0003 - ON-DEMAND RESULT REQUEST INTAKE.
000120*
000130*    ANALYSTS ASK FOR THE ANSWER TO ONE PROBLEM UNDER ONE
000140*    PARAMETER SET WITHOUT WAITING FOR A STANDING RUN-BOOK
000150*    RECORD.  EACH REQUEST CARD (RQSREC00 ON RQSFILE) NAMES
000160*    THE REQUESTER, THEIR REFERENCE NUMBER, THE PROBLEM-ID
000170*    AND THE PARAMETERS.  EVERY REQUEST IS VALIDATED WITH THE
000180*    SAME DL1V0001 RULES AS A RUN-BOOK RECORD, THEN -
000190*
000200*      - IF THE GOLDEN MASTER (GLDKSDS) ALREADY HOLDS THE
000210*        PROBLEM AND PARAMETER TEXT, IT IS ANSWERED FROM
000220*        THERE AT ONCE, WITH NO COMPUTATION;
000230*      - OTHERWISE A ONE-TIME RUN-BOOK RECORD (DAILY, EFFECTIVE
000240*        ON THE RUN DATE ONLY) IS SUBMITTED TO THE PENDING-
000250*        CHANGE DATASET (PNDKSDS) EXACTLY AS DL1U0003 WOULD,
000260*        SO IT GOES THROUGH THE SAME DUAL-CONTROL APPROVAL
000270*        (DL1U0001) BEFORE TONIGHT'S WINDOW.  A REQUEST FOR A
000280*        PROBLEM AND PARAMETER TEXT THAT ANOTHER REQUEST HAS
000290*        ALREADY SCHEDULED JOINS THAT RUN INSTEAD.
000300*
000310*    EVERY ACCEPTED REQUEST IS KEPT ON RQTKSDS (RQTREC00).
000320*    EACH RUN FIRST FOLLOWS UP THE REQUESTS STILL SCHEDULED:
000330*    ONCE THE ONE-TIME RUN HAS PUT THE ANSWER ON THE GOLDEN
000340*    MASTER THE REQUEST IS ANSWERED; ONCE ITS RUN DATE HAS
000350*    COME WITHOUT ONE, IT IS REJECTED.  IT THEN TIDIES UP
000354*    AFTER EVERY SETTLED REQUEST: A ONE-TIME ADD STILL
000358*    PENDING ON PNDKSDS IS WITHDRAWN (REJECTED, WITH THE
000362*    CHGFILE ROW DL1U0001 WRITES FOR A REJECTION), AND A
000366*    ONE-TIME RECORD THAT REACHED THE RUN BOOK IS SUBMITTED
000370*    FOR DELETION THE SAME WAY, SO THE BOOK DOES NOT FILL UP
000374*    WITH THEM.  A DELETE THAT IS REJECTED OR EXPIRES IS
000378*    SUBMITTED AGAIN ON THE NEXT RUN, FOR AS LONG AS THE
000382*    RECORD IS ON THE BOOK AND NO DELETE OF IT IS PENDING.
000390*
000400*    EVERY STATUS CHANGE WRITES ONE RESPONSE ROW (RSPREC00 ON
000410*    RSPFILE) AND ONE LINE ON THE INTAKE REPORT (INTRPT),
000420*    WHICH ENDS WITH THE DAY'S INTAKE SUMMARY - ALSO SHOWN
000430*    ON SYSOUT FOR THE OPERATIONS LOG.
000440*
000450*    THE RUN DATE OF A ONE-TIME RUN IS TOMORROW (TONIGHT'S
000460*    WINDOW RUNS AFTER MIDNIGHT, AS IN DL1Y0002) UNLESS THE
000470*    OPTIONAL PRMFILE CARD GIVES A YYYY-MM-DD IN COLUMNS 1-10.
000480*
000490*    RETURN-CODE 0 = EVERY REQUEST ANSWERED OR SCHEDULED,
000500*    4 = AT LEAST ONE REJECTED (TODAY'S OR AN EARLIER ONE
000510*    WHOSE RUN GAVE NO ANSWER), 16 = A DATASET COULD NOT BE
000516*    OPENED OR A WRITE FAILED, OR THE PRMFILE RUN DATE IS NOT
000522*    A VALID YYYY-MM-DD FROM TODAY ON.
000530*
000540*    MODIFICATION HISTORY
000550*    DATE       INIT  DESCRIPTION
000560*    ---------- ----  ----------------------------------
000570*    2026-10-08 JM    ORIGINAL PROGRAM.
000572*    2026-10-15 JM    SETTLED REQUESTS: A PENDING ONE-TIME ADD IS
000574*                     WITHDRAWN WITH A CHGFILE ROW, AND THE
000576*                     DELETE OF A ONE-TIME RECORD STILL ON THE
000578*                     BOOK IS RESUBMITTED UNTIL IT IS APPLIED.
000580*    2026-10-15 JM    A PRMFILE RUN DATE THAT IS NOT A REAL
000582*                     CALENDAR DAY ENDS THE STEP 16 INSTEAD OF
000584*                     DATING AND NAMING THE ONE-TIME RUNS.
000586*----------------------------------------------------------------
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID.              DL1Q0003.
000610 AUTHOR.                  JOERG M.
000620 INSTALLATION.            AT GITHUB JOERGEM.
000630 DATE-WRITTEN.            2026.
000640 DATE-COMPILED.           2026-10-08.
000650 SECURITY.                VERSION.
000660*    THIS PROGRAM IS WITHOUT ANY WARRANTY; WITHOUT EVEN THE
000670*    IMPLIED WARRANTY OF MERCHANTABILITY OR FITNESS FOR A
000680*    PARTICULAR PURPOSE.
000690
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT PRM-FILE ASSIGN "PRMFILE"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS DL1-PRM-FILE-STATUS.
000760     SELECT RQS-FILE ASSIGN "RQSFILE"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS DL1-RQS-FILE-STATUS.
000790     SELECT CTL-FILE ASSIGN "CTLFILE"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS DL1-CTL-FILE-STATUS.
000820     SELECT GLD-FILE ASSIGN "GLDKSDS"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS DL1-GLD-KEY
000860         FILE STATUS IS DL1-GLD-FILE-STATUS.
000870     SELECT PND-FILE ASSIGN "PNDKSDS"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS DL1-PND-KEY
000910         FILE STATUS IS DL1-PND-FILE-STATUS.
000920     SELECT RQT-FILE ASSIGN "RQTKSDS"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS DL1-RQT-KEY
000960         FILE STATUS IS DL1-RQT-FILE-STATUS.
000970     SELECT RSP-FILE ASSIGN "RSPFILE"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS DL1-RSP-FILE-STATUS.
001000     SELECT PRT-FILE ASSIGN "INTRPT"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS DL1-PRT-FILE-STATUS.
001022     SELECT CHG-FILE ASSIGN "CHGFILE"
001024         ORGANIZATION IS SEQUENTIAL
001026         FILE STATUS IS DL1-CHG-FILE-STATUS.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  PRM-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 01  DL1-RUNPARM-RECORD.
001100     05  DL1-PRM-RUN-DATE      PIC X(10).
001110     05  FILLER                PIC X(70).
001120
001130 FD  RQS-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160     COPY RQSREC00.
001170
001180 FD  CTL-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  DL1-CTL-FILE-RECORD       PIC X(114).
001220
001230 FD  GLD-FILE
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260     COPY GLDREC00.
001270
001280 FD  PND-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310     COPY PNDREC00.
001320
001330 FD  RQT-FILE
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD.
001360     COPY RQTREC00.
001370
001380 FD  RSP-FILE
001390     RECORDING MODE IS F
001400     LABEL RECORDS ARE STANDARD.
001410     COPY RSPREC00.
001420
001430 FD  PRT-FILE
001440     RECORDING MODE IS F
001450     LABEL RECORDS ARE STANDARD.
001460 01  DL1-PRT-RECORD            PIC X(132).
001461
001462 FD  CHG-FILE
001463     RECORDING MODE IS F
001464     LABEL RECORDS ARE STANDARD.
001465     COPY CHGREC00.
001470
001480 WORKING-STORAGE SECTION.
001490 77  DL1-PRM-FILE-STATUS       PIC X(02) VALUE '00'.
001500 77  DL1-RQS-FILE-STATUS       PIC X(02) VALUE '00'.
001510 77  DL1-CTL-FILE-STATUS       PIC X(02) VALUE '00'.
001520 77  DL1-GLD-FILE-STATUS       PIC X(02) VALUE '00'.
001530 77  DL1-PND-FILE-STATUS       PIC X(02) VALUE '00'.
001540 77  DL1-RQT-FILE-STATUS       PIC X(02) VALUE '00'.
001550 77  DL1-RSP-FILE-STATUS       PIC X(02) VALUE '00'.
001560 77  DL1-PRT-FILE-STATUS       PIC X(02) VALUE '00'.
001565 77  DL1-CHG-FILE-STATUS       PIC X(02) VALUE '00'.
001570 77  DL1-SETUP-OK-SW           PIC X(01) VALUE 'Y'.
001580     88  DL1-SETUP-OK                    VALUE 'Y'.
001590 77  DL1-UPDATE-FAILED-SW      PIC X(01) VALUE 'N'.
001600     88  DL1-UPDATE-FAILED               VALUE 'Y'.
001610 77  DL1-RQS-EOF-SW            PIC X(01) VALUE 'N'.
001620     88  DL1-RQS-AT-EOF                  VALUE 'Y'.
001630 77  DL1-RQT-EOF-SW            PIC X(01) VALUE 'N'.
001640     88  DL1-RQT-AT-EOF                  VALUE 'Y'.
001643 77  DL1-PND-EOF-SW            PIC X(01) VALUE 'N'.
001646     88  DL1-PND-AT-EOF                  VALUE 'Y'.
001650 77  DL1-CTL-EOF-SW            PIC X(01) VALUE 'N'.
001660     88  DL1-CTL-AT-EOF                  VALUE 'Y'.
001670 77  DL1-GLD-OPEN-SW           PIC X(01) VALUE 'N'.
001680     88  DL1-GLD-OPEN                    VALUE 'Y'.
001690 77  DL1-GOLDEN-FOUND-SW       PIC X(01) VALUE 'N'.
001700     88  DL1-GOLDEN-FOUND                VALUE 'Y'.
001710 77  DL1-BOOK-FOUND-SW         PIC X(01) VALUE 'N'.
001720     88  DL1-BOOK-FOUND                  VALUE 'Y'.
001730 77  DL1-SCHED-FOUND-SW        PIC X(01) VALUE 'N'.
001740     88  DL1-SCHED-FOUND                 VALUE 'Y'.
001750 77  DL1-RETIRED-FOUND-SW      PIC X(01) VALUE 'N'.
001760     88  DL1-RETIRED-FOUND               VALUE 'Y'.
001770 77  DL1-RUN-ID-FREE-SW        PIC X(01) VALUE 'N'.
001780     88  DL1-RUN-ID-FREE                 VALUE 'Y'.
001790 77  DL1-PENDING-OK-SW         PIC X(01) VALUE 'Y'.
001800     88  DL1-PENDING-OK                  VALUE 'Y'.
001810 77  DL1-VALID-PARMS-SW        PIC X(01) VALUE 'Y'.
001820     88  DL1-VALID-PARMS                 VALUE 'Y'.
001830     88  DL1-INVALID-PARMS               VALUE 'N'.
001840 77  DL1-VALIDATION-REASON     PIC X(30) VALUE SPACES.
001850 77  DL1-REJECT-REASON         PIC X(30) VALUE SPACES.
001860 77  DL1-FOLLOW-UP-REASON      PIC X(30) VALUE SPACES.
001870 77  DL1-RECEIVED-COUNT        PIC 9(05) COMP
001880                               VALUE ZERO.
001890 77  DL1-FROM-MASTER-COUNT     PIC 9(05) COMP
001900                               VALUE ZERO.
001910 77  DL1-SCHEDULED-COUNT       PIC 9(05) COMP
001920                               VALUE ZERO.
001930 77  DL1-JOINED-COUNT          PIC 9(05) COMP
001940                               VALUE ZERO.
001950 77  DL1-REJECTED-COUNT        PIC 9(05) COMP
001960                               VALUE ZERO.
001970 77  DL1-EARLIER-ANSWERED-COUNT
001980                               PIC 9(05) COMP
001990                               VALUE ZERO.
002000 77  DL1-EARLIER-FAILED-COUNT  PIC 9(05) COMP
002010                               VALUE ZERO.
002020 77  DL1-OUTSTANDING-COUNT     PIC 9(05) COMP
002030                               VALUE ZERO.
002040 77  DL1-RETIRED-COUNT         PIC 9(05) COMP
002050                               VALUE ZERO.
002053 77  DL1-WITHDRAWN-COUNT       PIC 9(05) COMP
002056                               VALUE ZERO.
002060 77  DL1-PENDING-WRITTEN-COUNT PIC 9(04) COMP
002070                               VALUE ZERO.
002080 77  DL1-BOOK-COUNT            PIC 9(04) COMP
002090                               VALUE ZERO.
002100 77  DL1-BOOK-IDX              PIC 9(04) COMP
002110                               VALUE ZERO.
002115 77  DL1-BOOK-MATCH-IDX        PIC 9(04) COMP
002120                               VALUE ZERO.
002125 77  DL1-SCHED-COUNT           PIC 9(04) COMP
002130                               VALUE ZERO.
002140 77  DL1-SCHED-IDX             PIC 9(04) COMP
002150                               VALUE ZERO.
002160 77  DL1-SCHED-MATCH-IDX       PIC 9(04) COMP
002170                               VALUE ZERO.
002180 77  DL1-RETIRED-TABLE-COUNT   PIC 9(04) COMP
002190                               VALUE ZERO.
002200 77  DL1-RETIRED-IDX           PIC 9(04) COMP
002210                               VALUE ZERO.
002220 77  DL1-TOTAL-IDX             PIC 9(02) COMP
002230                               VALUE ZERO.
002240 77  DL1-DIVISOR-IDX           PIC 9(02) COMP
002250                               VALUE ZERO.
002260 77  DL1-DIVISOR-LIMIT         PIC 9(02) COMP
002270                               VALUE ZERO.
002280 77  DL1-LIST-PTR              PIC 9(03) COMP
002290                               VALUE ZERO.
002300 77  DL1-ONE-TIME-SEQ          PIC 9(02) VALUE ZERO.
002310 77  DL1-CANDIDATE-RUN-ID      PIC X(08) VALUE SPACES.
002320 77  DL1-RETIRE-RUN-ID         PIC X(08) VALUE SPACES.
002330 77  DL1-TODAY-YMD             PIC 9(08) VALUE ZERO.
002340 77  DL1-TODAY-TEXT            PIC X(10) VALUE SPACES.
002350 77  DL1-RUN-TIME-HHMMSS       PIC 9(08) VALUE ZERO.
002360 77  DL1-RUN-DATE-YMD          PIC 9(08) VALUE ZERO.
002370 77  DL1-RUN-DATE-TEXT         PIC X(10) VALUE SPACES.
002380 77  DL1-DATE-INTEGER          PIC 9(08) COMP
002390                               VALUE ZERO.
002400 77  DL1-STAMP-TEXT            PIC X(19) VALUE SPACES.
002410 77  DL1-LINE-COUNT            PIC 9(03) COMP
002420                               VALUE ZERO.
002430 77  DL1-PAGE-COUNT            PIC 9(04) COMP
002440                               VALUE ZERO.
002450 77  DL1-LINES-PER-PAGE        PIC 9(03) COMP
002460                               VALUE 50.
002470 77  DL1-EDIT-BOUND            PIC Z(07)9.
002480 77  DL1-EDIT-TARGET           PIC Z(14)9.
002490 77  DL1-EDIT-DIVISOR          PIC Z(03)9.
002500 77  DL1-PARM-TEXT-WORK        PIC X(58) VALUE SPACES.
002510 77  DL1-DIVISOR-LIST-TEXT     PIC X(49) VALUE SPACES.
002515 77  DL1-PRIOR-IMAGE           PIC X(114) VALUE SPACES.
002520     COPY CTLREC00.
002530     COPY MNTREC00.
002540     COPY PRBPRM00.
002550     COPY PRBREC00.
002560
002570*    THE RUN BOOK'S RUN-IDS - A ONE-TIME RUN-ID MUST NOT BE ONE
002580*    OF THEM, AND A ONE-TIME RECORD IS ONLY RETIRED IF IT
002590*    ACTUALLY REACHED THE BOOK.
002600 01  DL1-BOOK-TABLE.
002610     05  DL1-BOOK-ENTRY        OCCURS 200 TIMES.
002620         10  FILLER            PIC X(04).
002630         10  DL1-BOOK-RUN-ID   PIC X(08).
002640         10  FILLER            PIC X(102).
002650
002660*    ONE-TIME RUNS STILL WAITING FOR THEIR WINDOW - THE ONES
002670*    EARLIER REQUESTS SCHEDULED AND THE ONES SCHEDULED TODAY.
002680*    A NEW REQUEST FOR THE SAME PROBLEM AND PARAMETER TEXT
002690*    JOINS THE RUN ALREADY THERE.
002700 01  DL1-SCHED-TABLE.
002710     05  DL1-SCHED-ENTRY       OCCURS 200 TIMES.
002720         10  DL1-SCHED-PROBLEM-ID
002730                               PIC X(04).
002740         10  DL1-SCHED-PARM-TEXT
002750                               PIC X(58).
002760         10  DL1-SCHED-RUN-ID  PIC X(08).
002770         10  DL1-SCHED-RUN-DATE
002780                               PIC X(10).
002790         10  DL1-SCHED-PENDING-KEY
002800                               PIC X(23).
002810
002820*    ONE-TIME RUN-IDS WITH A DELETE AWAITING APPROVAL - THOSE
002825*    ALREADY PENDING ON PNDKSDS AND THOSE SUBMITTED IN THIS
002830*    RUN - SO A RUN IS RETIRED ONLY ONCE, HOWEVER MANY
002835*    REQUESTS SHARE IT.
002840 01  DL1-RETIRED-TABLE.
002850     05  DL1-RETIRED-RUN-ID    PIC X(08) OCCURS 200 TIMES.
002860
002870 01  DL1-TOTAL-LABEL-VALUES.
002880     05  FILLER                PIC X(40) VALUE
002890         'REQUESTS RECEIVED TODAY'.
002900     05  FILLER                PIC X(40) VALUE
002910         '  ANSWERED FROM THE GOLDEN MASTER'.
002920     05  FILLER                PIC X(40) VALUE
002930         '  SCHEDULED - NEW ONE-TIME RUN'.
002940     05  FILLER                PIC X(40) VALUE
002950         '  SCHEDULED - JOINED AN EXISTING RUN'.
002960     05  FILLER                PIC X(40) VALUE
002970         '  REJECTED'.
002980     05  FILLER                PIC X(40) VALUE
002990         'EARLIER REQUESTS ANSWERED'.
003000     05  FILLER                PIC X(40) VALUE
003010         'EARLIER REQUESTS REJECTED'.
003020     05  FILLER                PIC X(40) VALUE
003030         'EARLIER REQUESTS STILL SCHEDULED'.
003040     05  FILLER                PIC X(40) VALUE
003050         'ONE-TIME RUNS SUBMITTED FOR DELETION'.
003053     05  FILLER                PIC X(40) VALUE
003056         'ONE-TIME RUN ADDS WITHDRAWN'.
003060 01  DL1-TOTAL-LABEL-TABLE REDEFINES DL1-TOTAL-LABEL-VALUES.
003070     05  DL1-TOTAL-LABEL       PIC X(40) OCCURS 10 TIMES.
003080 01  DL1-TOTAL-COUNT-TABLE.
003090     05  DL1-TOTAL-COUNT       PIC 9(05) COMP
003100                               OCCURS 10 TIMES.
003110
003120 01  DL1-HDG1-LINE.
003130     05  FILLER                PIC X(09) VALUE 'DL1Q0003 '.
003140     05  FILLER                PIC X(34) VALUE
003150         'ON-DEMAND RESULT REQUEST INTAKE   '.
003160     05  DL1-HDG1-DATE         PIC X(10) VALUE SPACES.
003170     05  FILLER                PIC X(66) VALUE SPACES.
003180     05  FILLER                PIC X(05) VALUE 'PAGE '.
003190     05  DL1-HDG1-PAGE         PIC Z(03)9.
003200     05  FILLER                PIC X(04) VALUE SPACES.
003210
003220 01  DL1-HDG2-LINE.
003230     05  FILLER                PIC X(41) VALUE
003240         'ONE-TIME RUNS ARE SCHEDULED FOR RUN DATE '.
003250     05  DL1-HDG2-RUN-DATE     PIC X(10).
003260     05  FILLER                PIC X(81) VALUE SPACES.
003270
003280 01  DL1-COLUMN-LINE.
003290     05  FILLER                PIC X(09) VALUE 'REQUESTER'.
003300     05  FILLER                PIC X(13) VALUE 'REFERENCE'.
003310     05  FILLER                PIC X(05) VALUE 'PROB'.
003320     05  FILLER                PIC X(11) VALUE 'STATUS'.
003330     05  FILLER                PIC X(17) VALUE
003340         '          ANSWER'.
003350     05  FILLER                PIC X(07) VALUE 'TYPE'.
003360     05  FILLER                PIC X(09) VALUE 'RUN-ID'.
003370     05  FILLER                PIC X(11) VALUE 'RUN DATE'.
003380     05  FILLER                PIC X(30) VALUE 'REASON'.
003390     05  FILLER                PIC X(20) VALUE SPACES.
003400
003410 01  DL1-DETAIL-LINE.
003420     05  DL1-DTL-REQUESTER     PIC X(08).
003430     05  FILLER                PIC X(01) VALUE SPACES.
003440     05  DL1-DTL-REFERENCE     PIC X(12).
003450     05  FILLER                PIC X(01) VALUE SPACES.
003460     05  DL1-DTL-PROBLEM-ID    PIC X(04).
003470     05  FILLER                PIC X(01) VALUE SPACES.
003480     05  DL1-DTL-STATUS        PIC X(10).
003490     05  FILLER                PIC X(01) VALUE SPACES.
003500     05  DL1-DTL-ANSWER        PIC X(16).
003510     05  FILLER                PIC X(01) VALUE SPACES.
003520     05  DL1-DTL-ANSWER-TYPE   PIC X(06).
003530     05  FILLER                PIC X(01) VALUE SPACES.
003540     05  DL1-DTL-RUN-ID        PIC X(08).
003550     05  FILLER                PIC X(01) VALUE SPACES.
003560     05  DL1-DTL-RUN-DATE      PIC X(10).
003570     05  FILLER                PIC X(01) VALUE SPACES.
003580     05  DL1-DTL-REASON        PIC X(30).
003590     05  FILLER                PIC X(20) VALUE SPACES.
003600
003610 01  DL1-SECTION-LINE          PIC X(132) VALUE SPACES.
003620
003630 01  DL1-TOTAL-LINE.
003640     05  FILLER                PIC X(02) VALUE SPACES.
003650     05  DL1-TOT-LABEL         PIC X(40).
003660     05  DL1-TOT-COUNT         PIC Z(04)9.
003670     05  FILLER                PIC X(85) VALUE SPACES.
003680
003690 PROCEDURE DIVISION.
003700*----------------------------------------------------------------
003710*    0000-MAINLINE
003720*----------------------------------------------------------------
003730 0000-MAINLINE.
003740     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003750     IF DL1-SETUP-OK
003760         PERFORM 2000-FOLLOW-UP-REQUESTS THRU
003770                 2000-FOLLOW-UP-REQUESTS-EXIT
003772         IF NOT DL1-UPDATE-FAILED
003774             PERFORM 2500-TIDY-SETTLED-REQUESTS THRU
003776                     2500-TIDY-SETTLED-REQUESTS-EXIT
003778         END-IF
003780         IF NOT DL1-UPDATE-FAILED
003790             PERFORM 3000-TAKE-IN-REQUESTS THRU
003800                     3000-TAKE-IN-REQUESTS-EXIT
003810         END-IF
003820         PERFORM 8000-FINISH-REPORT THRU
003830                 8000-FINISH-REPORT-EXIT
003840     END-IF.
003850     STOP RUN.
003860 0000-MAINLINE-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------------
003900*    1000-INITIALIZE - TODAY, THE RUN DATE OF TONIGHT'S
003910*    ONE-TIME RUNS, THE STAMP EVERY ROW WRITTEN BY THIS RUN
003920*    CARRIES, THE RUN BOOK, THE DATASETS AND THE DELETES
003925*    ALREADY AWAITING APPROVAL.
003930*----------------------------------------------------------------
003940 1000-INITIALIZE.
003950     ACCEPT DL1-TODAY-YMD FROM DATE YYYYMMDD.
003960     ACCEPT DL1-RUN-TIME-HHMMSS FROM TIME.
003970     MOVE DL1-TODAY-YMD (1:4) TO DL1-TODAY-TEXT (1:4).
003980     MOVE '-' TO DL1-TODAY-TEXT (5:1).
003990     MOVE DL1-TODAY-YMD (5:2) TO DL1-TODAY-TEXT (6:2).
004000     MOVE '-' TO DL1-TODAY-TEXT (8:1).
004010     MOVE DL1-TODAY-YMD (7:2) TO DL1-TODAY-TEXT (9:2).
004020     MOVE SPACES TO DL1-STAMP-TEXT.
004030     MOVE DL1-TODAY-TEXT TO DL1-STAMP-TEXT (1:10).
004040     MOVE '-' TO DL1-STAMP-TEXT (11:1).
004050     MOVE DL1-RUN-TIME-HHMMSS (1:2) TO DL1-STAMP-TEXT (12:2).
004060     MOVE '.' TO DL1-STAMP-TEXT (14:1).
004070     MOVE DL1-RUN-TIME-HHMMSS (3:2) TO DL1-STAMP-TEXT (15:2).
004080     MOVE '.' TO DL1-STAMP-TEXT (17:1).
004090     MOVE DL1-RUN-TIME-HHMMSS (5:2) TO DL1-STAMP-TEXT (18:2).
004100     PERFORM 1100-READ-RUN-DATE-CARD THRU
004110             1100-READ-RUN-DATE-CARD-EXIT.
004120     IF DL1-SETUP-OK
004130         PERFORM 1200-LOAD-RUN-BOOK THRU
004140                 1200-LOAD-RUN-BOOK-EXIT
004150         PERFORM 1300-OPEN-DATASETS THRU
004160                 1300-OPEN-DATASETS-EXIT
004170     END-IF.
004172     IF DL1-SETUP-OK
004174         PERFORM 1400-LOAD-PENDING-DELETES THRU
004176                 1400-LOAD-PENDING-DELETES-EXIT
004178     END-IF.
004180     IF DL1-SETUP-OK
004190         PERFORM 8100-START-NEW-PAGE THRU
004200                 8100-START-NEW-PAGE-EXIT
004210     END-IF.
004220 1000-INITIALIZE-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------------
004260*    1100-READ-RUN-DATE-CARD - SPACES, AN EMPTY PRMFILE OR NO
004270*    PRMFILE MEAN TOMORROW, THE RUN DATE TONIGHT'S DL1J0001
004280*    WILL RUN UNDER ONCE MIDNIGHT HAS PASSED.  AN EXPLICIT
004286*    DATE MUST BE YYYY-MM-DD, A DAY THAT EXISTS (NOT
004292*    2026-02-30) AND NOT EARLIER THAN TODAY.
004300*----------------------------------------------------------------
004310 1100-READ-RUN-DATE-CARD.
004320     MOVE SPACES TO DL1-RUNPARM-RECORD.
004330     OPEN INPUT PRM-FILE.
004340     IF DL1-PRM-FILE-STATUS = '00'
004350         READ PRM-FILE
004360             AT END
004370                 MOVE SPACES TO DL1-RUNPARM-RECORD
004380         END-READ
004390         CLOSE PRM-FILE
004400     END-IF.
004410     IF DL1-PRM-RUN-DATE = SPACES
004420         COMPUTE DL1-DATE-INTEGER =
004430             FUNCTION INTEGER-OF-DATE (DL1-TODAY-YMD) + 1
004440         COMPUTE DL1-RUN-DATE-YMD =
004450             FUNCTION DATE-OF-INTEGER (DL1-DATE-INTEGER)
004460     ELSE
004470         IF DL1-PRM-RUN-DATE (1:4) NOT NUMERIC
004480            OR DL1-PRM-RUN-DATE (5:1) NOT = '-'
004490            OR DL1-PRM-RUN-DATE (6:2) NOT NUMERIC
004500            OR DL1-PRM-RUN-DATE (8:1) NOT = '-'
004510            OR DL1-PRM-RUN-DATE (9:2) NOT NUMERIC
004520            OR DL1-PRM-RUN-DATE (6:2) < '01'
004530            OR DL1-PRM-RUN-DATE (6:2) > '12'
004540            OR DL1-PRM-RUN-DATE (9:2) < '01'
004550            OR DL1-PRM-RUN-DATE (9:2) > '31'
004560            OR DL1-PRM-RUN-DATE < DL1-TODAY-TEXT
004570             DISPLAY 'DL1-0001-REQUEST INTAKE REJECTED - RUN '
004580                     'DATE ' DL1-PRM-RUN-DATE ' IS NOT A '
004590                     'YYYY-MM-DD FROM TODAY ON'
004600             MOVE 'N' TO DL1-SETUP-OK-SW
004610             MOVE 16 TO RETURN-CODE
004620         ELSE
004630             MOVE DL1-PRM-RUN-DATE (1:4) TO DL1-RUN-DATE-YMD (1:4)
004640             MOVE DL1-PRM-RUN-DATE (6:2) TO DL1-RUN-DATE-YMD (5:2)
004650             MOVE DL1-PRM-RUN-DATE (9:2) TO DL1-RUN-DATE-YMD (7:2)
004651             IF FUNCTION TEST-DATE-YYYYMMDD (DL1-RUN-DATE-YMD)
004652                NOT = 0
004653                 DISPLAY 'DL1-0001-REQUEST INTAKE REJECTED - RUN '
004654                         'DATE ' DL1-PRM-RUN-DATE ' IS NOT A '
004655                         'VALID YYYY-MM-DD'
004656                 MOVE 'N' TO DL1-SETUP-OK-SW
004657                 MOVE 16 TO RETURN-CODE
004658             END-IF
004660         END-IF
004670     END-IF.
004680     MOVE DL1-RUN-DATE-YMD (1:4) TO DL1-RUN-DATE-TEXT (1:4).
004690     MOVE '-' TO DL1-RUN-DATE-TEXT (5:1).
004700     MOVE DL1-RUN-DATE-YMD (5:2) TO DL1-RUN-DATE-TEXT (6:2).
004710     MOVE '-' TO DL1-RUN-DATE-TEXT (8:1).
004720     MOVE DL1-RUN-DATE-YMD (7:2) TO DL1-RUN-DATE-TEXT (9:2).
004730 1100-READ-RUN-DATE-CARD-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------------
004770*    1200-LOAD-RUN-BOOK - THE PRODUCTION RUN BOOK INTO THE
004780*    TABLE.  A MISSING CTLFILE IS AN EMPTY BOOK.
004790*----------------------------------------------------------------
004800 1200-LOAD-RUN-BOOK.
004810     OPEN INPUT CTL-FILE.
004820     IF DL1-CTL-FILE-STATUS = '00'
004830         PERFORM 1210-LOAD-ONE-RECORD THRU
004840                 1210-LOAD-ONE-RECORD-EXIT
004850             UNTIL DL1-CTL-AT-EOF
004860         CLOSE CTL-FILE
004870     END-IF.
004880 1200-LOAD-RUN-BOOK-EXIT.
004890     EXIT.
004900
004910 1210-LOAD-ONE-RECORD.
004920     READ CTL-FILE
004930         AT END
004940             MOVE 'Y' TO DL1-CTL-EOF-SW
004950         NOT AT END
004960             IF DL1-BOOK-COUNT < 200
004970                 ADD 1 TO DL1-BOOK-COUNT
004980                 MOVE DL1-CTL-FILE-RECORD TO
004990                     DL1-BOOK-ENTRY (DL1-BOOK-COUNT)
005000             END-IF
005010     END-READ.
005020 1210-LOAD-ONE-RECORD-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------
005060*    1300-OPEN-DATASETS - THE GOLDEN MASTER IS ONLY READ; ONE
005070*    THAT DOES NOT EXIST YET (STATUS 35) ANSWERS NOTHING AND
005080*    EVERY VALID REQUEST IS SCHEDULED.  THE TRACKING AND
005090*    PENDING-CHANGE DATASETS ARE CREATED ON FIRST USE, AS
005100*    DL1U0003 DOES, AND RSPFILE AND CHGFILE ARE APPENDED TO.
005110*----------------------------------------------------------------
005120 1300-OPEN-DATASETS.
005130     OPEN INPUT RQS-FILE.
005140     IF DL1-RQS-FILE-STATUS NOT = '00'
005150         DISPLAY 'DL1-0001-RQSFILE COULD NOT BE OPENED - '
005160                 'STATUS ' DL1-RQS-FILE-STATUS
005170         MOVE 'N' TO DL1-SETUP-OK-SW
005180     END-IF.
005190     IF DL1-SETUP-OK
005200         OPEN INPUT GLD-FILE
005210         EVALUATE DL1-GLD-FILE-STATUS
005220             WHEN '00'
005230                 MOVE 'Y' TO DL1-GLD-OPEN-SW
005240             WHEN '35'
005250                 DISPLAY 'DL1-0001-NO GLDKSDS FOUND - NO REQUEST '
005260                         'CAN BE ANSWERED FROM THE MASTER'
005270             WHEN OTHER
005280                 DISPLAY 'DL1-0001-GLDKSDS COULD NOT BE OPENED - '
005290                         'STATUS ' DL1-GLD-FILE-STATUS
005300                 MOVE 'N' TO DL1-SETUP-OK-SW
005310         END-EVALUATE
005320     END-IF.
005330     IF DL1-SETUP-OK
005340         OPEN I-O PND-FILE
005350         IF DL1-PND-FILE-STATUS = '35'
005360             OPEN OUTPUT PND-FILE
005370             CLOSE PND-FILE
005380             OPEN I-O PND-FILE
005390         END-IF
005400         IF DL1-PND-FILE-STATUS NOT = '00'
005410             DISPLAY 'DL1-0001-PNDKSDS COULD NOT BE OPENED - '
005420                     'STATUS ' DL1-PND-FILE-STATUS
005430             MOVE 'N' TO DL1-SETUP-OK-SW
005440         END-IF
005450     END-IF.
005460     IF DL1-SETUP-OK
005470         OPEN I-O RQT-FILE
005480         IF DL1-RQT-FILE-STATUS = '35'
005490             OPEN OUTPUT RQT-FILE
005500             CLOSE RQT-FILE
005510             OPEN I-O RQT-FILE
005520         END-IF
005530         IF DL1-RQT-FILE-STATUS NOT = '00'
005540             DISPLAY 'DL1-0001-RQTKSDS COULD NOT BE OPENED - '
005550                     'STATUS ' DL1-RQT-FILE-STATUS
005560             MOVE 'N' TO DL1-SETUP-OK-SW
005570         END-IF
005580     END-IF.
005590     IF DL1-SETUP-OK
005600         OPEN EXTEND RSP-FILE
005610         IF DL1-RSP-FILE-STATUS = '35'
005620             OPEN OUTPUT RSP-FILE
005630         END-IF
005640         IF DL1-RSP-FILE-STATUS NOT = '00'
005650             DISPLAY 'DL1-0001-RSPFILE COULD NOT BE OPENED - '
005660                     'STATUS ' DL1-RSP-FILE-STATUS
005670             MOVE 'N' TO DL1-SETUP-OK-SW
005680         END-IF
005690     END-IF.
005691     IF DL1-SETUP-OK
005692         OPEN EXTEND CHG-FILE
005693         IF DL1-CHG-FILE-STATUS = '35'
005694             OPEN OUTPUT CHG-FILE
005695         END-IF
005696         IF DL1-CHG-FILE-STATUS NOT = '00'
005697             DISPLAY 'DL1-0001-CHGFILE COULD NOT BE OPENED - '
005698                     'STATUS ' DL1-CHG-FILE-STATUS
005699             MOVE 'N' TO DL1-SETUP-OK-SW
005700         END-IF
005701     END-IF.
005702     IF DL1-SETUP-OK
005710         OPEN OUTPUT PRT-FILE
005720     ELSE
005730         MOVE 16 TO RETURN-CODE
005740     END-IF.
005750 1300-OPEN-DATASETS-EXIT.
005760     EXIT.
005770
005771*----------------------------------------------------------------
005772*    1400-LOAD-PENDING-DELETES - THE RUN-IDS OF THE DELETES
005773*    STILL PENDING ON PNDKSDS, WHOEVER SUBMITTED THEM, GO
005774*    INTO THE RETIRED TABLE SO NO SECOND DELETE IS PARKED
005775*    BEHIND ONE THE APPROVER HAS NOT SEEN YET.
005776*----------------------------------------------------------------
005777 1400-LOAD-PENDING-DELETES.
005778     MOVE LOW-VALUES TO DL1-PND-KEY.
005779     START PND-FILE KEY IS NOT LESS THAN DL1-PND-KEY
005780         INVALID KEY
005781             MOVE 'Y' TO DL1-PND-EOF-SW
005782     END-START.
005783     PERFORM 1410-LOAD-ONE-PENDING-CHANGE THRU
005784             1410-LOAD-ONE-PENDING-CHANGE-EXIT
005785         UNTIL DL1-PND-AT-EOF.
005786 1400-LOAD-PENDING-DELETES-EXIT.
005787     EXIT.
005788
005789 1410-LOAD-ONE-PENDING-CHANGE.
005790     READ PND-FILE NEXT RECORD
005791         AT END
005792             MOVE 'Y' TO DL1-PND-EOF-SW
005793         NOT AT END
005794             MOVE DL1-PND-MAINT-IMAGE TO DL1-MAINT-RECORD
005795             IF DL1-PND-PENDING
005796                AND DL1-MNT-DELETE
005797                AND DL1-RETIRED-TABLE-COUNT < 200
005798                 ADD 1 TO DL1-RETIRED-TABLE-COUNT
005799                 MOVE DL1-MNT-RUN-ID TO
005800                     DL1-RETIRED-RUN-ID (DL1-RETIRED-TABLE-COUNT)
005801             END-IF
005802     END-READ.
005803 1410-LOAD-ONE-PENDING-CHANGE-EXIT.
005804     EXIT.
005805
005806*----------------------------------------------------------------
005807*    2000-FOLLOW-UP-REQUESTS - WALK THE TRACKING DATASET FOR
005808*    REQUESTS STILL SCHEDULED BEFORE TODAY'S CARDS ARE TAKEN
005810*    IN, SO A NEW REQUEST CAN JOIN A RUN STILL TO COME.
005820*----------------------------------------------------------------
005830 2000-FOLLOW-UP-REQUESTS.
005840     MOVE SPACES TO DL1-SECTION-LINE.
005850     MOVE 'REQUESTS SCHEDULED EARLIER AND SETTLED TODAY'
005860         TO DL1-SECTION-LINE.
005870     PERFORM 8300-PRINT-SECTION-HEADING THRU
005880             8300-PRINT-SECTION-HEADING-EXIT.
005890     MOVE LOW-VALUES TO DL1-RQT-KEY.
005900     START RQT-FILE KEY IS NOT LESS THAN DL1-RQT-KEY
005910         INVALID KEY
005920             MOVE 'Y' TO DL1-RQT-EOF-SW
005930     END-START.
005940     PERFORM 2100-FOLLOW-UP-ONE-REQUEST THRU
005950             2100-FOLLOW-UP-ONE-REQUEST-EXIT
005960         UNTIL DL1-RQT-AT-EOF
005970            OR DL1-UPDATE-FAILED.
005980     IF DL1-EARLIER-ANSWERED-COUNT = ZERO
005990        AND DL1-EARLIER-FAILED-COUNT = ZERO
006000         MOVE '(NO EARLIER REQUEST SETTLED TODAY)'
006010             TO DL1-PRT-RECORD
006020         PERFORM 8200-WRITE-PRINT-LINE THRU
006030                 8200-WRITE-PRINT-LINE-EXIT
006040     END-IF.
006050 2000-FOLLOW-UP-REQUESTS-EXIT.
006060     EXIT.
006070
006080*----------------------------------------------------------------
006090*    2100-FOLLOW-UP-ONE-REQUEST - A SCHEDULED REQUEST WHOSE
006100*    KEY IS NOW ON THE GOLDEN MASTER IS ANSWERED.  ONE WHOSE
006110*    RUN DATE HAS COME WITHOUT AN ANSWER IS REJECTED: IF THE
006120*    ONE-TIME RECORD IS ON THE RUN BOOK IT WAS APPROVED AND
006130*    RAN WITHOUT A CLEAN ANSWER, OTHERWISE IT WAS NEVER
006140*    APPROVED IN TIME.  ANY OTHER SCHEDULED REQUEST WAITS
006150*    FOR ITS WINDOW AND IS REMEMBERED FOR JOINING.
006160*----------------------------------------------------------------
006170 2100-FOLLOW-UP-ONE-REQUEST.
006180     READ RQT-FILE NEXT RECORD
006190         AT END
006200             MOVE 'Y' TO DL1-RQT-EOF-SW
006210         NOT AT END
006220             IF DL1-RQT-SCHEDULED
006230                 MOVE DL1-RQT-PROBLEM-ID TO DL1-GLD-PROBLEM-ID
006240                 MOVE DL1-RQT-PARM-TEXT TO DL1-GLD-PARM-TEXT
006250                 PERFORM 5000-READ-GOLDEN-MASTER THRU
006260                         5000-READ-GOLDEN-MASTER-EXIT
006270                 EVALUATE TRUE
006280                     WHEN DL1-GOLDEN-FOUND
006290                         PERFORM 2200-SETTLE-ANSWERED THRU
006300                                 2200-SETTLE-ANSWERED-EXIT
006310                     WHEN DL1-RQT-RUN-DATE <= DL1-TODAY-TEXT
006320                         PERFORM 2300-SETTLE-UNANSWERED THRU
006330                                 2300-SETTLE-UNANSWERED-EXIT
006340                     WHEN OTHER
006350                         ADD 1 TO DL1-OUTSTANDING-COUNT
006360                         PERFORM 5300-REMEMBER-SCHEDULED-RUN
006370                            THRU 5300-REMEMBER-SCHEDULED-RUN-EXIT
006380                 END-EVALUATE
006390             END-IF
006400     END-READ.
006410 2100-FOLLOW-UP-ONE-REQUEST-EXIT.
006420     EXIT.
006430
006440*----------------------------------------------------------------
006450*    2200-SETTLE-ANSWERED - THE ONE-TIME RUN (OR ANOTHER RUN
006460*    OF THE SAME PARAMETERS) PUT THE ANSWER ON THE MASTER.
006470*    THE ROW TAKES ON THE MASTER'S RUN-ID AND DATE; ITS
006480*    PENDING KEY STILL LEADS 2500 TO THE ONE-TIME RECORD.
006490*----------------------------------------------------------------
006500 2200-SETTLE-ANSWERED.
006540     MOVE 'ANSWERED' TO DL1-RQT-STATUS.
006550     MOVE DL1-GLD-ANSWER TO DL1-RQT-ANSWER.
006560     MOVE DL1-GLD-ANSWER-TYPE TO DL1-RQT-ANSWER-TYPE.
006570     MOVE DL1-GLD-FIRST-RUN-ID TO DL1-RQT-RUN-ID.
006580     MOVE DL1-GLD-FIRST-DATE TO DL1-RQT-RUN-DATE.
006590     MOVE 'ANSWERED AFTER THE ONE-TIME RUN' TO DL1-RQT-REASON.
006600     ADD 1 TO DL1-EARLIER-ANSWERED-COUNT.
006610     PERFORM 2400-REWRITE-TRACKING-ROW THRU
006620             2400-REWRITE-TRACKING-ROW-EXIT.
006630 2200-SETTLE-ANSWERED-EXIT.
006640     EXIT.
006650
006660 2300-SETTLE-UNANSWERED.
006670     MOVE DL1-RQT-RUN-ID TO DL1-RETIRE-RUN-ID.
006680     PERFORM 5200-FIND-BOOK-RUN-ID THRU
006690             5200-FIND-BOOK-RUN-ID-EXIT.
006700     IF DL1-BOOK-FOUND
006710         MOVE 'ONE-TIME RUN GAVE NO CLEAN ANSWER'
006720             TO DL1-FOLLOW-UP-REASON
006750     ELSE
006760         MOVE 'ONE-TIME RUN WAS NOT APPROVED'
006770             TO DL1-FOLLOW-UP-REASON
006780     END-IF.
006790     MOVE 'REJECTED' TO DL1-RQT-STATUS.
006800     MOVE DL1-FOLLOW-UP-REASON TO DL1-RQT-REASON.
006810     ADD 1 TO DL1-EARLIER-FAILED-COUNT.
006820     PERFORM 2400-REWRITE-TRACKING-ROW THRU
006830             2400-REWRITE-TRACKING-ROW-EXIT.
006840 2300-SETTLE-UNANSWERED-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------------
006880*    2400-REWRITE-TRACKING-ROW - THE SETTLED ROW, ITS
006890*    RESPONSE AND ITS REPORT LINE.  A FAILED REWRITE STOPS
006900*    THE RUN.
006910*----------------------------------------------------------------
006920 2400-REWRITE-TRACKING-ROW.
006930     MOVE DL1-STAMP-TEXT TO DL1-RQT-STATUS-TIMESTAMP.
006940     REWRITE DL1-TRACKING-RECORD.
006950     IF DL1-RQT-FILE-STATUS NOT = '00'
006960         DISPLAY 'DL1-0001-REQUEST FOLLOW-UP FAILED - '
006970                 DL1-RQT-REQUESTER ' ' DL1-RQT-REFERENCE
006980                 ' REWRITE STATUS ' DL1-RQT-FILE-STATUS
006990         MOVE 'Y' TO DL1-UPDATE-FAILED-SW
007000     ELSE
007010         PERFORM 7000-WRITE-RESPONSE THRU
007020                 7000-WRITE-RESPONSE-EXIT
007030         PERFORM 7100-PRINT-REQUEST-LINE THRU
007040                 7100-PRINT-REQUEST-LINE-EXIT
007050     END-IF.
007060 2400-REWRITE-TRACKING-ROW-EXIT.
007070     EXIT.
007080
007081*----------------------------------------------------------------
007082*    2500-TIDY-SETTLED-REQUESTS - WALK THE TRACKING DATASET
007083*    AGAIN FOR EVERY SETTLED REQUEST THAT SUBMITTED (OR
007084*    JOINED) A ONE-TIME ADD, AND LOOK THE ADD UP ON PNDKSDS
007085*    BY THE ROW'S PENDING KEY.  ONE NEVER FOUND THERE (OR
007086*    ALREADY REJECTED OR EXPIRED) NEEDS NOTHING MORE.
007087*----------------------------------------------------------------
007088 2500-TIDY-SETTLED-REQUESTS.
007089     MOVE 'N' TO DL1-RQT-EOF-SW.
007090     MOVE LOW-VALUES TO DL1-RQT-KEY.
007091     START RQT-FILE KEY IS NOT LESS THAN DL1-RQT-KEY
007092         INVALID KEY
007093             MOVE 'Y' TO DL1-RQT-EOF-SW
007094     END-START.
007095     PERFORM 2510-TIDY-ONE-REQUEST THRU
007096             2510-TIDY-ONE-REQUEST-EXIT
007097         UNTIL DL1-RQT-AT-EOF
007098            OR DL1-UPDATE-FAILED.
007099 2500-TIDY-SETTLED-REQUESTS-EXIT.
007100     EXIT.
007101
007102 2510-TIDY-ONE-REQUEST.
007103     READ RQT-FILE NEXT RECORD
007104         AT END
007105             MOVE 'Y' TO DL1-RQT-EOF-SW
007106         NOT AT END
007107             IF NOT DL1-RQT-SCHEDULED
007108                AND DL1-RQT-PENDING-KEY NOT = SPACES
007109                 MOVE DL1-RQT-PENDING-KEY TO DL1-PND-KEY
007110                 READ PND-FILE
007111                     INVALID KEY
007112                         CONTINUE
007113                     NOT INVALID KEY
007114                         PERFORM 2520-TIDY-ONE-TIME-ADD THRU
007115                                 2520-TIDY-ONE-TIME-ADD-EXIT
007116                 END-READ
007117                 IF DL1-PND-FILE-STATUS NOT = '00'
007118                    AND DL1-PND-FILE-STATUS NOT = '23'
007119                     DISPLAY 'DL1-0001-REQUEST FOLLOW-UP '
007120                             'FAILED - ' DL1-RQT-REQUESTER ' '
007121                             DL1-RQT-REFERENCE ' PNDKSDS READ '
007122                             'STATUS ' DL1-PND-FILE-STATUS
007123                     MOVE 'Y' TO DL1-UPDATE-FAILED-SW
007124                 END-IF
007125             END-IF
007126     END-READ.
007127 2510-TIDY-ONE-REQUEST-EXIT.
007128     EXIT.
007129
007130*----------------------------------------------------------------
007131*    2520-TIDY-ONE-TIME-ADD - AN ADD STILL PENDING IS
007132*    WITHDRAWN: THE REQUEST NO LONGER NEEDS THE RUN.  ONCE
007133*    APPROVED, THE ONE-TIME RECORD IS RETIRED.  NEITHER
007134*    IS DONE WHILE THE RUN-ID BELONGS TO A RUN STILL
007135*    SCHEDULED - ANOTHER REQUEST JOINED IT, OR THE RUN-ID
007136*    HAS BEEN GIVEN OUT AGAIN SINCE.
007137*----------------------------------------------------------------
007138 2520-TIDY-ONE-TIME-ADD.
007139     MOVE DL1-PND-MAINT-IMAGE TO DL1-MAINT-RECORD.
007140     MOVE DL1-MNT-RUN-ID TO DL1-CANDIDATE-RUN-ID.
007141     MOVE 'Y' TO DL1-RUN-ID-FREE-SW.
007142     PERFORM 3711-CHECK-ONE-SCHEDULED-ID THRU
007143             3711-CHECK-ONE-SCHEDULED-ID-EXIT
007144         VARYING DL1-SCHED-IDX FROM 1 BY 1
007145         UNTIL DL1-SCHED-IDX > DL1-SCHED-COUNT
007146            OR NOT DL1-RUN-ID-FREE.
007147     IF DL1-MNT-ADD AND DL1-RUN-ID-FREE
007148         EVALUATE TRUE
007149             WHEN DL1-PND-PENDING
007150                 PERFORM 5500-WITHDRAW-PENDING-ADD THRU
007151                         5500-WITHDRAW-PENDING-ADD-EXIT
007152             WHEN DL1-PND-APPROVED
007153                 MOVE DL1-MNT-RUN-ID TO DL1-RETIRE-RUN-ID
007154                 PERFORM 5100-RETIRE-ONE-TIME-RUN THRU
007155                         5100-RETIRE-ONE-TIME-RUN-EXIT
007156         END-EVALUATE
007157     END-IF.
007158 2520-TIDY-ONE-TIME-ADD-EXIT.
007159     EXIT.
007160
007161*----------------------------------------------------------------
007162*    3000-TAKE-IN-REQUESTS - TODAY'S REQUEST CARDS.
007163*----------------------------------------------------------------
007164 3000-TAKE-IN-REQUESTS.
007165     MOVE SPACES TO DL1-SECTION-LINE.
007166     MOVE 'REQUESTS RECEIVED TODAY' TO DL1-SECTION-LINE.
007167     PERFORM 8300-PRINT-SECTION-HEADING THRU
007168             8300-PRINT-SECTION-HEADING-EXIT.
007170     PERFORM 3100-TAKE-IN-ONE-REQUEST THRU
007180             3100-TAKE-IN-ONE-REQUEST-EXIT
007190         UNTIL DL1-RQS-AT-EOF
007200            OR DL1-UPDATE-FAILED.
007210     IF DL1-RECEIVED-COUNT = ZERO
007220         MOVE '(NO REQUESTS RECEIVED)' TO DL1-PRT-RECORD
007230         PERFORM 8200-WRITE-PRINT-LINE THRU
007240                 8200-WRITE-PRINT-LINE-EXIT
007250     END-IF.
007260 3000-TAKE-IN-REQUESTS-EXIT.
007270     EXIT.
007280
007290*----------------------------------------------------------------
007300*    3100-TAKE-IN-ONE-REQUEST - EDIT, VALIDATE, THEN ANSWER
007310*    FROM THE MASTER OR SCHEDULE.  ONLY AN ANSWERED OR
007320*    SCHEDULED REQUEST IS KEPT ON RQTKSDS - A REJECTED ONE
007330*    MAY BE CORRECTED AND SENT AGAIN UNDER THE SAME
007340*    REFERENCE.
007350*----------------------------------------------------------------
007360 3100-TAKE-IN-ONE-REQUEST.
007370     READ RQS-FILE
007380         AT END
007390             MOVE 'Y' TO DL1-RQS-EOF-SW
007400         NOT AT END
007410             ADD 1 TO DL1-RECEIVED-COUNT
007420             MOVE SPACES TO DL1-REJECT-REASON
007430             PERFORM 3200-EDIT-REQUEST THRU
007440                     3200-EDIT-REQUEST-EXIT
007450             MOVE SPACES TO DL1-TRACKING-RECORD
007460             MOVE DL1-RQS-REQUESTER TO DL1-RQT-REQUESTER
007470             MOVE DL1-RQS-REFERENCE TO DL1-RQT-REFERENCE
007480             MOVE DL1-RQS-PROBLEM-ID TO DL1-RQT-PROBLEM-ID
007490             MOVE DL1-STAMP-TEXT TO DL1-RQT-RECEIVED-TIMESTAMP
007500             MOVE DL1-STAMP-TEXT TO DL1-RQT-STATUS-TIMESTAMP
007510             IF DL1-REJECT-REASON = SPACES
007520                 PERFORM 3300-VALIDATE-REQUEST THRU
007530                         3300-VALIDATE-REQUEST-EXIT
007540             END-IF
007550             IF DL1-REJECT-REASON = SPACES
007560                 MOVE DL1-PARM-TEXT-WORK TO DL1-RQT-PARM-TEXT
007570                 MOVE DL1-RQT-PROBLEM-ID TO DL1-GLD-PROBLEM-ID
007580                 MOVE DL1-RQT-PARM-TEXT TO DL1-GLD-PARM-TEXT
007590                 PERFORM 5000-READ-GOLDEN-MASTER THRU
007600                         5000-READ-GOLDEN-MASTER-EXIT
007610                 IF DL1-GOLDEN-FOUND
007620                     PERFORM 3500-ANSWER-FROM-MASTER THRU
007630                             3500-ANSWER-FROM-MASTER-EXIT
007640                 ELSE
007650                     PERFORM 3600-SCHEDULE-REQUEST THRU
007660                             3600-SCHEDULE-REQUEST-EXIT
007670                 END-IF
007680             END-IF
007690             IF DL1-REJECT-REASON = SPACES
007700                 PERFORM 3800-WRITE-TRACKING-ROW THRU
007710                         3800-WRITE-TRACKING-ROW-EXIT
007720             END-IF
007730             IF DL1-REJECT-REASON NOT = SPACES
007740                 ADD 1 TO DL1-REJECTED-COUNT
007750                 MOVE 'REJECTED' TO DL1-RQT-STATUS
007760                 MOVE DL1-REJECT-REASON TO DL1-RQT-REASON
007770             END-IF
007780             IF NOT DL1-UPDATE-FAILED
007790                 PERFORM 7000-WRITE-RESPONSE THRU
007800                         7000-WRITE-RESPONSE-EXIT
007810                 PERFORM 7100-PRINT-REQUEST-LINE THRU
007820                         7100-PRINT-REQUEST-LINE-EXIT
007830             END-IF
007840     END-READ.
007850 3100-TAKE-IN-ONE-REQUEST-EXIT.
007860     EXIT.
007870
007880*----------------------------------------------------------------
007890*    3200-EDIT-REQUEST - THE CARD ITSELF.  THE FIRST RULE THAT
007900*    FAILS IS THE REASON.  THE CATALOG ROW DECIDES WHICH
007910*    PARAMETER FIELDS MUST BE NUMERIC; THE VALUES THEMSELVES
007920*    ARE LEFT TO DL1V0001.
007930*----------------------------------------------------------------
007940 3200-EDIT-REQUEST.
007950     EVALUATE TRUE
007960         WHEN DL1-RQS-REQUESTER = SPACES
007970             MOVE 'REQUESTER ID IS REQUIRED' TO DL1-REJECT-REASON
007980         WHEN DL1-RQS-REFERENCE = SPACES
007990             MOVE 'REFERENCE NUMBER IS REQUIRED'
008000                 TO DL1-REJECT-REASON
008010         WHEN DL1-RQS-PROBLEM-ID = SPACES
008020             MOVE 'PROBLEM ID IS REQUIRED' TO DL1-REJECT-REASON
008030     END-EVALUATE.
008040     IF DL1-REJECT-REASON = SPACES
008050         MOVE DL1-RQS-REQUESTER TO DL1-RQT-REQUESTER
008060         MOVE DL1-RQS-REFERENCE TO DL1-RQT-REFERENCE
008070         READ RQT-FILE
008080             INVALID KEY
008090                 CONTINUE
008100             NOT INVALID KEY
008110                 MOVE 'REFERENCE NUMBER ALREADY USED'
008120                     TO DL1-REJECT-REASON
008130         END-READ
008140     END-IF.
008150     IF DL1-REJECT-REASON = SPACES
008160         MOVE DL1-RQS-PROBLEM-ID TO DL1-PRBP-PROBLEM-ID
008170         CALL 'DL1I0001' USING DL1-CATALOG-PARMS
008180                              DL1-PROBLEM-CATALOG-RECORD
008190         EVALUATE TRUE
008200             WHEN DL1-PRBP-UNAVAILABLE
008210                 MOVE 'PROBLEM CATALOG UNAVAILABLE'
008220                     TO DL1-REJECT-REASON
008230             WHEN DL1-PRBP-NOT-FOUND
008240                 MOVE 'PROBLEM NOT IN CATALOG'
008250                     TO DL1-REJECT-REASON
008260             WHEN DL1-PRB-DISABLED
008270                 MOVE 'PROBLEM DISABLED IN CATALOG'
008280                     TO DL1-REJECT-REASON
008290         END-EVALUATE
008300     END-IF.
008310     IF DL1-REJECT-REASON = SPACES
008320         EVALUATE TRUE
008330             WHEN DL1-PRB-SHAPE-TARGET
008340                 IF DL1-RQS-TARGET-NUMBER NOT NUMERIC
008350                     MOVE 'TARGET NUMBER IS NOT NUMERIC'
008360                         TO DL1-REJECT-REASON
008370                 END-IF
008380             WHEN DL1-RQS-UPPER-BOUND NOT NUMERIC
008390                 MOVE 'UPPER BOUND IS NOT NUMERIC'
008400                     TO DL1-REJECT-REASON
008410             WHEN DL1-PRB-SHAPE-DIVISORS
008420                 PERFORM 3210-EDIT-DIVISORS THRU
008430                         3210-EDIT-DIVISORS-EXIT
008440         END-EVALUATE
008450     END-IF.
008460 3200-EDIT-REQUEST-EXIT.
008470     EXIT.
008480
008490 3210-EDIT-DIVISORS.
008500     IF DL1-RQS-DIVISOR-COUNT NOT NUMERIC
008510         MOVE 'DIVISOR COUNT IS NOT NUMERIC' TO DL1-REJECT-REASON
008520     ELSE
008530         MOVE DL1-RQS-DIVISOR-COUNT TO DL1-DIVISOR-LIMIT
008540         IF DL1-DIVISOR-LIMIT > 10
008550             MOVE 10 TO DL1-DIVISOR-LIMIT
008560         END-IF
008570         PERFORM 3220-EDIT-ONE-DIVISOR THRU
008580                 3220-EDIT-ONE-DIVISOR-EXIT
008590             VARYING DL1-DIVISOR-IDX FROM 1 BY 1
008600             UNTIL DL1-DIVISOR-IDX > DL1-DIVISOR-LIMIT
008610                OR DL1-REJECT-REASON NOT = SPACES
008620     END-IF.
008630 3210-EDIT-DIVISORS-EXIT.
008640     EXIT.
008650
008660 3220-EDIT-ONE-DIVISOR.
008670     IF DL1-RQS-DIVISOR (DL1-DIVISOR-IDX) NOT NUMERIC
008680         MOVE 'DIVISOR IS NOT NUMERIC' TO DL1-REJECT-REASON
008690     END-IF.
008700 3220-EDIT-ONE-DIVISOR-EXIT.
008710     EXIT.
008720
008730*----------------------------------------------------------------
008740*    3300-VALIDATE-REQUEST - BUILD THE CONTROL RECORD THE
008750*    ONE-TIME RUN WOULD CARRY (DAILY, EFFECTIVE ON THE RUN
008760*    DATE ONLY) AND PUT IT THROUGH DL1V0001.  THE RUN-ID IS
008770*    NOT KNOWN YET, SO THE REQUESTER ID STANDS IN FOR IT AND
008780*    ANY EXCEPTION DL1V0001 RAISES NAMES WHO ASKED.  THE
008790*    PARAMETER TEXT IS THEN BUILT EXACTLY AS THE PROBLEM
008800*    MODULE WRITES IT ON ITS REPORT LINE - THE GOLDEN MASTER
008810*    KEY.
008820*----------------------------------------------------------------
008830 3300-VALIDATE-REQUEST.
008840     MOVE SPACES TO DL1-CONTROL-RECORD.
008850     MOVE DL1-RQS-PROBLEM-ID TO DL1-CTL-PROBLEM-ID.
008860     MOVE DL1-RQS-REQUESTER TO DL1-CTL-RUN-ID.
008870     IF DL1-PRB-SHAPE-TARGET
008880         MOVE DL1-RQS-TARGET-NUMBER TO DL1-CTL-TARGET-NUMBER
008890     ELSE
008900         MOVE DL1-RQS-UPPER-BOUND TO DL1-CTL-UPPER-BOUND
008910         MOVE ZERO TO DL1-CTL-DIVISOR-COUNT
008920         PERFORM 3310-CLEAR-ONE-DIVISOR THRU
008930                 3310-CLEAR-ONE-DIVISOR-EXIT
008940             VARYING DL1-DIVISOR-IDX FROM 1 BY 1
008950             UNTIL DL1-DIVISOR-IDX > 10
008960         IF DL1-PRB-SHAPE-DIVISORS
008970             MOVE DL1-RQS-DIVISOR-COUNT TO DL1-CTL-DIVISOR-COUNT
008980             PERFORM 3320-COPY-ONE-DIVISOR THRU
008990                     3320-COPY-ONE-DIVISOR-EXIT
009000                 VARYING DL1-DIVISOR-IDX FROM 1 BY 1
009010                 UNTIL DL1-DIVISOR-IDX > DL1-DIVISOR-LIMIT
009020         END-IF
009030     END-IF.
009040     MOVE 'D' TO DL1-CTL-FREQUENCY.
009050     MOVE ZERO TO DL1-CTL-FREQ-DAY.
009060     MOVE DL1-RUN-DATE-TEXT TO DL1-CTL-EFF-FROM-DATE.
009070     MOVE DL1-RUN-DATE-TEXT TO DL1-CTL-EFF-TO-DATE.
009080     CALL 'DL1V0001' USING DL1-CONTROL-RECORD
009090                          DL1-VALID-PARMS-SW
009100                          DL1-VALIDATION-REASON.
009110     IF DL1-INVALID-PARMS
009120         MOVE DL1-VALIDATION-REASON TO DL1-REJECT-REASON
009130     ELSE
009140         PERFORM 3400-FORMAT-PARM-TEXT THRU
009150                 3400-FORMAT-PARM-TEXT-EXIT
009160     END-IF.
009170 3300-VALIDATE-REQUEST-EXIT.
009180     EXIT.
009190
009200 3310-CLEAR-ONE-DIVISOR.
009210     MOVE ZERO TO DL1-CTL-DIVISOR (DL1-DIVISOR-IDX).
009220 3310-CLEAR-ONE-DIVISOR-EXIT.
009230     EXIT.
009240
009250 3320-COPY-ONE-DIVISOR.
009260     MOVE DL1-RQS-DIVISOR (DL1-DIVISOR-IDX)
009270         TO DL1-CTL-DIVISOR (DL1-DIVISOR-IDX).
009280 3320-COPY-ONE-DIVISOR-EXIT.
009290     EXIT.
009300
009310*----------------------------------------------------------------
009320*    3400-FORMAT-PARM-TEXT - THE REPORT-LINE PARAMETER TEXT
009330*    FOR THE CATALOG SHAPE: 'TARGET N' (0003), THE EDITED
009340*    BOUND ALONE (0002), OR THE BOUND AND THE COMMA-SEPARATED
009350*    DIVISOR LIST FROM COLUMN 10 (0001).
009360*----------------------------------------------------------------
009370 3400-FORMAT-PARM-TEXT.
009380     MOVE SPACES TO DL1-PARM-TEXT-WORK.
009390     IF DL1-PRB-SHAPE-TARGET
009400         MOVE DL1-CTL-TARGET-NUMBER TO DL1-EDIT-TARGET
009410         MOVE 'TARGET' TO DL1-PARM-TEXT-WORK (1:6)
009420         MOVE DL1-EDIT-TARGET TO DL1-PARM-TEXT-WORK (8:15)
009430     ELSE
009440         MOVE DL1-CTL-UPPER-BOUND TO DL1-EDIT-BOUND
009450         MOVE DL1-EDIT-BOUND TO DL1-PARM-TEXT-WORK (1:8)
009460         IF DL1-PRB-SHAPE-DIVISORS
009470             MOVE SPACES TO DL1-DIVISOR-LIST-TEXT
009480             MOVE 1 TO DL1-LIST-PTR
009490             PERFORM 3410-FORMAT-ONE-DIVISOR THRU
009500                     3410-FORMAT-ONE-DIVISOR-EXIT
009510                 VARYING DL1-DIVISOR-IDX FROM 1 BY 1
009520                 UNTIL DL1-DIVISOR-IDX > DL1-CTL-DIVISOR-COUNT
009530                    OR DL1-DIVISOR-IDX > 10
009540             MOVE DL1-DIVISOR-LIST-TEXT TO
009550                 DL1-PARM-TEXT-WORK (10:49)
009560         END-IF
009570     END-IF.
009580 3400-FORMAT-PARM-TEXT-EXIT.
009590     EXIT.
009600
009610 3410-FORMAT-ONE-DIVISOR.
009620     IF DL1-DIVISOR-IDX > 1
009630         STRING ',' DELIMITED BY SIZE
009640             INTO DL1-DIVISOR-LIST-TEXT
009650             WITH POINTER DL1-LIST-PTR
009660         END-STRING
009670     END-IF.
009680     MOVE DL1-CTL-DIVISOR (DL1-DIVISOR-IDX) TO DL1-EDIT-DIVISOR.
009690     STRING DL1-EDIT-DIVISOR DELIMITED BY SIZE
009700         INTO DL1-DIVISOR-LIST-TEXT
009710         WITH POINTER DL1-LIST-PTR
009720     END-STRING.
009730 3410-FORMAT-ONE-DIVISOR-EXIT.
009740     EXIT.
009750
009760*----------------------------------------------------------------
009770*    3500-ANSWER-FROM-MASTER - NO COMPUTATION: THE ANSWER,
009780*    ITS TYPE AND THE RUN THAT FIRST PRODUCED IT.
009790*----------------------------------------------------------------
009800 3500-ANSWER-FROM-MASTER.
009810     MOVE 'ANSWERED' TO DL1-RQT-STATUS.
009820     MOVE DL1-GLD-ANSWER TO DL1-RQT-ANSWER.
009830     MOVE DL1-GLD-ANSWER-TYPE TO DL1-RQT-ANSWER-TYPE.
009840     MOVE DL1-GLD-FIRST-RUN-ID TO DL1-RQT-RUN-ID.
009850     MOVE DL1-GLD-FIRST-DATE TO DL1-RQT-RUN-DATE.
009860     MOVE 'ANSWERED FROM THE GOLDEN MASTER' TO DL1-RQT-REASON.
009870     ADD 1 TO DL1-FROM-MASTER-COUNT.
009880 3500-ANSWER-FROM-MASTER-EXIT.
009890     EXIT.
009900
009910*----------------------------------------------------------------
009920*    3600-SCHEDULE-REQUEST - JOIN A ONE-TIME RUN ALREADY
009930*    SCHEDULED FOR THE SAME PROBLEM AND PARAMETER TEXT, OR
009940*    SUBMIT A NEW ONE UNDER THE NEXT FREE RUN-ID 'RQ' + MMDD
009950*    OF THE RUN DATE + 01-99.
009960*----------------------------------------------------------------
009970 3600-SCHEDULE-REQUEST.
009980     MOVE 'N' TO DL1-SCHED-FOUND-SW.
009990     MOVE ZERO TO DL1-SCHED-MATCH-IDX.
010000     PERFORM 3610-MATCH-ONE-SCHEDULED-RUN THRU
010010             3610-MATCH-ONE-SCHEDULED-RUN-EXIT
010020         VARYING DL1-SCHED-IDX FROM 1 BY 1
010030         UNTIL DL1-SCHED-IDX > DL1-SCHED-COUNT
010040            OR DL1-SCHED-FOUND.
010050     IF DL1-SCHED-FOUND
010060         MOVE 'SCHEDULED' TO DL1-RQT-STATUS
010070         MOVE DL1-SCHED-RUN-ID (DL1-SCHED-MATCH-IDX)
010080             TO DL1-RQT-RUN-ID
010090         MOVE DL1-SCHED-RUN-DATE (DL1-SCHED-MATCH-IDX)
010100             TO DL1-RQT-RUN-DATE
010110         MOVE DL1-SCHED-PENDING-KEY (DL1-SCHED-MATCH-IDX)
010120             TO DL1-RQT-PENDING-KEY
010130         MOVE 'JOINED A RUN ALREADY SCHEDULED' TO DL1-RQT-REASON
010140         ADD 1 TO DL1-JOINED-COUNT
010150     ELSE
010160         PERFORM 3700-SUBMIT-ONE-TIME-RUN THRU
010170                 3700-SUBMIT-ONE-TIME-RUN-EXIT
010180     END-IF.
010190 3600-SCHEDULE-REQUEST-EXIT.
010200     EXIT.
010210
010220 3610-MATCH-ONE-SCHEDULED-RUN.
010230     IF DL1-SCHED-PROBLEM-ID (DL1-SCHED-IDX) = DL1-RQT-PROBLEM-ID
010240        AND DL1-SCHED-PARM-TEXT (DL1-SCHED-IDX) =
010250            DL1-RQT-PARM-TEXT
010260         MOVE 'Y' TO DL1-SCHED-FOUND-SW
010270         MOVE DL1-SCHED-IDX TO DL1-SCHED-MATCH-IDX
010280     END-IF.
010290 3610-MATCH-ONE-SCHEDULED-RUN-EXIT.
010300     EXIT.
010310
010320*----------------------------------------------------------------
010330*    3700-SUBMIT-ONE-TIME-RUN - AN ADD CARD FOR THE CONTROL
010340*    RECORD VALIDATED ABOVE, SUBMITTED IN THE REQUESTER'S
010350*    NAME SO THE APPROVER SEES WHO ASKED AND CAN BE SOMEONE
010360*    ELSE.
010370*----------------------------------------------------------------
010380 3700-SUBMIT-ONE-TIME-RUN.
010390     MOVE 'N' TO DL1-RUN-ID-FREE-SW.
010400     PERFORM 3710-TRY-ONE-RUN-ID THRU
010410             3710-TRY-ONE-RUN-ID-EXIT
010420         UNTIL DL1-RUN-ID-FREE
010430            OR DL1-ONE-TIME-SEQ >= 99.
010440     IF NOT DL1-RUN-ID-FREE
010450         MOVE 'NO ONE-TIME RUN-ID LEFT TONIGHT'
010460             TO DL1-REJECT-REASON
010470     ELSE
010480         MOVE SPACES TO DL1-MAINT-RECORD
010490         MOVE 'A' TO DL1-MNT-ACTION
010500         MOVE DL1-CTL-PROBLEM-ID TO DL1-MNT-PROBLEM-ID
010510         MOVE DL1-CANDIDATE-RUN-ID TO DL1-MNT-RUN-ID
010520         IF DL1-PRB-SHAPE-TARGET
010530             MOVE DL1-CTL-TARGET-NUMBER TO DL1-MNT-TARGET-NUMBER
010540         ELSE
010550             MOVE DL1-CTL-UPPER-BOUND TO DL1-MNT-UPPER-BOUND
010560             MOVE DL1-CTL-DIVISOR-COUNT TO DL1-MNT-DIVISOR-COUNT
010570             PERFORM 3720-COPY-ONE-MNT-DIVISOR THRU
010580                     3720-COPY-ONE-MNT-DIVISOR-EXIT
010590                 VARYING DL1-DIVISOR-IDX FROM 1 BY 1
010600                 UNTIL DL1-DIVISOR-IDX > 10
010610         END-IF
010620         MOVE DL1-CTL-FREQUENCY TO DL1-MNT-FREQUENCY
010630         MOVE DL1-CTL-FREQ-DAY TO DL1-MNT-FREQ-DAY
010640         MOVE DL1-CTL-EFF-FROM-DATE TO DL1-MNT-EFF-FROM-DATE
010650         MOVE DL1-CTL-EFF-TO-DATE TO DL1-MNT-EFF-TO-DATE
010660         MOVE DL1-RQS-REQUESTER TO DL1-MNT-SUBMITTER
010670         PERFORM 5400-WRITE-PENDING-CHANGE THRU
010680                 5400-WRITE-PENDING-CHANGE-EXIT
010690         IF DL1-PENDING-OK
010700             MOVE 'SCHEDULED' TO DL1-RQT-STATUS
010710             MOVE DL1-CANDIDATE-RUN-ID TO DL1-RQT-RUN-ID
010720             MOVE DL1-RUN-DATE-TEXT TO DL1-RQT-RUN-DATE
010730             MOVE DL1-PND-KEY TO DL1-RQT-PENDING-KEY
010740             MOVE 'ONE-TIME RUN AWAITS APPROVAL'
010750                 TO DL1-RQT-REASON
010760             ADD 1 TO DL1-SCHEDULED-COUNT
010770             PERFORM 5300-REMEMBER-SCHEDULED-RUN THRU
010780                     5300-REMEMBER-SCHEDULED-RUN-EXIT
010790         ELSE
010800             MOVE 'PENDING KEY CLASH - RESUBMIT'
010805                 TO DL1-REJECT-REASON
010810         END-IF
010820     END-IF.
010830 3700-SUBMIT-ONE-TIME-RUN-EXIT.
010840     EXIT.
010850
010860*----------------------------------------------------------------
010870*    3710-TRY-ONE-RUN-ID - THE NEXT CANDIDATE IS FREE WHEN IT
010880*    IS NEITHER ON THE RUN BOOK NOR ALREADY SCHEDULED.
010890*----------------------------------------------------------------
010900 3710-TRY-ONE-RUN-ID.
010910     ADD 1 TO DL1-ONE-TIME-SEQ.
010920     MOVE 'RQ' TO DL1-CANDIDATE-RUN-ID (1:2).
010930     MOVE DL1-RUN-DATE-YMD (5:4) TO DL1-CANDIDATE-RUN-ID (3:4).
010940     MOVE DL1-ONE-TIME-SEQ TO DL1-CANDIDATE-RUN-ID (7:2).
010950     MOVE DL1-CANDIDATE-RUN-ID TO DL1-RETIRE-RUN-ID.
010960     PERFORM 5200-FIND-BOOK-RUN-ID THRU
010970             5200-FIND-BOOK-RUN-ID-EXIT.
010980     IF NOT DL1-BOOK-FOUND
010990         MOVE 'Y' TO DL1-RUN-ID-FREE-SW
011000         PERFORM 3711-CHECK-ONE-SCHEDULED-ID THRU
011010                 3711-CHECK-ONE-SCHEDULED-ID-EXIT
011020             VARYING DL1-SCHED-IDX FROM 1 BY 1
011030             UNTIL DL1-SCHED-IDX > DL1-SCHED-COUNT
011040                OR NOT DL1-RUN-ID-FREE
011050     END-IF.
011060 3710-TRY-ONE-RUN-ID-EXIT.
011070     EXIT.
011080
011090 3711-CHECK-ONE-SCHEDULED-ID.
011100     IF DL1-SCHED-RUN-ID (DL1-SCHED-IDX) = DL1-CANDIDATE-RUN-ID
011110         MOVE 'N' TO DL1-RUN-ID-FREE-SW
011120     END-IF.
011130 3711-CHECK-ONE-SCHEDULED-ID-EXIT.
011140     EXIT.
011150
011160 3720-COPY-ONE-MNT-DIVISOR.
011170     MOVE DL1-CTL-DIVISOR (DL1-DIVISOR-IDX)
011180         TO DL1-MNT-DIVISOR (DL1-DIVISOR-IDX).
011190 3720-COPY-ONE-MNT-DIVISOR-EXIT.
011200     EXIT.
011210
011220*----------------------------------------------------------------
011230*    3800-WRITE-TRACKING-ROW - THE KEY WAS CHECKED FREE IN
011240*    3200; A FAILED WRITE STOPS THE RUN.
011250*----------------------------------------------------------------
011260 3800-WRITE-TRACKING-ROW.
011270     WRITE DL1-TRACKING-RECORD.
011280     IF DL1-RQT-FILE-STATUS NOT = '00'
011290         DISPLAY 'DL1-0001-REQUEST INTAKE FAILED - '
011300                 DL1-RQT-REQUESTER ' ' DL1-RQT-REFERENCE
011310                 ' WRITE STATUS ' DL1-RQT-FILE-STATUS
011320         MOVE 'Y' TO DL1-UPDATE-FAILED-SW
011330     END-IF.
011340 3800-WRITE-TRACKING-ROW-EXIT.
011350     EXIT.
011360
011370*----------------------------------------------------------------
011380*    5000-READ-GOLDEN-MASTER - RANDOM READ ON THE KEY THE
011390*    CALLER HAS SET.  NO MASTER, NO ANSWER.
011400*----------------------------------------------------------------
011410 5000-READ-GOLDEN-MASTER.
011420     MOVE 'N' TO DL1-GOLDEN-FOUND-SW.
011430     IF DL1-GLD-OPEN
011440         READ GLD-FILE
011450             INVALID KEY
011460                 CONTINUE
011470             NOT INVALID KEY
011480                 MOVE 'Y' TO DL1-GOLDEN-FOUND-SW
011490         END-READ
011500     END-IF.
011510 5000-READ-GOLDEN-MASTER-EXIT.
011520     EXIT.
011530
011540*----------------------------------------------------------------
011550*    5100-RETIRE-ONE-TIME-RUN - A SETTLED REQUEST NO LONGER
011560*    NEEDS ITS ONE-TIME RECORD.  IF IT IS ON THE RUN BOOK
011570*    AND NO DELETE OF IT IS PENDING OR SUBMITTED IN THIS RUN
011580*    ALREADY, A DELETE CARD IS SUBMITTED FOR APPROVAL UNDER
011590*    THIS PROGRAM'S NAME.
011600*----------------------------------------------------------------
011610 5100-RETIRE-ONE-TIME-RUN.
011620     PERFORM 5200-FIND-BOOK-RUN-ID THRU
011630             5200-FIND-BOOK-RUN-ID-EXIT.
011640     MOVE 'N' TO DL1-RETIRED-FOUND-SW.
011650     PERFORM 5110-MATCH-ONE-RETIRED-RUN THRU
011660             5110-MATCH-ONE-RETIRED-RUN-EXIT
011670         VARYING DL1-RETIRED-IDX FROM 1 BY 1
011680         UNTIL DL1-RETIRED-IDX > DL1-RETIRED-TABLE-COUNT
011690            OR DL1-RETIRED-FOUND.
011700     IF DL1-BOOK-FOUND AND NOT DL1-RETIRED-FOUND
011710         MOVE SPACES TO DL1-MAINT-RECORD
011720         MOVE 'D' TO DL1-MNT-ACTION
011730         MOVE DL1-RETIRE-RUN-ID TO DL1-MNT-RUN-ID
011740         MOVE 'DL1Q0003' TO DL1-MNT-SUBMITTER
011750         PERFORM 5400-WRITE-PENDING-CHANGE THRU
011760                 5400-WRITE-PENDING-CHANGE-EXIT
011770         IF DL1-PENDING-OK
011780             ADD 1 TO DL1-RETIRED-COUNT
011790             IF DL1-RETIRED-TABLE-COUNT < 200
011800                 ADD 1 TO DL1-RETIRED-TABLE-COUNT
011810                 MOVE DL1-RETIRE-RUN-ID TO
011820                     DL1-RETIRED-RUN-ID (DL1-RETIRED-TABLE-COUNT)
011830             END-IF
011840         ELSE
011850             DISPLAY 'DL1-0001-ONE-TIME RUN ' DL1-RETIRE-RUN-ID
011860                     ' NOT SUBMITTED FOR DELETION - PENDING '
011870                     'KEY CLASH'
011880         END-IF
011890     END-IF.
011900 5100-RETIRE-ONE-TIME-RUN-EXIT.
011910     EXIT.
011920
011930 5110-MATCH-ONE-RETIRED-RUN.
011940     IF DL1-RETIRED-RUN-ID (DL1-RETIRED-IDX) = DL1-RETIRE-RUN-ID
011950         MOVE 'Y' TO DL1-RETIRED-FOUND-SW
011960     END-IF.
011970 5110-MATCH-ONE-RETIRED-RUN-EXIT.
011980     EXIT.
011990
012000*----------------------------------------------------------------
012010*    5200-FIND-BOOK-RUN-ID - IS DL1-RETIRE-RUN-ID ON THE RUN
012020*    BOOK?
012030*----------------------------------------------------------------
012040 5200-FIND-BOOK-RUN-ID.
012050     MOVE 'N' TO DL1-BOOK-FOUND-SW.
012060     PERFORM 5210-MATCH-ONE-BOOK-RECORD THRU
012070             5210-MATCH-ONE-BOOK-RECORD-EXIT
012080         VARYING DL1-BOOK-IDX FROM 1 BY 1
012090         UNTIL DL1-BOOK-IDX > DL1-BOOK-COUNT
012100            OR DL1-BOOK-FOUND.
012110 5200-FIND-BOOK-RUN-ID-EXIT.
012120     EXIT.
012130
012140 5210-MATCH-ONE-BOOK-RECORD.
012148     IF DL1-BOOK-RUN-ID (DL1-BOOK-IDX) = DL1-RETIRE-RUN-ID
012156         MOVE 'Y' TO DL1-BOOK-FOUND-SW
012164         MOVE DL1-BOOK-IDX TO DL1-BOOK-MATCH-IDX
012172     END-IF.
012180 5210-MATCH-ONE-BOOK-RECORD-EXIT.
012190     EXIT.
012200
012210*----------------------------------------------------------------
012220*    5300-REMEMBER-SCHEDULED-RUN - THE TRACKING ROW'S RUN
012230*    GOES INTO THE TABLE NEW REQUESTS MAY JOIN.
012240*----------------------------------------------------------------
012250 5300-REMEMBER-SCHEDULED-RUN.
012260     IF DL1-SCHED-COUNT < 200
012270         ADD 1 TO DL1-SCHED-COUNT
012280         MOVE DL1-RQT-PROBLEM-ID TO
012290             DL1-SCHED-PROBLEM-ID (DL1-SCHED-COUNT)
012300         MOVE DL1-RQT-PARM-TEXT TO
012310             DL1-SCHED-PARM-TEXT (DL1-SCHED-COUNT)
012320         MOVE DL1-RQT-RUN-ID TO DL1-SCHED-RUN-ID (DL1-SCHED-COUNT)
012330         MOVE DL1-RQT-RUN-DATE TO
012340             DL1-SCHED-RUN-DATE (DL1-SCHED-COUNT)
012350         MOVE DL1-RQT-PENDING-KEY TO
012360             DL1-SCHED-PENDING-KEY (DL1-SCHED-COUNT)
012370     END-IF.
012380 5300-REMEMBER-SCHEDULED-RUN-EXIT.
012390     EXIT.
012400
012410*----------------------------------------------------------------
012420*    5400-WRITE-PENDING-CHANGE - PARK DL1-MAINT-RECORD ON
012430*    PNDKSDS WITH STATUS PENDING, AS DL1U0003 DOES.  A KEY
012440*    ALREADY THERE (A SUBMISSION IN THE SAME SECOND) LEAVES
012450*    DL1-PENDING-OK-SW OFF; ANY OTHER FAILURE STOPS THE RUN.
012460*----------------------------------------------------------------
012470 5400-WRITE-PENDING-CHANGE.
012480     MOVE 'Y' TO DL1-PENDING-OK-SW.
012490     MOVE SPACES TO DL1-PENDING-RECORD.
012500     MOVE DL1-STAMP-TEXT TO DL1-PND-TIMESTAMP.
012510     COMPUTE DL1-PND-SEQUENCE = DL1-PENDING-WRITTEN-COUNT + 1.
012520     MOVE 'PENDING' TO DL1-PND-STATUS.
012530     MOVE DL1-MNT-SUBMITTER TO DL1-PND-SUBMITTER.
012540     MOVE DL1-STAMP-TEXT TO DL1-PND-STATUS-TIMESTAMP.
012550     MOVE 'SUBMITTED' TO DL1-PND-STATUS-REASON.
012560     MOVE DL1-MAINT-RECORD TO DL1-PND-MAINT-IMAGE.
012570     WRITE DL1-PENDING-RECORD
012580         INVALID KEY
012590             MOVE 'N' TO DL1-PENDING-OK-SW
012600         NOT INVALID KEY
012610             ADD 1 TO DL1-PENDING-WRITTEN-COUNT
012620             DISPLAY 'DL1-0001-CHANGE ' DL1-PND-TIMESTAMP ' '
012630                     DL1-PND-SEQUENCE ' SUBMITTED - ACTION '
012640                     DL1-MNT-ACTION ' RUN ID ' DL1-MNT-RUN-ID
012650                     ' BY ' DL1-MNT-SUBMITTER
012660     END-WRITE.
012670     IF DL1-PND-FILE-STATUS NOT = '00'
012680        AND DL1-PND-FILE-STATUS NOT = '22'
012690         DISPLAY 'DL1-0001-REQUEST INTAKE FAILED - RUN ID '
012700                 DL1-MNT-RUN-ID ' PNDKSDS WRITE STATUS '
012710                 DL1-PND-FILE-STATUS
012720         MOVE 'N' TO DL1-PENDING-OK-SW
012730         MOVE 'Y' TO DL1-UPDATE-FAILED-SW
012740     END-IF.
012750 5400-WRITE-PENDING-CHANGE-EXIT.
012760     EXIT.
012770
012771*----------------------------------------------------------------
012772*    5500-WITHDRAW-PENDING-ADD - THE ADD JUST READ FROM
012773*    PNDKSDS IS REJECTED IN THIS PROGRAM'S NAME, AS DL1U0001
012774*    REJECTS ONE ON AN R CARD, AND THE HISTORY ROW RECORDS
012775*    WHAT IT WOULD HAVE DONE.  NOT AN EXCEPTION.
012776*----------------------------------------------------------------
012777 5500-WITHDRAW-PENDING-ADD.
012778     MOVE 'REJECTED' TO DL1-PND-STATUS.
012779     MOVE 'DL1Q0003' TO DL1-PND-APPROVER.
012780     MOVE DL1-STAMP-TEXT TO DL1-PND-STATUS-TIMESTAMP.
012781     MOVE 'WITHDRAWN - REQUEST SETTLED' TO DL1-PND-STATUS-REASON.
012782     REWRITE DL1-PENDING-RECORD.
012783     IF DL1-PND-FILE-STATUS NOT = '00'
012784         DISPLAY 'DL1-0001-REQUEST FOLLOW-UP FAILED - CHANGE '
012785                 DL1-PND-TIMESTAMP ' ' DL1-PND-SEQUENCE
012786                 ' REWRITE STATUS ' DL1-PND-FILE-STATUS
012787         MOVE 'Y' TO DL1-UPDATE-FAILED-SW
012788     ELSE
012789         ADD 1 TO DL1-WITHDRAWN-COUNT
012790         DISPLAY 'DL1-0001-CHANGE ' DL1-PND-TIMESTAMP ' '
012791                 DL1-PND-SEQUENCE ' REJECTED BY DL1Q0003 - '
012792                 DL1-PND-STATUS-REASON
012793         PERFORM 7200-WRITE-CHANGE-HISTORY THRU
012794                 7200-WRITE-CHANGE-HISTORY-EXIT
012795     END-IF.
012796 5500-WITHDRAW-PENDING-ADD-EXIT.
012797     EXIT.
012798
012799*----------------------------------------------------------------
012800*    5510-BUILD-CONTROL-RECORD - THE CONTROL RECORD THE ADD
012801*    IN DL1-MAINT-RECORD WOULD HAVE PUT ON THE BOOK, BUILT
012802*    AS DL1U0001 BUILDS IT.
012803*----------------------------------------------------------------
012804 5510-BUILD-CONTROL-RECORD.
012805     MOVE SPACES TO DL1-CONTROL-RECORD.
012806     MOVE DL1-MNT-PROBLEM-ID TO DL1-CTL-PROBLEM-ID.
012807     MOVE DL1-MNT-RUN-ID TO DL1-CTL-RUN-ID.
012808     MOVE DL1-MNT-UPPER-BOUND TO DL1-CTL-UPPER-BOUND.
012809     MOVE DL1-MNT-DIVISOR-COUNT TO DL1-CTL-DIVISOR-COUNT.
012810     PERFORM 5520-MOVE-ONE-DIVISOR THRU
012811             5520-MOVE-ONE-DIVISOR-EXIT
012812         VARYING DL1-DIVISOR-IDX FROM 1 BY 1
012813         UNTIL DL1-DIVISOR-IDX > 10.
012814     MOVE DL1-MNT-PROBLEM-ID TO DL1-PRBP-PROBLEM-ID.
012815     CALL 'DL1I0001' USING DL1-CATALOG-PARMS
012816                           DL1-PROBLEM-CATALOG-RECORD.
012817     IF DL1-PRBP-FOUND
012818        AND DL1-PRB-SHAPE-TARGET
012819         MOVE DL1-MNT-TARGET-NUMBER TO DL1-CTL-TARGET-NUMBER
012820     END-IF.
012821     MOVE DL1-MNT-FREQUENCY TO DL1-CTL-FREQUENCY.
012822     MOVE DL1-MNT-FREQ-DAY TO DL1-CTL-FREQ-DAY.
012823     MOVE DL1-MNT-EFF-FROM-DATE TO DL1-CTL-EFF-FROM-DATE.
012824     MOVE DL1-MNT-EFF-TO-DATE TO DL1-CTL-EFF-TO-DATE.
012825     MOVE DL1-MNT-PREDECESSOR-TABLE TO DL1-CTL-PREDECESSOR-TABLE.
012826 5510-BUILD-CONTROL-RECORD-EXIT.
012827     EXIT.
012828
012829 5520-MOVE-ONE-DIVISOR.
012830     MOVE DL1-MNT-DIVISOR (DL1-DIVISOR-IDX)
012831         TO DL1-CTL-DIVISOR (DL1-DIVISOR-IDX).
012832 5520-MOVE-ONE-DIVISOR-EXIT.
012833     EXIT.
012834
012835*----------------------------------------------------------------
012836*    7000-WRITE-RESPONSE - ONE RSPFILE ROW FROM THE TRACKING
012837*    ROW AS IT NOW STANDS.
012838*----------------------------------------------------------------
012839 7000-WRITE-RESPONSE.
012840     MOVE SPACES TO DL1-RESPONSE-RECORD.
012841     MOVE DL1-RQT-REFERENCE TO DL1-RSP-REFERENCE.
012850     MOVE DL1-RQT-REQUESTER TO DL1-RSP-REQUESTER.
012860     MOVE DL1-RQT-STATUS TO DL1-RSP-STATUS.
012870     MOVE DL1-RQT-PROBLEM-ID TO DL1-RSP-PROBLEM-ID.
012880     MOVE DL1-RQT-PARM-TEXT TO DL1-RSP-PARM-TEXT.
012890     MOVE DL1-RQT-ANSWER TO DL1-RSP-ANSWER.
012900     MOVE DL1-RQT-ANSWER-TYPE TO DL1-RSP-ANSWER-TYPE.
012910     MOVE DL1-RQT-RUN-ID TO DL1-RSP-RUN-ID.
012920     MOVE DL1-RQT-RUN-DATE TO DL1-RSP-RUN-DATE.
012930     MOVE DL1-RQT-REASON TO DL1-RSP-REASON.
012940     MOVE DL1-STAMP-TEXT TO DL1-RSP-TIMESTAMP.
012950     WRITE DL1-RESPONSE-RECORD.
012960     IF DL1-RSP-FILE-STATUS NOT = '00'
012970         DISPLAY 'DL1-0001-RSPFILE WRITE FAILED - STATUS '
012980                 DL1-RSP-FILE-STATUS ' - ' DL1-RQT-REQUESTER
012990                 ' ' DL1-RQT-REFERENCE
013000         MOVE 'Y' TO DL1-UPDATE-FAILED-SW
013010     END-IF.
013020 7000-WRITE-RESPONSE-EXIT.
013030     EXIT.
013040
013050 7100-PRINT-REQUEST-LINE.
013060     MOVE DL1-RQT-REQUESTER TO DL1-DTL-REQUESTER.
013070     MOVE DL1-RQT-REFERENCE TO DL1-DTL-REFERENCE.
013080     MOVE DL1-RQT-PROBLEM-ID TO DL1-DTL-PROBLEM-ID.
013090     MOVE DL1-RQT-STATUS TO DL1-DTL-STATUS.
013100     MOVE DL1-RQT-ANSWER TO DL1-DTL-ANSWER.
013110     MOVE DL1-RQT-ANSWER-TYPE TO DL1-DTL-ANSWER-TYPE.
013120     MOVE DL1-RQT-RUN-ID TO DL1-DTL-RUN-ID.
013130     MOVE DL1-RQT-RUN-DATE TO DL1-DTL-RUN-DATE.
013140     MOVE DL1-RQT-REASON TO DL1-DTL-REASON.
013150     MOVE DL1-DETAIL-LINE TO DL1-PRT-RECORD.
013160     PERFORM 8200-WRITE-PRINT-LINE THRU
013170             8200-WRITE-PRINT-LINE-EXIT.
013180 7100-PRINT-REQUEST-LINE-EXIT.
013190     EXIT.
013200
013201*----------------------------------------------------------------
013202*    7200-WRITE-CHANGE-HISTORY - ONE CHGFILE ROW FOR A
013203*    WITHDRAWN ADD, LAID OUT AS DL1U0001 WRITES A REJECTION:
013204*    THE BOOK'S CURRENT RECORD FOR THE RUN-ID BEFORE, THE
013205*    RECORD THE ADD WOULD HAVE PUT THERE AFTER.
013206*----------------------------------------------------------------
013207 7200-WRITE-CHANGE-HISTORY.
013208     MOVE '(NO PRIOR CONTROL RECORD)' TO DL1-PRIOR-IMAGE.
013209     MOVE DL1-MNT-RUN-ID TO DL1-RETIRE-RUN-ID.
013210     PERFORM 5200-FIND-BOOK-RUN-ID THRU
013211             5200-FIND-BOOK-RUN-ID-EXIT.
013212     IF DL1-BOOK-FOUND
013213         MOVE DL1-BOOK-ENTRY (DL1-BOOK-MATCH-IDX)
013214             TO DL1-PRIOR-IMAGE
013215     END-IF.
013216     PERFORM 5510-BUILD-CONTROL-RECORD THRU
013217             5510-BUILD-CONTROL-RECORD-EXIT.
013218     MOVE SPACES TO DL1-CHANGE-RECORD.
013219     MOVE DL1-STAMP-TEXT TO DL1-CHG-TIMESTAMP.
013220     MOVE 'REJECTED' TO DL1-CHG-DISPOSITION.
013221     MOVE DL1-PND-STATUS-REASON TO DL1-CHG-REASON.
013222     MOVE DL1-PRIOR-IMAGE TO DL1-CHG-BEFORE-IMAGE.
013223     MOVE DL1-CONTROL-RECORD TO DL1-CHG-AFTER-IMAGE.
013224     MOVE DL1-PND-KEY TO DL1-CHG-PENDING-KEY.
013225     MOVE DL1-PND-SUBMITTER TO DL1-CHG-SUBMITTER.
013226     MOVE DL1-PND-APPROVER TO DL1-CHG-APPROVER.
013227     WRITE DL1-CHANGE-RECORD.
013228     IF DL1-CHG-FILE-STATUS NOT = '00'
013229         DISPLAY 'DL1-0001-CHGFILE WRITE FAILED - STATUS '
013230                 DL1-CHG-FILE-STATUS ' - CHANGE '
013231                 DL1-PND-TIMESTAMP ' ' DL1-PND-SEQUENCE
013232         MOVE 'Y' TO DL1-UPDATE-FAILED-SW
013233     END-IF.
013234 7200-WRITE-CHANGE-HISTORY-EXIT.
013235     EXIT.
013236
013237*----------------------------------------------------------------
013238*    8000-FINISH-REPORT - THE DAY'S INTAKE SUMMARY, ON THE
013239*    REPORT AND ON SYSOUT, THEN THE RETURN CODE.
013240*----------------------------------------------------------------
013250 8000-FINISH-REPORT.
013260     CLOSE RQS-FILE.
013270     IF DL1-GLD-OPEN
013280         CLOSE GLD-FILE
013290     END-IF.
013300     CLOSE PND-FILE.
013310     CLOSE RQT-FILE.
013320     CLOSE RSP-FILE.
013325     CLOSE CHG-FILE.
013330     MOVE DL1-RECEIVED-COUNT TO DL1-TOTAL-COUNT (1).
013340     MOVE DL1-FROM-MASTER-COUNT TO DL1-TOTAL-COUNT (2).
013350     MOVE DL1-SCHEDULED-COUNT TO DL1-TOTAL-COUNT (3).
013360     MOVE DL1-JOINED-COUNT TO DL1-TOTAL-COUNT (4).
013370     MOVE DL1-REJECTED-COUNT TO DL1-TOTAL-COUNT (5).
013380     MOVE DL1-EARLIER-ANSWERED-COUNT TO DL1-TOTAL-COUNT (6).
013390     MOVE DL1-EARLIER-FAILED-COUNT TO DL1-TOTAL-COUNT (7).
013400     MOVE DL1-OUTSTANDING-COUNT TO DL1-TOTAL-COUNT (8).
013410     MOVE DL1-RETIRED-COUNT TO DL1-TOTAL-COUNT (9).
013415     MOVE DL1-WITHDRAWN-COUNT TO DL1-TOTAL-COUNT (10).
013420     MOVE SPACES TO DL1-SECTION-LINE.
013430     MOVE 'INTAKE SUMMARY' TO DL1-SECTION-LINE.
013440     PERFORM 8300-PRINT-SECTION-HEADING THRU
013450             8300-PRINT-SECTION-HEADING-EXIT.
013460     DISPLAY 'DL1-0001-REQUEST INTAKE SUMMARY FOR '
013470             DL1-TODAY-TEXT ' - ONE-TIME RUNS FOR '
013480             DL1-RUN-DATE-TEXT.
013490     PERFORM 8010-PRINT-ONE-TOTAL THRU
013500             8010-PRINT-ONE-TOTAL-EXIT
013510         VARYING DL1-TOTAL-IDX FROM 1 BY 1
013520         UNTIL DL1-TOTAL-IDX > 10.
013530     CLOSE PRT-FILE.
013540     EVALUATE TRUE
013550         WHEN DL1-UPDATE-FAILED
013560             MOVE 16 TO RETURN-CODE
013570         WHEN DL1-REJECTED-COUNT > ZERO
013580         WHEN DL1-EARLIER-FAILED-COUNT > ZERO
013590             MOVE 4 TO RETURN-CODE
013600         WHEN OTHER
013610             MOVE 0 TO RETURN-CODE
013620     END-EVALUATE.
013630 8000-FINISH-REPORT-EXIT.
013640     EXIT.
013650
013660 8010-PRINT-ONE-TOTAL.
013670     MOVE DL1-TOTAL-LABEL (DL1-TOTAL-IDX) TO DL1-TOT-LABEL.
013680     MOVE DL1-TOTAL-COUNT (DL1-TOTAL-IDX) TO DL1-TOT-COUNT.
013690     MOVE DL1-TOTAL-LINE TO DL1-PRT-RECORD.
013700     PERFORM 8200-WRITE-PRINT-LINE THRU
013710             8200-WRITE-PRINT-LINE-EXIT.
013720     DISPLAY 'DL1-0001-' DL1-TOT-LABEL ' ' DL1-TOT-COUNT.
013730 8010-PRINT-ONE-TOTAL-EXIT.
013740     EXIT.
013750
013760*----------------------------------------------------------------
013770*    8100-START-NEW-PAGE / 8200-WRITE-PRINT-LINE - PAGE-BREAK
013780*    BOOKKEEPING AROUND EVERY PRINT LINE.
013790*----------------------------------------------------------------
013800 8100-START-NEW-PAGE.
013810     ADD 1 TO DL1-PAGE-COUNT.
013820     MOVE DL1-TODAY-TEXT TO DL1-HDG1-DATE.
013830     MOVE DL1-PAGE-COUNT TO DL1-HDG1-PAGE.
013840     IF DL1-PAGE-COUNT = 1
013850         WRITE DL1-PRT-RECORD FROM DL1-HDG1-LINE
013860             AFTER ADVANCING 1 LINE
013870     ELSE
013880         WRITE DL1-PRT-RECORD FROM DL1-HDG1-LINE
013890             AFTER ADVANCING PAGE
013900     END-IF.
013910     MOVE DL1-RUN-DATE-TEXT TO DL1-HDG2-RUN-DATE.
013920     WRITE DL1-PRT-RECORD FROM DL1-HDG2-LINE
013930         AFTER ADVANCING 1 LINE.
013940     MOVE SPACES TO DL1-PRT-RECORD.
013950     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
013960     MOVE ZERO TO DL1-LINE-COUNT.
013970 8100-START-NEW-PAGE-EXIT.
013980     EXIT.
013990
014000 8200-WRITE-PRINT-LINE.
014010     IF DL1-LINE-COUNT >= DL1-LINES-PER-PAGE
014020         PERFORM 8100-START-NEW-PAGE THRU
014030                 8100-START-NEW-PAGE-EXIT
014040     END-IF.
014050     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
014060     ADD 1 TO DL1-LINE-COUNT.
014070 8200-WRITE-PRINT-LINE-EXIT.
014080     EXIT.
014090
014100*----------------------------------------------------------------
014110*    8300-PRINT-SECTION-HEADING - A BLANK LINE, THE SECTION
014120*    TITLE IN DL1-SECTION-LINE AND, EXCEPT FOR THE SUMMARY,
014130*    THE COLUMN HEADINGS.
014140*----------------------------------------------------------------
014150 8300-PRINT-SECTION-HEADING.
014160     IF DL1-LINE-COUNT + 4 > DL1-LINES-PER-PAGE
014170         PERFORM 8100-START-NEW-PAGE THRU
014180                 8100-START-NEW-PAGE-EXIT
014190     END-IF.
014200     MOVE SPACES TO DL1-PRT-RECORD.
014210     PERFORM 8200-WRITE-PRINT-LINE THRU
014220             8200-WRITE-PRINT-LINE-EXIT.
014230     MOVE DL1-SECTION-LINE TO DL1-PRT-RECORD.
014240     PERFORM 8200-WRITE-PRINT-LINE THRU
014250             8200-WRITE-PRINT-LINE-EXIT.
014260     IF DL1-SECTION-LINE NOT = 'INTAKE SUMMARY'
014270         MOVE DL1-COLUMN-LINE TO DL1-PRT-RECORD
014280         PERFORM 8200-WRITE-PRINT-LINE THRU
014290                 8200-WRITE-PRINT-LINE-EXIT
014300     END-IF.
014310 8300-PRINT-SECTION-HEADING-EXIT.
014320     EXIT.
014330
014340 END PROGRAM DL1Q0003.
