000100*----------------------------------------------------------------
000110*    DL1G0002 - GOLDEN-ANSWER MASTER REBUILD AND COMPARE.
000120*
000130*    GLDKSDS IS THE ONLY PERMANENT KEYED DATASET THAT IS NEVER
000140*    REBUILT FROM A SEQUENTIAL MASTER, AND DL1G0001 TRUSTS IT
000150*    EVERY NIGHT.  LOST OR DAMAGED, EVERY PARAMETER SET WOULD
000160*    BE "FIRST TIME SEEN" AGAIN AND A WRONG ANSWER WOULD
000170*    QUIETLY BECOME THE NEW GOLDEN ANSWER.  THIS PROGRAM
000180*    REBUILDS THE MASTER FROM SCRATCH OUT OF THE WHOLE AUDIT
000190*    HISTORY - AUDHIST, EVERY DL1.PROD.0001.AUDARCH GENERATION
000200*    OLDEST FIRST FOLLOWED BY THE LIVE AUDFILE - AND COMPARES
000210*    IT WITH THE LIVE GLDKSDS:
000220*      - THE KEY IS THE PROBLEM-ID PLUS THE PARAMETER TEXT, AS
000230*        ON GLDREC00.  THE AUDIT ROW CARRIES ONLY THE RUN-ID;
000240*        ITS PROBLEM-ID IS THE ONE THE RUN-ID'S CONTROL RECORD
000250*        HELD WHEN THE ROW WAS WRITTEN - TAKEN FROM THE CHGFILE
000260*        BEFORE/AFTER IMAGES, OR FROM CTLFILE FOR A RECORD
000270*        NEVER CHANGED - SO A DELETED OR REUSED RUN-ID (THE
000280*        ONE-TIME REQUEST RUNS) STILL KEYS CORRECTLY
000290*      - THE FIRST ROW FOR A KEY THAT ENDED CONDITION CODE ZERO
000300*        SUPPLIES THE ANSWER, ANSWER TYPE, FIRST RUN-ID AND
000310*        FIRST DATE (THE DATE PART OF ITS TIMESTAMP)
000320*      - A LATER CLEAN ROW WITH A DIFFERENT ANSWER IS A HISTORY
000330*        CONFLICT - THE KEY IS FLAGGED (DL1-1102E) AND NEITHER
000340*        ANSWER IS CHOSEN OR RESTORED
000350*      - AN UNSEALED ROW BEHIND THE FIRST SEALED ONE (SEE
000360*        DL1A0002) IS NOT USED - A ROW INSERTED BY HAND MUST
000370*        NEVER BECOME A GOLDEN ANSWER
000380*    GLDVRPT LISTS EVERY KEY MISSING FROM THE LIVE MASTER,
000390*    EVERY LIVE ROW WITH NO CLEAN HISTORY (EXTRA), EVERY KEY
000400*    WHOSE ANSWER DIFFERS, EVERY CONFLICT, AND EVERY CLEAN ROW
000410*    THAT COULD NOT BE KEYED OR WAS NOT USED.
000420*
000430*    THE ONE-CARD PRMFILE SELECTS THE MODE IN COLUMN 1:
000440*      V - VERIFY ONLY, THE LIVE MASTER IS OPENED INPUT (ALSO
000450*          THE DEFAULT WHEN PRMFILE IS MISSING OR EMPTY)
000460*      R - RESTORE: THE LIVE MASTER IS OPENED I-O (LOADED EMPTY
000470*          FIRST WHEN IT WAS REDEFINED AFTER A LOSS), A MISSING
000480*          KEY IS WRITTEN AND A DIFFERING ANSWER IS REWRITTEN
000490*          FROM THE REBUILT MASTER.  EXTRA ROWS AND CONFLICTS
000500*          ARE NEVER TOUCHED - THEY NEED A DECISION.
000510*
000520*    RETURN-CODE 0 = LIVE MASTER MATCHES THE HISTORY, 4 =
000530*    RESTORE REPAIRED EVERYTHING IT FOUND, 8 = A DIFFERENCE OR
000540*    CONFLICT IS LEFT (DL1-1101E/DL1-1102E), OR A CLEAN ROW
000550*    COULD NOT BE USED, 16 = A DATASET COULD NOT BE OPENED OR
000560*    A RESTORE WRITE FAILED (DL1-1103E).
000570*
000580*    MODIFICATION HISTORY
000590*    DATE       INIT  DESCRIPTION
000600*    ---------- ----  ----------------------------------
000610*    2026-10-11 JM    ORIGINAL PROGRAM.
000620*----------------------------------------------------------------
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID.              DL1G0002.
000650 AUTHOR.                  JOERG M.
000660 INSTALLATION.            AT GITHUB JOERGEM.
000670 DATE-WRITTEN.            2026.
000680 DATE-COMPILED.           2026-10-11.
000690 SECURITY.                VERSION.
000700*    THIS PROGRAM IS WITHOUT ANY WARRANTY; WITHOUT EVEN THE
000710*    IMPLIED WARRANTY OF MERCHANTABILITY OR FITNESS FOR A
000720*    PARTICULAR PURPOSE.
000730
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT PRM-FILE ASSIGN "PRMFILE"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS DL1-PRM-FILE-STATUS.
000800     SELECT CTL-FILE ASSIGN "CTLFILE"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS DL1-CTL-FILE-STATUS.
000830     SELECT CHG-FILE ASSIGN "CHGFILE"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS DL1-CHG-FILE-STATUS.
000860     SELECT HST-FILE ASSIGN "AUDHIST"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS DL1-HST-FILE-STATUS.
000890     SELECT GLD-FILE ASSIGN "GLDKSDS"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS DL1-GLD-KEY
000930         FILE STATUS IS DL1-GLD-FILE-STATUS.
000940     SELECT PRT-FILE ASSIGN "GLDVRPT"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS DL1-PRT-FILE-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  PRM-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  DL1-GLDPARM-RECORD.
001040     05  DL1-PRM-MODE              PIC X(01).
001050     05  FILLER                    PIC X(79).
001060
001070 FD  CTL-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100     COPY CTLREC00.
001110
001120 FD  CHG-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150     COPY CHGREC00.
001160
001170 FD  HST-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200     COPY AUDREC00.
001210
001220 FD  GLD-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250     COPY GLDREC00.
001260
001270 FD  PRT-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300 01  DL1-PRT-RECORD            PIC X(132).
001310
001320 WORKING-STORAGE SECTION.
001330 77  DL1-PRM-FILE-STATUS       PIC X(02) VALUE '00'.
001340 77  DL1-CTL-FILE-STATUS       PIC X(02) VALUE '00'.
001350 77  DL1-CHG-FILE-STATUS       PIC X(02) VALUE '00'.
001360 77  DL1-HST-FILE-STATUS       PIC X(02) VALUE '00'.
001370 77  DL1-GLD-FILE-STATUS       PIC X(02) VALUE '00'.
001380 77  DL1-PRT-FILE-STATUS       PIC X(02) VALUE '00'.
001390 77  DL1-SETUP-OK-SW           PIC X(01) VALUE 'Y'.
001400     88  DL1-SETUP-OK                    VALUE 'Y'.
001410     88  DL1-SETUP-BAD                   VALUE 'N'.
001420 77  DL1-MODE-SW               PIC X(01) VALUE 'V'.
001430     88  DL1-MODE-VERIFY                 VALUE 'V'.
001440     88  DL1-MODE-RESTORE                VALUE 'R'.
001450 77  DL1-LIVE-OPEN-SW          PIC X(01) VALUE 'N'.
001460     88  DL1-LIVE-OPEN                   VALUE 'Y'.
001470 77  DL1-RESTORE-FAILED-SW     PIC X(01) VALUE 'N'.
001480     88  DL1-RESTORE-FAILED              VALUE 'Y'.
001490 77  DL1-CTL-EOF-SW            PIC X(01) VALUE 'N'.
001500     88  DL1-CTL-AT-EOF                  VALUE 'Y'.
001510 77  DL1-CHG-EOF-SW            PIC X(01) VALUE 'N'.
001520     88  DL1-CHG-AT-EOF                  VALUE 'Y'.
001530 77  DL1-HST-EOF-SW            PIC X(01) VALUE 'N'.
001540     88  DL1-HST-AT-EOF                  VALUE 'Y'.
001550 77  DL1-GLD-EOF-SW            PIC X(01) VALUE 'N'.
001560     88  DL1-GLD-AT-EOF                  VALUE 'Y'.
001570 77  DL1-CHAIN-STARTED-SW      PIC X(01) VALUE 'N'.
001580     88  DL1-CHAIN-STARTED               VALUE 'Y'.
001590 77  DL1-MAP-FOUND-SW          PIC X(01) VALUE 'N'.
001600     88  DL1-MAP-FOUND                   VALUE 'Y'.
001610 77  DL1-REB-FOUND-SW          PIC X(01) VALUE 'N'.
001620     88  DL1-REB-FOUND                   VALUE 'Y'.
001630 77  DL1-MAP-COUNT             PIC 9(04) COMP
001640                               VALUE ZERO.
001650 77  DL1-MAP-IDX               PIC 9(04) COMP
001660                               VALUE ZERO.
001670 77  DL1-MAP-DROPPED           PIC 9(05) COMP
001680                               VALUE ZERO.
001690 77  DL1-REB-COUNT             PIC 9(04) COMP
001700                               VALUE ZERO.
001710 77  DL1-REB-IDX               PIC 9(04) COMP
001720                               VALUE ZERO.
001730 77  DL1-SEEK-IDX              PIC 9(04) COMP
001740                               VALUE ZERO.
001750 77  DL1-MATCH-IDX             PIC 9(04) COMP
001760                               VALUE ZERO.
001770 77  DL1-REB-DROPPED           PIC 9(05) COMP
001780                               VALUE ZERO.
001790 77  DL1-HST-READ-COUNT        PIC 9(09) COMP
001800                               VALUE ZERO.
001810 77  DL1-CLEAN-COUNT           PIC 9(09) COMP
001820                               VALUE ZERO.
001830 77  DL1-UNSEALED-COUNT        PIC 9(05) COMP
001840                               VALUE ZERO.
001850 77  DL1-UNKEYED-COUNT         PIC 9(05) COMP
001860                               VALUE ZERO.
001870 77  DL1-MATCHED-COUNT         PIC 9(05) COMP
001880                               VALUE ZERO.
001890 77  DL1-MISSING-COUNT         PIC 9(05) COMP
001900                               VALUE ZERO.
001910 77  DL1-EXTRA-COUNT           PIC 9(05) COMP
001920                               VALUE ZERO.
001930 77  DL1-DIFFERENT-COUNT       PIC 9(05) COMP
001940                               VALUE ZERO.
001950 77  DL1-CONFLICT-COUNT        PIC 9(05) COMP
001960                               VALUE ZERO.
001970 77  DL1-RESTORED-COUNT        PIC 9(05) COMP
001980                               VALUE ZERO.
001990 77  DL1-ROW-RUN-ID            PIC X(08) VALUE SPACES.
002000 77  DL1-ROW-PROBLEM-ID        PIC X(04) VALUE SPACES.
002010 77  DL1-ROW-ANSWER-TYPE       PIC X(06) VALUE SPACES.
002020 77  DL1-FAIL-DDNAME           PIC X(08) VALUE SPACES.
002030 77  DL1-FAIL-STATUS           PIC X(02) VALUE SPACES.
002040 77  DL1-LINE-COUNT            PIC 9(03) COMP
002050                               VALUE ZERO.
002060 77  DL1-PAGE-COUNT            PIC 9(04) COMP
002070                               VALUE ZERO.
002080 77  DL1-LINES-PER-PAGE        PIC 9(03) COMP
002090                               VALUE 50.
002100 77  DL1-RUN-DATE-YMD          PIC 9(08) VALUE ZERO.
002110 77  DL1-RUN-DATE-TEXT         PIC X(10) VALUE SPACES.
002120     COPY EXCPRM00.
002130
002140*    THE KEY BEING LOOKED FOR ON THE REBUILT MASTER.
002150 01  DL1-SEEK-KEY.
002160     05  DL1-SEEK-PROBLEM-ID       PIC X(04).
002170     05  DL1-SEEK-PARM-TEXT        PIC X(58).
002180
002190*    RUN-ID TO PROBLEM-ID OVER TIME: EACH ENTRY HOLDS THE
002200*    PROBLEM-ID THE RUN-ID'S CONTROL RECORD CARRIED FROM ITS
002210*    TIMESTAMP ON (LOW-VALUES = SINCE BEFORE ANY CHANGE ON
002220*    CHGFILE; SPACES PROBLEM-ID = NO RECORD, I.E. DELETED).
002230*    ENTRIES FOR ONE RUN-ID ARE IN TIMESTAMP ORDER.
002240 01  DL1-MAP-TABLE.
002250     05  DL1-MAP-ENTRY         OCCURS 1000 TIMES.
002260         10  DL1-MAP-RUN-ID    PIC X(08).
002270         10  DL1-MAP-FROM-TIMESTAMP
002280                               PIC X(19).
002290         10  DL1-MAP-PROBLEM-ID
002300                               PIC X(04).
002310
002320*    THE REBUILT MASTER - ONE ENTRY PER KEY WITH A CLEAN RUN,
002330*    IN THE ORDER THE KEYS FIRST APPEAR IN THE HISTORY.
002340 01  DL1-REB-TABLE.
002350     05  DL1-REB-ENTRY         OCCURS 2000 TIMES.
002360         10  DL1-REB-KEY.
002370             15  DL1-REB-PROBLEM-ID
002380                               PIC X(04).
002390             15  DL1-REB-PARM-TEXT
002400                               PIC X(58).
002410         10  DL1-REB-ANSWER    PIC -(15)9.
002420         10  DL1-REB-ANSWER-TYPE
002430                               PIC X(06).
002440         10  DL1-REB-FIRST-RUN-ID
002450                               PIC X(08).
002460         10  DL1-REB-FIRST-DATE
002470                               PIC X(10).
002480         10  DL1-REB-CONFLICT-SW
002490                               PIC X(01).
002500             88  DL1-REB-CONFLICT          VALUE 'Y'.
002510         10  DL1-REB-OTHER-ANSWER
002520                               PIC -(15)9.
002530         10  DL1-REB-OTHER-RUN-ID
002540                               PIC X(08).
002550         10  DL1-REB-ON-LIVE-SW
002560                               PIC X(01).
002570             88  DL1-REB-ON-LIVE           VALUE 'Y'.
002580         10  DL1-REB-LIVE-ANSWER
002590                               PIC X(16).
002600
002610 01  DL1-HDG1-LINE.
002620     05  FILLER                PIC X(09) VALUE 'DL1G0002 '.
002630     05  FILLER                PIC X(34) VALUE
002640         'GOLDEN MASTER REBUILD AND COMPARE '.
002650     05  DL1-HDG1-DATE         PIC X(10) VALUE SPACES.
002660     05  FILLER                PIC X(04) VALUE SPACES.
002670     05  DL1-HDG1-MODE         PIC X(20) VALUE SPACES.
002680     05  FILLER                PIC X(42) VALUE SPACES.
002690     05  FILLER                PIC X(05) VALUE 'PAGE '.
002700     05  DL1-HDG1-PAGE         PIC Z(03)9.
002710     05  FILLER                PIC X(04) VALUE SPACES.
002720
002730 01  DL1-HDG2-LINE.
002740     05  FILLER                PIC X(05) VALUE 'PROB '.
002750     05  FILLER                PIC X(59) VALUE 'PARAMETERS'.
002760     05  FILLER                PIC X(17) VALUE
002770         '  HISTORY ANSWER '.
002780     05  FILLER                PIC X(17) VALUE
002790         '     LIVE ANSWER '.
002800     05  FILLER                PIC X(09) VALUE 'RUN-ID   '.
002810     05  FILLER                PIC X(25) VALUE 'DISPOSITION'.
002820
002830 01  DL1-DETAIL-LINE.
002840     05  DL1-DTL-PROBLEM-ID    PIC X(04).
002850     05  FILLER                PIC X(01) VALUE SPACES.
002860     05  DL1-DTL-PARM-TEXT     PIC X(58).
002870     05  FILLER                PIC X(01) VALUE SPACES.
002880     05  DL1-DTL-HIST-ANSWER   PIC X(16).
002890     05  FILLER                PIC X(01) VALUE SPACES.
002900     05  DL1-DTL-LIVE-ANSWER   PIC X(16).
002910     05  FILLER                PIC X(01) VALUE SPACES.
002920     05  DL1-DTL-RUN-ID        PIC X(08).
002930     05  FILLER                PIC X(01) VALUE SPACES.
002940     05  DL1-DTL-DISPOSITION   PIC X(25).
002950
002960 01  DL1-TRAILER-LINE-1.
002970     05  FILLER                PIC X(15) VALUE
002980         'HISTORY ROWS - '.
002990     05  DL1-TRL-READ          PIC Z(08)9.
003000     05  FILLER                PIC X(10) VALUE '  CLEAN - '.
003010     05  DL1-TRL-CLEAN         PIC Z(08)9.
003020     05  FILLER                PIC X(22) VALUE
003030         '  UNSEALED NOT USED - '.
003040     05  DL1-TRL-UNSEALED      PIC Z(04)9.
003050     05  FILLER                PIC X(14) VALUE
003060         '  NOT KEYED - '.
003070     05  DL1-TRL-UNKEYED       PIC Z(04)9.
003080     05  FILLER                PIC X(17) VALUE
003090         '  REBUILT KEYS - '.
003100     05  DL1-TRL-REBUILT       PIC Z(04)9.
003110     05  FILLER                PIC X(21) VALUE SPACES.
003120
003130 01  DL1-TRAILER-LINE-2.
003140     05  FILLER                PIC X(10) VALUE 'MATCHED - '.
003150     05  DL1-TRL-MATCHED       PIC Z(04)9.
003160     05  FILLER                PIC X(12) VALUE '  MISSING - '.
003170     05  DL1-TRL-MISSING       PIC Z(04)9.
003180     05  FILLER                PIC X(10) VALUE '  EXTRA - '.
003190     05  DL1-TRL-EXTRA         PIC Z(04)9.
003200     05  FILLER                PIC X(14) VALUE
003210         '  DIFFERENT - '.
003220     05  DL1-TRL-DIFFERENT     PIC Z(04)9.
003230     05  FILLER                PIC X(14) VALUE
003240         '  CONFLICTS - '.
003250     05  DL1-TRL-CONFLICT      PIC Z(04)9.
003260     05  FILLER                PIC X(13) VALUE
003270         '  RESTORED - '.
003280     05  DL1-TRL-RESTORED      PIC Z(04)9.
003290     05  FILLER                PIC X(29) VALUE SPACES.
003300
003310 PROCEDURE DIVISION.
003320*----------------------------------------------------------------
003330*    0000-MAINLINE
003340*----------------------------------------------------------------
003350 0000-MAINLINE.
003360     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003370     IF DL1-SETUP-OK
003380         PERFORM 2000-REBUILD-ONE-ROW THRU
003390                 2000-REBUILD-ONE-ROW-EXIT
003400             UNTIL DL1-HST-AT-EOF
003410         CLOSE HST-FILE
003420         IF DL1-LIVE-OPEN
003430             PERFORM 3000-COMPARE-ONE-LIVE-ROW THRU
003440                     3000-COMPARE-ONE-LIVE-ROW-EXIT
003450                 UNTIL DL1-GLD-AT-EOF
003460         END-IF
003470         PERFORM 4000-SETTLE-ONE-REBUILT-KEY THRU
003480                 4000-SETTLE-ONE-REBUILT-KEY-EXIT
003490             VARYING DL1-REB-IDX FROM 1 BY 1
003500             UNTIL DL1-REB-IDX > DL1-REB-COUNT
003510         IF DL1-LIVE-OPEN
003520             CLOSE GLD-FILE
003530         END-IF
003540         PERFORM 8000-FINISH-REPORT THRU 8000-FINISH-REPORT-EXIT
003550     END-IF.
003560     STOP RUN.
003570 0000-MAINLINE-EXIT.
003580     EXIT.
003590
003600*----------------------------------------------------------------
003610*    1000-INITIALIZE - READ THE MODE CARD, LOAD THE RUN-ID MAP,
003620*    OPEN THE HISTORY AND THE LIVE MASTER, START THE REPORT
003630*    AND READ THE FIRST HISTORY ROW.
003640*----------------------------------------------------------------
003650 1000-INITIALIZE.
003660     ACCEPT DL1-RUN-DATE-YMD FROM DATE YYYYMMDD.
003670     MOVE DL1-RUN-DATE-YMD (1:4) TO DL1-RUN-DATE-TEXT (1:4).
003680     MOVE '-' TO DL1-RUN-DATE-TEXT (5:1).
003690     MOVE DL1-RUN-DATE-YMD (5:2) TO DL1-RUN-DATE-TEXT (6:2).
003700     MOVE '-' TO DL1-RUN-DATE-TEXT (8:1).
003710     MOVE DL1-RUN-DATE-YMD (7:2) TO DL1-RUN-DATE-TEXT (9:2).
003720     PERFORM 1050-READ-MODE-CARD THRU 1050-READ-MODE-CARD-EXIT.
003730     IF DL1-SETUP-OK
003740         PERFORM 1100-LOAD-RUN-ID-MAP THRU
003750                 1100-LOAD-RUN-ID-MAP-EXIT
003760     END-IF.
003770     IF DL1-SETUP-OK
003780         OPEN INPUT HST-FILE
003790         IF DL1-HST-FILE-STATUS NOT = '00'
003800             MOVE 'AUDHIST' TO DL1-FAIL-DDNAME
003810             MOVE DL1-HST-FILE-STATUS TO DL1-FAIL-STATUS
003820             PERFORM 1900-SETUP-FAILED THRU
003830                     1900-SETUP-FAILED-EXIT
003840         END-IF
003850     END-IF.
003860     IF DL1-SETUP-OK
003870         PERFORM 1300-OPEN-LIVE-MASTER THRU
003880                 1300-OPEN-LIVE-MASTER-EXIT
003890         IF DL1-SETUP-BAD
003900             CLOSE HST-FILE
003910         END-IF
003920     END-IF.
003930     IF DL1-SETUP-OK
003940         OPEN OUTPUT PRT-FILE
003950         PERFORM 8100-START-NEW-PAGE THRU
003960                 8100-START-NEW-PAGE-EXIT
003970         READ HST-FILE
003980             AT END
003990                 MOVE 'Y' TO DL1-HST-EOF-SW
004000         END-READ
004010     END-IF.
004020 1000-INITIALIZE-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------------
004060*    1050-READ-MODE-CARD - NO PRMFILE, OR AN EMPTY ONE, MEANS
004070*    VERIFY.  ANYTHING BUT V OR R IS REJECTED - A MISTYPED
004080*    CARD MUST NOT DECIDE WHETHER THE MASTER IS WRITTEN.
004090*----------------------------------------------------------------
004100 1050-READ-MODE-CARD.
004110     MOVE 'V' TO DL1-MODE-SW.
004120     OPEN INPUT PRM-FILE.
004130     IF DL1-PRM-FILE-STATUS = '00'
004140         READ PRM-FILE
004150             AT END
004160                 CONTINUE
004170             NOT AT END
004180                 MOVE DL1-PRM-MODE TO DL1-MODE-SW
004190         END-READ
004200         CLOSE PRM-FILE
004210     END-IF.
004220     EVALUATE TRUE
004230         WHEN DL1-MODE-VERIFY
004240             MOVE 'MODE: VERIFY ONLY' TO DL1-HDG1-MODE
004250         WHEN DL1-MODE-RESTORE
004260             MOVE 'MODE: RESTORE' TO DL1-HDG1-MODE
004270         WHEN OTHER
004280             DISPLAY 'DL1-0001-GOLDEN MASTER REBUILD REJECTED - '
004290                     'PRMFILE MODE MUST BE V OR R'
004300             MOVE 'N' TO DL1-SETUP-OK-SW
004310             MOVE 16 TO RETURN-CODE
004320     END-EVALUATE.
004330 1050-READ-MODE-CARD-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------------
004370*    1100-LOAD-RUN-ID-MAP - CHGFILE FIRST, OLDEST CHANGE FIRST:
004380*    THE FIRST APPLIED CHANGE TO A RUN-ID ALSO RECORDS, FROM
004390*    ITS BEFORE-IMAGE, WHAT THE RUN-ID WAS BEFORE ANY CHANGE.
004400*    THEN CTLFILE FOR EVERY RUN-ID CHGFILE NEVER MENTIONS.  A
004410*    MISSING CHGFILE LEAVES ONLY THE CURRENT CONTROL RECORDS.
004420*----------------------------------------------------------------
004430 1100-LOAD-RUN-ID-MAP.
004440     OPEN INPUT CHG-FILE.
004450     EVALUATE DL1-CHG-FILE-STATUS
004460         WHEN '00'
004470             PERFORM 1110-MAP-ONE-CHANGE THRU
004480                     1110-MAP-ONE-CHANGE-EXIT
004490                 UNTIL DL1-CHG-AT-EOF
004500             CLOSE CHG-FILE
004510         WHEN '35'
004520             DISPLAY 'DL1-0001-CHGFILE NOT FOUND - RUN-IDS ARE '
004530                     'KEYED FROM CTLFILE ONLY'
004540         WHEN OTHER
004550             MOVE 'CHGFILE' TO DL1-FAIL-DDNAME
004560             MOVE DL1-CHG-FILE-STATUS TO DL1-FAIL-STATUS
004570             PERFORM 1900-SETUP-FAILED THRU
004580                     1900-SETUP-FAILED-EXIT
004590     END-EVALUATE.
004600     IF DL1-SETUP-OK
004610         OPEN INPUT CTL-FILE
004620         IF DL1-CTL-FILE-STATUS NOT = '00'
004630             MOVE 'CTLFILE' TO DL1-FAIL-DDNAME
004640             MOVE DL1-CTL-FILE-STATUS TO DL1-FAIL-STATUS
004650             PERFORM 1900-SETUP-FAILED THRU
004660                     1900-SETUP-FAILED-EXIT
004670         ELSE
004680             PERFORM 1150-MAP-ONE-CONTROL THRU
004690                     1150-MAP-ONE-CONTROL-EXIT
004700                 UNTIL DL1-CTL-AT-EOF
004710             CLOSE CTL-FILE
004720         END-IF
004730     END-IF.
004740 1100-LOAD-RUN-ID-MAP-EXIT.
004750     EXIT.
004760
004770*    APPROVED IS THE DUAL-CONTROL NAME FOR AN APPLIED CHANGE;
004780*    ACCEPTED ROWS PREDATE IT.  REJECTED AND EXPIRED ROWS
004790*    CHANGED NOTHING.
004800 1110-MAP-ONE-CHANGE.
004810     READ CHG-FILE
004820         AT END
004830             MOVE 'Y' TO DL1-CHG-EOF-SW
004840         NOT AT END
004850             IF DL1-CHG-DISPOSITION = 'ACCEPTED'
004860                OR DL1-CHG-DISPOSITION = 'APPROVED'
004870                 PERFORM 1120-POST-ONE-CHANGE THRU
004880                         1120-POST-ONE-CHANGE-EXIT
004890             END-IF
004900     END-READ.
004910 1110-MAP-ONE-CHANGE-EXIT.
004920     EXIT.
004930
004940 1120-POST-ONE-CHANGE.
004950     IF DL1-CHG-AFTER-IMAGE = '(DELETED)'
004960         MOVE DL1-CHG-BEFORE-IMAGE (5:8) TO DL1-ROW-RUN-ID
004970     ELSE
004980         MOVE DL1-CHG-AFTER-IMAGE (5:8) TO DL1-ROW-RUN-ID
004990     END-IF.
005000     PERFORM 1130-FIND-MAPPED-RUN-ID THRU
005010             1130-FIND-MAPPED-RUN-ID-EXIT.
005020     IF NOT DL1-MAP-FOUND
005030         IF DL1-CHG-BEFORE-IMAGE = '(NO PRIOR CONTROL RECORD)'
005040             MOVE SPACES TO DL1-ROW-PROBLEM-ID
005050         ELSE
005060             MOVE DL1-CHG-BEFORE-IMAGE (1:4) TO DL1-ROW-PROBLEM-ID
005070         END-IF
005080         PERFORM 1140-ADD-MAP-ENTRY THRU 1140-ADD-MAP-ENTRY-EXIT
005090     END-IF.
005100     IF DL1-CHG-AFTER-IMAGE = '(DELETED)'
005110         MOVE SPACES TO DL1-ROW-PROBLEM-ID
005120     ELSE
005130         MOVE DL1-CHG-AFTER-IMAGE (1:4) TO DL1-ROW-PROBLEM-ID
005140     END-IF.
005150     PERFORM 1140-ADD-MAP-ENTRY THRU 1140-ADD-MAP-ENTRY-EXIT.
005160     IF DL1-MAP-COUNT > ZERO
005170         MOVE DL1-CHG-TIMESTAMP
005180             TO DL1-MAP-FROM-TIMESTAMP (DL1-MAP-COUNT)
005190     END-IF.
005200 1120-POST-ONE-CHANGE-EXIT.
005210     EXIT.
005220
005230 1130-FIND-MAPPED-RUN-ID.
005240     MOVE 'N' TO DL1-MAP-FOUND-SW.
005250     PERFORM 1135-MATCH-ONE-MAPPED THRU
005260             1135-MATCH-ONE-MAPPED-EXIT
005270         VARYING DL1-MAP-IDX FROM 1 BY 1
005280         UNTIL DL1-MAP-IDX > DL1-MAP-COUNT
005290            OR DL1-MAP-FOUND.
005300 1130-FIND-MAPPED-RUN-ID-EXIT.
005310     EXIT.
005320
005330 1135-MATCH-ONE-MAPPED.
005340     IF DL1-MAP-RUN-ID (DL1-MAP-IDX) = DL1-ROW-RUN-ID
005350         MOVE 'Y' TO DL1-MAP-FOUND-SW
005360     END-IF.
005370 1135-MATCH-ONE-MAPPED-EXIT.
005380     EXIT.
005390
005400*    A NEW ENTRY STARTS AT LOW-VALUES; 1120 STAMPS A CHANGE
005410*    ENTRY WITH THE CHANGE'S TIMESTAMP AFTERWARDS.
005420 1140-ADD-MAP-ENTRY.
005430     IF DL1-MAP-COUNT < 1000
005440         ADD 1 TO DL1-MAP-COUNT
005450         MOVE DL1-ROW-RUN-ID TO DL1-MAP-RUN-ID (DL1-MAP-COUNT)
005460         MOVE LOW-VALUES
005470             TO DL1-MAP-FROM-TIMESTAMP (DL1-MAP-COUNT)
005480         MOVE DL1-ROW-PROBLEM-ID
005490             TO DL1-MAP-PROBLEM-ID (DL1-MAP-COUNT)
005500     ELSE
005510         ADD 1 TO DL1-MAP-DROPPED
005520     END-IF.
005530 1140-ADD-MAP-ENTRY-EXIT.
005540     EXIT.
005550
005560 1150-MAP-ONE-CONTROL.
005570     READ CTL-FILE
005580         AT END
005590             MOVE 'Y' TO DL1-CTL-EOF-SW
005600         NOT AT END
005610             MOVE DL1-CTL-RUN-ID TO DL1-ROW-RUN-ID
005620             PERFORM 1130-FIND-MAPPED-RUN-ID THRU
005630                     1130-FIND-MAPPED-RUN-ID-EXIT
005640             IF NOT DL1-MAP-FOUND
005650                 MOVE DL1-CTL-PROBLEM-ID TO DL1-ROW-PROBLEM-ID
005660                 PERFORM 1140-ADD-MAP-ENTRY THRU
005670                         1140-ADD-MAP-ENTRY-EXIT
005680             END-IF
005690     END-READ.
005700 1150-MAP-ONE-CONTROL-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------------
005740*    1300-OPEN-LIVE-MASTER - INPUT TO VERIFY, I-O TO RESTORE.
005750*    A MISSING MASTER (STATUS 35) IS SIMPLY EMPTY WHEN
005760*    VERIFYING; TO RESTORE, THE FRESHLY DEFINED CLUSTER IS
005770*    LOADED EMPTY ONCE, CLOSED AND REOPENED I-O, AS DL1G0001
005780*    DOES ON ITS VERY FIRST RUN.
005790*----------------------------------------------------------------
005800 1300-OPEN-LIVE-MASTER.
005810     IF DL1-MODE-RESTORE
005820         OPEN I-O GLD-FILE
005830         IF DL1-GLD-FILE-STATUS = '35'
005840             OPEN OUTPUT GLD-FILE
005850             CLOSE GLD-FILE
005860             OPEN I-O GLD-FILE
005870         END-IF
005880     ELSE
005890         OPEN INPUT GLD-FILE
005900     END-IF.
005910     EVALUATE TRUE
005920         WHEN DL1-GLD-FILE-STATUS = '00'
005930             MOVE 'Y' TO DL1-LIVE-OPEN-SW
005940         WHEN DL1-GLD-FILE-STATUS = '35'
005950          AND DL1-MODE-VERIFY
005960             DISPLAY 'DL1-0001-GLDKSDS NOT FOUND - EVERY REBUILT '
005970                     'KEY IS MISSING FROM THE LIVE MASTER'
005980             MOVE 'Y' TO DL1-GLD-EOF-SW
005990         WHEN OTHER
006000             MOVE 'GLDKSDS' TO DL1-FAIL-DDNAME
006010             MOVE DL1-GLD-FILE-STATUS TO DL1-FAIL-STATUS
006020             PERFORM 1900-SETUP-FAILED THRU
006030                     1900-SETUP-FAILED-EXIT
006040     END-EVALUATE.
006050 1300-OPEN-LIVE-MASTER-EXIT.
006060     EXIT.
006070
006080 1900-SETUP-FAILED.
006090     DISPLAY 'DL1-0001-GOLDEN MASTER REBUILD FAILED - '
006100             DL1-FAIL-DDNAME ' COULD NOT BE OPENED - STATUS '
006110             DL1-FAIL-STATUS.
006120     MOVE 'N' TO DL1-SETUP-OK-SW.
006130     PERFORM 9200-NOTIFY-FAILURE THRU 9200-NOTIFY-FAILURE-EXIT.
006140     MOVE 16 TO RETURN-CODE.
006150 1900-SETUP-FAILED-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------------
006190*    2000-REBUILD-ONE-ROW - ONLY A ROW THAT ENDED CONDITION
006200*    CODE ZERO CAN SUPPLY A GOLDEN ANSWER.  THE SEAL IS LOOKED
006210*    AT FIRST SO THE CHAIN IS KNOWN TO HAVE STARTED EVEN WHEN
006220*    THE FIRST SEALED ROW WAS NOT CLEAN.
006230*----------------------------------------------------------------
006240 2000-REBUILD-ONE-ROW.
006250     ADD 1 TO DL1-HST-READ-COUNT.
006260     IF DL1-AUD-SEAL-SEQ NUMERIC
006270        AND DL1-AUD-SEAL NUMERIC
006280         MOVE 'Y' TO DL1-CHAIN-STARTED-SW
006290     END-IF.
006300     IF DL1-AUD-COND-CODE = ZERO
006310         ADD 1 TO DL1-CLEAN-COUNT
006320         EVALUATE TRUE
006330             WHEN DL1-CHAIN-STARTED
006340              AND (DL1-AUD-SEAL-SEQ NOT NUMERIC
006350                   OR DL1-AUD-SEAL NOT NUMERIC)
006360                 ADD 1 TO DL1-UNSEALED-COUNT
006370                 MOVE SPACES TO DL1-DTL-PROBLEM-ID
006380                 MOVE 'UNSEALED ROW NOT USED'
006390                     TO DL1-DTL-DISPOSITION
006400                 PERFORM 2400-PRINT-HISTORY-LINE THRU
006410                         2400-PRINT-HISTORY-LINE-EXIT
006420             WHEN OTHER
006430                 PERFORM 2200-FIND-PROBLEM THRU
006440                         2200-FIND-PROBLEM-EXIT
006450                 IF DL1-ROW-PROBLEM-ID = SPACES
006460                     ADD 1 TO DL1-UNKEYED-COUNT
006470                     MOVE SPACES TO DL1-DTL-PROBLEM-ID
006480                     MOVE 'RUN-ID NOT ON CTL/CHGFILE'
006490                         TO DL1-DTL-DISPOSITION
006500                     PERFORM 2400-PRINT-HISTORY-LINE THRU
006510                             2400-PRINT-HISTORY-LINE-EXIT
006520                 ELSE
006530                     PERFORM 2300-POST-CLEAN-ROW THRU
006540                             2300-POST-CLEAN-ROW-EXIT
006550                 END-IF
006560         END-EVALUATE
006570     END-IF.
006580     READ HST-FILE
006590         AT END
006600             MOVE 'Y' TO DL1-HST-EOF-SW
006610     END-READ.
006620 2000-REBUILD-ONE-ROW-EXIT.
006630     EXIT.
006640
006650*----------------------------------------------------------------
006660*    2200-FIND-PROBLEM - THE LAST MAP ENTRY FOR THE RUN-ID THAT
006670*    TOOK EFFECT AT OR BEFORE THE ROW'S TIMESTAMP.  SPACES WHEN
006680*    THERE IS NONE, OR WHEN THE RECORD WAS DELETED THEN.
006690*----------------------------------------------------------------
006700 2200-FIND-PROBLEM.
006710     MOVE SPACES TO DL1-ROW-PROBLEM-ID.
006720     PERFORM 2210-MATCH-ONE-MAP-ENTRY THRU
006730             2210-MATCH-ONE-MAP-ENTRY-EXIT
006740         VARYING DL1-MAP-IDX FROM 1 BY 1
006750         UNTIL DL1-MAP-IDX > DL1-MAP-COUNT.
006760 2200-FIND-PROBLEM-EXIT.
006770     EXIT.
006780
006790 2210-MATCH-ONE-MAP-ENTRY.
006800     IF DL1-MAP-RUN-ID (DL1-MAP-IDX) = DL1-AUD-RUN-ID
006810        AND DL1-MAP-FROM-TIMESTAMP (DL1-MAP-IDX)
006820            NOT > DL1-AUD-TIMESTAMP
006830         MOVE DL1-MAP-PROBLEM-ID (DL1-MAP-IDX)
006840             TO DL1-ROW-PROBLEM-ID
006850     END-IF.
006860 2210-MATCH-ONE-MAP-ENTRY-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------------
006900*    2300-POST-CLEAN-ROW - THE FIRST CLEAN ROW FOR A KEY IS
006910*    ITS GOLDEN ANSWER.  A LATER ONE MUST AGREE; THE FIRST
006920*    THAT DOES NOT IS KEPT AS THE CONFLICTING ANSWER.
006930*----------------------------------------------------------------
006940 2300-POST-CLEAN-ROW.
006950     MOVE DL1-ROW-PROBLEM-ID TO DL1-SEEK-PROBLEM-ID.
006960     MOVE DL1-AUD-PARM-TEXT TO DL1-SEEK-PARM-TEXT.
006970     PERFORM 2310-FIND-REBUILT-KEY THRU
006980             2310-FIND-REBUILT-KEY-EXIT.
006990     IF DL1-AUD-ANSWER-TYPE = SPACES
007000         MOVE 'SUMME' TO DL1-ROW-ANSWER-TYPE
007010     ELSE
007020         MOVE DL1-AUD-ANSWER-TYPE TO DL1-ROW-ANSWER-TYPE
007030     END-IF.
007040     EVALUATE TRUE
007050         WHEN NOT DL1-REB-FOUND
007060          AND DL1-REB-COUNT < 2000
007070             ADD 1 TO DL1-REB-COUNT
007080             MOVE DL1-SEEK-KEY TO DL1-REB-KEY (DL1-REB-COUNT)
007090             MOVE DL1-AUD-ANSWER TO DL1-REB-ANSWER (DL1-REB-COUNT)
007100             MOVE DL1-ROW-ANSWER-TYPE
007110                 TO DL1-REB-ANSWER-TYPE (DL1-REB-COUNT)
007120             MOVE DL1-AUD-RUN-ID
007130                 TO DL1-REB-FIRST-RUN-ID (DL1-REB-COUNT)
007140             MOVE DL1-AUD-TIMESTAMP (1:10)
007150                 TO DL1-REB-FIRST-DATE (DL1-REB-COUNT)
007160             MOVE 'N' TO DL1-REB-CONFLICT-SW (DL1-REB-COUNT)
007170             MOVE ZERO TO DL1-REB-OTHER-ANSWER (DL1-REB-COUNT)
007180             MOVE SPACES TO DL1-REB-OTHER-RUN-ID (DL1-REB-COUNT)
007190             MOVE 'N' TO DL1-REB-ON-LIVE-SW (DL1-REB-COUNT)
007200             MOVE SPACES TO DL1-REB-LIVE-ANSWER (DL1-REB-COUNT)
007210         WHEN NOT DL1-REB-FOUND
007220             ADD 1 TO DL1-REB-DROPPED
007230         WHEN DL1-AUD-ANSWER = DL1-REB-ANSWER (DL1-MATCH-IDX)
007240             CONTINUE
007250         WHEN DL1-REB-CONFLICT (DL1-MATCH-IDX)
007260             CONTINUE
007270         WHEN OTHER
007280             MOVE 'Y' TO DL1-REB-CONFLICT-SW (DL1-MATCH-IDX)
007290             MOVE DL1-AUD-ANSWER
007300                 TO DL1-REB-OTHER-ANSWER (DL1-MATCH-IDX)
007310             MOVE DL1-AUD-RUN-ID
007320                 TO DL1-REB-OTHER-RUN-ID (DL1-MATCH-IDX)
007330     END-EVALUATE.
007340 2300-POST-CLEAN-ROW-EXIT.
007350     EXIT.
007360
007370 2310-FIND-REBUILT-KEY.
007380     MOVE 'N' TO DL1-REB-FOUND-SW.
007390     MOVE ZERO TO DL1-MATCH-IDX.
007400     PERFORM 2320-MATCH-ONE-REBUILT-KEY THRU
007410             2320-MATCH-ONE-REBUILT-KEY-EXIT
007420         VARYING DL1-SEEK-IDX FROM 1 BY 1
007430         UNTIL DL1-SEEK-IDX > DL1-REB-COUNT
007440            OR DL1-REB-FOUND.
007450 2310-FIND-REBUILT-KEY-EXIT.
007460     EXIT.
007470
007480 2320-MATCH-ONE-REBUILT-KEY.
007490     IF DL1-REB-KEY (DL1-SEEK-IDX) = DL1-SEEK-KEY
007500         MOVE 'Y' TO DL1-REB-FOUND-SW
007510         MOVE DL1-SEEK-IDX TO DL1-MATCH-IDX
007520     END-IF.
007530 2320-MATCH-ONE-REBUILT-KEY-EXIT.
007540     EXIT.
007550
007560 2400-PRINT-HISTORY-LINE.
007570     MOVE DL1-AUD-PARM-TEXT TO DL1-DTL-PARM-TEXT.
007580     MOVE DL1-AUD-ANSWER TO DL1-DTL-HIST-ANSWER.
007590     MOVE SPACES TO DL1-DTL-LIVE-ANSWER.
007600     MOVE DL1-AUD-RUN-ID TO DL1-DTL-RUN-ID.
007610     PERFORM 8200-WRITE-DETAIL-LINE THRU
007620             8200-WRITE-DETAIL-LINE-EXIT.
007630 2400-PRINT-HISTORY-LINE-EXIT.
007640     EXIT.
007650
007660*----------------------------------------------------------------
007670*    3000-COMPARE-ONE-LIVE-ROW - WALK THE LIVE MASTER IN KEY
007680*    ORDER.  A LIVE ROW WITH NO CLEAN HISTORY IS EXTRA; ONE
007690*    WHOSE ANSWER DIFFERS FROM THE REBUILT ONE IS REWRITTEN
007700*    WHEN RESTORING.  A CONFLICTING KEY ONLY NOTES THE LIVE
007710*    ANSWER - 4000 REPORTS IT.
007720*----------------------------------------------------------------
007730 3000-COMPARE-ONE-LIVE-ROW.
007740     READ GLD-FILE NEXT RECORD
007750         AT END
007760             MOVE 'Y' TO DL1-GLD-EOF-SW
007770         NOT AT END
007780             PERFORM 3100-CHECK-LIVE-ROW THRU
007790                     3100-CHECK-LIVE-ROW-EXIT
007800     END-READ.
007810 3000-COMPARE-ONE-LIVE-ROW-EXIT.
007820     EXIT.
007830
007840 3100-CHECK-LIVE-ROW.
007850     MOVE DL1-GLD-KEY TO DL1-SEEK-KEY.
007860     PERFORM 2310-FIND-REBUILT-KEY THRU
007870             2310-FIND-REBUILT-KEY-EXIT.
007880     MOVE DL1-GLD-PROBLEM-ID TO DL1-DTL-PROBLEM-ID.
007890     MOVE DL1-GLD-PARM-TEXT TO DL1-DTL-PARM-TEXT.
007900     MOVE DL1-GLD-ANSWER TO DL1-DTL-LIVE-ANSWER.
007910     EVALUATE TRUE
007920         WHEN NOT DL1-REB-FOUND
007930             ADD 1 TO DL1-EXTRA-COUNT
007940             MOVE SPACES TO DL1-DTL-HIST-ANSWER
007950             MOVE DL1-GLD-FIRST-RUN-ID TO DL1-DTL-RUN-ID
007960             MOVE 'EXTRA - NO CLEAN HISTORY'
007970                 TO DL1-DTL-DISPOSITION
007980             PERFORM 8200-WRITE-DETAIL-LINE THRU
007990                     8200-WRITE-DETAIL-LINE-EXIT
008000         WHEN OTHER
008010             MOVE 'Y' TO DL1-REB-ON-LIVE-SW (DL1-MATCH-IDX)
008020             MOVE DL1-GLD-ANSWER
008030                 TO DL1-REB-LIVE-ANSWER (DL1-MATCH-IDX)
008040             PERFORM 3200-COMPARE-ANSWER THRU
008050                     3200-COMPARE-ANSWER-EXIT
008060     END-EVALUATE.
008070 3100-CHECK-LIVE-ROW-EXIT.
008080     EXIT.
008090
008100 3200-COMPARE-ANSWER.
008110     EVALUATE TRUE
008120         WHEN DL1-REB-CONFLICT (DL1-MATCH-IDX)
008130             CONTINUE
008140         WHEN DL1-GLD-ANSWER = DL1-REB-ANSWER (DL1-MATCH-IDX)
008150             ADD 1 TO DL1-MATCHED-COUNT
008160         WHEN OTHER
008170             ADD 1 TO DL1-DIFFERENT-COUNT
008180             MOVE DL1-REB-ANSWER (DL1-MATCH-IDX)
008190                 TO DL1-DTL-HIST-ANSWER
008200             MOVE DL1-REB-FIRST-RUN-ID (DL1-MATCH-IDX)
008210                 TO DL1-DTL-RUN-ID
008220             MOVE 'ANSWER DIFFERS' TO DL1-DTL-DISPOSITION
008230             IF DL1-MODE-RESTORE
008240                 MOVE DL1-MATCH-IDX TO DL1-SEEK-IDX
008250                 PERFORM 5000-FILL-MASTER-ROW THRU
008260                         5000-FILL-MASTER-ROW-EXIT
008270                 REWRITE DL1-GLD-RECORD
008280                 PERFORM 5100-CHECK-RESTORE THRU
008290                         5100-CHECK-RESTORE-EXIT
008300             END-IF
008310             PERFORM 8200-WRITE-DETAIL-LINE THRU
008320                     8200-WRITE-DETAIL-LINE-EXIT
008330     END-EVALUATE.
008340 3200-COMPARE-ANSWER-EXIT.
008350     EXIT.
008360
008370*----------------------------------------------------------------
008380*    4000-SETTLE-ONE-REBUILT-KEY - AFTER THE LIVE WALK: A KEY
008390*    THE LIVE MASTER NEVER SHOWED IS MISSING (WRITTEN WHEN
008400*    RESTORING), AND A CONFLICTING KEY PRINTS BOTH ANSWERS.
008410*----------------------------------------------------------------
008420 4000-SETTLE-ONE-REBUILT-KEY.
008430     MOVE DL1-REB-PROBLEM-ID (DL1-REB-IDX) TO DL1-DTL-PROBLEM-ID.
008440     MOVE DL1-REB-PARM-TEXT (DL1-REB-IDX) TO DL1-DTL-PARM-TEXT.
008450     MOVE DL1-REB-ANSWER (DL1-REB-IDX) TO DL1-DTL-HIST-ANSWER.
008460     MOVE DL1-REB-LIVE-ANSWER (DL1-REB-IDX)
008470         TO DL1-DTL-LIVE-ANSWER.
008480     MOVE DL1-REB-FIRST-RUN-ID (DL1-REB-IDX) TO DL1-DTL-RUN-ID.
008490     EVALUATE TRUE
008500         WHEN DL1-REB-CONFLICT (DL1-REB-IDX)
008510             PERFORM 4200-PRINT-CONFLICT THRU
008520                     4200-PRINT-CONFLICT-EXIT
008530         WHEN DL1-REB-ON-LIVE (DL1-REB-IDX)
008540             CONTINUE
008550         WHEN OTHER
008560             ADD 1 TO DL1-MISSING-COUNT
008570             MOVE 'MISSING FROM LIVE MASTER'
008580                 TO DL1-DTL-DISPOSITION
008590             IF DL1-MODE-RESTORE
008600                 MOVE DL1-REB-IDX TO DL1-SEEK-IDX
008610                 PERFORM 5000-FILL-MASTER-ROW THRU
008620                         5000-FILL-MASTER-ROW-EXIT
008630                 WRITE DL1-GLD-RECORD
008640                 PERFORM 5100-CHECK-RESTORE THRU
008650                         5100-CHECK-RESTORE-EXIT
008660             END-IF
008670             PERFORM 8200-WRITE-DETAIL-LINE THRU
008680                     8200-WRITE-DETAIL-LINE-EXIT
008690     END-EVALUATE.
008700 4000-SETTLE-ONE-REBUILT-KEY-EXIT.
008710     EXIT.
008720
008730 4200-PRINT-CONFLICT.
008740     ADD 1 TO DL1-CONFLICT-COUNT.
008750     MOVE 'CONFLICT - FIRST ANSWER' TO DL1-DTL-DISPOSITION.
008760     PERFORM 8200-WRITE-DETAIL-LINE THRU
008770             8200-WRITE-DETAIL-LINE-EXIT.
008780     MOVE DL1-REB-OTHER-ANSWER (DL1-REB-IDX)
008790         TO DL1-DTL-HIST-ANSWER.
008800     MOVE DL1-REB-OTHER-RUN-ID (DL1-REB-IDX) TO DL1-DTL-RUN-ID.
008810     MOVE 'CONFLICT - LATER ANSWER' TO DL1-DTL-DISPOSITION.
008820     PERFORM 8200-WRITE-DETAIL-LINE THRU
008830             8200-WRITE-DETAIL-LINE-EXIT.
008840     DISPLAY 'DL1-0001-GOLDEN MASTER REBUILD - TWO CLEAN '
008850             'ANSWERS IN HISTORY - PROBLEM '
008860             DL1-REB-PROBLEM-ID (DL1-REB-IDX) ' RUNS '
008870             DL1-REB-FIRST-RUN-ID (DL1-REB-IDX) ' AND '
008880             DL1-REB-OTHER-RUN-ID (DL1-REB-IDX).
008890     MOVE DL1-REB-OTHER-RUN-ID (DL1-REB-IDX) TO DL1-EXCP-RUN-ID.
008900     MOVE 'DL1-1102E' TO DL1-EXCP-MSG-ID.
008910     MOVE 'TWO CLEAN ANSWERS IN HISTORY - PROBLEM '
008920         TO DL1-EXCP-TEXT.
008930     MOVE DL1-REB-PROBLEM-ID (DL1-REB-IDX)
008940         TO DL1-EXCP-TEXT (40:4).
008950     MOVE ' RUN ' TO DL1-EXCP-TEXT (44:5).
008960     MOVE DL1-REB-OTHER-RUN-ID (DL1-REB-IDX)
008970         TO DL1-EXCP-TEXT (49:8).
008980     PERFORM 9100-NOTIFY-EXCEPTION THRU
008990             9100-NOTIFY-EXCEPTION-EXIT.
009000 4200-PRINT-CONFLICT-EXIT.
009010     EXIT.
009020
009030*----------------------------------------------------------------
009040*    5000-FILL-MASTER-ROW / 5100-CHECK-RESTORE - BUILD THE
009050*    GLDREC00 ROW FOR REBUILT ENTRY DL1-SEEK-IDX, AND COUNT
009060*    THE WRITE OR REWRITE THAT FOLLOWS.  A FAILED ONE STOPS
009070*    NOTHING ELSE BUT ENDS THE STEP 16.
009080*----------------------------------------------------------------
009090 5000-FILL-MASTER-ROW.
009100     MOVE DL1-REB-KEY (DL1-SEEK-IDX) TO DL1-GLD-KEY.
009110     MOVE DL1-REB-ANSWER (DL1-SEEK-IDX) TO DL1-GLD-ANSWER.
009120     MOVE DL1-REB-ANSWER-TYPE (DL1-SEEK-IDX)
009130         TO DL1-GLD-ANSWER-TYPE.
009140     MOVE DL1-REB-FIRST-RUN-ID (DL1-SEEK-IDX)
009150         TO DL1-GLD-FIRST-RUN-ID.
009160     MOVE DL1-REB-FIRST-DATE (DL1-SEEK-IDX)
009170         TO DL1-GLD-FIRST-DATE.
009180 5000-FILL-MASTER-ROW-EXIT.
009190     EXIT.
009200
009210 5100-CHECK-RESTORE.
009220     IF DL1-GLD-FILE-STATUS = '00'
009230         ADD 1 TO DL1-RESTORED-COUNT
009240         IF DL1-DTL-DISPOSITION = 'ANSWER DIFFERS'
009250             MOVE 'ANSWER DIFFERS - RESTORED'
009260                 TO DL1-DTL-DISPOSITION
009270         ELSE
009280             MOVE 'MISSING - RESTORED' TO DL1-DTL-DISPOSITION
009290         END-IF
009300     ELSE
009310         MOVE 'Y' TO DL1-RESTORE-FAILED-SW
009320         MOVE 'RESTORE FAILED STATUS' TO DL1-DTL-DISPOSITION
009330         MOVE DL1-GLD-FILE-STATUS TO DL1-DTL-DISPOSITION (23:2)
009340         DISPLAY 'DL1-0001-GOLDEN MASTER RESTORE FAILED - '
009350                 'PROBLEM ' DL1-GLD-PROBLEM-ID ' STATUS '
009360                 DL1-GLD-FILE-STATUS
009370         MOVE 'GLDKSDS' TO DL1-FAIL-DDNAME
009380         MOVE DL1-GLD-FILE-STATUS TO DL1-FAIL-STATUS
009390         PERFORM 9200-NOTIFY-FAILURE THRU
009400                 9200-NOTIFY-FAILURE-EXIT
009410     END-IF.
009420 5100-CHECK-RESTORE-EXIT.
009430     EXIT.
009440
009450*----------------------------------------------------------------
009460*    8000-FINISH-REPORT - TRAILER COUNTS AND THE STEP'S RETURN
009470*    CODE.  A DIFFERENCE STILL LEFT ON THE LIVE MASTER RAISES
009480*    DL1-1101E.
009490*----------------------------------------------------------------
009500 8000-FINISH-REPORT.
009510     MOVE SPACES TO DL1-PRT-RECORD.
009520     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
009530     MOVE DL1-HST-READ-COUNT TO DL1-TRL-READ.
009540     MOVE DL1-CLEAN-COUNT TO DL1-TRL-CLEAN.
009550     MOVE DL1-UNSEALED-COUNT TO DL1-TRL-UNSEALED.
009560     MOVE DL1-UNKEYED-COUNT TO DL1-TRL-UNKEYED.
009570     MOVE DL1-REB-COUNT TO DL1-TRL-REBUILT.
009580     WRITE DL1-PRT-RECORD FROM DL1-TRAILER-LINE-1
009590         AFTER ADVANCING 1 LINE.
009600     MOVE DL1-MATCHED-COUNT TO DL1-TRL-MATCHED.
009610     MOVE DL1-MISSING-COUNT TO DL1-TRL-MISSING.
009620     MOVE DL1-EXTRA-COUNT TO DL1-TRL-EXTRA.
009630     MOVE DL1-DIFFERENT-COUNT TO DL1-TRL-DIFFERENT.
009640     MOVE DL1-CONFLICT-COUNT TO DL1-TRL-CONFLICT.
009650     MOVE DL1-RESTORED-COUNT TO DL1-TRL-RESTORED.
009660     WRITE DL1-PRT-RECORD FROM DL1-TRAILER-LINE-2
009670         AFTER ADVANCING 1 LINE.
009680     CLOSE PRT-FILE.
009690     DISPLAY 'DL1-0001-GOLDEN MASTER REBUILD COMPLETE - '
009700             DL1-REB-COUNT ' KEYS - '
009710             DL1-MISSING-COUNT ' MISSING - '
009720             DL1-EXTRA-COUNT ' EXTRA - '
009730             DL1-DIFFERENT-COUNT ' DIFFERENT - '
009740             DL1-CONFLICT-COUNT ' CONFLICT(S)'.
009750     IF DL1-MAP-DROPPED > ZERO
009760         DISPLAY 'DL1-0001-GOLDEN MASTER REBUILD - '
009770                 DL1-MAP-DROPPED ' RUN-ID CHANGE(S) BEYOND THE '
009780                 '1000-ENTRY MAP'
009790     END-IF.
009800     IF DL1-REB-DROPPED > ZERO
009810         DISPLAY 'DL1-0001-GOLDEN MASTER REBUILD - '
009820                 DL1-REB-DROPPED ' CLEAN ROW(S) BEYOND THE '
009830                 '2000-KEY TABLE'
009840     END-IF.
009850     IF DL1-EXTRA-COUNT > ZERO
009860        OR (DL1-MODE-VERIFY
009870            AND (DL1-MISSING-COUNT > ZERO
009880                 OR DL1-DIFFERENT-COUNT > ZERO))
009890         MOVE SPACES TO DL1-EXCP-RUN-ID
009900         MOVE 'DL1-1101E' TO DL1-EXCP-MSG-ID
009910         MOVE 'GOLDEN MASTER DIFFERS FROM AUDIT HISTORY - '
009920             TO DL1-EXCP-TEXT
009930         MOVE 'SEE GLDVRPT' TO DL1-EXCP-TEXT (44:11)
009940         PERFORM 9100-NOTIFY-EXCEPTION THRU
009950                 9100-NOTIFY-EXCEPTION-EXIT
009960     END-IF.
009970     EVALUATE TRUE
009980         WHEN DL1-RESTORE-FAILED
009990             MOVE 16 TO RETURN-CODE
010000         WHEN DL1-EXTRA-COUNT > ZERO
010010           OR DL1-CONFLICT-COUNT > ZERO
010020           OR DL1-UNSEALED-COUNT > ZERO
010030           OR DL1-UNKEYED-COUNT > ZERO
010040           OR DL1-MAP-DROPPED > ZERO
010050           OR DL1-REB-DROPPED > ZERO
010060             MOVE 8 TO RETURN-CODE
010070         WHEN DL1-MISSING-COUNT > ZERO
010080           OR DL1-DIFFERENT-COUNT > ZERO
010090             IF DL1-MODE-RESTORE
010100                 MOVE 4 TO RETURN-CODE
010110             ELSE
010120                 MOVE 8 TO RETURN-CODE
010130             END-IF
010140         WHEN OTHER
010150             MOVE 0 TO RETURN-CODE
010160     END-EVALUATE.
010170 8000-FINISH-REPORT-EXIT.
010180     EXIT.
010190
010200*----------------------------------------------------------------
010210*    8100-START-NEW-PAGE / 8200-WRITE-DETAIL-LINE - PAGE-
010220*    BREAK BOOKKEEPING AROUND EVERY DETAIL LINE.
010230*----------------------------------------------------------------
010240 8100-START-NEW-PAGE.
010250     ADD 1 TO DL1-PAGE-COUNT.
010260     MOVE DL1-RUN-DATE-TEXT TO DL1-HDG1-DATE.
010270     MOVE DL1-PAGE-COUNT TO DL1-HDG1-PAGE.
010280     IF DL1-PAGE-COUNT = 1
010290         WRITE DL1-PRT-RECORD FROM DL1-HDG1-LINE
010300             AFTER ADVANCING 1 LINE
010310     ELSE
010320         WRITE DL1-PRT-RECORD FROM DL1-HDG1-LINE
010330             AFTER ADVANCING PAGE
010340     END-IF.
010350     WRITE DL1-PRT-RECORD FROM DL1-HDG2-LINE
010360         AFTER ADVANCING 1 LINE.
010370     MOVE SPACES TO DL1-PRT-RECORD.
010380     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
010390     MOVE ZERO TO DL1-LINE-COUNT.
010400 8100-START-NEW-PAGE-EXIT.
010410     EXIT.
010420
010430 8200-WRITE-DETAIL-LINE.
010440     IF DL1-LINE-COUNT >= DL1-LINES-PER-PAGE
010450         PERFORM 8100-START-NEW-PAGE THRU
010460                 8100-START-NEW-PAGE-EXIT
010470     END-IF.
010480     WRITE DL1-PRT-RECORD FROM DL1-DETAIL-LINE
010490         AFTER ADVANCING 1 LINE.
010500     ADD 1 TO DL1-LINE-COUNT.
010510 8200-WRITE-DETAIL-LINE-EXIT.
010520     EXIT.
010530
010540*----------------------------------------------------------------
010550*    9100-NOTIFY-EXCEPTION - HAND THE PREPARED MESSAGE TO THE
010560*    EXCEPTION QUEUE.  DL1E0001 RESETS RETURN-CODE, SO IT IS
010570*    ONLY SET AFTERWARDS (8000).
010580*----------------------------------------------------------------
010590 9100-NOTIFY-EXCEPTION.
010600     MOVE 'DL1G0002' TO DL1-EXCP-PROGRAM.
010610     MOVE 'E' TO DL1-EXCP-SEVERITY.
010620     CALL 'DL1E0001' USING DL1-EXCEPTION-PARMS.
010630 9100-NOTIFY-EXCEPTION-EXIT.
010640     EXIT.
010650
010660 9200-NOTIFY-FAILURE.
010670     MOVE SPACES TO DL1-EXCP-RUN-ID.
010680     MOVE 'DL1-1103E' TO DL1-EXCP-MSG-ID.
010690     MOVE 'GOLDEN MASTER REBUILD FAILED - ' TO DL1-EXCP-TEXT.
010700     MOVE DL1-FAIL-DDNAME TO DL1-EXCP-TEXT (32:8).
010710     MOVE ' STATUS ' TO DL1-EXCP-TEXT (40:8).
010720     MOVE DL1-FAIL-STATUS TO DL1-EXCP-TEXT (48:2).
010730     PERFORM 9100-NOTIFY-EXCEPTION THRU
010740             9100-NOTIFY-EXCEPTION-EXIT.
010750 9200-NOTIFY-FAILURE-EXIT.
010760     EXIT.
010770
010780 END PROGRAM DL1G0002.
