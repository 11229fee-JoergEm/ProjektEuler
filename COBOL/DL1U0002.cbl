000100*----------------------------------------------------------------
000110*    DL1U0002 - PROBLEM CATALOG MAINTENANCE.
000120*
000130*    READS CATALOG TRANSACTIONS (PCTREC00) FROM PCTFILE - MANY
000140*    PER RUN - AND APPLIES EACH ONE TO ITS ROW ON THE PROBLEM
000150*    CATALOG (PRBREC00 ON PRBKSDS), MATCHED BY PROBLEM ID:
000160*      A = ADD A PROBLEM, ENABLED (REJECTED IF ALREADY THERE)
000170*      U = UPDATE ITS MODULE, DESCRIPTION, ANSWER TYPE, SHAPE
000180*          AND CHECKPOINT FLAG - THE STATUS IS LEFT ALONE
000190*      D = DELETE IT (REJECTED WHILE ANY CONTROL RECORD ON
000195*          CTLFILE STILL NAMES THE PROBLEM, AND REJECTED WITH A
000200*          DL1-1201E EXCEPTION WHEN CTLFILE NAMES MORE PROBLEMS
000205*          THAN THE IN-USE TABLE HOLDS)
000210*      E = ENABLE IT
000220*      X = DISABLE IT - DL1M0001 SKIPS ITS RUNS AND DL1B0001
000230*          STOPS EXPECTING THEM UNTIL IT IS ENABLED AGAIN
000240*    THIS IS HOW OPERATIONS TAKE A PROBLEM OUT OF THE NIGHT -
000250*    NO CODE CHANGE AND NO CTLFILE EDIT.  EVERY APPLIED CARD
000260*    STAMPS THE ROW WITH THE OPERATOR, THE TIME AND THE
000270*    REASON.  EACH TRANSACTION STANDS ALONE - A BAD CARD
000280*    REJECTS ITSELF AND THE REST OF THE BATCH STILL APPLIES.
000290*    PRBKSDS IS CREATED ON THE FIRST RUN IF IT HAS NEVER BEEN
000300*    LOADED, SO THE INITIAL LOAD IS A DECK OF ADD CARDS.
000310*
000320*    RETURN-CODE 0 = EVERY TRANSACTION APPLIED, 8 = AT LEAST
000330*    ONE REJECTED (OR PCTFILE EMPTY), 16 = THE CATALOG COULD
000340*    NOT BE OPENED OR AN UPDATE FAILED.
000350*
000360*    MODIFICATION HISTORY
000370*    DATE       INIT  DESCRIPTION
000380*    ---------- ----  ----------------------------------
000390*    2026-10-05 JM    ORIGINAL PROGRAM.
000392*    2026-10-15 JM    A CTLFILE NAMING OVER 200 PROBLEMS OVERFLOWS
000394*                     THE IN-USE TABLE; EVERY DELETE OF THAT RUN
000396*                     IS THEN REJECTED WITH A DL1-1201E EXCEPTION.
000400*----------------------------------------------------------------
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.              DL1U0002.
000430 AUTHOR.                  JOERG M.
000440 INSTALLATION.            AT GITHUB JOERGEM.
000450 DATE-WRITTEN.            2026.
000460 DATE-COMPILED.           2026-10-05.
000470 SECURITY.                VERSION.
000480*    THIS PROGRAM IS WITHOUT ANY WARRANTY; WITHOUT EVEN THE
000490*    IMPLIED WARRANTY OF MERCHANTABILITY OR FITNESS FOR A
000500*    PARTICULAR PURPOSE.
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT PCT-FILE ASSIGN "PCTFILE"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS DL1-PCT-FILE-STATUS.
000580     SELECT CTL-FILE ASSIGN "CTLFILE"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS DL1-CTL-FILE-STATUS.
000610     SELECT PRB-FILE ASSIGN "PRBKSDS"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS DL1-PRB-KEY
000650         FILE STATUS IS DL1-PRB-FILE-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PCT-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720     COPY PCTREC00.
000730
000740 FD  CTL-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770     COPY CTLREC00.
000780
000790 FD  PRB-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820     COPY PRBREC00.
000830
000840 WORKING-STORAGE SECTION.
000850 77  DL1-PCT-FILE-STATUS       PIC X(02) VALUE '00'.
000860 77  DL1-CTL-FILE-STATUS       PIC X(02) VALUE '00'.
000870 77  DL1-PRB-FILE-STATUS       PIC X(02) VALUE '00'.
000880 77  DL1-PCT-EOF-SW            PIC X(01) VALUE 'N'.
000890     88  DL1-PCT-AT-EOF                  VALUE 'Y'.
000900 77  DL1-CTL-EOF-SW            PIC X(01) VALUE 'N'.
000910     88  DL1-CTL-AT-EOF                  VALUE 'Y'.
000920 77  DL1-SETUP-OK-SW           PIC X(01) VALUE 'Y'.
000930     88  DL1-SETUP-OK                    VALUE 'Y'.
000940 77  DL1-CTL-LOADED-SW         PIC X(01) VALUE 'N'.
000950     88  DL1-CTL-LOADED                  VALUE 'Y'.
000960 77  DL1-CARD-OK-SW            PIC X(01) VALUE 'Y'.
000970     88  DL1-CARD-OK                     VALUE 'Y'.
000980 77  DL1-ROW-FOUND-SW          PIC X(01) VALUE 'N'.
000990     88  DL1-ROW-FOUND                   VALUE 'Y'.
001000 77  DL1-USED-FOUND-SW         PIC X(01) VALUE 'N'.
001010     88  DL1-USED-FOUND                  VALUE 'Y'.
001013 77  DL1-USED-OVERFLOW-SW      PIC X(01) VALUE 'N'.
001016     88  DL1-USED-OVERFLOW               VALUE 'Y'.
001020 77  DL1-UPDATE-FAILED-SW      PIC X(01) VALUE 'N'.
001030     88  DL1-UPDATE-FAILED               VALUE 'Y'.
001040 77  DL1-REJECT-REASON         PIC X(40) VALUE SPACES.
001050 77  DL1-DISPOSITION-TEXT      PIC X(08) VALUE SPACES.
001060 77  DL1-READ-COUNT            PIC 9(04) COMP
001070                               VALUE ZERO.
001080 77  DL1-APPLIED-COUNT         PIC 9(04) COMP
001090                               VALUE ZERO.
001100 77  DL1-REJECTED-COUNT        PIC 9(04) COMP
001110                               VALUE ZERO.
001120 77  DL1-USED-COUNT            PIC 9(04) COMP
001130                               VALUE ZERO.
001140 77  DL1-USED-IDX              PIC 9(04) COMP
001150                               VALUE ZERO.
001160 77  DL1-RUN-DATE-YMD          PIC 9(08) VALUE ZERO.
001170 77  DL1-RUN-TIME-HHMMSS       PIC 9(08) VALUE ZERO.
001180 77  DL1-STAMP-TEXT            PIC X(19) VALUE SPACES.
001190
001200*    EVERY PROBLEM ID NAMED BY A CONTROL RECORD ON CTLFILE,
001210*    ONCE EACH - A PROBLEM STILL IN HERE CANNOT BE DELETED.
001215*    AN ID THAT DOES NOT FIT MARKS THE TABLE OVERFLOWED.
001220 01  DL1-USED-TABLE.
001230     05  DL1-USED-PROBLEM-ID   PIC X(04)
001240                               OCCURS 200 TIMES.
001243
001246     COPY EXCPRM00.
001250
001260 PROCEDURE DIVISION.
001270*----------------------------------------------------------------
001280*    0000-MAINLINE
001290*----------------------------------------------------------------
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001320     IF DL1-SETUP-OK
001330         PERFORM 2000-APPLY-ONE-TRANSACTION THRU
001340                 2000-APPLY-ONE-TRANSACTION-EXIT
001350             UNTIL DL1-PCT-AT-EOF
001360                OR DL1-UPDATE-FAILED
001370         CLOSE PCT-FILE
001380         CLOSE PRB-FILE
001390         DISPLAY 'DL1-0001-CATALOG MAINTENANCE COMPLETE - '
001400                 DL1-READ-COUNT ' TRANSACTION(S) - '
001410                 DL1-APPLIED-COUNT ' APPLIED - '
001420                 DL1-REJECTED-COUNT ' REJECTED'
001430         EVALUATE TRUE
001440             WHEN DL1-UPDATE-FAILED
001450                 MOVE 16 TO RETURN-CODE
001460             WHEN DL1-REJECTED-COUNT > ZERO
001470             WHEN DL1-READ-COUNT = ZERO
001480                 MOVE 8 TO RETURN-CODE
001490             WHEN OTHER
001500                 MOVE 0 TO RETURN-CODE
001510         END-EVALUATE
001520         IF DL1-READ-COUNT = ZERO
001530             DISPLAY 'DL1-0001-CATALOG MAINTENANCE REJECTED - '
001540                     'NO TRANSACTIONS ON PCTFILE'
001550         END-IF
001560     END-IF.
001570     STOP RUN.
001580 0000-MAINLINE-EXIT.
001590     EXIT.
001600
001610*----------------------------------------------------------------
001620*    1000-INITIALIZE - BUILD THE CHANGE TIMESTAMP EVERY CARD
001630*    OF THIS RUN WILL CARRY, LOAD THE PROBLEM IDS CTLFILE
001640*    STILL USES AND OPEN THE TRANSACTIONS AND THE CATALOG.  A
001650*    CATALOG THAT HAS NEVER BEEN LOADED (STATUS 35) IS
001660*    CREATED EMPTY, AS DL1G0001 DOES FOR ITS MASTER.
001670*----------------------------------------------------------------
001680 1000-INITIALIZE.
001690     ACCEPT DL1-RUN-DATE-YMD FROM DATE YYYYMMDD.
001700     ACCEPT DL1-RUN-TIME-HHMMSS FROM TIME.
001710     MOVE SPACES TO DL1-STAMP-TEXT.
001720     MOVE DL1-RUN-DATE-YMD (1:4) TO DL1-STAMP-TEXT (1:4).
001730     MOVE '-' TO DL1-STAMP-TEXT (5:1).
001740     MOVE DL1-RUN-DATE-YMD (5:2) TO DL1-STAMP-TEXT (6:2).
001750     MOVE '-' TO DL1-STAMP-TEXT (8:1).
001760     MOVE DL1-RUN-DATE-YMD (7:2) TO DL1-STAMP-TEXT (9:2).
001770     MOVE '-' TO DL1-STAMP-TEXT (11:1).
001780     MOVE DL1-RUN-TIME-HHMMSS (1:2) TO DL1-STAMP-TEXT (12:2).
001790     MOVE '.' TO DL1-STAMP-TEXT (14:1).
001800     MOVE DL1-RUN-TIME-HHMMSS (3:2) TO DL1-STAMP-TEXT (15:2).
001810     MOVE '.' TO DL1-STAMP-TEXT (17:1).
001820     MOVE DL1-RUN-TIME-HHMMSS (5:2) TO DL1-STAMP-TEXT (18:2).
001830     PERFORM 1100-LOAD-USED-PROBLEMS THRU
001840             1100-LOAD-USED-PROBLEMS-EXIT.
001850     OPEN INPUT PCT-FILE.
001860     IF DL1-PCT-FILE-STATUS NOT = '00'
001870         DISPLAY 'DL1-0001-CATALOG MAINTENANCE REJECTED - '
001880                 'PCTFILE COULD NOT BE OPENED - STATUS '
001890                 DL1-PCT-FILE-STATUS
001900         MOVE 'N' TO DL1-SETUP-OK-SW
001910         MOVE 8 TO RETURN-CODE
001920     ELSE
001930         OPEN I-O PRB-FILE
001940         IF DL1-PRB-FILE-STATUS = '35'
001950             OPEN OUTPUT PRB-FILE
001960             CLOSE PRB-FILE
001970             OPEN I-O PRB-FILE
001980         END-IF
001990         IF DL1-PRB-FILE-STATUS NOT = '00'
002000             DISPLAY 'DL1-0001-PRBKSDS COULD NOT BE OPENED - '
002010                     'STATUS ' DL1-PRB-FILE-STATUS
002020             MOVE 'N' TO DL1-SETUP-OK-SW
002030             MOVE 16 TO RETURN-CODE
002040             CLOSE PCT-FILE
002050         END-IF
002060     END-IF.
002070 1000-INITIALIZE-EXIT.
002080     EXIT.
002090
002100*----------------------------------------------------------------
002110*    1100-LOAD-USED-PROBLEMS - EVERY DISTINCT PROBLEM ID ON
002120*    CTLFILE.  A MISSING CTLFILE LOADS NOTHING AND LEAVES THE
002130*    TABLE MARKED NOT LOADED - DELETES ARE THEN REJECTED,
002135*    BECAUSE NOTHING CAN PROVE THE PROBLEM IS UNUSED.  MORE
002140*    THAN 200 DISTINCT IDS OVERFLOW THE TABLE, AND FOR THE
002145*    SAME REASON EVERY DELETE OF THE RUN IS THEN REJECTED.
002150*----------------------------------------------------------------
002160 1100-LOAD-USED-PROBLEMS.
002170     MOVE ZERO TO DL1-USED-COUNT.
002180     OPEN INPUT CTL-FILE.
002190     IF DL1-CTL-FILE-STATUS = '00'
002200         MOVE 'Y' TO DL1-CTL-LOADED-SW
002210         PERFORM 1110-LOAD-ONE-CONTROL THRU
002220                 1110-LOAD-ONE-CONTROL-EXIT
002230             UNTIL DL1-CTL-AT-EOF
002240         CLOSE CTL-FILE
002242         IF DL1-USED-OVERFLOW
002244             DISPLAY 'DL1-0001-CTLFILE NAMES OVER 200 PROBLEMS'
002246                     ' - DELETES WILL BE REJECTED'
002248         END-IF
002250     ELSE
002260         DISPLAY 'DL1-0001-CTLFILE COULD NOT BE OPENED - '
002270                 'STATUS ' DL1-CTL-FILE-STATUS
002280                 ' - DELETES WILL BE REJECTED'
002290     END-IF.
002300 1100-LOAD-USED-PROBLEMS-EXIT.
002310     EXIT.
002320
002330 1110-LOAD-ONE-CONTROL.
002340     READ CTL-FILE
002350         AT END
002360             MOVE 'Y' TO DL1-CTL-EOF-SW
002370         NOT AT END
002380             PERFORM 6000-FIND-USED-PROBLEM THRU
002390                     6000-FIND-USED-PROBLEM-EXIT
002400             IF NOT DL1-USED-FOUND
002406                 IF DL1-USED-COUNT < 200
002412                     ADD 1 TO DL1-USED-COUNT
002418                     MOVE DL1-CTL-PROBLEM-ID
002424                         TO DL1-USED-PROBLEM-ID (DL1-USED-COUNT)
002430                 ELSE
002436                     MOVE 'Y' TO DL1-USED-OVERFLOW-SW
002442                 END-IF
002450             END-IF
002460     END-READ.
002470 1110-LOAD-ONE-CONTROL-EXIT.
002480     EXIT.
002490
002500*----------------------------------------------------------------
002510*    2000-APPLY-ONE-TRANSACTION - EDIT THE CARD, LOOK ITS
002520*    PROBLEM UP ON THE CATALOG AND APPLY IT.  EVERY CARD ENDS
002530*    WITH ONE APPLIED OR REJECTED LINE ON SYSOUT.
002540*----------------------------------------------------------------
002550 2000-APPLY-ONE-TRANSACTION.
002560     READ PCT-FILE
002570         AT END
002580             MOVE 'Y' TO DL1-PCT-EOF-SW
002590         NOT AT END
002600             ADD 1 TO DL1-READ-COUNT
002610             MOVE 'Y' TO DL1-CARD-OK-SW
002620             MOVE SPACES TO DL1-REJECT-REASON
002630             PERFORM 2100-EDIT-TRANSACTION THRU
002640                     2100-EDIT-TRANSACTION-EXIT
002650             IF DL1-CARD-OK
002660                 PERFORM 2200-READ-CATALOG-ROW THRU
002670                         2200-READ-CATALOG-ROW-EXIT
002680             END-IF
002690             IF DL1-CARD-OK
002700                 EVALUATE TRUE
002710                     WHEN DL1-PCT-ADD
002720                         PERFORM 3000-ADD-PROBLEM THRU
002730                                 3000-ADD-PROBLEM-EXIT
002740                     WHEN DL1-PCT-DELETE
002750                         PERFORM 3200-DELETE-PROBLEM THRU
002760                                 3200-DELETE-PROBLEM-EXIT
002770                     WHEN OTHER
002780                         PERFORM 3100-CHANGE-PROBLEM THRU
002790                                 3100-CHANGE-PROBLEM-EXIT
002800                 END-EVALUATE
002810             END-IF
002820             IF NOT DL1-CARD-OK
002830                 ADD 1 TO DL1-REJECTED-COUNT
002840                 DISPLAY 'DL1-0001-TRANSACTION REJECTED - '
002850                         DL1-PCT-ACTION ' ' DL1-PCT-PROBLEM-ID
002860                         ' - ' DL1-REJECT-REASON
002870             END-IF
002880     END-READ.
002890 2000-APPLY-ONE-TRANSACTION-EXIT.
002900     EXIT.
002910
002920*----------------------------------------------------------------
002930*    2100-EDIT-TRANSACTION - THE FIRST RULE THAT FAILS IS THE
002940*    REASON.  ADD AND UPDATE MUST CARRY A COMPLETE CATALOG
002950*    ROW; EVERY CARD NEEDS THE OPERATOR; A DISABLE NEEDS A
002960*    REASON SO THE NEXT SHIFT KNOWS WHY THE PROBLEM IS OFF.
002970*----------------------------------------------------------------
002980 2100-EDIT-TRANSACTION.
002990     EVALUATE TRUE
003000         WHEN NOT DL1-PCT-ADD AND NOT DL1-PCT-UPDATE
003010          AND NOT DL1-PCT-DELETE AND NOT DL1-PCT-ENABLE
003020          AND NOT DL1-PCT-DISABLE
003030             MOVE 'ACTION MUST BE A, U, D, E OR X'
003040                 TO DL1-REJECT-REASON
003050         WHEN DL1-PCT-PROBLEM-ID = SPACES
003060             MOVE 'PROBLEM ID IS REQUIRED' TO DL1-REJECT-REASON
003070         WHEN DL1-PCT-OPERATOR = SPACES
003080             MOVE 'OPERATOR ID IS REQUIRED' TO DL1-REJECT-REASON
003090         WHEN DL1-PCT-DISABLE
003100          AND DL1-PCT-REASON = SPACES
003110             MOVE 'REASON IS REQUIRED TO DISABLE A PROBLEM'
003120                 TO DL1-REJECT-REASON
003130         WHEN NOT DL1-PCT-ADD AND NOT DL1-PCT-UPDATE
003140             CONTINUE
003150         WHEN DL1-PCT-MODULE = SPACES
003160             MOVE 'MODULE NAME IS REQUIRED' TO DL1-REJECT-REASON
003170         WHEN DL1-PCT-ANSWER-TYPE = SPACES
003180             MOVE 'ANSWER TYPE IS REQUIRED' TO DL1-REJECT-REASON
003190         WHEN DL1-PCT-PARM-SHAPE NOT = 'D'
003200          AND DL1-PCT-PARM-SHAPE NOT = 'B'
003210          AND DL1-PCT-PARM-SHAPE NOT = 'T'
003220             MOVE 'PARAMETER SHAPE MUST BE D, B OR T'
003230                 TO DL1-REJECT-REASON
003240         WHEN DL1-PCT-CHECKPOINT-SW NOT = 'Y'
003250          AND DL1-PCT-CHECKPOINT-SW NOT = 'N'
003260             MOVE 'CHECKPOINT FLAG MUST BE Y OR N'
003270                 TO DL1-REJECT-REASON
003280         WHEN OTHER
003290             CONTINUE
003300     END-EVALUATE.
003310     IF DL1-REJECT-REASON NOT = SPACES
003320         MOVE 'N' TO DL1-CARD-OK-SW
003330     END-IF.
003340 2100-EDIT-TRANSACTION-EXIT.
003350     EXIT.
003360
003370*----------------------------------------------------------------
003380*    2200-READ-CATALOG-ROW - AN ADD MUST NOT FIND ITS ROW;
003390*    EVERY OTHER ACTION MUST.
003400*----------------------------------------------------------------
003410 2200-READ-CATALOG-ROW.
003420     MOVE DL1-PCT-PROBLEM-ID TO DL1-PRB-PROBLEM-ID.
003430     READ PRB-FILE
003440         INVALID KEY
003450             MOVE 'N' TO DL1-ROW-FOUND-SW
003460         NOT INVALID KEY
003470             MOVE 'Y' TO DL1-ROW-FOUND-SW
003480     END-READ.
003490     IF DL1-PCT-ADD
003500         IF DL1-ROW-FOUND
003510             MOVE 'N' TO DL1-CARD-OK-SW
003520             MOVE 'PROBLEM ID ALREADY ON THE CATALOG'
003530                 TO DL1-REJECT-REASON
003540         END-IF
003550     ELSE
003560         IF NOT DL1-ROW-FOUND
003570             MOVE 'N' TO DL1-CARD-OK-SW
003580             MOVE 'PROBLEM ID NOT ON THE CATALOG'
003590                 TO DL1-REJECT-REASON
003600         END-IF
003610     END-IF.
003620 2200-READ-CATALOG-ROW-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------
003660*    3000-ADD-PROBLEM - A NEW PROBLEM ENTERS THE CATALOG
003670*    ENABLED.
003680*----------------------------------------------------------------
003690 3000-ADD-PROBLEM.
003700     MOVE SPACES TO DL1-PROBLEM-CATALOG-RECORD.
003710     MOVE DL1-PCT-PROBLEM-ID TO DL1-PRB-PROBLEM-ID.
003720     PERFORM 3900-MOVE-CATALOG-FIELDS THRU
003730             3900-MOVE-CATALOG-FIELDS-EXIT.
003740     MOVE 'E' TO DL1-PRB-STATUS.
003750     PERFORM 3910-STAMP-ROW THRU 3910-STAMP-ROW-EXIT.
003760     WRITE DL1-PROBLEM-CATALOG-RECORD.
003770     MOVE 'ADDED' TO DL1-DISPOSITION-TEXT.
003780     PERFORM 3920-CHECK-UPDATE THRU 3920-CHECK-UPDATE-EXIT.
003790 3000-ADD-PROBLEM-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------------
003830*    3100-CHANGE-PROBLEM - UPDATE, ENABLE OR DISABLE THE ROW
003840*    JUST READ.  AN UPDATE LEAVES THE STATUS AS IT WAS; AN
003850*    ENABLE OR DISABLE TOUCHES NOTHING BUT THE STATUS AND THE
003860*    STAMP.
003870*----------------------------------------------------------------
003880 3100-CHANGE-PROBLEM.
003890     EVALUATE TRUE
003900         WHEN DL1-PCT-UPDATE
003910             PERFORM 3900-MOVE-CATALOG-FIELDS THRU
003920                     3900-MOVE-CATALOG-FIELDS-EXIT
003930             MOVE 'UPDATED' TO DL1-DISPOSITION-TEXT
003940         WHEN DL1-PCT-ENABLE
003950             MOVE 'E' TO DL1-PRB-STATUS
003960             MOVE 'ENABLED' TO DL1-DISPOSITION-TEXT
003970         WHEN OTHER
003980             MOVE 'D' TO DL1-PRB-STATUS
003990             MOVE 'DISABLED' TO DL1-DISPOSITION-TEXT
004000     END-EVALUATE.
004010     PERFORM 3910-STAMP-ROW THRU 3910-STAMP-ROW-EXIT.
004020     REWRITE DL1-PROBLEM-CATALOG-RECORD.
004030     PERFORM 3920-CHECK-UPDATE THRU 3920-CHECK-UPDATE-EXIT.
004040 3100-CHANGE-PROBLEM-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------
004080*    3200-DELETE-PROBLEM - ONLY A PROBLEM NO CONTROL RECORD
004090*    NAMES MAY LEAVE THE CATALOG, OR DL1M0001 WOULD FAIL THE
004100*    RECORD TONIGHT.  RETIRE THE RUN-IDS THROUGH DL1U0001
004105*    FIRST, OR DISABLE THE PROBLEM INSTEAD.  WITH THE IN-USE
004110*    TABLE OVERFLOWED NO DELETE CAN BE PROVEN SAFE; EACH ONE
004115*    IS REJECTED AND REPORTED AS DL1-1201E.
004120*----------------------------------------------------------------
004130 3200-DELETE-PROBLEM.
004140     MOVE DL1-PCT-PROBLEM-ID TO DL1-CTL-PROBLEM-ID.
004150     PERFORM 6000-FIND-USED-PROBLEM THRU
004160             6000-FIND-USED-PROBLEM-EXIT.
004170     EVALUATE TRUE
004180         WHEN NOT DL1-CTL-LOADED
004190             MOVE 'N' TO DL1-CARD-OK-SW
004200             MOVE 'CTLFILE UNAVAILABLE - CANNOT PROVE UNUSED'
004210                 TO DL1-REJECT-REASON
004211         WHEN DL1-USED-OVERFLOW
004212             MOVE 'N' TO DL1-CARD-OK-SW
004213             MOVE 'CTLFILE OVER 200 PROBLEMS - NOT PROVEN'
004214                 TO DL1-REJECT-REASON
004215             PERFORM 3210-REPORT-OVERFLOW THRU
004216                     3210-REPORT-OVERFLOW-EXIT
004220         WHEN DL1-USED-FOUND
004230             MOVE 'N' TO DL1-CARD-OK-SW
004240             MOVE 'PROBLEM STILL USED BY A CONTROL RECORD'
004250                 TO DL1-REJECT-REASON
004260         WHEN OTHER
004270             DELETE PRB-FILE RECORD
004280             MOVE 'DELETED' TO DL1-DISPOSITION-TEXT
004290             PERFORM 3920-CHECK-UPDATE THRU
004300                     3920-CHECK-UPDATE-EXIT
004310     END-EVALUATE.
004320 3200-DELETE-PROBLEM-EXIT.
004321     EXIT.
004322
004323*----------------------------------------------------------------
004324*    3210-REPORT-OVERFLOW - DL1-1201E FOR A DELETE REFUSED
004325*    BECAUSE THE IN-USE TABLE OVERFLOWED.
004326*----------------------------------------------------------------
004327 3210-REPORT-OVERFLOW.
004328     MOVE SPACES TO DL1-EXCP-RUN-ID.
004329     MOVE 'DL1-1201E' TO DL1-EXCP-MSG-ID.
004330     MOVE 'DELETE OF PROBLEM      REJECTED - IN-USE '
004331         TO DL1-EXCP-TEXT.
004332     MOVE DL1-PCT-PROBLEM-ID TO DL1-EXCP-TEXT (19:4).
004333     MOVE 'TABLE OVERFLOWED' TO DL1-EXCP-TEXT (42:16).
004334     PERFORM 9100-NOTIFY-EXCEPTION THRU
004335             9100-NOTIFY-EXCEPTION-EXIT.
004336 3210-REPORT-OVERFLOW-EXIT.
004337     EXIT.
004340
004350 3900-MOVE-CATALOG-FIELDS.
004360     MOVE DL1-PCT-MODULE TO DL1-PRB-MODULE.
004370     MOVE DL1-PCT-DESCRIPTION TO DL1-PRB-DESCRIPTION.
004380     MOVE DL1-PCT-ANSWER-TYPE TO DL1-PRB-ANSWER-TYPE.
004390     MOVE DL1-PCT-PARM-SHAPE TO DL1-PRB-PARM-SHAPE.
004400     MOVE DL1-PCT-CHECKPOINT-SW TO DL1-PRB-CHECKPOINT-SW.
004410 3900-MOVE-CATALOG-FIELDS-EXIT.
004420     EXIT.
004430
004440 3910-STAMP-ROW.
004450     MOVE DL1-PCT-OPERATOR TO DL1-PRB-CHANGED-BY.
004460     MOVE DL1-STAMP-TEXT TO DL1-PRB-CHANGED-TIMESTAMP.
004470     MOVE DL1-PCT-REASON TO DL1-PRB-STATUS-REASON.
004480 3910-STAMP-ROW-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------------
004520*    3920-CHECK-UPDATE - A FAILED WRITE, REWRITE OR DELETE
004530*    STOPS THE RUN; THE CARDS ALREADY APPLIED STAND.
004540*----------------------------------------------------------------
004550 3920-CHECK-UPDATE.
004560     IF DL1-PRB-FILE-STATUS = '00'
004570         ADD 1 TO DL1-APPLIED-COUNT
004580         DISPLAY 'DL1-0001-PROBLEM ' DL1-PCT-PROBLEM-ID ' '
004590                 DL1-DISPOSITION-TEXT ' BY ' DL1-PCT-OPERATOR
004600     ELSE
004610         DISPLAY 'DL1-0001-CATALOG MAINTENANCE FAILED - '
004620                 'PROBLEM ' DL1-PCT-PROBLEM-ID
004630                 ' UPDATE STATUS ' DL1-PRB-FILE-STATUS
004640         MOVE 'Y' TO DL1-UPDATE-FAILED-SW
004650     END-IF.
004660 3920-CHECK-UPDATE-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------
004700*    6000-FIND-USED-PROBLEM - IS DL1-CTL-PROBLEM-ID IN THE
004710*    TABLE OF PROBLEMS CTLFILE USES.
004720*----------------------------------------------------------------
004730 6000-FIND-USED-PROBLEM.
004740     MOVE 'N' TO DL1-USED-FOUND-SW.
004750     PERFORM 6100-MATCH-ONE-USED THRU
004760             6100-MATCH-ONE-USED-EXIT
004770         VARYING DL1-USED-IDX FROM 1 BY 1
004780         UNTIL DL1-USED-IDX > DL1-USED-COUNT
004790            OR DL1-USED-FOUND.
004800 6000-FIND-USED-PROBLEM-EXIT.
004810     EXIT.
004820
004830 6100-MATCH-ONE-USED.
004840     IF DL1-USED-PROBLEM-ID (DL1-USED-IDX) = DL1-CTL-PROBLEM-ID
004850         MOVE 'Y' TO DL1-USED-FOUND-SW
004860     END-IF.
004870 6100-MATCH-ONE-USED-EXIT.
004880     EXIT.
004890
004900*----------------------------------------------------------------
004910*    9100-NOTIFY-EXCEPTION - COMMON EXCEPTION RECORD PLUS
004920*    NUMBERED CONSOLE MESSAGE.  MSG-ID, RUN-ID AND TEXT ARE
004930*    SET BY THE CALLER.
004940*----------------------------------------------------------------
004950 9100-NOTIFY-EXCEPTION.
004960     MOVE 'DL1U0002' TO DL1-EXCP-PROGRAM.
004970     MOVE 'E' TO DL1-EXCP-SEVERITY.
004980     CALL 'DL1E0001' USING DL1-EXCEPTION-PARMS.
004990 9100-NOTIFY-EXCEPTION-EXIT.
005000     EXIT.
005010
005020 END PROGRAM DL1U0002.
