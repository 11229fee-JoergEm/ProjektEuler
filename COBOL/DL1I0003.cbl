000100*----------------------------------------------------------------
000110*    DL1I0003 - PENDING RUN-BOOK CHANGES REPORT.
000120*
000130*    WALKS THE PENDING-CHANGE DATASET (PNDREC00 ON PNDKSDS)
000140*    IN KEY ORDER - OLDEST SUBMISSION FIRST - AND PRINTS ONE
000150*    BLOCK FOR EVERY CHANGE STILL AT STATUS PENDING: WHO
000160*    SUBMITTED IT, HOW OLD IT IS AND WHEN IT EXPIRES, AND THE
000170*    CONTROL RECORD AS IT STANDS ON CTLFILE TODAY NEXT TO THE
000180*    RECORD THE CHANGE WOULD PUT THERE, FIELD BY FIELD, WITH
000190*    EVERY FIELD AN UPDATE WOULD CHANGE MARKED.  THIS IS WHAT
000200*    THE APPROVER READS BEFORE PUNCHING THE APPROVAL CARD
000210*    (APRREC00) FOR DL1U0001.
000220*
000230*    A CHANGE THAT CANNOT APPLY AS THE BOOK STANDS (AN ADD OF
000240*    A RUN-ID ALREADY THERE, AN UPDATE OR DELETE OF ONE THAT
000250*    IS NOT) AND A CHANGE ALREADY PAST ITS EXPIRY ARE FLAGGED.
000260*    THE DL1V0001 RULES AND THE PREDECESSOR CHECKS ARE NOT
000270*    RUN HERE - THEY RUN WHEN THE CHANGE IS APPROVED, AND A
000280*    LISTING MUST NOT RAISE EXCEPTIONS.
000290*
000300*    THE EXPIRY PERIOD IN DAYS IS THE SAME OPTIONAL PRMFILE
000310*    CARD DL1U0001 READS (COLUMNS 1-5); WITHOUT ONE IT IS 7.
000320*
000330*    RETURN-CODE 0 = REPORT PRINTED, 8 = BAD EXPIRY CARD,
000340*    16 = THE PENDING-CHANGE DATASET COULD NOT BE OPENED.
000350*
000360*    MODIFICATION HISTORY
000370*    DATE       INIT  DESCRIPTION
000380*    ---------- ----  ----------------------------------
000390*    2026-10-07 JM    ORIGINAL PROGRAM.
000400*----------------------------------------------------------------
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.              DL1I0003.
000430 AUTHOR.                  JOERG M.
000440 INSTALLATION.            AT GITHUB JOERGEM.
000450 DATE-WRITTEN.            2026.
000460 DATE-COMPILED.           2026-10-07.
000470 SECURITY.                VERSION.
000480*    THIS PROGRAM IS WITHOUT ANY WARRANTY; WITHOUT EVEN THE
000490*    IMPLIED WARRANTY OF MERCHANTABILITY OR FITNESS FOR A
000500*    PARTICULAR PURPOSE.
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT PRM-FILE ASSIGN "PRMFILE"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS DL1-PRM-FILE-STATUS.
000580     SELECT CTL-FILE ASSIGN "CTLFILE"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS DL1-CTL-FILE-STATUS.
000610     SELECT PND-FILE ASSIGN "PNDKSDS"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS DL1-PND-KEY
000650         FILE STATUS IS DL1-PND-FILE-STATUS.
000660     SELECT PRT-FILE ASSIGN "PNDRPT"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS DL1-PRT-FILE-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PRM-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  DL1-EXPPARM-RECORD.
000760     05  DL1-PRM-EXPIRY-DAYS   PIC X(05).
000770     05  FILLER                PIC X(75).
000780
000790 FD  CTL-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  DL1-CTL-FILE-RECORD       PIC X(114).
000830
000840 FD  PND-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870     COPY PNDREC00.
000880
000890 FD  PRT-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 01  DL1-PRT-RECORD            PIC X(132).
000930
000940 WORKING-STORAGE SECTION.
000950 77  DL1-PRM-FILE-STATUS       PIC X(02) VALUE '00'.
000960 77  DL1-CTL-FILE-STATUS       PIC X(02) VALUE '00'.
000970 77  DL1-PND-FILE-STATUS       PIC X(02) VALUE '00'.
000980 77  DL1-PRT-FILE-STATUS       PIC X(02) VALUE '00'.
000990 77  DL1-SETUP-OK-SW           PIC X(01) VALUE 'Y'.
001000     88  DL1-SETUP-OK                    VALUE 'Y'.
001010 77  DL1-PND-EOF-SW            PIC X(01) VALUE 'N'.
001020     88  DL1-PND-AT-EOF                  VALUE 'Y'.
001030 77  DL1-CTL-EOF-SW            PIC X(01) VALUE 'N'.
001040     88  DL1-CTL-AT-EOF                  VALUE 'Y'.
001050 77  DL1-BOOK-FOUND-SW         PIC X(01) VALUE 'N'.
001060     88  DL1-BOOK-FOUND                  VALUE 'Y'.
001070 77  DL1-PAST-EXPIRY-SW        PIC X(01) VALUE 'N'.
001080     88  DL1-PAST-EXPIRY                 VALUE 'Y'.
001090 77  DL1-EXPIRY-DAYS           PIC 9(05) COMP
001100                               VALUE 7.
001110 77  DL1-BOOK-COUNT            PIC 9(04) COMP
001120                               VALUE ZERO.
001130 77  DL1-BOOK-DROPPED-COUNT    PIC 9(04) COMP
001140                               VALUE ZERO.
001150 77  DL1-BOOK-IDX              PIC 9(04) COMP
001160                               VALUE ZERO.
001170 77  DL1-BOOK-MATCH-IDX        PIC 9(04) COMP
001180                               VALUE ZERO.
001190 77  DL1-ROW-IDX               PIC 9(02) COMP
001200                               VALUE ZERO.
001210 77  DL1-DIVISOR-IDX           PIC 9(02) COMP
001220                               VALUE ZERO.
001230 77  DL1-DIVISOR-LIMIT         PIC 9(02) COMP
001240                               VALUE ZERO.
001250 77  DL1-DIVISOR-POS           PIC 9(03) COMP
001260                               VALUE ZERO.
001270 77  DL1-PENDING-COUNT         PIC 9(05) COMP
001280                               VALUE ZERO.
001290 77  DL1-EXPIRED-COUNT         PIC 9(05) COMP
001300                               VALUE ZERO.
001310 77  DL1-TODAY-YMD             PIC 9(08) VALUE ZERO.
001320 77  DL1-TODAY-INTEGER         PIC 9(08) COMP
001330                               VALUE ZERO.
001340 77  DL1-ENTRY-YMD             PIC 9(08) VALUE ZERO.
001350 77  DL1-ENTRY-INTEGER         PIC 9(08) COMP
001360                               VALUE ZERO.
001370 77  DL1-EXPIRY-YMD            PIC 9(08) VALUE ZERO.
001380 77  DL1-AGE-DAYS              PIC S9(05) COMP
001390                               VALUE ZERO.
001400 77  DL1-LINE-COUNT            PIC 9(03) COMP
001410                               VALUE ZERO.
001420 77  DL1-PAGE-COUNT            PIC 9(04) COMP
001430                               VALUE ZERO.
001440 77  DL1-LINES-PER-PAGE        PIC 9(03) COMP
001450                               VALUE 50.
001460 77  DL1-BLOCK-LINES           PIC 9(03) COMP
001470                               VALUE 10.
001480 77  DL1-EDIT-BOUND            PIC Z(07)9.
001490 77  DL1-EDIT-TARGET           PIC Z(14)9.
001500 77  DL1-EDIT-DIVISOR          PIC Z(03)9.
001510 77  DL1-EDIT-COUNT            PIC Z9.
001520     COPY CTLREC00.
001530     COPY MNTREC00.
001540     COPY PRBPRM00.
001550     COPY PRBREC00.
001560
001570*    THE WHOLE RUN BOOK, SEARCHED BY RUN-ID FOR THE CURRENT
001580*    SIDE OF EACH PENDING CHANGE.
001590 01  DL1-BOOK-TABLE.
001600     05  DL1-BOOK-ENTRY        OCCURS 200 TIMES.
001610         10  FILLER            PIC X(04).
001620         10  DL1-BOOK-RUN-ID   PIC X(08).
001630         10  FILLER            PIC X(102).
001640
001650*    ONE CONTROL RECORD FORMATTED FOR THE REPORT, ONE ROW PER
001660*    LABEL BELOW, AND THE TWO SIDES OF THE CURRENT CHANGE.
001670 01  DL1-FORMAT-VALUES.
001680     05  DL1-FMT-VALUE         PIC X(56) OCCURS 5 TIMES.
001690 01  DL1-CURRENT-VALUES.
001700     05  DL1-CUR-VALUE         PIC X(56) OCCURS 5 TIMES.
001710 01  DL1-PROPOSED-VALUES.
001720     05  DL1-PRO-VALUE         PIC X(56) OCCURS 5 TIMES.
001730
001740 01  DL1-ROW-LABEL-VALUES.
001750     05  FILLER                PIC X(14) VALUE 'PROBLEM'.
001760     05  FILLER                PIC X(14) VALUE 'PARAMETERS'.
001770     05  FILLER                PIC X(14) VALUE 'DIVISORS'.
001780     05  FILLER                PIC X(14) VALUE 'CALENDAR'.
001790     05  FILLER                PIC X(14) VALUE 'PREDECESSORS'.
001800 01  DL1-ROW-LABEL-TABLE REDEFINES DL1-ROW-LABEL-VALUES.
001810     05  DL1-ROW-LABEL         PIC X(14) OCCURS 5 TIMES.
001820
001830 01  DL1-HDG1-LINE.
001840     05  FILLER                PIC X(09) VALUE 'DL1I0003 '.
001850     05  FILLER                PIC X(34) VALUE
001860         'PENDING RUN-BOOK CHANGES          '.
001870     05  DL1-HDG1-DATE         PIC X(10) VALUE SPACES.
001880     05  FILLER                PIC X(66) VALUE SPACES.
001890     05  FILLER                PIC X(05) VALUE 'PAGE '.
001900     05  DL1-HDG1-PAGE         PIC Z(03)9.
001910     05  FILLER                PIC X(04) VALUE SPACES.
001920
001930 01  DL1-CHANGE-LINE.
001940     05  FILLER                PIC X(07) VALUE 'CHANGE '.
001950     05  DL1-CHL-TIMESTAMP     PIC X(19).
001960     05  FILLER                PIC X(01) VALUE SPACES.
001970     05  DL1-CHL-SEQUENCE      PIC 9(04).
001980     05  FILLER                PIC X(02) VALUE SPACES.
001990     05  DL1-CHL-ACTION        PIC X(08).
002000     05  FILLER                PIC X(07) VALUE 'RUN-ID '.
002010     05  DL1-CHL-RUN-ID        PIC X(08).
002020     05  FILLER                PIC X(15) VALUE
002030         '  SUBMITTED BY '.
002040     05  DL1-CHL-SUBMITTER     PIC X(08).
002050     05  FILLER                PIC X(06) VALUE '  AGE '.
002060     05  DL1-CHL-AGE           PIC Z(04)9.
002070     05  FILLER                PIC X(23) VALUE
002080         ' DAY(S)  EXPIRES AFTER '.
002090     05  DL1-CHL-EXPIRY-DATE   PIC X(10).
002100     05  FILLER                PIC X(09) VALUE SPACES.
002110
002120 01  DL1-COLUMN-LINE.
002130     05  FILLER                PIC X(16) VALUE SPACES.
002140     05  FILLER                PIC X(58) VALUE
002150         'CURRENT CTLFILE RECORD'.
002160     05  FILLER                PIC X(58) VALUE
002170         'PROPOSED'.
002180
002190 01  DL1-FIELD-LINE.
002200     05  FILLER                PIC X(02) VALUE SPACES.
002210     05  DL1-FLD-LABEL         PIC X(14).
002220     05  DL1-FLD-CURRENT       PIC X(56).
002230     05  DL1-FLD-FLAG          PIC X(02).
002240     05  DL1-FLD-PROPOSED      PIC X(56).
002250     05  FILLER                PIC X(02) VALUE SPACES.
002260
002270 01  DL1-NOTE-LINE.
002280     05  FILLER                PIC X(02) VALUE SPACES.
002290     05  DL1-NOTE-TEXT         PIC X(130).
002300
002310 01  DL1-NONE-LINE             PIC X(132) VALUE
002320     '(NO CHANGES ARE PENDING)'.
002330
002340 01  DL1-TRAILER-LINE.
002350     05  FILLER                PIC X(18) VALUE
002360         'PENDING CHANGES - '.
002370     05  DL1-TRL-PENDING       PIC Z(04)9.
002380     05  FILLER                PIC X(18) VALUE
002390         '  PAST EXPIRY -   '.
002400     05  DL1-TRL-EXPIRED       PIC Z(04)9.
002410     05  FILLER                PIC X(18) VALUE
002420         '  EXPIRY DAYS -   '.
002430     05  DL1-TRL-EXPIRY-DAYS   PIC Z(04)9.
002440     05  FILLER                PIC X(63) VALUE SPACES.
002450
002460 PROCEDURE DIVISION.
002470*----------------------------------------------------------------
002480*    0000-MAINLINE
002490*----------------------------------------------------------------
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002520     IF DL1-SETUP-OK
002530         PERFORM 2000-LIST-ONE-CHANGE THRU
002540                 2000-LIST-ONE-CHANGE-EXIT
002550             UNTIL DL1-PND-AT-EOF
002560         PERFORM 8000-FINISH-REPORT THRU
002570                 8000-FINISH-REPORT-EXIT
002580     END-IF.
002590     STOP RUN.
002600 0000-MAINLINE-EXIT.
002610     EXIT.
002620
002630*----------------------------------------------------------------
002640*    1000-INITIALIZE - THE OPTIONAL EXPIRY CARD, THE RUN BOOK
002650*    AND THE PENDING-CHANGE DATASET.  A PENDING-CHANGE
002660*    DATASET THAT HAS NEVER BEEN CREATED (STATUS 35) IS AN
002670*    EMPTY LIST, NOT AN ERROR.
002680*----------------------------------------------------------------
002690 1000-INITIALIZE.
002700     ACCEPT DL1-TODAY-YMD FROM DATE YYYYMMDD.
002710     COMPUTE DL1-TODAY-INTEGER =
002720         FUNCTION INTEGER-OF-DATE (DL1-TODAY-YMD).
002730     PERFORM 1100-READ-EXPIRY-CARD THRU
002740             1100-READ-EXPIRY-CARD-EXIT.
002750     IF DL1-SETUP-OK
002760         PERFORM 1200-LOAD-RUN-BOOK THRU
002770                 1200-LOAD-RUN-BOOK-EXIT
002780         OPEN INPUT PND-FILE
002790         EVALUATE DL1-PND-FILE-STATUS
002800             WHEN '00'
002810                 CONTINUE
002820             WHEN '35'
002830                 MOVE 'Y' TO DL1-PND-EOF-SW
002840             WHEN OTHER
002850                 DISPLAY 'DL1-0001-PNDKSDS COULD NOT BE OPENED - '
002860                         'STATUS ' DL1-PND-FILE-STATUS
002870                 MOVE 'N' TO DL1-SETUP-OK-SW
002880                 MOVE 16 TO RETURN-CODE
002890         END-EVALUATE
002900     END-IF.
002910     IF DL1-SETUP-OK
002920         OPEN OUTPUT PRT-FILE
002930         PERFORM 8100-START-NEW-PAGE THRU
002940                 8100-START-NEW-PAGE-EXIT
002950         IF DL1-BOOK-DROPPED-COUNT > ZERO
002960             MOVE SPACES TO DL1-NOTE-TEXT
002970             MOVE '*** THE RUN BOOK EXCEEDS THE 200-RECORD TABLE'
002980                 TO DL1-NOTE-TEXT
002990             MOVE ' - DL1U0001 WILL REJECT EVERY APPROVAL UNTIL '
003000                 TO DL1-NOTE-TEXT (47:45)
003010             MOVE 'IT IS REDUCED' TO DL1-NOTE-TEXT (92:13)
003020             MOVE DL1-NOTE-LINE TO DL1-PRT-RECORD
003030             PERFORM 8200-WRITE-PRINT-LINE THRU
003040                     8200-WRITE-PRINT-LINE-EXIT
003050         END-IF
003060     END-IF.
003070 1000-INITIALIZE-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------------
003110*    1100-READ-EXPIRY-CARD - NO PRMFILE, OR AN EMPTY ONE,
003120*    KEEPS THE 7-DAY DEFAULT.  A CARD THAT IS THERE MUST
003130*    CARRY A NUMBER OF DAYS ABOVE ZERO.
003140*----------------------------------------------------------------
003150 1100-READ-EXPIRY-CARD.
003160     OPEN INPUT PRM-FILE.
003170     IF DL1-PRM-FILE-STATUS = '00'
003180         READ PRM-FILE
003190             AT END
003200                 CONTINUE
003210             NOT AT END
003220                 IF DL1-PRM-EXPIRY-DAYS NUMERIC
003230                    AND DL1-PRM-EXPIRY-DAYS > ZERO
003240                     MOVE DL1-PRM-EXPIRY-DAYS TO DL1-EXPIRY-DAYS
003250                 ELSE
003260                     DISPLAY 'DL1-0001-PENDING CHANGES REPORT '
003270                             'REJECTED - EXPIRY DAYS MUST BE '
003280                             'NUMERIC AND ABOVE ZERO'
003290                     MOVE 'N' TO DL1-SETUP-OK-SW
003300                     MOVE 8 TO RETURN-CODE
003310                 END-IF
003320         END-READ
003330         CLOSE PRM-FILE
003340     END-IF.
003350 1100-READ-EXPIRY-CARD-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------------
003390*    1200-LOAD-RUN-BOOK - THE WHOLE PRODUCTION RUN BOOK INTO
003400*    THE TABLE.  A MISSING CTLFILE IS AN EMPTY BOOK - EVERY
003410*    CHANGE THEN SHOWS NO CURRENT RECORD.
003420*----------------------------------------------------------------
003430 1200-LOAD-RUN-BOOK.
003440     OPEN INPUT CTL-FILE.
003450     IF DL1-CTL-FILE-STATUS NOT = '00'
003460         DISPLAY 'DL1-0001-NO CTLFILE FOUND - EVERY PENDING '
003470                 'CHANGE IS LISTED WITHOUT A CURRENT RECORD'
003480     ELSE
003490         PERFORM 1210-LOAD-ONE-RECORD THRU
003500                 1210-LOAD-ONE-RECORD-EXIT
003510             UNTIL DL1-CTL-AT-EOF
003520         CLOSE CTL-FILE
003530     END-IF.
003540 1200-LOAD-RUN-BOOK-EXIT.
003550     EXIT.
003560
003570 1210-LOAD-ONE-RECORD.
003580     READ CTL-FILE
003590         AT END
003600             MOVE 'Y' TO DL1-CTL-EOF-SW
003610         NOT AT END
003620             IF DL1-BOOK-COUNT < 200
003630                 ADD 1 TO DL1-BOOK-COUNT
003640                 MOVE DL1-CTL-FILE-RECORD TO
003650                     DL1-BOOK-ENTRY (DL1-BOOK-COUNT)
003660             ELSE
003670                 ADD 1 TO DL1-BOOK-DROPPED-COUNT
003680             END-IF
003690     END-READ.
003700 1210-LOAD-ONE-RECORD-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------
003740*    2000-LIST-ONE-CHANGE - ONLY STATUS PENDING PRINTS;
003750*    SETTLED CHANGES ARE ON CHGFILE.
003760*----------------------------------------------------------------
003770 2000-LIST-ONE-CHANGE.
003780     READ PND-FILE NEXT RECORD
003790         AT END
003800             MOVE 'Y' TO DL1-PND-EOF-SW
003810         NOT AT END
003820             IF DL1-PND-PENDING
003830                 ADD 1 TO DL1-PENDING-COUNT
003840                 MOVE DL1-PND-MAINT-IMAGE TO DL1-MAINT-RECORD
003850                 PERFORM 2100-COMPUTE-AGE THRU
003860                         2100-COMPUTE-AGE-EXIT
003870                 PERFORM 3000-BUILD-BOTH-SIDES THRU
003880                         3000-BUILD-BOTH-SIDES-EXIT
003890                 PERFORM 6000-PRINT-CHANGE-BLOCK THRU
003900                         6000-PRINT-CHANGE-BLOCK-EXIT
003910             END-IF
003920     END-READ.
003930 2000-LIST-ONE-CHANGE-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------
003970*    2100-COMPUTE-AGE - DAYS SINCE SUBMISSION AND THE LAST
003980*    DAY THE CHANGE CAN STILL BE APPROVED.  AN UNPARSEABLE
003990*    TIMESTAMP COUNTS AS INFINITELY OLD, AS IN DL1N0001.
004000*----------------------------------------------------------------
004010 2100-COMPUTE-AGE.
004020     MOVE 'N' TO DL1-PAST-EXPIRY-SW.
004030     MOVE SPACES TO DL1-CHL-EXPIRY-DATE.
004040     IF DL1-PND-TIMESTAMP (1:4) NUMERIC
004050        AND DL1-PND-TIMESTAMP (6:2) NUMERIC
004060        AND DL1-PND-TIMESTAMP (9:2) NUMERIC
004070         MOVE DL1-PND-TIMESTAMP (1:4) TO DL1-ENTRY-YMD (1:4)
004080         MOVE DL1-PND-TIMESTAMP (6:2) TO DL1-ENTRY-YMD (5:2)
004090         MOVE DL1-PND-TIMESTAMP (9:2) TO DL1-ENTRY-YMD (7:2)
004100         COMPUTE DL1-ENTRY-INTEGER =
004110             FUNCTION INTEGER-OF-DATE (DL1-ENTRY-YMD)
004120         COMPUTE DL1-AGE-DAYS =
004130             DL1-TODAY-INTEGER - DL1-ENTRY-INTEGER
004140         COMPUTE DL1-EXPIRY-YMD = FUNCTION DATE-OF-INTEGER
004150             (DL1-ENTRY-INTEGER + DL1-EXPIRY-DAYS)
004160         MOVE DL1-EXPIRY-YMD (1:4) TO DL1-CHL-EXPIRY-DATE (1:4)
004170         MOVE '-' TO DL1-CHL-EXPIRY-DATE (5:1)
004180         MOVE DL1-EXPIRY-YMD (5:2) TO DL1-CHL-EXPIRY-DATE (6:2)
004190         MOVE '-' TO DL1-CHL-EXPIRY-DATE (8:1)
004200         MOVE DL1-EXPIRY-YMD (7:2) TO DL1-CHL-EXPIRY-DATE (9:2)
004210     ELSE
004220         MOVE 99999 TO DL1-AGE-DAYS
004230     END-IF.
004240     IF DL1-AGE-DAYS > DL1-EXPIRY-DAYS
004250         MOVE 'Y' TO DL1-PAST-EXPIRY-SW
004260         ADD 1 TO DL1-EXPIRED-COUNT
004270     END-IF.
004280 2100-COMPUTE-AGE-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------------
004320*    3000-BUILD-BOTH-SIDES - THE CURRENT SIDE IS THE RUN
004330*    BOOK'S RECORD FOR THE RUN-ID, IF ANY; THE PROPOSED SIDE
004340*    IS THE RECORD DL1U0001 WOULD BUILD FROM THE CARD, OR
004350*    NOTHING FOR A DELETE.
004360*----------------------------------------------------------------
004370 3000-BUILD-BOTH-SIDES.
004380     MOVE 'N' TO DL1-BOOK-FOUND-SW.
004390     MOVE ZERO TO DL1-BOOK-MATCH-IDX.
004400     PERFORM 3010-MATCH-ONE-RECORD THRU
004410             3010-MATCH-ONE-RECORD-EXIT
004420         VARYING DL1-BOOK-IDX FROM 1 BY 1
004430         UNTIL DL1-BOOK-IDX > DL1-BOOK-COUNT
004440            OR DL1-BOOK-FOUND.
004450     MOVE SPACES TO DL1-CURRENT-VALUES.
004460     IF DL1-BOOK-FOUND
004470         MOVE DL1-BOOK-ENTRY (DL1-BOOK-MATCH-IDX)
004480             TO DL1-CONTROL-RECORD
004490         PERFORM 5000-FORMAT-CONTROL-RECORD THRU
004500                 5000-FORMAT-CONTROL-RECORD-EXIT
004510         MOVE DL1-FORMAT-VALUES TO DL1-CURRENT-VALUES
004520     ELSE
004530         MOVE '(NOT ON THE RUN BOOK)' TO DL1-CUR-VALUE (1)
004540     END-IF.
004550     MOVE SPACES TO DL1-PROPOSED-VALUES.
004560     IF DL1-MNT-DELETE
004570         MOVE '(DELETED FROM THE RUN BOOK)' TO DL1-PRO-VALUE (1)
004580     ELSE
004590         PERFORM 3100-BUILD-CONTROL-RECORD THRU
004600                 3100-BUILD-CONTROL-RECORD-EXIT
004610         PERFORM 5000-FORMAT-CONTROL-RECORD THRU
004620                 5000-FORMAT-CONTROL-RECORD-EXIT
004630         MOVE DL1-FORMAT-VALUES TO DL1-PROPOSED-VALUES
004640     END-IF.
004650 3000-BUILD-BOTH-SIDES-EXIT.
004660     EXIT.
004670
004680 3010-MATCH-ONE-RECORD.
004690     IF DL1-BOOK-RUN-ID (DL1-BOOK-IDX) = DL1-MNT-RUN-ID
004700         MOVE 'Y' TO DL1-BOOK-FOUND-SW
004710         MOVE DL1-BOOK-IDX TO DL1-BOOK-MATCH-IDX
004720     END-IF.
004730 3010-MATCH-ONE-RECORD-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------------
004770*    3100-BUILD-CONTROL-RECORD - THE SAME CONVERSION OF THE
004780*    UNSIGNED MAINTENANCE FIELDS DL1U0001 APPLIES, INCLUDING
004790*    THE CATALOG'S TARGET-NUMBER VIEW.
004800*----------------------------------------------------------------
004810 3100-BUILD-CONTROL-RECORD.
004820     MOVE SPACES TO DL1-CONTROL-RECORD.
004830     MOVE DL1-MNT-PROBLEM-ID TO DL1-CTL-PROBLEM-ID.
004840     MOVE DL1-MNT-RUN-ID TO DL1-CTL-RUN-ID.
004850     MOVE DL1-MNT-UPPER-BOUND TO DL1-CTL-UPPER-BOUND.
004860     MOVE DL1-MNT-DIVISOR-COUNT TO DL1-CTL-DIVISOR-COUNT.
004870     PERFORM 3110-MOVE-ONE-DIVISOR THRU
004880             3110-MOVE-ONE-DIVISOR-EXIT
004890         VARYING DL1-DIVISOR-IDX FROM 1 BY 1
004900         UNTIL DL1-DIVISOR-IDX > 10.
004910     MOVE DL1-MNT-PROBLEM-ID TO DL1-PRBP-PROBLEM-ID.
004920     CALL 'DL1I0001' USING DL1-CATALOG-PARMS
004930                           DL1-PROBLEM-CATALOG-RECORD.
004940     IF DL1-PRBP-FOUND
004950        AND DL1-PRB-SHAPE-TARGET
004960         MOVE DL1-MNT-TARGET-NUMBER TO DL1-CTL-TARGET-NUMBER
004970     END-IF.
004980     MOVE DL1-MNT-FREQUENCY TO DL1-CTL-FREQUENCY.
004990     MOVE DL1-MNT-FREQ-DAY TO DL1-CTL-FREQ-DAY.
005000     MOVE DL1-MNT-EFF-FROM-DATE TO DL1-CTL-EFF-FROM-DATE.
005010     MOVE DL1-MNT-EFF-TO-DATE TO DL1-CTL-EFF-TO-DATE.
005020     MOVE DL1-MNT-PREDECESSOR-TABLE TO DL1-CTL-PREDECESSOR-TABLE.
005030 3100-BUILD-CONTROL-RECORD-EXIT.
005040     EXIT.
005050
005060 3110-MOVE-ONE-DIVISOR.
005070     MOVE DL1-MNT-DIVISOR (DL1-DIVISOR-IDX)
005080         TO DL1-CTL-DIVISOR (DL1-DIVISOR-IDX).
005090 3110-MOVE-ONE-DIVISOR-EXIT.
005100     EXIT.
005110
005120*----------------------------------------------------------------
005130*    5000-FORMAT-CONTROL-RECORD - DL1-CONTROL-RECORD INTO THE
005140*    FIVE REPORT ROWS.  THE CATALOG SAYS WHETHER THE
005150*    PARAMETER BYTES HOLD A TARGET NUMBER OR A BOUND AND
005160*    DIVISORS; A PROBLEM NOT ON THE CATALOG SHOWS THE BOUND
005170*    VIEW.
005180*----------------------------------------------------------------
005190 5000-FORMAT-CONTROL-RECORD.
005200     MOVE SPACES TO DL1-FORMAT-VALUES.
005210     MOVE DL1-CTL-PROBLEM-ID TO DL1-PRBP-PROBLEM-ID.
005220     CALL 'DL1I0001' USING DL1-CATALOG-PARMS
005230                           DL1-PROBLEM-CATALOG-RECORD.
005240     MOVE DL1-CTL-PROBLEM-ID TO DL1-FMT-VALUE (1) (1:4).
005250     IF DL1-PRBP-FOUND
005260         MOVE DL1-PRB-MODULE TO DL1-FMT-VALUE (1) (7:30)
005270         IF DL1-PRB-DISABLED
005280             MOVE '(DISABLED)' TO DL1-FMT-VALUE (1) (38:10)
005290         END-IF
005300     ELSE
005310         MOVE '(NOT ON THE PROBLEM CATALOG)'
005320             TO DL1-FMT-VALUE (1) (7:28)
005330     END-IF.
005340     IF DL1-PRBP-FOUND
005350        AND DL1-PRB-SHAPE-TARGET
005360         MOVE 'TARGET NUMBER ' TO DL1-FMT-VALUE (2) (1:14)
005370         MOVE DL1-CTL-TARGET-NUMBER TO DL1-EDIT-TARGET
005380         MOVE DL1-EDIT-TARGET TO DL1-FMT-VALUE (2) (15:15)
005390     ELSE
005400         MOVE 'UPPER BOUND ' TO DL1-FMT-VALUE (2) (1:12)
005410         MOVE DL1-CTL-UPPER-BOUND TO DL1-EDIT-BOUND
005420         MOVE DL1-EDIT-BOUND TO DL1-FMT-VALUE (2) (13:8)
005430         MOVE DL1-CTL-DIVISOR-COUNT TO DL1-EDIT-COUNT
005440         MOVE DL1-EDIT-COUNT TO DL1-FMT-VALUE (3) (1:2)
005450         MOVE ':' TO DL1-FMT-VALUE (3) (3:1)
005460         IF DL1-CTL-DIVISOR-COUNT > 10
005470             MOVE 10 TO DL1-DIVISOR-LIMIT
005480         ELSE
005490             MOVE DL1-CTL-DIVISOR-COUNT TO DL1-DIVISOR-LIMIT
005500         END-IF
005510         PERFORM 5100-FORMAT-ONE-DIVISOR THRU
005520                 5100-FORMAT-ONE-DIVISOR-EXIT
005530             VARYING DL1-DIVISOR-IDX FROM 1 BY 1
005540             UNTIL DL1-DIVISOR-IDX > DL1-DIVISOR-LIMIT
005550     END-IF.
005560     MOVE 'FREQ ' TO DL1-FMT-VALUE (4) (1:5).
005570     MOVE DL1-CTL-FREQUENCY TO DL1-FMT-VALUE (4) (6:1).
005580     MOVE '  DAY ' TO DL1-FMT-VALUE (4) (7:6).
005590     MOVE DL1-CTL-FREQ-DAY TO DL1-FMT-VALUE (4) (13:2).
005600     MOVE '  FROM ' TO DL1-FMT-VALUE (4) (15:7).
005610     MOVE DL1-CTL-EFF-FROM-DATE TO DL1-FMT-VALUE (4) (22:10).
005620     MOVE '  TO ' TO DL1-FMT-VALUE (4) (32:5).
005630     MOVE DL1-CTL-EFF-TO-DATE TO DL1-FMT-VALUE (4) (37:10).
005640     IF DL1-CTL-PREDECESSOR-TABLE = SPACES
005650         MOVE '(NONE)' TO DL1-FMT-VALUE (5)
005660     ELSE
005670         MOVE DL1-CTL-PREDECESSOR (1) TO DL1-FMT-VALUE (5) (1:8)
005680         MOVE DL1-CTL-PREDECESSOR (2) TO DL1-FMT-VALUE (5) (10:8)
005690         MOVE DL1-CTL-PREDECESSOR (3) TO DL1-FMT-VALUE (5) (19:8)
005700     END-IF.
005710 5000-FORMAT-CONTROL-RECORD-EXIT.
005720     EXIT.
005730
005740 5100-FORMAT-ONE-DIVISOR.
005750     COMPUTE DL1-DIVISOR-POS = 5 + (DL1-DIVISOR-IDX - 1) * 5.
005760     MOVE DL1-CTL-DIVISOR (DL1-DIVISOR-IDX) TO DL1-EDIT-DIVISOR.
005770     MOVE DL1-EDIT-DIVISOR
005780         TO DL1-FMT-VALUE (3) (DL1-DIVISOR-POS:4).
005790 5100-FORMAT-ONE-DIVISOR-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------------
005830*    6000-PRINT-CHANGE-BLOCK - THE CHANGE LINE, THE TWO SIDES
005840*    FIELD BY FIELD AND ANY NOTES, KEPT TOGETHER ON ONE
005850*    PAGE.  ON AN UPDATE A FIELD THE CHANGE WOULD ALTER IS
005860*    MARKED WITH AN ASTERISK.
005870*----------------------------------------------------------------
005880 6000-PRINT-CHANGE-BLOCK.
005890     IF DL1-LINE-COUNT + DL1-BLOCK-LINES > DL1-LINES-PER-PAGE
005900         PERFORM 8100-START-NEW-PAGE THRU
005910                 8100-START-NEW-PAGE-EXIT
005920     END-IF.
005930     MOVE DL1-PND-TIMESTAMP TO DL1-CHL-TIMESTAMP.
005940     MOVE DL1-PND-SEQUENCE TO DL1-CHL-SEQUENCE.
005950     EVALUATE TRUE
005960         WHEN DL1-MNT-ADD
005970             MOVE 'ADD' TO DL1-CHL-ACTION
005980         WHEN DL1-MNT-UPDATE
005990             MOVE 'UPDATE' TO DL1-CHL-ACTION
006000         WHEN DL1-MNT-DELETE
006010             MOVE 'DELETE' TO DL1-CHL-ACTION
006020         WHEN OTHER
006030             MOVE DL1-MNT-ACTION TO DL1-CHL-ACTION
006040     END-EVALUATE.
006050     MOVE DL1-MNT-RUN-ID TO DL1-CHL-RUN-ID.
006060     MOVE DL1-PND-SUBMITTER TO DL1-CHL-SUBMITTER.
006070     MOVE DL1-AGE-DAYS TO DL1-CHL-AGE.
006080     MOVE DL1-CHANGE-LINE TO DL1-PRT-RECORD.
006090     PERFORM 8200-WRITE-PRINT-LINE THRU
006100             8200-WRITE-PRINT-LINE-EXIT.
006110     MOVE DL1-COLUMN-LINE TO DL1-PRT-RECORD.
006120     PERFORM 8200-WRITE-PRINT-LINE THRU
006130             8200-WRITE-PRINT-LINE-EXIT.
006140     PERFORM 6100-PRINT-ONE-FIELD THRU
006150             6100-PRINT-ONE-FIELD-EXIT
006160         VARYING DL1-ROW-IDX FROM 1 BY 1
006170         UNTIL DL1-ROW-IDX > 5.
006180     MOVE SPACES TO DL1-NOTE-TEXT.
006190     EVALUATE TRUE
006200         WHEN DL1-MNT-ADD AND DL1-BOOK-FOUND
006210             MOVE '*** THE RUN-ID IS ALREADY ON THE RUN BOOK - '
006220                 TO DL1-NOTE-TEXT
006230             MOVE 'THE ADD WILL BE REJECTED IF APPROVED'
006240                 TO DL1-NOTE-TEXT (45:36)
006250         WHEN NOT DL1-MNT-ADD AND NOT DL1-BOOK-FOUND
006260             MOVE '*** THE RUN-ID IS NOT ON THE RUN BOOK - '
006270                 TO DL1-NOTE-TEXT
006280             MOVE 'THE CHANGE WILL BE REJECTED IF APPROVED'
006290                 TO DL1-NOTE-TEXT (41:39)
006300     END-EVALUATE.
006310     IF DL1-NOTE-TEXT NOT = SPACES
006320         MOVE DL1-NOTE-LINE TO DL1-PRT-RECORD
006330         PERFORM 8200-WRITE-PRINT-LINE THRU
006340                 8200-WRITE-PRINT-LINE-EXIT
006350     END-IF.
006360     IF DL1-PAST-EXPIRY
006370         MOVE SPACES TO DL1-NOTE-TEXT
006380         MOVE '*** PAST ITS EXPIRY - THE NEXT APPROVAL RUN '
006390             TO DL1-NOTE-TEXT
006400         MOVE 'EXPIRES IT BEFORE READING ANY APPROVAL CARD'
006410             TO DL1-NOTE-TEXT (45:43)
006420         MOVE DL1-NOTE-LINE TO DL1-PRT-RECORD
006430         PERFORM 8200-WRITE-PRINT-LINE THRU
006440                 8200-WRITE-PRINT-LINE-EXIT
006450     END-IF.
006460     MOVE SPACES TO DL1-PRT-RECORD.
006470     PERFORM 8200-WRITE-PRINT-LINE THRU
006480             8200-WRITE-PRINT-LINE-EXIT.
006490 6000-PRINT-CHANGE-BLOCK-EXIT.
006500     EXIT.
006510
006520 6100-PRINT-ONE-FIELD.
006530     MOVE DL1-ROW-LABEL (DL1-ROW-IDX) TO DL1-FLD-LABEL.
006540     MOVE DL1-CUR-VALUE (DL1-ROW-IDX) TO DL1-FLD-CURRENT.
006550     MOVE DL1-PRO-VALUE (DL1-ROW-IDX) TO DL1-FLD-PROPOSED.
006560     MOVE SPACES TO DL1-FLD-FLAG.
006570     IF DL1-MNT-UPDATE
006580        AND DL1-BOOK-FOUND
006590        AND DL1-CUR-VALUE (DL1-ROW-IDX)
006600            NOT = DL1-PRO-VALUE (DL1-ROW-IDX)
006610         MOVE '* ' TO DL1-FLD-FLAG
006620     END-IF.
006630     MOVE DL1-FIELD-LINE TO DL1-PRT-RECORD.
006640     PERFORM 8200-WRITE-PRINT-LINE THRU
006650             8200-WRITE-PRINT-LINE-EXIT.
006660 6100-PRINT-ONE-FIELD-EXIT.
006670     EXIT.
006680
006690*----------------------------------------------------------------
006700*    8000-FINISH-REPORT - TRAILER COUNTS.  A LISTING ENDS
006710*    ZERO WHATEVER IT FOUND - SETTLING THE CHANGES IS
006720*    DL1U0001'S JOB.
006730*----------------------------------------------------------------
006740 8000-FINISH-REPORT.
006750     IF DL1-PND-FILE-STATUS NOT = '35'
006760         CLOSE PND-FILE
006770     END-IF.
006780     IF DL1-PENDING-COUNT = ZERO
006790         MOVE DL1-NONE-LINE TO DL1-PRT-RECORD
006800         PERFORM 8200-WRITE-PRINT-LINE THRU
006810                 8200-WRITE-PRINT-LINE-EXIT
006820         MOVE SPACES TO DL1-PRT-RECORD
006830         PERFORM 8200-WRITE-PRINT-LINE THRU
006840                 8200-WRITE-PRINT-LINE-EXIT
006850     END-IF.
006860     MOVE DL1-PENDING-COUNT TO DL1-TRL-PENDING.
006870     MOVE DL1-EXPIRED-COUNT TO DL1-TRL-EXPIRED.
006880     MOVE DL1-EXPIRY-DAYS TO DL1-TRL-EXPIRY-DAYS.
006890     MOVE DL1-TRAILER-LINE TO DL1-PRT-RECORD.
006900     PERFORM 8200-WRITE-PRINT-LINE THRU
006910             8200-WRITE-PRINT-LINE-EXIT.
006920     CLOSE PRT-FILE.
006930     DISPLAY 'DL1-0001-PENDING CHANGES REPORT COMPLETE - '
006940             DL1-PENDING-COUNT ' PENDING, '
006950             DL1-EXPIRED-COUNT ' PAST EXPIRY'.
006960     MOVE 0 TO RETURN-CODE.
006970 8000-FINISH-REPORT-EXIT.
006980     EXIT.
006990
007000*----------------------------------------------------------------
007010*    8100-START-NEW-PAGE / 8200-WRITE-PRINT-LINE - PAGE-BREAK
007020*    BOOKKEEPING AROUND EVERY PRINT LINE.
007030*----------------------------------------------------------------
007040 8100-START-NEW-PAGE.
007050     ADD 1 TO DL1-PAGE-COUNT.
007060     MOVE DL1-TODAY-YMD (1:4) TO DL1-HDG1-DATE (1:4).
007070     MOVE '-' TO DL1-HDG1-DATE (5:1).
007080     MOVE DL1-TODAY-YMD (5:2) TO DL1-HDG1-DATE (6:2).
007090     MOVE '-' TO DL1-HDG1-DATE (8:1).
007100     MOVE DL1-TODAY-YMD (7:2) TO DL1-HDG1-DATE (9:2).
007110     MOVE DL1-PAGE-COUNT TO DL1-HDG1-PAGE.
007120     IF DL1-PAGE-COUNT = 1
007130         WRITE DL1-PRT-RECORD FROM DL1-HDG1-LINE
007140             AFTER ADVANCING 1 LINE
007150     ELSE
007160         WRITE DL1-PRT-RECORD FROM DL1-HDG1-LINE
007170             AFTER ADVANCING PAGE
007180     END-IF.
007190     MOVE SPACES TO DL1-PRT-RECORD.
007200     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
007210     MOVE ZERO TO DL1-LINE-COUNT.
007220 8100-START-NEW-PAGE-EXIT.
007230     EXIT.
007240
007250 8200-WRITE-PRINT-LINE.
007260     IF DL1-LINE-COUNT >= DL1-LINES-PER-PAGE
007270         PERFORM 8100-START-NEW-PAGE THRU
007280                 8100-START-NEW-PAGE-EXIT
007290     END-IF.
007300     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
007310     ADD 1 TO DL1-LINE-COUNT.
007320 8200-WRITE-PRINT-LINE-EXIT.
007330     EXIT.
007340
007350 END PROGRAM DL1I0003.
