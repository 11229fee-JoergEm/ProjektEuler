000110*    DL1U0001 - MAINTENANCE TRANSACTIONS FOR THE PROJECT
000120*               EULER RUN-BOOK CONTROL RECORDS.
000130*
000135*    SETTLES THE PENDING RUN-BOOK CHANGES ON PNDKSDS
000140*    (PNDREC00) - THE SECOND OF THE TWO DUAL-CONTROL STAGES.
000145*    DL1U0003 PARKS EACH SUBMITTED MAINTENANCE CARD (MNTREC00)
000150*    THERE; THIS PROGRAM READS THE APPROVAL CARDS (APRREC00)
000155*    FROM APRFILE - MANY PER RUN - AND FOR EACH ONE EITHER
000160*    APPLIES THE PENDING CHANGE TO THE MULTI-RECORD
000165*    PRODUCTION RUN BOOK ON CTLFILE OR REJECTS IT.  AN
000170*    APPROVED CHANGE IS APPLIED AT THE RECORD LEVEL, MATCHED
000175*    TO ITS TARGET BY RUN-ID:
000180*      A = ADD A NEW RUN-ID (REJECTED IF THE RUN-ID ALREADY
000185*          EXISTS - A DUPLICATE WOULD CORRUPT RESTART AND
000190*          HISTORY, SEE DL1P0001)
000195*      U = UPDATE AN EXISTING RUN-ID (REJECTED IF UNMATCHED)
000200*      D = DELETE A RETIRED RUN-ID (REJECTED IF UNMATCHED,
000205*          OR IF ANOTHER RECORD STILL NAMES IT AS A
000210*          PREDECESSOR)
000215*    ADDS AND UPDATES PASS THROUGH THE SAME DL1V0001 RULES
000220*    THE PROBLEM MODULES APPLY, AND EVERY PREDECESSOR THEY
000225*    NAME MUST ALREADY BE ON THE BOOK AHEAD OF THEM.  EACH
000230*    CARD STANDS ALONE - ONE BAD CARD REJECTS ITSELF, NOT THE
000235*    BATCH, AND NEVER TOUCHES THE OTHER RECORDS.  CTLFILE IS
000240*    REWRITTEN ONCE AT THE END, AND ONLY WHEN AT LEAST ONE
000245*    CHANGE WAS APPLIED.
000250*
000255*    THE APPROVER MUST NOT BE THE SUBMITTER - A CARD THAT
000260*    TRIES IS REFUSED AND THE CHANGE STAYS PENDING.  THE
000265*    SUBMITTER MAY REJECT (WITHDRAW) THEIR OWN CHANGE.
000270*    BEFORE ANY CARD IS READ, EVERY CHANGE STILL PENDING
000275*    AFTER THE EXPIRY PERIOD (OPTIONAL PRMFILE CARD, DAYS IN
000280*    COLUMNS 1-5, DEFAULT 7) IS EXPIRED AND RAISES AN
000285*    EXCEPTION - IT CAN NO LONGER BE APPROVED AND MUST BE
000290*    SUBMITTED AGAIN.
000295*
000300*    EVERY SETTLED CHANGE - APPROVED, REJECTED OR EXPIRED -
000305*    APPENDS A PARAMETER-CHANGE HISTORY ROW (CHGREC00) WITH
000310*    THE DISPOSITION, THE REASON, THE BEFORE/AFTER IMAGES OF
000315*    THE CONTROL RECORD, THE PENDING-CHANGE KEY, THE
000320*    SUBMITTER AND THE APPROVER, AND THE PENDING ROW IS
000325*    REWRITTEN WITH ITS FINAL STATUS.
000330*
000335*    RETURN-CODE 0 = EVERY CARD SETTLED ITS CHANGE, 4 = AS 0
000340*    BUT AT LEAST ONE CHANGE EXPIRED, 8 = AT LEAST ONE CARD
000345*    OR APPROVED CHANGE REJECTED (OR NO CARDS AT ALL) - THE
000350*    GOOD ONES ARE STILL APPLIED, 16 = PNDKSDS COULD NOT BE
000356*    OPENED OR REWRITTEN.  A CHANGE WHOSE PENDING ROW CANNOT BE
000362*    REWRITTEN IS TAKEN BACK OUT OF THE BOOK AND WRITES NO
000368*    CHGFILE ROW, SO CTLFILE CARRIES ONLY THE CHANGES PNDKSDS
000374*    SHOWS AS APPROVED.
000380*
000390*    MODIFICATION HISTORY
000400*    DATE       INIT  DESCRIPTION
000790*                     CODE ON MNTREC00) EACH MATCHED BY
000810*                     RUN-ID AND EACH STANDING ALONE, AND
000820*                     REWRITES CTLFILE ONCE AT THE END.
000821*    2026-09-21 JM    THE TRANSACTION NOW CARRIES UP TO THREE
000822*                     PREDECESSOR RUN-IDS (MNTREC00/CTLREC00).  AN
000823*                     ADD OR UPDATE IS REJECTED WHEN A PREDECESSOR
000824*                     IS NOT ALREADY ON THE BOOK AHEAD OF THE
000825*                     RECORD, AND A DELETE IS REJECTED WHILE
000826*                     ANOTHER RECORD STILL NAMES THE RUN-ID AS A
000827*                     PREDECESSOR.  A DELETE NOW CLOSES THE BOOK
000828*                     UP IN ORDER INSTEAD OF MOVING THE LAST ENTRY
000829*                     INTO THE GAP, SO PREDECESSORS STAY AHEAD OF
000830*                     THEIR DEPENDENTS.  BEFORE/AFTER IMAGES
000831*                     WIDENED 90 -> 114.
000832*    2026-10-05 JM    THE TARGET-NUMBER VIEW OF THE PARAMETER
000833*                     BYTES IS NOW CHOSEN BY THE PROBLEM'S CATALOG
000834*                     SHAPE (PRBKSDS, THROUGH DL1I0001) INSTEAD OF
000835*                     A TEST FOR PROBLEM 0003.
000836*    2026-10-07 JM    DUAL CONTROL. THE PROGRAM NO LONGER READS
000837*                     MAINTENANCE CARDS FROM MNTFILE - DL1U0003
000838*                     PARKS THEM ON PNDKSDS AND THIS PROGRAM
000839*                     SETTLES THEM FROM APPROVAL CARDS ON APRFILE.
000840*                     THE APPROVER MUST NOT BE THE SUBMITTER,
000841*                     CHANGES NOT APPROVED WITHIN THE EXPIRY
000842*                     PERIOD ARE EXPIRED (DL1-0305E), REFUSED
000843*                     CARDS RAISE DL1-0304E, AND THE CHGFILE ROW
000844*                     NOW CARRIES THE PENDING KEY, SUBMITTER AND
000845*                     APPROVER WITH DISPOSITION APPROVED, REJECTED
000846*                     OR EXPIRED.
000847*    2026-10-15 JM    AN APPROVAL WRITES ITS CHGFILE ROW ONLY
000848*                     AFTER THE PNDKSDS REWRITE; A FAILED REWRITE
000849*                     PUTS THE BOOK BACK AS IT WAS, SO CTLFILE
000850*                     NEVER CARRIES A CHANGE STILL PENDING.
000851*----------------------------------------------------------------
000852 IDENTIFICATION DIVISION.
000853 PROGRAM-ID.              DL1U0001.
000860 AUTHOR.                  JOERG M.
000870 INSTALLATION.            AT GITHUB JOERGEM.
000880 DATE-WRITTEN.            2026.
000890 DATE-COMPILED.           2026-10-07.
000900 SECURITY.                VERSION.
000910*    THIS PROGRAM IS WITHOUT ANY WARRANTY; WITHOUT EVEN THE
000920*    IMPLIED WARRANTY OF MERCHANTABILITY OR FITNESS FOR A
000950 ENVIRONMENT DIVISION.
000960 INPUT-OUTPUT SECTION.
000970 FILE-CONTROL.
000980     SELECT APR-FILE ASSIGN "APRFILE"
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS DL1-APR-FILE-STATUS.
001001     SELECT PND-FILE ASSIGN "PNDKSDS"
001002         ORGANIZATION IS INDEXED
001003         ACCESS MODE IS DYNAMIC
001004         RECORD KEY IS DL1-PND-KEY
001005         FILE STATUS IS DL1-PND-FILE-STATUS.
001006     SELECT PRM-FILE ASSIGN "PRMFILE"
001007         ORGANIZATION IS SEQUENTIAL
001008         FILE STATUS IS DL1-PRM-FILE-STATUS.
001010     SELECT CTL-FILE ASSIGN "CTLFILE"
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS DL1-CTL-FILE-STATUS.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  APR-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130     COPY APRREC00.
001131
001132 FD  PND-FILE
001133     RECORDING MODE IS F
001134     LABEL RECORDS ARE STANDARD.
001135     COPY PNDREC00.
001136
001137 FD  PRM-FILE
001138     RECORDING MODE IS F
001139     LABEL RECORDS ARE STANDARD.
001140 01  DL1-EXPPARM-RECORD.
001141     05  DL1-PRM-EXPIRY-DAYS   PIC X(05).
001142     05  FILLER                PIC X(75).
001143
001150 FD  CTL-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001280 77  DL1-VALID-PARMS-SW        PIC X(01) VALUE 'Y'.
001290     88  DL1-VALID-PARMS                 VALUE 'Y'.
001300     88  DL1-INVALID-PARMS               VALUE 'N'.
001310 77  DL1-APR-FILE-STATUS       PIC X(02) VALUE '00'.
001313 77  DL1-PND-FILE-STATUS       PIC X(02) VALUE '00'.
001316 77  DL1-PRM-FILE-STATUS       PIC X(02) VALUE '00'.
001320 77  DL1-CTL-FILE-STATUS       PIC X(02) VALUE '00'.
001330 77  DL1-CHG-FILE-STATUS       PIC X(02) VALUE '00'.
001340 77  DL1-VALIDATION-REASON     PIC X(30) VALUE SPACES.
001350 77  DL1-RUN-DATE-YMD          PIC 9(08) VALUE ZERO.
001360 77  DL1-CHG-TIME-HHMMSS       PIC 9(08) VALUE ZERO.
001370 77  DL1-APR-EOF-SW            PIC X(01) VALUE 'N'.
001380     88  DL1-APR-AT-EOF                  VALUE 'Y'.
001381 77  DL1-PND-EOF-SW            PIC X(01) VALUE 'N'.
001382     88  DL1-PND-AT-EOF                  VALUE 'Y'.
001383 77  DL1-SETUP-OK-SW           PIC X(01) VALUE 'Y'.
001384     88  DL1-SETUP-OK                    VALUE 'Y'.
001385 77  DL1-PND-FAILED-SW         PIC X(01) VALUE 'N'.
001386     88  DL1-PND-FAILED                  VALUE 'Y'.
001387 77  DL1-CARD-REASON           PIC X(30) VALUE SPACES.
001388 77  DL1-STAMP-TEXT            PIC X(19) VALUE SPACES.
001389 77  DL1-RUN-TIME-HHMMSS       PIC 9(08) VALUE ZERO.
001390 77  DL1-TODAY-INTEGER         PIC 9(08) COMP
001391                               VALUE ZERO.
001392 77  DL1-ENTRY-YMD             PIC 9(08) VALUE ZERO.
001393 77  DL1-ENTRY-INTEGER         PIC 9(08) COMP
001394                               VALUE ZERO.
001395 77  DL1-AGE-DAYS              PIC S9(05) COMP
001396                               VALUE ZERO.
001397 77  DL1-EXPIRY-DAYS           PIC 9(05) COMP
001398                               VALUE 7.
001399 77  DL1-EDIT-DAYS             PIC Z(04)9.
001400 77  DL1-CTL-EOF-SW            PIC X(01) VALUE 'N'.
001401     88  DL1-CTL-AT-EOF                  VALUE 'Y'.
001410 77  DL1-BOOK-COUNT            PIC 9(04) COMP
001420                               VALUE ZERO.
001421 77  DL1-SAVE-BOOK-COUNT       PIC 9(04) COMP
001422                               VALUE ZERO.
001423 77  DL1-BOOK-DROPPED-COUNT    PIC 9(04) COMP
001424                               VALUE ZERO.
001430 77  DL1-BOOK-IDX              PIC 9(04) COMP
001440                               VALUE ZERO.
001480     88  DL1-BOOK-FOUND                 VALUE 'Y'.
001490 77  DL1-TXN-COUNT             PIC 9(04) COMP
001500                               VALUE ZERO.
001501 77  DL1-CARD-COUNT            PIC 9(04) COMP
001502                               VALUE ZERO.
001503 77  DL1-CARD-REJECTED-COUNT   PIC 9(04) COMP
001504                               VALUE ZERO.
001505 77  DL1-DECLINED-COUNT        PIC 9(04) COMP
001506                               VALUE ZERO.
001507 77  DL1-EXPIRED-COUNT         PIC 9(04) COMP
001508                               VALUE ZERO.
001510 77  DL1-ACCEPTED-COUNT        PIC 9(04) COMP
001520                               VALUE ZERO.
001530 77  DL1-REJECTED-COUNT        PIC 9(04) COMP
001540                               VALUE ZERO.
001541 77  DL1-PRED-IDX              PIC 9(02) COMP
001542                               VALUE ZERO.
001543 77  DL1-BOOK-PRED-IDX         PIC 9(02) COMP
001544                               VALUE ZERO.
001545 77  DL1-BOOK-LIMIT            PIC 9(04) COMP
001546                               VALUE ZERO.
001547 77  DL1-PRED-SEARCH-ID        PIC X(08) VALUE SPACES.
001548 77  DL1-PRED-FOUND-SW         PIC X(01) VALUE 'N'.
001549     88  DL1-PRED-FOUND                 VALUE 'Y'.
001550 77  DL1-DEPENDENT-RUN-ID      PIC X(08) VALUE SPACES.
001551*    IMAGES OF THE CONTROL RECORD BEFORE AND AFTER EACH
001560*    TRANSACTION, FOR THE CHANGE-HISTORY RECORD.
001570 77  DL1-PRIOR-IMAGE           PIC X(114) VALUE SPACES.
001580 77  DL1-AFTER-IMAGE           PIC X(114) VALUE SPACES.
001590 77  DL1-DISPOSITION-TEXT      PIC X(08) VALUE SPACES.
001591*    THE PENDING CHANGE BEING SETTLED, FOR THE CHANGE-HISTORY
001592*    RECORD.
001593 77  DL1-SETTLE-KEY            PIC X(23) VALUE SPACES.
001594 77  DL1-SETTLE-SUBMITTER      PIC X(08) VALUE SPACES.
001595 77  DL1-SETTLE-APPROVER       PIC X(08) VALUE SPACES.
001600     COPY EXCPRM00.
001601     COPY MNTREC00.
001603     COPY PRBPRM00.
001606     COPY PRBREC00.
001610
001620*    THE WHOLE RUN BOOK, HELD WHILE THE TRANSACTIONS ARE
001630*    APPLIED AND REWRITTEN TO CTLFILE ONCE AT THE END.
001650     05  DL1-BOOK-ENTRY        OCCURS 200 TIMES.
001660         10  FILLER            PIC X(04).
001670         10  DL1-BOOK-RUN-ID   PIC X(08).
001680         10  FILLER            PIC X(73).
001682         10  DL1-BOOK-PREDECESSOR
001684                               PIC X(08) OCCURS 3 TIMES.
001686         10  FILLER            PIC X(05).
001688
001690*    THE BOOK AS IT STOOD BEFORE THE CHANGE BEING SETTLED - PUT
001692*    BACK WHEN THE CHANGE'S PENDING ROW CANNOT BE REWRITTEN.
001694 01  DL1-SAVE-BOOK-TABLE.
001696     05  DL1-SAVE-BOOK-ENTRY   PIC X(114) OCCURS 200 TIMES.
001698
001700 PROCEDURE DIVISION.
001710*----------------------------------------------------------------
001720*    0000-MAINLINE
001765                 9100-NOTIFY-EXCEPTION-EXIT
001766         MOVE 8 TO RETURN-CODE
001767     ELSE
001768         PERFORM 1200-OPEN-PENDING-CHANGES THRU
001769                 1200-OPEN-PENDING-CHANGES-EXIT
001770         IF DL1-SETUP-OK
001771             PERFORM 1300-EXPIRE-PENDING-CHANGES THRU
001772                     1300-EXPIRE-PENDING-CHANGES-EXIT
001773             IF NOT DL1-PND-FAILED
001774                 PERFORM 1500-APPLY-TRANSACTIONS THRU
001775                         1500-APPLY-TRANSACTIONS-EXIT
001776             END-IF
001777             CLOSE PND-FILE
001778             IF DL1-PND-FAILED
001779                 MOVE 16 TO RETURN-CODE
001780             END-IF
001781         END-IF
001782     END-IF.
001783     STOP RUN.
001960 0000-MAINLINE-EXIT.
001970     EXIT.
001980
002341     EXIT.
002342
002343*----------------------------------------------------------------
002344*    1200-OPEN-PENDING-CHANGES - THE OPTIONAL EXPIRY CARD AND
002345*    THE PENDING-CHANGE DATASET.  NO PRMFILE, OR AN EMPTY
002346*    ONE, KEEPS THE 7-DAY DEFAULT; A CARD THAT IS THERE MUST
002347*    CARRY A NUMBER OF DAYS ABOVE ZERO.  A PENDING-CHANGE
002348*    DATASET THAT HAS NEVER BEEN USED (STATUS 35) IS CREATED
002349*    EMPTY, AS DL1U0003 DOES.
002350*----------------------------------------------------------------
002351 1200-OPEN-PENDING-CHANGES.
002352     ACCEPT DL1-RUN-DATE-YMD FROM DATE YYYYMMDD.
002353     ACCEPT DL1-RUN-TIME-HHMMSS FROM TIME.
002354     MOVE SPACES TO DL1-STAMP-TEXT.
002355     MOVE DL1-RUN-DATE-YMD (1:4) TO DL1-STAMP-TEXT (1:4).
002356     MOVE '-' TO DL1-STAMP-TEXT (5:1).
002357     MOVE DL1-RUN-DATE-YMD (5:2) TO DL1-STAMP-TEXT (6:2).
002358     MOVE '-' TO DL1-STAMP-TEXT (8:1).
002359     MOVE DL1-RUN-DATE-YMD (7:2) TO DL1-STAMP-TEXT (9:2).
002360     MOVE '-' TO DL1-STAMP-TEXT (11:1).
002361     MOVE DL1-RUN-TIME-HHMMSS (1:2) TO DL1-STAMP-TEXT (12:2).
002362     MOVE '.' TO DL1-STAMP-TEXT (14:1).
002363     MOVE DL1-RUN-TIME-HHMMSS (3:2) TO DL1-STAMP-TEXT (15:2).
002364     MOVE '.' TO DL1-STAMP-TEXT (17:1).
002365     MOVE DL1-RUN-TIME-HHMMSS (5:2) TO DL1-STAMP-TEXT (18:2).
002366     COMPUTE DL1-TODAY-INTEGER =
002367         FUNCTION INTEGER-OF-DATE (DL1-RUN-DATE-YMD).
002368     OPEN INPUT PRM-FILE.
002369     IF DL1-PRM-FILE-STATUS = '00'
002370         READ PRM-FILE
002371             AT END
002372                 CONTINUE
002373             NOT AT END
002374                 IF DL1-PRM-EXPIRY-DAYS NUMERIC
002375                    AND DL1-PRM-EXPIRY-DAYS > ZERO
002376                     MOVE DL1-PRM-EXPIRY-DAYS TO DL1-EXPIRY-DAYS
002377                 ELSE
002378                     DISPLAY 'DL1-0001-APPROVAL RUN REJECTED - '
002379                             'EXPIRY DAYS MUST BE NUMERIC AND '
002380                             'ABOVE ZERO'
002381                     MOVE 'N' TO DL1-SETUP-OK-SW
002382                     MOVE 8 TO RETURN-CODE
002383                 END-IF
002384         END-READ
002385         CLOSE PRM-FILE
002386     END-IF.
002387     IF DL1-SETUP-OK
002388         OPEN I-O PND-FILE
002389         IF DL1-PND-FILE-STATUS = '35'
002390             OPEN OUTPUT PND-FILE
002391             CLOSE PND-FILE
002392             OPEN I-O PND-FILE
002393         END-IF
002394         IF DL1-PND-FILE-STATUS NOT = '00'
002395             DISPLAY 'DL1-0001-PNDKSDS COULD NOT BE OPENED - '
002396                     'STATUS ' DL1-PND-FILE-STATUS
002397             MOVE 'N' TO DL1-SETUP-OK-SW
002398             MOVE 16 TO RETURN-CODE
002399         END-IF
002400     END-IF.
002401 1200-OPEN-PENDING-CHANGES-EXIT.
002402     EXIT.
002403
002404*----------------------------------------------------------------
002405*    1300-EXPIRE-PENDING-CHANGES - WALK PNDKSDS OLDEST FIRST
002406*    AND EXPIRE EVERY CHANGE STILL PENDING MORE THAN THE
002407*    EXPIRY PERIOD AFTER IT WAS SUBMITTED, BEFORE ANY CARD
002408*    CAN APPROVE IT.  AN UNPARSEABLE SUBMISSION TIMESTAMP
002409*    COUNTS AS INFINITELY OLD, AS IN DL1N0001.
002410*----------------------------------------------------------------
002411 1300-EXPIRE-PENDING-CHANGES.
002412     MOVE LOW-VALUES TO DL1-PND-KEY.
002413     START PND-FILE KEY IS NOT LESS THAN DL1-PND-KEY
002414         INVALID KEY
002415             MOVE 'Y' TO DL1-PND-EOF-SW
002416     END-START.
002417     PERFORM 1310-CHECK-ONE-CHANGE THRU
002418             1310-CHECK-ONE-CHANGE-EXIT
002419         UNTIL DL1-PND-AT-EOF
002420            OR DL1-PND-FAILED.
002421     IF DL1-EXPIRED-COUNT > ZERO
002422         DISPLAY 'DL1-0001-' DL1-EXPIRED-COUNT
002423                 ' PENDING CHANGE(S) EXPIRED AFTER '
002424                 DL1-EXPIRY-DAYS ' DAY(S)'
002425     END-IF.
002426 1300-EXPIRE-PENDING-CHANGES-EXIT.
002427     EXIT.
002428
002429 1310-CHECK-ONE-CHANGE.
002430     READ PND-FILE NEXT RECORD
002431         AT END
002432             MOVE 'Y' TO DL1-PND-EOF-SW
002433         NOT AT END
002434             IF DL1-PND-PENDING
002435                 IF DL1-PND-TIMESTAMP (1:4) NUMERIC
002436                    AND DL1-PND-TIMESTAMP (6:2) NUMERIC
002437                    AND DL1-PND-TIMESTAMP (9:2) NUMERIC
002438                     MOVE DL1-PND-TIMESTAMP (1:4)
002439                         TO DL1-ENTRY-YMD (1:4)
002440                     MOVE DL1-PND-TIMESTAMP (6:2)
002441                         TO DL1-ENTRY-YMD (5:2)
002442                     MOVE DL1-PND-TIMESTAMP (9:2)
002443                         TO DL1-ENTRY-YMD (7:2)
002444                     COMPUTE DL1-ENTRY-INTEGER =
002445                         FUNCTION INTEGER-OF-DATE (DL1-ENTRY-YMD)
002446                     COMPUTE DL1-AGE-DAYS =
002447                         DL1-TODAY-INTEGER - DL1-ENTRY-INTEGER
002448                 ELSE
002449                     MOVE 99999 TO DL1-AGE-DAYS
002450                 END-IF
002451                 IF DL1-AGE-DAYS > DL1-EXPIRY-DAYS
002452                     PERFORM 1320-EXPIRE-ONE-CHANGE THRU
002453                             1320-EXPIRE-ONE-CHANGE-EXIT
002454                 END-IF
002455             END-IF
002456     END-READ.
002457 1310-CHECK-ONE-CHANGE-EXIT.
002458     EXIT.
002459
002460*----------------------------------------------------------------
002461*    1320-EXPIRE-ONE-CHANGE - THE CHANGE-HISTORY ROW SHOWS
002462*    WHAT THE CHANGE WOULD HAVE DONE TO THE BOOK AS IT STANDS
002463*    NOW; THE PENDING ROW IS REWRITTEN EXPIRED WITH NO
002464*    APPROVER.
002465*----------------------------------------------------------------
002466 1320-EXPIRE-ONE-CHANGE.
002467     MOVE DL1-PND-MAINT-IMAGE TO DL1-MAINT-RECORD.
002468     MOVE DL1-PND-KEY TO DL1-SETTLE-KEY.
002469     MOVE DL1-PND-SUBMITTER TO DL1-SETTLE-SUBMITTER.
002470     MOVE SPACES TO DL1-SETTLE-APPROVER.
002471     PERFORM 2400-IMAGE-PENDING-CHANGE THRU
002472             2400-IMAGE-PENDING-CHANGE-EXIT.
002473     MOVE DL1-EXPIRY-DAYS TO DL1-EDIT-DAYS.
002474     MOVE 'NOT APPROVED WITHIN ' TO DL1-VALIDATION-REASON.
002475     MOVE DL1-EDIT-DAYS TO DL1-VALIDATION-REASON (21:5).
002476     MOVE ' DAYS' TO DL1-VALIDATION-REASON (26:5).
002477     MOVE 'EXPIRED' TO DL1-PND-STATUS.
002478     MOVE SPACES TO DL1-PND-APPROVER.
002479     MOVE DL1-STAMP-TEXT TO DL1-PND-STATUS-TIMESTAMP.
002480     MOVE DL1-VALIDATION-REASON TO DL1-PND-STATUS-REASON.
002481     PERFORM 2800-REWRITE-PENDING-CHANGE THRU
002482             2800-REWRITE-PENDING-CHANGE-EXIT.
002483     IF NOT DL1-PND-FAILED
002484         ADD 1 TO DL1-EXPIRED-COUNT
002485         MOVE 'EXPIRED' TO DL1-DISPOSITION-TEXT
002486         DISPLAY 'DL1-0001-CHANGE ' DL1-PND-TIMESTAMP ' '
002487                 DL1-PND-SEQUENCE ' EXPIRED - ACTION '
002488                 DL1-MNT-ACTION ' RUN ID ' DL1-MNT-RUN-ID
002489                 ' BY ' DL1-PND-SUBMITTER
002490         MOVE DL1-MNT-RUN-ID TO DL1-EXCP-RUN-ID
002491         MOVE 'DL1-0305E' TO DL1-EXCP-MSG-ID
002492         MOVE 'PENDING CHANGE EXPIRED - RUN '
002493             TO DL1-EXCP-TEXT
002494         MOVE DL1-MNT-RUN-ID TO DL1-EXCP-TEXT (30:8)
002495         PERFORM 9100-NOTIFY-EXCEPTION THRU
002496                 9100-NOTIFY-EXCEPTION-EXIT
002497         PERFORM 7000-WRITE-CHANGE-HISTORY THRU
002498                 7000-WRITE-CHANGE-HISTORY-EXIT
002499     END-IF.
002500 1320-EXPIRE-ONE-CHANGE-EXIT.
002501     EXIT.
002502
002503*----------------------------------------------------------------
002504*    1500-APPLY-TRANSACTIONS - THE TABLE HOLDS THE WHOLE RUN
002505*    BOOK AND THE EXPIRED CHANGES ARE SETTLED; READ AND APPLY
002506*    THE APPROVAL CARDS.  AN UNOPENABLE APRFILE REJECTS THE
002507*    RUN WITH NOTHING BUT THE EXPIRIES DONE.
002508*----------------------------------------------------------------
002509 1500-APPLY-TRANSACTIONS.
002510     OPEN INPUT APR-FILE.
002511     IF DL1-APR-FILE-STATUS NOT = '00'
002512         DISPLAY 'DL1-0001-APPROVAL RUN REJECTED - NO '
002513                 'APPROVAL CARDS ON APRFILE'
002514         MOVE SPACES TO DL1-EXCP-RUN-ID
002515         MOVE 'DL1-0301E' TO DL1-EXCP-MSG-ID
002516         MOVE 'MAINTENANCE REJECTED - NO APPROVAL CARD ON APRFILE'
002517             TO DL1-EXCP-TEXT
002518         PERFORM 9100-NOTIFY-EXCEPTION THRU
002519                 9100-NOTIFY-EXCEPTION-EXIT
002520         MOVE 8 TO RETURN-CODE
002521     ELSE
002522         PERFORM 2000-APPLY-ONE-TRANSACTION THRU
002523                 2000-APPLY-ONE-TRANSACTION-EXIT
002524             UNTIL DL1-APR-AT-EOF
002525                OR DL1-PND-FAILED
002526         CLOSE APR-FILE
002527         PERFORM 8000-FINISH-MAINTENANCE THRU
002528                 8000-FINISH-MAINTENANCE-EXIT
002529     END-IF.
002530 1500-APPLY-TRANSACTIONS-EXIT.
002531     EXIT.
002532
002533*----------------------------------------------------------------
002534*    2000-APPLY-ONE-TRANSACTION - EACH APPROVAL CARD STANDS
002535*    ALONE.  A CARD THAT CANNOT SETTLE ITS CHANGE IS REFUSED
002536*    AND THE CHANGE IS LEFT AS IT WAS; OTHERWISE THE CHANGE
002537*    IS APPLIED OR REJECTED AND THE PENDING ROW REWRITTEN.
002538*----------------------------------------------------------------
002539 2000-APPLY-ONE-TRANSACTION.
002540     READ APR-FILE
002541         AT END
002542             MOVE 'Y' TO DL1-APR-EOF-SW
002543         NOT AT END
002544             ADD 1 TO DL1-CARD-COUNT
002545             PERFORM 2100-EDIT-APPROVAL-CARD THRU
002546                     2100-EDIT-APPROVAL-CARD-EXIT
002547             IF DL1-CARD-REASON NOT = SPACES
002548                 PERFORM 2900-REFUSE-APPROVAL-CARD THRU
002549                         2900-REFUSE-APPROVAL-CARD-EXIT
002550             ELSE
002551                 MOVE DL1-PND-MAINT-IMAGE TO DL1-MAINT-RECORD
002552                 MOVE DL1-PND-KEY TO DL1-SETTLE-KEY
002553                 MOVE DL1-PND-SUBMITTER TO DL1-SETTLE-SUBMITTER
002554                 MOVE DL1-APR-APPROVER TO DL1-SETTLE-APPROVER
002555                 IF DL1-APR-REJECT
002556                     PERFORM 2300-DECLINE-PENDING-CHANGE THRU
002557                             2300-DECLINE-PENDING-CHANGE-EXIT
002558                 ELSE
002559                     PERFORM 2200-APPROVE-PENDING-CHANGE THRU
002560                             2200-APPROVE-PENDING-CHANGE-EXIT
002561                 END-IF
002562             END-IF
002563     END-READ.
002564 2000-APPLY-ONE-TRANSACTION-EXIT.
002565     EXIT.
002566
002567*----------------------------------------------------------------
002568*    2100-EDIT-APPROVAL-CARD - THE FIRST RULE THAT FAILS IS
002569*    THE REASON THE CARD IS REFUSED.  THE CARD MUST NAME A
002570*    CHANGE THAT IS ON PNDKSDS AND STILL PENDING, AND AN
002571*    APPROVAL MUST COME FROM SOMEONE OTHER THAN THE
002572*    SUBMITTER.  A REJECTION MAY COME FROM THE SUBMITTER - IT
002573*    WITHDRAWS THE CHANGE.
002574*----------------------------------------------------------------
002575 2100-EDIT-APPROVAL-CARD.
002576     MOVE SPACES TO DL1-CARD-REASON.
002577     EVALUATE TRUE
002578         WHEN NOT DL1-APR-APPROVE AND NOT DL1-APR-REJECT
002579             MOVE 'ACTION MUST BE A OR R' TO DL1-CARD-REASON
002580         WHEN DL1-APR-SEQUENCE NOT NUMERIC
002581             MOVE 'CHANGE SEQUENCE NOT NUMERIC' TO DL1-CARD-REASON
002582         WHEN DL1-APR-APPROVER = SPACES
002583             MOVE 'APPROVER ID IS REQUIRED' TO DL1-CARD-REASON
002584     END-EVALUATE.
002585     IF DL1-CARD-REASON = SPACES
002586         MOVE DL1-APR-TIMESTAMP TO DL1-PND-TIMESTAMP
002587         MOVE DL1-APR-SEQUENCE TO DL1-PND-SEQUENCE
002588         READ PND-FILE
002589             INVALID KEY
002590                 MOVE 'NO SUCH CHANGE ON PNDKSDS'
002591                     TO DL1-CARD-REASON
002592             NOT INVALID KEY
002593                 EVALUATE TRUE
002594                     WHEN NOT DL1-PND-PENDING
002595                         MOVE 'CHANGE ALREADY ' TO DL1-CARD-REASON
002596                         MOVE DL1-PND-STATUS
002597                             TO DL1-CARD-REASON (16:8)
002598                     WHEN DL1-APR-APPROVE
002599                      AND DL1-APR-APPROVER = DL1-PND-SUBMITTER
002600                         MOVE 'APPROVER IS THE SUBMITTER'
002601                             TO DL1-CARD-REASON
002602                 END-EVALUATE
002603         END-READ
002604     END-IF.
002605 2100-EDIT-APPROVAL-CARD-EXIT.
002606     EXIT.
002607
002608*----------------------------------------------------------------
002609*    2200-APPROVE-PENDING-CHANGE - APPLY THE SUBMITTED CARD
002610*    TO THE BOOK EXACTLY AS AN UNREVIEWED MAINTENANCE CARD
002611*    ONCE WAS: THE DL1V0001 RULES AND THE PREDECESSOR CHECKS
002612*    RUN NOW, AGAINST THE BOOK AS IT STANDS.  A CHANGE THAT
002613*    FAILS THEM IS REJECTED, NOT LEFT PENDING - IT MUST BE
002614*    CORRECTED AND SUBMITTED AGAIN.  THE HISTORY ROW IS WRITTEN
002615*    ONLY ONCE THE PENDING ROW HOLDS THE OUTCOME; IF IT CANNOT
002616*    BE REWRITTEN THE BOOK IS PUT BACK AS IT WAS.
002617*----------------------------------------------------------------
002618 2200-APPROVE-PENDING-CHANGE.
002619     ADD 1 TO DL1-TXN-COUNT.
002620     MOVE DL1-BOOK-COUNT TO DL1-SAVE-BOOK-COUNT.
002621     MOVE DL1-BOOK-TABLE TO DL1-SAVE-BOOK-TABLE.
002622     MOVE '(NO PRIOR CONTROL RECORD)' TO DL1-PRIOR-IMAGE.
002623     MOVE SPACES TO DL1-AFTER-IMAGE.
002624     MOVE 'OK' TO DL1-VALIDATION-REASON.
002625     PERFORM 2500-FIND-TARGET-RECORD THRU
002626             2500-FIND-TARGET-RECORD-EXIT.
002627     EVALUATE TRUE
002628         WHEN DL1-MNT-ADD
002629             PERFORM 3000-APPLY-ADD THRU
002630                     3000-APPLY-ADD-EXIT
002631         WHEN DL1-MNT-UPDATE
002632             PERFORM 4000-APPLY-UPDATE THRU
002633                     4000-APPLY-UPDATE-EXIT
002634         WHEN DL1-MNT-DELETE
002635             PERFORM 5000-APPLY-DELETE THRU
002636                     5000-APPLY-DELETE-EXIT
002637         WHEN OTHER
002638             MOVE 'INVALID ACTION - NOT A, U OR D'
002639                 TO DL1-VALIDATION-REASON
002640             PERFORM 6100-REJECT-TRANSACTION THRU
002641                     6100-REJECT-TRANSACTION-EXIT
002642     END-EVALUATE.
002643     MOVE DL1-DISPOSITION-TEXT TO DL1-PND-STATUS.
002644     MOVE DL1-APR-APPROVER TO DL1-PND-APPROVER.
002645     MOVE DL1-STAMP-TEXT TO DL1-PND-STATUS-TIMESTAMP.
002646     IF DL1-PND-APPROVED
002647         MOVE DL1-APR-REASON TO DL1-PND-STATUS-REASON
002648     ELSE
002649         MOVE DL1-VALIDATION-REASON TO DL1-PND-STATUS-REASON
002650     END-IF.
002651     PERFORM 2800-REWRITE-PENDING-CHANGE THRU
002652             2800-REWRITE-PENDING-CHANGE-EXIT.
002653     IF DL1-PND-FAILED
002654         PERFORM 2810-BACK-OUT-CHANGE THRU
002655                 2810-BACK-OUT-CHANGE-EXIT
002656     ELSE
002657         PERFORM 7000-WRITE-CHANGE-HISTORY THRU
002658                 7000-WRITE-CHANGE-HISTORY-EXIT
002659     END-IF.
002660 2200-APPROVE-PENDING-CHANGE-EXIT.
002661     EXIT.
002662
002663*----------------------------------------------------------------
002664*    2300-DECLINE-PENDING-CHANGE - AN R CARD.  NOTHING IS
002665*    APPLIED; THE HISTORY ROW RECORDS WHAT THE CHANGE WOULD
002666*    HAVE DONE AND WHO TURNED IT DOWN.  A DELIBERATE
002667*    REJECTION IS NOT AN EXCEPTION.
002668*----------------------------------------------------------------
002669 2300-DECLINE-PENDING-CHANGE.
002670     PERFORM 2400-IMAGE-PENDING-CHANGE THRU
002671             2400-IMAGE-PENDING-CHANGE-EXIT.
002672     EVALUATE TRUE
002673         WHEN DL1-APR-REASON NOT = SPACES
002674             MOVE DL1-APR-REASON TO DL1-VALIDATION-REASON
002675         WHEN DL1-APR-APPROVER = DL1-PND-SUBMITTER
002676             MOVE 'WITHDRAWN BY SUBMITTER'
002677                 TO DL1-VALIDATION-REASON
002678         WHEN OTHER
002679             MOVE 'REJECTED BY APPROVER' TO DL1-VALIDATION-REASON
002680     END-EVALUATE.
002681     MOVE 'REJECTED' TO DL1-PND-STATUS.
002682     MOVE DL1-APR-APPROVER TO DL1-PND-APPROVER.
002683     MOVE DL1-STAMP-TEXT TO DL1-PND-STATUS-TIMESTAMP.
002684     MOVE DL1-VALIDATION-REASON TO DL1-PND-STATUS-REASON.
002685     PERFORM 2800-REWRITE-PENDING-CHANGE THRU
002686             2800-REWRITE-PENDING-CHANGE-EXIT.
002687     IF NOT DL1-PND-FAILED
002688         ADD 1 TO DL1-DECLINED-COUNT
002689         MOVE 'REJECTED' TO DL1-DISPOSITION-TEXT
002690         DISPLAY 'DL1-0001-CHANGE ' DL1-PND-TIMESTAMP ' '
002691                 DL1-PND-SEQUENCE ' REJECTED BY '
002692                 DL1-APR-APPROVER ' - ' DL1-VALIDATION-REASON
002693         PERFORM 7000-WRITE-CHANGE-HISTORY THRU
002694                 7000-WRITE-CHANGE-HISTORY-EXIT
002695     END-IF.
002696 2300-DECLINE-PENDING-CHANGE-EXIT.
002697     EXIT.
002698
002699*----------------------------------------------------------------
002700*    2400-IMAGE-PENDING-CHANGE - BEFORE AND AFTER IMAGES FOR
002701*    A CHANGE THAT IS SETTLED WITHOUT BEING APPLIED: THE
002702*    BOOK'S CURRENT RECORD FOR THE RUN-ID, AND THE RECORD THE
002703*    CHANGE WOULD HAVE PUT THERE.
002704*----------------------------------------------------------------
002705 2400-IMAGE-PENDING-CHANGE.
002706     MOVE '(NO PRIOR CONTROL RECORD)' TO DL1-PRIOR-IMAGE.
002707     PERFORM 2500-FIND-TARGET-RECORD THRU
002708             2500-FIND-TARGET-RECORD-EXIT.
002709     IF DL1-BOOK-FOUND
002710         MOVE DL1-BOOK-ENTRY (DL1-BOOK-MATCH-IDX)
002711             TO DL1-PRIOR-IMAGE
002712     END-IF.
002713     IF DL1-MNT-DELETE
002714         MOVE '(DELETED)' TO DL1-AFTER-IMAGE
002715     ELSE
002716         PERFORM 2600-BUILD-CONTROL-RECORD THRU
002717                 2600-BUILD-CONTROL-RECORD-EXIT
002718         MOVE DL1-CONTROL-RECORD TO DL1-AFTER-IMAGE
002719     END-IF.
002720 2400-IMAGE-PENDING-CHANGE-EXIT.
002721     EXIT.
002722
002723*----------------------------------------------------------------
002724*    2800-REWRITE-PENDING-CHANGE - THE PENDING ROW WITH ITS
002725*    FINAL STATUS.  A FAILED REWRITE STOPS THE RUN - THE
002726*    DATASET NO LONGER SAYS WHAT HAS BEEN SETTLED.
002727*----------------------------------------------------------------
002728 2800-REWRITE-PENDING-CHANGE.
002729     REWRITE DL1-PENDING-RECORD
002730         INVALID KEY
002731             MOVE 'Y' TO DL1-PND-FAILED-SW
002732     END-REWRITE.
002733     IF DL1-PND-FILE-STATUS NOT = '00'
002734         MOVE 'Y' TO DL1-PND-FAILED-SW
002735     END-IF.
002736     IF DL1-PND-FAILED
002737         DISPLAY 'DL1-0001-PNDKSDS REWRITE FAILED - CHANGE '
002738                 DL1-PND-TIMESTAMP ' ' DL1-PND-SEQUENCE
002739                 ' STATUS ' DL1-PND-FILE-STATUS
002740     END-IF.
002741 2800-REWRITE-PENDING-CHANGE-EXIT.
002742     EXIT.
002743
002744*----------------------------------------------------------------
002745*    2810-BACK-OUT-CHANGE - THE PENDING ROW STILL SAYS PENDING,
002746*    SO THE BOOK MUST NOT CARRY THE CHANGE: RESTORE THE TABLE
002747*    SAVED BY 2200 AND UNCOUNT THE DISPOSITION.  THE CHANGE CAN
002748*    BE SETTLED AGAIN ON THE NEXT RUN.
002749*----------------------------------------------------------------
002750 2810-BACK-OUT-CHANGE.
002751     MOVE DL1-SAVE-BOOK-COUNT TO DL1-BOOK-COUNT.
002752     MOVE DL1-SAVE-BOOK-TABLE TO DL1-BOOK-TABLE.
002753     IF DL1-PND-APPROVED
002754         SUBTRACT 1 FROM DL1-ACCEPTED-COUNT
002755     ELSE
002756         SUBTRACT 1 FROM DL1-REJECTED-COUNT
002757     END-IF.
002758     DISPLAY 'DL1-0001-CHANGE ' DL1-PND-TIMESTAMP ' '
002759             DL1-PND-SEQUENCE ' BACKED OUT - ACTION '
002760             DL1-MNT-ACTION ' RUN ID ' DL1-MNT-RUN-ID.
002761 2810-BACK-OUT-CHANGE-EXIT.
002762     EXIT.
002763
002764*----------------------------------------------------------------
002765*    2900-REFUSE-APPROVAL-CARD - THE CARD IS REFUSED, THE
002766*    CHANGE IT NAMED (IF ANY) IS LEFT EXACTLY AS IT WAS, AND
002767*    THE COMMON EXCEPTION IS RAISED SO A SELF-APPROVAL OR A
002768*    MISTYPED KEY IS SEEN.
002769*----------------------------------------------------------------
002770 2900-REFUSE-APPROVAL-CARD.
002771     ADD 1 TO DL1-CARD-REJECTED-COUNT.
002772     DISPLAY 'DL1-0001-APPROVAL CARD REFUSED - '
002773             DL1-APR-TIMESTAMP ' ' DL1-APR-SEQUENCE ' BY '
002774             DL1-APR-APPROVER ' - ' DL1-CARD-REASON.
002775     MOVE SPACES TO DL1-EXCP-RUN-ID.
002776     MOVE 'DL1-0304E' TO DL1-EXCP-MSG-ID.
002777     MOVE 'APPROVAL CARD REFUSED - ' TO DL1-EXCP-TEXT.
002778     MOVE DL1-CARD-REASON TO DL1-EXCP-TEXT (25:30).
002779     PERFORM 9100-NOTIFY-EXCEPTION THRU
002780             9100-NOTIFY-EXCEPTION-EXIT.
002781 2900-REFUSE-APPROVAL-CARD-EXIT.
002782     EXIT.
002783
002784*----------------------------------------------------------------
002785*    2500-FIND-TARGET-RECORD - LOOK THE TRANSACTION'S RUN-ID
002786*    UP IN THE LOADED RUN BOOK.
002787*----------------------------------------------------------------
002788 2500-FIND-TARGET-RECORD.
002789     MOVE 'N' TO DL1-BOOK-FOUND-SW.
002790     MOVE ZERO TO DL1-BOOK-MATCH-IDX.
002800     PERFORM 2510-MATCH-ONE-RECORD THRU
002810             2510-MATCH-ONE-RECORD-EXIT
003180             CALL 'DL1V0001' USING DL1-CONTROL-RECORD
003190                                  DL1-VALID-PARMS-SW
003200                                  DL1-VALIDATION-REASON
003201             IF DL1-VALID-PARMS
003202                 MOVE DL1-BOOK-COUNT TO DL1-BOOK-LIMIT
003203                 PERFORM 2700-CHECK-PREDECESSORS THRU
003204                         2700-CHECK-PREDECESSORS-EXIT
003205             END-IF
003210             MOVE DL1-CONTROL-RECORD TO DL1-AFTER-IMAGE
003220             IF DL1-VALID-PARMS
003230                 ADD 1 TO DL1-BOOK-COUNT
003520         CALL 'DL1V0001' USING DL1-CONTROL-RECORD
003530                              DL1-VALID-PARMS-SW
003540                              DL1-VALIDATION-REASON
003541         IF DL1-VALID-PARMS
003542             COMPUTE DL1-BOOK-LIMIT = DL1-BOOK-MATCH-IDX - 1
003543             PERFORM 2700-CHECK-PREDECESSORS THRU
003544                     2700-CHECK-PREDECESSORS-EXIT
003545         END-IF
003550         MOVE DL1-CONTROL-RECORD TO DL1-AFTER-IMAGE
003560         IF DL1-VALID-PARMS
003570             MOVE DL1-CONTROL-RECORD TO
003680
003690*----------------------------------------------------------------
003700*    5000-APPLY-DELETE - REMOVE A RETIRED RUN-ID FROM THE
003710*    BOOK.  THE ENTRIES BEHIND IT CLOSE UP IN ORDER - A
003715*    PREDECESSOR MUST STAY AHEAD OF ITS DEPENDENTS.  AN
003720*    UNMATCHED DELETE REJECTS ITSELF, AND SO DOES A DELETE
003724*    OF A RUN-ID ANOTHER RECORD STILL NAMES AS A PREDECESSOR
003728*    - THE DEPENDENT WOULD BE LEFT POINTING AT NOTHING.  NO
003732*    VALIDATION CALL - THE CARD ONLY NEEDS THE ACTION AND THE
003736*    RUN-ID.
003740*----------------------------------------------------------------
003750 5000-APPLY-DELETE.
003760     IF NOT DL1-BOOK-FOUND
003810     ELSE
003820         MOVE DL1-BOOK-ENTRY (DL1-BOOK-MATCH-IDX)
003830             TO DL1-PRIOR-IMAGE
003831         PERFORM 5100-FIND-DEPENDENT THRU
003832                 5100-FIND-DEPENDENT-EXIT
003833         IF DL1-DEPENDENT-RUN-ID NOT = SPACES
003834             MOVE 'DEPENDED ON BY ' TO DL1-VALIDATION-REASON
003835             MOVE DL1-DEPENDENT-RUN-ID
003836                 TO DL1-VALIDATION-REASON (16:8)
003837             PERFORM 6100-REJECT-TRANSACTION THRU
003838                     6100-REJECT-TRANSACTION-EXIT
003839         ELSE
003840             MOVE '(DELETED)' TO DL1-AFTER-IMAGE
003848             PERFORM 5200-CLOSE-UP-ONE-ENTRY THRU
003856                     5200-CLOSE-UP-ONE-ENTRY-EXIT
003864                 VARYING DL1-BOOK-IDX FROM DL1-BOOK-MATCH-IDX
003872                     BY 1
003880                 UNTIL DL1-BOOK-IDX >= DL1-BOOK-COUNT
003890             SUBTRACT 1 FROM DL1-BOOK-COUNT
003900             PERFORM 6000-ACCEPT-TRANSACTION THRU
003910                     6000-ACCEPT-TRANSACTION-EXIT
003915         END-IF
003920     END-IF.
003930 5000-APPLY-DELETE-EXIT.
003940     EXIT.
003941
003942*----------------------------------------------------------------
003943*    5100-FIND-DEPENDENT - THE FIRST OTHER RECORD ON THE BOOK
003944*    THAT NAMES THE TRANSACTION'S RUN-ID AS A PREDECESSOR,
003945*    OR SPACES WHEN NOTHING DEPENDS ON IT.
003946*----------------------------------------------------------------
003947 5100-FIND-DEPENDENT.
003948     MOVE SPACES TO DL1-DEPENDENT-RUN-ID.
003949     PERFORM 5110-CHECK-ONE-DEPENDENT THRU
003950             5110-CHECK-ONE-DEPENDENT-EXIT
003951         VARYING DL1-BOOK-IDX FROM 1 BY 1
003952         UNTIL DL1-BOOK-IDX > DL1-BOOK-COUNT
003953            OR DL1-DEPENDENT-RUN-ID NOT = SPACES.
003954 5100-FIND-DEPENDENT-EXIT.
003955     EXIT.
003956
003957 5110-CHECK-ONE-DEPENDENT.
003958     IF DL1-BOOK-IDX NOT = DL1-BOOK-MATCH-IDX
003959         PERFORM 5120-CHECK-ONE-BOOK-PRED THRU
003960                 5120-CHECK-ONE-BOOK-PRED-EXIT
003961             VARYING DL1-BOOK-PRED-IDX FROM 1 BY 1
003962             UNTIL DL1-BOOK-PRED-IDX > 3
003963                OR DL1-DEPENDENT-RUN-ID NOT = SPACES
003964     END-IF.
003965 5110-CHECK-ONE-DEPENDENT-EXIT.
003966     EXIT.
003967
003968 5120-CHECK-ONE-BOOK-PRED.
003969     IF DL1-BOOK-PREDECESSOR (DL1-BOOK-IDX DL1-BOOK-PRED-IDX)
003970        = DL1-MNT-RUN-ID
003971         MOVE DL1-BOOK-RUN-ID (DL1-BOOK-IDX)
003972             TO DL1-DEPENDENT-RUN-ID
003973     END-IF.
003974 5120-CHECK-ONE-BOOK-PRED-EXIT.
003975     EXIT.
003976
003977 5200-CLOSE-UP-ONE-ENTRY.
003978     MOVE DL1-BOOK-ENTRY (DL1-BOOK-IDX + 1)
003979         TO DL1-BOOK-ENTRY (DL1-BOOK-IDX).
003980 5200-CLOSE-UP-ONE-ENTRY-EXIT.
003981     EXIT.
003982
003983*----------------------------------------------------------------
003984*    2600-BUILD-CONTROL-RECORD - CONVERT THE UNSIGNED
003985*    MAINTENANCE FIELDS INTO THE CONTROL RECORD LAYOUT THAT
003990*    DL1V0001 VALIDATES AND CTLFILE STORES.
004000*----------------------------------------------------------------
004010 2600-BUILD-CONTROL-RECORD.
004080             2610-MOVE-ONE-DIVISOR-EXIT
004090         VARYING DL1-DIVISOR-IDX FROM 1 BY 1
004100         UNTIL DL1-DIVISOR-IDX > 10.
004110*    A PROBLEM WHOSE CATALOG SHAPE IS A TARGET NUMBER CARRIES
004120*    IT IN THE SAME PARAMETER BYTES - OVERRIDE THE SUMMATION-
004130*    SHAPED MOVES WITH THE TARGET VIEW.  A PROBLEM NOT ON THE
004132*    CATALOG IS LEFT AS PUNCHED - DL1V0001 REJECTS IT.
004134     MOVE DL1-MNT-PROBLEM-ID TO DL1-PRBP-PROBLEM-ID.
004136     CALL 'DL1I0001' USING DL1-CATALOG-PARMS
004138                           DL1-PROBLEM-CATALOG-RECORD.
004140     IF DL1-PRBP-FOUND
004142        AND DL1-PRB-SHAPE-TARGET
004150         MOVE DL1-MNT-TARGET-NUMBER TO DL1-CTL-TARGET-NUMBER
004160     END-IF.
004170     MOVE DL1-MNT-FREQUENCY TO DL1-CTL-FREQUENCY.
004180     MOVE DL1-MNT-FREQ-DAY TO DL1-CTL-FREQ-DAY.
004190     MOVE DL1-MNT-EFF-FROM-DATE TO DL1-CTL-EFF-FROM-DATE.
004200     MOVE DL1-MNT-EFF-TO-DATE TO DL1-CTL-EFF-TO-DATE.
004205     MOVE DL1-MNT-PREDECESSOR-TABLE TO DL1-CTL-PREDECESSOR-TABLE.
004210 2600-BUILD-CONTROL-RECORD-EXIT.
004220     EXIT.
004230
004260         TO DL1-CTL-DIVISOR (DL1-DIVISOR-IDX).
004270 2610-MOVE-ONE-DIVISOR-EXIT.
004280     EXIT.
004281
004282*----------------------------------------------------------------
004283*    2700-CHECK-PREDECESSORS - EVERY PREDECESSOR THE NEW
004284*    CONTROL RECORD NAMES MUST ALREADY BE ON THE BOOK AHEAD
004285*    OF IT (ENTRIES 1 THRU DL1-BOOK-LIMIT) - THE DRIVER RUNS
004286*    THE BOOK TOP TO BOTTOM, SO A PREDECESSOR BEHIND ITS
004287*    DEPENDENT (OR THE RECORD ITSELF) COULD NEVER HOLD IT
004288*    BACK.  THE SAME RULE DL1P0001 PROOFS THE WHOLE BOOK
004289*    WITH.
004290*----------------------------------------------------------------
004291 2700-CHECK-PREDECESSORS.
004292     PERFORM 2710-CHECK-ONE-PREDECESSOR THRU
004293             2710-CHECK-ONE-PREDECESSOR-EXIT
004294         VARYING DL1-PRED-IDX FROM 1 BY 1
004295         UNTIL DL1-PRED-IDX > 3
004296            OR DL1-INVALID-PARMS.
004297 2700-CHECK-PREDECESSORS-EXIT.
004298     EXIT.
004299
004300 2710-CHECK-ONE-PREDECESSOR.
004301     IF DL1-CTL-PREDECESSOR (DL1-PRED-IDX) NOT = SPACES
004302         MOVE DL1-CTL-PREDECESSOR (DL1-PRED-IDX)
004303             TO DL1-PRED-SEARCH-ID
004304         MOVE 'N' TO DL1-PRED-FOUND-SW
004305         PERFORM 2720-MATCH-ONE-PREDECESSOR THRU
004306                 2720-MATCH-ONE-PREDECESSOR-EXIT
004307             VARYING DL1-BOOK-IDX FROM 1 BY 1
004308             UNTIL DL1-BOOK-IDX > DL1-BOOK-LIMIT
004309                OR DL1-PRED-FOUND
004310         IF NOT DL1-PRED-FOUND
004311             MOVE 'N' TO DL1-VALID-PARMS-SW
004312             MOVE 'PREDECESSOR NOT AHEAD IN BOOK'
004313                 TO DL1-VALIDATION-REASON
004314         END-IF
004315     END-IF.
004316 2710-CHECK-ONE-PREDECESSOR-EXIT.
004317     EXIT.
004318
004319 2720-MATCH-ONE-PREDECESSOR.
004320     IF DL1-BOOK-RUN-ID (DL1-BOOK-IDX) = DL1-PRED-SEARCH-ID
004321         MOVE 'Y' TO DL1-PRED-FOUND-SW
004322     END-IF.
004323 2720-MATCH-ONE-PREDECESSOR-EXIT.
004324     EXIT.
004325
004326*----------------------------------------------------------------
004327*    6000-ACCEPT-TRANSACTION / 6100-REJECT-TRANSACTION -
004332*    DISPOSITION BOOKKEEPING, THE OPERATOR'S SYSOUT LINE AND
004337*    (FOR A REJECT) THE COMMON EXCEPTION.  THE CHANGE-HISTORY
004342*    ROW IS LEFT TO 2200, AFTER THE PENDING ROW IS REWRITTEN.
004350*----------------------------------------------------------------
004360 6000-ACCEPT-TRANSACTION.
004370     ADD 1 TO DL1-ACCEPTED-COUNT.
004380     MOVE 'APPROVED' TO DL1-DISPOSITION-TEXT.
004390     DISPLAY 'DL1-0001-CHANGE APPROVED AND APPLIED - ACTION '
004400             DL1-MNT-ACTION ' RUN ID ' DL1-MNT-RUN-ID
004405             ' BY ' DL1-APR-APPROVER.
004430 6000-ACCEPT-TRANSACTION-EXIT.
004440     EXIT.
004450
004460 6100-REJECT-TRANSACTION.
004470     ADD 1 TO DL1-REJECTED-COUNT.
004480     MOVE 'REJECTED' TO DL1-DISPOSITION-TEXT.
004490     DISPLAY 'DL1-0001-APPROVED CHANGE REJECTED - ACTION '
004500             DL1-MNT-ACTION ' RUN ID ' DL1-MNT-RUN-ID
004510             ' - ' DL1-VALIDATION-REASON.
004520     MOVE DL1-MNT-RUN-ID TO DL1-EXCP-RUN-ID.
004560     MOVE DL1-MNT-RUN-ID TO DL1-EXCP-TEXT (40:8).
004570     PERFORM 9100-NOTIFY-EXCEPTION THRU
004580             9100-NOTIFY-EXCEPTION-EXIT.
004610 6100-REJECT-TRANSACTION-EXIT.
004620     EXIT.
004630
004930     MOVE DL1-VALIDATION-REASON TO DL1-CHG-REASON.
004940     MOVE DL1-PRIOR-IMAGE TO DL1-CHG-BEFORE-IMAGE.
004950     MOVE DL1-AFTER-IMAGE TO DL1-CHG-AFTER-IMAGE.
004952     MOVE DL1-SETTLE-KEY TO DL1-CHG-PENDING-KEY.
004954     MOVE DL1-SETTLE-SUBMITTER TO DL1-CHG-SUBMITTER.
004956     MOVE DL1-SETTLE-APPROVER TO DL1-CHG-APPROVER.
004960     WRITE DL1-CHANGE-RECORD.
004970     CLOSE CHG-FILE.
004980 7000-WRITE-CHANGE-HISTORY-EXIT.
005000
005010*----------------------------------------------------------------
005020*    8000-FINISH-MAINTENANCE - REWRITE CTLFILE FROM THE
005030*    TABLE, BUT ONLY WHEN AT LEAST ONE CHANGE WAS APPLIED -
005040*    A RUN OF NOTHING BUT REJECTS (OR AN EMPTY APRFILE) MUST
005050*    NEVER TOUCH THE PRODUCTION RUN BOOK.
005060*----------------------------------------------------------------
005070 8000-FINISH-MAINTENANCE.
005080     IF DL1-CARD-COUNT = ZERO
005090         DISPLAY 'DL1-0001-APPROVAL RUN REJECTED - '
005100                 'APRFILE IS EMPTY'
005110         MOVE SPACES TO DL1-EXCP-RUN-ID
005120         MOVE 'DL1-0301E' TO DL1-EXCP-MSG-ID
005130         MOVE 'MAINTENANCE REJECTED - NO APPROVAL CARD ON APRFILE'
005140             TO DL1-EXCP-TEXT
005150         PERFORM 9100-NOTIFY-EXCEPTION THRU
005160                 9100-NOTIFY-EXCEPTION-EXIT
005210                     8100-REWRITE-RUN-BOOK-EXIT
005220         ELSE
005230             DISPLAY 'DL1-0001-CTLFILE LEFT UNCHANGED - NO '
005240                     'CHANGE WAS APPLIED'
005250         END-IF
005260         DISPLAY 'DL1-0001-APPROVAL RUN COMPLETE - '
005270                 DL1-CARD-COUNT ' CARD(S) - '
005280                 DL1-ACCEPTED-COUNT ' APPROVED - '
005290                 DL1-REJECTED-COUNT ' FAILED ON APPLY - '
005294                 DL1-DECLINED-COUNT ' REJECTED - '
005298                 DL1-CARD-REJECTED-COUNT ' CARD(S) REFUSED - '
005302                 DL1-EXPIRED-COUNT ' EXPIRED'
005306         EVALUATE TRUE
005310             WHEN DL1-REJECTED-COUNT > ZERO
005314             WHEN DL1-CARD-REJECTED-COUNT > ZERO
005318                 MOVE 8 TO RETURN-CODE
005322             WHEN DL1-EXPIRED-COUNT > ZERO
005326                 MOVE 4 TO RETURN-CODE
005330             WHEN OTHER
005334                 MOVE 0 TO RETURN-CODE
005338         END-EVALUATE
005350     END-IF.
005360 8000-FINISH-MAINTENANCE-EXIT.
005370     EXIT.
