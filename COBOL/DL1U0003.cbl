000100*----------------------------------------------------------------
000110*    DL1U0003 - RUN-BOOK CHANGE SUBMISSION (FIRST OF THE TWO
000120*               DUAL-CONTROL STAGES).
000130*
000140*    READS MAINTENANCE TRANSACTIONS (MNTREC00) FROM MNTFILE
000150*    - MANY PER RUN - AND PARKS EACH ONE ON THE PENDING-
000160*    CHANGE DATASET (PNDREC00 ON PNDKSDS) WITH STATUS PENDING,
000170*    STAMPED WITH THE SUBMITTER'S ID AND THIS RUN'S
000180*    TIMESTAMP.  NOTHING HERE TOUCHES CTLFILE: A PENDING
000190*    CHANGE REACHES THE PRODUCTION RUN BOOK ONLY WHEN A
000200*    DIFFERENT PERSON APPROVES IT THROUGH DL1U0001.  DL1I0003
000210*    LISTS WHAT IS WAITING, WITH THE CURRENT CONTROL RECORD
000220*    NEXT TO THE PROPOSED ONE.
000230*
000240*    ONLY THE CARD ITSELF IS EDITED HERE - ACTION CODE, RUN-
000250*    ID, PROBLEM ID ON AN ADD OR UPDATE, SUBMITTER.  THE FULL
000260*    DL1V0001 RULES AND THE PREDECESSOR CHECKS ARE APPLIED
000270*    WHEN THE CHANGE IS APPROVED, AGAINST THE RUN BOOK AS IT
000280*    STANDS THEN.  EACH CARD STANDS ALONE - A BAD CARD
000290*    REJECTS ITSELF AND THE REST OF THE BATCH IS STILL
000300*    SUBMITTED.  PNDKSDS IS CREATED ON THE FIRST RUN.
000310*
000320*    RETURN-CODE 0 = EVERY CARD SUBMITTED, 8 = AT LEAST ONE
000330*    REJECTED (OR MNTFILE EMPTY), 16 = THE PENDING-CHANGE
000340*    DATASET COULD NOT BE OPENED OR A WRITE FAILED.
000350*
000360*    MODIFICATION HISTORY
000370*    DATE       INIT  DESCRIPTION
000380*    ---------- ----  ----------------------------------
000390*    2026-10-07 JM    ORIGINAL PROGRAM.
000400*----------------------------------------------------------------
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.              DL1U0003.
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
000550     SELECT MNT-FILE ASSIGN "MNTFILE"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS DL1-MNT-FILE-STATUS.
000580     SELECT PND-FILE ASSIGN "PNDKSDS"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS DL1-PND-KEY
000620         FILE STATUS IS DL1-PND-FILE-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  MNT-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690     COPY MNTREC00.
000700
000710 FD  PND-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY PNDREC00.
000750
000760 WORKING-STORAGE SECTION.
000770 77  DL1-MNT-FILE-STATUS       PIC X(02) VALUE '00'.
000780 77  DL1-PND-FILE-STATUS       PIC X(02) VALUE '00'.
000790 77  DL1-MNT-EOF-SW            PIC X(01) VALUE 'N'.
000800     88  DL1-MNT-AT-EOF                  VALUE 'Y'.
000810 77  DL1-SETUP-OK-SW           PIC X(01) VALUE 'Y'.
000820     88  DL1-SETUP-OK                    VALUE 'Y'.
000830 77  DL1-CARD-OK-SW            PIC X(01) VALUE 'Y'.
000840     88  DL1-CARD-OK                     VALUE 'Y'.
000850 77  DL1-UPDATE-FAILED-SW      PIC X(01) VALUE 'N'.
000860     88  DL1-UPDATE-FAILED               VALUE 'Y'.
000870 77  DL1-REJECT-REASON         PIC X(40) VALUE SPACES.
000880 77  DL1-READ-COUNT            PIC 9(04) COMP
000890                               VALUE ZERO.
000900 77  DL1-SUBMITTED-COUNT       PIC 9(04) COMP
000910                               VALUE ZERO.
000920 77  DL1-REJECTED-COUNT        PIC 9(04) COMP
000930                               VALUE ZERO.
000940 77  DL1-RUN-DATE-YMD          PIC 9(08) VALUE ZERO.
000950 77  DL1-RUN-TIME-HHMMSS       PIC 9(08) VALUE ZERO.
000960 77  DL1-STAMP-TEXT            PIC X(19) VALUE SPACES.
000970
000980 PROCEDURE DIVISION.
000990*----------------------------------------------------------------
001000*    0000-MAINLINE
001010*----------------------------------------------------------------
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001040     IF DL1-SETUP-OK
001050         PERFORM 2000-SUBMIT-ONE-TRANSACTION THRU
001060                 2000-SUBMIT-ONE-TRANSACTION-EXIT
001070             UNTIL DL1-MNT-AT-EOF
001080                OR DL1-UPDATE-FAILED
001090         CLOSE MNT-FILE
001100         CLOSE PND-FILE
001110         DISPLAY 'DL1-0001-CHANGE SUBMISSION COMPLETE - '
001120                 DL1-READ-COUNT ' TRANSACTION(S) - '
001130                 DL1-SUBMITTED-COUNT ' PENDING APPROVAL - '
001140                 DL1-REJECTED-COUNT ' REJECTED'
001150         EVALUATE TRUE
001160             WHEN DL1-UPDATE-FAILED
001170                 MOVE 16 TO RETURN-CODE
001180             WHEN DL1-REJECTED-COUNT > ZERO
001190             WHEN DL1-READ-COUNT = ZERO
001200                 MOVE 8 TO RETURN-CODE
001210             WHEN OTHER
001220                 MOVE 0 TO RETURN-CODE
001230         END-EVALUATE
001240         IF DL1-READ-COUNT = ZERO
001250             DISPLAY 'DL1-0001-CHANGE SUBMISSION REJECTED - '
001260                     'NO TRANSACTIONS ON MNTFILE'
001270         END-IF
001280     END-IF.
001290     STOP RUN.
001300 0000-MAINLINE-EXIT.
001310     EXIT.
001320
001330*----------------------------------------------------------------
001340*    1000-INITIALIZE - BUILD THE SUBMISSION TIMESTAMP EVERY
001350*    CARD OF THIS RUN WILL CARRY AND OPEN BOTH FILES.  A
001360*    PENDING-CHANGE DATASET THAT HAS NEVER BEEN USED (STATUS
001370*    35) IS CREATED EMPTY, AS DL1U0002 DOES FOR THE CATALOG.
001380*----------------------------------------------------------------
001390 1000-INITIALIZE.
001400     ACCEPT DL1-RUN-DATE-YMD FROM DATE YYYYMMDD.
001410     ACCEPT DL1-RUN-TIME-HHMMSS FROM TIME.
001420     MOVE SPACES TO DL1-STAMP-TEXT.
001430     MOVE DL1-RUN-DATE-YMD (1:4) TO DL1-STAMP-TEXT (1:4).
001440     MOVE '-' TO DL1-STAMP-TEXT (5:1).
001450     MOVE DL1-RUN-DATE-YMD (5:2) TO DL1-STAMP-TEXT (6:2).
001460     MOVE '-' TO DL1-STAMP-TEXT (8:1).
001470     MOVE DL1-RUN-DATE-YMD (7:2) TO DL1-STAMP-TEXT (9:2).
001480     MOVE '-' TO DL1-STAMP-TEXT (11:1).
001490     MOVE DL1-RUN-TIME-HHMMSS (1:2) TO DL1-STAMP-TEXT (12:2).
001500     MOVE '.' TO DL1-STAMP-TEXT (14:1).
001510     MOVE DL1-RUN-TIME-HHMMSS (3:2) TO DL1-STAMP-TEXT (15:2).
001520     MOVE '.' TO DL1-STAMP-TEXT (17:1).
001530     MOVE DL1-RUN-TIME-HHMMSS (5:2) TO DL1-STAMP-TEXT (18:2).
001540     OPEN INPUT MNT-FILE.
001550     IF DL1-MNT-FILE-STATUS NOT = '00'
001560         DISPLAY 'DL1-0001-CHANGE SUBMISSION REJECTED - '
001570                 'MNTFILE COULD NOT BE OPENED - STATUS '
001580                 DL1-MNT-FILE-STATUS
001590         MOVE 'N' TO DL1-SETUP-OK-SW
001600         MOVE 8 TO RETURN-CODE
001610     ELSE
001620         OPEN I-O PND-FILE
001630         IF DL1-PND-FILE-STATUS = '35'
001640             OPEN OUTPUT PND-FILE
001650             CLOSE PND-FILE
001660             OPEN I-O PND-FILE
001670         END-IF
001680         IF DL1-PND-FILE-STATUS NOT = '00'
001690             DISPLAY 'DL1-0001-PNDKSDS COULD NOT BE OPENED - '
001700                     'STATUS ' DL1-PND-FILE-STATUS
001710             MOVE 'N' TO DL1-SETUP-OK-SW
001720             MOVE 16 TO RETURN-CODE
001730             CLOSE MNT-FILE
001740         END-IF
001750     END-IF.
001760 1000-INITIALIZE-EXIT.
001770     EXIT.
001780
001790*----------------------------------------------------------------
001800*    2000-SUBMIT-ONE-TRANSACTION - EDIT THE CARD AND PARK IT.
001810*    EVERY CARD ENDS WITH ONE SUBMITTED OR REJECTED LINE ON
001820*    SYSOUT.
001830*----------------------------------------------------------------
001840 2000-SUBMIT-ONE-TRANSACTION.
001850     READ MNT-FILE
001860         AT END
001870             MOVE 'Y' TO DL1-MNT-EOF-SW
001880         NOT AT END
001890             ADD 1 TO DL1-READ-COUNT
001900             MOVE 'Y' TO DL1-CARD-OK-SW
001910             MOVE SPACES TO DL1-REJECT-REASON
001920             PERFORM 2100-EDIT-TRANSACTION THRU
001930                     2100-EDIT-TRANSACTION-EXIT
001940             IF DL1-CARD-OK
001950                 PERFORM 2200-WRITE-PENDING-CHANGE THRU
001960                         2200-WRITE-PENDING-CHANGE-EXIT
001970             END-IF
001980             IF NOT DL1-CARD-OK
001990                 ADD 1 TO DL1-REJECTED-COUNT
002000                 DISPLAY 'DL1-0001-TRANSACTION REJECTED - '
002010                         DL1-MNT-ACTION ' ' DL1-MNT-RUN-ID
002020                         ' - ' DL1-REJECT-REASON
002030             END-IF
002040     END-READ.
002050 2000-SUBMIT-ONE-TRANSACTION-EXIT.
002060     EXIT.
002070
002080*----------------------------------------------------------------
002090*    2100-EDIT-TRANSACTION - THE FIRST RULE THAT FAILS IS THE
002100*    REASON.  EVERY CARD NEEDS A RUN-ID AND THE SUBMITTER -
002110*    WITHOUT THE SUBMITTER NOBODY CAN PROVE THE APPROVER IS
002120*    SOMEONE ELSE.
002130*----------------------------------------------------------------
002140 2100-EDIT-TRANSACTION.
002150     EVALUATE TRUE
002160         WHEN NOT DL1-MNT-ADD AND NOT DL1-MNT-UPDATE
002170          AND NOT DL1-MNT-DELETE
002180             MOVE 'ACTION MUST BE A, U OR D' TO DL1-REJECT-REASON
002190         WHEN DL1-MNT-RUN-ID = SPACES
002200             MOVE 'RUN-ID IS REQUIRED' TO DL1-REJECT-REASON
002210         WHEN DL1-MNT-PROBLEM-ID = SPACES
002220          AND NOT DL1-MNT-DELETE
002230             MOVE 'PROBLEM ID IS REQUIRED' TO DL1-REJECT-REASON
002240         WHEN DL1-MNT-SUBMITTER = SPACES
002250             MOVE 'SUBMITTER ID IS REQUIRED' TO DL1-REJECT-REASON
002260         WHEN DL1-SUBMITTED-COUNT >= 9999
002270             MOVE 'MORE THAN 9999 CARDS IN ONE SUBMISSION'
002280                 TO DL1-REJECT-REASON
002290     END-EVALUATE.
002300     IF DL1-REJECT-REASON NOT = SPACES
002310         MOVE 'N' TO DL1-CARD-OK-SW
002320     END-IF.
002330 2100-EDIT-TRANSACTION-EXIT.
002340     EXIT.
002350
002360*----------------------------------------------------------------
002370*    2200-WRITE-PENDING-CHANGE - THE KEY IS THIS RUN'S
002380*    TIMESTAMP AND THE CARD'S NUMBER AMONG THE CARDS
002390*    SUBMITTED, SO THE CHANGES APPLY IN SUBMISSION ORDER.  A
002400*    KEY ALREADY ON THE DATASET (A RESUBMISSION WITHIN THE
002410*    SAME SECOND) REJECTS THE CARD; ANY OTHER WRITE FAILURE
002420*    STOPS THE RUN AND THE CARDS ALREADY PARKED STAND.
002430*----------------------------------------------------------------
002440 2200-WRITE-PENDING-CHANGE.
002450     MOVE SPACES TO DL1-PENDING-RECORD.
002460     MOVE DL1-STAMP-TEXT TO DL1-PND-TIMESTAMP.
002470     COMPUTE DL1-PND-SEQUENCE = DL1-SUBMITTED-COUNT + 1.
002480     MOVE 'PENDING' TO DL1-PND-STATUS.
002490     MOVE DL1-MNT-SUBMITTER TO DL1-PND-SUBMITTER.
002500     MOVE DL1-STAMP-TEXT TO DL1-PND-STATUS-TIMESTAMP.
002510     MOVE 'SUBMITTED' TO DL1-PND-STATUS-REASON.
002520     MOVE DL1-MAINT-RECORD TO DL1-PND-MAINT-IMAGE.
002530     WRITE DL1-PENDING-RECORD
002540         INVALID KEY
002550             MOVE 'N' TO DL1-CARD-OK-SW
002560             MOVE 'PENDING KEY ALREADY ON PNDKSDS - RESUBMIT'
002570                 TO DL1-REJECT-REASON
002580         NOT INVALID KEY
002590             ADD 1 TO DL1-SUBMITTED-COUNT
002600             DISPLAY 'DL1-0001-CHANGE ' DL1-PND-TIMESTAMP ' '
002610                     DL1-PND-SEQUENCE ' SUBMITTED - ACTION '
002620                     DL1-MNT-ACTION ' RUN ID ' DL1-MNT-RUN-ID
002630                     ' BY ' DL1-MNT-SUBMITTER
002640     END-WRITE.
002650     IF DL1-PND-FILE-STATUS NOT = '00'
002660        AND DL1-PND-FILE-STATUS NOT = '22'
002670         DISPLAY 'DL1-0001-CHANGE SUBMISSION FAILED - '
002680                 'RUN ID ' DL1-MNT-RUN-ID
002690                 ' WRITE STATUS ' DL1-PND-FILE-STATUS
002700         MOVE 'Y' TO DL1-UPDATE-FAILED-SW
002710     END-IF.
002720 2200-WRITE-PENDING-CHANGE-EXIT.
002730     EXIT.
002740
002750 END PROGRAM DL1U0003.
