000270*        CONDITION CODE ZERO - A QUESTIONABLE RUN MUST NEVER
000280*        BECOME THE GOLDEN ANSWER
000290*    EVERY LINE'S DISPOSITION (MATCHED / ADDED / EXCEPTION /
000300*    NOT ADDED) PRINTS ON GLDRPT.  A LINE WHOSE PROBLEM IS NOT
000302*    ON THE PROBLEM CATALOG (PRBKSDS), OR WHOSE ANSWER TYPE IS
000304*    NOT THE ONE THE CATALOG RECORDS FOR THE PROBLEM, IS AN
000306*    EXCEPTION BEFORE THE MASTER IS EVEN READ - A NEW GOLDEN
000308*    ANSWER TAKES ITS ANSWER TYPE FROM THE CATALOG.
000310*
000320*    RETURN-CODE 0 = EVERY LINE MATCHED OR WAS ADDED, 4 =
000330*    RPTFILE MISSING (NOTHING TO CHECK), 8 = AT LEAST ONE
000370*    DATE       INIT  DESCRIPTION
000380*    ---------- ----  ----------------------------------
000390*    2026-09-02 JM    ORIGINAL PROGRAM.
000391*    2026-10-05 JM    EVERY REPORT LINE IS NOW CHECKED AGAINST THE
000392*                     PROBLEM CATALOG (PRBKSDS, THROUGH DL1I0001)
000393*                     BEFORE THE MASTER IS READ - A PROBLEM NOT ON
000394*                     THE CATALOG OR A CATALOG THAT CANNOT BE READ
000395*                     RAISES DL1-0702E, AN ANSWER TYPE OTHER THAN
000396*                     THE CATALOG'S RAISES DL1-0703E.  A NEW
000397*                     MASTER ENTRY TAKES ITS ANSWER TYPE FROM THE
000398*                     CATALOG.
000400*----------------------------------------------------------------
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.              DL1G0001.
001510 77  DL1-RUN-DATE-YMD          PIC 9(08) VALUE ZERO.
001520 77  DL1-RUN-DATE-TEXT         PIC X(10) VALUE SPACES.
001530     COPY EXCPRM00.
001533     COPY PRBPRM00.
001536     COPY PRBREC00.
001540
001550*    RUN-ID TO PROBLEM-ID MAP LOADED FROM CTLFILE - THE
001560*    REPORT LINE CARRIES NO PROBLEM-ID OF ITS OWN.
003990*    MATCHED, EXCEPTION (RECORDED ANSWER DIFFERS), ADDED
004000*    (FIRST TIME, RUN ENDED CLEAN) OR NOT ADDED.  A LINE
004010*    WHOSE RUN-ID IS NOT ON CTLFILE IS AN EXCEPTION TOO -
004020*    THE REPORT AND THE RUN BOOK MUST TELL ONE STORY.  SO IS
004025*    A LINE THE PROBLEM CATALOG DOES NOT VOUCH FOR.
004030*----------------------------------------------------------------
004040 3000-CHECK-ONE-REPORT-LINE.
004050     PERFORM 3100-FIND-PROBLEM-ID THRU
004120         PERFORM 4000-PRINT-ONE-LINE THRU
004130                 4000-PRINT-ONE-LINE-EXIT
004140     ELSE
004142         PERFORM 3150-CHECK-CATALOG THRU
004144                 3150-CHECK-CATALOG-EXIT
004146         IF DL1-PRBP-FOUND
004148            AND DL1-RPT-ANSWER-TYPE = DL1-PRB-ANSWER-TYPE
004150             PERFORM 3200-LOOK-UP-MASTER THRU
004160                     3200-LOOK-UP-MASTER-EXIT
004165         END-IF
004170     END-IF.
004180     READ RPT-FILE
004190         AT END
004410 3110-MATCH-ONE-CONTROL-EXIT.
004420     EXIT.
004430
004431*----------------------------------------------------------------
004432*    3150-CHECK-CATALOG - THE LINE'S PROBLEM MUST BE ON THE
004433*    PROBLEM CATALOG AND THE LINE MUST CARRY THE ANSWER TYPE
004434*    THE CATALOG RECORDS FOR IT; OTHERWISE THE LINE IS AN
004435*    EXCEPTION AND IS NEITHER COMPARED NOR ADDED.  A DISABLED
004436*    PROBLEM IS STILL CHECKED - ITS LINE WAS RUN BEFORE IT WAS
004437*    TURNED OFF, OR BY HAND.
004438*----------------------------------------------------------------
004439 3150-CHECK-CATALOG.
004440     MOVE DL1-CTL-SAVE-PROBLEM-ID (DL1-CTL-MATCH-IDX)
004441         TO DL1-PRBP-PROBLEM-ID.
004442     CALL 'DL1I0001' USING DL1-CATALOG-PARMS
004443                           DL1-PROBLEM-CATALOG-RECORD.
004444     EVALUATE TRUE
004445         WHEN DL1-PRBP-UNAVAILABLE
004446             ADD 1 TO DL1-EXCEPTION-COUNT
004447             MOVE 'EXCEPTION - CATALOG UNAVAILABLE' TO
004448                 DL1-DTL-DISPOSITION
004449             DISPLAY 'DL1-0001-PROBLEM CATALOG COULD NOT BE '
004450                     'READ - STATUS ' DL1-PRBP-FILE-STATUS
004451             MOVE DL1-RPT-RUN-ID TO DL1-EXCP-RUN-ID
004452             MOVE 'DL1-0702E' TO DL1-EXCP-MSG-ID
004453             MOVE 'PROBLEM CATALOG UNAVAILABLE - RUN '
004454                 TO DL1-EXCP-TEXT
004455             MOVE DL1-RPT-RUN-ID TO DL1-EXCP-TEXT (35:8)
004456             PERFORM 9100-NOTIFY-EXCEPTION THRU
004457                     9100-NOTIFY-EXCEPTION-EXIT
004458             PERFORM 4000-PRINT-ONE-LINE THRU
004459                     4000-PRINT-ONE-LINE-EXIT
004460         WHEN DL1-PRBP-NOT-FOUND
004461             ADD 1 TO DL1-EXCEPTION-COUNT
004462             MOVE 'EXCEPTION - PROBLEM NOT IN CATALOG' TO
004463                 DL1-DTL-DISPOSITION
004464             DISPLAY 'DL1-0001-GOLDEN-ANSWER EXCEPTION - RUN '
004465                     DL1-RPT-RUN-ID ' PROBLEM IS NOT IN THE '
004466                     'PROBLEM CATALOG'
004467             MOVE DL1-RPT-RUN-ID TO DL1-EXCP-RUN-ID
004468             MOVE 'DL1-0702E' TO DL1-EXCP-MSG-ID
004469             MOVE 'PROBLEM NOT IN CATALOG - RUN ' TO DL1-EXCP-TEXT
004470             MOVE DL1-RPT-RUN-ID TO DL1-EXCP-TEXT (30:8)
004471             PERFORM 9100-NOTIFY-EXCEPTION THRU
004472                     9100-NOTIFY-EXCEPTION-EXIT
004473             PERFORM 4000-PRINT-ONE-LINE THRU
004474                     4000-PRINT-ONE-LINE-EXIT
004475         WHEN DL1-RPT-ANSWER-TYPE NOT = DL1-PRB-ANSWER-TYPE
004476             ADD 1 TO DL1-EXCEPTION-COUNT
004477             MOVE 'EXCEPTION - ANSWER TYPE NOT CATALOG''S' TO
004478                 DL1-DTL-DISPOSITION
004479             DISPLAY 'DL1-0001-GOLDEN-ANSWER EXCEPTION - RUN '
004480                     DL1-RPT-RUN-ID ' ANSWER TYPE '
004481                     DL1-RPT-ANSWER-TYPE ' CATALOG SAYS '
004482                     DL1-PRB-ANSWER-TYPE
004483             MOVE DL1-RPT-RUN-ID TO DL1-EXCP-RUN-ID
004484             MOVE 'DL1-0703E' TO DL1-EXCP-MSG-ID
004485             MOVE 'ANSWER TYPE DIFFERS FROM CATALOG - RUN '
004486                 TO DL1-EXCP-TEXT
004487             MOVE DL1-RPT-RUN-ID TO DL1-EXCP-TEXT (40:8)
004488             PERFORM 9100-NOTIFY-EXCEPTION THRU
004489                     9100-NOTIFY-EXCEPTION-EXIT
004490             PERFORM 4000-PRINT-ONE-LINE THRU
004491                     4000-PRINT-ONE-LINE-EXIT
004492         WHEN OTHER
004493             CONTINUE
004494     END-EVALUATE.
004495 3150-CHECK-CATALOG-EXIT.
004496     EXIT.
004497
004498*----------------------------------------------------------------
004499*    3200-LOOK-UP-MASTER - RANDOM READ ON PROBLEM-ID PLUS
004500*    PARAMETER TEXT.  FOUND MEANS THE ANSWER MUST MATCH;
004501*    NOT FOUND MEANS A FIRST-TIME PARAMETER SET.
004502*----------------------------------------------------------------
004503 3200-LOOK-UP-MASTER.
004504     MOVE DL1-CTL-SAVE-PROBLEM-ID (DL1-CTL-MATCH-IDX)
004510         TO DL1-GLD-PROBLEM-ID.
004520     MOVE DL1-RPT-PARM-TEXT TO DL1-GLD-PARM-TEXT.
004530     READ GLD-FILE
005000     IF DL1-AUDCC-FOUND
005010        AND DL1-AUDCC-COND-CODE (DL1-AUDCC-MATCH-IDX) = ZERO
005020         MOVE DL1-RPT-SUMME TO DL1-GLD-ANSWER
005030         MOVE DL1-PRB-ANSWER-TYPE TO DL1-GLD-ANSWER-TYPE
005040         MOVE DL1-RPT-RUN-ID TO DL1-GLD-FIRST-RUN-ID
005050         MOVE DL1-RUN-DATE-TEXT TO DL1-GLD-FIRST-DATE
005060         WRITE DL1-GLD-RECORD
