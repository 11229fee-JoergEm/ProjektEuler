000190*    RECORD, FLAGS RUN-IDS THAT APPEAR MORE THAN ONCE (THE
000200*    CHECKPOINT RESTART IN 1100-CHECK-RESTART AND THE AUDIT
000210*    TRAIL BOTH KEY ON RUN-ID, SO A DUPLICATE QUIETLY
000220*    CORRUPTS BOTH) AND RUN-IDS WITH A PROBLEM ID THAT IS NOT
000230*    ON THE PROBLEM CATALOG (PRBKSDS), CHECKS EVERY PREDECESSOR
000233*    A RECORD NAMES (IT MUST EXIST, STAND AHEAD OF THE RECORD
000236*    AND NOT LEAD ROUND A CHAIN BACK TO IT), AND PRINTS A
000240*    RECORD-BY-RECORD GO/NO-GO REPORT.  A RECORD THAT PASSES
000242*    EVERY RULE BUT WHOSE PROBLEM OPERATIONS HAVE DISABLED IN
000244*    THE CATALOG IS SHOWN AS OFF - DL1M0001 WILL SKIP IT, WHICH
000246*    IS NOT A REASON TO HOLD THE BOOK.
000250*
000260*    RETURN-CODE 0 = EVERY RECORD GO (RELEASE DL1J0001),
000270*    8 = AT LEAST ONE NO-GO (THE SCHEDULER HOLDS DL1J0001),
000310*    DATE       INIT  DESCRIPTION
000320*    ---------- ----  ----------------------------------
000330*    2026-09-02 JM    ORIGINAL PROGRAM.
000331*    2026-09-21 JM    PREDECESSOR PROOFING - A FIRST PASS LOADS
000332*                     THE WHOLE BOOK, AND A RECORD IS NO-GO WHEN A
000333*                     PREDECESSOR IT NAMES (CTLREC00) IS NOT ON
000334*                     THE BOOK, STANDS AFTER IT, OR LEADS ROUND A
000335*                     CIRCULAR CHAIN BACK TO IT.
000336*    2026-10-05 JM    THE PROBLEM-ID CHECK NOW LOOKS THE PROBLEM
000337*                     UP ON THE PROBLEM CATALOG (PRBKSDS, THROUGH
000338*                     DL1I0001) INSTEAD OF A LIST OF LITERALS -
000339*                     NOT ON THE CATALOG, OR A CATALOG THAT CANNOT
000340*                     BE READ, IS A NO-GO.  A RECORD WHOSE PROBLEM
000341*                     IS DISABLED IS SHOWN AS OFF AND COUNTED ON
000342*                     THE TRAILER, BUT DOES NOT HOLD THE BOOK.
000343*----------------------------------------------------------------
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.              DL1P0001.
000370 AUTHOR.                  JOERG M.
000900     88  DL1-VALID-PARMS                 VALUE 'Y'.
000910     88  DL1-INVALID-PARMS               VALUE 'N'.
000920 77  DL1-VALIDATION-REASON     PIC X(30) VALUE SPACES.
000922 77  DL1-DISABLED-COUNT        PIC 9(04) COMP
000924                               VALUE ZERO.
000926 77  DL1-RECORD-OFF-SW         PIC X(01) VALUE 'N'.
000928     88  DL1-RECORD-OFF                  VALUE 'Y'.
000930 77  DL1-LINE-COUNT            PIC 9(03) COMP
000940                               VALUE ZERO.
000950 77  DL1-PAGE-COUNT            PIC 9(04) COMP
000970 77  DL1-LINES-PER-PAGE        PIC 9(03) COMP
000980                               VALUE 50.
000990 77  DL1-RUN-DATE-YMD          PIC 9(08) VALUE ZERO.
000991 77  DL1-BOOK-COUNT            PIC 9(04) COMP
000992                               VALUE ZERO.
000993 77  DL1-BOOK-IDX              PIC 9(04) COMP
000994                               VALUE ZERO.
000995 77  DL1-SEARCH-IDX            PIC 9(04) COMP
000996                               VALUE ZERO.
000997 77  DL1-PRED-IDX              PIC 9(02) COMP
000998                               VALUE ZERO.
000999 77  DL1-PRED-POS              PIC 9(04) COMP
001000                               VALUE ZERO.
001001 77  DL1-PRED-OK-SW            PIC X(01) VALUE 'Y'.
001002     88  DL1-PRED-OK                     VALUE 'Y'.
001003     88  DL1-PRED-BAD                    VALUE 'N'.
001004 77  DL1-MARK-CHANGED-SW       PIC X(01) VALUE 'N'.
001005     88  DL1-MARK-CHANGED                VALUE 'Y'.
001006     COPY EXCPRM00.
001007     COPY PRBPRM00.
001008     COPY PRBREC00.
001010
001020*    EVERY RUN-ID SEEN SO FAR ON THIS CTLFILE.  A RUN-ID
001030*    ALREADY IN THE TABLE IS A DUPLICATE AND A NO-GO.
001050     05  DL1-RUNID-ENTRY       PIC X(08)
001060                               OCCURS 200 TIMES.
001070
001071*    THE WHOLE RUN BOOK IN BOOK ORDER, LOADED BY A FIRST PASS
001072*    SO A PREDECESSOR CAN BE FOUND WHEREVER IT STANDS.
001073*    DL1-BOOK-PRED-POS IS THE BOOK POSITION OF EACH NAMED
001074*    PREDECESSOR (ZERO = BLANK OR NOT ON THE BOOK).
001075 01  DL1-BOOK-TABLE.
001076     05  DL1-BOOK-ENTRY        OCCURS 200 TIMES.
001077         10  DL1-BOOK-RUN-ID   PIC X(08).
001078         10  DL1-BOOK-PREDECESSOR
001079                               PIC X(08) OCCURS 3 TIMES.
001080         10  DL1-BOOK-PRED-POS PIC 9(04) COMP
001081                               OCCURS 3 TIMES.
001082
001083*    BOOK POSITIONS REACHABLE BY FOLLOWING PREDECESSORS FROM
001084*    ONE STARTING RECORD - A RECORD THAT CAN REACH ITSELF
001085*    SITS ON A CIRCULAR CHAIN.
001086 01  DL1-MARK-TABLE.
001087     05  DL1-MARK              PIC X(01) OCCURS 200 TIMES.
001088
001089 01  DL1-HDG1-LINE.
001090     05  FILLER                PIC X(09) VALUE 'DL1P0001 '.
001100     05  FILLER                PIC X(34) VALUE
001110         'RUN-BOOK PRE-FLIGHT PROOFING      '.
001410     05  DL1-TRL-COUNT         PIC Z(04)9.
001420     05  FILLER                PIC X(12) VALUE '  NO-GO -   '.
001430     05  DL1-TRL-NOGO          PIC Z(04)9.
001434     05  FILLER                PIC X(14) VALUE
001438         '  DISABLED -  '.
001442     05  DL1-TRL-DISABLED      PIC Z(04)9.
001446     05  FILLER                PIC X(71) VALUE SPACES.
001450
001460 PROCEDURE DIVISION.
001470*----------------------------------------------------------------
001680*----------------------------------------------------------------
001690 1000-INITIALIZE.
001700     ACCEPT DL1-RUN-DATE-YMD FROM DATE YYYYMMDD.
001705     PERFORM 1100-LOAD-BOOK THRU 1100-LOAD-BOOK-EXIT.
001710     OPEN INPUT CTL-FILE.
001720     IF DL1-CTL-FILE-STATUS NOT = '00'
001730         DISPLAY 'DL1-0001-PROOFING FAILED - CTLFILE COULD '
002050     END-IF.
002060 1000-INITIALIZE-EXIT.
002070     EXIT.
002071
002072*----------------------------------------------------------------
002073*    1100-LOAD-BOOK - FIRST PASS OF CTLFILE: EVERY RUN-ID
002074*    AND ITS PREDECESSORS IN BOOK ORDER, THEN THE BOOK
002075*    POSITION OF EACH PREDECESSOR.  A MISSING OR EMPTY
002076*    CTLFILE LOADS NOTHING - 1000-INITIALIZE REPORTS IT.
002077*----------------------------------------------------------------
002078 1100-LOAD-BOOK.
002079     MOVE ZERO TO DL1-BOOK-COUNT.
002080     OPEN INPUT CTL-FILE.
002081     IF DL1-CTL-FILE-STATUS = '00'
002082         MOVE 'N' TO DL1-CTL-EOF-SW
002083         PERFORM 1110-LOAD-ONE-RECORD THRU
002084                 1110-LOAD-ONE-RECORD-EXIT
002085             UNTIL DL1-CTL-AT-EOF
002086         CLOSE CTL-FILE
002087         MOVE 'N' TO DL1-CTL-EOF-SW
002088         PERFORM 1120-RESOLVE-ONE-ENTRY THRU
002089                 1120-RESOLVE-ONE-ENTRY-EXIT
002090             VARYING DL1-BOOK-IDX FROM 1 BY 1
002091             UNTIL DL1-BOOK-IDX > DL1-BOOK-COUNT
002092     END-IF.
002093 1100-LOAD-BOOK-EXIT.
002094     EXIT.
002095
002096 1110-LOAD-ONE-RECORD.
002097     READ CTL-FILE
002098         AT END
002099             MOVE 'Y' TO DL1-CTL-EOF-SW
002100         NOT AT END
002101             IF DL1-BOOK-COUNT < 200
002102                 ADD 1 TO DL1-BOOK-COUNT
002103                 MOVE DL1-CTL-RUN-ID
002104                     TO DL1-BOOK-RUN-ID (DL1-BOOK-COUNT)
002105                 MOVE DL1-CTL-PREDECESSOR (1)
002106                     TO DL1-BOOK-PREDECESSOR (DL1-BOOK-COUNT 1)
002107                 MOVE DL1-CTL-PREDECESSOR (2)
002108                     TO DL1-BOOK-PREDECESSOR (DL1-BOOK-COUNT 2)
002109                 MOVE DL1-CTL-PREDECESSOR (3)
002110                     TO DL1-BOOK-PREDECESSOR (DL1-BOOK-COUNT 3)
002111             END-IF
002112     END-READ.
002113 1110-LOAD-ONE-RECORD-EXIT.
002114     EXIT.
002115
002116 1120-RESOLVE-ONE-ENTRY.
002117     PERFORM 1130-RESOLVE-ONE-PREDECESSOR THRU
002118             1130-RESOLVE-ONE-PREDECESSOR-EXIT
002119         VARYING DL1-PRED-IDX FROM 1 BY 1
002120         UNTIL DL1-PRED-IDX > 3.
002121 1120-RESOLVE-ONE-ENTRY-EXIT.
002122     EXIT.
002123
002124 1130-RESOLVE-ONE-PREDECESSOR.
002125     MOVE ZERO TO DL1-PRED-POS.
002126     IF DL1-BOOK-PREDECESSOR (DL1-BOOK-IDX DL1-PRED-IDX)
002127        NOT = SPACES
002128         PERFORM 1140-MATCH-ONE-POSITION THRU
002129                 1140-MATCH-ONE-POSITION-EXIT
002130             VARYING DL1-SEARCH-IDX FROM 1 BY 1
002131             UNTIL DL1-SEARCH-IDX > DL1-BOOK-COUNT
002132                OR DL1-PRED-POS > ZERO
002133     END-IF.
002134     MOVE DL1-PRED-POS
002135         TO DL1-BOOK-PRED-POS (DL1-BOOK-IDX DL1-PRED-IDX).
002136 1130-RESOLVE-ONE-PREDECESSOR-EXIT.
002137     EXIT.
002138
002139 1140-MATCH-ONE-POSITION.
002140     IF DL1-BOOK-RUN-ID (DL1-SEARCH-IDX)
002141        = DL1-BOOK-PREDECESSOR (DL1-BOOK-IDX DL1-PRED-IDX)
002142         MOVE DL1-SEARCH-IDX TO DL1-PRED-POS
002143     END-IF.
002144 1140-MATCH-ONE-POSITION-EXIT.
002145     EXIT.
002146
002147*----------------------------------------------------------------
002148*    2000-PROOF-ONE-RECORD - APPLY EVERY PROOFING RULE TO THE
002149*    CONTROL RECORD JUST READ, PRINT ITS GO/NO-GO LINE AND
002150*    READ THE NEXT RECORD.  THE REASON SHOWN IS THE FIRST
002151*    RULE THAT FAILED: A DUPLICATE RUN-ID FIRST (IT CORRUPTS
002152*    RESTART AND HISTORY WHATEVER ELSE IS RIGHT), THEN A
002153*    PROBLEM ID NOT ON THE CATALOG, THEN THE DL1V0001
002156*    VALIDATION REASON, THEN A BAD PREDECESSOR.
002160*----------------------------------------------------------------
002170 2000-PROOF-ONE-RECORD.
002180     ADD 1 TO DL1-RECORD-COUNT.
002190     MOVE 'Y' TO DL1-RECORD-GO-SW.
002200     MOVE SPACES TO DL1-NOGO-REASON.
002205     MOVE 'N' TO DL1-RECORD-OFF-SW.
002210     PERFORM 2100-CHECK-DUPLICATE-RUN-ID THRU
002220             2100-CHECK-DUPLICATE-RUN-ID-EXIT.
002230     PERFORM 2200-CHECK-PROBLEM-ID THRU
002240             2200-CHECK-PROBLEM-ID-EXIT.
002250     PERFORM 2300-CHECK-VALIDATION-RULES THRU
002260             2300-CHECK-VALIDATION-RULES-EXIT.
002263     PERFORM 2400-CHECK-PREDECESSORS THRU
002266             2400-CHECK-PREDECESSORS-EXIT.
002270     PERFORM 4000-PRINT-ONE-RECORD THRU
002280             4000-PRINT-ONE-RECORD-EXIT.
002290     IF DL1-RECORD-NOGO
002300         ADD 1 TO DL1-NOGO-COUNT
002310     END-IF.
002312     IF DL1-RECORD-GO
002314        AND DL1-RECORD-OFF
002316         ADD 1 TO DL1-DISABLED-COUNT
002318     END-IF.
002320     READ CTL-FILE
002330         AT END
002340             MOVE 'Y' TO DL1-CTL-EOF-SW
002760     EXIT.
002770
002780*----------------------------------------------------------------
002790*    2200-CHECK-PROBLEM-ID - THE PROBLEM ID MUST HAVE A ROW
002800*    ON THE PROBLEM CATALOG, WHICH IS WHERE DL1M0001 FINDS THE
002810*    MODULE TO CALL.  A CATALOG THAT CANNOT BE READ PROOFS
002813*    NOTHING AND IS A NO-GO TOO.  A DISABLED PROBLEM ONLY
002816*    MARKS THE RECORD OFF.
002820*----------------------------------------------------------------
002830 2200-CHECK-PROBLEM-ID.
002834     MOVE DL1-CTL-PROBLEM-ID TO DL1-PRBP-PROBLEM-ID.
002838     CALL 'DL1I0001' USING DL1-CATALOG-PARMS
002842                           DL1-PROBLEM-CATALOG-RECORD.
002846     EVALUATE TRUE
002850         WHEN DL1-PRBP-FOUND
002854             IF DL1-PRB-DISABLED
002858                 MOVE 'Y' TO DL1-RECORD-OFF-SW
002862             END-IF
002866         WHEN DL1-PRBP-UNAVAILABLE
002870             MOVE 'N' TO DL1-RECORD-GO-SW
002874             IF DL1-NOGO-REASON = SPACES
002878                 MOVE 'PROBLEM CATALOG UNAVAILABLE'
002882                     TO DL1-NOGO-REASON
002886             END-IF
002890         WHEN OTHER
002894             MOVE 'N' TO DL1-RECORD-GO-SW
002898             IF DL1-NOGO-REASON = SPACES
002902                 MOVE 'PROBLEM NOT IN CATALOG' TO DL1-NOGO-REASON
002906             END-IF
002910     END-EVALUATE.
002920 2200-CHECK-PROBLEM-ID-EXIT.
002930     EXIT.
002940
003090     END-IF.
003100 2300-CHECK-VALIDATION-RULES-EXIT.
003110     EXIT.
003111
003112*----------------------------------------------------------------
003113*    2400-CHECK-PREDECESSORS - DL1M0001 HOLDS A RECORD ONLY
003114*    ON WHAT IT HAS ALREADY RUN, SO EVERY PREDECESSOR MUST BE
003115*    ON THE BOOK AND AHEAD OF THE RECORD.  A PREDECESSOR
003116*    WHOSE OWN CHAIN LEADS BACK TO THE RECORD (INCLUDING THE
003117*    RECORD NAMING ITSELF) IS A CIRCULAR CHAIN - REPORTED AS
003118*    SUCH ON EVERY RECORD OF THE LOOP.  THE RECORD'S BOOK
003119*    POSITION IS ITS RECORD COUNT; A RECORD BEYOND THE
003120*    200-ENTRY TABLE IS ALREADY NO-GO.
003121*----------------------------------------------------------------
003122 2400-CHECK-PREDECESSORS.
003123     MOVE 'Y' TO DL1-PRED-OK-SW.
003124     IF DL1-RECORD-COUNT NOT > DL1-BOOK-COUNT
003125         PERFORM 2410-CHECK-ONE-PREDECESSOR THRU
003126                 2410-CHECK-ONE-PREDECESSOR-EXIT
003127             VARYING DL1-PRED-IDX FROM 1 BY 1
003128             UNTIL DL1-PRED-IDX > 3
003129                OR DL1-PRED-BAD
003130     END-IF.
003131     IF DL1-PRED-BAD
003132         MOVE 'N' TO DL1-RECORD-GO-SW
003133         IF DL1-NOGO-REASON = SPACES
003134             MOVE DL1-VALIDATION-REASON TO DL1-NOGO-REASON
003135         END-IF
003136     END-IF.
003137 2400-CHECK-PREDECESSORS-EXIT.
003138     EXIT.
003139
003140 2410-CHECK-ONE-PREDECESSOR.
003141     IF DL1-CTL-PREDECESSOR (DL1-PRED-IDX) NOT = SPACES
003142         MOVE DL1-BOOK-PRED-POS (DL1-RECORD-COUNT DL1-PRED-IDX)
003143             TO DL1-PRED-POS
003144         IF DL1-PRED-POS = ZERO
003145             MOVE 'N' TO DL1-PRED-OK-SW
003146             MOVE 'PREDECESSOR ' TO DL1-VALIDATION-REASON
003147             MOVE DL1-CTL-PREDECESSOR (DL1-PRED-IDX)
003148                 TO DL1-VALIDATION-REASON (13:8)
003149             MOVE ' MISSING' TO DL1-VALIDATION-REASON (21:8)
003150         ELSE
003151             PERFORM 2420-TRACE-CHAIN THRU 2420-TRACE-CHAIN-EXIT
003152             IF DL1-MARK (DL1-RECORD-COUNT) = 'Y'
003153                 MOVE 'N' TO DL1-PRED-OK-SW
003154                 MOVE 'CIRCULAR CHAIN VIA '
003155                     TO DL1-VALIDATION-REASON
003156                 MOVE DL1-CTL-PREDECESSOR (DL1-PRED-IDX)
003157                     TO DL1-VALIDATION-REASON (20:8)
003158             ELSE
003159                 IF DL1-PRED-POS NOT < DL1-RECORD-COUNT
003160                     MOVE 'N' TO DL1-PRED-OK-SW
003161                     MOVE 'PREDECESSOR '
003162                         TO DL1-VALIDATION-REASON
003163                     MOVE DL1-CTL-PREDECESSOR (DL1-PRED-IDX)
003164                         TO DL1-VALIDATION-REASON (13:8)
003165                     MOVE ' IS LATER'
003166                         TO DL1-VALIDATION-REASON (21:9)
003167                 END-IF
003168             END-IF
003169         END-IF
003170     END-IF.
003171 2410-CHECK-ONE-PREDECESSOR-EXIT.
003172     EXIT.
003173
003174*----------------------------------------------------------------
003175*    2420-TRACE-CHAIN - MARK THE PREDECESSOR AT DL1-PRED-POS
003176*    AND EVERYTHING UPSTREAM OF IT, ONE SWEEP OF THE BOOK AT
003177*    A TIME UNTIL A SWEEP MARKS NOTHING NEW.
003178*----------------------------------------------------------------
003179 2420-TRACE-CHAIN.
003180     MOVE ALL 'N' TO DL1-MARK-TABLE.
003181     MOVE 'Y' TO DL1-MARK (DL1-PRED-POS).
003182     MOVE 'Y' TO DL1-MARK-CHANGED-SW.
003183     PERFORM 2430-SWEEP-BOOK THRU 2430-SWEEP-BOOK-EXIT
003184         UNTIL NOT DL1-MARK-CHANGED
003185            OR DL1-MARK (DL1-RECORD-COUNT) = 'Y'.
003186 2420-TRACE-CHAIN-EXIT.
003187     EXIT.
003188
003189 2430-SWEEP-BOOK.
003190     MOVE 'N' TO DL1-MARK-CHANGED-SW.
003191     PERFORM 2440-SWEEP-ONE-ENTRY THRU 2440-SWEEP-ONE-ENTRY-EXIT
003192         VARYING DL1-BOOK-IDX FROM 1 BY 1
003193         UNTIL DL1-BOOK-IDX > DL1-BOOK-COUNT.
003194 2430-SWEEP-BOOK-EXIT.
003195     EXIT.
003196
003197 2440-SWEEP-ONE-ENTRY.
003198     IF DL1-MARK (DL1-BOOK-IDX) = 'Y'
003199         PERFORM 2450-MARK-ONE-PREDECESSOR THRU
003200                 2450-MARK-ONE-PREDECESSOR-EXIT
003201             VARYING DL1-SEARCH-IDX FROM 1 BY 1
003202             UNTIL DL1-SEARCH-IDX > 3
003203     END-IF.
003204 2440-SWEEP-ONE-ENTRY-EXIT.
003205     EXIT.
003206
003207 2450-MARK-ONE-PREDECESSOR.
003208     IF DL1-BOOK-PRED-POS (DL1-BOOK-IDX DL1-SEARCH-IDX) > ZERO
003209         IF DL1-MARK (DL1-BOOK-PRED-POS
003210                      (DL1-BOOK-IDX DL1-SEARCH-IDX)) = 'N'
003211             MOVE 'Y' TO DL1-MARK (DL1-BOOK-PRED-POS
003212                      (DL1-BOOK-IDX DL1-SEARCH-IDX))
003213             MOVE 'Y' TO DL1-MARK-CHANGED-SW
003214         END-IF
003215     END-IF.
003216 2450-MARK-ONE-PREDECESSOR-EXIT.
003217     EXIT.
003218
003219 4000-PRINT-ONE-RECORD.
003220     MOVE SPACES TO DL1-DETAIL-LINE.
003221     MOVE DL1-RECORD-COUNT TO DL1-DTL-RECNO.
003222     MOVE DL1-CTL-RUN-ID TO DL1-DTL-RUN-ID.
003223     MOVE DL1-CTL-PROBLEM-ID TO DL1-DTL-PROBLEM-ID.
003225     EVALUATE TRUE
003227         WHEN DL1-RECORD-NOGO
003229             MOVE 'NO-GO' TO DL1-DTL-STATUS
003231             MOVE DL1-NOGO-REASON TO DL1-DTL-REASON
003233         WHEN DL1-RECORD-OFF
003235             MOVE 'OFF' TO DL1-DTL-STATUS
003237             MOVE 'PROBLEM DISABLED IN CATALOG' TO DL1-DTL-REASON
003239         WHEN OTHER
003241             MOVE 'GO' TO DL1-DTL-STATUS
003243             MOVE 'OK' TO DL1-DTL-REASON
003245     END-EVALUATE.
003250     PERFORM 8200-WRITE-DETAIL-LINE THRU
003260             8200-WRITE-DETAIL-LINE-EXIT.
003270 4000-PRINT-ONE-RECORD-EXIT.
003370     WRITE DL1-PRT-RECORD AFTER ADVANCING 1 LINE.
003380     MOVE DL1-RECORD-COUNT TO DL1-TRL-COUNT.
003390     MOVE DL1-NOGO-COUNT TO DL1-TRL-NOGO.
003395     MOVE DL1-DISABLED-COUNT TO DL1-TRL-DISABLED.
003400     WRITE DL1-PRT-RECORD FROM DL1-TRAILER-LINE
003410         AFTER ADVANCING 1 LINE.
003420     CLOSE PRT-FILE.
003430     DISPLAY 'DL1-0001-PROOFING COMPLETE - ' DL1-RECORD-COUNT
003440             ' RECORD(S) PROOFED - ' DL1-NOGO-COUNT
003450             ' NO-GO - ' DL1-DISABLED-COUNT ' DISABLED'.
003460     IF DL1-NOGO-COUNT > ZERO
003470         MOVE SPACES TO DL1-EXCP-RUN-ID
003480         MOVE 'DL1-0601E' TO DL1-EXCP-MSG-ID
