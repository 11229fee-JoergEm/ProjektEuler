000150*               ALL CALLERS AGREE ON WHAT MAKES A CONTROL
000160*               RECORD VALID.
000170*
000180*    THE PROBLEM MUST BE ON THE PROBLEM CATALOG (PRBKSDS), AND
000190*    ITS CATALOG PARAMETER SHAPE PICKS THE RULES: A SUMMATION
000200*    PROBLEM NEEDS AN UPPER BOUND ABOVE ZERO, AND THE DIVISOR
000201*    RULES (COUNT 1 THRU 10, EVERY ACTIVE DIVISOR AT LEAST 1)
000202*    APPLY ONLY WHEN ITS SHAPE CARRIES A DIVISOR LIST.
000203*
000210*    MODIFICATION HISTORY
000220*    DATE       INIT  DESCRIPTION
000302*                     THE EFFECTIVE-FROM/EFFECTIVE-TO WINDOW
000303*                     (YYYY-MM-DD SHAPE, FROM NOT AFTER TO).
000304*                     MESSAGES DL1-0505E THRU DL1-0508E.
000305*    2026-10-05 JM    THE PARAMETER RULES NOW COME FROM THE
000306*                     PROBLEM'S ROW ON THE PROBLEM CATALOG
000307*                     (PRBKSDS, READ THROUGH DL1I0001) INSTEAD OF
000308*                     TESTS ON PROBLEM IDS 0002 AND 0003 - ITS
000309*                     PARAMETER SHAPE SAYS WHETHER THE TARGET-
000310*                     NUMBER, UPPER-BOUND OR DIVISOR RULES APPLY.
000311*                     A PROBLEM NOT IN THE CATALOG FAILS WITH
000312*                     DL1-0509E, AN UNREADABLE CATALOG WITH
000313*                     DL1-0510E.
000314*----------------------------------------------------------------
000315 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.              DL1V0001.
000330 AUTHOR.                  JOERG M.
000340 INSTALLATION.            AT GITHUB JOERGEM.
000435     88  DL1-DATE-OK                    VALUE 'Y'.
000436     88  DL1-DATE-BAD                   VALUE 'N'.
000438     COPY EXCPRM00.
000439     COPY PRBPRM00.
000440     COPY PRBREC00.
000441
000450 LINKAGE SECTION.
000460     COPY CTLREC00.
000470 01  DL1-LNK-VALID-SW          PIC X(01).
000572     MOVE 'OK' TO DL1-LNK-REASON.
000573     PERFORM 1300-VALIDATE-CALENDAR THRU
000574             1300-VALIDATE-CALENDAR-EXIT.
000583*    THE CATALOG SAYS WHICH PARAMETER RULES APPLY - A TARGET-
000592*    NUMBER PROBLEM CARRIES NO UPPER BOUND OR DIVISORS, AND A
000601*    BOUND-ONLY PROBLEM'S MODULE IGNORES THE DIVISOR FIELDS.
000610*    A PROBLEM DISABLED FOR THE NIGHT IS STILL VALIDATED, SO
000619*    ITS CONTROL RECORDS CAN STILL BE MAINTAINED.
000628     PERFORM 1400-LOOK-UP-CATALOG THRU
000637             1400-LOOK-UP-CATALOG-EXIT.
000646     IF DL1-PRBP-FOUND
000655         IF DL1-PRB-SHAPE-TARGET
000664             PERFORM 1200-VALIDATE-TARGET-NUMBER THRU
000673                     1200-VALIDATE-TARGET-NUMBER-EXIT
000682         ELSE
000691             PERFORM 1000-VALIDATE-SUMMATION-PARMS THRU
000700                     1000-VALIDATE-SUMMATION-PARMS-EXIT
000709         END-IF
000718     END-IF.
000740     GOBACK.
000750 0000-MAINLINE-EXIT.
000760     EXIT.
000770 
000771*----------------------------------------------------------------
000772*    1000-VALIDATE-SUMMATION-PARMS - THE UPPER BOUND MUST BE
000773*    ABOVE ZERO; A PROBLEM WITH A DIVISOR LIST ALSO NEEDS 1
000774*    THRU 10 DIVISORS, EACH AT LEAST 1.
000775*----------------------------------------------------------------
000776 1000-VALIDATE-SUMMATION-PARMS.
000777     IF DL1-CTL-UPPER-BOUND NOT > ZERO
000778         DISPLAY 'DL1-0001-INVALID UPPER BOUND - MUST BE '
000779                 'GREATER THAN ZERO'
000780         MOVE 'DL1-0501E' TO DL1-EXCP-MSG-ID
000781         MOVE 'INVALID UPPER BOUND - MUST BE GREATER THAN ZERO'
000782             TO DL1-EXCP-TEXT
000783         PERFORM 9100-NOTIFY-EXCEPTION THRU
000784                 9100-NOTIFY-EXCEPTION-EXIT
000785         PERFORM 9200-SET-FIRST-REASON THRU
000786                 9200-SET-FIRST-REASON-EXIT
000787         MOVE 'N' TO DL1-LNK-VALID-SW
000788     END-IF.
000789*    THE DIVISOR LIST DOES NOT APPLY TO A BOUND-ONLY PROBLEM -
000790*    ITS MODULE IGNORES THE FIELDS, SO THEY ARE NOT VALIDATED.
000791     IF NOT DL1-PRB-SHAPE-BOUND
000792         IF DL1-CTL-DIVISOR-COUNT NOT > ZERO
000793            OR DL1-CTL-DIVISOR-COUNT > 10
000794             DISPLAY 'DL1-0001-INVALID DIVISOR COUNT - MUST BE '
000795                     '1 THRU 10'
000796             MOVE 'DL1-0502E' TO DL1-EXCP-MSG-ID
000797             MOVE 'INVALID DIVISOR COUNT - MUST BE 1 THRU 10'
000798                 TO DL1-EXCP-TEXT
000799             PERFORM 9100-NOTIFY-EXCEPTION THRU
000800                     9100-NOTIFY-EXCEPTION-EXIT
000801             PERFORM 9200-SET-FIRST-REASON THRU
000802                     9200-SET-FIRST-REASON-EXIT
000803             MOVE 'N' TO DL1-LNK-VALID-SW
000804         ELSE
000805             PERFORM 1100-VALIDATE-ONE-DIVISOR THRU
000806                     1100-VALIDATE-ONE-DIVISOR-EXIT
000807                 VARYING DL1-DIVISOR-IDX FROM 1 BY 1
000808                 UNTIL DL1-DIVISOR-IDX > DL1-CTL-DIVISOR-COUNT
000809         END-IF
000810     END-IF.
000811 1000-VALIDATE-SUMMATION-PARMS-EXIT.
000812     EXIT.
000813
000814 1100-VALIDATE-ONE-DIVISOR.
000815     IF DL1-CTL-DIVISOR (DL1-DIVISOR-IDX) NOT > ZERO
000816         DISPLAY 'DL1-0001-INVALID DIVISOR AT INDEX '
000817                 DL1-DIVISOR-IDX
000818         MOVE 'DL1-0503E' TO DL1-EXCP-MSG-ID
000819         MOVE 'INVALID DIVISOR AT INDEX ' TO DL1-EXCP-TEXT
000820         MOVE DL1-DIVISOR-IDX TO DL1-DIVISOR-IDX-EDIT
000821         MOVE DL1-DIVISOR-IDX-EDIT TO DL1-EXCP-TEXT (26:2)
000822         PERFORM 9100-NOTIFY-EXCEPTION THRU
000823                 9100-NOTIFY-EXCEPTION-EXIT
000824         PERFORM 9200-SET-FIRST-REASON THRU
000825                 9200-SET-FIRST-REASON-EXIT
000826         MOVE 'N' TO DL1-LNK-VALID-SW
000830     END-IF.
000840 1100-VALIDATE-ONE-DIVISOR-EXIT.
000850     EXIT.
000993     EXIT.
000994
000995*----------------------------------------------------------------
000996*    1400-LOOK-UP-CATALOG - THE PROBLEM MUST HAVE A ROW ON THE
000997*    PROBLEM CATALOG (PRBKSDS), WHICH ALSO NAMES THE SHAPE OF
000998*    ITS PARAMETER AREA.  A CATALOG THAT CANNOT BE READ FAILS
000999*    THE RECORD TOO - NOTHING CAN SAY WHICH RULES APPLY.
001000*----------------------------------------------------------------
001001 1400-LOOK-UP-CATALOG.
001002     MOVE DL1-CTL-PROBLEM-ID TO DL1-PRBP-PROBLEM-ID.
001003     CALL 'DL1I0001' USING DL1-CATALOG-PARMS
001004                           DL1-PROBLEM-CATALOG-RECORD.
001005     EVALUATE TRUE
001006         WHEN DL1-PRBP-FOUND
001007             CONTINUE
001008         WHEN DL1-PRBP-UNAVAILABLE
001009             DISPLAY 'DL1-0001-PROBLEM CATALOG COULD NOT BE '
001010                     'READ - STATUS ' DL1-PRBP-FILE-STATUS
001011             MOVE 'DL1-0510E' TO DL1-EXCP-MSG-ID
001012             MOVE 'PRBKSDS UNREADABLE - STATUS ' TO DL1-EXCP-TEXT
001013             MOVE DL1-PRBP-FILE-STATUS TO DL1-EXCP-TEXT (29:2)
001014             PERFORM 9100-NOTIFY-EXCEPTION THRU
001015                     9100-NOTIFY-EXCEPTION-EXIT
001016             PERFORM 9200-SET-FIRST-REASON THRU
001017                     9200-SET-FIRST-REASON-EXIT
001018             MOVE 'N' TO DL1-LNK-VALID-SW
001019         WHEN OTHER
001020             DISPLAY 'DL1-0001-PROBLEM ID ' DL1-CTL-PROBLEM-ID
001021                     ' IS NOT IN THE PROBLEM CATALOG'
001022             MOVE 'DL1-0509E' TO DL1-EXCP-MSG-ID
001023             MOVE 'PROBLEM ID NOT IN THE CATALOG' TO DL1-EXCP-TEXT
001024             PERFORM 9100-NOTIFY-EXCEPTION THRU
001025                     9100-NOTIFY-EXCEPTION-EXIT
001026             PERFORM 9200-SET-FIRST-REASON THRU
001027                     9200-SET-FIRST-REASON-EXIT
001028             MOVE 'N' TO DL1-LNK-VALID-SW
001029     END-EVALUATE.
001030 1400-LOOK-UP-CATALOG-EXIT.
001031     EXIT.
001032
001033*----------------------------------------------------------------
001034*    9100-NOTIFY-EXCEPTION - COMMON EXCEPTION RECORD PLUS
001035*    NUMBERED CONSOLE MESSAGE FOR A FAILED VALIDATION RULE.
001036*----------------------------------------------------------------
001037 9100-NOTIFY-EXCEPTION.
001038     MOVE 'DL1V0001' TO DL1-EXCP-PROGRAM.
001039     MOVE DL1-CTL-RUN-ID TO DL1-EXCP-RUN-ID.
001040     MOVE 'E' TO DL1-EXCP-SEVERITY.
001041     CALL 'DL1E0001' USING DL1-EXCEPTION-PARMS.
001042 9100-NOTIFY-EXCEPTION-EXIT.
001043     EXIT.
001044
001045*----------------------------------------------------------------
001046*    9200-SET-FIRST-REASON - THE REASON RETURNED TO THE
001047*    CALLER IS THE FIRST RULE THAT FAILED; LATER FAILURES
001048*    KEEP THEIR CONSOLE MESSAGES BUT DO NOT OVERWRITE IT.
001049*----------------------------------------------------------------
001050 9200-SET-FIRST-REASON.
001051     IF DL1-LNK-REASON = 'OK'
001052         MOVE DL1-EXCP-TEXT (1:30) TO DL1-LNK-REASON
001053     END-IF.
001054 9200-SET-FIRST-REASON-EXIT.
001055     EXIT.
001056
001057 END PROGRAM DL1V0001.
