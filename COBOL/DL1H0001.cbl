000200*    EMPTY EVERY TIME - TWO AUDIT ROWS LANDING ON THE SAME
000210*    KEY (SAME RUN-ID IN THE SAME SECOND) KEEP THE FIRST ONE;
000212*    THE DUPLICATE IS COUNTED AND REPORTED, NOT LOADED.
000213*
000214*    EVERY AUDIT ROW IS SEALED BY DL1A0002 AS IT IS WRITTEN.  AN
000215*    UNSEALED ROW AFTER THE FIRST SEALED ONE WAS NOT WRITTEN BY
000216*    A PROGRAM THAT SEALS (OR ITS SEAL FAILED, DL1-1001E) - IT
000217*    IS REJECTED, NOT LOADED, AND NAMED ON THE CONSOLE, AND THE
000218*    STEP ENDS 4.  UNSEALED ROWS AHEAD OF THE FIRST SEALED ONE
000219*    DATE FROM BEFORE SEALING BEGAN AND ARE LOADED AND COUNTED.
000220*
000230*    MODIFICATION HISTORY
000240*    DATE       INIT  DESCRIPTION
000270*                     BEING ASSUMED GOOD.
000272*    2026-09-02 JM    CARRIES THE NEW AUDREC00 ANSWER-TYPE
000273*                     INTO THE KEYED RECORD (SEE AUDIDX00).
000274*    2026-10-10 JM    AN UNSEALED AUDIT ROW (NO DL1A0002 SEAL)
000275*                     AFTER THE FIRST SEALED ONE IS REJECTED, NOT
000276*                     LOADED, NAMED ON THE CONSOLE AND ENDS THE
000277*                     STEP 4.  ROWS FROM BEFORE SEALING BEGAN ARE
000278*                     STILL LOADED AND ARE COUNTED.
000279*----------------------------------------------------------------
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.              DL1H0001.
000300 AUTHOR.                  JOERG M.
000730                               VALUE ZERO.
000732 77  DL1-LOAD-FAILED-SW        PIC X(01) VALUE 'N'.
000734     88  DL1-LOAD-FAILED                 VALUE 'Y'.
000735 77  DL1-LEGACY-COUNT          PIC 9(06) COMP
000736                               VALUE ZERO.
000737 77  DL1-REJECTED-COUNT        PIC 9(06) COMP
000738                               VALUE ZERO.
000739 77  DL1-CHAIN-STARTED-SW      PIC X(01) VALUE 'N'.
000740     88  DL1-CHAIN-STARTED               VALUE 'Y'.
000741 77  DL1-ROW-ACCEPTED-SW       PIC X(01) VALUE 'Y'.
000742     88  DL1-ROW-ACCEPTED                VALUE 'Y'.
000743
000750 PROCEDURE DIVISION.
000760*----------------------------------------------------------------
000770*    0000-MAINLINE
000950             DISPLAY 'DL1-0001-AUDIT HISTORY LOAD - READ '
000960                     DL1-READ-COUNT ' LOADED ' DL1-LOADED-COUNT
000970                     ' DUPLICATE(S) DROPPED ' DL1-DUPLICATE-COUNT
000971             DISPLAY 'DL1-0001-AUDIT HISTORY LOAD - UNSEALED '
000972                     'ROW(S) - REJECTED ' DL1-REJECTED-COUNT
000973                     ' LOADED FROM BEFORE SEALING '
000974                     DL1-LEGACY-COUNT
000975             EVALUATE TRUE
000976                 WHEN DL1-LOAD-FAILED
000977                     MOVE 16 TO RETURN-CODE
000978                 WHEN DL1-REJECTED-COUNT > ZERO
000979                     MOVE 4 TO RETURN-CODE
000980                 WHEN OTHER
000981                     MOVE 0 TO RETURN-CODE
000982             END-EVALUATE
000990         END-IF
001000         CLOSE AUD-FILE
001010     END-IF.
001090*    STATUS.  A DUPLICATE KEY (STATUS 22) IS COUNTED AND
001092*    DROPPED - THE FIRST ROW LOADED FOR A KEY WINS, AND
001094*    REWRITE IS NOT AVAILABLE IN OUTPUT (LOAD) MODE.  ANY
001096*    OTHER NON-ZERO STATUS ABORTS THE LOAD.  A ROW THAT FAILS
001098*    2100-CHECK-SEAL IS NOT WRITTEN AT ALL.
001100*----------------------------------------------------------------
001110 2000-LOAD-ONE-RECORD.
001120     READ AUD-FILE
001140             MOVE 'Y' TO DL1-AUD-EOF-SW
001150         NOT AT END
001160             ADD 1 TO DL1-READ-COUNT
001170             PERFORM 2100-CHECK-SEAL THRU 2100-CHECK-SEAL-EXIT
001180             IF DL1-ROW-ACCEPTED
001190                 PERFORM 2200-WRITE-KEYED-ROW THRU
001200                         2200-WRITE-KEYED-ROW-EXIT
001210             END-IF
001300     END-READ.
001310 2000-LOAD-ONE-RECORD-EXIT.
001320     EXIT.
001321
001322 2100-CHECK-SEAL.
001323     MOVE 'Y' TO DL1-ROW-ACCEPTED-SW.
001324     IF DL1-AUD-SEAL-SEQ NUMERIC
001325        AND DL1-AUD-SEAL NUMERIC
001326         MOVE 'Y' TO DL1-CHAIN-STARTED-SW
001327     ELSE
001328         IF DL1-CHAIN-STARTED
001329             MOVE 'N' TO DL1-ROW-ACCEPTED-SW
001330             ADD 1 TO DL1-REJECTED-COUNT
001331             DISPLAY 'DL1-0001-AUDIT HISTORY LOAD - UNSEALED ROW '
001332                     'REJECTED - RUN ' DL1-AUD-RUN-ID ' '
001333                     DL1-AUD-TIMESTAMP
001334         ELSE
001335             ADD 1 TO DL1-LEGACY-COUNT
001336         END-IF
001337     END-IF.
001338 2100-CHECK-SEAL-EXIT.
001339     EXIT.
001340
001341 2200-WRITE-KEYED-ROW.
001342     MOVE DL1-AUD-RUN-ID TO DL1-AUDIX-RUN-ID.
001343     MOVE DL1-AUD-TIMESTAMP TO DL1-AUDIX-TIMESTAMP.
001344     MOVE DL1-AUD-UPPER-BOUND TO DL1-AUDIX-UPPER-BOUND.
001345     MOVE DL1-AUD-DIVISOR-LIST TO DL1-AUDIX-DIVISOR-LIST.
001346     MOVE DL1-AUD-SUMME TO DL1-AUDIX-SUMME.
001347     MOVE DL1-AUD-COND-CODE TO DL1-AUDIX-COND-CODE.
001348     MOVE DL1-AUD-ANSWER-TYPE TO DL1-AUDIX-ANSWER-TYPE.
001349     WRITE DL1-AUDIX-RECORD.
001350     EVALUATE DL1-AUDIX-FILE-STATUS
001351         WHEN '00'
001352             ADD 1 TO DL1-LOADED-COUNT
001353         WHEN '22'
001354             ADD 1 TO DL1-DUPLICATE-COUNT
001355         WHEN OTHER
001356             DISPLAY 'DL1-0001-AUDIT HISTORY LOAD '
001357                     'FAILED - WRITE STATUS '
001358                     DL1-AUDIX-FILE-STATUS
001359             MOVE 'Y' TO DL1-LOAD-FAILED-SW
001360     END-EVALUATE.
001361 2200-WRITE-KEYED-ROW-EXIT.
001362     EXIT.
001363
001364 END PROGRAM DL1H0001.
