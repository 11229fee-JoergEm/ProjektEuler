000230*      T RECORD - DETAIL COUNT AND A HASH TOTAL OF THE SUMME
000240*                 COLUMN (ARITHMETIC SUM MODULO 10**15) SO
000250*                 THE LOAD CAN PROVE COMPLETENESS
000252*    THE LAST D COLUMN, SEALED, IS Y WHEN THE AUDIT ROW CARRIES
000254*    A DL1A0002 SEAL AND N WHEN IT DOES NOT.  AN UNSEALED ROW
000256*    AHEAD OF THE FIRST SEALED ONE WAS WRITTEN BEFORE SEALING
000258*    BEGAN; ONE AFTER IT SHOULD NOT EXIST AND IS ALSO NAMED ON
000260*    THE CONSOLE.  THE EXTRACT DOES NOT PROVE THE CHAIN - THAT
000262*    IS DL1A0003'S JOB.
000264*
000270*    RETURN-CODE 0 = EXTRACT WRITTEN (A HEADER AND TRAILER GO
000280*    OUT EVEN FOR ZERO DETAILS), 4 = AUDFILE MISSING, OR THE
000283*    EXTRACT WAS WRITTEN BUT CARRIES AN UNSEALED ROW FROM AFTER
000286*    SEALING BEGAN.
000290*
000300*    MODIFICATION HISTORY
000310*    DATE       INIT  DESCRIPTION
000337*                     'TARGET 600851475143') GOES OUT IN THE
000338*                     DIVISOR_LIST COLUMN.  LEGACY ROWS WITH
000339*                     A BLANK ANSWER-TYPE EXTRACT AS SUMME.
000340*    2026-10-10 JM    ADDED THE SEALED COLUMN (Y/N) TO THE H AND D
000341*                     RECORDS FOR THE DL1A0002 AUDIT ROW SEAL.  AN
000342*                     UNSEALED ROW AFTER THE FIRST SEALED ONE IS
000343*                     FLAGGED, NAMED ON THE CONSOLE AND ENDS THE
000344*                     STEP 4; ROWS FROM BEFORE SEALING BEGAN ARE
000345*                     FLAGGED AND COUNTED ONLY.
000346*----------------------------------------------------------------
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.              DL1X0001.
000370 AUTHOR.                  JOERG M.
000910 77  DL1-EXT-COUNT             PIC 9(09) VALUE ZERO.
000912 77  DL1-PARM-TEXT-WORK        PIC X(58) VALUE SPACES.
000914 77  DL1-EXT-TYPE              PIC X(06) VALUE SPACES.
000915 77  DL1-EXT-SEALED            PIC X(01) VALUE SPACES.
000916 77  DL1-CHAIN-STARTED-SW      PIC X(01) VALUE 'N'.
000917     88  DL1-CHAIN-STARTED               VALUE 'Y'.
000918 77  DL1-LEGACY-COUNT          PIC 9(09) VALUE ZERO.
000919 77  DL1-UNSEALED-COUNT        PIC 9(09) VALUE ZERO.
000920 01  DL1-EXTRACT-LINE          PIC X(200) VALUE SPACES.
000930 01  DL1-HEADER-TEXT.
000940     05  FILLER                PIC X(35) VALUE
000942         'H|RUN_TIMESTAMP|RUN_ID|UPPER_BOUND|'.
000944     05  FILLER                PIC X(40) VALUE
000946         'DIVISOR_LIST|SUMME|COND_CODE|ANSWER_TYPE'.
000953     05  FILLER                PIC X(07) VALUE '|SEALED'.
000960
000970 PROCEDURE DIVISION.
000980*----------------------------------------------------------------
001150         CLOSE AUD-FILE
001160         DISPLAY 'DL1-0001-EXTRACT COMPLETE - '
001170                 DL1-DETAIL-COUNT ' DETAIL RECORD(S)'
001171         IF DL1-LEGACY-COUNT > ZERO
001172             DISPLAY 'DL1-0001-EXTRACT - ' DL1-LEGACY-COUNT
001173                     ' ROW(S) FROM BEFORE SEALING BEGAN '
001174                     'FLAGGED SEALED=N'
001175         END-IF
001176         IF DL1-UNSEALED-COUNT > ZERO
001177             DISPLAY 'DL1-0001-EXTRACT - ' DL1-UNSEALED-COUNT
001178                     ' UNSEALED ROW(S) AFTER SEALING BEGAN '
001179                     'FLAGGED SEALED=N - RUN DL1A0003'
001180             MOVE 4 TO RETURN-CODE
001181         ELSE
001182             MOVE 0 TO RETURN-CODE
001186         END-IF
001190     END-IF.
001200     STOP RUN.
001210 0000-MAINLINE-EXIT.
001539         MOVE DL1-AUD-PARM-TEXT TO DL1-PARM-TEXT-WORK
001541         MOVE 58 TO DL1-TRIM-LEN
001542     END-IF.
001543     PERFORM 2500-FLAG-SEAL THRU 2500-FLAG-SEAL-EXIT.
001544     PERFORM 2200-FOLD-HASH-TOTAL THRU
001550             2200-FOLD-HASH-TOTAL-EXIT.
001560     MOVE SPACES TO DL1-EXTRACT-LINE.
001570     MOVE 1 TO DL1-EXT-PTR.
001894         INTO DL1-EXTRACT-LINE
001896         WITH POINTER DL1-EXT-PTR
001898     END-STRING.
001899     STRING '|' DL1-EXT-SEALED DELIMITED BY SIZE
001900         INTO DL1-EXTRACT-LINE
001901         WITH POINTER DL1-EXT-PTR
001902     END-STRING.
001903     WRITE DL1-EXTRACT-RECORD FROM DL1-EXTRACT-LINE.
001910 2100-BUILD-DETAIL-EXIT.
001920     EXIT.
001930
002390     END-IF.
002400 2410-TRIM-ONE-PARM-CHAR-EXIT.
002410     EXIT.
002411
002412*----------------------------------------------------------------
002413*    2500-FLAG-SEAL - SEALED=Y/N FOR THE D RECORD.  AN UNSEALED
002414*    ROW BEHIND A SEALED ONE IS NOT DROPPED - THE EXTRACT MUST
002415*    STILL BALANCE TO AUDFILE - BUT IT IS NAMED ON THE CONSOLE
002416*    AND ENDS THE STEP 4.
002417*----------------------------------------------------------------
002418 2500-FLAG-SEAL.
002419     IF DL1-AUD-SEAL-SEQ NUMERIC
002420        AND DL1-AUD-SEAL NUMERIC
002421         MOVE 'Y' TO DL1-EXT-SEALED
002422         MOVE 'Y' TO DL1-CHAIN-STARTED-SW
002423     ELSE
002424         MOVE 'N' TO DL1-EXT-SEALED
002425         IF DL1-CHAIN-STARTED
002426             ADD 1 TO DL1-UNSEALED-COUNT
002427             DISPLAY 'DL1-0001-EXTRACT - UNSEALED AUDIT ROW - '
002428                     'RUN '
002429                     DL1-AUD-RUN-ID ' ' DL1-AUD-TIMESTAMP
002430         ELSE
002431             ADD 1 TO DL1-LEGACY-COUNT
002432         END-IF
002433     END-IF.
002434 2500-FLAG-SEAL-EXIT.
002435     EXIT.
002436
002437*----------------------------------------------------------------
002440*    8000-WRITE-TRAILER - DETAIL COUNT AND HASH TOTAL FOR
002450*    THE LOAD-SIDE COMPLETENESS CHECK.
002460*----------------------------------------------------------------
