000100*----------------------------------------------------------------
000110*    DL1I0001 - PROBLEM CATALOG LOOKUP.
000120*
000130*    RETURNS THE PRBKSDS CATALOG ROW (PRBREC00) FOR ONE
000140*    PROBLEM ID.  EVERY PROGRAM THAT NEEDS TO KNOW SOMETHING
000150*    ABOUT A PROBLEM - WHICH MODULE RUNS IT, WHAT SHAPE ITS
000160*    PARAMETERS TAKE, WHAT ANSWER TYPE IT REPORTS, WHETHER
000170*    IT IS ENABLED TONIGHT - ASKS HERE INSTEAD OF CARRYING
000180*    ITS OWN LIST OF PROBLEM-ID LITERALS, SO A NEW PROBLEM
000190*    OR A CHANGE TO AN OLD ONE IS ONE DL1U0002 TRANSACTION
000200*    AND NO CODE CHANGE.
000210*
000220*    THE CATALOG IS OPENED, READ AND CLOSED ON EVERY CALL
000230*    (AS DL1E0001 DOES WITH EXCFILE), SO A CALLER NEVER
000240*    HOLDS IT OPEN ACROSS A LONG RUN AND A DISABLE APPLIED
000250*    DURING THE WINDOW IS SEEN BY THE NEXT RECORD.  THE
000260*    CALLER DECIDES WHAT A MISSING ROW OR AN UNAVAILABLE
000270*    CATALOG MEANS TO IT.
000280*
000290*    MODIFICATION HISTORY
000300*    DATE       INIT  DESCRIPTION
000310*    ---------- ----  ----------------------------------
000320*    2026-10-05 JM    ORIGINAL PROGRAM.
000330*----------------------------------------------------------------
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.              DL1I0001.
000360 AUTHOR.                  JOERG M.
000370 INSTALLATION.            AT GITHUB JOERGEM.
000380 DATE-WRITTEN.            2026.
000390 DATE-COMPILED.           2026-10-05.
000400 SECURITY.                VERSION.
000410*    THIS PROGRAM IS WITHOUT ANY WARRANTY; WITHOUT EVEN THE
000420*    IMPLIED WARRANTY OF MERCHANTABILITY OR FITNESS FOR A
000430*    PARTICULAR PURPOSE.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PRB-FILE ASSIGN "PRBKSDS"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS DL1-PRF-KEY
000520         FILE STATUS IS DL1-PRB-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PRB-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 01  DL1-PRF-RECORD.
000600     05  DL1-PRF-KEY               PIC X(04).
000610     05  FILLER                    PIC X(146).
000620
000630 WORKING-STORAGE SECTION.
000640 77  DL1-PRB-FILE-STATUS       PIC X(02) VALUE '00'.
000650
000660 LINKAGE SECTION.
000670     COPY PRBPRM00.
000680     COPY PRBREC00.
000690
000700 PROCEDURE DIVISION USING DL1-CATALOG-PARMS
000710                          DL1-PROBLEM-CATALOG-RECORD.
000720*----------------------------------------------------------------
000730*    0000-MAINLINE
000740*----------------------------------------------------------------
000750 0000-MAINLINE.
000760     PERFORM 1000-READ-CATALOG-ROW THRU
000770             1000-READ-CATALOG-ROW-EXIT.
000780     GOBACK.
000790 0000-MAINLINE-EXIT.
000800     EXIT.
000810
000820*----------------------------------------------------------------
000830*    1000-READ-CATALOG-ROW - RANDOM READ ON THE PROBLEM ID.
000840*    THE CALLER'S CATALOG AREA IS CLEARED FIRST, SO NOTHING
000850*    LEFT OVER FROM AN EARLIER CALL CAN PASS FOR THIS ROW.
000860*----------------------------------------------------------------
000870 1000-READ-CATALOG-ROW.
000880     MOVE SPACES TO DL1-PROBLEM-CATALOG-RECORD.
000890     MOVE 'N' TO DL1-PRBP-FOUND-SW.
000900     OPEN INPUT PRB-FILE.
000910     MOVE DL1-PRB-FILE-STATUS TO DL1-PRBP-FILE-STATUS.
000920     IF DL1-PRB-FILE-STATUS NOT = '00'
000930         MOVE 'U' TO DL1-PRBP-FOUND-SW
000940     ELSE
000950         MOVE DL1-PRBP-PROBLEM-ID TO DL1-PRF-KEY
000960         READ PRB-FILE INTO DL1-PROBLEM-CATALOG-RECORD
000970             INVALID KEY
000980                 MOVE 'N' TO DL1-PRBP-FOUND-SW
000990             NOT INVALID KEY
001000                 MOVE 'Y' TO DL1-PRBP-FOUND-SW
001010         END-READ
001020         MOVE DL1-PRB-FILE-STATUS TO DL1-PRBP-FILE-STATUS
001030         IF DL1-PRB-FILE-STATUS NOT = '00'
001040            AND DL1-PRB-FILE-STATUS NOT = '23'
001050             MOVE 'U' TO DL1-PRBP-FOUND-SW
001060         END-IF
001070         CLOSE PRB-FILE
001080     END-IF.
001090 1000-READ-CATALOG-ROW-EXIT.
001100     EXIT.
001110
001120 END PROGRAM DL1I0001.
