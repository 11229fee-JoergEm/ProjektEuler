000100*----------------------------------------------------------------
000110*    PRBPRM00 - PARAMETER AREA FOR DL1I0001, THE PROBLEM
000120*               CATALOG LOOKUP.  THE CALLER FILLS THE PROBLEM
000130*               ID; DL1I0001 RETURNS THE FOUND SWITCH AND THE
000140*               CATALOG FILE STATUS, AND FILLS THE CALLER'S
000150*               PRBREC00 AREA WHEN THE ROW IS FOUND.
000160*               UNAVAILABLE MEANS PRBKSDS COULD NOT BE OPENED
000170*               OR READ - A SETUP ERROR, NOT AN UNKNOWN
000180*               PROBLEM.
000190*
000200*    MODIFICATION HISTORY
000210*    DATE       INIT  DESCRIPTION
000220*    ---------- ----  ----------------------------------
000230*    2026-10-05 JM    ORIGINAL COPYBOOK.
000240*----------------------------------------------------------------
000250 01  DL1-CATALOG-PARMS.
000260     05  DL1-PRBP-PROBLEM-ID       PIC X(04).
000270     05  DL1-PRBP-FOUND-SW         PIC X(01).
000280         88  DL1-PRBP-FOUND        VALUE 'Y'.
000290         88  DL1-PRBP-NOT-FOUND    VALUE 'N'.
000300         88  DL1-PRBP-UNAVAILABLE  VALUE 'U'.
000310     05  DL1-PRBP-FILE-STATUS      PIC X(02).
