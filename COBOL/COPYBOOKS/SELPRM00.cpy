000100*----------------------------------------------------------------
000110*    SELPRM00 - PARAMETER AREA FOR DL1A0002, THE AUDIT ROW
000120*               SEAL.  THE CALLER PASSES ITS AUDREC00 ROW AND
000130*               THIS AREA.
000140*               A = APPLY: THE NEXT SEAL SEQUENCE NUMBER AND
000150*                   THE CHAINED SEAL ARE TAKEN FROM THE CHAIN
000160*                   HEAD (AUDSEAL, SELREC00), STORED IN THE
000170*                   ROW, AND THE CHAIN HEAD IS ADVANCED.  USED
000180*                   BY EVERY PROGRAM THAT APPENDS TO AUDFILE,
000190*                   JUST BEFORE THE WRITE.
000200*               C = COMPUTE: THE SEAL THE ROW OUGHT TO CARRY,
000210*                   GIVEN THE PRIOR ROW'S SEAL IN DL1-SEALP-
000220*                   PRIOR-SEAL, IS RETURNED IN DL1-SEALP-
000230*                   RESULT.  NOTHING IS READ OR WRITTEN.  USED
000240*                   BY THE DL1A0003 VERIFICATION.
000250*               FAILED MEANS THE CHAIN HEAD COULD NOT BE READ
000260*               OR ADVANCED; THE ROW IS THEN LEFT UNSEALED AND
000270*               DL1A0002 HAS ALREADY RAISED DL1-1001E.
000280*
000290*    MODIFICATION HISTORY
000300*    DATE       INIT  DESCRIPTION
000310*    ---------- ----  ----------------------------------
000320*    2026-10-10 JM    ORIGINAL COPYBOOK.
000330*----------------------------------------------------------------
000340 01  DL1-SEAL-PARMS.
000350     05  DL1-SEALP-FUNCTION        PIC X(01).
000360         88  DL1-SEALP-APPLY       VALUE 'A'.
000370         88  DL1-SEALP-COMPUTE     VALUE 'C'.
000380     05  DL1-SEALP-STATUS          PIC X(01).
000390         88  DL1-SEALP-OK          VALUE 'Y'.
000400         88  DL1-SEALP-FAILED      VALUE 'N'.
000410     05  DL1-SEALP-PRIOR-SEAL      PIC 9(10).
000420     05  DL1-SEALP-RESULT          PIC 9(10).
