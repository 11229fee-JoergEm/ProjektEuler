000272*    2026-09-02 JM    BEFORE/AFTER IMAGES WIDENED 64 -> 90 TO
000274*                     MATCH THE CTLREC00 RUN-CALENDAR FIELDS.
000276*                     LRECL 189 -> 241.
000277*    2026-09-21 JM    BEFORE/AFTER IMAGES WIDENED 90 -> 114 TO
000278*                     MATCH THE CTLREC00 PREDECESSOR RUN-IDS.
000279*                     LRECL 241 -> 289.
000280*    2026-10-07 JM    DISPOSITIONS APPROVED, REJECTED AND EXPIRED
000281*                     FOR DUAL CONTROL, AND ADDED THE PENDING-
000282*                     CHANGE KEY, THE SUBMITTER AND THE APPROVER
000283*                     AFTER THE IMAGES.  LRECL 289 -> 331.
000284*    2026-10-15 JM    PENDING-CHANGE SEQUENCE IS 9(04), AS ON
000285*                     PNDREC00.
000286*----------------------------------------------------------------
000290 01  DL1-CHANGE-RECORD.
000300     05  DL1-CHG-TIMESTAMP         PIC X(19).
000310     05  FILLER                    PIC X(01).
000330     05  FILLER                    PIC X(01).
000340     05  DL1-CHG-REASON            PIC X(30).
000350     05  FILLER                    PIC X(01).
000360     05  DL1-CHG-BEFORE-IMAGE      PIC X(114).
000370     05  FILLER                    PIC X(01).
000380     05  DL1-CHG-AFTER-IMAGE       PIC X(114).
000390*        THE PENDING CHANGE THE ROW SETTLES (PNDREC00 KEY),
000400*        WHO SUBMITTED IT AND WHO APPROVED OR REJECTED IT.
000410*        SPACES ON ROWS WRITTEN BEFORE DUAL CONTROL, AND THE
000420*        APPROVER IS SPACES ON AN EXPIRED ROW.
000430     05  FILLER                    PIC X(01).
000440     05  DL1-CHG-PENDING-KEY.
000450         10  DL1-CHG-PENDING-TIMESTAMP
000460                                   PIC X(19).
000470         10  DL1-CHG-PENDING-SEQUENCE
000480                                   PIC 9(04).
000490     05  FILLER                    PIC X(01).
000500     05  DL1-CHG-SUBMITTER         PIC X(08).
000510     05  FILLER                    PIC X(01).
000520     05  DL1-CHG-APPROVER          PIC X(08).
