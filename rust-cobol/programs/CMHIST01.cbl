002900* MODIFICATION HISTORY                                           *
003000*   08/23/2026  RH  Initial version -- CUSTAUD change history    *
003100*                   listing with point-in-time reconstruction.   *
003110*   10/15/2026  RH  Sort image widened to the 368-byte CUSTAUD   *
003120*                   row carrying the before/after extensions.    *
003130*   10/15/2026  RH  Sort image widened to the 384-byte CUSTAUD   *
003140*                   row carrying the operator/approver ids.      *
003200*----------------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
005800 01  SORTWORK-RECORD.
005900     05  SW-AUDIT-DATE         PIC 9(8).
006000     05  SW-AUDIT-TIME         PIC 9(6).
006100     05  SW-AUDIT-IMAGE        PIC X(384).
006200
006300 FD  HISTRPT-FILE
006400     RECORDING MODE IS F.
