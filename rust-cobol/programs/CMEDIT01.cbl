002619*                   sit after the comparison, so garbage in the  *
002620*                   packed amount was a data exception in the    *
002621*                   edit itself.                                 *
002623*   10/15/2026  RH  Accepted rows now register a blank           *
002624*                   TID-DISPUTE-CASE-ID, the stamp the CMDSP01   *
002625*                   dispute screen sets when it opens a case on  *
002626*                   the transaction.                             *
002622*----------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
033450         MOVE TH-ACCOUNT-REF TO TID-ACCOUNT-REF
033460     END-IF
033470     MOVE TH-AMOUNT   TO TID-AMOUNT
033480     MOVE SPACES      TO TID-DISPUTE-CASE-ID
033500     WRITE TRANSACTION-ID-RECORD
033600         INVALID KEY
033700             DISPLAY 'CMEDIT01 - TRANSIDS WRITE FAILED FOR '
