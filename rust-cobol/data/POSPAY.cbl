      *================================================================*
      * POSPAY.cbl                                                     *
      * Positive-Pay Issue File Record copybook                        *
      *                                                                *
      * Fixed 80-byte record layouts for the nightly positive-pay      *
      * file CMDISB01 sends to the bank that honours our official      *
      * cheques.  The bank pays a presented cheque only when its       *
      * number and amount match an issue record and no void has been   *
      * sent for it.  One header, the detail items, one trailer:       *
      *                                                                *
      *   'H'  header  -- our official-cheque account at the bank and  *
      *        the business date of the file.                          *
      *   'D'  item    -- PPD-ISSUE-CODE 'I' a newly issued cheque,    *
      *        'V' a cheque the bank must now refuse (voided by        *
      *        operations, or stale-dated by CMCHQR01).                *
      *   'T'  trailer -- item count and the issue and void totals     *
      *        the bank proves the file against.                       *
      *================================================================*
       01  PP-HEADER-RECORD.
           05  PPH-REC-TYPE          PIC X(1).
           05  PPH-BANK-ACCOUNT      PIC X(15).
           05  PPH-FILE-DATE         PIC 9(8).
           05  FILLER                PIC X(56).
       01  PP-DETAIL-RECORD.
           05  PPD-REC-TYPE          PIC X(1).
           05  PPD-ISSUE-CODE        PIC X(1).
               88  PPD-ISSUE             VALUE 'I'.
               88  PPD-VOID              VALUE 'V'.
           05  PPD-CHEQUE-NO         PIC 9(10).
           05  PPD-AMOUNT            PIC 9(9)V99.
           05  PPD-ISSUE-DATE        PIC 9(8).
           05  PPD-PAYEE-NAME        PIC X(40).
           05  FILLER                PIC X(9).
       01  PP-TRAILER-RECORD.
           05  PPT-REC-TYPE          PIC X(1).
           05  PPT-ITEM-COUNT        PIC 9(7).
           05  PPT-ISSUE-TOTAL       PIC 9(13)V99.
           05  PPT-VOID-TOTAL        PIC 9(13)V99.
           05  FILLER                PIC X(42).
