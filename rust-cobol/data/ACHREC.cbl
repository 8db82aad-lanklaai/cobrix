      *================================================================*
      * ACHREC.cbl                                                    *
      * ACH Clearing File Record copybook                             *
      *                                                               *
      * Fixed 94-byte record layouts for the inbound ACH clearing     *
      * file (direct deposits, payroll, and originator debits) read   *
      * by the CMACH01 intake run.  The first byte identifies the     *
      * record; each layout below is one view of the same 94 bytes:   *
      *                                                               *
      *   '1'  file header   -- immediate origin/destination, file    *
      *        creation date and the file ID modifier.                *
      *   '5'  batch header  -- originating company, standard entry   *
      *        class, entry description, effective entry date and     *
      *        the batch number.                                      *
      *   '6'  entry detail  -- one credit or debit to one receiving  *
      *        account.  ACE-DFI-ACCT-NO is left-justified; our       *
      *        account number is its first ten positions              *
      *        (ACE-ACCT-ID), and anything in ACE-ACCT-OVERFLOW means *
      *        the originator keyed an account number we never issue. *
      *   '7'  addenda       -- remittance text for the entry above.  *
      *   '8'  batch control -- entry/addenda count, entry hash (sum  *
      *        of the eight-digit receiving routing numbers, low ten  *
      *        digits) and debit/credit totals for the batch.         *
      *   '9'  file control  -- the same proof totals for the whole   *
      *        file plus the batch and block counts.  The file is     *
      *        blocked in tens; the last block is padded with records *
      *        of all nines, which carry no data.                     *
      *                                                               *
      * Entry transaction codes (ACE-TXN-CODE):                       *
      *   22/32  live credit to checking/savings                      *
      *   27/37  live debit to checking/savings                       *
      *   23/28/33/38  pre-notification (zero dollar) credit/debit    *
      * Codes 21-24 and 31-34 are credit side, 26-29 and 36-39 debit  *
      * side, for the batch and file control totals.                  *
      *================================================================*
       01  ACH-FILE-HEADER-RECORD.
           05  ACF-REC-TYPE          PIC X(1).
               88  ACF-FILE-HEADER       VALUE '1'.
               88  ACF-BATCH-HEADER      VALUE '5'.
               88  ACF-ENTRY-DETAIL      VALUE '6'.
               88  ACF-ADDENDA           VALUE '7'.
               88  ACF-BATCH-CONTROL     VALUE '8'.
               88  ACF-FILE-CONTROL      VALUE '9'.
           05  ACF-PRIORITY-CODE     PIC X(2).
           05  ACF-IMMED-DEST        PIC X(10).
           05  ACF-IMMED-ORIGIN      PIC X(10).
           05  ACF-CREATION-DATE     PIC X(6).
           05  ACF-CREATION-TIME     PIC X(4).
           05  ACF-FILE-ID-MOD       PIC X(1).
           05  ACF-RECORD-SIZE       PIC X(3).
           05  ACF-BLOCKING-FACTOR   PIC X(2).
           05  ACF-FORMAT-CODE       PIC X(1).
           05  ACF-DEST-NAME         PIC X(23).
           05  ACF-ORIGIN-NAME       PIC X(23).
           05  ACF-REFERENCE-CODE    PIC X(8).
       01  ACH-BATCH-HEADER-RECORD.
           05  ACB-REC-TYPE          PIC X(1).
           05  ACB-SERVICE-CLASS     PIC X(3).
           05  ACB-COMPANY-NAME      PIC X(16).
           05  ACB-COMPANY-DISCR     PIC X(20).
           05  ACB-COMPANY-ID        PIC X(10).
           05  ACB-SEC-CODE          PIC X(3).
           05  ACB-ENTRY-DESC        PIC X(10).
           05  ACB-DESCRIPTIVE-DATE  PIC X(6).
           05  ACB-EFFECTIVE-DATE    PIC X(6).
           05  ACB-SETTLEMENT-DATE   PIC X(3).
           05  ACB-ORIGINATOR-STATUS PIC X(1).
           05  ACB-ODFI-ID           PIC X(8).
           05  ACB-BATCH-NUMBER      PIC 9(7).
       01  ACH-ENTRY-DETAIL-RECORD.
           05  ACE-REC-TYPE          PIC X(1).
           05  ACE-TXN-CODE          PIC X(2).
               88  ACE-LIVE-CREDIT       VALUE '22' '32'.
               88  ACE-LIVE-DEBIT        VALUE '27' '37'.
               88  ACE-PRENOTE           VALUE '23' '28' '33' '38'.
               88  ACE-CREDIT-SIDE       VALUE '21' THRU '24'
                                               '31' THRU '34'.
               88  ACE-DEBIT-SIDE        VALUE '26' THRU '29'
                                               '36' THRU '39'.
           05  ACE-RDFI-ID           PIC 9(8).
           05  ACE-CHECK-DIGIT       PIC X(1).
           05  ACE-DFI-ACCT-NO.
               10  ACE-ACCT-ID       PIC X(10).
               10  ACE-ACCT-OVERFLOW PIC X(7).
           05  ACE-AMOUNT            PIC 9(8)V99.
           05  ACE-INDIV-ID          PIC X(15).
           05  ACE-INDIV-NAME        PIC X(22).
           05  ACE-DISCR-DATA        PIC X(2).
           05  ACE-ADDENDA-IND       PIC X(1).
           05  ACE-TRACE-NUMBER      PIC X(15).
       01  ACH-ADDENDA-RECORD.
           05  ACA-REC-TYPE          PIC X(1).
           05  ACA-ADDENDA-TYPE      PIC X(2).
           05  ACA-PAYMENT-INFO      PIC X(80).
           05  ACA-ADDENDA-SEQ       PIC 9(4).
           05  ACA-ENTRY-SEQ         PIC 9(7).
       01  ACH-BATCH-CONTROL-RECORD.
           05  ACC-REC-TYPE          PIC X(1).
           05  ACC-SERVICE-CLASS     PIC X(3).
           05  ACC-ENTRY-ADDENDA-CNT PIC 9(6).
           05  ACC-ENTRY-HASH        PIC 9(10).
           05  ACC-TOTAL-DEBIT       PIC 9(10)V99.
           05  ACC-TOTAL-CREDIT      PIC 9(10)V99.
           05  ACC-COMPANY-ID        PIC X(10).
           05  ACC-AUTH-CODE         PIC X(19).
           05  FILLER                PIC X(6).
           05  ACC-ODFI-ID           PIC X(8).
           05  ACC-BATCH-NUMBER      PIC 9(7).
       01  ACH-FILE-CONTROL-RECORD.
           05  ACT-REC-TYPE          PIC X(1).
           05  ACT-BATCH-COUNT       PIC 9(6).
           05  ACT-BLOCK-COUNT       PIC 9(6).
           05  ACT-ENTRY-ADDENDA-CNT PIC 9(8).
           05  ACT-ENTRY-HASH        PIC 9(10).
           05  ACT-TOTAL-DEBIT       PIC 9(10)V99.
           05  ACT-TOTAL-CREDIT      PIC 9(10)V99.
           05  FILLER                PIC X(39).
