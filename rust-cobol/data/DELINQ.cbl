      *================================================================*
      * DELINQ.cbl                                                     *
      * Cycle Billing and Delinquency Record copybook                  *
      *                                                                *
      * Record layout for IBMUSER.VSAM.DELINQ KSDS cluster.            *
      * Key field: DLQ-ACCT-ID (offset 0, length 10)                   *
      *                                                                *
      * One row per account that has been billed, written by the       *
      * CMBILL01 nightly cycle-billing run the first time the account  *
      * is found drawn into its overdraft line (a negative             *
      * CMR-BALANCE) and kept from then on.  Each cycle date fixes the *
      * statement balance, the minimum payment and its due date; the   *
      * customer credits posted since the cycle accumulate in          *
      * DLQ-PAID-TO-DATE.  A due date that passes with less than the   *
      * minimum paid is carried forward as DLQ-PAST-DUE, charged the   *
      * RATETABL late fee once, and aged from the first missed due     *
      * date into the collections buckets.  CMSTMT01 reads the row to  *
      * print the minimum payment and due date on the statement.       *
      *                                                                *
      *   DLQ-CYCLE-DAY        day of month the account cycles on,     *
      *                        fixed at its first cycle (clamped to    *
      *                        the last day of a short month)          *
      *   DLQ-LATE-FEE-DATE    the due date a late fee was last        *
      *                        assessed for, so a due date is only     *
      *                        ever charged once                       *
      *   DLQ-BUCKET           0 current          3  60-89 days        *
      *                        1 under 30 days    4  90-119 days       *
      *                        2 30-59 days       5 120 days and over  *
      *                        counted from the first missed due date  *
      *                        still unpaid                            *
      *   DLQ-LAST-UPDATE      business date of the last CMBILL01 pass *
      *   DLQ-FEE-RUN-DATE     business date the DLQ-LAST-FEE-AMOUNT   *
      *                        late fee was written to the BILLTRN     *
      *                        feed, so a rerun for that date can      *
      *                        write the same fee row again (rows      *
      *                        billed before the field was added carry *
      *                        spaces)                                 *
      *                                                                *
      * Total fixed record length: 120 bytes                           *
      *   DLQ-ACCT-ID          10  -- CMR-CUST-ID on CUSTMAST          *
      *   DLQ-CYCLE-DATE        8                                      *
      *   DLQ-NEXT-CYCLE-DATE   8                                      *
      *   DLQ-CYCLE-DAY         2                                      *
      *   DLQ-STMT-BALANCE      7  (S9(11)V99 COMP-3)                  *
      *   DLQ-MIN-DUE           7  (S9(11)V99 COMP-3)                  *
      *   DLQ-DUE-DATE          8                                      *
      *   DLQ-PAID-TO-DATE      7  (S9(11)V99 COMP-3)                  *
      *   DLQ-PAST-DUE          7  (S9(11)V99 COMP-3)                  *
      *   DLQ-FIRST-MISSED-DATE 8                                      *
      *   DLQ-DAYS-PAST-DUE     5                                      *
      *   DLQ-BUCKET            1                                      *
      *   DLQ-MISSED-COUNT      3                                      *
      *   DLQ-LATE-FEE-DATE     8                                      *
      *   DLQ-LAST-FEE-AMOUNT   4  (S9(5)V99 COMP-3)                   *
      *   DLQ-LAST-UPDATE       8                                      *
      *   DLQ-FEE-RUN-DATE      8                                      *
      *   FILLER               11                                      *
      *================================================================*
       01  DELINQUENCY-RECORD.
           05  DLQ-ACCT-ID           PIC X(10).
           05  DLQ-CYCLE-DATE        PIC 9(8).
           05  DLQ-NEXT-CYCLE-DATE   PIC 9(8).
           05  DLQ-CYCLE-DAY         PIC 9(2).
           05  DLQ-STMT-BALANCE      PIC S9(11)V99 COMP-3.
           05  DLQ-MIN-DUE           PIC S9(11)V99 COMP-3.
           05  DLQ-DUE-DATE          PIC 9(8).
           05  DLQ-PAID-TO-DATE      PIC S9(11)V99 COMP-3.
           05  DLQ-PAST-DUE          PIC S9(11)V99 COMP-3.
           05  DLQ-FIRST-MISSED-DATE PIC 9(8).
           05  DLQ-DAYS-PAST-DUE     PIC 9(5).
           05  DLQ-BUCKET            PIC 9(1).
               88  DLQ-CURRENT           VALUE 0.
               88  DLQ-UNDER-30          VALUE 1.
               88  DLQ-30-DAYS           VALUE 2.
               88  DLQ-60-DAYS           VALUE 3.
               88  DLQ-90-DAYS           VALUE 4.
               88  DLQ-120-PLUS          VALUE 5.
               88  DLQ-DELINQUENT        VALUE 1 THRU 5.
           05  DLQ-MISSED-COUNT      PIC 9(3).
           05  DLQ-LATE-FEE-DATE     PIC 9(8).
           05  DLQ-LAST-FEE-AMOUNT   PIC S9(5)V99 COMP-3.
           05  DLQ-LAST-UPDATE       PIC 9(8).
           05  DLQ-FEE-RUN-DATE      PIC 9(8).
           05  FILLER                PIC X(11).
