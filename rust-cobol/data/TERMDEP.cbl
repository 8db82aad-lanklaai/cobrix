      *================================================================*
      * TERMDEP.cbl                                                    *
      * Term Deposit Record copybook                                   *
      *                                                                *
      * Record layout for IBMUSER.VSAM.TERMDEP KSDS cluster.           *
      * Key field: TD-ACCT-ID (offset 0, length 10)                    *
      *                                                                *
      * One row per term-deposit account -- the CUSTMAST row carries   *
      * the balance like any other account, and this row carries what  *
      * CUSTMAST has no room for: the principal placed, the rate       *
      * locked for the term, the term itself, the maturity date, and   *
      * what the customer wants done at maturity.  Deposits are        *
      * placed and maintained by the CMTDPM01 operator utility.        *
      *                                                                *
      *   CMACCR01 prices an active deposit's interest at              *
      *   TD-LOCKED-RATE instead of the floating RATETABL row for the  *
      *   account type.                                                *
      *                                                                *
      *   CMPOST01 refuses a customer debit or transfer-out against    *
      *   an active deposit before TD-MATURITY-DATE (suspense reason   *
      *   07) when TD-EARLY-RULE is 'R'; when it is 'P' the debit      *
      *   posts and TD-PENALTY-MONTHS of interest at the locked rate   *
      *   on the amount withdrawn is added to TD-PENALTY-DUE.          *
      *                                                                *
      *   CMTDMR01, the nightly maturity run, emits any TD-PENALTY-DUE *
      *   as a TH-TYPE-FEE posting and processes every active deposit  *
      *   whose TD-MATURITY-DATE has come due, into the TDMTRN feed    *
      *   the surrounding JCL merges into RAWTRANS ahead of the        *
      *   CMEDIT01 edit:                                               *
      *     TD-INSTRUCTION 'R' rollover -- no posting; the balance     *
      *                        becomes the new principal and a new     *
      *                        term starts at the old maturity date    *
      *                    'L' pay to TD-LINKED-ACCT-ID -- a transfer  *
      *                        of the whole balance                    *
      *                    'P' pay out -- a debit of the whole         *
      *                        balance, paid to the customer by an     *
      *                        official cheque on DISBMAST             *
      *                                                                *
      * TD-LAST-RUN-DATE, TD-RUN-ACTION, TD-RUN-PAYOUT and             *
      * TD-RUN-PENALTY record what the maturity run emitted for the    *
      * business date it last acted on.  A rerun for that same date    *
      * re-emits the same rows from them without acting a second time  *
      * -- the same idempotence discipline as SOR-PRIOR-DUE-DATE on    *
      * STORDERS.  TD-NOTICE-DATE is the maturity date the 'TM'        *
      * maturity notice was last queued for, so each term gets one     *
      * letter however many nights it sits inside the notice window.   *
      *                                                                *
      * TD-RUN-DISB-NO is the DISBMAST official-cheque number issued   *
      * for a 'P' payout that night, so the rerun finds the cheque     *
      * already issued instead of drawing a second one.                *
      *                                                                *
      *   TD-STATUS 'A' active -- locked rate and early-debit rule     *
      *             'M' matured and paid away                          *
      *             'B' broken -- withdrawn to nothing before maturity *
      *             'X' cancelled by operations                        *
      *                                                                *
      * Total fixed record length: 120 bytes                           *
      *   TD-ACCT-ID           10  -- CMR-CUST-ID on CUSTMAST          *
      *   TD-PRINCIPAL          7  (S9(11)V99 COMP-3)                  *
      *   TD-LOCKED-RATE        4  (S9(2)V9(4) COMP-3: annual percent) *
      *   TD-TERM-MONTHS        3                                      *
      *   TD-START-DATE         8                                      *
      *   TD-MATURITY-DATE      8                                      *
      *   TD-INSTRUCTION        1                                      *
      *   TD-LINKED-ACCT-ID    10  -- pay-to account for 'L'           *
      *   TD-EARLY-RULE         1  -- R refuse / P penalty             *
      *   TD-PENALTY-MONTHS     2                                      *
      *   TD-STATUS             1                                      *
      *   TD-PENALTY-DUE        6  (S9(9)V99 COMP-3)                   *
      *   TD-LAST-RUN-DATE      8                                      *
      *   TD-RUN-ACTION         1  -- space, R, L, P, or M (matured    *
      *                               with nothing to pay)             *
      *   TD-RUN-PAYOUT         7  (S9(11)V99 COMP-3)                  *
      *   TD-RUN-PENALTY        6  (S9(9)V99 COMP-3)                   *
      *   TD-NOTICE-DATE        8                                      *
      *   TD-ROLLOVER-COUNT     3                                      *
      *   TD-PLACED-DATE        8                                      *
      *   TD-RUN-DISB-NO       10  -- cheque issued for a 'P' payout   *
      *   FILLER                8                                      *
      *================================================================*
       01  TERM-DEPOSIT-RECORD.
           05  TD-KEY.
               10  TD-ACCT-ID        PIC X(10).
           05  TD-PRINCIPAL          PIC S9(11)V99 COMP-3.
           05  TD-LOCKED-RATE        PIC S9(2)V9(4) COMP-3.
           05  TD-TERM-MONTHS        PIC 9(3).
           05  TD-START-DATE         PIC 9(8).
           05  TD-MATURITY-DATE      PIC 9(8).
           05  TD-INSTRUCTION        PIC X(1).
               88  TD-ROLLOVER           VALUE 'R'.
               88  TD-PAY-LINKED         VALUE 'L'.
               88  TD-PAY-OUT            VALUE 'P'.
           05  TD-LINKED-ACCT-ID     PIC X(10).
           05  TD-EARLY-RULE         PIC X(1).
               88  TD-EARLY-REFUSE       VALUE 'R'.
               88  TD-EARLY-PENALTY      VALUE 'P'.
           05  TD-PENALTY-MONTHS     PIC 9(2).
           05  TD-STATUS             PIC X(1).
               88  TD-ACTIVE             VALUE 'A'.
               88  TD-MATURED            VALUE 'M'.
               88  TD-BROKEN             VALUE 'B'.
               88  TD-CANCELLED          VALUE 'X'.
           05  TD-PENALTY-DUE        PIC S9(9)V99 COMP-3.
           05  TD-LAST-RUN-DATE      PIC 9(8).
           05  TD-RUN-ACTION         PIC X(1).
           05  TD-RUN-PAYOUT         PIC S9(11)V99 COMP-3.
           05  TD-RUN-PENALTY        PIC S9(9)V99 COMP-3.
           05  TD-NOTICE-DATE        PIC 9(8).
           05  TD-ROLLOVER-COUNT     PIC 9(3).
           05  TD-PLACED-DATE        PIC 9(8).
           05  TD-RUN-DISB-NO        PIC 9(10).
           05  FILLER                PIC X(8).
