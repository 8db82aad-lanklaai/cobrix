      *================================================================*
      * DISPCASE.cbl                                                   *
      * Dispute Case Record copybook                                   *
      *                                                                *
      * Record layout for IBMUSER.VSAM.DISPCASE KSDS cluster.          *
      * Key field: DSP-CASE-ID (offset 0, length 12)                   *
      *                                                                *
      * One row per customer dispute of a posted transaction.  The     *
      * case id is 'DS' and the next number off the IDCTL 'DISPUTE'    *
      * series.  DSP-TXN-ID is the disputed TH-TXN-ID, found on        *
      * TRANSIDS (or, once it has aged off the duplicate window, on    *
      * the account's TRANSDTL rows) when the case is opened.  Cases   *
      * are opened and updated through the CMDSP01 screen, reached     *
      * from the CMINQ01 inquiry with PF7; the outcome is recorded     *
      * there by a supervisor.                                         *
      *                                                                *
      *   CMDSP01 stamps the case id on the disputed TRANSIDS row      *
      *   (TID-DISPUTE-CASE-ID) so a second case cannot be opened on   *
      *   the same transaction while the first is still open.          *
      *                                                                *
      *   CMDSPR01, the nightly case run, acts on the case into the    *
      *   DSPTRN feed the surrounding JCL merges into RAWTRANS ahead   *
      *   of the CMEDIT01 edit:                                        *
      *     - an open case whose DSP-PROV-DUE-DATE has come due is     *
      *       sent a provisional credit of DSP-AMOUNT;                 *
      *     - a case with an outcome is closed: 'W' keeps a            *
      *       provisional credit (or, with none given, posts the       *
      *       credit now); 'L' and 'X' re-debit a provisional credit   *
      *       and queue a 'DR' notice to the customer.                 *
      *   Every case posting carries a TH-TXN-ID of the case id and    *
      *   the action -- PROV, PERM or RDEB -- so CMGLEX01 books it     *
      *   against the dispute suspense GL line ('*' DS) instead of     *
      *   the clearing contra.                                         *
      *                                                                *
      * DSP-LAST-RUN-DATE and DSP-RUN-ACTION record what the case run  *
      * did for the business date it last acted on.  A rerun for that  *
      * same date re-emits the same row without acting a second time   *
      * -- the same idempotence discipline as TD-LAST-RUN-DATE on      *
      * TERMDEP.                                                       *
      *                                                                *
      *   DSP-REASON       UA  unauthorized -- not made by customer    *
      *                    NR  goods or service not received           *
      *                    DU  duplicate charge                        *
      *                    AM  wrong amount                            *
      *                    OT  other (see DSP-REASON-TEXT)             *
      *   DSP-STATUS       O  open -- no provisional credit yet        *
      *                    P  provisionally credited                   *
      *                    C  closed                                   *
      *   DSP-OUTCOME      space  not yet decided                      *
      *                    W  customer won -- the credit stands        *
      *                    L  customer lost -- the credit is undone    *
      *                    X  withdrawn by the customer                *
      *   DSP-CLOSE-ACTION K  provisional credit kept (made            *
      *                       permanent)                               *
      *                    W  permanent credit posted at closure       *
      *                    R  provisional credit re-debited            *
      *                    N  closed with nothing to post              *
      *   DSP-RUN-ACTION   space, P provisional credit, or one of      *
      *                    the close actions above                     *
      *                                                                *
      * Total fixed record length: 200 bytes                           *
      *   DSP-CASE-ID          12                                      *
      *   DSP-ACCT-ID          10  -- CMR-CUST-ID on CUSTMAST          *
      *   DSP-TXN-ID           16  -- the disputed TH-TXN-ID           *
      *   DSP-TXN-TYPE          1                                      *
      *   DSP-TXN-AMOUNT        7  (S9(11)V99 COMP-3)                  *
      *   DSP-AMOUNT            7  (S9(11)V99 COMP-3: amount claimed)  *
      *   DSP-CLAIM-DATE        8                                      *
      *   DSP-REASON            2                                      *
      *   DSP-REASON-TEXT      30                                      *
      *   DSP-STATUS            1                                      *
      *   DSP-PROV-DUE-DATE     8  -- provisional credit deadline      *
      *   DSP-FINAL-DUE-DATE    8  -- final resolution deadline        *
      *   DSP-OUTCOME           1                                      *
      *   DSP-OUTCOME-DATE      8                                      *
      *   DSP-PROV-DATE         8  -- business date credited           *
      *   DSP-PROV-AMOUNT       7  (S9(11)V99 COMP-3)                  *
      *   DSP-CLOSED-DATE       8                                      *
      *   DSP-CLOSE-ACTION      1                                      *
      *   DSP-LAST-RUN-DATE     8                                      *
      *   DSP-RUN-ACTION        1                                      *
      *   DSP-OPENED-BY         8  -- CICS user id                     *
      *   DSP-UPDATED-BY        8                                      *
      *   DSP-UPDATED-DATE      8                                      *
      *   FILLER               24                                      *
      *================================================================*
       01  DISPUTE-CASE-RECORD.
           05  DSP-KEY.
               10  DSP-CASE-ID       PIC X(12).
           05  DSP-ACCT-ID           PIC X(10).
           05  DSP-TXN-ID            PIC X(16).
           05  DSP-TXN-TYPE          PIC X(1).
           05  DSP-TXN-AMOUNT        PIC S9(11)V99 COMP-3.
           05  DSP-AMOUNT            PIC S9(11)V99 COMP-3.
           05  DSP-CLAIM-DATE        PIC 9(8).
           05  DSP-REASON            PIC X(2).
               88  DSP-REASON-VALID      VALUE 'UA' 'NR' 'DU' 'AM'
                                               'OT'.
           05  DSP-REASON-TEXT       PIC X(30).
           05  DSP-STATUS            PIC X(1).
               88  DSP-OPEN              VALUE 'O'.
               88  DSP-PROV-CREDITED     VALUE 'P'.
               88  DSP-CLOSED            VALUE 'C'.
           05  DSP-PROV-DUE-DATE     PIC 9(8).
           05  DSP-FINAL-DUE-DATE    PIC 9(8).
           05  DSP-OUTCOME           PIC X(1).
               88  DSP-UNDECIDED         VALUE SPACE.
               88  DSP-CUSTOMER-WON      VALUE 'W'.
               88  DSP-CUSTOMER-LOST     VALUE 'L'.
               88  DSP-WITHDRAWN         VALUE 'X'.
           05  DSP-OUTCOME-DATE      PIC 9(8).
           05  DSP-PROV-DATE         PIC 9(8).
           05  DSP-PROV-AMOUNT       PIC S9(11)V99 COMP-3.
           05  DSP-CLOSED-DATE       PIC 9(8).
           05  DSP-CLOSE-ACTION      PIC X(1).
               88  DSP-CREDIT-KEPT       VALUE 'K'.
               88  DSP-CREDIT-AT-CLOSE   VALUE 'W'.
               88  DSP-RE-DEBITED        VALUE 'R'.
               88  DSP-NOTHING-POSTED    VALUE 'N'.
           05  DSP-LAST-RUN-DATE     PIC 9(8).
           05  DSP-RUN-ACTION        PIC X(1).
           05  DSP-OPENED-BY         PIC X(8).
           05  DSP-UPDATED-BY        PIC X(8).
           05  DSP-UPDATED-DATE      PIC 9(8).
           05  FILLER                PIC X(24).
