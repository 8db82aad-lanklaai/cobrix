      *================================================================*
      * CASHHIST.cbl                                                   *
      * Daily Cash Activity History Record copybook                    *
      *                                                                *
      * Record layout for IBMUSER.VSAM.CASHHIST KSDS cluster.          *
      * Key field: CHH-KEY (offset 0, length 18)                       *
      *            CHH-CUST-NO + CHH-BUS-DATE                          *
      *                                                                *
      * One row per owning customer per business date on which the     *
      * customer moved cash through any of their accounts, written by  *
      * the CMCTR01 large-cash monitor.  The cash-in and cash-out      *
      * totals are summed across every account the customer holds      *
      * (walked up through ACCTXREF to CBR-CUST-NO).  The monitor      *
      * START's on the customer and reads the rows inside its rolling  *
      * look-back window to spot activity broken up just under the     *
      * reporting threshold across days, and ages rows off once they   *
      * fall out of the window.                                        *
      *                                                                *
      *   CHH-FILED-SW   'Y' when the day's cash-in or cash-out went   *
      *                  over the threshold and was extracted for      *
      *                  filing                                        *
      *                                                                *
      * Total fixed record length: 60 bytes                            *
      *   CHH-CUST-NO          10  -- CBR-CUST-NO on CUSTBASE          *
      *   CHH-BUS-DATE          8                                      *
      *   CHH-CASH-IN           7  (S9(11)V99 COMP-3)                  *
      *   CHH-CASH-OUT          7  (S9(11)V99 COMP-3)                  *
      *   CHH-IN-COUNT          5                                      *
      *   CHH-OUT-COUNT         5                                      *
      *   CHH-ACCT-COUNT        3                                      *
      *   CHH-FILED-SW          1                                      *
      *   FILLER               14                                      *
      *================================================================*
       01  CASH-HISTORY-RECORD.
           05  CHH-KEY.
               10  CHH-CUST-NO       PIC X(10).
               10  CHH-BUS-DATE      PIC 9(8).
           05  CHH-CASH-IN           PIC S9(11)V99 COMP-3.
           05  CHH-CASH-OUT          PIC S9(11)V99 COMP-3.
           05  CHH-IN-COUNT          PIC 9(5).
           05  CHH-OUT-COUNT         PIC 9(5).
           05  CHH-ACCT-COUNT        PIC 9(3).
           05  CHH-FILED-SW          PIC X(1).
               88  CHH-FILED             VALUE 'Y'.
           05  FILLER                PIC X(14).
