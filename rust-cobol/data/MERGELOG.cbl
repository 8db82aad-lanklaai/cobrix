      *================================================================*
      * MERGELOG.cbl                                                   *
      * Customer Merge Log Record copybook                             *
      *                                                                *
      * Record layout for IBMUSER.VSAM.MERGELOG KSDS cluster.          *
      * Key field: MGL-VICTIM-CUST-NO (offset 0, length 10)            *
      *                                                                *
      * One row per duplicate CUSTBASE customer folded into another    *
      * by the CMMRG01 merge utility, kept permanently.  The victim's  *
      * customer number is retired from CUSTBASE, so this row is the   *
      * only place it still resolves: CMTAX01 follows it to the        *
      * survivor for activity that still rolls up under the old        *
      * number (an account closed before the merge, whose ACCTXREF     *
      * row had already been retired, falls back to its own id --      *
      * which CMCNVT01 made the customer number).  A survivor later    *
      * merged away itself has its own row, so the lookup is a chain.  *
      *                                                                *
      * The row is written before the first ACCTXREF row moves and     *
      * carries both customers' figures as they stood, so a merge      *
      * that fails part way is rerun from the same card and finishes   *
      * from the logged figures instead of folding the limit twice.    *
      *                                                                *
      *   MGL-STATUS       P  merge in progress                        *
      *                    C  merge complete, victim retired           *
      *   MGL-VICTIM-...   the victim's CUSTBASE demographics as they  *
      *                    stood, for the audit trail                  *
      *                                                                *
      * Total fixed record length: 130 bytes                           *
      *   MGL-VICTIM-CUST-NO   10                                      *
      *   MGL-SURVIVOR-CUST-NO 10                                      *
      *   MGL-STATUS            1                                      *
      *   MGL-MERGE-DATE        8                                      *
      *   MGL-MERGE-TIME        6                                      *
      *   MGL-ACCTS-MOVED       3                                      *
      *   MGL-SURV-LIMIT-BEFORE 6  (S9(9)V99 COMP-3)                   *
      *   MGL-SURV-COUNT-BEFORE 3                                      *
      *   MGL-VICTIM-LIMIT      6  (S9(9)V99 COMP-3)                   *
      *   MGL-VICTIM-COUNT      3                                      *
      *   MGL-SURV-LIMIT-AFTER  6  (S9(9)V99 COMP-3)                   *
      *   MGL-SURV-COUNT-AFTER  3                                      *
      *   MGL-VICTIM-LAST-NAME 25                                      *
      *   MGL-VICTIM-FIRST-NAME 15                                     *
      *   MGL-VICTIM-DOB        8                                      *
      *   MGL-VICTIM-ZIP       10                                      *
      *   FILLER                7                                      *
      *================================================================*
       01  MERGE-LOG-RECORD.
           05  MGL-KEY.
               10  MGL-VICTIM-CUST-NO PIC X(10).
           05  MGL-SURVIVOR-CUST-NO  PIC X(10).
           05  MGL-STATUS            PIC X(1).
               88  MGL-IN-PROGRESS       VALUE 'P'.
               88  MGL-COMPLETE          VALUE 'C'.
           05  MGL-MERGE-DATE        PIC 9(8).
           05  MGL-MERGE-TIME        PIC 9(6).
           05  MGL-ACCTS-MOVED       PIC 9(3).
           05  MGL-SURV-LIMIT-BEFORE PIC S9(9)V99 COMP-3.
           05  MGL-SURV-COUNT-BEFORE PIC 9(3).
           05  MGL-VICTIM-LIMIT      PIC S9(9)V99 COMP-3.
           05  MGL-VICTIM-COUNT      PIC 9(3).
           05  MGL-SURV-LIMIT-AFTER  PIC S9(9)V99 COMP-3.
           05  MGL-SURV-COUNT-AFTER  PIC 9(3).
           05  MGL-VICTIM-LAST-NAME  PIC X(25).
           05  MGL-VICTIM-FIRST-NAME PIC X(15).
           05  MGL-VICTIM-DOB        PIC 9(8).
           05  MGL-VICTIM-ZIP        PIC X(10).
           05  FILLER                PIC X(7).
