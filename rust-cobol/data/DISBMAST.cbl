      *================================================================*
      * DISBMAST.cbl                                                   *
      * Official Disbursement Record copybook                          *
      *                                                                *
      * Record layout for IBMUSER.VSAM.DISBMAST KSDS cluster.          *
      * Key field: DBM-KEY (offset 0, length 11)                       *
      *            DBM-DISB-TYPE + DBM-DISB-NO                         *
      *                                                                *
      * One row per residual balance the CMCLS01 closure run pays out  *
      * of the ledger (CLR-DISP-PAYOUT).  A closure keyed by           *
      * operations becomes an official cheque, numbered from the       *
      * IDCTL 'CHEQUE' series; a closure submitted from the CMDORM01   *
      * ESCHCAND candidates (CLR-FROM-ESCHEAT) is not paid by cheque   *
      * but owed to the state, numbered from the 'REMIT' series and    *
      * carrying the account's CMR-STATE for the remittance.  The      *
      * payee is the owning CUSTBASE customer, or the CUSTMAST name    *
      * and address when the account has no ACCTXREF owner.           *
      *                                                                *
      * The CMTDMR01 maturity run also issues a 'CHEQUE' row for each  *
      * term deposit it pays out at maturity (TD-PAY-OUT); for those   *
      * DBM-CLOSE-TXN-ID is the maturity debit's TH-TXN-ID in TDMTRN.  *
      *                                                                *
      * The nightly CMDISB01 run sends new cheques (and voided or      *
      * stale ones) to the bank on the positive-pay file and builds    *
      * the state remittance file; CMCHQR01 reconciles the bank's      *
      * cleared-cheque file and operations' void requests against the  *
      * cheque rows and stale-dates what is left outstanding.          *
      *                                                                *
      *   DBM-DISB-TYPE   'K' official cheque                          *
      *                   'S' state (escheatment) remittance           *
      *   DBM-STATUS      'I' issued -- cheque outstanding, or         *
      *                       remittance not yet sent to the state     *
      *                   'P' cheque paid by the bank                  *
      *                   'S' cheque stale-dated (six months unpaid)   *
      *                   'V' cheque voided by operations              *
      *                   'R' remitted to the state                    *
      *   DBM-SENT-DATE   business date the cheque went out on the     *
      *                   positive-pay file, or the remittance on the  *
      *                   state file; zero until then                  *
      *   DBM-VOID-SENT-DATE  business date a void or stale-date went  *
      *                   to the bank on the positive-pay file         *
      *                                                                *
      * Total fixed record length: 220 bytes                           *
      *   DBM-DISB-TYPE         1                                      *
      *   DBM-DISB-NO          10                                      *
      *   DBM-ACCT-ID          10  -- CMR-CUST-ID on CUSTMAST          *
      *   DBM-CUST-NO          10  -- CBR-CUST-NO, spaces if no owner  *
      *   DBM-CLOSE-TXN-ID     16  -- the payout TH-TXN-ID             *
      *   DBM-AMOUNT            7  (S9(11)V99 COMP-3)                  *
      *   DBM-PAYEE-LAST-NAME  25                                      *
      *   DBM-PAYEE-FIRST-NAME 15                                      *
      *   DBM-PAYEE-STREET     30                                      *
      *   DBM-PAYEE-CITY       20                                      *
      *   DBM-PAYEE-STATE       2                                      *
      *   DBM-PAYEE-ZIP        10                                      *
      *   DBM-REMIT-STATE       2  -- CMR-STATE of the closed account  *
      *   DBM-ISSUE-DATE        8                                      *
      *   DBM-STATUS            1                                      *
      *   DBM-STATUS-DATE       8                                      *
      *   DBM-SENT-DATE         8                                      *
      *   DBM-VOID-SENT-DATE    8                                      *
      *   DBM-PAID-DATE         8                                      *
      *   DBM-PAID-AMOUNT       7  (S9(11)V99 COMP-3)                  *
      *   FILLER               14                                      *
      *================================================================*
       01  DISBURSEMENT-RECORD.
           05  DBM-KEY.
               10  DBM-DISB-TYPE     PIC X(1).
                   88  DBM-TYPE-CHEQUE   VALUE 'K'.
                   88  DBM-TYPE-REMIT    VALUE 'S'.
               10  DBM-DISB-NO       PIC 9(10).
           05  DBM-ACCT-ID           PIC X(10).
           05  DBM-CUST-NO           PIC X(10).
           05  DBM-CLOSE-TXN-ID      PIC X(16).
           05  DBM-AMOUNT            PIC S9(11)V99 COMP-3.
           05  DBM-PAYEE.
               10  DBM-PAYEE-LAST-NAME  PIC X(25).
               10  DBM-PAYEE-FIRST-NAME PIC X(15).
               10  DBM-PAYEE-STREET     PIC X(30).
               10  DBM-PAYEE-CITY       PIC X(20).
               10  DBM-PAYEE-STATE      PIC X(2).
               10  DBM-PAYEE-ZIP        PIC X(10).
           05  DBM-REMIT-STATE       PIC X(2).
           05  DBM-ISSUE-DATE        PIC 9(8).
           05  DBM-STATUS            PIC X(1).
               88  DBM-ISSUED            VALUE 'I'.
               88  DBM-PAID              VALUE 'P'.
               88  DBM-STALE             VALUE 'S'.
               88  DBM-VOID              VALUE 'V'.
               88  DBM-REMITTED          VALUE 'R'.
           05  DBM-STATUS-DATE       PIC 9(8).
           05  DBM-SENT-DATE         PIC 9(8).
           05  DBM-VOID-SENT-DATE    PIC 9(8).
           05  DBM-PAID-DATE         PIC 9(8).
           05  DBM-PAID-AMOUNT       PIC S9(11)V99 COMP-3.
           05  FILLER                PIC X(14).
