      *================================================================*
      * ACHRTN.cbl                                                    *
      * ACH Return Entry Record copybook                              *
      *                                                               *
      * One record per inbound ACH entry the CMACH01 intake run       *
      * refuses at the door instead of feeding it to the posting      *
      * run.  The file goes back to the originating bank through the  *
      * clearing house as returns, so each row carries everything the *
      * return entry needs: the original trace number, transaction    *
      * code, receiving account, amount, originator and batch.        *
      *                                                               *
      *   ART-RETURN-REASON  R02  account closed (CMR-STATUS 'C', or  *
      *                           'P' -- closure already underway)    *
      *                      R03  no account / unable to locate       *
      *                      R04  invalid account number structure   *
      *                      R16  account frozen ('F') or blocked     *
      *                           pending escheatment ('E')           *
      *                      R17  entry fails edit (unsupported       *
      *                           transaction code or amount)         *
      *   ART-CMR-STATUS     the CMR-STATUS found, space when the     *
      *                      account is not on CUSTMAST              *
      *                                                               *
      * Total fixed record length: 160 bytes                          *
      *   ART-RETURN-REASON     3                                     *
      *   ART-ORIG-TRACE       15                                     *
      *   ART-TXN-CODE          2                                     *
      *   ART-RDFI-ID           8                                     *
      *   ART-DFI-ACCT-NO      17                                     *
      *   ART-AMOUNT           10  (9(8)V99)                          *
      *   ART-INDIV-ID         15                                     *
      *   ART-INDIV-NAME       22                                     *
      *   ART-COMPANY-ID       10                                     *
      *   ART-COMPANY-NAME     16                                     *
      *   ART-SEC-CODE          3                                     *
      *   ART-ODFI-ID           8                                     *
      *   ART-BATCH-NUMBER      7                                     *
      *   ART-EFFECTIVE-DATE    6  (YYMMDD as received)               *
      *   ART-RETURN-DATE       8                                     *
      *   ART-CMR-STATUS        1                                     *
      *   FILLER                9                                     *
      *================================================================*
       01  ACH-RETURN-RECORD.
           05  ART-RETURN-REASON     PIC X(3).
               88  ART-ACCOUNT-CLOSED    VALUE 'R02'.
               88  ART-NO-ACCOUNT        VALUE 'R03'.
               88  ART-INVALID-ACCOUNT   VALUE 'R04'.
               88  ART-ACCOUNT-FROZEN    VALUE 'R16'.
               88  ART-EDIT-FAILURE      VALUE 'R17'.
           05  ART-ORIG-TRACE        PIC X(15).
           05  ART-TXN-CODE          PIC X(2).
           05  ART-RDFI-ID           PIC X(8).
           05  ART-DFI-ACCT-NO       PIC X(17).
           05  ART-AMOUNT            PIC 9(8)V99.
           05  ART-INDIV-ID          PIC X(15).
           05  ART-INDIV-NAME        PIC X(22).
           05  ART-COMPANY-ID        PIC X(10).
           05  ART-COMPANY-NAME      PIC X(16).
           05  ART-SEC-CODE          PIC X(3).
           05  ART-ODFI-ID           PIC X(8).
           05  ART-BATCH-NUMBER      PIC 9(7).
           05  ART-EFFECTIVE-DATE    PIC X(6).
           05  ART-RETURN-DATE       PIC 9(8).
           05  ART-CMR-STATUS        PIC X(1).
           05  FILLER                PIC X(9).
