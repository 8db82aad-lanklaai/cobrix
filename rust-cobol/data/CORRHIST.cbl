      *================================================================*
      * CORRHIST.cbl                                                   *
      * Sent-Notice History Record copybook                            *
      *                                                                *
      * Record layout for IBMUSER.VSAM.CORRHIST KSDS cluster.          *
      * Key field: CHS-KEY (offset 0, length 44)                       *
      *                                                                *
      * One row per notice the CMLTR01 letter run has put into a       *
      * mailing, kept permanently as the record of what was sent to    *
      * whom, when, and to which address.  Keyed account first and     *
      * letter type second so a program can START on an account and   *
      * letter type and prove a notice went out -- CMCLS01 will not    *
      * close an escheatment candidate until a DD due-diligence row    *
      * is on file for the account.  The rest of the key is the        *
      * CORRQ event key, one history row per queue event.              *
      *                                                                *
      *   CHS-MAIL-NAME thru CHS-MAIL-ZIP   the CUSTBASE name and      *
      *                    address as they stood when the mailing      *
      *                    was produced -- later address changes do    *
      *                    not rewrite where the letter went           *
      *                                                                *
      * Total fixed record length: 200 bytes                           *
      *   CHS-ACCT-ID          10                                      *
      *   CHS-LETTER-TYPE       2                                      *
      *   CHS-EVENT-DATE        8                                      *
      *   CHS-ORIGIN            8                                      *
      *   CHS-EVENT-REF        16                                      *
      *   CHS-CUST-NO          10                                      *
      *   CHS-MAILING-ID       16                                      *
      *   CHS-MAILED-DATE       8                                      *
      *   CHS-AMOUNT            7  (S9(11)V99 COMP-3)                  *
      *   CHS-MAIL-NAME        40                                      *
      *   CHS-MAIL-STREET      30                                      *
      *   CHS-MAIL-CITY        20                                      *
      *   CHS-MAIL-STATE        2                                      *
      *   CHS-MAIL-ZIP         10                                      *
      *   FILLER               13                                      *
      *================================================================*
       01  SENT-NOTICE-RECORD.
           05  CHS-KEY.
               10  CHS-ACCT-ID       PIC X(10).
               10  CHS-LETTER-TYPE   PIC X(2).
               10  CHS-EVENT-DATE    PIC 9(8).
               10  CHS-ORIGIN        PIC X(8).
               10  CHS-EVENT-REF     PIC X(16).
           05  CHS-CUST-NO           PIC X(10).
           05  CHS-MAILING-ID        PIC X(16).
           05  CHS-MAILED-DATE       PIC 9(8).
           05  CHS-AMOUNT            PIC S9(11)V99 COMP-3.
           05  CHS-MAIL-NAME         PIC X(40).
           05  CHS-MAIL-STREET       PIC X(30).
           05  CHS-MAIL-CITY         PIC X(20).
           05  CHS-MAIL-STATE        PIC X(2).
           05  CHS-MAIL-ZIP          PIC X(10).
           05  FILLER                PIC X(13).
