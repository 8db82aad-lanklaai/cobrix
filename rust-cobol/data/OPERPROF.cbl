      *================================================================*
      * OPERPROF.cbl                                                   *
      * Operator Profile Record copybook                               *
      *                                                                *
      * Record layout for IBMUSER.VSAM.OPERPROF KSDS cluster.          *
      * Key field: OPR-OPER-ID (offset 0, length 8)                    *
      *                                                                *
      * One row per CICS signed-on user id allowed near the online     *
      * ledger screens.  Every screen ASSIGNs the user id and reads    *
      * this row before it acts: no row, a revoked row, or an          *
      * entitlement flag not 'Y' refuses the function.  Rows are       *
      * maintained only through the CMOPRM01 card utility.             *
      *                                                                *
      *   OPR-ROLE         T  teller                                   *
      *                    S  supervisor -- the only role CMAPR01      *
      *                       lets release or reject a parked item     *
      *   OPR-STATUS       A  active                                   *
      *                    R  revoked -- kept for the audit trail      *
      *   OPR-ENTITLEMENTS one Y/N flag per screen function; the       *
      *                    REDEFINES lets CMOPRM01 load all ten from   *
      *                    one card field.  Slot 8 opens and updates   *
      *                    CMDSP01 dispute cases (recording a case's   *
      *                    outcome also takes the supervisor role);    *
      *                    slots 9-10 are spare.                       *
      *   OPR-AMOUNT-CEILING  the largest single CMENT01 entry or      *
      *                    CMHLD01 hold the operator may key without   *
      *                    supervisor approval; anything over it is    *
      *                    parked on PENDAPPR                          *
      *                                                                *
      * Total fixed record length: 80 bytes                            *
      *   OPR-OPER-ID           8                                      *
      *   OPR-NAME             30                                      *
      *   OPR-ROLE              1                                      *
      *   OPR-STATUS            1                                      *
      *   OPR-ENTITLEMENTS     10                                      *
      *   OPR-AMOUNT-CEILING    6  (S9(9)V99 COMP-3)                   *
      *   OPR-CHANGED-DATE      8                                      *
      *   OPR-CHANGED-BY        8                                      *
      *   FILLER                8                                      *
      *================================================================*
       01  OPERATOR-PROFILE-RECORD.
           05  OPR-KEY.
               10  OPR-OPER-ID       PIC X(8).
           05  OPR-NAME              PIC X(30).
           05  OPR-ROLE              PIC X(1).
               88  OPR-TELLER            VALUE 'T'.
               88  OPR-SUPERVISOR-LEVEL  VALUE 'S'.
           05  OPR-STATUS            PIC X(1).
               88  OPR-ACTIVE            VALUE 'A'.
               88  OPR-REVOKED           VALUE 'R'.
           05  OPR-ENTITLEMENTS.
               10  OPR-ENT-INQUIRE   PIC X(1).
                   88  OPR-MAY-INQUIRE       VALUE 'Y'.
               10  OPR-ENT-MAINTAIN  PIC X(1).
                   88  OPR-MAY-MAINTAIN      VALUE 'Y'.
               10  OPR-ENT-ENTRY     PIC X(1).
                   88  OPR-MAY-ENTER         VALUE 'Y'.
               10  OPR-ENT-HOLD-PLACE PIC X(1).
                   88  OPR-MAY-PLACE-HOLD    VALUE 'Y'.
               10  OPR-ENT-HOLD-RELEASE PIC X(1).
                   88  OPR-MAY-RELEASE-HOLD  VALUE 'Y'.
               10  OPR-ENT-OPEN      PIC X(1).
                   88  OPR-MAY-OPEN          VALUE 'Y'.
               10  OPR-ENT-APPROVE   PIC X(1).
                   88  OPR-MAY-APPROVE       VALUE 'Y'.
               10  OPR-ENT-DISPUTE   PIC X(1).
                   88  OPR-MAY-WORK-DISPUTE  VALUE 'Y'.
               10  FILLER            PIC X(2).
           05  OPR-ENTITLEMENT-FLAGS REDEFINES OPR-ENTITLEMENTS
                                     PIC X(10).
           05  OPR-AMOUNT-CEILING    PIC S9(9)V99 COMP-3.
           05  OPR-CHANGED-DATE      PIC 9(8).
           05  OPR-CHANGED-BY        PIC X(8).
           05  FILLER                PIC X(8).
