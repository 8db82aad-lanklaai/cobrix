003094*                   hangs off CMARCH01 -- it closes the night   *
003095*                   and must see every other job's final RUNCTL *
003096*                   row.                                        *
003097*   10/15/2026  RH  CMSTOG01 now hangs off CMACH01, the inbound  *
003098*                   ACH intake -- its ACHTRN output joins the    *
003099*                   feed with STORTRN, so the chain to the feed  *
003100*                   edit holds when the clearing file fails its  *
003101*                   batch/file proof.                            *
003102*   10/15/2026  RH  CMCHQR01, the official-cheque reconcile,    *
003103*                   hangs off CMPOST01, and CMDISB01, the        *
003104*                   positive-pay and state remittance run, off   *
003105*                   CMCHQR01 -- tonight's voids and stale-dates  *
003106*                   must be on DISBMAST before the bank file.    *
003107*   10/15/2026  RH  CMCTR01, the large-cash monitor, hangs off   *
003108*                   CMPOST01 -- it reads the day's TRANSDTL.     *
003109*   10/15/2026  RH  CMBILL01, the cycle billing run, hangs off   *
003110*                   CMPOST01, and CMSTMT01 now waits on CMBILL01 *
003111*                   so statements carry the night's minimum      *
003112*                   payment and due date.                        *
003113*   10/15/2026  RH  CMLTR01, the nightly letter run, hangs off   *
003114*                   CMDORM01 -- the dormancy and due-diligence   *
003115*                   notices it queues must be in tonight's mail. *
003116*   10/15/2026  RH  CMOVRD01, the operator override and approval *
003117*                   report, hangs off CMPOST01 -- the day's      *
003118*                   approved desk entries post before it runs.   *
003119*   10/15/2026  RH  CMTDMR01, the term-deposit maturity run,     *
003120*                   hangs off CMSTOG01 and CMEDIT01 now waits on *
003121*                   CMTDMR01 -- its TDMTRN postings must be in   *
003122*                   the feed the edit reads.                     *
003123*   10/15/2026  RH  CMDSPR01, the nightly dispute case run,      *
003124*                   hangs off CMTDMR01 and CMEDIT01 now waits on *
003125*                   CMDSPR01 -- its DSPTRN postings must be in   *
003126*                   the feed the edit reads.                     *
003199*----------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
006600*----------------------------------------------------------------*
006700* The nightly prerequisite chain.  One prerequisite per job;     *
006800* a job absent from this table needs only an open business       *
006900* date.  CMACH01 and CMACCR01 head their legs -- the standing-   *
006905* order generator waits on the ACH intake, the term-deposit     *
006910* maturity run on the generator, and the feed edit on the       *
006915* maturity run; everything                                      *
007000* downstream hangs off CMPOST01 through CMBAL01's balancing      *
007100* sign-off, and CMARCH01 waits for the reconciliation pass.      *
007110* CMSUSP01 waits for the GL extract, not just the balancing --   *
007130* swap can replace it.                                           *
007200*----------------------------------------------------------------*
007300 01  WS-PREREQ-TABLE-DATA.
007310     05  FILLER            PIC X(16) VALUE 'CMEDIT01CMDSPR01'.
007400     05  FILLER            PIC X(16) VALUE 'CMPOST01CMEDIT01'.
007500     05  FILLER            PIC X(16) VALUE 'CMBAL01 CMPOST01'.
007600     05  FILLER            PIC X(16) VALUE 'CMSUSP01CMGLEX01'.
007700     05  FILLER            PIC X(16) VALUE 'CMEXCP01CMBAL01 '.
007800     05  FILLER            PIC X(16) VALUE 'CMGLEX01CMBAL01 '.
007900     05  FILLER            PIC X(16) VALUE 'CMSTMT01CMBILL01'.
008000     05  FILLER            PIC X(16) VALUE 'CMRECON1CMPOST01'.
008100     05  FILLER            PIC X(16) VALUE 'CMARCH01CMRECON1'.
008200     05  FILLER            PIC X(16) VALUE 'CMDORM01CMPOST01'.
008220     05  FILLER            PIC X(16) VALUE 'CMCLS01 CMGLEX01'.
008230     05  FILLER            PIC X(16) VALUE 'CMVRFY01CMPOST01'.
008240     05  FILLER            PIC X(16) VALUE 'CMSKED01CMARCH01'.
008250     05  FILLER            PIC X(16) VALUE 'CMSTOG01CMACH01 '.
008260     05  FILLER            PIC X(16) VALUE 'CMCHQR01CMPOST01'.
008270     05  FILLER            PIC X(16) VALUE 'CMDISB01CMCHQR01'.
008280     05  FILLER            PIC X(16) VALUE 'CMCTR01 CMPOST01'.
008290     05  FILLER            PIC X(16) VALUE 'CMBILL01CMPOST01'.
008291     05  FILLER            PIC X(16) VALUE 'CMLTR01 CMDORM01'.
008292     05  FILLER            PIC X(16) VALUE 'CMOVRD01CMPOST01'.
008293     05  FILLER            PIC X(16) VALUE 'CMTDMR01CMSTOG01'.
008294     05  FILLER            PIC X(16) VALUE 'CMDSPR01CMTDMR01'.
008300 01  WS-PREREQ-TABLE REDEFINES WS-PREREQ-TABLE-DATA.
008400     05  WS-PREREQ-ENTRY OCCURS 23 TIMES.
008500         10  WS-PRT-JOB        PIC X(8).
008600         10  WS-PRT-PREREQ     PIC X(8).
008700
018800     MOVE SPACES TO WS-PREREQ-JOB
018900     PERFORM 1350-SCAN-ONE-ENTRY THRU 1350-EXIT
019000         VARYING WS-TABLE-SUB FROM 1 BY 1
019100         UNTIL WS-TABLE-SUB > 23
019200             OR WS-PREREQ-JOB NOT = SPACES
019300
019400     IF WS-PREREQ-JOB = SPACES
