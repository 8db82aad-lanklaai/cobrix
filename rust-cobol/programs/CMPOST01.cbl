001808*                   account the row named.  The feed edit rejects  *
001809*                   the mismatch up front; this is the posting     *
001810*                   run's own belt-and-braces.                     *
001811*   10/15/2026  RH  An NSF suspension (reason 04) now also drops   *
001812*                   an 'NS' notice event onto the CORRQ            *
001813*                   correspondence queue for the CMLTR01 letter    *
001814*                   run, keyed by the posting's TH-TXN-ID so a     *
001815*                   restart re-suspending the same posting lands   *
001816*                   a duplicate key that is ignored.               *
001817*   10/15/2026  RH  A customer debit or transfer out of an active  *
001818*                   TERMDEP term deposit before its maturity date  *
001819*                   now suspends with the new reason 07 when the   *
001820*                   deposit's early rule refuses it; under the     *
001821*                   penalty rule it posts and the early-withdrawal *
001822*                   penalty is booked on TERMDEP for CMTDMR01 to   *
001823*                   charge through the next night's feed.          *
001824*   10/15/2026  RH  The TERMDEP penalty update now runs before the *
001825*                   customer rewrite: a failed deposit rewrite     *
001826*                   suspends the debit under reason 07 unposted,   *
001827*                   and a failed customer rewrite restores the     *
001828*                   deposit's prior image.                         *
001700*----------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS SUSPENSE-STATUS.
004100
004101     SELECT TERMDEP-FILE ASSIGN TO TERMDEP
004102         ORGANIZATION IS INDEXED
004103         ACCESS MODE IS DYNAMIC
004104         RECORD KEY IS TD-ACCT-ID
004105         FILE STATUS IS TERMDEP-STATUS.
004106
004110     SELECT CKPT-FILE ASSIGN TO CKPTFILE
004120         ORGANIZATION IS INDEXED
004130         ACCESS MODE IS DYNAMIC
004188         RECORD KEY IS TDR-KEY
004189         FILE STATUS IS TRANSDTL-STATUS.
004190
004191     SELECT CORRQ-FILE ASSIGN TO CORRQ
004192         ORGANIZATION IS INDEXED
004193         ACCESS MODE IS DYNAMIC
004194         RECORD KEY IS CRQ-KEY
004195         FILE STATUS IS CORRQ-STATUS.
004196
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  TRANSHST-FILE
005300     RECORDING MODE IS F.
005400 COPY SUSPOST.
005500
005501 FD  TERMDEP-FILE
005502     RECORDING MODE IS F.
005503 COPY TERMDEP.
005504
005510 FD  CKPT-FILE
005520     RECORDING MODE IS F.
005530 COPY CKPTREC.
005557 FD  TRANSDTL-FILE IS EXTERNAL
005558     RECORDING MODE IS F.
005559 COPY TRANSDTL.
005565
005571 FD  CORRQ-FILE
005577     RECORDING MODE IS F.
005583 COPY CORRQ.
005589
005600 WORKING-STORAGE SECTION.
005650 COPY XFERPARM.
005655
007790     88  WS-IS-RESTART         VALUE 'Y'.
007795
007796 77  WS-BEFORE-CUSTMAST    PIC X(170).
007797 77  WS-BEFORE-TERMDEP     PIC X(120).
007798
007810 77  ACCTXREF-STATUS       PIC X(2).
007811     88  ACCTXREF-OK           VALUE '00'.
007812     88  ACCTXREF-NOTFND       VALUE '23'.
007828 77  WS-COMB-OWNER-ID      PIC X(10)     VALUE SPACES.
007829 77  WS-COMBINED-BALANCE   PIC S9(13)V99 COMP-3 VALUE ZERO.
007830 77  WS-TOTAL-LIMIT        PIC S9(9)V99 COMP-3 VALUE ZERO.
007831
007832 77  CORRQ-STATUS          PIC X(2).
007833     88  CORRQ-OK              VALUE '00'.
007834     88  CORRQ-DUPKEY          VALUE '22'.
007835 77  WS-NOTICE-COUNT       PIC 9(9) COMP VALUE ZERO.
007836
007837 77  TERMDEP-STATUS        PIC X(2).
007838     88  TERMDEP-OK            VALUE '00'.
007839     88  TERMDEP-NOTFND        VALUE '23'.
007840
007841 77  WS-TERMDEP-SW         PIC X(1)      VALUE 'N'.
007842     88  WS-TERMDEP-AVAILABLE      VALUE 'Y'.
007843 77  WS-TD-CHECK-SW        PIC X(1)      VALUE SPACE.
007844     88  WS-TD-PENALIZED           VALUE 'P'.
007845     88  WS-TD-REFUSED             VALUE 'R'.
007846     88  WS-TD-UPDATE-FAILED       VALUE 'F'.
007847 77  WS-TD-PENALTY         PIC S9(9)V99 COMP-3 VALUE ZERO.
007848 77  WS-TD-PENALTY-COUNT   PIC 9(9) COMP VALUE ZERO.
007849
007850 PROCEDURE DIVISION.
007900*----------------------------------------------------------------*
008000* 0000-MAINLINE                                                  *
009580         DISPLAY 'CMPOST01 - ACCTXREF/CUSTBASE NOT AVAILABLE, '
009582             'COMBINED LIMIT CHECK BYPASSED'
009584     END-IF
009585
009586     OPEN I-O CORRQ-FILE
009587     IF NOT CORRQ-OK
009588         DISPLAY 'CMPOST01 - CORRQ NOT AVAILABLE, STATUS='
009589             CORRQ-STATUS ' - NSF NOTICES WILL BE MISSED'
009590     END-IF
009591
009592     OPEN I-O TERMDEP-FILE
009593     IF TERMDEP-OK
009594         MOVE 'Y' TO WS-TERMDEP-SW
009595     ELSE
009596         DISPLAY 'CMPOST01 - TERMDEP NOT AVAILABLE, STATUS='
009597             TERMDEP-STATUS ' - TERM DEPOSIT CHECK BYPASSED'
009598     END-IF
009600
009700     IF NOT TRANSHST-OK
009800         DISPLAY 'CMPOST01 - UNABLE TO OPEN TRANSHST, STATUS='
014810*                        into negative up to the account's       *
014820*                        overdraft limit; past that is a true    *
014830*                        NSF and the posting suspends            *
014840*                        -- a customer debit against an active   *
014850*                        term deposit is first checked by        *
014860*                        2270-CHECK-TERM-DEPOSIT                 *
014900*----------------------------------------------------------------*
015000 2200-APPLY-DEBIT.
015010     MOVE SPACE TO WS-TD-CHECK-SW
015015     IF TH-TYPE-DEBIT
015020         PERFORM 2270-CHECK-TERM-DEPOSIT THRU 2270-EXIT
015025         IF WS-TD-REFUSED
015030             GO TO 2200-EXIT
015035         END-IF
015040     END-IF
015050     PERFORM 2250-SET-OVERDRAFT THRU 2250-EXIT
015100     COMPUTE WS-NEW-BALANCE = CMR-BALANCE - TH-AMOUNT
015200
015300     IF WS-NEW-BALANCE + WS-OD-LIMIT < ZERO
015400         PERFORM 2420-REJECT-INSUFF-BALANCE THRU 2420-EXIT
015500     ELSE
015510         IF WS-TD-PENALIZED
015520             PERFORM 2280-CHARGE-TERM-PENALTY THRU 2280-EXIT
015530             IF WS-TD-UPDATE-FAILED
015540                 GO TO 2200-EXIT
015550             END-IF
015560         END-IF
015600         MOVE WS-NEW-BALANCE TO CMR-BALANCE
015700         MOVE TH-POST-DATE TO CMR-LAST-TXN-DATE
015710         IF TH-TYPE-DEBIT
015720             MOVE TH-POST-DATE TO CMR-LAST-CUST-DATE
015730         END-IF
015800         PERFORM 2700-REWRITE-CUSTMAST THRU 2700-EXIT
015810         IF WS-TD-PENALIZED AND NOT CUSTMAST-OK
015820             PERFORM 2290-BACK-OUT-TERM-PENALTY THRU 2290-EXIT
015830         END-IF
015900     END-IF.
015903 2200-EXIT.
015906     EXIT.
015909
015912*----------------------------------------------------------------*
015915* 2250-SET-OVERDRAFT -- a row not touched since the 170-byte     *
015918*                       rebuild can carry a non-numeric          *
015921*                       overdraft limit; it reads as zero, no    *
015924*                       overdraft                                *
015927*----------------------------------------------------------------*
015930 2250-SET-OVERDRAFT.
015933     IF CMR-OVERDRAFT-LIMIT NUMERIC
015936         MOVE CMR-OVERDRAFT-LIMIT TO WS-OD-LIMIT
015939     ELSE
015942         MOVE ZERO TO WS-OD-LIMIT
015945     END-IF.
015948 2250-EXIT.
015951     EXIT.
015954
015957*----------------------------------------------------------------*
015960* 2270-CHECK-TERM-DEPOSIT -- a customer debit or transfer out of *
015963*                            an active TERMDEP deposit before    *
015966*                            its maturity date is either refused *
015969*                            (early rule 'R', suspense reason    *
015972*                            07) or priced for the penalty rule  *
015975*                            'P': TD-PENALTY-MONTHS of interest  *
015978*                            at the locked rate on the amount    *
015981*                            taken.  The deposit row stays in    *
015984*                            the TERMDEP buffer for 2280.  The   *
015987*                            maturity run's own payout finds the *
015990*                            deposit already matured and is not  *
015993*                            checked.                            *
015996*----------------------------------------------------------------*
015999 2270-CHECK-TERM-DEPOSIT.
016002     MOVE SPACE TO WS-TD-CHECK-SW
016005     IF NOT WS-TERMDEP-AVAILABLE
016008         GO TO 2270-EXIT
016011     END-IF
016014
016017     MOVE TH-CUST-ID TO TD-ACCT-ID
016020     READ TERMDEP-FILE
016023         INVALID KEY
016026             GO TO 2270-EXIT
016029     END-READ
016032
016035     IF NOT TD-ACTIVE
016038             OR TD-MATURITY-DATE NOT GREATER THAN WS-RUN-DATE
016041         GO TO 2270-EXIT
016044     END-IF
016047
016050     IF TD-EARLY-PENALTY
016053         COMPUTE WS-TD-PENALTY ROUNDED = TH-AMOUNT
016056             * TD-LOCKED-RATE * TD-PENALTY-MONTHS / 1200
016059         MOVE 'P' TO WS-TD-CHECK-SW
016062     ELSE
016065         PERFORM 2440-REJECT-TERM-DEPOSIT THRU 2440-EXIT
016068         MOVE 'R' TO WS-TD-CHECK-SW
016071     END-IF.
016074 2270-EXIT.
016077     EXIT.
016080
016083*----------------------------------------------------------------*
016086* 2280-CHARGE-TERM-PENALTY -- the early debit is about to post:  *
016089*                             the penalty is added to            *
016092*                             TD-PENALTY-DUE for CMTDMR01 to     *
016095*                             emit as a fee, the principal still *
016098*                             on deposit drops by the amount     *
016101*                             taken, and a deposit withdrawn to  *
016104*                             nothing is broken.  The deposit is *
016107*                             rewritten before the customer is,  *
016110*                             so a TERMDEP failure suspends the  *
016113*                             posting (reason 07) with nothing   *
016116*                             yet moved; the prior image is kept *
016119*                             for 2290 should the customer side  *
016122*                             fail after it.                     *
016125*----------------------------------------------------------------*
016128 2280-CHARGE-TERM-PENALTY.
016131     MOVE TERM-DEPOSIT-RECORD TO WS-BEFORE-TERMDEP
016134     ADD WS-TD-PENALTY TO TD-PENALTY-DUE
016137     IF TD-PRINCIPAL GREATER THAN TH-AMOUNT
016140         SUBTRACT TH-AMOUNT FROM TD-PRINCIPAL
016143     ELSE
016146         MOVE ZERO TO TD-PRINCIPAL
016149     END-IF
016152     IF WS-NEW-BALANCE NOT GREATER THAN ZERO
016155         MOVE 'B' TO TD-STATUS
016158     END-IF
016161
016164     REWRITE TERM-DEPOSIT-RECORD
016167         INVALID KEY
016170             DISPLAY 'CMPOST01 - TERMDEP REWRITE FAILED FOR '
016173                 TD-ACCT-ID ' STATUS=' TERMDEP-STATUS
016176     END-REWRITE
016179     IF TERMDEP-OK
016182         ADD 1 TO WS-TD-PENALTY-COUNT
016185     ELSE
016188         PERFORM 2445-REJECT-TERMDEP-UPDATE THRU 2445-EXIT
016191         MOVE 'F' TO WS-TD-CHECK-SW
016194     END-IF.
016197 2280-EXIT.
016200     EXIT.
016203
016206*----------------------------------------------------------------*
016209* 2290-BACK-OUT-TERM-PENALTY -- the customer side of a penalized *
016212*                               early debit did not post: the    *
016215*                               deposit goes back to its image   *
016218*                               from before 2280 so TERMDEP      *
016221*                               still agrees with the ledger     *
016224*----------------------------------------------------------------*
016227 2290-BACK-OUT-TERM-PENALTY.
016230     MOVE WS-BEFORE-TERMDEP TO TERM-DEPOSIT-RECORD
016233     REWRITE TERM-DEPOSIT-RECORD
016236         INVALID KEY
016239             DISPLAY 'CMPOST01 - TERMDEP BACK-OUT FAILED FOR '
016242                 TD-ACCT-ID ' STATUS=' TERMDEP-STATUS
016245     END-REWRITE
016248     IF TERMDEP-OK
016251         SUBTRACT 1 FROM WS-TD-PENALTY-COUNT
016254     END-IF.
016257 2290-EXIT.
016260     EXIT.
016263
016300*----------------------------------------------------------------*
016400* 2300-APPLY-CREDIT   -- TH-TYPE-CREDIT increases CMR-BALANCE,   *
016410*                        subject to the account's own limit and  *
017990*----------------------------------------------------------------*
018000 2350-APPLY-TRANSFER.
018005     PERFORM 2250-SET-OVERDRAFT THRU 2250-EXIT
018006     PERFORM 2270-CHECK-TERM-DEPOSIT THRU 2270-EXIT
018007     IF WS-TD-REFUSED
018008         GO TO 2350-EXIT
018009     END-IF
018010     COMPUTE WS-NEW-BALANCE = CMR-BALANCE - TH-AMOUNT
018020
018030     IF WS-NEW-BALANCE + WS-OD-LIMIT < ZERO
018040         PERFORM 2420-REJECT-INSUFF-BALANCE THRU 2420-EXIT
018050     ELSE
018051         IF WS-TD-PENALIZED
018052             PERFORM 2280-CHARGE-TERM-PENALTY THRU 2280-EXIT
018053             IF WS-TD-UPDATE-FAILED
018054                 GO TO 2350-EXIT
018055             END-IF
018056         END-IF
018060         MOVE TH-TXN-ID        TO XFER-TXN-ID
018070         MOVE TH-CUST-ID       TO XFER-SOURCE-CUST-ID
018080         MOVE TH-ACCOUNT-REF   TO XFER-DEST-CUST-ID
018160             MOVE WS-RUN-DATE    TO CMR-LAST-TXN-DATE
018165             MOVE WS-RUN-DATE    TO CMR-LAST-CUST-DATE
018170             PERFORM 2700-REWRITE-CUSTMAST THRU 2700-EXIT
018172             IF WS-TD-PENALIZED AND NOT CUSTMAST-OK
018174                 PERFORM 2290-BACK-OUT-TERM-PENALTY THRU 2290-EXIT
018176             END-IF
018180         ELSE
018190             PERFORM 2450-REJECT-TRANSFER-DEST THRU 2450-EXIT
018192             IF WS-TD-PENALIZED
018194                 PERFORM 2290-BACK-OUT-TERM-PENALTY THRU 2290-EXIT
018196             END-IF
018200         END-IF
018210     END-IF.
018220 2350-EXIT.
019757     MOVE WS-RUN-DATE      TO SUS-POST-DATE
019760     MOVE ZERO             TO SUS-RETRY-COUNT
019763     WRITE SUSPENSE-POSTING-RECORD
019766     ADD 1 TO WS-SUSPENSE-COUNT
019767     PERFORM 2425-QUEUE-NSF-NOTICE THRU 2425-EXIT.
019769 2420-EXIT.
019772     EXIT.
019773
019774*----------------------------------------------------------------*
019775* 2425-QUEUE-NSF-NOTICE -- the customer is told the debit was    *
019776*                          refused; the CMLTR01 letter run finds *
019777*                          the owner through ACCTXREF.  A        *
019778*                          duplicate key is a restart re-        *
019779*                          suspending a posting already queued.  *
019780*----------------------------------------------------------------*
019781 2425-QUEUE-NSF-NOTICE.
019782     MOVE SPACES                TO CORRESPONDENCE-QUEUE-RECORD
019783     MOVE WS-RUN-DATE           TO CRQ-EVENT-DATE
019784     MOVE 'CMPOST01'            TO CRQ-ORIGIN
019785     MOVE TH-TXN-ID             TO CRQ-EVENT-REF
019786     MOVE TH-CUST-ID            TO CRQ-ACCT-ID
019787     MOVE 'NS'                  TO CRQ-LETTER-TYPE
019788     MOVE TH-AMOUNT             TO CRQ-AMOUNT
019789     MOVE WS-RUN-DATE           TO CRQ-REF-DATE
019790     MOVE TH-DESCRIPTION        TO CRQ-DETAIL-TEXT
019791     MOVE 'P'                   TO CRQ-STATUS
019792     MOVE ZERO                  TO CRQ-MAILED-DATE
019793     WRITE CORRESPONDENCE-QUEUE-RECORD
019794         INVALID KEY
019795             IF NOT CORRQ-DUPKEY
019796                 DISPLAY 'CMPOST01 - CORRQ WRITE FAILED FOR '
019797                     TH-TXN-ID ' STATUS=' CORRQ-STATUS
019798             END-IF
019799     END-WRITE
019800     IF CORRQ-OK
019801         ADD 1 TO WS-NOTICE-COUNT
019802     END-IF.
019803 2425-EXIT.
019804     EXIT.
019805
019806*----------------------------------------------------------------*
019807* 2430-REJECT-BAD-REVERSAL -- the original behind a reversal     *
019808*                             could not be backed out: not on    *
019809*                             TRANSIDS, an unreversible type, a  *
019810*                             transfer with no destination       *
019811*                             registered, or a destination-leg   *
019812*                             failure.  Defensive -- the feed    *
019813*                             edit vets all of this up front.    *
019814*----------------------------------------------------------------*
019815 2430-REJECT-BAD-REVERSAL.
019816     MOVE TH-TXN-ID        TO SUS-TXN-ID
019817     MOVE TH-CUST-ID       TO SUS-CUST-ID
019818     MOVE TH-TXN-TYPE      TO SUS-TXN-TYPE
019819     MOVE TH-AMOUNT        TO SUS-AMOUNT
019820     MOVE '06'             TO SUS-REASON-CODE
019821     MOVE 'REVERSAL ORIGINAL COULD NOT BE BACKED OUT'
019822                           TO SUS-REASON-TEXT
019823     MOVE CMR-BALANCE      TO SUS-CURRENT-BALANCE
019824     MOVE CMR-CREDIT-LIMIT TO SUS-CREDIT-LIMIT
019825     MOVE WS-RUN-DATE      TO SUS-POST-DATE
019826     MOVE ZERO             TO SUS-RETRY-COUNT
019827     WRITE SUSPENSE-POSTING-RECORD
019828     ADD 1 TO WS-SUSPENSE-COUNT.
019829 2430-EXIT.
019830     EXIT.
019831
019832*----------------------------------------------------------------*
019833* 2440-REJECT-TERM-DEPOSIT -- a debit against a term deposit     *
019834*                             whose early rule refuses           *
019835*                             withdrawals before maturity        *
019836*----------------------------------------------------------------*
019837 2440-REJECT-TERM-DEPOSIT.
019838     MOVE TH-TXN-ID        TO SUS-TXN-ID
019839     MOVE TH-CUST-ID       TO SUS-CUST-ID
019840     MOVE TH-TXN-TYPE      TO SUS-TXN-TYPE
019841     MOVE TH-AMOUNT        TO SUS-AMOUNT
019842     MOVE '07'             TO SUS-REASON-CODE
019843     MOVE 'TERM DEPOSIT DEBIT BEFORE MATURITY'
019844                           TO SUS-REASON-TEXT
019845     MOVE CMR-BALANCE      TO SUS-CURRENT-BALANCE
019846     MOVE CMR-CREDIT-LIMIT TO SUS-CREDIT-LIMIT
019847     MOVE WS-RUN-DATE      TO SUS-POST-DATE
019848     MOVE ZERO             TO SUS-RETRY-COUNT
019849     WRITE SUSPENSE-POSTING-RECORD
019850     ADD 1 TO WS-SUSPENSE-COUNT.
019851 2440-EXIT.
019852     EXIT.
019853
019854*----------------------------------------------------------------*
019855* 2445-REJECT-TERMDEP-UPDATE -- a penalized early debit whose    *
019856*                               TERMDEP rewrite failed: nothing  *
019857*                               has posted, and the debit waits  *
019858*                               in suspense so the ledger and    *
019859*                               the deposit stay in step         *
019860*----------------------------------------------------------------*
019861 2445-REJECT-TERMDEP-UPDATE.
019862     MOVE TH-TXN-ID        TO SUS-TXN-ID
019863     MOVE TH-CUST-ID       TO SUS-CUST-ID
019864     MOVE TH-TXN-TYPE      TO SUS-TXN-TYPE
019865     MOVE TH-AMOUNT        TO SUS-AMOUNT
019866     MOVE '07'             TO SUS-REASON-CODE
019867     MOVE 'TERM DEPOSIT UPDATE FAILED - NOT POSTED'
019868                           TO SUS-REASON-TEXT
019869     MOVE CMR-BALANCE      TO SUS-CURRENT-BALANCE
019870     MOVE CMR-CREDIT-LIMIT TO SUS-CREDIT-LIMIT
019871     MOVE WS-RUN-DATE      TO SUS-POST-DATE
019872     MOVE ZERO             TO SUS-RETRY-COUNT
019873     WRITE SUSPENSE-POSTING-RECORD
019874     ADD 1 TO WS-SUSPENSE-COUNT.
019875 2445-EXIT.
019876     EXIT.
019877
019878*----------------------------------------------------------------*
019879* 2450-REJECT-TRANSFER-DEST -- CMXFER01 could not post the       *
019880*                              destination side of a transfer     *
019881*----------------------------------------------------------------*
019882 2450-REJECT-TRANSFER-DEST.
019883     MOVE TH-TXN-ID        TO SUS-TXN-ID
019884     MOVE TH-CUST-ID       TO SUS-CUST-ID
019885     MOVE TH-TXN-TYPE      TO SUS-TXN-TYPE
019886     MOVE TH-AMOUNT        TO SUS-AMOUNT
019887     EVALUATE TRUE
019888         WHEN XFER-DEST-NOT-FOUND
019889             MOVE '02'             TO SUS-REASON-CODE
019890             MOVE 'TRANSFER DESTINATION CUST-ID NOT FOUND'
019891                                   TO SUS-REASON-TEXT
019892         WHEN XFER-DEST-OVER-COMBINED
019893             MOVE '05'             TO SUS-REASON-CODE
019894             MOVE 'TRANSFER EXCEEDS DEST COMBINED LIMIT'
019895                                   TO SUS-REASON-TEXT
019896         WHEN OTHER
019897             MOVE '01'             TO SUS-REASON-CODE
019898             MOVE 'TRANSFER WOULD EXCEED DESTINATION LIMIT'
019899                                   TO SUS-REASON-TEXT
019900     END-EVALUATE
019901     MOVE CMR-BALANCE      TO SUS-CURRENT-BALANCE
019902     MOVE CMR-CREDIT-LIMIT TO SUS-CREDIT-LIMIT
019903     MOVE WS-RUN-DATE      TO SUS-POST-DATE
019904     MOVE ZERO             TO SUS-RETRY-COUNT
019905     WRITE SUSPENSE-POSTING-RECORD
019906     ADD 1 TO WS-SUSPENSE-COUNT.
019907 2450-EXIT.
019908     EXIT.
019961
019962*----------------------------------------------------------------*
019963* 2460-REJECT-COMBINED -- the account's own limit held but the   *
025546         CLOSE ACCTXREF-FILE
025547         CLOSE CUSTBASE-FILE
025548     END-IF
025549     CLOSE CORRQ-FILE
025550     IF WS-TERMDEP-AVAILABLE
025551         CLOSE TERMDEP-FILE
025552     END-IF
025800
025900     DISPLAY 'CMPOST01 - TRANSACTIONS READ    = ' WS-TXN-COUNT
026000     DISPLAY 'CMPOST01 - TRANSACTIONS POSTED  = ' WS-POSTED-COUNT
026300     DISPLAY 'CMPOST01 - NO-MATCH REJECTS      = '
026400         WS-NOMATCH-COUNT
026410     DISPLAY 'CMPOST01 - REVERSALS BACKED OUT  = '
026420         WS-REVERSED-COUNT
026430     DISPLAY 'CMPOST01 - NSF NOTICES QUEUED    = '
026440         WS-NOTICE-COUNT
026450     DISPLAY 'CMPOST01 - TERM DEPOSIT PENALTIES = '
026460         WS-TD-PENALTY-COUNT.
026500 3000-EXIT.
026600     EXIT.
