003196*                   and submit them into the CMCLS01            *
003197*                   controlled-closure run instead of flipping  *
003198*                   statuses by hand.                           *
003199*   10/15/2026  RH  Each flip to dormant drops a 'DN' notice    *
003201*                   event, and each flip to escheatment         *
003202*                   candidate the 'DD' due-diligence notice     *
003203*                   event, onto the CORRQ correspondence queue  *
003204*                   for the CMLTR01 letter run, whose CORRHIST  *
003205*                   history CMCLS01 checks before escheating.   *
003206*   10/15/2026  RH  An account already at 'E' released to        *
003207*                   ESCHCAND with no 'DD' row on CORRHIST has    *
003208*                   its due-diligence notice queued again, so    *
003209*                   accounts flagged before the notice existed,  *
003210*                   or whose notice write failed, are not held   *
003211*                   from closure for good.                       *
003200*----------------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
005030         ORGANIZATION IS SEQUENTIAL
005040         ACCESS MODE IS SEQUENTIAL
005050         FILE STATUS IS ESCHCAND-STATUS.
005051
005052     SELECT CORRQ-FILE ASSIGN TO CORRQ
005053         ORGANIZATION IS INDEXED
005054         ACCESS MODE IS DYNAMIC
005055         RECORD KEY IS CRQ-KEY
005056         FILE STATUS IS CORRQ-STATUS.
005057
005058     SELECT CORRHIST-FILE ASSIGN TO CORRHIST
005059         ORGANIZATION IS INDEXED
005060         ACCESS MODE IS DYNAMIC
005061         RECORD KEY IS CHS-KEY
005062         FILE STATUS IS CORRHIST-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
006820 FD  ESCHCAND-FILE
006830     RECORDING MODE IS F.
006840 COPY CLOSREQ.
006841
006842 FD  CORRQ-FILE
006843     RECORDING MODE IS F.
006844 COPY CORRQ.
006845
006846 FD  CORRHIST-FILE
006847     RECORDING MODE IS F.
006848 COPY CORRHIST.
006900
007000 WORKING-STORAGE SECTION.
007100 COPY AUDPARM.
007810
007820 77  ESCHCAND-STATUS       PIC X(2).
007830     88  ESCHCAND-OK           VALUE '00'.
007831
007832 77  CORRQ-STATUS          PIC X(2).
007833     88  CORRQ-OK              VALUE '00'.
007834     88  CORRQ-DUPKEY          VALUE '22'.
007835
007836 77  CORRHIST-STATUS       PIC X(2).
007837     88  CORRHIST-OK           VALUE '00'.
007838
007839 77  WS-CORRHIST-AVAIL-SW  PIC X(1)      VALUE 'N'.
007840     88  WS-CORRHIST-AVAILABLE     VALUE 'Y'.
007900
008000 77  WS-CUSTMAST-EOF-SW    PIC X(1)      VALUE 'N'.
008100     88  WS-END-OF-CUSTMAST        VALUE 'Y'.
008700 77  WS-NEW-DORMANT-COUNT  PIC 9(9) COMP VALUE ZERO.
008800 77  WS-NEW-ESCHEAT-COUNT  PIC 9(9) COMP VALUE ZERO.
008810 77  WS-REACTIVATED-COUNT  PIC 9(9) COMP VALUE ZERO.
008811 77  WS-NOTICE-COUNT       PIC 9(9) COMP VALUE ZERO.
008812 77  WS-DD-REQUEUE-COUNT   PIC 9(9) COMP VALUE ZERO.
008900 77  WS-CANDIDATE-COUNT    PIC 9(9) COMP VALUE ZERO.
009000 77  WS-AUDIT-SEQUENCE     PIC 9(5)      VALUE ZERO.
009100
009200 77  WS-BEFORE-CUSTMAST    PIC X(170).
009300 77  WS-EFF-ACT-DATE       PIC 9(8)      VALUE ZERO.
009310 77  WS-NOTICE-TYPE        PIC X(2)      VALUE SPACES.
009320 77  WS-NOTICE-TEXT        PIC X(40)     VALUE SPACES.
009400
009500 01  WS-RUN-DATE-GROUP.
009600     05  WS-RUN-DATE       PIC 9(8)      VALUE ZERO.
019120             WS-REACTIVATED-COUNT
019200         DISPLAY 'CMDORM01 - ESCHEAT CANDIDATES    = '
019300             WS-CANDIDATE-COUNT
019301         DISPLAY 'CMDORM01 - NOTICES QUEUED        = '
019302             WS-NOTICE-COUNT
019303         DISPLAY 'CMDORM01 - DD NOTICES RE-QUEUED  = '
019304             WS-DD-REQUEUE-COUNT
019310         PERFORM 0200-REGISTER-END THRU 0200-EXIT
019320     END-IF
019400     GOBACK.
021300
021400     OPEN I-O CUSTMAST-FILE
021450     OPEN OUTPUT ESCHCAND-FILE
021451     OPEN I-O CORRQ-FILE
021452     IF NOT CORRQ-OK
021453         DISPLAY 'CMDORM01 - CORRQ NOT AVAILABLE, STATUS='
021454             CORRQ-STATUS ' - NOTICES WILL BE MISSED'
021455     END-IF
021456     OPEN INPUT CORRHIST-FILE
021457     IF CORRHIST-OK
021458         MOVE 'Y' TO WS-CORRHIST-AVAIL-SW
021459     ELSE
021460         DISPLAY 'CMDORM01 - CORRHIST NOT AVAILABLE, STATUS='
021461             CORRHIST-STATUS ' - NO DD NOTICES RE-QUEUED'
021462     END-IF
021500     IF NOT CUSTMAST-OK
021600         DISPLAY 'CMDORM01 - UNABLE TO OPEN CUSTMAST, STATUS='
021700             CUSTMAST-STATUS
022400         UNTIL WS-END-OF-CUSTMAST
022500
022600     CLOSE CUSTMAST-FILE
022610     CLOSE ESCHCAND-FILE
022620     CLOSE CORRQ-FILE
022630     IF WS-CORRHIST-AVAILABLE
022640         CLOSE CORRHIST-FILE
022650     END-IF.
022700 1000-EXIT.
022800     EXIT.
022900
025500     IF WS-EFF-ACT-DATE LESS THAN WS-ESCH-CUTOFF
025600         IF CMR-STATUS NOT = 'E'
025700             PERFORM 1400-FLAG-STATUS-E THRU 1400-EXIT
025710         ELSE
025720             PERFORM 1450-CHECK-DD-NOTICE THRU 1450-EXIT
025800         END-IF
025900         PERFORM 1600-RELEASE-CANDIDATE THRU 1600-EXIT
026000     ELSE
029800     PERFORM 1700-REWRITE-WITH-AUDIT THRU 1700-EXIT
029900     IF CUSTMAST-OK
030000         ADD 1 TO WS-NEW-ESCHEAT-COUNT
030010         MOVE 'DD' TO WS-NOTICE-TYPE
030020         MOVE 'NO ACTIVITY - REPLY TO AVOID ESCHEATMENT'
030030             TO WS-NOTICE-TEXT
030040         PERFORM 1800-QUEUE-NOTICE THRU 1800-EXIT
030100     END-IF.
030200 1400-EXIT.
030300     EXIT.
030301
030302*----------------------------------------------------------------*
030303* 1450-CHECK-DD-NOTICE -- an account already at 'E' must have    *
030304*                         its 'DD' due-diligence notice on       *
030305*                         CORRHIST before CMCLS01 will close it. *
030306*                         Accounts flagged before the notice     *
030307*                         existed, or whose notice write failed, *
030308*                         have none, so it is queued again here. *
030309*                         The CORRQ key is the run date and the  *
030310*                         account, so a rerun the same night     *
030311*                         lands a duplicate key that is ignored; *
030312*                         the letter run hangs off this job, so  *
030313*                         a notice queued on an earlier night    *
030314*                         has already reached CORRHIST.          *
030315*----------------------------------------------------------------*
030316 1450-CHECK-DD-NOTICE.
030317     IF NOT WS-CORRHIST-AVAILABLE
030318         GO TO 1450-EXIT
030319     END-IF
030320
030321     MOVE CMR-CUST-ID  TO CHS-ACCT-ID
030322     MOVE 'DD'         TO CHS-LETTER-TYPE
030323     MOVE ZERO         TO CHS-EVENT-DATE
030324     MOVE LOW-VALUES   TO CHS-ORIGIN
030325     MOVE LOW-VALUES   TO CHS-EVENT-REF
030326     START CORRHIST-FILE KEY IS NOT LESS THAN CHS-KEY
030327         INVALID KEY
030328             GO TO 1450-QUEUE
030329     END-START
030330     READ CORRHIST-FILE NEXT RECORD
030331         AT END
030332             GO TO 1450-QUEUE
030333     END-READ
030334     IF CHS-ACCT-ID = CMR-CUST-ID AND CHS-LETTER-TYPE = 'DD'
030335         GO TO 1450-EXIT
030336     END-IF.
030337 1450-QUEUE.
030338     MOVE 'DD' TO WS-NOTICE-TYPE
030339     MOVE 'NO ACTIVITY - REPLY TO AVOID ESCHEATMENT'
030340         TO WS-NOTICE-TEXT
030341     PERFORM 1800-QUEUE-NOTICE THRU 1800-EXIT
030342     IF CORRQ-OK
030343         ADD 1 TO WS-DD-REQUEUE-COUNT
030344     END-IF.
030345 1450-EXIT.
030346     EXIT.
030400
030500*----------------------------------------------------------------*
030600* 1500-FLAG-STATUS-D                                             *
031100     PERFORM 1700-REWRITE-WITH-AUDIT THRU 1700-EXIT
031200     IF CUSTMAST-OK
031300         ADD 1 TO WS-NEW-DORMANT-COUNT
031310         MOVE 'DN' TO WS-NOTICE-TYPE
031320         MOVE 'NO CUSTOMER ACTIVITY - ACCOUNT DORMANT'
031330             TO WS-NOTICE-TEXT
031340         PERFORM 1800-QUEUE-NOTICE THRU 1800-EXIT
031400     END-IF.
031500 1500-EXIT.
031600     EXIT.
035300     END-IF.
035400 1700-EXIT.
035500     EXIT.
035510
035511*----------------------------------------------------------------*
035512* 1800-QUEUE-NOTICE -- drop the status-change notice onto the    *
035513*                      CORRQ queue for the CMLTR01 letter run,   *
035514*                      quoting the balance and the last customer *
035515*                      activity date.  The letter run finds the  *
035516*                      owner through ACCTXREF.                   *
035517*----------------------------------------------------------------*
035518 1800-QUEUE-NOTICE.
035519     MOVE SPACES          TO CORRESPONDENCE-QUEUE-RECORD
035520     MOVE WS-RUN-DATE     TO CRQ-EVENT-DATE
035521     MOVE 'CMDORM01'      TO CRQ-ORIGIN
035522     MOVE CMR-CUST-ID     TO CRQ-EVENT-REF
035523     MOVE CMR-CUST-ID     TO CRQ-ACCT-ID
035524     MOVE WS-NOTICE-TYPE  TO CRQ-LETTER-TYPE
035525     MOVE CMR-BALANCE     TO CRQ-AMOUNT
035526     MOVE WS-EFF-ACT-DATE TO CRQ-REF-DATE
035527     MOVE WS-NOTICE-TEXT  TO CRQ-DETAIL-TEXT
035528     MOVE 'P'             TO CRQ-STATUS
035529     MOVE ZERO            TO CRQ-MAILED-DATE
035530     WRITE CORRESPONDENCE-QUEUE-RECORD
035531         INVALID KEY
035532             IF NOT CORRQ-DUPKEY
035533                 DISPLAY 'CMDORM01 - CORRQ WRITE FAILED FOR '
035534                     CMR-CUST-ID ' STATUS=' CORRQ-STATUS
035535             END-IF
035536     END-WRITE
035537     IF CORRQ-OK
035538         ADD 1 TO WS-NOTICE-COUNT
035539     END-IF.
035540 1800-EXIT.
035541     EXIT.
035600
035700*----------------------------------------------------------------*
035800* 4000-PRODUCE-ESCH-RPT -- escheatment candidates in state/      *
