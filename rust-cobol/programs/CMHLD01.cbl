002600*   09/02/2026  RH  Initial version -- online place and release  *
002700*                   of ACCTHOLD authorization holds with the     *
002800*                   available-net-of-holds figure.               *
002810*   10/15/2026  RH  A placed hold drops an 'HP' notice event     *
002820*                   onto the CORRQ correspondence queue for the  *
002830*                   CMLTR01 letter run.                          *
002840*   10/15/2026  RH  The signed-on operator must hold an active   *
002850*                   OPERPROF profile with the place or release   *
002860*                   entitlement.  A hold over the operator's     *
002870*                   amount ceiling is parked on PENDAPPR for a   *
002880*                   supervisor to release through CMAPR01.       *
002890*   10/15/2026  RH  The 'HP' CORRQ record is cleared before it   *
002895*                   is built.                                    *
002900*----------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004300
004400 01  WS-HOLD-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
004500 01  WS-OPEN-HOLDS         PIC S9(11)V99 COMP-3 VALUE ZERO.
004510
004520 01  WS-NOTICE-QUEUED-SW   PIC X(1)  VALUE 'Y'.
004530     88  WS-NOTICE-QUEUED      VALUE 'Y'.
004600
004700 01  WS-NEW-HOLD-ID.
004800     05  WS-NHI-PREFIX         PIC X(1)  VALUE 'H'.
005800
005900 01  WS-BROWSE-OPEN-SW     PIC X(1)  VALUE 'N'.
006000     88  WS-BROWSE-OPEN        VALUE 'Y'.
006005
006010 01  WS-OPER-ID            PIC X(8)  VALUE SPACES.
006015 01  WS-REQ-TIME           PIC 9(6)  VALUE ZERO.
006020
006025 01  WS-OPER-OK-SW         PIC X(1)  VALUE 'N'.
006030     88  WS-OPERATOR-CLEARED   VALUE 'Y'.
006035
006040 01  WS-PEND-ID.
006045     05  WS-PID-PREFIX         PIC X(1)  VALUE 'A'.
006050     05  WS-PID-DATE           PIC 9(8).
006055     05  WS-PID-TASK           PIC 9(7).
006060
006065 01  WS-PEND-MESSAGE.
006070     05  FILLER                PIC X(39)
006075         VALUE 'OVER OPERATOR LIMIT - PENDING APPROVAL '.
006080     05  WS-PMS-PEND-ID        PIC X(16).
006085     05  FILLER                PIC X(5)  VALUE SPACES.
006100
006200 COPY CUSTMAST.
006300
006400 COPY ACCTHOLD.
006410
006420 COPY CORRQ.
006430
006440 COPY OPERPROF.
006450
006460 COPY PENDAPPR.
006500
006600 COPY HOLDMAP.
006700 COPY CMHDCOMM.
012300
012400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
012500     MOVE SPACES TO HDMSGO
012510
012520     PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT
012530     IF NOT WS-OPERATOR-CLEARED
012540         GO TO 2000-REDISPLAY
012550     END-IF
012600
012700     IF HDACCTIDI = SPACES
012800         MOVE 'ACCOUNT ID REQUIRED' TO HDMSGO
016000     PERFORM 2600-SHOW-BALANCES THRU 2600-EXIT
016100     IF HDFUNCI = 'P'
016200         MOVE WS-NEW-HOLD-ID TO HDHOLDIDO
016300         IF WS-NOTICE-QUEUED
016310             MOVE 'HOLD PLACED' TO HDMSGO
016320         ELSE
016330             MOVE 'HOLD PLACED - NOTICE NOT QUEUED' TO HDMSGO
016340         END-IF
016400     ELSE
016500         MOVE 'HOLD RELEASED' TO HDMSGO
016600     END-IF.
017400     END-EXEC.
017500 2000-EXIT.
017600     EXIT.
017602
017604*----------------------------------------------------------------*
017606* 2050-CHECK-OPERATOR -- the signed-on user must hold an active  *
017608*                        OPERPROF profile; the place and release *
017610*                        entitlements are tested by the function *
017612*                        paragraphs                              *
017614*----------------------------------------------------------------*
017616 2050-CHECK-OPERATOR.
017618     MOVE 'N' TO WS-OPER-OK-SW
017620     EXEC CICS ASSIGN USERID(WS-OPER-ID)
017622     END-EXEC
017624
017626     MOVE WS-OPER-ID TO OPR-OPER-ID
017628     EXEC CICS READ DATASET('OPERPROF')
017630         INTO(OPERATOR-PROFILE-RECORD)
017632         RIDFLD(OPR-OPER-ID)
017634         RESP(WS-RESP)
017636     END-EXEC
017638     IF WS-RESP NOT = DFHRESP(NORMAL)
017640         MOVE 'OPERATOR HAS NO PROFILE - SEE SUPERVISOR'
017642             TO HDMSGO
017644         GO TO 2050-EXIT
017646     END-IF
017648
017650     IF NOT OPR-ACTIVE
017652         MOVE 'OPERATOR PROFILE REVOKED' TO HDMSGO
017654         GO TO 2050-EXIT
017656     END-IF
017658
017660     IF OPR-AMOUNT-CEILING NOT NUMERIC
017662         MOVE ZERO TO OPR-AMOUNT-CEILING
017664     END-IF
017666     MOVE 'Y' TO WS-OPER-OK-SW.
017668 2050-EXIT.
017670     EXIT.
017700
017800*----------------------------------------------------------------*
017900* 2100-END-SESSION                                               *
019500*                    CMENT01's entry ids                         *
019600*----------------------------------------------------------------*
019700 2200-PLACE-HOLD.
019710     IF NOT OPR-MAY-PLACE-HOLD
019720         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO HDMSGO
019730         GO TO 2200-EXIT
019740     END-IF
019750
019800     IF HDAMTI NOT NUMERIC
019900         MOVE 'AMOUNT MUST BE NUMERIC' TO HDMSGO
020000         GO TO 2200-EXIT
021900         GO TO 2200-EXIT
022000     END-IF
022100
022110     IF WS-HOLD-AMOUNT GREATER THAN OPR-AMOUNT-CEILING
022120         PERFORM 2270-PARK-HOLD THRU 2270-EXIT
022130         GO TO 2200-EXIT
022140     END-IF
022150
022200     MOVE WS-TODAY-DATE TO WS-NHI-DATE
022300     MOVE EIBTASKN      TO WS-NHI-TASK
022400
023900     IF WS-RESP NOT = DFHRESP(NORMAL)
024000         MOVE 'HOLD NOT PLACED - ACCTHOLD WRITE FAILED'
024100             TO HDMSGO
024200     ELSE
024210         PERFORM 2250-QUEUE-HOLD-NOTICE THRU 2250-EXIT
024220     END-IF.
024300 2200-EXIT.
024400     EXIT.
024401
024402*----------------------------------------------------------------*
024403* 2250-QUEUE-HOLD-NOTICE -- drop an 'HP' event on CORRQ so the   *
024404*                           CMLTR01 letter run tells the         *
024405*                           customer about the hold.  The hold   *
024406*                           is already on file, so a queue       *
024407*                           failure only qualifies the message.  *
024408*----------------------------------------------------------------*
024409 2250-QUEUE-HOLD-NOTICE.
024410     MOVE SPACES         TO CORRESPONDENCE-QUEUE-RECORD
024411     MOVE WS-TODAY-DATE  TO CRQ-EVENT-DATE
024412     MOVE 'CMHLD01'      TO CRQ-ORIGIN
024413     MOVE WS-NEW-HOLD-ID TO CRQ-EVENT-REF
024414     MOVE HDACCTIDI      TO CRQ-ACCT-ID
024415     MOVE SPACES         TO CRQ-CUST-NO
024416     MOVE 'HP'           TO CRQ-LETTER-TYPE
024417     MOVE WS-HOLD-AMOUNT TO CRQ-AMOUNT
024418     MOVE HDEXPIRI       TO CRQ-REF-DATE
024419     MOVE HDREASONI      TO CRQ-DETAIL-TEXT
024420     MOVE 'P'            TO CRQ-STATUS
024421     MOVE ZERO           TO CRQ-MAILED-DATE
024422     MOVE SPACES         TO CRQ-MAILING-ID
024423
024424     EXEC CICS WRITE DATASET('CORRQ')
024425         FROM(CORRESPONDENCE-QUEUE-RECORD)
024426         RIDFLD(CRQ-KEY)
024427         RESP(WS-RESP)
024428     END-EXEC
024429     IF WS-RESP NOT = DFHRESP(NORMAL)
024430         MOVE 'N' TO WS-NOTICE-QUEUED-SW
024431     END-IF.
024432 2250-EXIT.
024433     EXIT.
024434
024435*----------------------------------------------------------------*
024436* 2270-PARK-HOLD -- a hold over the operator's ceiling is        *
024437*                   written to PENDAPPR instead of ACCTHOLD; the *
024438*                   hold and its 'HP' notice wait for CMAPR01    *
024439*----------------------------------------------------------------*
024440 2270-PARK-HOLD.
024441     ACCEPT WS-REQ-TIME FROM TIME
024442     MOVE WS-TODAY-DATE TO WS-PID-DATE
024443     MOVE EIBTASKN      TO WS-PID-TASK
024444
024445     MOVE SPACES             TO PENDING-APPROVAL-RECORD
024446     MOVE WS-PEND-ID         TO PND-PEND-ID
024447     MOVE 'CMHLD01'          TO PND-SOURCE-PGM
024448     MOVE 'HP'               TO PND-KIND
024449     MOVE 'P'                TO PND-STATUS
024450     MOVE 'L'                TO PND-REASON
024451     MOVE HDACCTIDI          TO PND-ACCT-ID
024452     MOVE WS-HOLD-AMOUNT     TO PND-AMOUNT
024453     MOVE OPR-AMOUNT-CEILING TO PND-CEILING
024454     MOVE WS-OPER-ID         TO PND-REQUESTED-BY
024455     MOVE WS-TODAY-DATE      TO PND-REQ-DATE
024456     MOVE WS-REQ-TIME        TO PND-REQ-TIME
024457     MOVE ZERO               TO PND-DEC-DATE
024458     MOVE ZERO               TO PND-DEC-TIME
024459     MOVE HDREASONI          TO PND-HP-REASON
024460     MOVE HDEXPIRI           TO PND-HP-EXPIRY
024461
024462     EXEC CICS WRITE DATASET('PENDAPPR')
024463         FROM(PENDING-APPROVAL-RECORD)
024464         RIDFLD(PND-PEND-ID)
024465         RESP(WS-RESP)
024466     END-EXEC
024467     IF WS-RESP = DFHRESP(NORMAL)
024468         MOVE WS-PEND-ID      TO WS-PMS-PEND-ID
024469         MOVE WS-PEND-MESSAGE TO HDMSGO
024470     ELSE
024471         MOVE 'HOLD NOT PLACED - PENDAPPR WRITE FAILED'
024472             TO HDMSGO
024473     END-IF.
024474 2270-EXIT.
024475     EXIT.
024500
024600*----------------------------------------------------------------*
024700* 2300-RELEASE-HOLD -- only an open hold can be released; the    *
024900*                      trail the desk works from                 *
025000*----------------------------------------------------------------*
025100 2300-RELEASE-HOLD.
025110     IF NOT OPR-MAY-RELEASE-HOLD
025120         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO HDMSGO
025130         GO TO 2300-EXIT
025140     END-IF
025150
025200     IF HDHOLDIDI = SPACES
025300         MOVE 'HOLD ID REQUIRED FOR A RELEASE' TO HDMSGO
025400         GO TO 2300-EXIT
