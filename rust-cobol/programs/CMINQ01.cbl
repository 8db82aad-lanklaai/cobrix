002624*                   panel, carrying the on-screen account in the   *
002625*                   activity commarea -- the same pattern as       *
002626*                   PF5's change-history panel.                    *
002627*   10/15/2026  RH  The CUSTAUD row now carries CAU-ACTION and     *
002628*                   the before/after image extensions -- date      *
002629*                   of birth, the three date stamps, and           *
002630*                   CMR-OVERDRAFT-LIMIT -- for CMRCV01 recovery.   *
002631*   10/15/2026  RH  The signed-on operator must hold an active     *
002632*                   OPERPROF profile with the inquiry entitlement  *
002633*                   to look up an account and the maintenance      *
002634*                   entitlement to change one.  A change taking    *
002635*                   CMR-STATUS to C or F is parked on PENDAPPR for *
002636*                   a supervisor to release through CMAPR01.  The  *
002637*                   CUSTAUD row now carries the operator id.       *
002638*   10/15/2026  RH  PF7 hands the on-screen account to CMDSP01,    *
002639*                   the DISPCASE dispute case screen.              *
002640*   10/15/2026  RH  A failed CUSTAUD write rolls the maintenance   *
002641*                   change back, so CUSTMAST never changes without *
002642*                   the before/after image CMRCV01 replays.        *
002600*----------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004710 COPY CMINCOMM.
004720 COPY CMHSCOMM.
004721 COPY CMDTCOMM.
004722 COPY CMDSCOMM.
004800 COPY CUSTAUD.
004810 COPY MEMOBAL.
004815 COPY ACCTHOLD.
004876
004877 01  WS-HOLD-OPEN-SW       PIC X(1)  VALUE 'N'.
004878     88  WS-HOLD-BROWSE-OPEN   VALUE 'Y'.
004879
004880 01  WS-OPER-ID            PIC X(8)  VALUE SPACES.
004881 01  WS-OPER-MESSAGE       PIC X(60) VALUE SPACES.
004882 01  WS-REQ-TIME           PIC 9(6)  VALUE ZERO.
004883
004884 01  WS-OPER-OK-SW         PIC X(1)  VALUE 'N'.
004885     88  WS-OPERATOR-CLEARED   VALUE 'Y'.
004886
004887 01  WS-PEND-ID.
004888     05  WS-PID-PREFIX         PIC X(1)  VALUE 'A'.
004889     05  WS-PID-DATE           PIC 9(8).
004890     05  WS-PID-TASK           PIC 9(7).
004891
004892 01  WS-PEND-MESSAGE.
004893     05  FILLER                PIC X(42)
004894         VALUE 'STATUS CHANGE PENDING SUPERVISOR APPROVAL '.
004895     05  WS-PMS-PEND-ID        PIC X(16).
004896     05  FILLER                PIC X(2)  VALUE SPACES.
004897
004898 COPY OPERPROF.
004899 COPY PENDAPPR.
004900
005000 01  DFHCOMMAREA           PIC X(12).
005100
010320             PERFORM 2400-SHOW-HISTORY THRU 2400-EXIT
010330         WHEN EIBAID = DFHPF6 AND CA-RECORD-FOUND
010340             PERFORM 2450-SHOW-ACTIVITY THRU 2450-EXIT
010350         WHEN EIBAID = DFHPF7 AND CA-RECORD-FOUND
010360             PERFORM 2470-SHOW-DISPUTES THRU 2470-EXIT
010400         WHEN OTHER
010500             PERFORM 2900-INVALID-KEY THRU 2900-EXIT
010600     END-EVALUATE.
010700 2000-EXIT.
010800     EXIT.
010803
010806*----------------------------------------------------------------*
010809* 2050-CHECK-OPERATOR -- the signed-on user must hold an active  *
010812*                        OPERPROF profile; the inquiry and       *
010815*                        maintenance entitlements are tested by  *
010818*                        the paragraph asking                    *
010821*----------------------------------------------------------------*
010824 2050-CHECK-OPERATOR.
010827     MOVE 'N'    TO WS-OPER-OK-SW
010830     MOVE SPACES TO WS-OPER-MESSAGE
010833     EXEC CICS ASSIGN USERID(WS-OPER-ID)
010836     END-EXEC
010839
010842     MOVE WS-OPER-ID TO OPR-OPER-ID
010845     EXEC CICS READ DATASET('OPERPROF')
010848         INTO(OPERATOR-PROFILE-RECORD)
010851         RIDFLD(OPR-OPER-ID)
010854         RESP(WS-RESP)
010857     END-EXEC
010860     IF WS-RESP NOT = DFHRESP(NORMAL)
010863         MOVE 'OPERATOR HAS NO PROFILE - SEE SUPERVISOR'
010866             TO WS-OPER-MESSAGE
010869         GO TO 2050-EXIT
010872     END-IF
010875
010878     IF NOT OPR-ACTIVE
010881         MOVE 'OPERATOR PROFILE REVOKED' TO WS-OPER-MESSAGE
010884         GO TO 2050-EXIT
010887     END-IF
010890     MOVE 'Y' TO WS-OPER-OK-SW.
010893 2050-EXIT.
010896     EXIT.
010900
011000*----------------------------------------------------------------*
011100* 2100-END-SESSION                                               *
013100     EXEC CICS RECEIVE MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
013200         RESP(WS-RESP)
013300     END-EXEC
013310
013320     PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT
013330     IF WS-OPERATOR-CLEARED AND NOT OPR-MAY-INQUIRE
013340         MOVE 'N' TO WS-OPER-OK-SW
013350         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
013360             TO WS-OPER-MESSAGE
013370     END-IF
013380     IF NOT WS-OPERATOR-CLEARED
013385         MOVE 'I' TO CA-FUNCTION
013390         MOVE LOW-VALUES      TO CUSTSCRO
013392         MOVE WS-OPER-MESSAGE TO MSGO
013394         EXEC CICS SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
013396             DATAONLY
013397         END-EXEC
013398         GO TO 2200-RETURN
013399     END-IF
013400
013500     MOVE CUSTIDI TO CA-CUST-ID
013600     MOVE CUSTIDI TO CMR-CUST-ID OF CUSTOMER-MASTER-RECORD
015400         EXEC CICS SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
015500             DATAONLY
015600         END-EXEC
015700     END-IF.
015800 2200-RETURN.
015900     EXEC CICS RETURN TRANSID(WS-TRANS-ID)
016000         COMMAREA(CMINQ-COMMAREA)
016100     END-EXEC.
018000     MOVE CMR-ACCOUNT-TYPE OF CUSTOMER-MASTER-RECORD TO ACCTYPO
018100     MOVE CMR-STATUS       OF CUSTOMER-MASTER-RECORD TO STATUSO
018110     PERFORM 2260-SHOW-MEMO-BALANCE THRU 2260-EXIT
018200     MOVE
018250         'ADDR/STATUS-ENTER PF5-HISTORY PF6-ACTIVITY PF7-DISPUTES'
018300                           TO MSGO
018400
018500     EXEC CICS SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
019800     EXEC CICS RECEIVE MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
019900         RESP(WS-RESP)
020000     END-EXEC
020010
020020     PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT
020030     IF WS-OPERATOR-CLEARED AND NOT OPR-MAY-MAINTAIN
020040         MOVE 'N' TO WS-OPER-OK-SW
020050         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
020060             TO WS-OPER-MESSAGE
020070     END-IF
020080     IF NOT WS-OPERATOR-CLEARED
020090         MOVE WS-OPER-MESSAGE TO MSGO
020092         EXEC CICS SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
020094             DATAONLY
020096         END-EXEC
020098         GO TO 2300-RETURN
020099     END-IF
020100
020200     MOVE CA-CUST-ID TO CMR-CUST-ID OF CUSTOMER-MASTER-RECORD
020300
020900     END-EXEC
021000
021100     IF WS-RESP = DFHRESP(NORMAL)
021110         IF STATUSI NOT = CMR-STATUS OF CUSTOMER-MASTER-RECORD
021120                 AND (STATUSI = 'C' OR STATUSI = 'F')
021130             EXEC CICS UNLOCK DATASET('CUSTMAST')
021140             END-EXEC
021150             PERFORM 2370-PARK-STATUS-CHANGE THRU 2370-EXIT
021160             EXEC CICS SEND MAP(WS-MAP-NAME)
021170                 MAPSET(WS-MAPSET-NAME) DATAONLY
021180             END-EXEC
021190             GO TO 2300-RETURN
021195         END-IF
021200         MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-CUSTMAST
021300         MOVE STREETI TO CMR-STREET OF CUSTOMER-MASTER-RECORD
021400         MOVE CITYI   TO CMR-CITY   OF CUSTOMER-MASTER-RECORD
022300
022400         IF WS-RESP = DFHRESP(NORMAL)
022500             PERFORM 2350-WRITE-AUDIT-RECORD THRU 2350-EXIT
022510             IF WS-RESP NOT = DFHRESP(NORMAL)
022520                 EXEC CICS SYNCPOINT ROLLBACK
022530                 END-EXEC
022540                 MOVE 'UPDATE NOT APPLIED -- AUDIT WRITE FAILED'
022550                                   TO MSGO
022560                 EXEC CICS SEND MAP(WS-MAP-NAME)
022570                     MAPSET(WS-MAPSET-NAME) DATAONLY
022580                 END-EXEC
022590                 GO TO 2300-RETURN
022595             END-IF
022600             PERFORM 2250-DISPLAY-RECORD THRU 2250-EXIT
022700             MOVE 'UPDATE APPLIED' TO MSGO
022800         ELSE
024000         EXEC CICS SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
024100             ERASE
024200         END-EXEC
024300     END-IF.
024400 2300-RETURN.
024500     EXEC CICS RETURN TRANSID(WS-TRANS-ID)
024600         COMMAREA(CMINQ-COMMAREA)
024700     END-EXEC.
026100*                            record layout (COPY CUSTAUD) and    *
026200*                            the before/after/job/txn-id         *
026300*                            content are identical either way.   *
026310*                            The caller tests WS-RESP: a failed  *
026320*                            write rolls the rewrite back.       *
026400*----------------------------------------------------------------*
026500 2350-WRITE-AUDIT-RECORD.
026600     MOVE WS-BEFORE-CUSTMAST       TO WS-BEFORE-IMAGE
027300     MOVE WS-AUDIT-TIME            TO CAU-AUDIT-TIME
027400     MOVE WS-TRANS-ID              TO CAU-JOB-NAME
027500     MOVE WS-ONLINE-TXN-ID         TO CAU-TXN-ID
027510     MOVE WS-OPER-ID               TO CAU-OPERATOR-ID
027520     MOVE SPACES                   TO CAU-APPROVER-ID
027600
027700     MOVE CMR-LAST-NAME    OF WS-BEFORE-IMAGE TO
027710         CAU-BEFORE-LAST-NAME
029610         CAU-AFTER-ACCOUNT-TYPE
029700     MOVE CMR-STATUS       OF CUSTOMER-MASTER-RECORD TO
029710         CAU-AFTER-STATUS
029711
029712     MOVE 'U'                         TO CAU-ACTION
029713     MOVE CMR-DOB             OF WS-BEFORE-IMAGE TO
029714         CAU-BEFORE-DOB
029715     MOVE CMR-OPEN-DATE       OF WS-BEFORE-IMAGE TO
029716         CAU-BEFORE-OPEN-DATE
029717     MOVE CMR-LAST-TXN-DATE   OF WS-BEFORE-IMAGE TO
029718         CAU-BEFORE-LAST-TXN-DATE
029719     MOVE CMR-LAST-CUST-DATE  OF WS-BEFORE-IMAGE TO
029720         CAU-BEFORE-LAST-CUST-DATE
029721     MOVE CMR-OVERDRAFT-LIMIT OF WS-BEFORE-IMAGE TO
029722         CAU-BEFORE-OD-LIMIT
029723     MOVE CMR-DOB             OF CUSTOMER-MASTER-RECORD TO
029724         CAU-AFTER-DOB
029725     MOVE CMR-OPEN-DATE       OF CUSTOMER-MASTER-RECORD TO
029726         CAU-AFTER-OPEN-DATE
029727     MOVE CMR-LAST-TXN-DATE   OF CUSTOMER-MASTER-RECORD TO
029728         CAU-AFTER-LAST-TXN-DATE
029729     MOVE CMR-LAST-CUST-DATE  OF CUSTOMER-MASTER-RECORD TO
029730         CAU-AFTER-LAST-CUST-DATE
029731     MOVE CMR-OVERDRAFT-LIMIT OF CUSTOMER-MASTER-RECORD TO
029732         CAU-AFTER-OD-LIMIT
029800
029900     EXEC CICS WRITE DATASET('CUSTAUD')
030000         FROM(CUSTOMER-AUDIT-RECORD)
030200     END-EXEC.
030300 2350-EXIT.
030400     EXIT.
030401
030402*----------------------------------------------------------------*
030403* 2370-PARK-STATUS-CHANGE -- a change taking CMR-STATUS to C or  *
030404*                            F is written whole to PENDAPPR --   *
030405*                            address fields included -- and the  *
030406*                            record is left as it stands until   *
030407*                            CMAPR01 releases it                 *
030408*----------------------------------------------------------------*
030409 2370-PARK-STATUS-CHANGE.
030410     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
030411     ACCEPT WS-REQ-TIME FROM TIME
030412     MOVE WS-TODAY-DATE TO WS-PID-DATE
030413     MOVE EIBTASKN      TO WS-PID-TASK
030414
030415     MOVE SPACES             TO PENDING-APPROVAL-RECORD
030416     MOVE WS-PEND-ID         TO PND-PEND-ID
030417     MOVE 'CMINQ01'          TO PND-SOURCE-PGM
030418     MOVE 'ST'               TO PND-KIND
030419     MOVE 'P'                TO PND-STATUS
030420     MOVE 'S'                TO PND-REASON
030421     MOVE CA-CUST-ID         TO PND-ACCT-ID
030422     MOVE ZERO               TO PND-AMOUNT
030423     IF OPR-AMOUNT-CEILING NUMERIC
030424         MOVE OPR-AMOUNT-CEILING TO PND-CEILING
030425     ELSE
030426         MOVE ZERO           TO PND-CEILING
030427     END-IF
030428     MOVE WS-OPER-ID         TO PND-REQUESTED-BY
030429     MOVE WS-TODAY-DATE      TO PND-REQ-DATE
030430     MOVE WS-REQ-TIME        TO PND-REQ-TIME
030431     MOVE ZERO               TO PND-DEC-DATE
030432     MOVE ZERO               TO PND-DEC-TIME
030433     MOVE STREETI            TO PND-ST-STREET
030434     MOVE CITYI              TO PND-ST-CITY
030435     MOVE STATEI             TO PND-ST-STATE
030436     MOVE ZIPI               TO PND-ST-ZIP
030437     MOVE STATUSI            TO PND-ST-NEW-STATUS
030438     MOVE CMR-STATUS OF CUSTOMER-MASTER-RECORD
030439                             TO PND-ST-OLD-STATUS
030440
030441     EXEC CICS WRITE DATASET('PENDAPPR')
030442         FROM(PENDING-APPROVAL-RECORD)
030443         RIDFLD(PND-PEND-ID)
030444         RESP(WS-RESP)
030445     END-EXEC
030446     IF WS-RESP = DFHRESP(NORMAL)
030447         MOVE WS-PEND-ID      TO WS-PMS-PEND-ID
030448         MOVE WS-PEND-MESSAGE TO MSGO
030449     ELSE
030450         MOVE 'UPDATE NOT APPLIED - PENDAPPR WRITE FAILED'
030451             TO MSGO
030452     END-IF.
030453 2370-EXIT.
030454     EXIT.
030500
030510*----------------------------------------------------------------*
030520* 2400-SHOW-HISTORY -- hand the on-screen customer to CMHINQ01,  *
030613     END-EXEC.
030614 2450-EXIT.
030615     EXIT.
030616
030617*----------------------------------------------------------------*
030618* 2470-SHOW-DISPUTES -- hand the on-screen account to CMDSP01,   *
030619*                       the DISPCASE dispute case screen; PF3    *
030620*                       there comes back to a fresh inquiry      *
030621*                       screen                                   *
030622*----------------------------------------------------------------*
030623 2470-SHOW-DISPUTES.
030624     MOVE CA-CUST-ID TO DS-ACCT-ID
030625     MOVE 'N'        TO DS-STATE
030626     EXEC CICS XCTL PROGRAM('CMDSP01')
030627         COMMAREA(CMDSP-COMMAREA)
030628     END-EXEC.
030629 2470-EXIT.
030630     EXIT.
030600
030610*----------------------------------------------------------------*
030700* 2900-INVALID-KEY -- any attention key not handled above        *
