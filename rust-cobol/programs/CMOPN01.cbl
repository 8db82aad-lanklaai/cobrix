003000*   09/02/2026  RH  Initial version -- consistent CUSTBASE /     *
003100*                   ACCTXREF / CUSTMAST account opening with     *
003200*                   IDCTL id assignment and CUSTAUD audit.       *
003210*   10/15/2026  RH  Each opened account drops an 'NA' welcome    *
003220*                   notice event onto the CORRQ correspondence   *
003230*                   queue for the CMLTR01 letter run.            *
003240*   10/15/2026  RH  The CUSTAUD row is flagged CAU-ACTION 'I'    *
003250*                   and carries the date and overdraft-limit     *
003260*                   image extensions so CMRCV01 can replay the   *
003265*                   insert.                                      *
003270*   10/15/2026  RH  The signed-on operator must hold an active   *
003275*                   OPERPROF profile with the open entitlement;  *
003280*                   the CUSTAUD row now carries the operator id. *
003285*   10/15/2026  RH  A failed CORRQ write of the welcome notice   *
003290*                   rolls the open back like any other failed    *
003295*                   write, so no account opens without a letter. *
003296*   10/15/2026  RH  A failed CUSTAUD write rolls the open back,  *
003297*                   so no account lands without the 'I' row      *
003298*                   CMRCV01 needs to replay it.                  *
003300*----------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
006100 01  WS-ONLINE-TXN-ID.
006200     05  WS-ONLINE-TRANS-ID    PIC X(4).
006300     05  WS-ONLINE-TASK-NUM    PIC 9(12).
006310
006320 01  WS-OPER-ID            PIC X(8)  VALUE SPACES.
006330
006340 01  WS-OPER-OK-SW         PIC X(1)  VALUE 'N'.
006350     88  WS-OPERATOR-CLEARED   VALUE 'Y'.
006400
006500 COPY CUSTMAST.
006600
007100 COPY IDCTL.
007200
007300 COPY CUSTAUD.
007310
007320 COPY CORRQ.
007330
007340 COPY OPERPROF.
007400
007500 COPY OPENMAP.
007600 COPY CMOPCOMM.
013200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
013300     MOVE SPACES TO OPMSGO
013400     MOVE 'N'    TO WS-FAILED-SW
013410
013420     PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT
013430     IF NOT WS-OPERATOR-CLEARED
013440         GO TO 2000-REDISPLAY
013450     END-IF
013500
013600     IF OPFUNCI NOT = 'N' AND OPFUNCI NOT = 'A'
013700         MOVE 'FUNCTION MUST BE N OR A' TO OPMSGO
018200     END-IF
018300
018400     PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT
018401     IF WS-OPEN-FAILED
018402         EXEC CICS SYNCPOINT ROLLBACK
018403         END-EXEC
018404         MOVE 'OPEN FAILED - AUDIT WRITE FAILED, NOTHING WRITTEN'
018405             TO OPMSGO
018406         GO TO 2000-REDISPLAY
018407     END-IF
018410     PERFORM 2750-QUEUE-OPEN-NOTICE THRU 2750-EXIT
018420     IF WS-OPEN-FAILED
018430         EXEC CICS SYNCPOINT ROLLBACK
018440         END-EXEC
018450         MOVE 'OPEN FAILED - NOTHING WRITTEN' TO OPMSGO
018460         GO TO 2000-REDISPLAY
018470     END-IF
018500
018600     MOVE WS-NEW-ACCT-ID TO OPACCTIDO
018700     MOVE WS-NEW-CUST-NO TO OPCUSTNOO
019600     END-EXEC.
019700 2000-EXIT.
019800     EXIT.
019802
019804*----------------------------------------------------------------*
019806* 2050-CHECK-OPERATOR -- the signed-on user must hold an active  *
019808*                        OPERPROF profile carrying the open      *
019810*                        entitlement                             *
019812*----------------------------------------------------------------*
019814 2050-CHECK-OPERATOR.
019816     MOVE 'N' TO WS-OPER-OK-SW
019818     EXEC CICS ASSIGN USERID(WS-OPER-ID)
019820     END-EXEC
019822
019824     MOVE WS-OPER-ID TO OPR-OPER-ID
019826     EXEC CICS READ DATASET('OPERPROF')
019828         INTO(OPERATOR-PROFILE-RECORD)
019830         RIDFLD(OPR-OPER-ID)
019832         RESP(WS-RESP)
019834     END-EXEC
019836     IF WS-RESP NOT = DFHRESP(NORMAL)
019838         MOVE 'OPERATOR HAS NO PROFILE - SEE SUPERVISOR'
019840             TO OPMSGO
019842         GO TO 2050-EXIT
019844     END-IF
019846
019848     IF NOT OPR-ACTIVE
019850         MOVE 'OPERATOR PROFILE REVOKED' TO OPMSGO
019852         GO TO 2050-EXIT
019854     END-IF
019856
019858     IF NOT OPR-MAY-OPEN
019860         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO OPMSGO
019862         GO TO 2050-EXIT
019864     END-IF
019866     MOVE 'Y' TO WS-OPER-OK-SW.
019868 2050-EXIT.
019870     EXIT.
019900
020000*----------------------------------------------------------------*
020100* 2100-END-SESSION                                               *
039200*                            the before-image is blank names     *
039300*                            and zero amounts; written directly  *
039400*                            to the CICS-owned CUSTAUD file the  *
039500*                            same way CMINQ01 does.  A failed    *
039550*                            write fails the open                *
039600*----------------------------------------------------------------*
039700 2700-WRITE-AUDIT-RECORD.
039800     ACCEPT WS-AUDIT-TIME FROM TIME
040400     MOVE WS-AUDIT-TIME    TO CAU-AUDIT-TIME
040500     MOVE WS-TRANS-ID      TO CAU-JOB-NAME
040600     MOVE WS-ONLINE-TXN-ID TO CAU-TXN-ID
040610     MOVE WS-OPER-ID       TO CAU-OPERATOR-ID
040620     MOVE SPACES           TO CAU-APPROVER-ID
040700
040800     MOVE SPACES TO CAU-BEFORE-LAST-NAME
040900     MOVE SPACES TO CAU-BEFORE-FIRST-NAME
041500     MOVE ZERO   TO CAU-BEFORE-CREDIT-LIMIT
041600     MOVE SPACES TO CAU-BEFORE-ACCOUNT-TYPE
041700     MOVE SPACES TO CAU-BEFORE-STATUS
041710     MOVE 'I'    TO CAU-ACTION
041720     MOVE ZERO   TO CAU-BEFORE-DOB
041730     MOVE ZERO   TO CAU-BEFORE-OPEN-DATE
041740     MOVE ZERO   TO CAU-BEFORE-LAST-TXN-DATE
041750     MOVE ZERO   TO CAU-BEFORE-LAST-CUST-DATE
041760     MOVE ZERO   TO CAU-BEFORE-OD-LIMIT
041800
041900     MOVE CMR-LAST-NAME    TO CAU-AFTER-LAST-NAME
042000     MOVE CMR-FIRST-NAME   TO CAU-AFTER-FIRST-NAME
042600     MOVE CMR-CREDIT-LIMIT TO CAU-AFTER-CREDIT-LIMIT
042700     MOVE CMR-ACCOUNT-TYPE TO CAU-AFTER-ACCOUNT-TYPE
042800     MOVE CMR-STATUS       TO CAU-AFTER-STATUS
042810     MOVE CMR-DOB             TO CAU-AFTER-DOB
042820     MOVE CMR-OPEN-DATE       TO CAU-AFTER-OPEN-DATE
042830     MOVE CMR-LAST-TXN-DATE   TO CAU-AFTER-LAST-TXN-DATE
042840     MOVE CMR-LAST-CUST-DATE  TO CAU-AFTER-LAST-CUST-DATE
042850     MOVE CMR-OVERDRAFT-LIMIT TO CAU-AFTER-OD-LIMIT
042900
043000     EXEC CICS WRITE DATASET('CUSTAUD')
043100         FROM(CUSTOMER-AUDIT-RECORD)
043200         RESP(WS-RESP)
043300     END-EXEC
043310     IF WS-RESP NOT = DFHRESP(NORMAL)
043320         MOVE 'Y' TO WS-FAILED-SW
043330     END-IF.
043400 2700-EXIT.
043500     EXIT.
043501
043503*----------------------------------------------------------------*
043505* 2750-QUEUE-OPEN-NOTICE -- drop an 'NA' event on CORRQ so the   *
043507*                           CMLTR01 letter run sends the         *
043509*                           welcome letter.  The owner is known  *
043511*                           here, so it rides on the event.  A   *
043512*                           failed write fails the open.         *
043513*----------------------------------------------------------------*
043515 2750-QUEUE-OPEN-NOTICE.
043516     MOVE SPACES         TO CORRESPONDENCE-QUEUE-RECORD
043517     MOVE WS-TODAY-DATE  TO CRQ-EVENT-DATE
043519     MOVE 'CMOPN01'      TO CRQ-ORIGIN
043521     MOVE WS-NEW-ACCT-ID TO CRQ-EVENT-REF
043523     MOVE WS-NEW-ACCT-ID TO CRQ-ACCT-ID
043525     MOVE WS-NEW-CUST-NO TO CRQ-CUST-NO
043527     MOVE 'NA'           TO CRQ-LETTER-TYPE
043529     MOVE ZERO           TO CRQ-AMOUNT
043531     MOVE WS-TODAY-DATE  TO CRQ-REF-DATE
043533     MOVE 'NEW ACCOUNT OPENED' TO CRQ-DETAIL-TEXT
043535     MOVE 'P'            TO CRQ-STATUS
043537     MOVE ZERO           TO CRQ-MAILED-DATE
043539     MOVE SPACES         TO CRQ-MAILING-ID
043544
043549     EXEC CICS WRITE DATASET('CORRQ')
043554         FROM(CORRESPONDENCE-QUEUE-RECORD)
043559         RIDFLD(CRQ-KEY)
043564         RESP(WS-RESP)
043569     END-EXEC
043574     IF WS-RESP NOT = DFHRESP(NORMAL)
043579         MOVE 'Y' TO WS-FAILED-SW
043584     END-IF.
043589 2750-EXIT.
043594     EXIT.
043600
043700*----------------------------------------------------------------*
043800* 2800-ASSIGN-NEXT-ID -- take the next number of the requested   *
