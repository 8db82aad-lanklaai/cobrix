003007*                   both the entry account and a transfer's      *
003008*                   destination -- the desk block the            *
003009*                   controlled-closure sequence relies on.       *
003017*   10/15/2026  RH  The signed-on operator must hold an active   *
003025*                   OPERPROF profile with the entry entitlement. *
003033*                   An entry over the operator's amount ceiling  *
003041*                   is parked on PENDAPPR for a supervisor to    *
003049*                   release through CMAPR01 -- nothing reaches   *
003057*                   INTRADAY or MEMOBAL until then.  The         *
003065*                   INTRADAY description now names the keying    *
003073*                   operator.                                    *
003090*----------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
005871
005872 01  WS-HOLD-OPEN-SW       PIC X(1)  VALUE 'N'.
005873     88  WS-HOLD-BROWSE-OPEN   VALUE 'Y'.
005874
005875 01  WS-OPER-ID            PIC X(8)  VALUE SPACES.
005876 01  WS-REQ-TIME           PIC 9(6)  VALUE ZERO.
005877
005878 01  WS-OPER-OK-SW         PIC X(1)  VALUE 'N'.
005879     88  WS-OPERATOR-CLEARED   VALUE 'Y'.
005880
005881 01  WS-PEND-ID.
005882     05  WS-PID-PREFIX         PIC X(1)  VALUE 'A'.
005883     05  WS-PID-DATE           PIC 9(8).
005884     05  WS-PID-TASK           PIC 9(7).
005885
005886 01  WS-PEND-MESSAGE.
005887     05  FILLER                PIC X(39)
005888         VALUE 'OVER OPERATOR LIMIT - PENDING APPROVAL '.
005889     05  WS-PMS-PEND-ID        PIC X(16).
005890     05  FILLER                PIC X(5)  VALUE SPACES.
005891
005892 01  WS-DESK-DESCRIPTION.
005893     05  FILLER                PIC X(15) VALUE 'DESK ENTRY OPR '.
005894     05  WS-DDS-OPER-ID        PIC X(8).
005895     05  FILLER                PIC X(17) VALUE SPACES.
005900
006000 COPY CUSTMAST.
006100
006500 COPY MEMOBAL.
006510
006520 COPY ACCTHOLD.
006530
006540 COPY OPERPROF.
006550
006560 COPY PENDAPPR.
006600
006700 COPY TRANSHST.
006800
012700
012800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
012810     MOVE SPACES TO EMSGO
012820
012830     PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT
012840     IF NOT WS-OPERATOR-CLEARED
012850         GO TO 2000-REDISPLAY
012860     END-IF
012900
013000     IF EACCTIDI = SPACES
013100         MOVE 'ACCOUNT ID REQUIRED' TO EMSGO
018800         END-IF
018900     END-IF
019000
019010     IF WS-ENTRY-AMOUNT GREATER THAN OPR-AMOUNT-CEILING
019020         PERFORM 2700-PARK-ENTRY THRU 2700-EXIT
019030         GO TO 2000-REDISPLAY
019040     END-IF
019050
019100     PERFORM 2400-WRITE-INTRADAY THRU 2400-EXIT
019110     IF NOT WS-INTRADAY-WRITTEN
019120         MOVE 'ENTRY NOT ACCEPTED - INTRADAY WRITE FAILED'
020300     END-EXEC.
020400 2000-EXIT.
020500     EXIT.
020502
020504*----------------------------------------------------------------*
020506* 2050-CHECK-OPERATOR -- the signed-on user must hold an active  *
020508*                        OPERPROF profile carrying the entry     *
020510*                        entitlement; the profile's amount       *
020512*                        ceiling decides whether the entry is    *
020514*                        posted or parked for approval           *
020516*----------------------------------------------------------------*
020518 2050-CHECK-OPERATOR.
020520     MOVE 'N' TO WS-OPER-OK-SW
020522     EXEC CICS ASSIGN USERID(WS-OPER-ID)
020524     END-EXEC
020526
020528     MOVE WS-OPER-ID TO OPR-OPER-ID
020530     EXEC CICS READ DATASET('OPERPROF')
020532         INTO(OPERATOR-PROFILE-RECORD)
020534         RIDFLD(OPR-OPER-ID)
020536         RESP(WS-RESP)
020538     END-EXEC
020540     IF WS-RESP NOT = DFHRESP(NORMAL)
020542         MOVE 'OPERATOR HAS NO PROFILE - SEE SUPERVISOR' TO EMSGO
020544         GO TO 2050-EXIT
020546     END-IF
020548
020550     IF NOT OPR-ACTIVE
020552         MOVE 'OPERATOR PROFILE REVOKED' TO EMSGO
020554         GO TO 2050-EXIT
020556     END-IF
020558
020560     IF NOT OPR-MAY-ENTER
020562         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO EMSGO
020564         GO TO 2050-EXIT
020566     END-IF
020568
020570     IF OPR-AMOUNT-CEILING NOT NUMERIC
020572         MOVE ZERO TO OPR-AMOUNT-CEILING
020574     END-IF
020576     MOVE 'Y' TO WS-OPER-OK-SW.
020578 2050-EXIT.
020580     EXIT.
020600
020700*----------------------------------------------------------------*
020800* 2100-END-SESSION                                               *
029200     MOVE EACCTIDI      TO TH-CUST-ID
029300     MOVE ETYPEI        TO TH-TXN-TYPE
029400     MOVE WS-ENTRY-AMOUNT TO TH-AMOUNT
029500     MOVE WS-OPER-ID    TO WS-DDS-OPER-ID
029510     MOVE WS-DESK-DESCRIPTION TO TH-DESCRIPTION
029600
029700     IF ETYPEI = 'T'
029800         MOVE EDESTI TO TH-ACCOUNT-REF
039010         - WS-OPEN-HOLDS.
039100 2600-EXIT.
039200     EXIT.
039202
039204*----------------------------------------------------------------*
039206* 2700-PARK-ENTRY -- an entry over the operator's ceiling is     *
039208*                    written to PENDAPPR instead of INTRADAY;    *
039210*                    no memo moves until CMAPR01 releases it,    *
039212*                    and CMAPR01 re-validates the funds then     *
039214*----------------------------------------------------------------*
039216 2700-PARK-ENTRY.
039218     ACCEPT WS-REQ-TIME FROM TIME
039220     MOVE WS-TODAY-DATE TO WS-PID-DATE
039222     MOVE EIBTASKN      TO WS-PID-TASK
039224
039226     MOVE SPACES             TO PENDING-APPROVAL-RECORD
039228     MOVE WS-PEND-ID         TO PND-PEND-ID
039230     MOVE 'CMENT01'          TO PND-SOURCE-PGM
039232     MOVE 'EN'               TO PND-KIND
039234     MOVE 'P'                TO PND-STATUS
039236     MOVE 'L'                TO PND-REASON
039238     MOVE EACCTIDI           TO PND-ACCT-ID
039240     MOVE WS-ENTRY-AMOUNT    TO PND-AMOUNT
039242     MOVE OPR-AMOUNT-CEILING TO PND-CEILING
039244     MOVE WS-OPER-ID         TO PND-REQUESTED-BY
039246     MOVE WS-TODAY-DATE      TO PND-REQ-DATE
039248     MOVE WS-REQ-TIME        TO PND-REQ-TIME
039250     MOVE ZERO               TO PND-DEC-DATE
039252     MOVE ZERO               TO PND-DEC-TIME
039254     MOVE ETYPEI             TO PND-EN-TXN-TYPE
039256     IF ETYPEI = 'T'
039258         MOVE EDESTI         TO PND-EN-DEST-ACCT
039260     END-IF
039262
039264     EXEC CICS WRITE DATASET('PENDAPPR')
039266         FROM(PENDING-APPROVAL-RECORD)
039268         RIDFLD(PND-PEND-ID)
039270         RESP(WS-RESP)
039272     END-EXEC
039274
039278     IF WS-RESP = DFHRESP(NORMAL)
039280         MOVE WS-PEND-ID      TO WS-PMS-PEND-ID
039282         MOVE WS-PEND-MESSAGE TO EMSGO
039284     ELSE
039286         MOVE 'ENTRY NOT ACCEPTED - PENDAPPR WRITE FAILED'
039288             TO EMSGO
039290     END-IF
039291     PERFORM 2600-SHOW-BALANCES THRU 2600-EXIT.
039292 2700-EXIT.
039294     EXIT.
039300
039400*----------------------------------------------------------------*
039500* 2900-INVALID-KEY                                               *
