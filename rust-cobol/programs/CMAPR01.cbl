000100*================================================================*
000200* PROGRAM:     CMAPR01                                           *
000300* FUNCTION:    Online CICS supervisor approval screen.  The     *
000400*              CMENT01 entry, CMHLD01 hold, and CMINQ01 status   *
000500*              screens park on PENDAPPR anything their operator  *
000600*              may not do alone -- an entry or hold over the     *
000700*              operator's OPR-AMOUNT-CEILING, or a CMR-STATUS    *
000800*              change to C or F.  This screen lists the items    *
000900*              still pending, twelve to a page, and lets a       *
001000*              second operator -- active, supervisor-level,      *
001100*              holding the approve entitlement, and not the      *
001200*              one who keyed the item -- approve or reject one.  *
001300*              An approval carries the parked action out here    *
001400*              with the same checks the originating screen       *
001500*              makes, taken again against the account as it      *
001600*              stands now: an entry is written to INTRADAY and   *
001700*              folded into MEMOBAL, a hold is written to         *
001800*              ACCTHOLD with its 'HP' notice, and a status       *
001900*              change is rewritten to CUSTMAST and audited on    *
002000*              CUSTAUD under both operator ids.  An action that  *
002100*              no longer passes leaves the item pending with     *
002200*              the reason on screen; the supervisor rejects it   *
002300*              and the desk rekeys.  Pseudo-conversational;      *
002400*              AP-SKIP-COUNT carries the list position.          *
002500*================================================================*
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CMAPR01.
002800 AUTHOR. R-HOLLOWAY.
002900 INSTALLATION. IBMUSER CUSTOMER LEDGER SYSTEMS.
003000 DATE-WRITTEN. 10/15/2026.
003100 DATE-COMPILED.
003200*----------------------------------------------------------------*
003300* MODIFICATION HISTORY                                           *
003400*   10/15/2026  RH  Initial version -- paged PENDAPPR list with  *
003500*                   approve/reject and execution of the parked   *
003600*                   entry, hold, or status change.               *
003610*   10/15/2026  RH  A status change whose CUSTAUD row cannot be  *
003620*                   written is rolled back and not approved, so  *
003630*                   forward recovery never misses an applied     *
003640*                   change.  The 'HP' CORRQ record is cleared    *
003650*                   before it is built.                          *
003700*----------------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200 DATA DIVISION.
004300 WORKING-STORAGE SECTION.
004400 01  WS-MAPSET-NAME        PIC X(8)  VALUE 'CUSTSET'.
004500 01  WS-MAP-NAME           PIC X(8)  VALUE 'APPRMAP'.
004600 01  WS-TRANS-ID           PIC X(4)  VALUE 'CAPR'.
004700
004800 01  WS-RESP               PIC S9(8) COMP.
004900 01  WS-INTRADAY-RBA       PIC S9(8) COMP VALUE ZERO.
005000
005100 01  WS-TODAY-DATE         PIC 9(8)  VALUE ZERO.
005200 01  WS-DEC-TIME           PIC 9(6)  VALUE ZERO.
005300
005400 01  WS-OPER-ID            PIC X(8)  VALUE SPACES.
005500 01  WS-OPER-MESSAGE       PIC X(60) VALUE SPACES.
005600 01  WS-DECISION-MESSAGE   PIC X(60) VALUE SPACES.
005700
005800 01  WS-OPER-OK-SW         PIC X(1)  VALUE 'N'.
005900     88  WS-OPERATOR-CLEARED   VALUE 'Y'.
006000
006100 01  WS-ACTION-OK-SW       PIC X(1)  VALUE 'N'.
006200     88  WS-ACTION-DONE        VALUE 'Y'.
006300
006400 01  WS-MEMO-OK-SW         PIC X(1)  VALUE 'Y'.
006500     88  WS-MEMO-UPDATED       VALUE 'Y'.
006600
006700 01  WS-NOTICE-QUEUED-SW   PIC X(1)  VALUE 'Y'.
006800     88  WS-NOTICE-QUEUED      VALUE 'Y'.
006900
007000 01  WS-RESULT-REF         PIC X(16) VALUE SPACES.
007100
007200 01  WS-DONE-MESSAGE.
007300     05  WS-DMS-TEXT           PIC X(30).
007400     05  WS-DMS-REF            PIC X(16).
007500     05  FILLER                PIC X(14) VALUE SPACES.
007600
007700*    Paging over the pending rows
007800 01  WS-PAGE-SIZE          PIC 9(2)  VALUE 12.
007900 01  WS-SHOWN-COUNT        PIC 9(5)  VALUE ZERO.
008000 01  WS-SKIPPED-COUNT      PIC 9(5)  VALUE ZERO.
008100 01  WS-LINE-SUB           PIC S9(4) COMP VALUE ZERO.
008200 01  WS-BROWSE-DONE-SW     PIC X(1)  VALUE 'N'.
008300     88  WS-BROWSE-DONE        VALUE 'Y'.
008400
008500 01  WS-BROWSE-OPEN-SW     PIC X(1)  VALUE 'N'.
008600     88  WS-BROWSE-OPEN        VALUE 'Y'.
008700
008800 01  WS-BROWSE-KEY         PIC X(16).
008900
009000 01  WS-APPR-LINE.
009100     05  WAL-PEND-ID           PIC X(16).
009200     05  FILLER                PIC X(1)  VALUE SPACE.
009300     05  WAL-KIND              PIC X(2).
009400     05  FILLER                PIC X(1)  VALUE SPACE.
009500     05  WAL-ACCT-ID           PIC X(10).
009600     05  FILLER                PIC X(1)  VALUE SPACE.
009700     05  WAL-AMOUNT            PIC -(9)9.99.
009800     05  FILLER                PIC X(1)  VALUE SPACE.
009900     05  WAL-REQ-BY            PIC X(8).
010000     05  FILLER                PIC X(1)  VALUE SPACE.
010100     05  WAL-REQ-DATE          PIC 9(8).
010200     05  FILLER                PIC X(1)  VALUE SPACE.
010300     05  WAL-REASON            PIC X(1).
010400     05  FILLER                PIC X(1)  VALUE SPACE.
010500     05  WAL-DETAIL            PIC X(11).
010600
010700 01  WS-ENTRY-DETAIL.
010800     05  WED-TXN-TYPE          PIC X(1).
010900     05  WED-DEST-ACCT         PIC X(10).
011000
011100 01  WS-STATUS-DETAIL.
011200     05  FILLER                PIC X(7)  VALUE 'STATUS '.
011300     05  WSD-OLD-STATUS        PIC X(1).
011400     05  FILLER                PIC X(2)  VALUE ' >'.
011500     05  WSD-NEW-STATUS        PIC X(1).
011600
011700*    Desk-entry release -- the CMENT01 checks, taken again
011800 01  WS-ENTRY-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
011900 01  WS-SOURCE-MEMO        PIC S9(11)V99 COMP-3 VALUE ZERO.
012000 01  WS-DEST-MEMO          PIC S9(11)V99 COMP-3 VALUE ZERO.
012100 01  WS-EFF-BALANCE        PIC S9(11)V99 COMP-3 VALUE ZERO.
012200 01  WS-MEMO-DELTA         PIC S9(11)V99 COMP-3 VALUE ZERO.
012300 01  WS-MEMO-ACCT-ID       PIC X(10)     VALUE SPACES.
012400 01  WS-OPEN-HOLDS         PIC S9(11)V99 COMP-3 VALUE ZERO.
012500 01  WS-OD-LIMIT           PIC S9(9)V99 COMP-3 VALUE ZERO.
012600 01  WS-ITEM-SUB           PIC S9(4) COMP VALUE ZERO.
012700
012800 01  WS-ENTRY-TXN-ID.
012900     05  WS-ETX-PREFIX         PIC X(1)  VALUE 'E'.
013000     05  WS-ETX-DATE           PIC 9(8).
013100     05  WS-ETX-TASK           PIC 9(7).
013200
013300 01  WS-DESK-DESCRIPTION.
013400     05  FILLER                PIC X(15) VALUE 'DESK ENTRY OPR '.
013500     05  WS-DDS-OPER-ID        PIC X(8).
013600     05  FILLER                PIC X(5)  VALUE ' APR '.
013700     05  WS-DDS-APPR-ID        PIC X(8).
013800     05  FILLER                PIC X(4)  VALUE SPACES.
013900
014000 01  WS-HOLD-BROWSE-KEY.
014100     05  WS-HBK-ACCT-ID        PIC X(10).
014200     05  WS-HBK-HOLD-ID        PIC X(16).
014300
014400 01  WS-HOLD-DONE-SW       PIC X(1)  VALUE 'N'.
014500     88  WS-HOLD-BROWSE-DONE   VALUE 'Y'.
014600
014700 01  WS-HOLD-OPEN-SW       PIC X(1)  VALUE 'N'.
014800     88  WS-HOLD-BROWSE-OPEN   VALUE 'Y'.
014900
015000*    Hold release
015100 01  WS-NEW-HOLD-ID.
015200     05  WS-NHI-PREFIX         PIC X(1)  VALUE 'H'.
015300     05  WS-NHI-DATE           PIC 9(8).
015400     05  WS-NHI-TASK           PIC 9(7).
015500
015600*    Status-change release
015700 01  WS-BEFORE-CUSTMAST    PIC X(170).
015800 01  WS-AUDIT-TIME         PIC 9(6)  VALUE ZERO.
015900
016000 01  WS-ONLINE-TXN-ID.
016100     05  WS-ONLINE-TRANS-ID    PIC X(4).
016200     05  WS-ONLINE-TASK-NUM    PIC 9(12).
016300
016400 COPY CUSTMAST.
016500
016600 COPY CUSTMAST REPLACING ==CUSTOMER-MASTER-RECORD==
016700     BY ==WS-DEST-RECORD==.
016800
016900 COPY CUSTMAST REPLACING ==CUSTOMER-MASTER-RECORD==
017000     BY ==WS-BEFORE-IMAGE==.
017100
017200 COPY OPERPROF.
017300
017400 COPY PENDAPPR.
017500
017600 COPY MEMOBAL.
017700
017800 COPY ACCTHOLD.
017900
018000 COPY CORRQ.
018100
018200 COPY TRANSHST.
018300
018400 COPY CUSTAUD.
018500
018600 COPY APPRMAP.
018700 COPY CMAPCOMM.
018800
018900 01  DFHCOMMAREA           PIC X(6).
019000
019100 PROCEDURE DIVISION.
019200*----------------------------------------------------------------*
019300* 0000-MAINLINE                                                  *
019400*----------------------------------------------------------------*
019500 0000-MAINLINE.
019600     IF EIBCALEN = 0
019700         PERFORM 1000-FIRST-ENTRY THRU 1000-EXIT
019800     ELSE
019900         MOVE DFHCOMMAREA TO CMAPR-COMMAREA
020000         EVALUATE TRUE
020100             WHEN EIBAID = DFHCLEAR
020200                 PERFORM 2100-END-SESSION THRU 2100-EXIT
020300             WHEN EIBAID = DFHPF3
020400                 PERFORM 2100-END-SESSION THRU 2100-EXIT
020500             WHEN EIBAID = DFHENTER
020600                 PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
020700             WHEN OTHER
020800                 PERFORM 2900-INVALID-KEY THRU 2900-EXIT
020900         END-EVALUATE
021000     END-IF.
021100 0000-EXIT.
021200     EXIT.
021300
021400*----------------------------------------------------------------*
021500* 1000-FIRST-ENTRY -- the first page of pending items, for an    *
021600*                     operator cleared to approve                *
021700*----------------------------------------------------------------*
021800 1000-FIRST-ENTRY.
021900     MOVE 'A'  TO AP-FUNCTION
022000     MOVE ZERO TO AP-SKIP-COUNT
022100     MOVE SPACES TO WS-DECISION-MESSAGE
022200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
022300
022400     PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT
022500     IF WS-OPERATOR-CLEARED
022600         PERFORM 2500-BUILD-PAGE THRU 2500-EXIT
022700     ELSE
022800         MOVE LOW-VALUES      TO APPRSCRO
022900         MOVE WS-OPER-MESSAGE TO APMSGO
023000     END-IF
023100
023200     EXEC CICS SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
023300         ERASE
023400     END-EXEC
023500
023600     EXEC CICS RETURN TRANSID(WS-TRANS-ID)
023700         COMMAREA(CMAPR-COMMAREA)
023800     END-EXEC.
023900 1000-EXIT.
024000     EXIT.
024100
024200*----------------------------------------------------------------*
024300* 2000-PROCESS-ENTRY -- a keyed pending id is decided and the    *
024400*                       list restarts from the top; ENTER with   *
024500*                       no id pages forward                      *
024600*----------------------------------------------------------------*
024700 2000-PROCESS-ENTRY.
024800     EXEC CICS RECEIVE MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
024900         RESP(WS-RESP)
025000     END-EXEC
025100
025200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
025300     MOVE SPACES TO WS-DECISION-MESSAGE
025400
025500     PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT
025600     IF NOT WS-OPERATOR-CLEARED
025700         MOVE LOW-VALUES      TO APPRSCRO
025800         MOVE WS-OPER-MESSAGE TO APMSGO
025900         GO TO 2000-REDISPLAY
026000     END-IF
026100
026200     IF APIDI = SPACES OR APIDI = LOW-VALUES
026300         CONTINUE
026400     ELSE
026500         PERFORM 2200-DECIDE-ONE-ITEM THRU 2200-EXIT
026600         MOVE ZERO TO AP-SKIP-COUNT
026700     END-IF
026800
026900     PERFORM 2500-BUILD-PAGE THRU 2500-EXIT.
027000 2000-REDISPLAY.
027100     EXEC CICS SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
027200         ERASE
027300     END-EXEC
027400
027500     EXEC CICS RETURN TRANSID(WS-TRANS-ID)
027600         COMMAREA(CMAPR-COMMAREA)
027700     END-EXEC.
027800 2000-EXIT.
027900     EXIT.
028000
028100*----------------------------------------------------------------*
028200* 2050-CHECK-OPERATOR -- only an active, supervisor-level        *
028300*                        profile holding the approve             *
028400*                        entitlement may list or decide          *
028500*----------------------------------------------------------------*
028600 2050-CHECK-OPERATOR.
028700     MOVE 'N'    TO WS-OPER-OK-SW
028800     MOVE SPACES TO WS-OPER-MESSAGE
028900     EXEC CICS ASSIGN USERID(WS-OPER-ID)
029000     END-EXEC
029100
029200     MOVE WS-OPER-ID TO OPR-OPER-ID
029300     EXEC CICS READ DATASET('OPERPROF')
029400         INTO(OPERATOR-PROFILE-RECORD)
029500         RIDFLD(OPR-OPER-ID)
029600         RESP(WS-RESP)
029700     END-EXEC
029800     IF WS-RESP NOT = DFHRESP(NORMAL)
029900         MOVE 'OPERATOR HAS NO PROFILE - SEE SUPERVISOR'
030000             TO WS-OPER-MESSAGE
030100         GO TO 2050-EXIT
030200     END-IF
030300
030400     IF NOT OPR-ACTIVE
030500         MOVE 'OPERATOR PROFILE REVOKED' TO WS-OPER-MESSAGE
030600         GO TO 2050-EXIT
030700     END-IF
030800
030900     IF NOT OPR-SUPERVISOR-LEVEL OR NOT OPR-MAY-APPROVE
031000         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
031100             TO WS-OPER-MESSAGE
031200         GO TO 2050-EXIT
031300     END-IF
031400     MOVE 'Y' TO WS-OPER-OK-SW.
031500 2050-EXIT.
031600     EXIT.
031700
031800*----------------------------------------------------------------*
031900* 2100-END-SESSION                                               *
032000*----------------------------------------------------------------*
032100 2100-END-SESSION.
032200     EXEC CICS SEND TEXT FROM(WS-TRANS-ID) LENGTH(4) ERASE
032300         FREEKB
032400     END-EXEC
032500
032600     EXEC CICS RETURN
032700     END-EXEC.
032800 2100-EXIT.
032900     EXIT.
033000
033100*----------------------------------------------------------------*
033200* 2200-DECIDE-ONE-ITEM -- the PENDAPPR row is held for update    *
033300*                         across the whole decision, so two      *
033400*                         supervisors cannot both act on it.  A  *
033500*                         rejection only flags the row; an       *
033600*                         approval flags it only once the        *
033700*                         parked action has been carried out.    *
033800*----------------------------------------------------------------*
033900 2200-DECIDE-ONE-ITEM.
034000     IF APACTI NOT = 'A' AND APACTI NOT = 'R'
034100         MOVE 'ACTION MUST BE A (APPROVE) OR R (REJECT)'
034200             TO WS-DECISION-MESSAGE
034300         GO TO 2200-EXIT
034400     END-IF
034500
034600     MOVE APIDI TO PND-PEND-ID
034700     EXEC CICS READ DATASET('PENDAPPR')
034800         INTO(PENDING-APPROVAL-RECORD)
034900         RIDFLD(PND-PEND-ID)
035000         UPDATE
035100         RESP(WS-RESP)
035200     END-EXEC
035300     IF WS-RESP NOT = DFHRESP(NORMAL)
035400         MOVE 'PENDING ID NOT ON FILE' TO WS-DECISION-MESSAGE
035500         GO TO 2200-EXIT
035600     END-IF
035700
035800     IF NOT PND-PENDING
035900         EXEC CICS UNLOCK DATASET('PENDAPPR')
036000         END-EXEC
036100         MOVE 'ITEM ALREADY DECIDED' TO WS-DECISION-MESSAGE
036200         GO TO 2200-EXIT
036300     END-IF
036400
036500     IF PND-REQUESTED-BY = WS-OPER-ID
036600         EXEC CICS UNLOCK DATASET('PENDAPPR')
036700         END-EXEC
036800         MOVE 'CANNOT DECIDE AN ITEM YOU KEYED YOURSELF'
036900             TO WS-DECISION-MESSAGE
037000         GO TO 2200-EXIT
037100     END-IF
037200
037300     MOVE 'N'    TO WS-ACTION-OK-SW
037400     MOVE SPACES TO WS-RESULT-REF
037500     IF APACTI = 'R'
037600         MOVE 'R' TO PND-STATUS
037700         MOVE 'REJECTED -'  TO WS-DMS-TEXT
037800         MOVE PND-PEND-ID   TO WS-DMS-REF
037900         MOVE WS-DONE-MESSAGE TO WS-DECISION-MESSAGE
038000     ELSE
038100         EVALUATE TRUE
038200             WHEN PND-DESK-ENTRY
038300                 PERFORM 3000-RELEASE-ENTRY THRU 3000-EXIT
038400             WHEN PND-HOLD-PLACE
038500                 PERFORM 4000-RELEASE-HOLD THRU 4000-EXIT
038600             WHEN PND-STATUS-CHANGE
038700                 PERFORM 5000-RELEASE-STATUS-CHANGE
038800                     THRU 5000-EXIT
038900             WHEN OTHER
039000                 MOVE 'UNRECOGNIZED PND-KIND - REJECT IT'
039100                     TO WS-DECISION-MESSAGE
039200         END-EVALUATE
039300         IF NOT WS-ACTION-DONE
039400             EXEC CICS UNLOCK DATASET('PENDAPPR')
039500             END-EXEC
039600             GO TO 2200-EXIT
039700         END-IF
039800         MOVE 'A' TO PND-STATUS
039900     END-IF
040000
040100     ACCEPT WS-DEC-TIME FROM TIME
040200     MOVE WS-OPER-ID    TO PND-DECIDED-BY
040300     MOVE WS-TODAY-DATE TO PND-DEC-DATE
040400     MOVE WS-DEC-TIME   TO PND-DEC-TIME
040500     MOVE WS-RESULT-REF TO PND-RESULT-REF
040600
040700     EXEC CICS REWRITE DATASET('PENDAPPR')
040800         FROM(PENDING-APPROVAL-RECORD)
040900         RESP(WS-RESP)
041000     END-EXEC
041100     IF WS-RESP NOT = DFHRESP(NORMAL)
041200         EXEC CICS SYNCPOINT ROLLBACK
041300         END-EXEC
041400         MOVE 'DECISION NOT RECORDED - NOTHING CHANGED'
041500             TO WS-DECISION-MESSAGE
041600     END-IF.
041700 2200-EXIT.
041800     EXIT.
041900
042000*----------------------------------------------------------------*
042100* 2500-BUILD-PAGE -- browse PENDAPPR from the top, skip the      *
042200*                    pending rows already shown, render the      *
042300*                    next twelve; decided rows are passed over   *
042400*----------------------------------------------------------------*
042500 2500-BUILD-PAGE.
042600     MOVE LOW-VALUES TO APPRSCRO
042700     MOVE ZERO TO WS-SHOWN-COUNT
042800     MOVE ZERO TO WS-SKIPPED-COUNT
042900     MOVE ZERO TO WS-LINE-SUB
043000     MOVE 'N'  TO WS-BROWSE-DONE-SW
043100     MOVE 'N'  TO WS-BROWSE-OPEN-SW
043200     MOVE LOW-VALUES TO WS-BROWSE-KEY
043300
043400     EXEC CICS STARTBR DATASET('PENDAPPR')
043500         RIDFLD(WS-BROWSE-KEY) GTEQ
043600         RESP(WS-RESP)
043700     END-EXEC
043800     IF WS-RESP NOT = DFHRESP(NORMAL)
043900         MOVE 'Y' TO WS-BROWSE-DONE-SW
044000     ELSE
044100         MOVE 'Y' TO WS-BROWSE-OPEN-SW
044200     END-IF
044300
044400     PERFORM 2600-BROWSE-ONE-ROW THRU 2600-EXIT
044500         UNTIL WS-BROWSE-DONE
044600
044700     IF WS-BROWSE-OPEN
044800         EXEC CICS ENDBR DATASET('PENDAPPR')
044900         END-EXEC
045000     END-IF
045100
045200     IF WS-SHOWN-COUNT LESS THAN WS-PAGE-SIZE
045300         MOVE ZERO TO AP-SKIP-COUNT
045400         IF WS-SHOWN-COUNT = ZERO AND WS-SKIPPED-COUNT = ZERO
045500             MOVE 'NO ITEMS PENDING APPROVAL' TO APMSGO
045600         ELSE
045700             MOVE 'END OF LIST - KEY ID AND A/R, ENTER RESTARTS'
045800                 TO APMSGO
045900         END-IF
046000     ELSE
046100         ADD WS-SHOWN-COUNT TO AP-SKIP-COUNT
046200         MOVE 'KEY ID AND A/R TO DECIDE, ENTER FOR MORE'
046300             TO APMSGO
046400     END-IF
046500
046600     IF WS-DECISION-MESSAGE NOT = SPACES
046700         MOVE WS-DECISION-MESSAGE TO APMSGO
046800     END-IF.
046900 2500-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------------*
047300* 2600-BROWSE-ONE-ROW                                            *
047400*----------------------------------------------------------------*
047500 2600-BROWSE-ONE-ROW.
047600     EXEC CICS READNEXT DATASET('PENDAPPR')
047700         INTO(PENDING-APPROVAL-RECORD)
047800         RIDFLD(WS-BROWSE-KEY)
047900         RESP(WS-RESP)
048000     END-EXEC
048100
048200     IF WS-RESP NOT = DFHRESP(NORMAL)
048300         MOVE 'Y' TO WS-BROWSE-DONE-SW
048400         GO TO 2600-EXIT
048500     END-IF
048600
048700     IF NOT PND-PENDING
048800         GO TO 2600-EXIT
048900     END-IF
049000
049100     IF WS-SKIPPED-COUNT LESS THAN AP-SKIP-COUNT
049200         ADD 1 TO WS-SKIPPED-COUNT
049300         GO TO 2600-EXIT
049400     END-IF
049500
049600     PERFORM 2700-FORMAT-ONE-LINE THRU 2700-EXIT
049700     IF WS-SHOWN-COUNT NOT LESS THAN WS-PAGE-SIZE
049800         MOVE 'Y' TO WS-BROWSE-DONE-SW
049900     END-IF.
050000 2600-EXIT.
050100     EXIT.
050200
050300*----------------------------------------------------------------*
050400* 2700-FORMAT-ONE-LINE -- the detail column shows the entry      *
050500*                         type and destination, the hold         *
050600*                         expiry, or the status change asked     *
050700*----------------------------------------------------------------*
050800 2700-FORMAT-ONE-LINE.
050900     MOVE PND-PEND-ID      TO WAL-PEND-ID
051000     MOVE PND-KIND         TO WAL-KIND
051100     MOVE PND-ACCT-ID      TO WAL-ACCT-ID
051200     MOVE PND-AMOUNT       TO WAL-AMOUNT
051300     MOVE PND-REQUESTED-BY TO WAL-REQ-BY
051400     MOVE PND-REQ-DATE     TO WAL-REQ-DATE
051500     MOVE PND-REASON       TO WAL-REASON
051600
051700     EVALUATE TRUE
051800         WHEN PND-DESK-ENTRY
051900             MOVE PND-EN-TXN-TYPE  TO WED-TXN-TYPE
052000             MOVE PND-EN-DEST-ACCT TO WED-DEST-ACCT
052100             MOVE WS-ENTRY-DETAIL  TO WAL-DETAIL
052200         WHEN PND-HOLD-PLACE
052300             MOVE PND-HP-EXPIRY    TO WAL-DETAIL
052400         WHEN PND-STATUS-CHANGE
052500             MOVE PND-ST-OLD-STATUS TO WSD-OLD-STATUS
052600             MOVE PND-ST-NEW-STATUS TO WSD-NEW-STATUS
052700             MOVE WS-STATUS-DETAIL  TO WAL-DETAIL
052800         WHEN OTHER
052900             MOVE SPACES           TO WAL-DETAIL
053000     END-EVALUATE
053100
053200     ADD 1 TO WS-SHOWN-COUNT
053300     ADD 1 TO WS-LINE-SUB
053400     MOVE WS-APPR-LINE TO APLINEO (WS-LINE-SUB).
053500 2700-EXIT.
053600     EXIT.
053700
053800*----------------------------------------------------------------*
053900* 2900-INVALID-KEY                                               *
054000*----------------------------------------------------------------*
054100 2900-INVALID-KEY.
054200     MOVE LOW-VALUES TO APPRSCRO
054300     MOVE 'INVALID KEY PRESSED -- USE ENTER, PF3, OR CLEAR'
054400         TO APMSGO
054500
054600     EXEC CICS SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
054700         DATAONLY
054800     END-EXEC
054900
055000     EXEC CICS RETURN TRANSID(WS-TRANS-ID)
055100         COMMAREA(CMAPR-COMMAREA)
055200     END-EXEC.
055300 2900-EXIT.
055400     EXIT.
055500
055600*----------------------------------------------------------------*
055700* 3000-RELEASE-ENTRY -- a parked CMENT01 entry, re-validated     *
055800*                       against the account as it stands now     *
055900*                       with the same reason texts, then         *
056000*                       written to INTRADAY and folded into      *
056100*                       MEMOBAL exactly as CMENT01 would have    *
056200*----------------------------------------------------------------*
056300 3000-RELEASE-ENTRY.
056400     MOVE PND-AMOUNT TO WS-ENTRY-AMOUNT
056500
056600     MOVE PND-ACCT-ID TO CMR-CUST-ID OF CUSTOMER-MASTER-RECORD
056700     EXEC CICS READ DATASET('CUSTMAST')
056800         INTO(CUSTOMER-MASTER-RECORD)
056900         RIDFLD(CMR-CUST-ID OF CUSTOMER-MASTER-RECORD)
057000         RESP(WS-RESP)
057100     END-EXEC
057200     IF WS-RESP NOT = DFHRESP(NORMAL)
057300         MOVE 'NO MATCHING CUSTMAST RECORD FOR TH-CUST-ID'
057400             TO WS-DECISION-MESSAGE
057500         GO TO 3000-EXIT
057600     END-IF
057700
057800     IF CMR-STATUS OF CUSTOMER-MASTER-RECORD = 'C'
057900             OR CMR-STATUS OF CUSTOMER-MASTER-RECORD = 'F'
058000             OR CMR-STATUS OF CUSTOMER-MASTER-RECORD = 'P'
058100         MOVE 'ACCOUNT CLOSED, FROZEN, OR CLOSURE PENDING'
058200             TO WS-DECISION-MESSAGE
058300         GO TO 3000-EXIT
058400     END-IF
058500
058600     PERFORM 3100-GET-SOURCE-MEMO THRU 3100-EXIT
058700     PERFORM 3150-GET-OPEN-HOLDS THRU 3150-EXIT
058800     IF CMR-OVERDRAFT-LIMIT OF CUSTOMER-MASTER-RECORD NUMERIC
058900         MOVE CMR-OVERDRAFT-LIMIT OF CUSTOMER-MASTER-RECORD
059000             TO WS-OD-LIMIT
059100     ELSE
059200         MOVE ZERO TO WS-OD-LIMIT
059300     END-IF
059400     COMPUTE WS-EFF-BALANCE =
059500         CMR-BALANCE OF CUSTOMER-MASTER-RECORD + WS-SOURCE-MEMO
059600
059700     IF PND-EN-TXN-TYPE = 'D' OR PND-EN-TXN-TYPE = 'T'
059800         IF WS-EFF-BALANCE - WS-OPEN-HOLDS + WS-OD-LIMIT
059900                 - WS-ENTRY-AMOUNT LESS THAN ZERO
060000             IF WS-OD-LIMIT GREATER THAN ZERO
060100                 MOVE 'POSTING WOULD EXCEED OVERDRAFT LIMIT'
060200                     TO WS-DECISION-MESSAGE
060300             ELSE
060400                 MOVE 'POSTING WOULD REDUCE AVAILABLE BELOW ZERO'
060500                     TO WS-DECISION-MESSAGE
060600             END-IF
060700             GO TO 3000-EXIT
060800         END-IF
060900     END-IF
061000
061100     IF PND-EN-TXN-TYPE = 'C'
061200         IF WS-EFF-BALANCE + WS-ENTRY-AMOUNT GREATER THAN
061300                 CMR-CREDIT-LIMIT OF CUSTOMER-MASTER-RECORD
061400             MOVE 'POSTING WOULD EXCEED CREDIT LIMIT'
061500                 TO WS-DECISION-MESSAGE
061600             GO TO 3000-EXIT
061700         END-IF
061800     END-IF
061900
062000     IF PND-EN-TXN-TYPE = 'T'
062100         PERFORM 3200-CHECK-DESTINATION THRU 3200-EXIT
062200         IF WS-DECISION-MESSAGE NOT = SPACES
062300             GO TO 3000-EXIT
062400         END-IF
062500     END-IF
062600
062700     PERFORM 3300-WRITE-INTRADAY THRU 3300-EXIT
062800     IF WS-RESP NOT = DFHRESP(NORMAL)
062900         MOVE 'NOT APPROVED - INTRADAY WRITE FAILED'
063000             TO WS-DECISION-MESSAGE
063100         GO TO 3000-EXIT
063200     END-IF
063300
063400     PERFORM 3400-UPDATE-MEMO-BALANCES THRU 3400-EXIT
063500
063600     MOVE 'Y'             TO WS-ACTION-OK-SW
063700     MOVE WS-ENTRY-TXN-ID TO WS-RESULT-REF
063800     IF WS-MEMO-UPDATED
063900         MOVE 'APPROVED - ENTRY WRITTEN AS' TO WS-DMS-TEXT
064000         MOVE WS-ENTRY-TXN-ID               TO WS-DMS-REF
064100         MOVE WS-DONE-MESSAGE TO WS-DECISION-MESSAGE
064200     ELSE
064300         MOVE 'APPROVED - ENTRY WRITTEN, MEMO UPDATE FAILED'
064400             TO WS-DECISION-MESSAGE
064500     END-IF.
064600 3000-EXIT.
064700     EXIT.
064800
064900*----------------------------------------------------------------*
065000* 3100-GET-SOURCE-MEMO                                           *
065100*----------------------------------------------------------------*
065200 3100-GET-SOURCE-MEMO.
065300     MOVE ZERO TO WS-SOURCE-MEMO
065400     MOVE PND-ACCT-ID TO MEM-ACCT-ID
065500     EXEC CICS READ DATASET('MEMOBAL')
065600         INTO(MEMO-BALANCE-RECORD)
065700         RIDFLD(MEM-ACCT-ID)
065800         RESP(WS-RESP)
065900     END-EXEC
066000     IF WS-RESP = DFHRESP(NORMAL)
066100         MOVE MEM-MEMO-AMOUNT TO WS-SOURCE-MEMO
066200     END-IF.
066300 3100-EXIT.
066400     EXIT.
066500
066600*----------------------------------------------------------------*
066700* 3150-GET-OPEN-HOLDS -- the account's effective ACCTHOLD total, *
066800*                        the same figure CMENT01 nets off        *
066900*----------------------------------------------------------------*
067000 3150-GET-OPEN-HOLDS.
067100     MOVE ZERO TO WS-OPEN-HOLDS
067200     MOVE 'N'  TO WS-HOLD-DONE-SW
067300     MOVE 'N'  TO WS-HOLD-OPEN-SW
067400     MOVE PND-ACCT-ID TO WS-HBK-ACCT-ID
067500     MOVE LOW-VALUES  TO WS-HBK-HOLD-ID
067600
067700     EXEC CICS STARTBR DATASET('ACCTHOLD')
067800         RIDFLD(WS-HOLD-BROWSE-KEY) GTEQ
067900         RESP(WS-RESP)
068000     END-EXEC
068100     IF WS-RESP NOT = DFHRESP(NORMAL)
068200         MOVE 'Y' TO WS-HOLD-DONE-SW
068300     ELSE
068400         MOVE 'Y' TO WS-HOLD-OPEN-SW
068500     END-IF
068600
068700     PERFORM 3160-SUM-ONE-HOLD THRU 3160-EXIT
068800         UNTIL WS-HOLD-BROWSE-DONE
068900
069000     IF WS-HOLD-BROWSE-OPEN
069100         EXEC CICS ENDBR DATASET('ACCTHOLD')
069200         END-EXEC
069300     END-IF.
069400 3150-EXIT.
069500     EXIT.
069600
069700*----------------------------------------------------------------*
069800* 3160-SUM-ONE-HOLD                                              *
069900*----------------------------------------------------------------*
070000 3160-SUM-ONE-HOLD.
070100     EXEC CICS READNEXT DATASET('ACCTHOLD')
070200         INTO(ACCOUNT-HOLD-RECORD)
070300         RIDFLD(WS-HOLD-BROWSE-KEY)
070400         RESP(WS-RESP)
070500     END-EXEC
070600
070700     IF WS-RESP NOT = DFHRESP(NORMAL)
070800         MOVE 'Y' TO WS-HOLD-DONE-SW
070900         GO TO 3160-EXIT
071000     END-IF
071100
071200     IF AHR-ACCT-ID NOT = PND-ACCT-ID
071300         MOVE 'Y' TO WS-HOLD-DONE-SW
071400         GO TO 3160-EXIT
071500     END-IF
071600
071700     IF AHR-OPEN
071800         AND (AHR-EXPIRY-DATE = ZERO
071900             OR AHR-EXPIRY-DATE GREATER THAN WS-TODAY-DATE)
072000         ADD AHR-AMOUNT TO WS-OPEN-HOLDS
072100     END-IF.
072200 3160-EXIT.
072300     EXIT.
072400
072500*----------------------------------------------------------------*
072600* 3200-CHECK-DESTINATION -- the destination side of a transfer,  *
072700*                           with CMENT01's reason texts          *
072800*----------------------------------------------------------------*
072900 3200-CHECK-DESTINATION.
073000     MOVE PND-EN-DEST-ACCT TO CMR-CUST-ID OF WS-DEST-RECORD
073100     EXEC CICS READ DATASET('CUSTMAST')
073200         INTO(WS-DEST-RECORD)
073300         RIDFLD(CMR-CUST-ID OF WS-DEST-RECORD)
073400         RESP(WS-RESP)
073500     END-EXEC
073600     IF WS-RESP NOT = DFHRESP(NORMAL)
073700         MOVE 'TRANSFER DESTINATION CUST-ID NOT FOUND'
073800             TO WS-DECISION-MESSAGE
073900         GO TO 3200-EXIT
074000     END-IF
074100
074200     IF CMR-STATUS OF WS-DEST-RECORD = 'C'
074300             OR CMR-STATUS OF WS-DEST-RECORD = 'F'
074400             OR CMR-STATUS OF WS-DEST-RECORD = 'P'
074500         MOVE 'DESTINATION CLOSED, FROZEN, OR PENDING'
074600             TO WS-DECISION-MESSAGE
074700         GO TO 3200-EXIT
074800     END-IF
074900
075000     MOVE ZERO TO WS-DEST-MEMO
075100     MOVE PND-EN-DEST-ACCT TO MEM-ACCT-ID
075200     EXEC CICS READ DATASET('MEMOBAL')
075300         INTO(MEMO-BALANCE-RECORD)
075400         RIDFLD(MEM-ACCT-ID)
075500         RESP(WS-RESP)
075600     END-EXEC
075700     IF WS-RESP = DFHRESP(NORMAL)
075800         MOVE MEM-MEMO-AMOUNT TO WS-DEST-MEMO
075900     END-IF
076000
076100     IF CMR-BALANCE OF WS-DEST-RECORD + WS-DEST-MEMO
076200             + WS-ENTRY-AMOUNT GREATER THAN
076300             CMR-CREDIT-LIMIT OF WS-DEST-RECORD
076400         MOVE 'TRANSFER WOULD EXCEED DESTINATION LIMIT'
076500             TO WS-DECISION-MESSAGE
076600     END-IF.
076700 3200-EXIT.
076800     EXIT.
076900
077000*----------------------------------------------------------------*
077100* 3300-WRITE-INTRADAY -- the CMENT01 row, its description        *
077200*                        naming both the keying operator and     *
077300*                        the approving supervisor                *
077400*----------------------------------------------------------------*
077500 3300-WRITE-INTRADAY.
077600     MOVE WS-TODAY-DATE    TO WS-ETX-DATE
077700     MOVE EIBTASKN         TO WS-ETX-TASK
077800     MOVE WS-ENTRY-TXN-ID  TO TH-TXN-ID
077900     MOVE PND-ACCT-ID      TO TH-CUST-ID
078000     MOVE PND-EN-TXN-TYPE  TO TH-TXN-TYPE
078100     MOVE WS-ENTRY-AMOUNT  TO TH-AMOUNT
078200     MOVE PND-REQUESTED-BY TO WS-DDS-OPER-ID
078300     MOVE WS-OPER-ID       TO WS-DDS-APPR-ID
078400     MOVE WS-DESK-DESCRIPTION TO TH-DESCRIPTION
078500
078600     IF PND-EN-TXN-TYPE = 'T'
078700         MOVE PND-EN-DEST-ACCT TO TH-ACCOUNT-REF
078800     ELSE
078900         MOVE WS-TODAY-DATE TO TH-TXN-DATE
079000         MOVE WS-TODAY-DATE TO TH-POST-DATE
079100     END-IF
079200
079300     PERFORM 3350-CLEAR-ONE-ITEM THRU 3350-EXIT
079400         VARYING WS-ITEM-SUB FROM 1 BY 1
079500         UNTIL WS-ITEM-SUB > 3
079600
079700     EXEC CICS WRITE DATASET('INTRADAY')
079800         FROM(TRANSACTION-HISTORY)
079900         RIDFLD(WS-INTRADAY-RBA) RBA
080000         RESP(WS-RESP)
080100     END-EXEC.
080200 3300-EXIT.
080300     EXIT.
080400
080500*----------------------------------------------------------------*
080600* 3350-CLEAR-ONE-ITEM                                            *
080700*----------------------------------------------------------------*
080800 3350-CLEAR-ONE-ITEM.
080900     MOVE ZERO TO TH-ITEM-SEQ (WS-ITEM-SUB)
081000     MOVE ZERO TO TH-ITEM-AMT (WS-ITEM-SUB).
081100 3350-EXIT.
081200     EXIT.
081300
081400*----------------------------------------------------------------*
081500* 3400-UPDATE-MEMO-BALANCES -- the CMENT01 memo movement         *
081600*----------------------------------------------------------------*
081700 3400-UPDATE-MEMO-BALANCES.
081800     MOVE 'Y' TO WS-MEMO-OK-SW
081900     MOVE PND-ACCT-ID TO WS-MEMO-ACCT-ID
082000     IF PND-EN-TXN-TYPE = 'C'
082100         MOVE WS-ENTRY-AMOUNT TO WS-MEMO-DELTA
082200     ELSE
082300         COMPUTE WS-MEMO-DELTA = ZERO - WS-ENTRY-AMOUNT
082400     END-IF
082500     PERFORM 3450-APPLY-ONE-MEMO THRU 3450-EXIT
082600
082700     IF PND-EN-TXN-TYPE = 'T'
082800         MOVE PND-EN-DEST-ACCT TO WS-MEMO-ACCT-ID
082900         MOVE WS-ENTRY-AMOUNT  TO WS-MEMO-DELTA
083000         PERFORM 3450-APPLY-ONE-MEMO THRU 3450-EXIT
083100     END-IF.
083200 3400-EXIT.
083300     EXIT.
083400
083500*----------------------------------------------------------------*
083600* 3450-APPLY-ONE-MEMO                                            *
083700*----------------------------------------------------------------*
083800 3450-APPLY-ONE-MEMO.
083900     MOVE WS-MEMO-ACCT-ID TO MEM-ACCT-ID
084000     EXEC CICS READ DATASET('MEMOBAL')
084100         INTO(MEMO-BALANCE-RECORD)
084200         RIDFLD(MEM-ACCT-ID)
084300         UPDATE
084400         RESP(WS-RESP)
084500     END-EXEC
084600
084700     IF WS-RESP = DFHRESP(NORMAL)
084800         ADD WS-MEMO-DELTA TO MEM-MEMO-AMOUNT
084900         ADD 1 TO MEM-PEND-COUNT
085000         MOVE WS-TODAY-DATE TO MEM-BUS-DATE
085100         EXEC CICS REWRITE DATASET('MEMOBAL')
085200             FROM(MEMO-BALANCE-RECORD)
085300             RESP(WS-RESP)
085400         END-EXEC
085500     ELSE
085600         MOVE WS-MEMO-ACCT-ID TO MEM-ACCT-ID
085700         MOVE WS-MEMO-DELTA   TO MEM-MEMO-AMOUNT
085800         MOVE 1               TO MEM-PEND-COUNT
085900         MOVE WS-TODAY-DATE   TO MEM-BUS-DATE
086000         EXEC CICS WRITE DATASET('MEMOBAL')
086100             FROM(MEMO-BALANCE-RECORD)
086200             RIDFLD(MEM-ACCT-ID)
086300             RESP(WS-RESP)
086400         END-EXEC
086500     END-IF
086600
086700     IF WS-RESP NOT = DFHRESP(NORMAL)
086800         MOVE 'N' TO WS-MEMO-OK-SW
086900     END-IF.
087000 3450-EXIT.
087100     EXIT.
087200
087300*----------------------------------------------------------------*
087400* 4000-RELEASE-HOLD -- a parked CMHLD01 hold is placed with a    *
087500*                      new hold id, provided the account is      *
087600*                      still on file and the expiry has not      *
087700*                      passed while it waited                    *
087800*----------------------------------------------------------------*
087900 4000-RELEASE-HOLD.
088000     MOVE PND-ACCT-ID TO CMR-CUST-ID OF CUSTOMER-MASTER-RECORD
088100     EXEC CICS READ DATASET('CUSTMAST')
088200         INTO(CUSTOMER-MASTER-RECORD)
088300         RIDFLD(CMR-CUST-ID OF CUSTOMER-MASTER-RECORD)
088400         RESP(WS-RESP)
088500     END-EXEC
088600     IF WS-RESP NOT = DFHRESP(NORMAL)
088700         MOVE 'NO MATCHING CUSTMAST RECORD FOR TH-CUST-ID'
088800             TO WS-DECISION-MESSAGE
088900         GO TO 4000-EXIT
089000     END-IF
089100
089200     IF PND-HP-EXPIRY NOT GREATER THAN WS-TODAY-DATE
089300         MOVE 'EXPIRY DATE HAS PASSED - REJECT AND REKEY'
089400             TO WS-DECISION-MESSAGE
089500         GO TO 4000-EXIT
089600     END-IF
089700
089800     MOVE WS-TODAY-DATE TO WS-NHI-DATE
089900     MOVE EIBTASKN      TO WS-NHI-TASK
090000
090100     MOVE PND-ACCT-ID    TO AHR-ACCT-ID
090200     MOVE WS-NEW-HOLD-ID TO AHR-HOLD-ID
090300     MOVE PND-AMOUNT     TO AHR-AMOUNT
090400     MOVE PND-HP-REASON  TO AHR-REASON
090500     MOVE 'O'            TO AHR-STATUS
090600     MOVE WS-TODAY-DATE  TO AHR-PLACED-DATE
090700     MOVE PND-HP-EXPIRY  TO AHR-EXPIRY-DATE
090800     MOVE ZERO           TO AHR-CLEARED-DATE
090900
091000     EXEC CICS WRITE DATASET('ACCTHOLD')
091100         FROM(ACCOUNT-HOLD-RECORD)
091200         RIDFLD(AHR-KEY)
091300         RESP(WS-RESP)
091400     END-EXEC
091500     IF WS-RESP NOT = DFHRESP(NORMAL)
091600         MOVE 'NOT APPROVED - ACCTHOLD WRITE FAILED'
091700             TO WS-DECISION-MESSAGE
091800         GO TO 4000-EXIT
091900     END-IF
092000
092100     PERFORM 4100-QUEUE-HOLD-NOTICE THRU 4100-EXIT
092200
092300     MOVE 'Y'            TO WS-ACTION-OK-SW
092400     MOVE WS-NEW-HOLD-ID TO WS-RESULT-REF
092500     IF WS-NOTICE-QUEUED
092600         MOVE 'APPROVED - HOLD PLACED AS'   TO WS-DMS-TEXT
092700         MOVE WS-NEW-HOLD-ID                TO WS-DMS-REF
092800         MOVE WS-DONE-MESSAGE TO WS-DECISION-MESSAGE
092900     ELSE
093000         MOVE 'APPROVED - HOLD PLACED, NOTICE NOT QUEUED'
093100             TO WS-DECISION-MESSAGE
093200     END-IF.
093300 4000-EXIT.
093400     EXIT.
093500
093600*----------------------------------------------------------------*
093700* 4100-QUEUE-HOLD-NOTICE -- the 'HP' event CMHLD01 would have    *
093800*                           queued; a failure only qualifies     *
093900*                           the message                          *
094000*----------------------------------------------------------------*
094100 4100-QUEUE-HOLD-NOTICE.
094200     MOVE 'Y'            TO WS-NOTICE-QUEUED-SW
094250     MOVE SPACES         TO CORRESPONDENCE-QUEUE-RECORD
094300     MOVE WS-TODAY-DATE  TO CRQ-EVENT-DATE
094400     MOVE 'CMAPR01'      TO CRQ-ORIGIN
094500     MOVE WS-NEW-HOLD-ID TO CRQ-EVENT-REF
094600     MOVE PND-ACCT-ID    TO CRQ-ACCT-ID
094700     MOVE SPACES         TO CRQ-CUST-NO
094800     MOVE 'HP'           TO CRQ-LETTER-TYPE
094900     MOVE PND-AMOUNT     TO CRQ-AMOUNT
095000     MOVE PND-HP-EXPIRY  TO CRQ-REF-DATE
095100     MOVE PND-HP-REASON  TO CRQ-DETAIL-TEXT
095200     MOVE 'P'            TO CRQ-STATUS
095300     MOVE ZERO           TO CRQ-MAILED-DATE
095400     MOVE SPACES         TO CRQ-MAILING-ID
095500
095600     EXEC CICS WRITE DATASET('CORRQ')
095700         FROM(CORRESPONDENCE-QUEUE-RECORD)
095800         RIDFLD(CRQ-KEY)
095900         RESP(WS-RESP)
096000     END-EXEC
096100     IF WS-RESP NOT = DFHRESP(NORMAL)
096200         MOVE 'N' TO WS-NOTICE-QUEUED-SW
096300     END-IF.
096400 4100-EXIT.
096500     EXIT.
096600
096700*----------------------------------------------------------------*
096800* 5000-RELEASE-STATUS-CHANGE -- a parked CMINQ01 change is       *
096900*                               applied only if CMR-STATUS is    *
097000*                               still what the requester saw,    *
097100*                               with the address as keyed.  A    *
097110*                               change that cannot be audited    *
097120*                               is rolled back, not applied      *
097200*----------------------------------------------------------------*
097300 5000-RELEASE-STATUS-CHANGE.
097400     MOVE PND-ACCT-ID TO CMR-CUST-ID OF CUSTOMER-MASTER-RECORD
097500     EXEC CICS READ DATASET('CUSTMAST')
097600         INTO(CUSTOMER-MASTER-RECORD)
097700         RIDFLD(CMR-CUST-ID OF CUSTOMER-MASTER-RECORD)
097800         UPDATE
097900         RESP(WS-RESP)
098000     END-EXEC
098100     IF WS-RESP NOT = DFHRESP(NORMAL)
098200         MOVE 'NO MATCHING CUSTMAST RECORD FOR TH-CUST-ID'
098300             TO WS-DECISION-MESSAGE
098400         GO TO 5000-EXIT
098500     END-IF
098600
098700     IF CMR-STATUS OF CUSTOMER-MASTER-RECORD
098800             NOT = PND-ST-OLD-STATUS
098900         EXEC CICS UNLOCK DATASET('CUSTMAST')
099000         END-EXEC
099100         MOVE 'STATUS CHANGED SINCE REQUEST - REJECT AND REKEY'
099200             TO WS-DECISION-MESSAGE
099300         GO TO 5000-EXIT
099400     END-IF
099500
099600     MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-CUSTMAST
099700     MOVE PND-ST-STREET TO CMR-STREET OF CUSTOMER-MASTER-RECORD
099800     MOVE PND-ST-CITY   TO CMR-CITY   OF CUSTOMER-MASTER-RECORD
099900     MOVE PND-ST-STATE  TO CMR-STATE  OF CUSTOMER-MASTER-RECORD
100000     MOVE PND-ST-ZIP    TO CMR-ZIP    OF CUSTOMER-MASTER-RECORD
100100     MOVE PND-ST-NEW-STATUS
100200         TO CMR-STATUS OF CUSTOMER-MASTER-RECORD
100300
100400     EXEC CICS REWRITE DATASET('CUSTMAST')
100500         FROM(CUSTOMER-MASTER-RECORD)
100600         RESP(WS-RESP)
100700     END-EXEC
100800     IF WS-RESP NOT = DFHRESP(NORMAL)
100900         MOVE 'NOT APPROVED - CUSTMAST REWRITE FAILED'
101000             TO WS-DECISION-MESSAGE
101100         GO TO 5000-EXIT
101200     END-IF
101300
101400     PERFORM 5100-WRITE-AUDIT-RECORD THRU 5100-EXIT
101410     IF WS-RESP NOT = DFHRESP(NORMAL)
101420         EXEC CICS SYNCPOINT ROLLBACK
101430         END-EXEC
101440         MOVE 'NOT APPROVED - AUDIT WRITE FAILED, NOTHING CHANGED'
101450             TO WS-DECISION-MESSAGE
101460         GO TO 5000-EXIT
101470     END-IF
101500
101600     MOVE 'Y'              TO WS-ACTION-OK-SW
101700     MOVE WS-ONLINE-TXN-ID TO WS-RESULT-REF
101800     MOVE 'APPROVED - CHANGE APPLIED AS'   TO WS-DMS-TEXT
101900     MOVE WS-ONLINE-TXN-ID                 TO WS-DMS-REF
102000     MOVE WS-DONE-MESSAGE TO WS-DECISION-MESSAGE.
102100 5000-EXIT.
102200     EXIT.
102300
102400*----------------------------------------------------------------*
102500* 5100-WRITE-AUDIT-RECORD -- the CMINQ01 CUSTAUD row, written    *
102600*                            directly to the CICS-owned file,    *
102700*                            carrying the keying operator and    *
102800*                            the approving supervisor            *
102900*----------------------------------------------------------------*
103000 5100-WRITE-AUDIT-RECORD.
103100     MOVE WS-BEFORE-CUSTMAST TO WS-BEFORE-IMAGE
103200     ACCEPT WS-AUDIT-TIME FROM TIME
103300     MOVE WS-TRANS-ID TO WS-ONLINE-TRANS-ID
103400     MOVE EIBTASKN    TO WS-ONLINE-TASK-NUM
103500
103600     MOVE CMR-CUST-ID  OF CUSTOMER-MASTER-RECORD TO CAU-CUST-ID
103700     MOVE WS-TODAY-DATE            TO CAU-AUDIT-DATE
103800     MOVE WS-AUDIT-TIME            TO CAU-AUDIT-TIME
103900     MOVE WS-TRANS-ID              TO CAU-JOB-NAME
104000     MOVE WS-ONLINE-TXN-ID         TO CAU-TXN-ID
104100     MOVE PND-REQUESTED-BY         TO CAU-OPERATOR-ID
104200     MOVE WS-OPER-ID               TO CAU-APPROVER-ID
104300
104400     MOVE CMR-LAST-NAME    OF WS-BEFORE-IMAGE TO
104500         CAU-BEFORE-LAST-NAME
104600     MOVE CMR-FIRST-NAME   OF WS-BEFORE-IMAGE TO
104700         CAU-BEFORE-FIRST-NAME
104800     MOVE CMR-STREET       OF WS-BEFORE-IMAGE TO CAU-BEFORE-STREET
104900     MOVE CMR-CITY         OF WS-BEFORE-IMAGE TO CAU-BEFORE-CITY
105000     MOVE CMR-STATE        OF WS-BEFORE-IMAGE TO CAU-BEFORE-STATE
105100     MOVE CMR-ZIP          OF WS-BEFORE-IMAGE TO CAU-BEFORE-ZIP
105200     MOVE CMR-BALANCE      OF WS-BEFORE-IMAGE TO
105300         CAU-BEFORE-BALANCE
105400     MOVE CMR-CREDIT-LIMIT OF WS-BEFORE-IMAGE TO
105500         CAU-BEFORE-CREDIT-LIMIT
105600     MOVE CMR-ACCOUNT-TYPE OF WS-BEFORE-IMAGE TO
105700         CAU-BEFORE-ACCOUNT-TYPE
105800     MOVE CMR-STATUS       OF WS-BEFORE-IMAGE TO CAU-BEFORE-STATUS
105900
106000     MOVE CMR-LAST-NAME    OF CUSTOMER-MASTER-RECORD TO
106100         CAU-AFTER-LAST-NAME
106200     MOVE CMR-FIRST-NAME   OF CUSTOMER-MASTER-RECORD TO
106300         CAU-AFTER-FIRST-NAME
106400     MOVE CMR-STREET       OF CUSTOMER-MASTER-RECORD TO
106500         CAU-AFTER-STREET
106600     MOVE CMR-CITY         OF CUSTOMER-MASTER-RECORD TO
106700         CAU-AFTER-CITY
106800     MOVE CMR-STATE        OF CUSTOMER-MASTER-RECORD TO
106900         CAU-AFTER-STATE
107000     MOVE CMR-ZIP          OF CUSTOMER-MASTER-RECORD TO
107100         CAU-AFTER-ZIP
107200     MOVE CMR-BALANCE      OF CUSTOMER-MASTER-RECORD TO
107300         CAU-AFTER-BALANCE
107400     MOVE CMR-CREDIT-LIMIT OF CUSTOMER-MASTER-RECORD TO
107500         CAU-AFTER-CREDIT-LIMIT
107600     MOVE CMR-ACCOUNT-TYPE OF CUSTOMER-MASTER-RECORD TO
107700         CAU-AFTER-ACCOUNT-TYPE
107800     MOVE CMR-STATUS       OF CUSTOMER-MASTER-RECORD TO
107900         CAU-AFTER-STATUS
108000
108100     MOVE 'U'                         TO CAU-ACTION
108200     MOVE CMR-DOB             OF WS-BEFORE-IMAGE TO
108300         CAU-BEFORE-DOB
108400     MOVE CMR-OPEN-DATE       OF WS-BEFORE-IMAGE TO
108500         CAU-BEFORE-OPEN-DATE
108600     MOVE CMR-LAST-TXN-DATE   OF WS-BEFORE-IMAGE TO
108700         CAU-BEFORE-LAST-TXN-DATE
108800     MOVE CMR-LAST-CUST-DATE  OF WS-BEFORE-IMAGE TO
108900         CAU-BEFORE-LAST-CUST-DATE
109000     MOVE CMR-OVERDRAFT-LIMIT OF WS-BEFORE-IMAGE TO
109100         CAU-BEFORE-OD-LIMIT
109200     MOVE CMR-DOB             OF CUSTOMER-MASTER-RECORD TO
109300         CAU-AFTER-DOB
109400     MOVE CMR-OPEN-DATE       OF CUSTOMER-MASTER-RECORD TO
109500         CAU-AFTER-OPEN-DATE
109600     MOVE CMR-LAST-TXN-DATE   OF CUSTOMER-MASTER-RECORD TO
109700         CAU-AFTER-LAST-TXN-DATE
109800     MOVE CMR-LAST-CUST-DATE  OF CUSTOMER-MASTER-RECORD TO
109900         CAU-AFTER-LAST-CUST-DATE
110000     MOVE CMR-OVERDRAFT-LIMIT OF CUSTOMER-MASTER-RECORD TO
110100         CAU-AFTER-OD-LIMIT
110200
110300     EXEC CICS WRITE DATASET('CUSTAUD')
110400         FROM(CUSTOMER-AUDIT-RECORD)
110500         RESP(WS-RESP)
110600     END-EXEC.
110700 5100-EXIT.
110800     EXIT.
