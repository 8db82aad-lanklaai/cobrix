000100*================================================================*
000200* PROGRAM:     CMDSP01                                           *
000300* FUNCTION:    Online CICS dispute case screen, reached from     *
000400*              the CMINQ01 inquiry screen with PF7 for the       *
000500*              account currently displayed.  The operator keys   *
000600*              I (inquire) or U (update) with a case id, or O    *
000700*              (open) with the disputed transaction id and the   *
000800*              claim details, on the DISPSCR screen:             *
000900*                - an open finds the disputed TH-TXN-ID on       *
001000*                  TRANSIDS, or on the account's TRANSDTL rows   *
001100*                  once it has aged off the duplicate window,    *
001200*                  takes the case id from the IDCTL 'DISPUTE'    *
001300*                  series, defaults the provisional-credit and   *
001400*                  final-resolution deadlines from the claim     *
001500*                  date, writes the DISPCASE row, and stamps the *
001600*                  case id on the TRANSIDS row so a second case  *
001700*                  cannot be opened while this one is open;      *
001800*                - an update changes the claim details and       *
001900*                  deadlines of a case not yet closed, and lets  *
002000*                  a supervisor record the outcome -- W          *
002100*                  (customer won), L (customer lost), or X       *
002200*                  (withdrawn).                                  *
002300*              Nothing here moves money: the CMDSPR01 nightly    *
002400*              case run posts the provisional credit when it     *
002500*              comes due and the outcome once it is recorded.    *
002600*              PF3 returns to the inquiry screen.  Pseudo-       *
002700*              conversational and stateless between entries,    *
002800*              the same shape as CMHLD01.                        *
002900*================================================================*
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. CMDSP01.
003200 AUTHOR. R-HOLLOWAY.
003300 INSTALLATION. IBMUSER CUSTOMER LEDGER SYSTEMS.
003400 DATE-WRITTEN. 10/15/2026.
003500 DATE-COMPILED.
003600*----------------------------------------------------------------*
003700* MODIFICATION HISTORY                                           *
003800*   10/15/2026  RH  Initial version -- open, inquire, and        *
003900*                   update of DISPCASE dispute cases off the     *
004000*                   CMINQ01 inquiry screen.                      *
004010*   10/15/2026  RH  A transaction found only on TRANSDTL is      *
004020*                   checked against the open DISPCASE cases      *
004030*                   before a second case is opened on it.        *
004040*   10/15/2026  RH  A failed case REWRITE now releases the       *
004050*                   DISPCASE update lock.                        *
004100*----------------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600 DATA DIVISION.
004700 WORKING-STORAGE SECTION.
004800 01  WS-MAPSET-NAME        PIC X(8)  VALUE 'CUSTSET'.
004900 01  WS-MAP-NAME           PIC X(8)  VALUE 'DISPMAP'.
005000 01  WS-TRANS-ID           PIC X(4)  VALUE 'CDSP'.
005100
005200 01  WS-RESP               PIC S9(8) COMP.
005300
005400 01  WS-TODAY-DATE         PIC 9(8)  VALUE ZERO.
005500
005600*----------------------------------------------------------------*
005700* Deadline defaults -- calendar days after the claim date when   *
005800* the operator keys none.                                        *
005900*----------------------------------------------------------------*
006000 01  WS-PROV-DAYS          PIC 9(3)  COMP VALUE 10.
006100 01  WS-FINAL-DAYS         PIC 9(3)  COMP VALUE 45.
006200
006300 01  WS-CASE-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
006400 01  WS-DISPLAY-AMOUNT-GROUP.
006500     05  WS-DISPLAY-AMOUNT PIC 9(9)V99 VALUE ZERO.
006600 01  WS-CLAIM-DATE         PIC 9(8)  VALUE ZERO.
006700 01  WS-PROV-DUE-DATE      PIC 9(8)  VALUE ZERO.
006800 01  WS-FINAL-DUE-DATE     PIC 9(8)  VALUE ZERO.
006900
007000 01  WS-TXN-TYPE           PIC X(1)  VALUE SPACE.
007100 01  WS-TXN-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
007200
007300 01  WS-TXN-FOUND-SW       PIC X(1)  VALUE 'N'.
007400     88  WS-TXN-FOUND          VALUE 'Y'.
007500
007600 01  WS-ON-TRANSIDS-SW     PIC X(1)  VALUE 'N'.
007700     88  WS-ON-TRANSIDS        VALUE 'Y'.
007800
007900 01  WS-STAMPED-SW         PIC X(1)  VALUE 'Y'.
008000     88  WS-TRANSIDS-STAMPED   VALUE 'Y'.
008100
008200 01  WS-CASE-OK-SW         PIC X(1)  VALUE 'N'.
008300     88  WS-CASE-OK            VALUE 'Y'.
008400
008500 01  WS-DATE-OK-SW         PIC X(1)  VALUE 'N'.
008600     88  WS-DATE-OK            VALUE 'Y'.
008700
008800 01  WS-NEW-CASE-ID.
008900     05  WS-NCI-PREFIX         PIC X(2)  VALUE 'DS'.
009000     05  WS-NCI-NUMBER         PIC 9(10).
009100
009200 01  WS-BROWSE-KEY.
009300     05  WS-BRW-ACCT-ID        PIC X(10).
009400     05  WS-BRW-POST-DATE      PIC 9(8).
009500     05  WS-BRW-TXN-ID         PIC X(16).
009600
009610 01  WS-CASE-BROWSE-KEY    PIC X(12).
009620
009700 01  WS-BROWSE-DONE-SW     PIC X(1)  VALUE 'N'.
009800     88  WS-BROWSE-DONE        VALUE 'Y'.
009900
010000 01  WS-BROWSE-OPEN-SW     PIC X(1)  VALUE 'N'.
010100     88  WS-BROWSE-OPEN        VALUE 'Y'.
010200
010300 01  WS-OPER-ID            PIC X(8)  VALUE SPACES.
010400
010500 01  WS-OPER-OK-SW         PIC X(1)  VALUE 'N'.
010600     88  WS-OPERATOR-CLEARED   VALUE 'Y'.
010700
010800 01  WS-OPENED-MESSAGE.
010900     05  FILLER                PIC X(12) VALUE 'CASE OPENED '.
011000     05  WS-OMS-CASE-ID        PIC X(12).
011100     05  WS-OMS-QUALIFIER      PIC X(36) VALUE SPACES.
011200
011300 01  WS-OPEN-CASE-MESSAGE.
011400     05  FILLER                PIC X(10) VALUE 'OPEN CASE '.
011500     05  WS-OCM-CASE-ID        PIC X(12).
011600     05  FILLER                PIC X(38) VALUE
011700         ' ALREADY ON THIS TRANSACTION'.
011800
011900*----------------------------------------------------------------*
012000* Calendar work fields for the deadline defaults and the keyed   *
012100* date checks                                                    *
012200*----------------------------------------------------------------*
012300 01  WS-WORK-DATE-GROUP.
012400     05  WS-WORK-DATE      PIC 9(8)      VALUE ZERO.
012500 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE-GROUP.
012600     05  WS-WORK-YYYY      PIC 9(4).
012700     05  WS-WORK-MM        PIC 9(2).
012800     05  WS-WORK-DD        PIC 9(2).
012900
013000 01  WS-DAYS-IN-MONTH-TABLE.
013100     05  FILLER            PIC 9(2)  VALUE 31.
013200     05  FILLER            PIC 9(2)  VALUE 28.
013300     05  FILLER            PIC 9(2)  VALUE 31.
013400     05  FILLER            PIC 9(2)  VALUE 30.
013500     05  FILLER            PIC 9(2)  VALUE 31.
013600     05  FILLER            PIC 9(2)  VALUE 30.
013700     05  FILLER            PIC 9(2)  VALUE 31.
013800     05  FILLER            PIC 9(2)  VALUE 31.
013900     05  FILLER            PIC 9(2)  VALUE 30.
014000     05  FILLER            PIC 9(2)  VALUE 31.
014100     05  FILLER            PIC 9(2)  VALUE 30.
014200     05  FILLER            PIC 9(2)  VALUE 31.
014300 01  WS-DAYS-IN-MONTH-R REDEFINES WS-DAYS-IN-MONTH-TABLE.
014400     05  WS-DAYS-IN-MONTH  PIC 9(2)  OCCURS 12 TIMES.
014500
014600 01  WS-MAX-DAY-THIS-MONTH PIC 9(2)      VALUE ZERO.
014700 01  WS-LEAP-QUOTIENT      PIC 9(4) COMP VALUE ZERO.
014800 01  WS-LEAP-REM-4         PIC 9(4) COMP VALUE ZERO.
014900 01  WS-LEAP-REM-100       PIC 9(4) COMP VALUE ZERO.
015000 01  WS-LEAP-REM-400       PIC 9(4) COMP VALUE ZERO.
015100 01  WS-WORK-DAY           PIC 9(4) COMP VALUE ZERO.
015200 01  WS-ADD-DAYS           PIC 9(3) COMP VALUE ZERO.
015300
015400 COPY DISPCASE.
015500
015600 COPY TRANSIDS.
015700
015800 COPY TRANSDTL.
015900
016000 COPY IDCTL.
016100
016200 COPY OPERPROF.
016300
016400 COPY DISPMAP.
016500 COPY CMDSCOMM.
016600
016700 01  DFHCOMMAREA           PIC X(11).
016800
016900 PROCEDURE DIVISION.
017000*----------------------------------------------------------------*
017100* 0000-MAINLINE -- an XCTL from CMINQ01 arrives with the account *
017200*                  in the commarea and DS-STATE 'N'; ENTER       *
017300*                  against our own screen applies the keyed      *
017400*                  function, PF3 or CLEAR goes back to the       *
017500*                  inquiry transaction                           *
017600*----------------------------------------------------------------*
017700 0000-MAINLINE.
017800     IF EIBCALEN = 0
017900         PERFORM 2900-NO-COMMAREA THRU 2900-EXIT
018000     ELSE
018100         MOVE DFHCOMMAREA TO CMDSP-COMMAREA
018200         EVALUATE TRUE
018300             WHEN DS-STATE-NEW
018400                 PERFORM 1000-FIRST-ENTRY THRU 1000-EXIT
018500             WHEN EIBAID = DFHCLEAR
018600                 PERFORM 2100-RETURN-TO-INQUIRY THRU 2100-EXIT
018700             WHEN EIBAID = DFHPF3
018800                 PERFORM 2100-RETURN-TO-INQUIRY THRU 2100-EXIT
018900             WHEN EIBAID = DFHENTER
019000                 PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
019100             WHEN OTHER
019200                 PERFORM 2950-INVALID-KEY THRU 2950-EXIT
019300         END-EVALUATE
019400     END-IF.
019500 0000-EXIT.
019600     EXIT.
019700
019800*----------------------------------------------------------------*
019900* 1000-FIRST-ENTRY -- a fresh screen for the account handed over *
020000*----------------------------------------------------------------*
020100 1000-FIRST-ENTRY.
020200     MOVE LOW-VALUES TO DISPSCRO
020300     MOVE 'A'        TO DS-STATE
020400     MOVE DS-ACCT-ID TO DCACCTO
020500     MOVE 'I/U WITH CASE ID, OR O WITH TXN ID AND CLAIM DETAILS'
020600         TO DCMSGO
020700
020800     EXEC CICS SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
020900         ERASE
021000     END-EXEC
021100
021200     EXEC CICS RETURN TRANSID(WS-TRANS-ID)
021300         COMMAREA(CMDSP-COMMAREA)
021400     END-EXEC.
021500 1000-EXIT.
021600     EXIT.
021700
021800*----------------------------------------------------------------*
021900* 2000-PROCESS-ENTRY -- validate and apply the keyed function    *
022000*                       and redisplay the case                   *
022100*----------------------------------------------------------------*
022200 2000-PROCESS-ENTRY.
022300     EXEC CICS RECEIVE MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
022400         RESP(WS-RESP)
022500     END-EXEC
022600
022700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
022800     MOVE SPACES TO DCMSGO
022900
023000     PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT
023100     IF NOT WS-OPERATOR-CLEARED
023200         GO TO 2000-REDISPLAY
023300     END-IF
023400
023500     EVALUATE DCFUNCI
023600         WHEN 'I'
023700             PERFORM 2200-INQUIRE-CASE THRU 2200-EXIT
023800         WHEN 'O'
023900             PERFORM 2300-OPEN-CASE THRU 2300-EXIT
024000         WHEN 'U'
024100             PERFORM 2400-UPDATE-CASE THRU 2400-EXIT
024200         WHEN OTHER
024300             MOVE 'FUNCTION MUST BE I (INQUIRE), O (OPEN) OR U'
024400                 TO DCMSGO
024500     END-EVALUATE.
024600 2000-REDISPLAY.
024700     MOVE DS-ACCT-ID TO DCACCTO
024800     EXEC CICS SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
024900         DATAONLY
025000     END-EXEC
025100
025200     EXEC CICS RETURN TRANSID(WS-TRANS-ID)
025300         COMMAREA(CMDSP-COMMAREA)
025400     END-EXEC.
025500 2000-EXIT.
025600     EXIT.
025700
025800*----------------------------------------------------------------*
025900* 2050-CHECK-OPERATOR -- the signed-on user must hold an active  *
026000*                        OPERPROF profile; the entitlements are  *
026100*                        tested by the function paragraphs       *
026200*----------------------------------------------------------------*
026300 2050-CHECK-OPERATOR.
026400     MOVE 'N' TO WS-OPER-OK-SW
026500     EXEC CICS ASSIGN USERID(WS-OPER-ID)
026600     END-EXEC
026700
026800     MOVE WS-OPER-ID TO OPR-OPER-ID
026900     EXEC CICS READ DATASET('OPERPROF')
027000         INTO(OPERATOR-PROFILE-RECORD)
027100         RIDFLD(OPR-OPER-ID)
027200         RESP(WS-RESP)
027300     END-EXEC
027400     IF WS-RESP NOT = DFHRESP(NORMAL)
027500         MOVE 'OPERATOR HAS NO PROFILE - SEE SUPERVISOR'
027600             TO DCMSGO
027700         GO TO 2050-EXIT
027800     END-IF
027900
028000     IF NOT OPR-ACTIVE
028100         MOVE 'OPERATOR PROFILE REVOKED' TO DCMSGO
028200         GO TO 2050-EXIT
028300     END-IF
028400     MOVE 'Y' TO WS-OPER-OK-SW.
028500 2050-EXIT.
028600     EXIT.
028700
028800*----------------------------------------------------------------*
028900* 2100-RETURN-TO-INQUIRY                                         *
029000*----------------------------------------------------------------*
029100 2100-RETURN-TO-INQUIRY.
029200     EXEC CICS XCTL PROGRAM('CMINQ01')
029300     END-EXEC.
029400 2100-EXIT.
029500     EXIT.
029600
029700*----------------------------------------------------------------*
029800* 2200-INQUIRE-CASE -- display a case on the account; the same   *
029900*                      entitlement as the account inquiry        *
030000*----------------------------------------------------------------*
030100 2200-INQUIRE-CASE.
030200     IF NOT OPR-MAY-INQUIRE
030300         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO DCMSGO
030400         GO TO 2200-EXIT
030500     END-IF
030600
030700     PERFORM 2250-READ-CASE THRU 2250-EXIT
030800     IF NOT WS-CASE-OK
030900         GO TO 2200-EXIT
031000     END-IF
031100
031200     PERFORM 2600-SHOW-CASE THRU 2600-EXIT
031300     MOVE 'CASE DISPLAYED - U TO UPDATE' TO DCMSGO.
031400 2200-EXIT.
031500     EXIT.
031600
031700*----------------------------------------------------------------*
031800* 2250-READ-CASE -- the keyed case must be on file and belong to *
031900*                   the account handed over from the inquiry     *
032000*----------------------------------------------------------------*
032100 2250-READ-CASE.
032200     MOVE 'N' TO WS-CASE-OK-SW
032300     IF DCCASEL = ZERO OR DCCASEI = SPACES
032400         MOVE 'CASE ID REQUIRED' TO DCMSGO
032500         GO TO 2250-EXIT
032600     END-IF
032700
032800     MOVE DCCASEI TO DSP-CASE-ID
032900     EXEC CICS READ DATASET('DISPCASE')
033000         INTO(DISPUTE-CASE-RECORD)
033100         RIDFLD(DSP-CASE-ID)
033200         RESP(WS-RESP)
033300     END-EXEC
033400     IF WS-RESP NOT = DFHRESP(NORMAL)
033500         MOVE 'CASE NOT FOUND' TO DCMSGO
033600         GO TO 2250-EXIT
033700     END-IF
033800
033900     IF DSP-ACCT-ID NOT = DS-ACCT-ID
034000         MOVE 'CASE BELONGS TO ANOTHER ACCOUNT' TO DCMSGO
034100         GO TO 2250-EXIT
034200     END-IF
034300     MOVE 'Y' TO WS-CASE-OK-SW.
034400 2250-EXIT.
034500     EXIT.
034600
034700*----------------------------------------------------------------*
034800* 2300-OPEN-CASE -- validate the claim against the disputed      *
034900*                   transaction, take a case id, write the case, *
035000*                   and stamp it on the TRANSIDS row             *
035100*----------------------------------------------------------------*
035200 2300-OPEN-CASE.
035300     IF NOT OPR-MAY-WORK-DISPUTE
035400         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO DCMSGO
035500         GO TO 2300-EXIT
035600     END-IF
035700
035800     IF DCTXNIDL = ZERO OR DCTXNIDI = SPACES
035900         MOVE 'TXN ID REQUIRED TO OPEN A CASE' TO DCMSGO
036000         GO TO 2300-EXIT
036100     END-IF
036200     IF DCOUTCL NOT = ZERO AND DCOUTCI NOT = SPACE
036300         MOVE 'OUTCOME CANNOT BE SET WHEN A CASE IS OPENED'
036400             TO DCMSGO
036500         GO TO 2300-EXIT
036600     END-IF
036700
036800     PERFORM 2320-FIND-TRANSACTION THRU 2320-EXIT
036900     IF NOT WS-TXN-FOUND
037000         GO TO 2300-EXIT
037100     END-IF
037200
037300     IF DCAMTL = ZERO
037400         MOVE WS-TXN-AMOUNT TO WS-CASE-AMOUNT
037500     ELSE
037600         IF DCAMTI NOT NUMERIC
037700             MOVE 'AMOUNT MUST BE NUMERIC' TO DCMSGO
037800             GO TO 2300-EXIT
037900         END-IF
038000         MOVE DCAMTI TO WS-CASE-AMOUNT
038100     END-IF
038200     IF WS-CASE-AMOUNT NOT GREATER THAN ZERO
038300         MOVE 'AMOUNT MUST BE GREATER THAN ZERO' TO DCMSGO
038400         GO TO 2300-EXIT
038500     END-IF
038600     IF WS-CASE-AMOUNT GREATER THAN WS-TXN-AMOUNT
038700         MOVE 'AMOUNT EXCEEDS THE DISPUTED TRANSACTION'
038800             TO DCMSGO
038900         GO TO 2300-EXIT
039000     END-IF
039100
039200     IF DCCLAIML = ZERO
039300         MOVE WS-TODAY-DATE TO WS-CLAIM-DATE
039400     ELSE
039500         MOVE DCCLAIMI TO WS-WORK-DATE-GROUP
039600         PERFORM 2790-CHECK-DATE THRU 2790-EXIT
039700         IF NOT WS-DATE-OK
039800             MOVE 'CLAIM DATE MUST BE A VALID YYYYMMDD'
039900                 TO DCMSGO
040000             GO TO 2300-EXIT
040100         END-IF
040200         MOVE WS-WORK-DATE TO WS-CLAIM-DATE
040300     END-IF
040400     IF WS-CLAIM-DATE GREATER THAN WS-TODAY-DATE
040500         MOVE 'CLAIM DATE CANNOT BE AFTER TODAY' TO DCMSGO
040600         GO TO 2300-EXIT
040700     END-IF
040800
040900     MOVE DCREASNI TO DSP-REASON
041000     IF NOT DSP-REASON-VALID
041100         MOVE 'REASON MUST BE UA, NR, DU, AM OR OT' TO DCMSGO
041200         GO TO 2300-EXIT
041300     END-IF
041400     IF DSP-REASON = 'OT'
041500             AND (DCRTEXTL = ZERO OR DCRTEXTI = SPACES)
041600         MOVE 'REASON TEXT REQUIRED FOR REASON OT' TO DCMSGO
041700         GO TO 2300-EXIT
041800     END-IF
041900
042000     IF DCPDUEL = ZERO
042100         MOVE WS-CLAIM-DATE TO WS-WORK-DATE
042200         MOVE WS-PROV-DAYS  TO WS-ADD-DAYS
042300         PERFORM 2700-ADD-DAYS THRU 2700-EXIT
042400         MOVE WS-WORK-DATE  TO WS-PROV-DUE-DATE
042500     ELSE
042600         MOVE DCPDUEI TO WS-WORK-DATE-GROUP
042700         PERFORM 2790-CHECK-DATE THRU 2790-EXIT
042800         IF NOT WS-DATE-OK
042900                 OR WS-WORK-DATE LESS THAN WS-CLAIM-DATE
043000             MOVE 'PROV DUE MUST BE A DATE NOT BEFORE THE CLAIM'
043100                 TO DCMSGO
043200             GO TO 2300-EXIT
043300         END-IF
043400         MOVE WS-WORK-DATE TO WS-PROV-DUE-DATE
043500     END-IF
043600
043700     IF DCFDUEL = ZERO
043800         MOVE WS-CLAIM-DATE TO WS-WORK-DATE
043900         MOVE WS-FINAL-DAYS TO WS-ADD-DAYS
044000         PERFORM 2700-ADD-DAYS THRU 2700-EXIT
044100         MOVE WS-WORK-DATE  TO WS-FINAL-DUE-DATE
044200     ELSE
044300         MOVE DCFDUEI TO WS-WORK-DATE-GROUP
044400         PERFORM 2790-CHECK-DATE THRU 2790-EXIT
044500         IF NOT WS-DATE-OK
044600                 OR WS-WORK-DATE LESS THAN WS-PROV-DUE-DATE
044700             MOVE 'FINAL DUE MUST BE A DATE NOT BEFORE PROV DUE'
044800                 TO DCMSGO
044900             GO TO 2300-EXIT
045000         END-IF
045100         MOVE WS-WORK-DATE TO WS-FINAL-DUE-DATE
045200     END-IF
045300     IF WS-FINAL-DUE-DATE LESS THAN WS-PROV-DUE-DATE
045400         MOVE 'FINAL DUE MUST BE A DATE NOT BEFORE PROV DUE'
045500             TO DCMSGO
045600         GO TO 2300-EXIT
045700     END-IF
045800
045900     PERFORM 2380-TAKE-CASE-NUMBER THRU 2380-EXIT
046000     IF DCMSGO NOT = SPACES
046100         GO TO 2300-EXIT
046200     END-IF
046300
046400     MOVE SPACES            TO DISPUTE-CASE-RECORD
046500     MOVE WS-NEW-CASE-ID    TO DSP-CASE-ID
046600     MOVE DS-ACCT-ID        TO DSP-ACCT-ID
046700     MOVE DCTXNIDI          TO DSP-TXN-ID
046800     MOVE WS-TXN-TYPE       TO DSP-TXN-TYPE
046900     MOVE WS-TXN-AMOUNT     TO DSP-TXN-AMOUNT
047000     MOVE WS-CASE-AMOUNT    TO DSP-AMOUNT
047100     MOVE WS-CLAIM-DATE     TO DSP-CLAIM-DATE
047200     MOVE DCREASNI          TO DSP-REASON
047300     IF DCRTEXTL NOT = ZERO
047400         MOVE DCRTEXTI      TO DSP-REASON-TEXT
047500     END-IF
047600     MOVE 'O'               TO DSP-STATUS
047700     MOVE WS-PROV-DUE-DATE  TO DSP-PROV-DUE-DATE
047800     MOVE WS-FINAL-DUE-DATE TO DSP-FINAL-DUE-DATE
047900     MOVE SPACE             TO DSP-OUTCOME
048000     MOVE ZERO              TO DSP-OUTCOME-DATE
048100     MOVE ZERO              TO DSP-PROV-DATE
048200     MOVE ZERO              TO DSP-PROV-AMOUNT
048300     MOVE ZERO              TO DSP-CLOSED-DATE
048400     MOVE SPACE             TO DSP-CLOSE-ACTION
048500     MOVE ZERO              TO DSP-LAST-RUN-DATE
048600     MOVE SPACE             TO DSP-RUN-ACTION
048700     MOVE WS-OPER-ID        TO DSP-OPENED-BY
048800     MOVE WS-OPER-ID        TO DSP-UPDATED-BY
048900     MOVE WS-TODAY-DATE     TO DSP-UPDATED-DATE
049000
049100     EXEC CICS WRITE DATASET('DISPCASE')
049200         FROM(DISPUTE-CASE-RECORD)
049300         RIDFLD(DSP-CASE-ID)
049400         RESP(WS-RESP)
049500     END-EXEC
049600     IF WS-RESP NOT = DFHRESP(NORMAL)
049700         MOVE 'CASE NOT OPENED - DISPCASE WRITE FAILED'
049800             TO DCMSGO
049900         GO TO 2300-EXIT
050000     END-IF
050100
050200     MOVE 'Y' TO WS-STAMPED-SW
050300     IF WS-ON-TRANSIDS
050400         PERFORM 2390-STAMP-TRANSIDS THRU 2390-EXIT
050500     END-IF
050600
050700     PERFORM 2600-SHOW-CASE THRU 2600-EXIT
050800     MOVE DSP-CASE-ID TO WS-OMS-CASE-ID
050900     IF WS-TRANSIDS-STAMPED
051000         MOVE SPACES TO WS-OMS-QUALIFIER
051100     ELSE
051200         MOVE '- TRANSIDS NOT STAMPED'
051300             TO WS-OMS-QUALIFIER
051400     END-IF
051500     MOVE WS-OPENED-MESSAGE TO DCMSGO.
051600 2300-EXIT.
051700     EXIT.
051800
051900*----------------------------------------------------------------*
052000* 2320-FIND-TRANSACTION -- the disputed id must be a debit or a  *
052100*                          fee that posted to this account and   *
052200*                          has not been reversed.  TRANSIDS is   *
052300*                          tried first; a row it has aged off    *
052400*                          (or an older row registered before    *
052500*                          it carried the account) is looked     *
052600*                          for among the account's TRANSDTL      *
052700*                          rows instead.                         *
052800*----------------------------------------------------------------*
052900 2320-FIND-TRANSACTION.
053000     MOVE 'N' TO WS-TXN-FOUND-SW
053100     MOVE 'N' TO WS-ON-TRANSIDS-SW
053200
053300     MOVE DCTXNIDI TO TID-TXN-ID
053400     EXEC CICS READ DATASET('TRANSIDS')
053500         INTO(TRANSACTION-ID-RECORD)
053600         RIDFLD(TID-TXN-ID)
053700         RESP(WS-RESP)
053800     END-EXEC
053900
054000     IF WS-RESP = DFHRESP(NORMAL)
054100             AND TID-CUST-ID NOT = SPACES
054200             AND TID-AMOUNT NUMERIC
054300         MOVE 'Y' TO WS-ON-TRANSIDS-SW
054400         IF TID-CUST-ID NOT = DS-ACCT-ID
054500             MOVE 'TRANSACTION IS NOT ON THIS ACCOUNT' TO DCMSGO
054600             GO TO 2320-EXIT
054700         END-IF
054800         IF TID-REVERSAL-DATE NUMERIC
054900                 AND TID-REVERSAL-DATE NOT = ZERO
055000             MOVE 'TRANSACTION HAS ALREADY BEEN REVERSED'
055100                 TO DCMSGO
055200             GO TO 2320-EXIT
055300         END-IF
055400         IF TID-DISPUTE-CASE-ID NOT = SPACES
055500                 AND TID-DISPUTE-CASE-ID NOT = LOW-VALUES
055600             PERFORM 2330-CHECK-PRIOR-CASE THRU 2330-EXIT
055700             IF DCMSGO NOT = SPACES
055800                 GO TO 2320-EXIT
055900             END-IF
056000         END-IF
056100         MOVE TID-TXN-TYPE TO WS-TXN-TYPE
056200         MOVE TID-AMOUNT   TO WS-TXN-AMOUNT
056300         MOVE 'Y' TO WS-TXN-FOUND-SW
056400     ELSE
056500         PERFORM 2340-SCAN-DETAIL THRU 2340-EXIT
056600         IF NOT WS-TXN-FOUND
056700             MOVE 'TRANSACTION NOT FOUND ON THIS ACCOUNT'
056800                 TO DCMSGO
056900             GO TO 2320-EXIT
057000         END-IF
057010         PERFORM 2360-SCAN-OPEN-CASES THRU 2360-EXIT
057020         IF DCMSGO NOT = SPACES
057030             MOVE 'N' TO WS-TXN-FOUND-SW
057040             GO TO 2320-EXIT
057050         END-IF
057100     END-IF
057200
057300     IF WS-TXN-TYPE NOT = 'D' AND WS-TXN-TYPE NOT = 'F'
057400         MOVE 'N' TO WS-TXN-FOUND-SW
057500         MOVE 'ONLY A DEBIT OR A FEE CAN BE DISPUTED' TO DCMSGO
057600     END-IF.
057700 2320-EXIT.
057800     EXIT.
057900
058000*----------------------------------------------------------------*
058100* 2330-CHECK-PRIOR-CASE -- the case last opened on this id must  *
058200*                          be closed before another is opened    *
058300*----------------------------------------------------------------*
058400 2330-CHECK-PRIOR-CASE.
058500     MOVE TID-DISPUTE-CASE-ID TO DSP-CASE-ID
058600     EXEC CICS READ DATASET('DISPCASE')
058700         INTO(DISPUTE-CASE-RECORD)
058800         RIDFLD(DSP-CASE-ID)
058900         RESP(WS-RESP)
059000     END-EXEC
059100     IF WS-RESP = DFHRESP(NORMAL) AND NOT DSP-CLOSED
059200         MOVE DSP-CASE-ID          TO WS-OCM-CASE-ID
059300         MOVE WS-OPEN-CASE-MESSAGE TO DCMSGO
059400     END-IF.
059500 2330-EXIT.
059600     EXIT.
059700
059800*----------------------------------------------------------------*
059900* 2340-SCAN-DETAIL -- browse the account's TRANSDTL rows for the *
060000*                     disputed id, the same browse CMDINQ01      *
060100*                     pages through                              *
060200*----------------------------------------------------------------*
060300 2340-SCAN-DETAIL.
060400     MOVE 'N' TO WS-BROWSE-DONE-SW
060500     MOVE 'N' TO WS-BROWSE-OPEN-SW
060600     MOVE DS-ACCT-ID TO WS-BRW-ACCT-ID
060700     MOVE ZERO       TO WS-BRW-POST-DATE
060800     MOVE LOW-VALUES TO WS-BRW-TXN-ID
060900
061000     EXEC CICS STARTBR DATASET('TRANSDTL')
061100         RIDFLD(WS-BROWSE-KEY) GTEQ
061200         RESP(WS-RESP)
061300     END-EXEC
061400     IF WS-RESP NOT = DFHRESP(NORMAL)
061500         MOVE 'Y' TO WS-BROWSE-DONE-SW
061600     ELSE
061700         MOVE 'Y' TO WS-BROWSE-OPEN-SW
061800     END-IF
061900
062000     PERFORM 2350-SCAN-ONE-DETAIL THRU 2350-EXIT
062100         UNTIL WS-BROWSE-DONE
062200
062300     IF WS-BROWSE-OPEN
062400         EXEC CICS ENDBR DATASET('TRANSDTL')
062500         END-EXEC
062600     END-IF.
062700 2340-EXIT.
062800     EXIT.
062900
063000*----------------------------------------------------------------*
063100* 2350-SCAN-ONE-DETAIL -- the browse ends at the id or when the  *
063200*                         key walks past this account            *
063300*----------------------------------------------------------------*
063400 2350-SCAN-ONE-DETAIL.
063500     EXEC CICS READNEXT DATASET('TRANSDTL')
063600         INTO(POSTED-DETAIL-RECORD)
063700         RIDFLD(WS-BROWSE-KEY)
063800         RESP(WS-RESP)
063900     END-EXEC
064000
064100     IF WS-RESP NOT = DFHRESP(NORMAL)
064200         MOVE 'Y' TO WS-BROWSE-DONE-SW
064300         GO TO 2350-EXIT
064400     END-IF
064500
064600     IF TDR-ACCT-ID NOT = DS-ACCT-ID
064700         MOVE 'Y' TO WS-BROWSE-DONE-SW
064800         GO TO 2350-EXIT
064900     END-IF
065000
065100     IF TDR-TXN-ID = DCTXNIDI
065200         MOVE TDR-TXN-TYPE TO WS-TXN-TYPE
065300         MOVE TDR-AMOUNT   TO WS-TXN-AMOUNT
065400         IF WS-TXN-AMOUNT LESS THAN ZERO
065500             COMPUTE WS-TXN-AMOUNT = ZERO - WS-TXN-AMOUNT
065600         END-IF
065700         MOVE 'Y' TO WS-TXN-FOUND-SW
065800         MOVE 'Y' TO WS-BROWSE-DONE-SW
065900     END-IF.
066000 2350-EXIT.
066100     EXIT.
066200
066201*----------------------------------------------------------------*
066202* 2360-SCAN-OPEN-CASES -- a transaction found only on TRANSDTL   *
066203*                         carries no TRANSIDS stamp, so the      *
066204*                         cases on file are browsed for one      *
066205*                         still open on the same id              *
066206*----------------------------------------------------------------*
066207 2360-SCAN-OPEN-CASES.
066208     MOVE 'N' TO WS-BROWSE-DONE-SW
066209     MOVE 'N' TO WS-BROWSE-OPEN-SW
066210     MOVE LOW-VALUES TO WS-CASE-BROWSE-KEY
066211
066212     EXEC CICS STARTBR DATASET('DISPCASE')
066213         RIDFLD(WS-CASE-BROWSE-KEY) GTEQ
066214         RESP(WS-RESP)
066215     END-EXEC
066216     IF WS-RESP NOT = DFHRESP(NORMAL)
066217         MOVE 'Y' TO WS-BROWSE-DONE-SW
066218     ELSE
066219         MOVE 'Y' TO WS-BROWSE-OPEN-SW
066220     END-IF
066221
066222     PERFORM 2370-CHECK-ONE-CASE THRU 2370-EXIT
066223         UNTIL WS-BROWSE-DONE
066224
066225     IF WS-BROWSE-OPEN
066226         EXEC CICS ENDBR DATASET('DISPCASE')
066227         END-EXEC
066228     END-IF.
066229 2360-EXIT.
066230     EXIT.
066231
066232*----------------------------------------------------------------*
066233* 2370-CHECK-ONE-CASE -- the browse ends at the end of the file  *
066234*                        or at an open case on the disputed id   *
066235*----------------------------------------------------------------*
066236 2370-CHECK-ONE-CASE.
066237     EXEC CICS READNEXT DATASET('DISPCASE')
066238         INTO(DISPUTE-CASE-RECORD)
066239         RIDFLD(WS-CASE-BROWSE-KEY)
066240         RESP(WS-RESP)
066241     END-EXEC
066242
066243     IF WS-RESP NOT = DFHRESP(NORMAL)
066244         MOVE 'Y' TO WS-BROWSE-DONE-SW
066245         GO TO 2370-EXIT
066246     END-IF
066247
066248     IF DSP-TXN-ID = DCTXNIDI AND NOT DSP-CLOSED
066249         MOVE DSP-CASE-ID          TO WS-OCM-CASE-ID
066250         MOVE WS-OPEN-CASE-MESSAGE TO DCMSGO
066251         MOVE 'Y' TO WS-BROWSE-DONE-SW
066252     END-IF.
066253 2370-EXIT.
066254     EXIT.
066255
066300*----------------------------------------------------------------*
066400* 2380-TAKE-CASE-NUMBER -- the next number of the IDCTL          *
066500*                          'DISPUTE' series under a read-for-    *
066600*                          update lock; a missing series row     *
066700*                          means operations has not seeded it    *
066800*----------------------------------------------------------------*
066900 2380-TAKE-CASE-NUMBER.
067000     MOVE 'DISPUTE' TO IDC-ID-TYPE
067100     EXEC CICS READ DATASET('IDCTL')
067200         INTO(ID-CONTROL-RECORD)
067300         RIDFLD(IDC-ID-TYPE)
067400         UPDATE
067500         RESP(WS-RESP)
067600     END-EXEC
067700     IF WS-RESP NOT = DFHRESP(NORMAL)
067800         MOVE 'CASE NOT OPENED - NO IDCTL DISPUTE SERIES'
067900             TO DCMSGO
068000         GO TO 2380-EXIT
068100     END-IF
068200
068300     MOVE IDC-NEXT-NUMBER TO WS-NCI-NUMBER
068400     ADD 1 TO IDC-NEXT-NUMBER
068500     EXEC CICS REWRITE DATASET('IDCTL')
068600         FROM(ID-CONTROL-RECORD)
068700         RESP(WS-RESP)
068800     END-EXEC
068900     IF WS-RESP NOT = DFHRESP(NORMAL)
069000         MOVE 'CASE NOT OPENED - IDCTL REWRITE FAILED'
069100             TO DCMSGO
069200     END-IF.
069300 2380-EXIT.
069400     EXIT.
069500
069600*----------------------------------------------------------------*
069700* 2390-STAMP-TRANSIDS -- the case is already on file, so a       *
069800*                        failed stamp only qualifies the message *
069900*----------------------------------------------------------------*
070000 2390-STAMP-TRANSIDS.
070100     MOVE DSP-TXN-ID TO TID-TXN-ID
070200     EXEC CICS READ DATASET('TRANSIDS')
070300         INTO(TRANSACTION-ID-RECORD)
070400         RIDFLD(TID-TXN-ID)
070500         UPDATE
070600         RESP(WS-RESP)
070700     END-EXEC
070800     IF WS-RESP NOT = DFHRESP(NORMAL)
070900         MOVE 'N' TO WS-STAMPED-SW
071000         GO TO 2390-EXIT
071100     END-IF
071200
071300     MOVE DSP-CASE-ID TO TID-DISPUTE-CASE-ID
071400     EXEC CICS REWRITE DATASET('TRANSIDS')
071500         FROM(TRANSACTION-ID-RECORD)
071600         RESP(WS-RESP)
071700     END-EXEC
071800     IF WS-RESP NOT = DFHRESP(NORMAL)
071900         MOVE 'N' TO WS-STAMPED-SW
072000     END-IF.
072100 2390-EXIT.
072200     EXIT.
072300
072400*----------------------------------------------------------------*
072500* 2400-UPDATE-CASE -- only the fields keyed are changed.  The    *
072600*                     amount and the provisional deadline are    *
072700*                     fixed once the provisional credit has      *
072800*                     gone out; recording the outcome takes a    *
072900*                     supervisor, and fixes the case until the   *
073000*                     nightly case run closes it.                *
073100*----------------------------------------------------------------*
073200 2400-UPDATE-CASE.
073300     IF NOT OPR-MAY-WORK-DISPUTE
073400         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO DCMSGO
073500         GO TO 2400-EXIT
073600     END-IF
073700
073800     PERFORM 2250-READ-CASE THRU 2250-EXIT
073900     IF NOT WS-CASE-OK
074000         GO TO 2400-EXIT
074100     END-IF
074200
074300     EXEC CICS READ DATASET('DISPCASE')
074400         INTO(DISPUTE-CASE-RECORD)
074500         RIDFLD(DSP-CASE-ID)
074600         UPDATE
074700         RESP(WS-RESP)
074800     END-EXEC
074900     IF WS-RESP NOT = DFHRESP(NORMAL)
075000         MOVE 'CASE NOT UPDATED - DISPCASE READ FAILED'
075100             TO DCMSGO
075200         GO TO 2400-EXIT
075300     END-IF
075400
075500     IF DSP-CLOSED
075600         MOVE 'CASE IS CLOSED' TO DCMSGO
075700         GO TO 2400-RELEASE
075800     END-IF
075900     IF NOT DSP-UNDECIDED
076000         MOVE 'OUTCOME RECORDED - CASE CLOSES IN TONIGHTS RUN'
076100             TO DCMSGO
076200         GO TO 2400-RELEASE
076300     END-IF
076400
076500     PERFORM 2450-APPLY-CHANGES THRU 2450-EXIT
076600     IF DCMSGO NOT = SPACES
076700         GO TO 2400-RELEASE
076800     END-IF
076900
077000     MOVE WS-OPER-ID    TO DSP-UPDATED-BY
077100     MOVE WS-TODAY-DATE TO DSP-UPDATED-DATE
077200     EXEC CICS REWRITE DATASET('DISPCASE')
077300         FROM(DISPUTE-CASE-RECORD)
077400         RESP(WS-RESP)
077500     END-EXEC
077600     IF WS-RESP NOT = DFHRESP(NORMAL)
077700         MOVE 'CASE NOT UPDATED - REWRITE FAILED' TO DCMSGO
077800         GO TO 2400-RELEASE
077900     END-IF
078000
078100     PERFORM 2600-SHOW-CASE THRU 2600-EXIT
078200     IF DSP-UNDECIDED
078300         MOVE 'CASE UPDATED' TO DCMSGO
078400     ELSE
078500         MOVE 'OUTCOME RECORDED - POSTED BY TONIGHTS CASE RUN'
078600             TO DCMSGO
078700     END-IF
078800     GO TO 2400-EXIT.
078900 2400-RELEASE.
079000     EXEC CICS UNLOCK DATASET('DISPCASE')
079100     END-EXEC.
079200 2400-EXIT.
079300     EXIT.
079400
079500*----------------------------------------------------------------*
079600* 2450-APPLY-CHANGES -- validate each keyed field onto the case  *
079700*                       record; the first error stops the trip   *
079800*                       with the case left unchanged on file     *
079900*----------------------------------------------------------------*
080000 2450-APPLY-CHANGES.
080100     IF DCREASNL NOT = ZERO
080200         MOVE DCREASNI TO DSP-REASON
080300         IF NOT DSP-REASON-VALID
080400             MOVE 'REASON MUST BE UA, NR, DU, AM OR OT'
080500                 TO DCMSGO
080600             GO TO 2450-EXIT
080700         END-IF
080800     END-IF
080900     IF DCRTEXTL NOT = ZERO
081000         MOVE DCRTEXTI TO DSP-REASON-TEXT
081100     END-IF
081200     IF DSP-REASON = 'OT' AND DSP-REASON-TEXT = SPACES
081300         MOVE 'REASON TEXT REQUIRED FOR REASON OT' TO DCMSGO
081400         GO TO 2450-EXIT
081500     END-IF
081600
081700     IF DCAMTL NOT = ZERO
081800         IF NOT DSP-OPEN
081900             MOVE 'AMOUNT IS FIXED ONCE PROVISIONALLY CREDITED'
082000                 TO DCMSGO
082100             GO TO 2450-EXIT
082200         END-IF
082300         IF DCAMTI NOT NUMERIC
082400             MOVE 'AMOUNT MUST BE NUMERIC' TO DCMSGO
082500             GO TO 2450-EXIT
082600         END-IF
082700         MOVE DCAMTI TO WS-CASE-AMOUNT
082800         IF WS-CASE-AMOUNT NOT GREATER THAN ZERO
082900                 OR WS-CASE-AMOUNT GREATER THAN DSP-TXN-AMOUNT
083000             MOVE 'AMOUNT MUST BE ABOVE ZERO, NOT OVER THE TXN'
083100                 TO DCMSGO
083200             GO TO 2450-EXIT
083300         END-IF
083400         MOVE WS-CASE-AMOUNT TO DSP-AMOUNT
083500     END-IF
083600
083700     IF DCPDUEL NOT = ZERO
083800         IF NOT DSP-OPEN
083900             MOVE 'PROV DUE IS FIXED ONCE PROVISIONALLY CREDITED'
084000                 TO DCMSGO
084100             GO TO 2450-EXIT
084200         END-IF
084300         MOVE DCPDUEI TO WS-WORK-DATE-GROUP
084400         PERFORM 2790-CHECK-DATE THRU 2790-EXIT
084500         IF NOT WS-DATE-OK
084600                 OR WS-WORK-DATE LESS THAN DSP-CLAIM-DATE
084700             MOVE 'PROV DUE MUST BE A DATE NOT BEFORE THE CLAIM'
084800                 TO DCMSGO
084900             GO TO 2450-EXIT
085000         END-IF
085100         MOVE WS-WORK-DATE TO DSP-PROV-DUE-DATE
085200     END-IF
085300
085400     IF DCFDUEL NOT = ZERO
085500         MOVE DCFDUEI TO WS-WORK-DATE-GROUP
085600         PERFORM 2790-CHECK-DATE THRU 2790-EXIT
085700         IF NOT WS-DATE-OK
085800             MOVE 'FINAL DUE MUST BE A VALID YYYYMMDD' TO DCMSGO
085900             GO TO 2450-EXIT
086000         END-IF
086100         MOVE WS-WORK-DATE TO DSP-FINAL-DUE-DATE
086200     END-IF
086300     IF DSP-FINAL-DUE-DATE LESS THAN DSP-PROV-DUE-DATE
086400         MOVE 'FINAL DUE MUST BE A DATE NOT BEFORE PROV DUE'
086500             TO DCMSGO
086600         GO TO 2450-EXIT
086700     END-IF
086800
086900     IF DCOUTCL NOT = ZERO AND DCOUTCI NOT = SPACE
087000         IF NOT OPR-SUPERVISOR-LEVEL
087100             MOVE 'ONLY A SUPERVISOR MAY RECORD THE OUTCOME'
087200                 TO DCMSGO
087300             GO TO 2450-EXIT
087400         END-IF
087500         MOVE DCOUTCI TO DSP-OUTCOME
087600         IF NOT DSP-CUSTOMER-WON AND NOT DSP-CUSTOMER-LOST
087700                 AND NOT DSP-WITHDRAWN
087800             MOVE 'OUTCOME MUST BE W (WON), L (LOST) OR X'
087900                 TO DCMSGO
088000             GO TO 2450-EXIT
088100         END-IF
088200         MOVE WS-TODAY-DATE TO DSP-OUTCOME-DATE
088300     END-IF.
088400 2450-EXIT.
088500     EXIT.
088600
088700*----------------------------------------------------------------*
088800* 2600-SHOW-CASE -- the case as it stands on file                *
088900*----------------------------------------------------------------*
089000 2600-SHOW-CASE.
089100     MOVE DSP-CASE-ID        TO DCCASEO
089200     MOVE DSP-TXN-ID         TO DCTXNIDO
089300     MOVE DSP-AMOUNT         TO WS-DISPLAY-AMOUNT
089400     MOVE WS-DISPLAY-AMOUNT-GROUP TO DCAMTO
089500     MOVE DSP-CLAIM-DATE     TO DCCLAIMO
089600     MOVE DSP-REASON         TO DCREASNO
089700     MOVE DSP-REASON-TEXT    TO DCRTEXTO
089800     MOVE DSP-PROV-DUE-DATE  TO DCPDUEO
089900     MOVE DSP-FINAL-DUE-DATE TO DCFDUEO
090000     MOVE DSP-OUTCOME        TO DCOUTCO
090100     MOVE DSP-STATUS         TO DCSTATO
090200     MOVE DSP-TXN-AMOUNT     TO DCTXAMTO
090300     MOVE DSP-PROV-AMOUNT    TO DCPAMTO
090400     IF DSP-PROV-DATE = ZERO
090500         MOVE SPACES         TO DCPDATEO
090600     ELSE
090700         MOVE DSP-PROV-DATE  TO DCPDATEO
090800     END-IF
090900     IF DSP-CLOSED-DATE = ZERO
091000         MOVE SPACES         TO DCCLOSDO
091100     ELSE
091200         MOVE DSP-CLOSED-DATE TO DCCLOSDO
091300     END-IF
091400     MOVE DSP-CLOSE-ACTION   TO DCCLACTO.
091500 2600-EXIT.
091600     EXIT.
091700
091800*----------------------------------------------------------------*
091900* 2700-ADD-DAYS -- WS-ADD-DAYS forward from WS-WORK-DATE,        *
092000*                  carried a whole month at a time               *
092100*----------------------------------------------------------------*
092200 2700-ADD-DAYS.
092300     MOVE WS-WORK-DD TO WS-WORK-DAY
092400     ADD WS-ADD-DAYS TO WS-WORK-DAY
092500     PERFORM 2750-CARRY-ONE-MONTH THRU 2750-EXIT
092600     PERFORM 2750-CARRY-ONE-MONTH THRU 2750-EXIT
092700         UNTIL WS-WORK-DAY NOT GREATER THAN
092800             WS-MAX-DAY-THIS-MONTH
092900     MOVE WS-WORK-DAY TO WS-WORK-DD.
093000 2700-EXIT.
093100     EXIT.
093200
093300*----------------------------------------------------------------*
093400* 2750-CARRY-ONE-MONTH -- WS-WORK-DAY runs past the end of       *
093500*                         WS-WORK-MM: take that month's days off *
093600*                         and step into the next                 *
093700*----------------------------------------------------------------*
093800 2750-CARRY-ONE-MONTH.
093900     PERFORM 2760-SET-MAX-DAY THRU 2760-EXIT
094000     IF WS-WORK-DAY GREATER THAN WS-MAX-DAY-THIS-MONTH
094100         SUBTRACT WS-MAX-DAY-THIS-MONTH FROM WS-WORK-DAY
094200         ADD 1 TO WS-WORK-MM
094300         IF WS-WORK-MM GREATER THAN 12
094400             MOVE 1 TO WS-WORK-MM
094500             ADD 1 TO WS-WORK-YYYY
094600         END-IF
094700         PERFORM 2760-SET-MAX-DAY THRU 2760-EXIT
094800     END-IF.
094900 2750-EXIT.
095000     EXIT.
095100
095200*----------------------------------------------------------------*
095300* 2760-SET-MAX-DAY -- days in WS-WORK-MM, February adjusted for  *
095400*                     leap years with the 4/100/400 rule         *
095500*----------------------------------------------------------------*
095600 2760-SET-MAX-DAY.
095700     MOVE WS-DAYS-IN-MONTH (WS-WORK-MM) TO WS-MAX-DAY-THIS-MONTH
095800
095900     IF WS-WORK-MM = 2
096000         DIVIDE WS-WORK-YYYY BY 4   GIVING WS-LEAP-QUOTIENT
096100             REMAINDER WS-LEAP-REM-4
096200         DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
096300             REMAINDER WS-LEAP-REM-100
096400         DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
096500             REMAINDER WS-LEAP-REM-400
096600         IF WS-LEAP-REM-4 = ZERO
096700             AND (WS-LEAP-REM-100 NOT = ZERO
096800                 OR WS-LEAP-REM-400 = ZERO)
096900             MOVE 29 TO WS-MAX-DAY-THIS-MONTH
097000         END-IF
097100     END-IF.
097200 2760-EXIT.
097300     EXIT.
097400
097500*----------------------------------------------------------------*
097600* 2790-CHECK-DATE -- a keyed date moved into WS-WORK-DATE-GROUP  *
097700*                    must be numeric with a real month and day   *
097800*----------------------------------------------------------------*
097900 2790-CHECK-DATE.
098000     MOVE 'N' TO WS-DATE-OK-SW
098100     IF WS-WORK-DATE NOT NUMERIC
098200         GO TO 2790-EXIT
098300     END-IF
098400     IF WS-WORK-YYYY LESS THAN 1900
098500             OR WS-WORK-MM LESS THAN 1
098600             OR WS-WORK-MM GREATER THAN 12
098700             OR WS-WORK-DD LESS THAN 1
098800         GO TO 2790-EXIT
098900     END-IF
099000     PERFORM 2760-SET-MAX-DAY THRU 2760-EXIT
099100     IF WS-WORK-DD GREATER THAN WS-MAX-DAY-THIS-MONTH
099200         GO TO 2790-EXIT
099300     END-IF
099400     MOVE 'Y' TO WS-DATE-OK-SW.
099500 2790-EXIT.
099600     EXIT.
099700
099800*----------------------------------------------------------------*
099900* 2900-NO-COMMAREA -- entered without an account on file; the    *
100000*                     screen only makes sense off the inquiry    *
100100*                     screen                                     *
100200*----------------------------------------------------------------*
100300 2900-NO-COMMAREA.
100400     MOVE LOW-VALUES TO DISPSCRO
100500     MOVE 'USE PF7 FROM THE CUSTOMER INQUIRY SCREEN' TO DCMSGO
100600     EXEC CICS SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
100700         ERASE
100800     END-EXEC
100900
101000     EXEC CICS RETURN
101100     END-EXEC.
101200 2900-EXIT.
101300     EXIT.
101400
101500*----------------------------------------------------------------*
101600* 2950-INVALID-KEY                                               *
101700*----------------------------------------------------------------*
101800 2950-INVALID-KEY.
101900     MOVE LOW-VALUES TO DISPSCRO
102000     MOVE DS-ACCT-ID TO DCACCTO
102100     MOVE 'INVALID KEY PRESSED -- USE ENTER, PF3, OR CLEAR'
102200         TO DCMSGO
102300
102400     EXEC CICS SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
102500         DATAONLY
102600     END-EXEC
102700
102800     EXEC CICS RETURN TRANSID(WS-TRANS-ID)
102900         COMMAREA(CMDSP-COMMAREA)
103000     END-EXEC.
103100 2950-EXIT.
103200     EXIT.
