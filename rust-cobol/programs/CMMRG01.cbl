000100*================================================================*
000200* PROGRAM:     CMMRG01                                           *
000300* FUNCTION:    Duplicate-customer merge utility for CUSTBASE.    *
000400*              One command card per run, read with ACCEPT, the   *
000500*              same discipline as CMRUNC01 and CMSTOM01:         *
000600*                cols  1-8   MERGE / CANDLIST / LOGLIST          *
000700*                cols 10-19  surviving CBR-CUST-NO  (MERGE only) *
000800*                cols 21-30  victim CBR-CUST-NO     (MERGE only) *
000900*              MERGE re-keys every ACCTXREF row the victim owns  *
001000*              to the survivor, recounts the survivor's          *
001100*              CBR-ACCT-COUNT from the rows it now owns, folds   *
001200*              the victim's CBR-TOTAL-CREDIT-LIMIT into the      *
001300*              survivor's, retires the victim's CUSTBASE row,    *
001400*              and logs the merge on MERGELOG -- the fold        *
001500*              CMCNVT01 left to operations for customers it      *
001600*              split across several rows.  CANDLIST reports      *
001700*              likely duplicates: customers sharing a last name  *
001800*              who also match on at least two of first name,     *
001900*              date of birth, and street-plus-zip address.       *
002000*              LOGLIST reports every merge on MERGELOG.  Errors  *
002100*              end with RETURN-CODE 8 so a mis-keyed card stops  *
002200*              the schedule instead of half-acting.              *
002300*                                                                *
002400* NOTE:        The combined limit is the two customers' totals   *
002500*              added together, but never less than the sum of    *
002600*              the survivor's accounts' CMR-CREDIT-LIMIT, so the *
002700*              merged row passes the CMVRFY01 limit check.       *
002800*              A MERGE that fails part way is finished by        *
002900*              rerunning the same card: MERGELOG carries the     *
003000*              figures as they stood before the first row moved. *
003100*================================================================*
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. CMMRG01.
003400 AUTHOR. R-HOLLOWAY.
003500 INSTALLATION. IBMUSER CUSTOMER LEDGER SYSTEMS.
003600 DATE-WRITTEN. 10/15/2026.
003700 DATE-COMPILED.
003800*----------------------------------------------------------------*
003900* MODIFICATION HISTORY                                           *
004000*   10/15/2026  RH  Initial version -- card-driven CUSTBASE      *
004100*                   merge with ACCTXREF re-key, MERGELOG, and    *
004200*                   duplicate-candidate and merge-log listings.  *
004300*----------------------------------------------------------------*
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-370.
004700 OBJECT-COMPUTER. IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CUSTBASE-FILE ASSIGN TO CUSTBASE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS CBR-CUST-NO
005400         FILE STATUS IS CUSTBASE-STATUS.
005500
005600     SELECT ACCTXREF-FILE ASSIGN TO ACCTXREF
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS AXR-KEY
006000         ALTERNATE RECORD KEY IS AXR-ACCT-ID
006100         FILE STATUS IS ACCTXREF-STATUS.
006200
006300     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS CMR-CUST-ID
006700         FILE STATUS IS CUSTMAST-STATUS.
006800
006900     SELECT MERGELOG-FILE ASSIGN TO MERGELOG
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS MGL-KEY
007300         FILE STATUS IS MERGELOG-STATUS.
007400
007500     SELECT SORTWORK-FILE ASSIGN TO SORTWORK.
007600
007700     SELECT MRGRPT-FILE ASSIGN TO MRGRPT
007800         ORGANIZATION IS SEQUENTIAL
007900         ACCESS MODE IS SEQUENTIAL
008000         FILE STATUS IS MRGRPT-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CUSTBASE-FILE
008500     RECORDING MODE IS F.
008600 COPY CUSTBASE.
008700
008800 FD  ACCTXREF-FILE
008900     RECORDING MODE IS F.
009000 COPY ACCTXREF.
009100
009200 FD  CUSTMAST-FILE
009300     RECORDING MODE IS F.
009400 COPY CUSTMAST.
009500
009600 FD  MERGELOG-FILE
009700     RECORDING MODE IS F.
009800 COPY MERGELOG.
009900
010000 SD  SORTWORK-FILE.
010100 01  SORTWORK-RECORD.
010200     05  SW-LAST-NAME          PIC X(25).
010300     05  SW-FIRST-NAME         PIC X(15).
010400     05  SW-DOB                PIC 9(8).
010500     05  SW-CUST-NO            PIC X(10).
010600     05  SW-STREET             PIC X(30).
010700     05  SW-ZIP                PIC X(10).
010800     05  SW-ACCT-COUNT         PIC 9(3).
010900
011000 FD  MRGRPT-FILE
011100     RECORDING MODE IS F.
011200 01  MRGRPT-RECORD             PIC X(132).
011300
011400 WORKING-STORAGE SECTION.
011500 77  CUSTBASE-STATUS       PIC X(2).
011600     88  CUSTBASE-OK           VALUE '00'.
011700     88  CUSTBASE-NOTFND       VALUE '23'.
011800     88  CUSTBASE-EOF          VALUE '10'.
011900
012000 77  ACCTXREF-STATUS       PIC X(2).
012100     88  ACCTXREF-OK           VALUE '00'.
012200     88  ACCTXREF-NOTFND       VALUE '23'.
012300     88  ACCTXREF-EOF          VALUE '10'.
012400
012500 77  CUSTMAST-STATUS       PIC X(2).
012600     88  CUSTMAST-OK           VALUE '00'.
012700     88  CUSTMAST-NOTFND       VALUE '23'.
012800
012900 77  MERGELOG-STATUS       PIC X(2).
013000     88  MERGELOG-OK           VALUE '00'.
013100     88  MERGELOG-NOTFND       VALUE '23'.
013200     88  MERGELOG-EOF          VALUE '10'.
013300
013400 77  MRGRPT-STATUS         PIC X(2).
013500     88  MRGRPT-OK             VALUE '00'.
013600
013700 77  WS-BROWSE-EOF-SW      PIC X(1)      VALUE 'N'.
013800     88  WS-END-OF-BROWSE          VALUE 'Y'.
013900
014000 77  WS-SORTWORK-EOF-SW    PIC X(1)      VALUE 'N'.
014100     88  WS-END-OF-SORTWORK        VALUE 'Y'.
014200
014300 77  WS-FIRST-GROUP-SW     PIC X(1)      VALUE 'Y'.
014400     88  WS-FIRST-GROUP            VALUE 'Y'.
014500
014600 77  WS-RESUME-SW          PIC X(1)      VALUE 'N'.
014700     88  WS-RESUMING               VALUE 'Y'.
014800
014900 77  WS-VICTIM-ON-FILE-SW  PIC X(1)      VALUE 'N'.
015000     88  WS-VICTIM-ON-FILE         VALUE 'Y'.
015100
015200 77  WS-TODAY-DATE         PIC 9(8)      VALUE ZERO.
015300 77  WS-TODAY-TIME         PIC 9(8)      VALUE ZERO.
015400
015500 77  WS-MOVED-COUNT        PIC 9(3)      VALUE ZERO.
015600 77  WS-OWNED-COUNT        PIC 9(5) COMP VALUE ZERO.
015700 77  WS-ACCT-LIMIT-SUM     PIC S9(11)V99 COMP-3 VALUE ZERO.
015800 77  WS-NEW-LIMIT          PIC S9(11)V99 COMP-3 VALUE ZERO.
015900
016000 77  WS-MOVE-USED          PIC 9(4) COMP VALUE ZERO.
016100 77  WS-MOVE-SUB           PIC 9(4) COMP VALUE ZERO.
016200
016300 01  WS-MOVE-TABLE.
016400     05  WS-MOVE-ACCT-ID       PIC X(10) OCCURS 999 TIMES.
016500
016600 77  WS-GROUP-USED         PIC 9(4) COMP VALUE ZERO.
016700 77  WS-GROUP-SUB-A        PIC 9(4) COMP VALUE ZERO.
016800 77  WS-GROUP-SUB-B        PIC 9(4) COMP VALUE ZERO.
016900 77  WS-GROUP-START-B      PIC 9(4) COMP VALUE ZERO.
017000 77  WS-HOLD-LAST-NAME     PIC X(25)     VALUE SPACES.
017100 77  WS-MATCH-SCORE        PIC 9(1)      VALUE ZERO.
017200 77  WS-PAIR-COUNT         PIC 9(9) COMP VALUE ZERO.
017300 77  WS-SCANNED-COUNT      PIC 9(9) COMP VALUE ZERO.
017400 77  WS-OVERFLOW-COUNT     PIC 9(9) COMP VALUE ZERO.
017500 77  WS-LISTED-COUNT       PIC 9(5) COMP VALUE ZERO.
017600
017700 01  WS-GROUP-TABLE.
017800     05  WS-GROUP-ENTRY OCCURS 200 TIMES.
017900         10  WS-GRP-CUST-NO    PIC X(10).
018000         10  WS-GRP-FIRST-NAME PIC X(15).
018100         10  WS-GRP-DOB        PIC 9(8).
018200         10  WS-GRP-STREET     PIC X(30).
018300         10  WS-GRP-ZIP        PIC X(10).
018400         10  WS-GRP-ACCT-COUNT PIC 9(3).
018500
018600 01  WS-CMD-CARD.
018700     05  WS-CMD-FUNCTION       PIC X(8).
018800     05  FILLER                PIC X(1).
018900     05  WS-CMD-SURVIVOR       PIC X(10).
019000     05  FILLER                PIC X(1).
019100     05  WS-CMD-VICTIM         PIC X(10).
019200
019300 01  WS-CAND-HEADING-1.
019400     05  FILLER                PIC X(52) VALUE
019500         'CMMRG01 - LIKELY DUPLICATE CUSTOMERS'.
019600
019700 01  WS-CAND-HEADING-2.
019800     05  FILLER                PIC X(26) VALUE 'LAST NAME'.
019900     05  FILLER                PIC X(12) VALUE 'CUSTOMER'.
020000     05  FILLER                PIC X(12) VALUE 'CUSTOMER'.
020100     05  FILLER                PIC X(18) VALUE 'MATCHED ON'.
020200     05  FILLER                PIC X(12) VALUE 'SUGGESTED'.
020300     05  FILLER                PIC X(10) VALUE 'ACCTS'.
020400
020500 01  WS-CAND-LINE.
020600     05  WC-LAST-NAME          PIC X(25).
020700     05  FILLER                PIC X(1)  VALUE SPACES.
020800     05  WC-CUST-NO-A          PIC X(10).
020900     05  FILLER                PIC X(2)  VALUE SPACES.
021000     05  WC-CUST-NO-B          PIC X(10).
021100     05  FILLER                PIC X(2)  VALUE SPACES.
021200     05  WC-MATCH-NAME         PIC X(6).
021300     05  WC-MATCH-DOB          PIC X(4).
021400     05  WC-MATCH-ADDR         PIC X(4).
021500     05  FILLER                PIC X(4)  VALUE SPACES.
021600     05  WC-SURVIVOR           PIC X(10).
021700     05  FILLER                PIC X(2)  VALUE SPACES.
021800     05  WC-ACCTS-A            PIC ZZ9.
021900     05  FILLER                PIC X(1)  VALUE '/'.
022000     05  WC-ACCTS-B            PIC ZZ9.
022100
022200 01  WS-OVERFLOW-LINE.
022300     05  FILLER                PIC X(26) VALUE
022400         'LAST NAME GROUP OVER 200: '.
022500     05  WO-LAST-NAME          PIC X(25).
022600     05  FILLER                PIC X(40) VALUE
022700         ' - ONLY THE FIRST 200 COMPARED'.
022800
022900 01  WS-NO-CAND-LINE.
023000     05  FILLER                PIC X(40) VALUE
023100         'NO LIKELY DUPLICATES FOUND'.
023200
023300 01  WS-LOG-HEADING-1.
023400     05  FILLER                PIC X(40) VALUE
023500         'CMMRG01 - CUSTOMER MERGES ON FILE'.
023600
023700 01  WS-LOG-HEADING-2.
023800     05  FILLER                PIC X(12) VALUE 'VICTIM'.
023900     05  FILLER                PIC X(12) VALUE 'SURVIVOR'.
024000     05  FILLER                PIC X(10) VALUE 'MERGED'.
024100     05  FILLER                PIC X(8)  VALUE 'STATUS'.
024200     05  FILLER                PIC X(7)  VALUE 'MOVED'.
024300     05  FILLER                PIC X(18) VALUE 'LIMIT AFTER'.
024400     05  FILLER                PIC X(6)  VALUE 'ACCTS'.
024500     05  FILLER                PIC X(26) VALUE 'VICTIM NAME'.
024600
024700 01  WS-LOG-LINE.
024800     05  WL-VICTIM             PIC X(10).
024900     05  FILLER                PIC X(2)  VALUE SPACES.
025000     05  WL-SURVIVOR           PIC X(10).
025100     05  FILLER                PIC X(2)  VALUE SPACES.
025200     05  WL-MERGE-DATE         PIC 9(8).
025300     05  FILLER                PIC X(2)  VALUE SPACES.
025400     05  WL-STATUS-TEXT        PIC X(8).
025500     05  WL-MOVED              PIC ZZ9.
025600     05  FILLER                PIC X(2)  VALUE SPACES.
025700     05  WL-LIMIT-AFTER        PIC ----,---,--9.99.
025800     05  FILLER                PIC X(2)  VALUE SPACES.
025900     05  WL-COUNT-AFTER        PIC ZZ9.
026000     05  FILLER                PIC X(3)  VALUE SPACES.
026100     05  WL-VICTIM-NAME        PIC X(25).
026200
026300 01  WS-NO-LOG-LINE.
026400     05  FILLER                PIC X(30) VALUE
026500         'NO MERGES ON FILE'.
026600
026700 PROCEDURE DIVISION.
026800*----------------------------------------------------------------*
026900* 0000-MAINLINE                                                  *
027000*----------------------------------------------------------------*
027100 0000-MAINLINE.
027200     ACCEPT WS-CMD-CARD
027300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
027400     ACCEPT WS-TODAY-TIME FROM TIME
027500
027600     EVALUATE WS-CMD-FUNCTION
027700         WHEN 'MERGE'
027800             PERFORM 2000-MERGE-CUSTOMERS THRU 2000-EXIT
027900         WHEN 'CANDLIST'
028000             PERFORM 3000-LIST-CANDIDATES THRU 3000-EXIT
028100         WHEN 'LOGLIST'
028200             PERFORM 4000-LIST-MERGE-LOG THRU 4000-EXIT
028300         WHEN OTHER
028400             DISPLAY 'CMMRG01 - UNRECOGNIZED COMMAND '
028500                 WS-CMD-FUNCTION
028600             MOVE 8 TO RETURN-CODE
028700     END-EVALUATE
028800     GOBACK.
028900
029000*----------------------------------------------------------------*
029100* 2000-MERGE-CUSTOMERS -- every edit is made before anything     *
029200*                         moves; the MERGELOG row goes down      *
029300*                         first so a failure part way is         *
029400*                         finished by rerunning the same card    *
029500*----------------------------------------------------------------*
029600 2000-MERGE-CUSTOMERS.
029700     IF WS-CMD-SURVIVOR = SPACES OR WS-CMD-VICTIM = SPACES
029800         DISPLAY 'CMMRG01 - MERGE NEEDS A SURVIVOR AND A VICTIM'
029900         MOVE 8 TO RETURN-CODE
030000         GO TO 2000-EXIT
030100     END-IF
030200     IF WS-CMD-SURVIVOR = WS-CMD-VICTIM
030300         DISPLAY 'CMMRG01 - SURVIVOR AND VICTIM ARE THE SAME '
030400             'CUSTOMER'
030500         MOVE 8 TO RETURN-CODE
030600         GO TO 2000-EXIT
030700     END-IF
030800
030900     PERFORM 2050-OPEN-MERGE-FILES THRU 2050-EXIT
031000     IF RETURN-CODE NOT = ZERO
031100         GO TO 2000-EXIT
031200     END-IF
031300
031400     PERFORM 2100-CHECK-CUSTOMERS THRU 2100-EXIT
031500     IF RETURN-CODE NOT = ZERO
031600         GO TO 2000-CLOSE
031700     END-IF
031800
031900     IF NOT WS-RESUMING
032000         PERFORM 2150-START-MERGE-LOG THRU 2150-EXIT
032100         IF RETURN-CODE NOT = ZERO
032200             GO TO 2000-CLOSE
032300         END-IF
032400     END-IF
032500
032600     PERFORM 2200-COLLECT-VICTIM-ROWS THRU 2200-EXIT
032700     IF RETURN-CODE NOT = ZERO
032800         GO TO 2000-CLOSE
032900     END-IF
033000
033100     PERFORM 2300-REKEY-ONE-ROW THRU 2300-EXIT
033200         VARYING WS-MOVE-SUB FROM 1 BY 1
033300         UNTIL WS-MOVE-SUB > WS-MOVE-USED
033400            OR RETURN-CODE NOT = ZERO
033500     IF RETURN-CODE NOT = ZERO
033600         GO TO 2000-CLOSE
033700     END-IF
033800
033900     PERFORM 2400-RECOUNT-SURVIVOR THRU 2400-EXIT
034000     IF RETURN-CODE NOT = ZERO
034100         GO TO 2000-CLOSE
034200     END-IF
034300
034400     PERFORM 2500-RETIRE-VICTIM THRU 2500-EXIT
034500     IF RETURN-CODE NOT = ZERO
034600         GO TO 2000-CLOSE
034700     END-IF
034800
034900     PERFORM 2600-COMPLETE-MERGE-LOG THRU 2600-EXIT
035000     IF RETURN-CODE = ZERO
035100         DISPLAY 'CMMRG01 - CUSTOMER ' WS-CMD-VICTIM
035200             ' MERGED INTO ' WS-CMD-SURVIVOR
035300         DISPLAY 'CMMRG01 - ACCOUNTS MOVED        = '
035400             WS-MOVED-COUNT
035500         DISPLAY 'CMMRG01 - SURVIVOR ACCOUNTS     = '
035600             MGL-SURV-COUNT-AFTER
035700     END-IF.
035800 2000-CLOSE.
035900     CLOSE CUSTBASE-FILE
036000     CLOSE ACCTXREF-FILE
036100     CLOSE CUSTMAST-FILE
036200     CLOSE MERGELOG-FILE.
036300 2000-EXIT.
036400     EXIT.
036500
036600*----------------------------------------------------------------*
036700* 2050-OPEN-MERGE-FILES                                          *
036800*----------------------------------------------------------------*
036900 2050-OPEN-MERGE-FILES.
037000     OPEN I-O    CUSTBASE-FILE
037100     OPEN I-O    ACCTXREF-FILE
037200     OPEN INPUT  CUSTMAST-FILE
037300     OPEN I-O    MERGELOG-FILE
037400
037500     IF NOT CUSTBASE-OK OR NOT ACCTXREF-OK
037600             OR NOT CUSTMAST-OK OR NOT MERGELOG-OK
037700         DISPLAY 'CMMRG01 - UNABLE TO OPEN MERGE FILES, '
037800             'CUSTBASE=' CUSTBASE-STATUS
037900             ' ACCTXREF=' ACCTXREF-STATUS
038000             ' CUSTMAST=' CUSTMAST-STATUS
038100             ' MERGELOG=' MERGELOG-STATUS
038200         MOVE 8 TO RETURN-CODE
038300     END-IF.
038400 2050-EXIT.
038500     EXIT.
038600
038700*----------------------------------------------------------------*
038800* 2100-CHECK-CUSTOMERS -- a victim already logged is either      *
038900*                         finished (refused) or part way into    *
039000*                         the same survivor (resumed from the    *
039100*                         logged figures); the survivor must be  *
039200*                         on CUSTBASE, and the victim too unless *
039300*                         a resumed merge had already retired it *
039400*----------------------------------------------------------------*
039500 2100-CHECK-CUSTOMERS.
039600     MOVE 'N' TO WS-RESUME-SW
039700     MOVE WS-CMD-VICTIM TO MGL-VICTIM-CUST-NO
039800     READ MERGELOG-FILE
039900         INVALID KEY
040000             CONTINUE
040100     END-READ
040200     IF MERGELOG-OK
040300         IF MGL-COMPLETE
040400             DISPLAY 'CMMRG01 - CUSTOMER ' WS-CMD-VICTIM
040500                 ' WAS ALREADY MERGED INTO '
040600                 MGL-SURVIVOR-CUST-NO
040700             MOVE 8 TO RETURN-CODE
040800             GO TO 2100-EXIT
040900         END-IF
041000         IF MGL-SURVIVOR-CUST-NO NOT = WS-CMD-SURVIVOR
041100             DISPLAY 'CMMRG01 - CUSTOMER ' WS-CMD-VICTIM
041200                 ' IS PART WAY INTO A MERGE WITH '
041300                 MGL-SURVIVOR-CUST-NO ' - RERUN THAT CARD'
041400             MOVE 8 TO RETURN-CODE
041500             GO TO 2100-EXIT
041600         END-IF
041700         MOVE 'Y' TO WS-RESUME-SW
041800         DISPLAY 'CMMRG01 - RESUMING MERGE OF ' WS-CMD-VICTIM
041900             ' INTO ' WS-CMD-SURVIVOR
042000     END-IF
042100
042200     MOVE WS-CMD-SURVIVOR TO MGL-VICTIM-CUST-NO
042300     READ MERGELOG-FILE
042400         INVALID KEY
042500             CONTINUE
042600     END-READ
042700     IF MERGELOG-OK
042800         DISPLAY 'CMMRG01 - SURVIVOR ' WS-CMD-SURVIVOR
042900             ' HAS ITSELF BEEN MERGED INTO '
043000             MGL-SURVIVOR-CUST-NO
043100         MOVE 8 TO RETURN-CODE
043200         GO TO 2100-EXIT
043300     END-IF
043400
043500     MOVE WS-CMD-SURVIVOR TO CBR-CUST-NO
043600     READ CUSTBASE-FILE
043700         INVALID KEY
043800             DISPLAY 'CMMRG01 - SURVIVOR ' WS-CMD-SURVIVOR
043900                 ' NOT ON CUSTBASE'
044000             MOVE 8 TO RETURN-CODE
044100             GO TO 2100-EXIT
044200     END-READ
044300
044400     MOVE 'N' TO WS-VICTIM-ON-FILE-SW
044500     MOVE WS-CMD-VICTIM TO CBR-CUST-NO
044600     READ CUSTBASE-FILE
044700         INVALID KEY
044800             CONTINUE
044900     END-READ
045000     IF CUSTBASE-OK
045100         MOVE 'Y' TO WS-VICTIM-ON-FILE-SW
045200     ELSE
045300         IF NOT WS-RESUMING
045400             DISPLAY 'CMMRG01 - VICTIM ' WS-CMD-VICTIM
045500                 ' NOT ON CUSTBASE'
045600             MOVE 8 TO RETURN-CODE
045700         END-IF
045800     END-IF.
045900 2100-EXIT.
046000     EXIT.
046100
046200*----------------------------------------------------------------*
046300* 2150-START-MERGE-LOG -- both customers' figures as they stand, *
046400*                         before the first row moves             *
046500*----------------------------------------------------------------*
046600 2150-START-MERGE-LOG.
046700     MOVE SPACES                 TO MERGE-LOG-RECORD
046800     MOVE WS-CMD-VICTIM          TO MGL-VICTIM-CUST-NO
046900     MOVE WS-CMD-SURVIVOR        TO MGL-SURVIVOR-CUST-NO
047000     MOVE 'P'                    TO MGL-STATUS
047100     MOVE WS-TODAY-DATE          TO MGL-MERGE-DATE
047200     MOVE WS-TODAY-TIME (1:6)    TO MGL-MERGE-TIME
047300     MOVE ZERO                   TO MGL-ACCTS-MOVED
047400     MOVE CBR-TOTAL-CREDIT-LIMIT TO MGL-VICTIM-LIMIT
047500     MOVE CBR-ACCT-COUNT         TO MGL-VICTIM-COUNT
047600     MOVE CBR-LAST-NAME          TO MGL-VICTIM-LAST-NAME
047700     MOVE CBR-FIRST-NAME         TO MGL-VICTIM-FIRST-NAME
047800     MOVE CBR-DOB                TO MGL-VICTIM-DOB
047900     MOVE CBR-ZIP                TO MGL-VICTIM-ZIP
048000     MOVE ZERO                   TO MGL-SURV-LIMIT-AFTER
048100     MOVE ZERO                   TO MGL-SURV-COUNT-AFTER
048200
048300     MOVE WS-CMD-SURVIVOR TO CBR-CUST-NO
048400     READ CUSTBASE-FILE
048500         INVALID KEY
048600             DISPLAY 'CMMRG01 - SURVIVOR ' WS-CMD-SURVIVOR
048700                 ' NOT ON CUSTBASE'
048800             MOVE 8 TO RETURN-CODE
048900             GO TO 2150-EXIT
049000     END-READ
049100     MOVE CBR-TOTAL-CREDIT-LIMIT TO MGL-SURV-LIMIT-BEFORE
049200     MOVE CBR-ACCT-COUNT         TO MGL-SURV-COUNT-BEFORE
049300
049400     WRITE MERGE-LOG-RECORD
049500         INVALID KEY
049600             DISPLAY 'CMMRG01 - MERGELOG WRITE FAILED FOR '
049700                 WS-CMD-VICTIM ' STATUS=' MERGELOG-STATUS
049800             MOVE 8 TO RETURN-CODE
049900     END-WRITE.
050000 2150-EXIT.
050100     EXIT.
050200
050300*----------------------------------------------------------------*
050400* 2200-COLLECT-VICTIM-ROWS -- the victim's ACCTXREF rows sit     *
050500*                             together under its owner id; they  *
050600*                             are gathered first and moved       *
050700*                             after, so the re-key never         *
050800*                             disturbs the browse                *
050900*----------------------------------------------------------------*
051000 2200-COLLECT-VICTIM-ROWS.
051100     MOVE ZERO TO WS-MOVE-USED
051200     MOVE 'N'  TO WS-BROWSE-EOF-SW
051300     MOVE WS-CMD-VICTIM TO AXR-OWNER-ID
051400     MOVE LOW-VALUES    TO AXR-ACCT-ID
051500     START ACCTXREF-FILE KEY IS NOT LESS THAN AXR-KEY
051600         INVALID KEY
051700             MOVE 'Y' TO WS-BROWSE-EOF-SW
051800     END-START
051900
052000     PERFORM 2250-COLLECT-ONE-ROW THRU 2250-EXIT
052100         UNTIL WS-END-OF-BROWSE.
052200 2200-EXIT.
052300     EXIT.
052400
052500*----------------------------------------------------------------*
052600* 2250-COLLECT-ONE-ROW                                           *
052700*----------------------------------------------------------------*
052800 2250-COLLECT-ONE-ROW.
052900     READ ACCTXREF-FILE NEXT RECORD
053000         AT END
053100             MOVE 'Y' TO WS-BROWSE-EOF-SW
053200             GO TO 2250-EXIT
053300     END-READ
053400     IF NOT ACCTXREF-OK OR AXR-OWNER-ID NOT = WS-CMD-VICTIM
053500         MOVE 'Y' TO WS-BROWSE-EOF-SW
053600         GO TO 2250-EXIT
053700     END-IF
053800
053900     IF WS-MOVE-USED NOT LESS THAN 999
054000         DISPLAY 'CMMRG01 - VICTIM ' WS-CMD-VICTIM
054100             ' OWNS MORE THAN 999 ACCOUNTS - NOT MERGED'
054200         MOVE 8   TO RETURN-CODE
054300         MOVE 'Y' TO WS-BROWSE-EOF-SW
054400         GO TO 2250-EXIT
054500     END-IF
054600     ADD 1 TO WS-MOVE-USED
054700     MOVE AXR-ACCT-ID TO WS-MOVE-ACCT-ID (WS-MOVE-USED).
054800 2250-EXIT.
054900     EXIT.
055000
055100*----------------------------------------------------------------*
055200* 2300-REKEY-ONE-ROW -- the owner is the high half of the        *
055300*                       primary key, so the row is deleted and   *
055400*                       written back under the survivor          *
055500*----------------------------------------------------------------*
055600 2300-REKEY-ONE-ROW.
055700     MOVE WS-CMD-VICTIM                  TO AXR-OWNER-ID
055800     MOVE WS-MOVE-ACCT-ID (WS-MOVE-SUB)  TO AXR-ACCT-ID
055900     READ ACCTXREF-FILE KEY IS AXR-KEY
056000         INVALID KEY
056100             DISPLAY 'CMMRG01 - ACCTXREF ROW VANISHED FOR '
056200                 WS-MOVE-ACCT-ID (WS-MOVE-SUB)
056300             MOVE 8 TO RETURN-CODE
056400             GO TO 2300-EXIT
056500     END-READ
056600
056700     DELETE ACCTXREF-FILE
056800         INVALID KEY
056900             DISPLAY 'CMMRG01 - ACCTXREF DELETE FAILED FOR '
057000                 WS-MOVE-ACCT-ID (WS-MOVE-SUB)
057100                 ' STATUS=' ACCTXREF-STATUS
057200             MOVE 8 TO RETURN-CODE
057300             GO TO 2300-EXIT
057400     END-DELETE
057500
057600     MOVE WS-CMD-SURVIVOR TO AXR-OWNER-ID
057700     WRITE ACCOUNT-XREF-RECORD
057800         INVALID KEY
057900             DISPLAY 'CMMRG01 - ACCTXREF WRITE FAILED FOR '
058000                 WS-MOVE-ACCT-ID (WS-MOVE-SUB)
058100                 ' STATUS=' ACCTXREF-STATUS
058200             MOVE 8 TO RETURN-CODE
058300             GO TO 2300-EXIT
058400     END-WRITE
058500     ADD 1 TO WS-MOVED-COUNT.
058600 2300-EXIT.
058700     EXIT.
058800
058900*----------------------------------------------------------------*
059000* 2400-RECOUNT-SURVIVOR -- CBR-ACCT-COUNT is the survivor's      *
059100*                          ACCTXREF rows as they now stand; the  *
059200*                          combined limit is the two logged      *
059300*                          totals added together, raised to the  *
059400*                          sum of the accounts' own limits if    *
059500*                          that is higher                        *
059600*----------------------------------------------------------------*
059700 2400-RECOUNT-SURVIVOR.
059800     MOVE ZERO TO WS-OWNED-COUNT
059900     MOVE ZERO TO WS-ACCT-LIMIT-SUM
060000     MOVE 'N'  TO WS-BROWSE-EOF-SW
060100     MOVE WS-CMD-SURVIVOR TO AXR-OWNER-ID
060200     MOVE LOW-VALUES      TO AXR-ACCT-ID
060300     START ACCTXREF-FILE KEY IS NOT LESS THAN AXR-KEY
060400         INVALID KEY
060500             MOVE 'Y' TO WS-BROWSE-EOF-SW
060600     END-START
060700
060800     PERFORM 2450-COUNT-ONE-ROW THRU 2450-EXIT
060900         UNTIL WS-END-OF-BROWSE
061000
061100     IF WS-OWNED-COUNT GREATER THAN 999
061200         DISPLAY 'CMMRG01 - SURVIVOR WOULD OWN MORE THAN 999 '
061300             'ACCOUNTS - COUNT NOT UPDATED'
061400         MOVE 8 TO RETURN-CODE
061500         GO TO 2400-EXIT
061600     END-IF
061700
061800     MOVE WS-CMD-VICTIM TO MGL-VICTIM-CUST-NO
061900     READ MERGELOG-FILE
062000         INVALID KEY
062100             DISPLAY 'CMMRG01 - MERGELOG ROW MISSING FOR '
062200                 WS-CMD-VICTIM
062300             MOVE 8 TO RETURN-CODE
062400             GO TO 2400-EXIT
062500     END-READ
062600     COMPUTE WS-NEW-LIMIT = MGL-SURV-LIMIT-BEFORE
062700                          + MGL-VICTIM-LIMIT
062800     IF WS-ACCT-LIMIT-SUM GREATER THAN WS-NEW-LIMIT
062900         MOVE WS-ACCT-LIMIT-SUM TO WS-NEW-LIMIT
063000     END-IF
063100
063200     MOVE WS-CMD-SURVIVOR TO CBR-CUST-NO
063300     READ CUSTBASE-FILE
063400         INVALID KEY
063500             DISPLAY 'CMMRG01 - SURVIVOR ' WS-CMD-SURVIVOR
063600                 ' NOT ON CUSTBASE'
063700             MOVE 8 TO RETURN-CODE
063800             GO TO 2400-EXIT
063900     END-READ
064000     MOVE WS-OWNED-COUNT TO CBR-ACCT-COUNT
064100     COMPUTE CBR-TOTAL-CREDIT-LIMIT = WS-NEW-LIMIT
064200         ON SIZE ERROR
064300             DISPLAY 'CMMRG01 - COMBINED LIMIT OVERFLOWS '
064400                 'CBR-TOTAL-CREDIT-LIMIT'
064500             MOVE 8 TO RETURN-CODE
064600             GO TO 2400-EXIT
064700     END-COMPUTE
064800     REWRITE CUSTOMER-BASE-RECORD
064900         INVALID KEY
065000             DISPLAY 'CMMRG01 - CUSTBASE REWRITE FAILED FOR '
065100                 WS-CMD-SURVIVOR ' STATUS=' CUSTBASE-STATUS
065200             MOVE 8 TO RETURN-CODE
065300     END-REWRITE.
065400 2400-EXIT.
065500     EXIT.
065600
065700*----------------------------------------------------------------*
065800* 2450-COUNT-ONE-ROW                                             *
065900*----------------------------------------------------------------*
066000 2450-COUNT-ONE-ROW.
066100     READ ACCTXREF-FILE NEXT RECORD
066200         AT END
066300             MOVE 'Y' TO WS-BROWSE-EOF-SW
066400             GO TO 2450-EXIT
066500     END-READ
066600     IF NOT ACCTXREF-OK OR AXR-OWNER-ID NOT = WS-CMD-SURVIVOR
066700         MOVE 'Y' TO WS-BROWSE-EOF-SW
066800         GO TO 2450-EXIT
066900     END-IF
067000
067100     ADD 1 TO WS-OWNED-COUNT
067200     MOVE AXR-ACCT-ID TO CMR-CUST-ID
067300     READ CUSTMAST-FILE
067400         INVALID KEY
067500             GO TO 2450-EXIT
067600     END-READ
067700     ADD CMR-CREDIT-LIMIT TO WS-ACCT-LIMIT-SUM.
067800 2450-EXIT.
067900     EXIT.
068000
068100*----------------------------------------------------------------*
068200* 2500-RETIRE-VICTIM -- the emptied CUSTBASE row is deleted;     *
068300*                       its number lives on only in MERGELOG     *
068400*----------------------------------------------------------------*
068500 2500-RETIRE-VICTIM.
068600     IF NOT WS-VICTIM-ON-FILE
068700         GO TO 2500-EXIT
068800     END-IF
068900
069000     MOVE WS-CMD-VICTIM TO CBR-CUST-NO
069100     DELETE CUSTBASE-FILE
069200         INVALID KEY
069300             DISPLAY 'CMMRG01 - CUSTBASE DELETE FAILED FOR '
069400                 WS-CMD-VICTIM ' STATUS=' CUSTBASE-STATUS
069500             MOVE 8 TO RETURN-CODE
069600     END-DELETE.
069700 2500-EXIT.
069800     EXIT.
069900
070000*----------------------------------------------------------------*
070100* 2600-COMPLETE-MERGE-LOG                                        *
070200*----------------------------------------------------------------*
070300 2600-COMPLETE-MERGE-LOG.
070400     MOVE WS-CMD-VICTIM TO MGL-VICTIM-CUST-NO
070500     READ MERGELOG-FILE
070600         INVALID KEY
070700             DISPLAY 'CMMRG01 - MERGELOG ROW MISSING FOR '
070800                 WS-CMD-VICTIM
070900             MOVE 8 TO RETURN-CODE
071000             GO TO 2600-EXIT
071100     END-READ
071200
071300     MOVE 'C'            TO MGL-STATUS
071400     ADD WS-MOVED-COUNT  TO MGL-ACCTS-MOVED
071500     MOVE WS-NEW-LIMIT   TO MGL-SURV-LIMIT-AFTER
071600     MOVE WS-OWNED-COUNT TO MGL-SURV-COUNT-AFTER
071700     REWRITE MERGE-LOG-RECORD
071800         INVALID KEY
071900             DISPLAY 'CMMRG01 - MERGELOG REWRITE FAILED FOR '
072000                 WS-CMD-VICTIM ' STATUS=' MERGELOG-STATUS
072100             MOVE 8 TO RETURN-CODE
072200     END-REWRITE.
072300 2600-EXIT.
072400     EXIT.
072500
072600*----------------------------------------------------------------*
072700* 3000-LIST-CANDIDATES -- CUSTBASE sorted into last-name groups; *
072800*                         every pair inside a group is compared  *
072900*----------------------------------------------------------------*
073000 3000-LIST-CANDIDATES.
073100     OPEN INPUT  CUSTBASE-FILE
073200     IF NOT CUSTBASE-OK
073300         DISPLAY 'CMMRG01 - UNABLE TO OPEN CUSTBASE, STATUS='
073400             CUSTBASE-STATUS
073500         MOVE 8 TO RETURN-CODE
073600         GO TO 3000-EXIT
073700     END-IF
073800     OPEN OUTPUT MRGRPT-FILE
073900     WRITE MRGRPT-RECORD FROM WS-CAND-HEADING-1
074000     WRITE MRGRPT-RECORD FROM WS-CAND-HEADING-2
074100
074200     SORT SORTWORK-FILE
074300         ON ASCENDING KEY SW-LAST-NAME
074400                          SW-FIRST-NAME
074500                          SW-DOB
074600                          SW-CUST-NO
074700         INPUT PROCEDURE IS 3100-RELEASE-CUSTOMERS
074800             THRU 3100-EXIT
074900         OUTPUT PROCEDURE IS 3200-COMPARE-GROUPS
075000             THRU 3200-EXIT
075100
075200     IF WS-PAIR-COUNT = ZERO
075300         WRITE MRGRPT-RECORD FROM WS-NO-CAND-LINE
075400     END-IF
075500
075600     CLOSE CUSTBASE-FILE
075700     CLOSE MRGRPT-FILE
075800     DISPLAY 'CMMRG01 - CUSTOMERS SCANNED     = '
075900         WS-SCANNED-COUNT
076000     DISPLAY 'CMMRG01 - CANDIDATE PAIRS       = '
076100         WS-PAIR-COUNT
076200     DISPLAY 'CMMRG01 - OVERSIZE NAME GROUPS  = '
076300         WS-OVERFLOW-COUNT.
076400 3000-EXIT.
076500     EXIT.
076600
076700*----------------------------------------------------------------*
076800* 3100-RELEASE-CUSTOMERS                                         *
076900*----------------------------------------------------------------*
077000 3100-RELEASE-CUSTOMERS.
077100     MOVE 'N' TO WS-BROWSE-EOF-SW
077200     MOVE LOW-VALUES TO CBR-CUST-NO
077300     START CUSTBASE-FILE KEY IS NOT LESS THAN CBR-CUST-NO
077400         INVALID KEY
077500             MOVE 'Y' TO WS-BROWSE-EOF-SW
077600     END-START
077700
077800     PERFORM 3150-RELEASE-ONE-CUSTOMER THRU 3150-EXIT
077900         UNTIL WS-END-OF-BROWSE.
078000 3100-EXIT.
078100     EXIT.
078200
078300*----------------------------------------------------------------*
078400* 3150-RELEASE-ONE-CUSTOMER                                      *
078500*----------------------------------------------------------------*
078600 3150-RELEASE-ONE-CUSTOMER.
078700     READ CUSTBASE-FILE NEXT RECORD
078800         AT END
078900             MOVE 'Y' TO WS-BROWSE-EOF-SW
079000             GO TO 3150-EXIT
079100     END-READ
079200     IF NOT CUSTBASE-OK
079300         MOVE 'Y' TO WS-BROWSE-EOF-SW
079400         GO TO 3150-EXIT
079500     END-IF
079600
079700     MOVE CBR-LAST-NAME  TO SW-LAST-NAME
079800     MOVE CBR-FIRST-NAME TO SW-FIRST-NAME
079900     MOVE CBR-DOB        TO SW-DOB
080000     MOVE CBR-CUST-NO    TO SW-CUST-NO
080100     MOVE CBR-STREET     TO SW-STREET
080200     MOVE CBR-ZIP        TO SW-ZIP
080300     MOVE CBR-ACCT-COUNT TO SW-ACCT-COUNT
080400     RELEASE SORTWORK-RECORD
080500     ADD 1 TO WS-SCANNED-COUNT.
080600 3150-EXIT.
080700     EXIT.
080800
080900*----------------------------------------------------------------*
081000* 3200-COMPARE-GROUPS -- control break on last name              *
081100*----------------------------------------------------------------*
081200 3200-COMPARE-GROUPS.
081300     PERFORM 3250-RETURN-SORTWORK THRU 3250-EXIT
081400
081500     PERFORM 3300-GATHER-ONE-CUSTOMER THRU 3300-EXIT
081600         UNTIL WS-END-OF-SORTWORK
081700
081800     IF NOT WS-FIRST-GROUP
081900         PERFORM 3400-CLOSE-NAME-GROUP THRU 3400-EXIT
082000     END-IF.
082100 3200-EXIT.
082200     EXIT.
082300
082400*----------------------------------------------------------------*
082500* 3250-RETURN-SORTWORK                                           *
082600*----------------------------------------------------------------*
082700 3250-RETURN-SORTWORK.
082800     RETURN SORTWORK-FILE
082900         AT END
083000             MOVE 'Y' TO WS-SORTWORK-EOF-SW
083100     END-RETURN.
083200 3250-EXIT.
083300     EXIT.
083400
083500*----------------------------------------------------------------*
083600* 3300-GATHER-ONE-CUSTOMER -- a blank last name cannot be        *
083700*                             matched and is passed over         *
083800*----------------------------------------------------------------*
083900 3300-GATHER-ONE-CUSTOMER.
084000     IF SW-LAST-NAME = SPACES
084100         GO TO 3300-NEXT
084200     END-IF
084300
084400     IF WS-FIRST-GROUP
084500         MOVE SW-LAST-NAME TO WS-HOLD-LAST-NAME
084600         MOVE ZERO TO WS-GROUP-USED
084700         MOVE 'N'  TO WS-FIRST-GROUP-SW
084800     ELSE
084900         IF SW-LAST-NAME NOT = WS-HOLD-LAST-NAME
085000             PERFORM 3400-CLOSE-NAME-GROUP THRU 3400-EXIT
085100             MOVE SW-LAST-NAME TO WS-HOLD-LAST-NAME
085200             MOVE ZERO TO WS-GROUP-USED
085300         END-IF
085400     END-IF
085500
085600     IF WS-GROUP-USED NOT LESS THAN 200
085700         IF WS-GROUP-USED = 200
085800             MOVE WS-HOLD-LAST-NAME TO WO-LAST-NAME
085900             WRITE MRGRPT-RECORD FROM WS-OVERFLOW-LINE
086000             ADD 1 TO WS-OVERFLOW-COUNT
086100             ADD 1 TO WS-GROUP-USED
086200         END-IF
086300         GO TO 3300-NEXT
086400     END-IF
086500
086600     ADD 1 TO WS-GROUP-USED
086700     MOVE SW-CUST-NO    TO WS-GRP-CUST-NO (WS-GROUP-USED)
086800     MOVE SW-FIRST-NAME TO WS-GRP-FIRST-NAME (WS-GROUP-USED)
086900     MOVE SW-DOB        TO WS-GRP-DOB (WS-GROUP-USED)
087000     MOVE SW-STREET     TO WS-GRP-STREET (WS-GROUP-USED)
087100     MOVE SW-ZIP        TO WS-GRP-ZIP (WS-GROUP-USED)
087200     MOVE SW-ACCT-COUNT TO WS-GRP-ACCT-COUNT (WS-GROUP-USED).
087300 3300-NEXT.
087400     PERFORM 3250-RETURN-SORTWORK THRU 3250-EXIT.
087500 3300-EXIT.
087600     EXIT.
087700
087800*----------------------------------------------------------------*
087900* 3400-CLOSE-NAME-GROUP -- compare each member with every later  *
088000*                          member of the same last-name group    *
088100*----------------------------------------------------------------*
088200 3400-CLOSE-NAME-GROUP.
088300     IF WS-GROUP-USED GREATER THAN 200
088400         MOVE 200 TO WS-GROUP-USED
088500     END-IF
088600     IF WS-GROUP-USED LESS THAN 2
088700         GO TO 3400-EXIT
088800     END-IF
088900
089000     PERFORM 3450-COMPARE-ONE-MEMBER THRU 3450-EXIT
089100         VARYING WS-GROUP-SUB-A FROM 1 BY 1
089200         UNTIL WS-GROUP-SUB-A NOT LESS THAN WS-GROUP-USED.
089300 3400-EXIT.
089400     EXIT.
089500
089600*----------------------------------------------------------------*
089700* 3450-COMPARE-ONE-MEMBER                                        *
089800*----------------------------------------------------------------*
089900 3450-COMPARE-ONE-MEMBER.
090000     COMPUTE WS-GROUP-START-B = WS-GROUP-SUB-A + 1
090100     PERFORM 3500-SCORE-ONE-PAIR THRU 3500-EXIT
090200         VARYING WS-GROUP-SUB-B FROM WS-GROUP-START-B BY 1
090300         UNTIL WS-GROUP-SUB-B > WS-GROUP-USED.
090400 3450-EXIT.
090500     EXIT.
090600
090700*----------------------------------------------------------------*
090800* 3500-SCORE-ONE-PAIR -- a pair sharing a last name is a likely  *
090900*                        duplicate when it also matches on two   *
091000*                        of first name, date of birth, and       *
091100*                        street-plus-zip.  The suggested         *
091200*                        survivor is the customer with more      *
091300*                        accounts, else the lower number.        *
091400*----------------------------------------------------------------*
091500 3500-SCORE-ONE-PAIR.
091600     MOVE ZERO   TO WS-MATCH-SCORE
091700     MOVE SPACES TO WC-MATCH-NAME
091800     MOVE SPACES TO WC-MATCH-DOB
091900     MOVE SPACES TO WC-MATCH-ADDR
092000
092100     IF WS-GRP-FIRST-NAME (WS-GROUP-SUB-A) NOT = SPACES
092200             AND WS-GRP-FIRST-NAME (WS-GROUP-SUB-A)
092300               = WS-GRP-FIRST-NAME (WS-GROUP-SUB-B)
092400         ADD 1 TO WS-MATCH-SCORE
092500         MOVE 'NAME' TO WC-MATCH-NAME
092600     END-IF
092700     IF WS-GRP-DOB (WS-GROUP-SUB-A) NOT = ZERO
092800             AND WS-GRP-DOB (WS-GROUP-SUB-A)
092900               = WS-GRP-DOB (WS-GROUP-SUB-B)
093000         ADD 1 TO WS-MATCH-SCORE
093100         MOVE 'DOB' TO WC-MATCH-DOB
093200     END-IF
093300     IF WS-GRP-STREET (WS-GROUP-SUB-A) NOT = SPACES
093400             AND WS-GRP-STREET (WS-GROUP-SUB-A)
093500               = WS-GRP-STREET (WS-GROUP-SUB-B)
093600             AND WS-GRP-ZIP (WS-GROUP-SUB-A)
093700               = WS-GRP-ZIP (WS-GROUP-SUB-B)
093800         ADD 1 TO WS-MATCH-SCORE
093900         MOVE 'ADDR' TO WC-MATCH-ADDR
094000     END-IF
094100
094200     IF WS-MATCH-SCORE LESS THAN 2
094300         GO TO 3500-EXIT
094400     END-IF
094500
094600     MOVE WS-HOLD-LAST-NAME TO WC-LAST-NAME
094700     MOVE WS-GRP-CUST-NO (WS-GROUP-SUB-A)    TO WC-CUST-NO-A
094800     MOVE WS-GRP-CUST-NO (WS-GROUP-SUB-B)    TO WC-CUST-NO-B
094900     MOVE WS-GRP-ACCT-COUNT (WS-GROUP-SUB-A) TO WC-ACCTS-A
095000     MOVE WS-GRP-ACCT-COUNT (WS-GROUP-SUB-B) TO WC-ACCTS-B
095100     EVALUATE TRUE
095200         WHEN WS-GRP-ACCT-COUNT (WS-GROUP-SUB-A)
095300            > WS-GRP-ACCT-COUNT (WS-GROUP-SUB-B)
095400             MOVE WS-GRP-CUST-NO (WS-GROUP-SUB-A) TO WC-SURVIVOR
095500         WHEN WS-GRP-ACCT-COUNT (WS-GROUP-SUB-B)
095600            > WS-GRP-ACCT-COUNT (WS-GROUP-SUB-A)
095700             MOVE WS-GRP-CUST-NO (WS-GROUP-SUB-B) TO WC-SURVIVOR
095800         WHEN WS-GRP-CUST-NO (WS-GROUP-SUB-A)
095900            < WS-GRP-CUST-NO (WS-GROUP-SUB-B)
096000             MOVE WS-GRP-CUST-NO (WS-GROUP-SUB-A) TO WC-SURVIVOR
096100         WHEN OTHER
096200             MOVE WS-GRP-CUST-NO (WS-GROUP-SUB-B) TO WC-SURVIVOR
096300     END-EVALUATE
096400     WRITE MRGRPT-RECORD FROM WS-CAND-LINE
096500     ADD 1 TO WS-PAIR-COUNT.
096600 3500-EXIT.
096700     EXIT.
096800
096900*----------------------------------------------------------------*
097000* 4000-LIST-MERGE-LOG                                            *
097100*----------------------------------------------------------------*
097200 4000-LIST-MERGE-LOG.
097300     OPEN INPUT  MERGELOG-FILE
097400     IF NOT MERGELOG-OK
097500         DISPLAY 'CMMRG01 - UNABLE TO OPEN MERGELOG, STATUS='
097600             MERGELOG-STATUS
097700         MOVE 8 TO RETURN-CODE
097800         GO TO 4000-EXIT
097900     END-IF
098000     OPEN OUTPUT MRGRPT-FILE
098100     WRITE MRGRPT-RECORD FROM WS-LOG-HEADING-1
098200     WRITE MRGRPT-RECORD FROM WS-LOG-HEADING-2
098300
098400     MOVE 'N' TO WS-BROWSE-EOF-SW
098500     MOVE LOW-VALUES TO MGL-VICTIM-CUST-NO
098600     START MERGELOG-FILE KEY IS NOT LESS THAN MGL-KEY
098700         INVALID KEY
098800             MOVE 'Y' TO WS-BROWSE-EOF-SW
098900     END-START
099000
099100     PERFORM 4100-LIST-ONE-MERGE THRU 4100-EXIT
099200         UNTIL WS-END-OF-BROWSE
099300
099400     IF WS-LISTED-COUNT = ZERO
099500         WRITE MRGRPT-RECORD FROM WS-NO-LOG-LINE
099600     END-IF
099700
099800     CLOSE MERGELOG-FILE
099900     CLOSE MRGRPT-FILE
100000     DISPLAY 'CMMRG01 - ' WS-LISTED-COUNT ' MERGE(S) LISTED'.
100100 4000-EXIT.
100200     EXIT.
100300
100400*----------------------------------------------------------------*
100500* 4100-LIST-ONE-MERGE                                            *
100600*----------------------------------------------------------------*
100700 4100-LIST-ONE-MERGE.
100800     READ MERGELOG-FILE NEXT RECORD
100900         AT END
101000             MOVE 'Y' TO WS-BROWSE-EOF-SW
101100             GO TO 4100-EXIT
101200     END-READ
101300     IF NOT MERGELOG-OK
101400         MOVE 'Y' TO WS-BROWSE-EOF-SW
101500         GO TO 4100-EXIT
101600     END-IF
101700
101800     MOVE MGL-VICTIM-CUST-NO   TO WL-VICTIM
101900     MOVE MGL-SURVIVOR-CUST-NO TO WL-SURVIVOR
102000     MOVE MGL-MERGE-DATE       TO WL-MERGE-DATE
102100     IF MGL-COMPLETE
102200         MOVE 'COMPLETE' TO WL-STATUS-TEXT
102300     ELSE
102400         MOVE 'PARTIAL'  TO WL-STATUS-TEXT
102500     END-IF
102600     MOVE MGL-ACCTS-MOVED      TO WL-MOVED
102700     MOVE MGL-SURV-LIMIT-AFTER TO WL-LIMIT-AFTER
102800     MOVE MGL-SURV-COUNT-AFTER TO WL-COUNT-AFTER
102900     MOVE MGL-VICTIM-LAST-NAME TO WL-VICTIM-NAME
103000     WRITE MRGRPT-RECORD FROM WS-LOG-LINE
103100     ADD 1 TO WS-LISTED-COUNT.
103200 4100-EXIT.
103300     EXIT.
