000100*================================================================*
000200* PROGRAM:     CMDISB01                                          *
000300* FUNCTION:    Nightly disbursement run over DISBMAST, the       *
000400*              official cheques and state remittances the        *
000500*              CMCLS01 closure run pays residual balances out    *
000600*              through.  One pass of the cluster:                *
000700*                - every cheque not yet sent to the bank goes on *
000800*                  the PPAYOUT positive-pay file as an issue     *
000900*                  item, and every cheque voided by operations   *
001000*                  or stale-dated by CMCHQR01 goes as a void     *
001100*                  item, so the bank pays only what we issued    *
001200*                  and still stand behind;                       *
001300*                - every escheatment remittance not yet sent is  *
001400*                  released to a sort and written to the ESCHREM *
001500*                  state remittance file grouped by CMR-STATE,   *
001600*                  one header/detail/trailer group per state,    *
001700*                  and marked remitted.                          *
001800*              The DISBRPT disbursement register lists the       *
001900*              cheque items sent and the remittances by state,   *
002000*              with the positive-pay and per-state totals.       *
002100*                                                                *
002200* NOTE:        Each row sent is stamped with the business date   *
002300*              (DBM-SENT-DATE, DBM-VOID-SENT-DATE), and a row    *
002400*              stamped with tonight's date is selected again, so *
002500*              a rerun after an abend rebuilds the same files    *
002600*              -- the same idempotence discipline as CMSTOG01.   *
002700*              A cheque voided before it was ever sent is not    *
002800*              sent at all; both dates are stamped so it drops   *
002900*              out of the selection.                             *
003000*================================================================*
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. CMDISB01.
003300 AUTHOR. R-HOLLOWAY.
003400 INSTALLATION. IBMUSER CUSTOMER LEDGER SYSTEMS.
003500 DATE-WRITTEN. 10/15/2026.
003600 DATE-COMPILED.
003700*----------------------------------------------------------------*
003800* MODIFICATION HISTORY                                           *
003900*   10/15/2026  RH  Initial version -- positive-pay issue/void   *
004000*                   file, state remittance file by CMR-STATE,    *
004100*                   and the disbursement register.               *
004110*   10/15/2026  RH  PPAYOUT and ESCHREM are opened and checked   *
004120*                   before the scan; either failing ends the     *
004130*                   step RC 8 with no row stamped sent.          *
004200*----------------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
004600 OBJECT-COMPUTER. IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT DISBMAST-FILE ASSIGN TO DISBMAST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS DBM-KEY
005300         FILE STATUS IS DISBMAST-STATUS.
005400
005500     SELECT PPAYOUT-FILE ASSIGN TO PPAYOUT
005600         ORGANIZATION IS SEQUENTIAL
005700         ACCESS MODE IS SEQUENTIAL
005800         FILE STATUS IS PPAYOUT-STATUS.
005900
006000     SELECT ESCHREM-FILE ASSIGN TO ESCHREM
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS ESCHREM-STATUS.
006400
006500     SELECT DISBRPT-FILE ASSIGN TO DISBRPT
006600         ORGANIZATION IS SEQUENTIAL
006700         ACCESS MODE IS SEQUENTIAL
006800         FILE STATUS IS DISBRPT-STATUS.
006900
007000     SELECT SORTWORK-FILE ASSIGN TO SORTWORK.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  DISBMAST-FILE
007500     RECORDING MODE IS F.
007600 COPY DISBMAST.
007700
007800 FD  PPAYOUT-FILE
007900     RECORDING MODE IS F.
008000 COPY POSPAY.
008100
008200 FD  ESCHREM-FILE
008300     RECORDING MODE IS F.
008400 COPY ESCHREM.
008500
008600 FD  DISBRPT-FILE
008700     RECORDING MODE IS F.
008800 01  DISBRPT-RECORD            PIC X(132).
008900
009000 SD  SORTWORK-FILE.
009100 01  SORTWORK-RECORD.
009200     05  SW-STATE              PIC X(2).
009300     05  SW-REMIT-NO           PIC 9(10).
009400     05  SW-ACCT-ID            PIC X(10).
009500     05  SW-LAST-NAME          PIC X(25).
009600     05  SW-FIRST-NAME         PIC X(15).
009700     05  SW-STREET             PIC X(30).
009800     05  SW-CITY               PIC X(20).
009900     05  SW-OWNER-STATE        PIC X(2).
010000     05  SW-ZIP                PIC X(10).
010100     05  SW-AMOUNT             PIC S9(11)V99 COMP-3.
010200     05  SW-CLOSE-DATE         PIC 9(8).
010300
010400 WORKING-STORAGE SECTION.
010500 COPY RUNPARM.
010600
010700 77  DISBMAST-STATUS       PIC X(2).
010800     88  DISBMAST-OK           VALUE '00'.
010900     88  DISBMAST-EOF          VALUE '10'.
011000
011100 77  PPAYOUT-STATUS        PIC X(2).
011200     88  PPAYOUT-OK            VALUE '00'.
011300
011400 77  ESCHREM-STATUS        PIC X(2).
011500     88  ESCHREM-OK            VALUE '00'.
011600
011700 77  DISBRPT-STATUS        PIC X(2).
011800     88  DISBRPT-OK            VALUE '00'.
011900
012000 77  WS-DISBMAST-EOF-SW    PIC X(1)      VALUE 'N'.
012100     88  WS-END-OF-DISBMAST        VALUE 'Y'.
012200
012300 77  WS-SORTWORK-EOF-SW    PIC X(1)      VALUE 'N'.
012400     88  WS-END-OF-SORTWORK        VALUE 'Y'.
012500
012600 77  WS-FIRST-GROUP-SW     PIC X(1)      VALUE 'Y'.
012700     88  WS-FIRST-GROUP            VALUE 'Y'.
012800
012900 77  WS-STAMP-SW           PIC X(1)      VALUE 'N'.
013000     88  WS-STAMP-NEEDED           VALUE 'Y'.
013100
013200 77  WS-SCANNED-COUNT      PIC 9(9) COMP VALUE ZERO.
013300 77  WS-ISSUE-COUNT        PIC 9(9) COMP VALUE ZERO.
013400 77  WS-VOID-COUNT         PIC 9(9) COMP VALUE ZERO.
013500 77  WS-UNSENT-VOID-COUNT  PIC 9(9) COMP VALUE ZERO.
013600 77  WS-REMIT-COUNT        PIC 9(9) COMP VALUE ZERO.
013700 77  WS-STATE-GROUPS       PIC 9(9) COMP VALUE ZERO.
013800
013900 77  WS-ISSUE-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
014000 77  WS-VOID-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
014100 77  WS-REMIT-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
014200 77  WS-STATE-COUNT        PIC 9(9) COMP VALUE ZERO.
014300 77  WS-STATE-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
014400 77  WS-HOLD-STATE         PIC X(2)      VALUE SPACES.
014500
014600 77  WS-RUN-DATE           PIC 9(8)      VALUE ZERO.
014700
014800*----------------------------------------------------------------*
014900* Our official-cheque settlement account at the paying bank --   *
015000* the account the positive-pay header identifies the items      *
015100* against -- and the holder name the state files carry.          *
015200*----------------------------------------------------------------*
015300 77  WS-PP-BANK-ACCOUNT    PIC X(15)     VALUE '000441720019'.
015400 77  WS-HOLDER-NAME        PIC X(40)     VALUE
015500     'IBMUSER CUSTOMER LEDGER SYSTEMS'.
015600
015700 77  WS-LINES-ON-PAGE      PIC 9(3)      VALUE ZERO.
015800 77  WS-PAGE-NUMBER        PIC 9(5)      VALUE ZERO.
015900 77  WS-PRINT-LINE         PIC X(132)    VALUE SPACES.
016000
016100 01  WS-HEADING-1.
016200     05  FILLER                PIC X(40) VALUE
016300         'CMDISB01 - DISBURSEMENT REGISTER FOR'.
016400     05  WS-H1-BUS-DATE        PIC 9(8).
016500     05  FILLER                PIC X(21) VALUE SPACES.
016600     05  FILLER                PIC X(5)  VALUE 'PAGE '.
016700     05  WS-H1-PAGE            PIC ZZZZ9.
016800
016900 01  WS-SECTION-LINE.
017000     05  WS-SECTION-TITLE      PIC X(60).
017100
017200 01  WS-CHEQUE-HEADING.
017300     05  FILLER                PIC X(12) VALUE 'CHEQUE NO'.
017400     05  FILLER                PIC X(12) VALUE 'ACCOUNT'.
017500     05  FILLER                PIC X(42) VALUE 'PAYEE'.
017600     05  FILLER                PIC X(17) VALUE '          AMOUNT'.
017700     05  FILLER                PIC X(10) VALUE 'ISSUED'.
017800     05  FILLER                PIC X(20) VALUE 'ACTION'.
017900
018000 01  WS-CHEQUE-LINE.
018100     05  WC-CHEQUE-NO          PIC 9(10).
018200     05  FILLER                PIC X(2)  VALUE SPACES.
018300     05  WC-ACCT-ID            PIC X(10).
018400     05  FILLER                PIC X(2)  VALUE SPACES.
018500     05  WC-PAYEE              PIC X(40).
018600     05  FILLER                PIC X(2)  VALUE SPACES.
018700     05  WC-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
018800     05  FILLER                PIC X(2)  VALUE SPACES.
018900     05  WC-ISSUE-DATE         PIC 9(8).
019000     05  FILLER                PIC X(2)  VALUE SPACES.
019100     05  WC-ACTION             PIC X(20).
019200
019300 01  WS-REMIT-HEADING.
019400     05  FILLER                PIC X(12) VALUE 'REMIT NO'.
019500     05  FILLER                PIC X(12) VALUE 'ACCOUNT'.
019600     05  FILLER                PIC X(42) VALUE 'OWNER'.
019700     05  FILLER                PIC X(17) VALUE '          AMOUNT'.
019800     05  FILLER                PIC X(10) VALUE 'CLOSED'.
019900
020000 01  WS-STATE-BREAK-LINE.
020100     05  FILLER                PIC X(6)  VALUE 'STATE '.
020200     05  WB-STATE              PIC X(2).
020300
020400 01  WS-STATE-TOTAL-LINE.
020500     05  FILLER                PIC X(14) VALUE 'STATE TOTAL'.
020600     05  WT-STATE-COUNT        PIC ZZZ,ZZ9.
020700     05  FILLER                PIC X(12) VALUE ' PROPERTIES '.
020800     05  WT-STATE-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
020900
021000 01  WS-TOTAL-LINE.
021100     05  WM-LABEL              PIC X(30).
021200     05  WM-COUNT              PIC ZZZ,ZZZ,ZZ9.
021300     05  FILLER                PIC X(2)  VALUE SPACES.
021400     05  WM-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
021500
021600 01  WS-NO-ITEMS-LINE.
021700     05  FILLER                PIC X(40) VALUE
021800         'NO ITEMS THIS RUN'.
021900
022000 01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
022100
022200 PROCEDURE DIVISION.
022300*----------------------------------------------------------------*
022400* 0000-MAINLINE                                                  *
022500*----------------------------------------------------------------*
022600 0000-MAINLINE.
022700     PERFORM 0100-REGISTER-START THRU 0100-EXIT
022800     IF RNP-SUCCESS
022900         SORT SORTWORK-FILE
023000             ON ASCENDING KEY SW-STATE SW-REMIT-NO
023100             INPUT PROCEDURE IS 1000-SCAN-DISBMAST THRU 1000-EXIT
023200             OUTPUT PROCEDURE IS 4000-PRODUCE-REMITTANCE
023300                 THRU 4000-EXIT
023400
023500         DISPLAY 'CMDISB01 - DISBURSEMENTS SCANNED = '
023600             WS-SCANNED-COUNT
023700         DISPLAY 'CMDISB01 - CHEQUES ISSUED TO BANK = '
023800             WS-ISSUE-COUNT
023900         DISPLAY 'CMDISB01 - VOIDS SENT TO BANK     = '
024000             WS-VOID-COUNT
024100         DISPLAY 'CMDISB01 - VOIDED BEFORE ISSUE    = '
024200             WS-UNSENT-VOID-COUNT
024300         DISPLAY 'CMDISB01 - STATE REMITTANCES      = '
024400             WS-REMIT-COUNT
024500         IF RETURN-CODE = ZERO
024600             PERFORM 0200-REGISTER-END THRU 0200-EXIT
024700         END-IF
024800     END-IF
024900     GOBACK.
025000
025100*----------------------------------------------------------------*
025200* 0100-REGISTER-START -- the run-control registrar refuses the   *
025300*                        start when the business date is not     *
025400*                        open, the cheque reconciliation has not *
025500*                        completed for it (tonight's voids and   *
025600*                        stale-dates must be on file first), or  *
025700*                        this job already has                    *
025800*----------------------------------------------------------------*
025900 0100-REGISTER-START.
026000     MOVE 'S'        TO RNP-FUNCTION
026100     MOVE 'CMDISB01' TO RNP-JOB-NAME
026200     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
026300     IF NOT RNP-SUCCESS
026400         DISPLAY 'CMDISB01 - RUN-CONTROL REFUSED START, RC='
026500             RNP-RETURN-CODE ' PREREQ=' RNP-PREREQ-JOB
026600         MOVE 8 TO RETURN-CODE
026700     END-IF.
026800 0100-EXIT.
026900     EXIT.
027000
027100*----------------------------------------------------------------*
027200* 0200-REGISTER-END                                              *
027300*----------------------------------------------------------------*
027400 0200-REGISTER-END.
027500     MOVE 'E'        TO RNP-FUNCTION
027600     MOVE 'CMDISB01' TO RNP-JOB-NAME
027700     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
027800     IF NOT RNP-SUCCESS
027900         DISPLAY 'CMDISB01 - RUN-CONTROL END FAILED, RC='
028000             RNP-RETURN-CODE
028100     END-IF.
028200 0200-EXIT.
028300     EXIT.
028400
028500*----------------------------------------------------------------*
028600* 1000-SCAN-DISBMAST -- one pass of the cluster: cheque items go *
028700*                       straight to positive pay and the         *
028800*                       register, remittances are released to    *
028900*                       the state sort.  Both bank/state files   *
028910*                       are opened first, so one that will not   *
028920*                       open stops the scan before any row is    *
028930*                       stamped sent or remitted                 *
029000*----------------------------------------------------------------*
029100 1000-SCAN-DISBMAST.
029200     MOVE RNP-BUS-DATE TO WS-RUN-DATE
029300
029400     OPEN I-O    DISBMAST-FILE
029500     OPEN OUTPUT PPAYOUT-FILE
029550     OPEN OUTPUT ESCHREM-FILE
029600     OPEN OUTPUT DISBRPT-FILE
029700
029800     IF NOT DISBMAST-OK
029900         DISPLAY 'CMDISB01 - UNABLE TO OPEN DISBMAST, STATUS='
030000             DISBMAST-STATUS
030100         MOVE 8   TO RETURN-CODE
030200         MOVE 'Y' TO WS-DISBMAST-EOF-SW
030300     END-IF
030307     IF NOT PPAYOUT-OK
030314         DISPLAY 'CMDISB01 - UNABLE TO OPEN PPAYOUT, STATUS='
030321             PPAYOUT-STATUS
030328         MOVE 8   TO RETURN-CODE
030335         MOVE 'Y' TO WS-DISBMAST-EOF-SW
030342     END-IF
030349     IF NOT ESCHREM-OK
030356         DISPLAY 'CMDISB01 - UNABLE TO OPEN ESCHREM, STATUS='
030363             ESCHREM-STATUS
030370         MOVE 8   TO RETURN-CODE
030377         MOVE 'Y' TO WS-DISBMAST-EOF-SW
030384     END-IF
030400
030500     MOVE SPACES             TO PP-HEADER-RECORD
030600     MOVE 'H'                TO PPH-REC-TYPE
030700     MOVE WS-PP-BANK-ACCOUNT TO PPH-BANK-ACCOUNT
030800     MOVE WS-RUN-DATE        TO PPH-FILE-DATE
030900     WRITE PP-HEADER-RECORD
031000
031100     PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
031200     MOVE 'OFFICIAL CHEQUES - POSITIVE-PAY ITEMS'
031300         TO WS-SECTION-TITLE
031400     MOVE WS-SECTION-LINE TO WS-PRINT-LINE
031500     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
031600     MOVE WS-CHEQUE-HEADING TO WS-PRINT-LINE
031700     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
031800
031900     PERFORM 1100-READ-DISBMAST THRU 1100-EXIT
032000
032100     PERFORM 1200-SCAN-ONE-ROW THRU 1200-EXIT
032200         UNTIL WS-END-OF-DISBMAST
032300
032400     IF WS-ISSUE-COUNT = ZERO AND WS-VOID-COUNT = ZERO
032500         MOVE WS-NO-ITEMS-LINE TO WS-PRINT-LINE
032600         PERFORM 4200-PRINT-LINE THRU 4200-EXIT
032700     END-IF
032800
032900     MOVE SPACES             TO PP-TRAILER-RECORD
033000     MOVE 'T'                TO PPT-REC-TYPE
033100     ADD WS-ISSUE-COUNT TO WS-VOID-COUNT GIVING PPT-ITEM-COUNT
033200     MOVE WS-ISSUE-TOTAL     TO PPT-ISSUE-TOTAL
033300     MOVE WS-VOID-TOTAL      TO PPT-VOID-TOTAL
033400     WRITE PP-TRAILER-RECORD
033500
033600     MOVE WS-BLANK-LINE TO WS-PRINT-LINE
033700     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
033800     MOVE SPACES TO WS-TOTAL-LINE
033900     MOVE 'POSITIVE-PAY ISSUES'      TO WM-LABEL
034000     MOVE WS-ISSUE-COUNT             TO WM-COUNT
034100     MOVE WS-ISSUE-TOTAL             TO WM-AMOUNT
034200     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
034300     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
034400     MOVE SPACES TO WS-TOTAL-LINE
034500     MOVE 'POSITIVE-PAY VOIDS'       TO WM-LABEL
034600     MOVE WS-VOID-COUNT              TO WM-COUNT
034700     MOVE WS-VOID-TOTAL              TO WM-AMOUNT
034800     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
034900     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
035000
035100     CLOSE DISBMAST-FILE
035200     CLOSE PPAYOUT-FILE.
035300 1000-EXIT.
035400     EXIT.
035500
035600*----------------------------------------------------------------*
035700* 1100-READ-DISBMAST                                             *
035800*----------------------------------------------------------------*
035900 1100-READ-DISBMAST.
036000     READ DISBMAST-FILE NEXT RECORD
036100         AT END
036200             MOVE 'Y' TO WS-DISBMAST-EOF-SW
036300     END-READ.
036400 1100-EXIT.
036500     EXIT.
036600
036700*----------------------------------------------------------------*
036800* 1200-SCAN-ONE-ROW                                              *
036900*----------------------------------------------------------------*
037000 1200-SCAN-ONE-ROW.
037100     ADD 1 TO WS-SCANNED-COUNT
037200     MOVE 'N' TO WS-STAMP-SW
037300
037400     IF DBM-TYPE-CHEQUE
037500         PERFORM 1300-CHEQUE-ROW THRU 1300-EXIT
037600     ELSE
037700         IF DBM-TYPE-REMIT
037800             PERFORM 1500-REMIT-ROW THRU 1500-EXIT
037900         END-IF
038000     END-IF
038100
038200     IF WS-STAMP-NEEDED
038300         REWRITE DISBURSEMENT-RECORD
038400             INVALID KEY
038500                 DISPLAY 'CMDISB01 - REWRITE FAILED FOR '
038600                     DBM-KEY ' STATUS=' DISBMAST-STATUS
038700         END-REWRITE
038800     END-IF
038900
039000     PERFORM 1100-READ-DISBMAST THRU 1100-EXIT.
039100 1200-EXIT.
039200     EXIT.
039300
039400*----------------------------------------------------------------*
039500* 1300-CHEQUE-ROW -- an outstanding cheque the bank has not been *
039600*                    told about is an issue item; a voided or    *
039700*                    stale-dated one it has been told about is a *
039800*                    void item.  Paid cheques need nothing.      *
039900*----------------------------------------------------------------*
040000 1300-CHEQUE-ROW.
040100     IF DBM-ISSUED
040200         IF DBM-SENT-DATE = ZERO OR DBM-SENT-DATE = WS-RUN-DATE
040300             PERFORM 1400-WRITE-PP-ITEM THRU 1400-EXIT
040400             MOVE 'ISSUED TO BANK' TO WC-ACTION
040500             PERFORM 1450-WRITE-CHEQUE-LINE THRU 1450-EXIT
040600             IF DBM-SENT-DATE = ZERO
040700                 MOVE WS-RUN-DATE TO DBM-SENT-DATE
040800                 MOVE 'Y' TO WS-STAMP-SW
040900             END-IF
041000         END-IF
041100         GO TO 1300-EXIT
041200     END-IF
041300
041400     IF NOT DBM-VOID AND NOT DBM-STALE
041500         GO TO 1300-EXIT
041600     END-IF
041700
041800     IF DBM-VOID-SENT-DATE NOT = ZERO
041900             AND DBM-VOID-SENT-DATE NOT = WS-RUN-DATE
042000         GO TO 1300-EXIT
042100     END-IF
042200
042300*    Voided before it ever went to the bank: there is nothing
042400*    for the bank to refuse.  Stamp both dates so the row
042500*    drops out of the selection.
042600     IF DBM-SENT-DATE = ZERO
042700         MOVE WS-RUN-DATE TO DBM-SENT-DATE
042800         MOVE WS-RUN-DATE TO DBM-VOID-SENT-DATE
042900         MOVE 'Y' TO WS-STAMP-SW
043000         ADD 1 TO WS-UNSENT-VOID-COUNT
043100         MOVE 'VOIDED BEFORE ISSUE' TO WC-ACTION
043200         PERFORM 1450-WRITE-CHEQUE-LINE THRU 1450-EXIT
043300         GO TO 1300-EXIT
043400     END-IF
043500
043600     PERFORM 1400-WRITE-PP-ITEM THRU 1400-EXIT
043700     IF DBM-VOID
043800         MOVE 'VOID SENT TO BANK' TO WC-ACTION
043900     ELSE
044000         MOVE 'STALE - VOID SENT' TO WC-ACTION
044100     END-IF
044200     PERFORM 1450-WRITE-CHEQUE-LINE THRU 1450-EXIT
044300     IF DBM-VOID-SENT-DATE = ZERO
044400         MOVE WS-RUN-DATE TO DBM-VOID-SENT-DATE
044500         MOVE 'Y' TO WS-STAMP-SW
044600     END-IF.
044700 1300-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------------*
045100* 1400-WRITE-PP-ITEM -- one positive-pay detail; an issued row   *
045200*                       is an issue item, anything else a void   *
045300*----------------------------------------------------------------*
045400 1400-WRITE-PP-ITEM.
045500     MOVE SPACES             TO PP-DETAIL-RECORD
045600     MOVE 'D'                TO PPD-REC-TYPE
045700     MOVE DBM-DISB-NO        TO PPD-CHEQUE-NO
045800     MOVE DBM-AMOUNT         TO PPD-AMOUNT
045900     MOVE DBM-ISSUE-DATE     TO PPD-ISSUE-DATE
046000     STRING DBM-PAYEE-FIRST-NAME DELIMITED BY SIZE
046100         ' ' DELIMITED BY SIZE
046200         DBM-PAYEE-LAST-NAME DELIMITED BY SIZE
046300         INTO PPD-PAYEE-NAME
046400
046500     IF DBM-ISSUED
046600         MOVE 'I' TO PPD-ISSUE-CODE
046700         ADD 1 TO WS-ISSUE-COUNT
046800         ADD DBM-AMOUNT TO WS-ISSUE-TOTAL
046900     ELSE
047000         MOVE 'V' TO PPD-ISSUE-CODE
047100         ADD 1 TO WS-VOID-COUNT
047200         ADD DBM-AMOUNT TO WS-VOID-TOTAL
047300     END-IF
047400
047500     WRITE PP-DETAIL-RECORD.
047600 1400-EXIT.
047700     EXIT.
047800
047900*----------------------------------------------------------------*
048000* 1450-WRITE-CHEQUE-LINE -- WC-ACTION set by the caller          *
048100*----------------------------------------------------------------*
048200 1450-WRITE-CHEQUE-LINE.
048300     MOVE DBM-DISB-NO        TO WC-CHEQUE-NO
048400     MOVE DBM-ACCT-ID        TO WC-ACCT-ID
048500     MOVE SPACES             TO WC-PAYEE
048600     STRING DBM-PAYEE-FIRST-NAME DELIMITED BY SIZE
048700         ' ' DELIMITED BY SIZE
048800         DBM-PAYEE-LAST-NAME DELIMITED BY SIZE
048900         INTO WC-PAYEE
049000     MOVE DBM-AMOUNT         TO WC-AMOUNT
049100     MOVE DBM-ISSUE-DATE     TO WC-ISSUE-DATE
049200     MOVE WS-CHEQUE-LINE     TO WS-PRINT-LINE
049300     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
049400 1450-EXIT.
049500     EXIT.
049600
049700*----------------------------------------------------------------*
049800* 1500-REMIT-ROW -- a remittance not yet sent (or sent by an     *
049900*                   abended attempt tonight) is released to the  *
050000*                   state sort and marked remitted               *
050100*----------------------------------------------------------------*
050200 1500-REMIT-ROW.
050300     IF DBM-ISSUED
050400         CONTINUE
050500     ELSE
050600         IF DBM-REMITTED AND DBM-SENT-DATE = WS-RUN-DATE
050700             CONTINUE
050800         ELSE
050900             GO TO 1500-EXIT
051000         END-IF
051100     END-IF
051200
051300     MOVE DBM-REMIT-STATE      TO SW-STATE
051400     MOVE DBM-DISB-NO          TO SW-REMIT-NO
051500     MOVE DBM-ACCT-ID          TO SW-ACCT-ID
051600     MOVE DBM-PAYEE-LAST-NAME  TO SW-LAST-NAME
051700     MOVE DBM-PAYEE-FIRST-NAME TO SW-FIRST-NAME
051800     MOVE DBM-PAYEE-STREET     TO SW-STREET
051900     MOVE DBM-PAYEE-CITY       TO SW-CITY
052000     MOVE DBM-PAYEE-STATE      TO SW-OWNER-STATE
052100     MOVE DBM-PAYEE-ZIP        TO SW-ZIP
052200     MOVE DBM-AMOUNT           TO SW-AMOUNT
052300     MOVE DBM-ISSUE-DATE       TO SW-CLOSE-DATE
052400     RELEASE SORTWORK-RECORD
052500
052600     IF DBM-ISSUED
052700         MOVE 'R'         TO DBM-STATUS
052800         MOVE WS-RUN-DATE TO DBM-STATUS-DATE
052900         MOVE WS-RUN-DATE TO DBM-SENT-DATE
053000         MOVE 'Y' TO WS-STAMP-SW
053100     END-IF.
053200 1500-EXIT.
053300     EXIT.
053400
053500*----------------------------------------------------------------*
053600* 4000-PRODUCE-REMITTANCE -- the state file and the register's   *
053700*                            remittance section, one group per   *
053800*                            CMR-STATE                           *
053900*----------------------------------------------------------------*
054000 4000-PRODUCE-REMITTANCE.
054300     MOVE WS-BLANK-LINE TO WS-PRINT-LINE
054400     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
054500     MOVE 'STATE UNCLAIMED-PROPERTY REMITTANCES'
054600         TO WS-SECTION-TITLE
054700     MOVE WS-SECTION-LINE TO WS-PRINT-LINE
054800     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
054900
055000     PERFORM 4500-RETURN-SORTWORK THRU 4500-EXIT
055100
055200     IF WS-END-OF-SORTWORK
055300         MOVE WS-NO-ITEMS-LINE TO WS-PRINT-LINE
055400         PERFORM 4200-PRINT-LINE THRU 4200-EXIT
055500     END-IF
055600
055700     PERFORM 4300-WRITE-REMIT-DETAIL THRU 4300-EXIT
055800         UNTIL WS-END-OF-SORTWORK
055900
056000     IF NOT WS-FIRST-GROUP
056100         PERFORM 4400-END-STATE-GROUP THRU 4400-EXIT
056200     END-IF
056300
056400     MOVE WS-BLANK-LINE TO WS-PRINT-LINE
056500     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
056600     MOVE SPACES TO WS-TOTAL-LINE
056700     MOVE 'STATE REMITTANCES'        TO WM-LABEL
056800     MOVE WS-REMIT-COUNT             TO WM-COUNT
056900     MOVE WS-REMIT-TOTAL             TO WM-AMOUNT
057000     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
057100     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
057200
057300     CLOSE ESCHREM-FILE
057400     CLOSE DISBRPT-FILE.
057500 4000-EXIT.
057600     EXIT.
057700
057800*----------------------------------------------------------------*
057900* 4100-WRITE-PAGE-HEADINGS                                       *
058000*----------------------------------------------------------------*
058100 4100-WRITE-PAGE-HEADINGS.
058200     ADD 1 TO WS-PAGE-NUMBER
058300     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
058400     MOVE WS-RUN-DATE    TO WS-H1-BUS-DATE
058500     WRITE DISBRPT-RECORD FROM WS-HEADING-1
058600     WRITE DISBRPT-RECORD FROM WS-BLANK-LINE
058700     MOVE 2 TO WS-LINES-ON-PAGE.
058800 4100-EXIT.
058900     EXIT.
059000
059100*----------------------------------------------------------------*
059200* 4200-PRINT-LINE -- write WS-PRINT-LINE, breaking the page at   *
059300*                    fifty lines                                 *
059400*----------------------------------------------------------------*
059500 4200-PRINT-LINE.
059600     IF WS-LINES-ON-PAGE > 50
059700         PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
059800     END-IF
059900     WRITE DISBRPT-RECORD FROM WS-PRINT-LINE
060000     ADD 1 TO WS-LINES-ON-PAGE.
060100 4200-EXIT.
060200     EXIT.
060300
060400*----------------------------------------------------------------*
060500* 4250-START-STATE-GROUP -- state header record and break lines  *
060600*----------------------------------------------------------------*
060700 4250-START-STATE-GROUP.
060800     MOVE SW-STATE TO WS-HOLD-STATE
060900     MOVE ZERO     TO WS-STATE-COUNT
061000     MOVE ZERO     TO WS-STATE-TOTAL
061100     ADD 1 TO WS-STATE-GROUPS
061200
061300     MOVE SPACES          TO ERM-HEADER-RECORD
061400     MOVE 'H'             TO ERH-REC-TYPE
061500     MOVE SW-STATE        TO ERH-STATE
061600     MOVE WS-RUN-DATE     TO ERH-REMIT-DATE
061700     MOVE WS-HOLDER-NAME  TO ERH-HOLDER-NAME
061800     WRITE ERM-HEADER-RECORD
061900
062000     MOVE SW-STATE TO WB-STATE
062100     MOVE WS-BLANK-LINE TO WS-PRINT-LINE
062200     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
062300     MOVE WS-STATE-BREAK-LINE TO WS-PRINT-LINE
062400     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
062500     MOVE WS-REMIT-HEADING TO WS-PRINT-LINE
062600     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
062700 4250-EXIT.
062800     EXIT.
062900
063000*----------------------------------------------------------------*
063100* 4300-WRITE-REMIT-DETAIL -- control break on CMR-STATE          *
063200*----------------------------------------------------------------*
063300 4300-WRITE-REMIT-DETAIL.
063400     IF WS-FIRST-GROUP
063500         PERFORM 4250-START-STATE-GROUP THRU 4250-EXIT
063600         MOVE 'N' TO WS-FIRST-GROUP-SW
063700     ELSE
063800         IF SW-STATE NOT = WS-HOLD-STATE
063900             PERFORM 4400-END-STATE-GROUP THRU 4400-EXIT
064000             PERFORM 4250-START-STATE-GROUP THRU 4250-EXIT
064100         END-IF
064200     END-IF
064300
064400     MOVE SPACES              TO ERM-DETAIL-RECORD
064500     MOVE 'D'                 TO ERD-REC-TYPE
064600     MOVE SW-STATE            TO ERD-STATE
064700     MOVE SW-REMIT-NO         TO ERD-REMIT-NO
064800     MOVE SW-ACCT-ID          TO ERD-ACCT-ID
064900     MOVE SW-LAST-NAME        TO ERD-OWNER-LAST-NAME
065000     MOVE SW-FIRST-NAME       TO ERD-OWNER-FIRST-NAME
065100     MOVE SW-STREET           TO ERD-OWNER-STREET
065200     MOVE SW-CITY             TO ERD-OWNER-CITY
065300     MOVE SW-OWNER-STATE      TO ERD-OWNER-STATE
065400     MOVE SW-ZIP              TO ERD-OWNER-ZIP
065500     MOVE SW-AMOUNT           TO ERD-AMOUNT
065600     MOVE SW-CLOSE-DATE       TO ERD-CLOSE-DATE
065700     WRITE ERM-DETAIL-RECORD
065800
065900     MOVE SW-REMIT-NO         TO WC-CHEQUE-NO
066000     MOVE SW-ACCT-ID          TO WC-ACCT-ID
066100     MOVE SPACES              TO WC-PAYEE
066200     STRING SW-FIRST-NAME DELIMITED BY SIZE
066300         ' ' DELIMITED BY SIZE
066400         SW-LAST-NAME DELIMITED BY SIZE
066500         INTO WC-PAYEE
066600     MOVE SW-AMOUNT           TO WC-AMOUNT
066700     MOVE SW-CLOSE-DATE       TO WC-ISSUE-DATE
066800     MOVE 'REMITTED TO STATE' TO WC-ACTION
066900     MOVE WS-CHEQUE-LINE      TO WS-PRINT-LINE
067000     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
067100
067200     ADD 1 TO WS-STATE-COUNT
067300     ADD 1 TO WS-REMIT-COUNT
067400     ADD SW-AMOUNT TO WS-STATE-TOTAL
067500     ADD SW-AMOUNT TO WS-REMIT-TOTAL
067600
067700     PERFORM 4500-RETURN-SORTWORK THRU 4500-EXIT.
067800 4300-EXIT.
067900     EXIT.
068000
068100*----------------------------------------------------------------*
068200* 4400-END-STATE-GROUP -- state trailer record and total line    *
068300*----------------------------------------------------------------*
068400 4400-END-STATE-GROUP.
068500     MOVE SPACES              TO ERM-TRAILER-RECORD
068600     MOVE 'T'                 TO ERT-REC-TYPE
068700     MOVE WS-HOLD-STATE       TO ERT-STATE
068800     MOVE WS-STATE-COUNT      TO ERT-PROPERTY-COUNT
068900     MOVE WS-STATE-TOTAL      TO ERT-TOTAL-AMOUNT
069000     WRITE ERM-TRAILER-RECORD
069100
069200     MOVE WS-STATE-COUNT      TO WT-STATE-COUNT
069300     MOVE WS-STATE-TOTAL      TO WT-STATE-TOTAL
069400     MOVE WS-STATE-TOTAL-LINE TO WS-PRINT-LINE
069500     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
069600 4400-EXIT.
069700     EXIT.
069800
069900*----------------------------------------------------------------*
070000* 4500-RETURN-SORTWORK                                           *
070100*----------------------------------------------------------------*
070200 4500-RETURN-SORTWORK.
070300     RETURN SORTWORK-FILE
070400         AT END
070500             MOVE 'Y' TO WS-SORTWORK-EOF-SW
070600     END-RETURN.
070700 4500-EXIT.
070800     EXIT.
