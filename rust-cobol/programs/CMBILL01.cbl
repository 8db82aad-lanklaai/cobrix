000100*================================================================*
000200* PROGRAM:     CMBILL01                                          *
000300* FUNCTION:    Nightly cycle billing and delinquency aging for   *
000400*              accounts drawn into their overdraft line.  Runs   *
000500*              after the posting run, reading CUSTMAST in key    *
000600*              order against the DELINQ billing record:          *
000700*                - the day's customer credits ('C' rows on       *
000800*                  TRANSDTL for the business date) are added to  *
000900*                  the payments made since the cycle date;       *
001000*                - on the day a due date falls, a minimum        *
001100*                  payment not met is carried as past due,       *
001200*                  charged the late fee from the RATETABL row    *
001300*                  for CMR-ACCOUNT-TYPE (written to the BILLTRN  *
001400*                  feed for the next posting run) and aged from  *
001500*                  the first missed due date into the 30/60/90/  *
001600*                  120+ day buckets;                             *
001700*                - on the cycle date the negative CMR-BALANCE    *
001800*                  becomes the statement balance and a new       *
001900*                  minimum payment and due date are set.         *
002000*              Every account past due is listed by bucket on the *
002100*              COLLRPT collections worklist.                     *
002200*                                                                *
002300* NOTE:        The minimum payment is the larger of a percent of *
002400*              the statement balance and a floor amount, plus    *
002500*              any amount drawn past CMR-OVERDRAFT-LIMIT, plus   *
002600*              the past due carried from earlier cycles, never   *
002700*              more than the statement balance.  An account is   *
002800*              first billed on the night it is found overdrawn,  *
002900*              and cycles on the same day of each month after.   *
003000*              A DELINQ row already updated for the business     *
003100*              date is not updated again, so a rerun does not    *
003200*              count the day's payments twice; a late fee that   *
003210*              row wrote to the feed for that date is written    *
003220*              again under the same txn id, so the truncated     *
003230*              BILLTRN comes out identical on the rerun.         *
003300*================================================================*
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. CMBILL01.
003600 AUTHOR. R-HOLLOWAY.
003700 INSTALLATION. IBMUSER CUSTOMER LEDGER SYSTEMS.
003800 DATE-WRITTEN. 10/15/2026.
003900 DATE-COMPILED.
004000*----------------------------------------------------------------*
004100* MODIFICATION HISTORY                                           *
004200*   10/15/2026  RH  Initial version -- cycle statement balance,  *
004300*                   minimum payment and due date, payment        *
004400*                   tracking, late fees, delinquency aging and   *
004500*                   the collections worklist.                    *
004510*   10/15/2026  RH  A rerun re-writes the late fee an account    *
004520*                   already updated for the business date was    *
004530*                   charged (DLQ-FEE-RUN-DATE) -- the skip lost  *
004540*                   it from the re-opened BILLTRN feed.  Past    *
004550*                   due carried into a new cycle is now reduced  *
004560*                   by the payments received since the due date. *
004570*   10/15/2026  RH  BILLTRN is checked at open and on every fee  *
004580*                   written; a failed write stops the run RC 16  *
004590*                   before the account's DELINQ row is stamped.  *
004600*----------------------------------------------------------------*
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER. IBM-370.
005000 OBJECT-COMPUTER. IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS CMR-CUST-ID
005700         FILE STATUS IS CUSTMAST-STATUS.
005800
005900     SELECT DELINQ-FILE ASSIGN TO DELINQ
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS DLQ-ACCT-ID
006300         FILE STATUS IS DELINQ-STATUS.
006400
006500     SELECT TRANSDTL-FILE ASSIGN TO TRANSDTL
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS TDR-KEY
006900         FILE STATUS IS TRANSDTL-STATUS.
007000
007100     SELECT RATETABL-FILE ASSIGN TO RATETABL
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS RT-KEY
007500         FILE STATUS IS RATETABL-STATUS.
007600
007700     SELECT ACCTXREF-FILE ASSIGN TO ACCTXREF
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS AXR-KEY
008100         ALTERNATE RECORD KEY IS AXR-ACCT-ID
008200         FILE STATUS IS ACCTXREF-STATUS.
008300
008400     SELECT CUSTBASE-FILE ASSIGN TO CUSTBASE
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS CBR-CUST-NO
008800         FILE STATUS IS CUSTBASE-STATUS.
008900
009000     SELECT BILLTRN-FILE ASSIGN TO BILLTRN
009100         ORGANIZATION IS SEQUENTIAL
009200         ACCESS MODE IS SEQUENTIAL
009300         FILE STATUS IS BILLTRN-STATUS.
009400
009500     SELECT SORTWORK-FILE ASSIGN TO SORTWORK.
009600
009700     SELECT COLLRPT-FILE ASSIGN TO COLLRPT
009800         ORGANIZATION IS SEQUENTIAL
009900         ACCESS MODE IS SEQUENTIAL
010000         FILE STATUS IS COLLRPT-STATUS.
010100
010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  CUSTMAST-FILE
010500     RECORDING MODE IS F.
010600 COPY CUSTMAST.
010700
010800 FD  DELINQ-FILE
010900     RECORDING MODE IS F.
011000 COPY DELINQ.
011100
011200 FD  TRANSDTL-FILE
011300     RECORDING MODE IS F.
011400 COPY TRANSDTL.
011500
011600 FD  RATETABL-FILE
011700     RECORDING MODE IS F.
011800 COPY RATETABL.
011900
012000 FD  ACCTXREF-FILE
012100     RECORDING MODE IS F.
012200 COPY ACCTXREF.
012300
012400 FD  CUSTBASE-FILE
012500     RECORDING MODE IS F.
012600 COPY CUSTBASE.
012700
012800 FD  BILLTRN-FILE
012900     RECORDING MODE IS F.
013000 COPY TRANSHST.
013100
013200 SD  SORTWORK-FILE.
013300 01  SORTWORK-RECORD.
013400     05  SW-BUCKET             PIC 9(1).
013500     05  SW-DAYS-PAST-DUE      PIC 9(5).
013600     05  SW-ACCT-ID            PIC X(10).
013700     05  SW-ACCOUNT-TYPE       PIC X(1).
013800     05  SW-STATUS             PIC X(1).
013900     05  SW-MISSED-COUNT       PIC 9(3).
014000     05  SW-DUE-DATE           PIC 9(8).
014100     05  SW-PAST-DUE           PIC S9(11)V99 COMP-3.
014200     05  SW-MIN-DUE            PIC S9(11)V99 COMP-3.
014300     05  SW-OWED               PIC S9(11)V99 COMP-3.
014400
014500 FD  COLLRPT-FILE
014600     RECORDING MODE IS F.
014700 01  COLLRPT-RECORD            PIC X(132).
014800
014900 WORKING-STORAGE SECTION.
015000 COPY RUNPARM.
015100
015200 77  CUSTMAST-STATUS       PIC X(2).
015300     88  CUSTMAST-OK           VALUE '00'.
015400     88  CUSTMAST-EOF          VALUE '10'.
015500
015600 77  DELINQ-STATUS         PIC X(2).
015700     88  DELINQ-OK             VALUE '00'.
015800     88  DELINQ-NOTFND         VALUE '23'.
015900
016000 77  TRANSDTL-STATUS       PIC X(2).
016100     88  TRANSDTL-OK           VALUE '00'.
016200     88  TRANSDTL-EOF          VALUE '10'.
016300
016400 77  RATETABL-STATUS       PIC X(2).
016500     88  RATETABL-OK           VALUE '00'.
016600     88  RATETABL-NOTFND       VALUE '23'.
016700
016800 77  ACCTXREF-STATUS       PIC X(2).
016900     88  ACCTXREF-OK           VALUE '00'.
017000     88  ACCTXREF-NOTFND       VALUE '23'.
017100
017200 77  CUSTBASE-STATUS       PIC X(2).
017300     88  CUSTBASE-OK           VALUE '00'.
017400     88  CUSTBASE-NOTFND       VALUE '23'.
017500
017600 77  BILLTRN-STATUS        PIC X(2).
017700     88  BILLTRN-OK            VALUE '00'.
017800
017900 77  COLLRPT-STATUS        PIC X(2).
018000     88  COLLRPT-OK            VALUE '00'.
018100
018200 77  WS-EOF-SWITCH         PIC X(1)      VALUE 'N'.
018300     88  WS-END-OF-CUSTMAST        VALUE 'Y'.
018400
018500 77  WS-DLQ-FOUND-SW       PIC X(1)      VALUE 'N'.
018600     88  WS-DLQ-FOUND              VALUE 'Y'.
018700
018800 77  WS-PAYMENT-EOF-SW     PIC X(1)      VALUE 'N'.
018900     88  WS-END-OF-PAYMENTS        VALUE 'Y'.
019000
019100 77  WS-RATE-FOUND-SWITCH  PIC X(1)      VALUE 'N'.
019200     88  WS-RATE-FOUND             VALUE 'Y'.
019300
019400 77  WS-RATE-EOF-SWITCH    PIC X(1)      VALUE 'N'.
019500     88  WS-END-OF-RATES           VALUE 'Y'.
019600
019700 77  WS-SORTWORK-EOF-SW    PIC X(1)      VALUE 'N'.
019800     88  WS-END-OF-SORTWORK        VALUE 'Y'.
019900
020000 77  WS-FIRST-GROUP-SW     PIC X(1)      VALUE 'Y'.
020100     88  WS-FIRST-GROUP            VALUE 'Y'.
020200
020300 77  WS-LEAP-YEAR-SW       PIC X(1)      VALUE 'N'.
020400     88  WS-LEAP-YEAR              VALUE 'Y'.
020500
020600 77  WS-SCANNED-COUNT      PIC 9(9) COMP VALUE ZERO.
020700 77  WS-NEW-BILL-COUNT     PIC 9(9) COMP VALUE ZERO.
020800 77  WS-CYCLED-COUNT       PIC 9(9) COMP VALUE ZERO.
020900 77  WS-PAYMENT-COUNT      PIC 9(9) COMP VALUE ZERO.
021000 77  WS-MISSED-COUNT       PIC 9(9) COMP VALUE ZERO.
021100 77  WS-CURED-COUNT        PIC 9(9) COMP VALUE ZERO.
021200 77  WS-FEE-COUNT          PIC 9(9) COMP VALUE ZERO.
021300 77  WS-NO-RATE-COUNT      PIC 9(9) COMP VALUE ZERO.
021400 77  WS-ALREADY-COUNT      PIC 9(9) COMP VALUE ZERO.
021410 77  WS-FEE-REPLAY-COUNT   PIC 9(9) COMP VALUE ZERO.
021500 77  WS-WORKLIST-COUNT     PIC 9(9) COMP VALUE ZERO.
021600 77  WS-TXN-SEQUENCE       PIC 9(6)      VALUE ZERO.
021700
021800 77  WS-ITEM-SUB           PIC 9(4) COMP VALUE ZERO.
021900
022000 77  WS-PAYMENT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
022100 77  WS-FEE-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
022200 77  WS-BILLED-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
022300
022400*----------------------------------------------------------------*
022500* Minimum payment terms: percent of the statement balance, the   *
022600* floor it is raised to, and the calendar days from the cycle    *
022700* date to the payment due date.                                  *
022800*----------------------------------------------------------------*
022900 77  WS-MIN-PAY-PERCENT    PIC S9(3)V99 COMP-3 VALUE 3.00.
023000 77  WS-MIN-PAY-FLOOR      PIC S9(9)V99 COMP-3 VALUE 25.00.
023100 77  WS-GRACE-DAYS         PIC 9(2)      VALUE 25.
023200
023300 77  WS-RUN-DATE           PIC 9(8)      VALUE ZERO.
023400 77  WS-RUN-DAY-NUMBER     PIC 9(7) COMP VALUE ZERO.
023500
023600 77  WS-PAID-TODAY         PIC S9(11)V99 COMP-3 VALUE ZERO.
023700 77  WS-OWED               PIC S9(11)V99 COMP-3 VALUE ZERO.
023800 77  WS-CURRENT-DUE        PIC S9(11)V99 COMP-3 VALUE ZERO.
023810 77  WS-PAID-EXCESS        PIC S9(11)V99 COMP-3 VALUE ZERO.
023900 77  WS-OD-LIMIT           PIC S9(9)V99 COMP-3 VALUE ZERO.
024000 77  WS-HELD-LATE-FEE      PIC S9(5)V99 COMP-3 VALUE ZERO.
024100
024200 01  WS-BILL-TXN-ID.
024300     05  WS-BTX-PREFIX         PIC X(2)  VALUE 'LF'.
024400     05  WS-BTX-DATE           PIC 9(8).
024500     05  WS-BTX-SEQ            PIC 9(6).
024600
024700*----------------------------------------------------------------*
024800* Date work area for the due-date, next-cycle and days-past-due  *
024900* arithmetic                                                     *
025000*----------------------------------------------------------------*
025100 01  WS-WORK-DATE-GROUP.
025200     05  WS-WORK-DATE      PIC 9(8)      VALUE ZERO.
025300 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE-GROUP.
025400     05  WS-WK-YYYY        PIC 9(4).
025500     05  WS-WK-MM          PIC 9(2).
025600     05  WS-WK-DD          PIC 9(2).
025700
025800 77  WS-DAY-WORK           PIC S9(4) COMP VALUE ZERO.
025900 77  WS-DAY-NUMBER         PIC 9(7) COMP VALUE ZERO.
026000 77  WS-PRIOR-YEARS        PIC 9(4) COMP VALUE ZERO.
026100 77  WS-LEAP-DAYS-4        PIC 9(4) COMP VALUE ZERO.
026200 77  WS-LEAP-DAYS-100      PIC 9(4) COMP VALUE ZERO.
026300 77  WS-LEAP-DAYS-400      PIC 9(4) COMP VALUE ZERO.
026400
026500 01  WS-DAYS-IN-MONTH-TABLE.
026600     05  FILLER            PIC 9(2)  VALUE 31.
026700     05  FILLER            PIC 9(2)  VALUE 28.
026800     05  FILLER            PIC 9(2)  VALUE 31.
026900     05  FILLER            PIC 9(2)  VALUE 30.
027000     05  FILLER            PIC 9(2)  VALUE 31.
027100     05  FILLER            PIC 9(2)  VALUE 30.
027200     05  FILLER            PIC 9(2)  VALUE 31.
027300     05  FILLER            PIC 9(2)  VALUE 31.
027400     05  FILLER            PIC 9(2)  VALUE 30.
027500     05  FILLER            PIC 9(2)  VALUE 31.
027600     05  FILLER            PIC 9(2)  VALUE 30.
027700     05  FILLER            PIC 9(2)  VALUE 31.
027800 01  WS-DAYS-IN-MONTH-R REDEFINES WS-DAYS-IN-MONTH-TABLE.
027900     05  WS-DAYS-IN-MONTH  PIC 9(2)  OCCURS 12 TIMES.
028000
028100 01  WS-DAYS-BEFORE-MONTH-TABLE.
028200     05  FILLER            PIC 9(3)  VALUE 000.
028300     05  FILLER            PIC 9(3)  VALUE 031.
028400     05  FILLER            PIC 9(3)  VALUE 059.
028500     05  FILLER            PIC 9(3)  VALUE 090.
028600     05  FILLER            PIC 9(3)  VALUE 120.
028700     05  FILLER            PIC 9(3)  VALUE 151.
028800     05  FILLER            PIC 9(3)  VALUE 181.
028900     05  FILLER            PIC 9(3)  VALUE 212.
029000     05  FILLER            PIC 9(3)  VALUE 243.
029100     05  FILLER            PIC 9(3)  VALUE 273.
029200     05  FILLER            PIC 9(3)  VALUE 304.
029300     05  FILLER            PIC 9(3)  VALUE 334.
029400 01  WS-DAYS-BEFORE-MONTH-R REDEFINES WS-DAYS-BEFORE-MONTH-TABLE.
029500     05  WS-DAYS-BEFORE-MONTH PIC 9(3) OCCURS 12 TIMES.
029600
029700 77  WS-MAX-DAY-THIS-MONTH PIC 9(2)      VALUE ZERO.
029800 77  WS-LEAP-QUOTIENT      PIC 9(4) COMP VALUE ZERO.
029900 77  WS-LEAP-REM-4         PIC 9(4) COMP VALUE ZERO.
030000 77  WS-LEAP-REM-100       PIC 9(4) COMP VALUE ZERO.
030100 77  WS-LEAP-REM-400       PIC 9(4) COMP VALUE ZERO.
030200
030300*----------------------------------------------------------------*
030400* Collections worklist                                           *
030500*----------------------------------------------------------------*
030600 01  WS-BUCKET-NAME-TABLE.
030700     05  FILLER            PIC X(20) VALUE 'UNDER 30 DAYS'.
030800     05  FILLER            PIC X(20) VALUE '30-59 DAYS'.
030900     05  FILLER            PIC X(20) VALUE '60-89 DAYS'.
031000     05  FILLER            PIC X(20) VALUE '90-119 DAYS'.
031100     05  FILLER            PIC X(20) VALUE '120 DAYS AND OVER'.
031200 01  WS-BUCKET-NAME-R REDEFINES WS-BUCKET-NAME-TABLE.
031300     05  WS-BUCKET-NAME    PIC X(20) OCCURS 5 TIMES.
031400
031500 77  WS-HOLD-BUCKET        PIC 9(1)      VALUE ZERO.
031600 77  WS-BUCKET-ACCTS       PIC 9(9) COMP VALUE ZERO.
031700 77  WS-BUCKET-PAST-DUE    PIC S9(13)V99 COMP-3 VALUE ZERO.
031800 77  WS-BUCKET-OWED        PIC S9(13)V99 COMP-3 VALUE ZERO.
031900 77  WS-GRAND-PAST-DUE     PIC S9(13)V99 COMP-3 VALUE ZERO.
032000 77  WS-GRAND-OWED         PIC S9(13)V99 COMP-3 VALUE ZERO.
032100
032200 77  WS-LINES-ON-PAGE      PIC 9(3)      VALUE ZERO.
032300 77  WS-PAGE-NUMBER        PIC 9(5)      VALUE ZERO.
032400
032500 01  WS-HEADING-1.
032600     05  FILLER                PIC X(44) VALUE
032700         'CMBILL01 - COLLECTIONS WORKLIST FOR'.
032800     05  WS-H1-BUS-DATE        PIC 9(8).
032900     05  FILLER                PIC X(17) VALUE SPACES.
033000     05  FILLER                PIC X(5)  VALUE 'PAGE '.
033100     05  WS-H1-PAGE            PIC ZZZZ9.
033200
033300 01  WS-HEADING-2.
033400     05  FILLER                PIC X(12) VALUE 'ACCOUNT'.
033500     05  FILLER                PIC X(32) VALUE 'NAME'.
033600     05  FILLER                PIC X(6)  VALUE 'TY ST'.
033700     05  FILLER                PIC X(8)  VALUE '  DAYS'.
033800     05  FILLER                PIC X(5)  VALUE 'MISS'.
033900     05  FILLER                PIC X(10) VALUE 'DUE DATE'.
034000     05  FILLER                PIC X(16) VALUE
034100         '      PAST DUE'.
034200     05  FILLER                PIC X(16) VALUE
034300         '   MINIMUM DUE'.
034400     05  FILLER                PIC X(17) VALUE
034500         '     BALANCE OWED'.
034600
034700 01  WS-BUCKET-LINE.
034800     05  FILLER                PIC X(8)  VALUE 'BUCKET: '.
034900     05  WB-BUCKET-NAME        PIC X(20).
035000     05  FILLER                PIC X(16) VALUE ' PAST DUE'.
035100
035200 01  WS-DETAIL-LINE.
035300     05  WD-ACCT-ID            PIC X(10).
035400     05  FILLER                PIC X(2)  VALUE SPACES.
035500     05  WD-NAME               PIC X(30).
035600     05  FILLER                PIC X(2)  VALUE SPACES.
035700     05  WD-ACCOUNT-TYPE       PIC X(1).
035800     05  FILLER                PIC X(2)  VALUE SPACES.
035900     05  WD-STATUS             PIC X(1).
036000     05  FILLER                PIC X(2)  VALUE SPACES.
036100     05  WD-DAYS               PIC ZZ,ZZ9.
036200     05  FILLER                PIC X(2)  VALUE SPACES.
036300     05  WD-MISSED             PIC ZZ9.
036400     05  FILLER                PIC X(2)  VALUE SPACES.
036500     05  WD-DUE-DATE           PIC 9(8).
036600     05  FILLER                PIC X(2)  VALUE SPACES.
036700     05  WD-PAST-DUE           PIC ZZZ,ZZZ,ZZ9.99.
036800     05  FILLER                PIC X(2)  VALUE SPACES.
036900     05  WD-MIN-DUE            PIC ZZZ,ZZZ,ZZ9.99.
037000     05  FILLER                PIC X(2)  VALUE SPACES.
037100     05  WD-OWED               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
037200
037300 01  WS-BUCKET-TOTAL-LINE.
037400     05  FILLER                PIC X(12) VALUE SPACES.
037500     05  FILLER                PIC X(16) VALUE 'BUCKET TOTAL'.
037600     05  WT-ACCTS              PIC ZZZ,ZZ9.
037700     05  FILLER                PIC X(10) VALUE ' ACCOUNTS'.
037800     05  FILLER                PIC X(24) VALUE SPACES.
037900     05  WT-PAST-DUE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
038000     05  FILLER                PIC X(17) VALUE SPACES.
038100     05  WT-OWED               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
038200
038300 01  WS-TOTAL-LINE.
038400     05  WM-LABEL              PIC X(30).
038500     05  WM-COUNT              PIC ZZZ,ZZZ,ZZ9.
038600     05  FILLER                PIC X(4)  VALUE SPACES.
038700     05  WM-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
038800
038900 01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
039000
039100 PROCEDURE DIVISION.
039200*----------------------------------------------------------------*
039300* 0000-MAINLINE -- bill and age each account, releasing the past *
039400*                  due ones to the worklist sort                 *
039500*----------------------------------------------------------------*
039600 0000-MAINLINE.
039700     PERFORM 0100-REGISTER-START THRU 0100-EXIT
039800     IF RNP-SUCCESS
039900         PERFORM 1000-INITIALIZE THRU 1000-EXIT
040000         IF RETURN-CODE = ZERO
040100             SORT SORTWORK-FILE
040200                 ON DESCENDING KEY SW-BUCKET SW-DAYS-PAST-DUE
040300                 ON ASCENDING KEY SW-ACCT-ID
040400                 INPUT PROCEDURE IS 2000-BILL-ACCOUNTS
040500                     THRU 2000-EXIT
040600                 OUTPUT PROCEDURE IS 4000-PRODUCE-WORKLIST
040700                     THRU 4000-EXIT
040800         END-IF
040900         PERFORM 3000-TERMINATE THRU 3000-EXIT
041000         IF RETURN-CODE = ZERO
041100             PERFORM 0200-REGISTER-END THRU 0200-EXIT
041200         END-IF
041300     END-IF
041400     GOBACK.
041500
041600*----------------------------------------------------------------*
041700* 0100-REGISTER-START -- the run-control registrar refuses the   *
041800*                        start when the business date is not     *
041900*                        open, the posting run has not completed *
042000*                        for it, or this job already has         *
042100*----------------------------------------------------------------*
042200 0100-REGISTER-START.
042300     MOVE 'S'        TO RNP-FUNCTION
042400     MOVE 'CMBILL01' TO RNP-JOB-NAME
042500     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
042600     IF NOT RNP-SUCCESS
042700         DISPLAY 'CMBILL01 - RUN-CONTROL REFUSED START, RC='
042800             RNP-RETURN-CODE ' PREREQ=' RNP-PREREQ-JOB
042900         MOVE 8 TO RETURN-CODE
043000     END-IF.
043100 0100-EXIT.
043200     EXIT.
043300
043400*----------------------------------------------------------------*
043500* 0200-REGISTER-END                                              *
043600*----------------------------------------------------------------*
043700 0200-REGISTER-END.
043800     MOVE 'E'        TO RNP-FUNCTION
043900     MOVE 'CMBILL01' TO RNP-JOB-NAME
044000     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
044100     IF NOT RNP-SUCCESS
044200         DISPLAY 'CMBILL01 - RUN-CONTROL END FAILED, RC='
044300             RNP-RETURN-CODE
044400     END-IF.
044500 0200-EXIT.
044600     EXIT.
044700
044800*----------------------------------------------------------------*
044900* 1000-INITIALIZE -- open the files and fix the business date's  *
045000*                    day number for the aging                    *
045100*----------------------------------------------------------------*
045200 1000-INITIALIZE.
045300     MOVE RNP-BUS-DATE TO WS-RUN-DATE
045400     MOVE WS-RUN-DATE  TO WS-BTX-DATE
045500
045600     MOVE WS-RUN-DATE  TO WS-WORK-DATE
045700     PERFORM 2800-DATE-TO-DAY-NUMBER THRU 2800-EXIT
045800     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
045900
046000     OPEN INPUT  CUSTMAST-FILE
046100     OPEN I-O    DELINQ-FILE
046200     OPEN INPUT  TRANSDTL-FILE
046300     OPEN INPUT  RATETABL-FILE
046400     OPEN INPUT  ACCTXREF-FILE
046500     OPEN INPUT  CUSTBASE-FILE
046600     OPEN OUTPUT BILLTRN-FILE
046700     OPEN OUTPUT COLLRPT-FILE
046800
046900     IF NOT CUSTMAST-OK
047000         DISPLAY 'CMBILL01 - UNABLE TO OPEN CUSTMAST, STATUS='
047100             CUSTMAST-STATUS
047200         MOVE 8 TO RETURN-CODE
047300         GO TO 1000-EXIT
047400     END-IF
047500     IF NOT DELINQ-OK
047600         DISPLAY 'CMBILL01 - UNABLE TO OPEN DELINQ, STATUS='
047700             DELINQ-STATUS
047800         MOVE 8 TO RETURN-CODE
047900         GO TO 1000-EXIT
048000     END-IF
048100     IF NOT TRANSDTL-OK
048200         DISPLAY 'CMBILL01 - UNABLE TO OPEN TRANSDTL, STATUS='
048300             TRANSDTL-STATUS
048400         MOVE 8 TO RETURN-CODE
048500         GO TO 1000-EXIT
048600     END-IF
048610     IF NOT BILLTRN-OK
048620         DISPLAY 'CMBILL01 - UNABLE TO OPEN BILLTRN, STATUS='
048630             BILLTRN-STATUS
048640         MOVE 8 TO RETURN-CODE
048650         GO TO 1000-EXIT
048660     END-IF
048700
048800     PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT.
048900 1000-EXIT.
049000     EXIT.
049100
049200*----------------------------------------------------------------*
049300* 2000-BILL-ACCOUNTS -- sort input procedure: every account on   *
049400*                       CUSTMAST in key order                    *
049500*----------------------------------------------------------------*
049600 2000-BILL-ACCOUNTS.
049700     PERFORM 2050-READ-CUSTMAST THRU 2050-EXIT
049800
049900     PERFORM 2100-BILL-ONE-ACCOUNT THRU 2100-EXIT
050000         UNTIL WS-END-OF-CUSTMAST.
050100 2000-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------*
050500* 2050-READ-CUSTMAST                                             *
050600*----------------------------------------------------------------*
050700 2050-READ-CUSTMAST.
050800     READ CUSTMAST-FILE NEXT RECORD
050900         AT END
051000             MOVE 'Y' TO WS-EOF-SWITCH
051100     END-READ.
051200 2050-EXIT.
051300     EXIT.
051400
051500*----------------------------------------------------------------*
051600* 2100-BILL-ONE-ACCOUNT -- closed accounts are not billed        *
051700*----------------------------------------------------------------*
051800 2100-BILL-ONE-ACCOUNT.
051900     ADD 1 TO WS-SCANNED-COUNT
052000
052100     IF CMR-STATUS NOT = 'C'
052200         PERFORM 2200-BILL-ACCOUNT THRU 2200-EXIT
052300     END-IF
052400
052500     PERFORM 2050-READ-CUSTMAST THRU 2050-EXIT.
052600 2100-EXIT.
052700     EXIT.
052800
052900*----------------------------------------------------------------*
053000* 2200-BILL-ACCOUNT -- an account with no billing record is      *
053100*                      taken on the first night it is found      *
053200*                      overdrawn, cycling that same night.  One  *
053210*                      already updated for the business date is  *
053220*                      only replayed into the feed               *
053300*----------------------------------------------------------------*
053400 2200-BILL-ACCOUNT.
053500     MOVE CMR-CUST-ID TO DLQ-ACCT-ID
053600     READ DELINQ-FILE
053700         INVALID KEY
053800             MOVE 'N' TO WS-DLQ-FOUND-SW
053900         NOT INVALID KEY
054000             MOVE 'Y' TO WS-DLQ-FOUND-SW
054100     END-READ
054200
054300     IF NOT WS-DLQ-FOUND
054400         IF CMR-BALANCE NOT LESS THAN ZERO
054500             GO TO 2200-EXIT
054600         END-IF
054700         PERFORM 2210-START-BILLING THRU 2210-EXIT
054800     ELSE
054900         IF DLQ-LAST-UPDATE = WS-RUN-DATE
055000             ADD 1 TO WS-ALREADY-COUNT
055010             PERFORM 2280-REPLAY-LATE-FEE THRU 2280-EXIT
055020             IF RETURN-CODE NOT = ZERO
055030                 GO TO 2200-EXIT
055040             END-IF
055100             GO TO 2290-RELEASE-WORKLIST
055200         END-IF
055300     END-IF
055400
055500     IF CMR-OVERDRAFT-LIMIT NUMERIC
055600         MOVE CMR-OVERDRAFT-LIMIT TO WS-OD-LIMIT
055700     ELSE
055800         MOVE ZERO TO WS-OD-LIMIT
055900     END-IF
056000
056100     PERFORM 2300-APPLY-PAYMENTS THRU 2300-EXIT
056200     PERFORM 2400-ASSESS-DUE-DATE THRU 2400-EXIT
056210     IF RETURN-CODE NOT = ZERO
056220         GO TO 2200-EXIT
056230     END-IF
056300     PERFORM 2500-AGE-ACCOUNT THRU 2500-EXIT
056400     IF WS-RUN-DATE NOT LESS THAN DLQ-NEXT-CYCLE-DATE
056500         PERFORM 2600-CYCLE-ACCOUNT THRU 2600-EXIT
056600     END-IF
056700
056800     MOVE WS-RUN-DATE TO DLQ-LAST-UPDATE
056900     IF WS-DLQ-FOUND
057000         REWRITE DELINQUENCY-RECORD
057100     ELSE
057200         WRITE DELINQUENCY-RECORD
057300     END-IF
057400     IF NOT DELINQ-OK
057500         DISPLAY 'CMBILL01 - DELINQ UPDATE FAILED FOR '
057600             DLQ-ACCT-ID ', STATUS=' DELINQ-STATUS
057700         MOVE 12 TO RETURN-CODE
057800         MOVE 'Y' TO WS-EOF-SWITCH
057900         GO TO 2200-EXIT
058000     END-IF.
058100
058200 2290-RELEASE-WORKLIST.
058300     IF DLQ-DELINQUENT
058400         MOVE DLQ-BUCKET          TO SW-BUCKET
058500         MOVE DLQ-DAYS-PAST-DUE   TO SW-DAYS-PAST-DUE
058600         MOVE DLQ-ACCT-ID         TO SW-ACCT-ID
058700         MOVE CMR-ACCOUNT-TYPE    TO SW-ACCOUNT-TYPE
058800         MOVE CMR-STATUS          TO SW-STATUS
058900         MOVE DLQ-MISSED-COUNT    TO SW-MISSED-COUNT
059000         MOVE DLQ-DUE-DATE        TO SW-DUE-DATE
059100         MOVE DLQ-PAST-DUE        TO SW-PAST-DUE
059200         MOVE DLQ-MIN-DUE         TO SW-MIN-DUE
059300         IF CMR-BALANCE LESS THAN ZERO
059400             COMPUTE SW-OWED = ZERO - CMR-BALANCE
059500         ELSE
059600             MOVE ZERO TO SW-OWED
059700         END-IF
059800         RELEASE SORTWORK-RECORD
059900         ADD 1 TO WS-WORKLIST-COUNT
060000     END-IF.
060100 2200-EXIT.
060200     EXIT.
060300
060400*----------------------------------------------------------------*
060500* 2210-START-BILLING -- a fresh billing record, due to cycle on  *
060600*                       the business date                        *
060700*----------------------------------------------------------------*
060800 2210-START-BILLING.
060900     MOVE SPACES       TO DELINQUENCY-RECORD
061000     MOVE CMR-CUST-ID  TO DLQ-ACCT-ID
061100     MOVE ZERO         TO DLQ-CYCLE-DATE
061200     MOVE WS-RUN-DATE  TO DLQ-NEXT-CYCLE-DATE
061300     MOVE ZERO         TO DLQ-CYCLE-DAY
061400     MOVE ZERO         TO DLQ-STMT-BALANCE
061500     MOVE ZERO         TO DLQ-MIN-DUE
061600     MOVE ZERO         TO DLQ-DUE-DATE
061700     MOVE ZERO         TO DLQ-PAID-TO-DATE
061800     MOVE ZERO         TO DLQ-PAST-DUE
061900     MOVE ZERO         TO DLQ-FIRST-MISSED-DATE
062000     MOVE ZERO         TO DLQ-DAYS-PAST-DUE
062100     MOVE ZERO         TO DLQ-BUCKET
062200     MOVE ZERO         TO DLQ-MISSED-COUNT
062300     MOVE ZERO         TO DLQ-LATE-FEE-DATE
062400     MOVE ZERO         TO DLQ-LAST-FEE-AMOUNT
062500     MOVE ZERO         TO DLQ-LAST-UPDATE
062510     MOVE ZERO         TO DLQ-FEE-RUN-DATE
062600     ADD 1 TO WS-NEW-BILL-COUNT.
062700 2210-EXIT.
062800     EXIT.
062900
062901*----------------------------------------------------------------*
062902* 2280-REPLAY-LATE-FEE -- a rerun for the business date: the     *
062903*                         late fee this account's row was        *
062904*                         charged tonight is rebuilt from        *
062905*                         DLQ-LAST-FEE-AMOUNT and written again. *
062906*                         Accounts come off CUSTMAST in the same *
062907*                         key order, so it takes the same txn id *
062908*                         as on the interrupted attempt          *
062909*----------------------------------------------------------------*
062910 2280-REPLAY-LATE-FEE.
062911     IF DLQ-FEE-RUN-DATE NOT NUMERIC
062912         GO TO 2280-EXIT
062913     END-IF
062914     IF DLQ-FEE-RUN-DATE NOT = WS-RUN-DATE
062915             OR DLQ-LAST-FEE-AMOUNT NOT GREATER THAN ZERO
062916         GO TO 2280-EXIT
062917     END-IF
062918
062919     MOVE 'F' TO TH-TXN-TYPE
062920     MOVE DLQ-LAST-FEE-AMOUNT TO TH-AMOUNT
062921     MOVE 'LATE PAYMENT FEE' TO TH-DESCRIPTION
062922     PERFORM 2900-WRITE-BILL-TXN THRU 2900-EXIT
062923     IF RETURN-CODE NOT = ZERO
062924         GO TO 2280-EXIT
062925     END-IF
062926
062927     ADD 1 TO WS-FEE-REPLAY-COUNT
062928     ADD 1 TO WS-FEE-COUNT
062929     ADD DLQ-LAST-FEE-AMOUNT TO WS-FEE-TOTAL.
062930 2280-EXIT.
062931     EXIT.
062932
063000*----------------------------------------------------------------*
063100* 2300-APPLY-PAYMENTS -- the customer credits posted to the      *
063200*                        account under the business date count   *
063300*                        toward the minimum payment; meeting it  *
063400*                        (or clearing the overdraft) brings a    *
063500*                        past-due account current                *
063600*----------------------------------------------------------------*
063700 2300-APPLY-PAYMENTS.
063800     MOVE ZERO TO WS-PAID-TODAY
063900     MOVE 'N'  TO WS-PAYMENT-EOF-SW
064000
064100     MOVE CMR-CUST-ID TO TDR-ACCT-ID
064200     MOVE WS-RUN-DATE TO TDR-POST-DATE
064300     MOVE LOW-VALUES  TO TDR-TXN-ID
064400     START TRANSDTL-FILE KEY IS NOT LESS THAN TDR-KEY
064500         INVALID KEY
064600             MOVE 'Y' TO WS-PAYMENT-EOF-SW
064700     END-START
064800
064900     PERFORM 2350-READ-PAYMENT THRU 2350-EXIT
065000         UNTIL WS-END-OF-PAYMENTS
065100
065200     ADD WS-PAID-TODAY TO DLQ-PAID-TO-DATE
065300     ADD WS-PAID-TODAY TO WS-PAYMENT-TOTAL
065400
065500     IF DLQ-PAST-DUE GREATER THAN ZERO
065600         IF DLQ-PAID-TO-DATE NOT LESS THAN DLQ-MIN-DUE
065700                 OR CMR-BALANCE NOT LESS THAN ZERO
065800             PERFORM 2450-BRING-CURRENT THRU 2450-EXIT
065900         END-IF
066000     END-IF.
066100 2300-EXIT.
066200     EXIT.
066300
066400*----------------------------------------------------------------*
066500* 2350-READ-PAYMENT                                              *
066600*----------------------------------------------------------------*
066700 2350-READ-PAYMENT.
066800     READ TRANSDTL-FILE NEXT RECORD
066900         AT END
067000             MOVE 'Y' TO WS-PAYMENT-EOF-SW
067100     END-READ
067200     IF WS-END-OF-PAYMENTS
067300         GO TO 2350-EXIT
067400     END-IF
067500     IF NOT TRANSDTL-OK
067600             OR TDR-ACCT-ID NOT = CMR-CUST-ID
067700             OR TDR-POST-DATE NOT = WS-RUN-DATE
067800         MOVE 'Y' TO WS-PAYMENT-EOF-SW
067900         GO TO 2350-EXIT
068000     END-IF
068100
068200     IF TDR-TXN-TYPE = 'C'
068300         ADD TDR-AMOUNT TO WS-PAID-TODAY
068400         ADD 1 TO WS-PAYMENT-COUNT
068500     END-IF.
068600 2350-EXIT.
068700     EXIT.
068800
068900*----------------------------------------------------------------*
069000* 2400-ASSESS-DUE-DATE -- once the due date has come, a minimum  *
069100*                         payment not met is missed: the unpaid  *
069200*                         part is carried as past due, aging     *
069300*                         starts from the first missed due date  *
069400*                         and the late fee is charged, once per  *
069500*                         due date                               *
069600*----------------------------------------------------------------*
069700 2400-ASSESS-DUE-DATE.
069800     IF DLQ-DUE-DATE = ZERO
069900             OR WS-RUN-DATE LESS THAN DLQ-DUE-DATE
070000             OR DLQ-LATE-FEE-DATE = DLQ-DUE-DATE
070100         GO TO 2400-EXIT
070200     END-IF
070300
070400     IF DLQ-PAID-TO-DATE NOT LESS THAN DLQ-MIN-DUE
070500             OR CMR-BALANCE NOT LESS THAN ZERO
070600         GO TO 2400-EXIT
070700     END-IF
070800
070900     COMPUTE DLQ-PAST-DUE = DLQ-MIN-DUE - DLQ-PAID-TO-DATE
071000     IF DLQ-FIRST-MISSED-DATE = ZERO
071100         MOVE DLQ-DUE-DATE TO DLQ-FIRST-MISSED-DATE
071200     END-IF
071300     IF DLQ-MISSED-COUNT LESS THAN 999
071400         ADD 1 TO DLQ-MISSED-COUNT
071500     END-IF
071600     MOVE DLQ-DUE-DATE TO DLQ-LATE-FEE-DATE
071700     ADD 1 TO WS-MISSED-COUNT
071800
071900     PERFORM 2420-CHARGE-LATE-FEE THRU 2420-EXIT.
072000 2400-EXIT.
072100     EXIT.
072200
072300*----------------------------------------------------------------*
072400* 2420-CHARGE-LATE-FEE -- the late fee on the effective RATETABL *
072500*                         row for the account type, written to   *
072600*                         the feed as a TH-TYPE-FEE posting      *
072700*----------------------------------------------------------------*
072800 2420-CHARGE-LATE-FEE.
072900     MOVE ZERO TO DLQ-LAST-FEE-AMOUNT
073000
073100     PERFORM 2700-LOOKUP-RATE THRU 2700-EXIT
073200     IF NOT WS-RATE-FOUND
073300         ADD 1 TO WS-NO-RATE-COUNT
073400         GO TO 2420-EXIT
073500     END-IF
073600     IF WS-HELD-LATE-FEE NOT GREATER THAN ZERO
073700         GO TO 2420-EXIT
073800     END-IF
073900
074000     MOVE 'F' TO TH-TXN-TYPE
074100     MOVE WS-HELD-LATE-FEE TO TH-AMOUNT
074200     MOVE 'LATE PAYMENT FEE' TO TH-DESCRIPTION
074300     PERFORM 2900-WRITE-BILL-TXN THRU 2900-EXIT
074400     IF RETURN-CODE NOT = ZERO
074500         GO TO 2420-EXIT
074600     END-IF
074700
074800     MOVE WS-HELD-LATE-FEE TO DLQ-LAST-FEE-AMOUNT
074810     MOVE WS-RUN-DATE      TO DLQ-FEE-RUN-DATE
074900     ADD 1 TO WS-FEE-COUNT
075000     ADD WS-HELD-LATE-FEE TO WS-FEE-TOTAL.
075100 2420-EXIT.
075200     EXIT.
075300
075400*----------------------------------------------------------------*
075500* 2450-BRING-CURRENT                                             *
075600*----------------------------------------------------------------*
075700 2450-BRING-CURRENT.
075800     MOVE ZERO TO DLQ-PAST-DUE
075900     MOVE ZERO TO DLQ-FIRST-MISSED-DATE
076000     MOVE ZERO TO DLQ-DAYS-PAST-DUE
076100     MOVE ZERO TO DLQ-BUCKET
076200     ADD 1 TO WS-CURED-COUNT.
076300 2450-EXIT.
076400     EXIT.
076500
076600*----------------------------------------------------------------*
076700* 2500-AGE-ACCOUNT -- calendar days since the first missed due   *
076800*                     date still unpaid, and the bucket they     *
076900*                     fall in                                    *
077000*----------------------------------------------------------------*
077100 2500-AGE-ACCOUNT.
077200     IF DLQ-FIRST-MISSED-DATE = ZERO
077300         MOVE ZERO TO DLQ-DAYS-PAST-DUE
077400         MOVE ZERO TO DLQ-BUCKET
077500         GO TO 2500-EXIT
077600     END-IF
077700
077800     MOVE DLQ-FIRST-MISSED-DATE TO WS-WORK-DATE
077900     PERFORM 2800-DATE-TO-DAY-NUMBER THRU 2800-EXIT
078000     COMPUTE DLQ-DAYS-PAST-DUE =
078100         WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
078200
078300     EVALUATE TRUE
078400         WHEN DLQ-DAYS-PAST-DUE LESS THAN 30
078500             MOVE 1 TO DLQ-BUCKET
078600         WHEN DLQ-DAYS-PAST-DUE LESS THAN 60
078700             MOVE 2 TO DLQ-BUCKET
078800         WHEN DLQ-DAYS-PAST-DUE LESS THAN 90
078900             MOVE 3 TO DLQ-BUCKET
079000         WHEN DLQ-DAYS-PAST-DUE LESS THAN 120
079100             MOVE 4 TO DLQ-BUCKET
079200         WHEN OTHER
079300             MOVE 5 TO DLQ-BUCKET
079400     END-EVALUATE.
079500 2500-EXIT.
079600     EXIT.
079700
079800*----------------------------------------------------------------*
079900* 2600-CYCLE-ACCOUNT -- the cycle date: the amount drawn becomes *
080000*                       the statement balance and the minimum    *
080100*                       payment and due date are set; payments   *
080200*                       start counting again from today.  Past   *
080210*                       due fixed at the last due date is first  *
080220*                       cut by what has been paid since: it was  *
080230*                       the minimum less the payments to that    *
080240*                       date, so the minimum less all payments   *
080250*                       to date is what is still unpaid          *
080300*----------------------------------------------------------------*
080400 2600-CYCLE-ACCOUNT.
080500     IF CMR-BALANCE LESS THAN ZERO
080600         COMPUTE WS-OWED = ZERO - CMR-BALANCE
080700     ELSE
080800         MOVE ZERO TO WS-OWED
080900     END-IF
081000
081100     MOVE ZERO TO WS-CURRENT-DUE
081200     IF WS-OWED GREATER THAN ZERO
081300         COMPUTE WS-CURRENT-DUE ROUNDED =
081400             (WS-OWED * WS-MIN-PAY-PERCENT) / 100
081500         IF WS-CURRENT-DUE LESS THAN WS-MIN-PAY-FLOOR
081600             MOVE WS-MIN-PAY-FLOOR TO WS-CURRENT-DUE
081700         END-IF
081800         IF WS-OWED GREATER THAN WS-OD-LIMIT
081900             COMPUTE WS-CURRENT-DUE =
082000                 WS-CURRENT-DUE + WS-OWED - WS-OD-LIMIT
082100         END-IF
082200     END-IF
082300
082310     IF DLQ-PAST-DUE GREATER THAN ZERO
082320         IF DLQ-PAID-TO-DATE LESS THAN DLQ-MIN-DUE
082330             COMPUTE DLQ-PAST-DUE =
082340                 DLQ-MIN-DUE - DLQ-PAID-TO-DATE
082350         ELSE
082360             COMPUTE WS-PAID-EXCESS =
082370                 DLQ-PAID-TO-DATE - DLQ-MIN-DUE
082380             MOVE ZERO TO DLQ-PAST-DUE
082390             IF WS-PAID-EXCESS LESS THAN WS-CURRENT-DUE
082391                 SUBTRACT WS-PAID-EXCESS FROM WS-CURRENT-DUE
082392             ELSE
082393                 MOVE ZERO TO WS-CURRENT-DUE
082394             END-IF
082395         END-IF
082396     END-IF
082397
082400     COMPUTE DLQ-MIN-DUE = WS-CURRENT-DUE + DLQ-PAST-DUE
082500     IF DLQ-MIN-DUE GREATER THAN WS-OWED
082600         MOVE WS-OWED TO DLQ-MIN-DUE
082700     END-IF
082800
082900     MOVE WS-RUN-DATE TO DLQ-CYCLE-DATE
083000     MOVE WS-OWED     TO DLQ-STMT-BALANCE
083100     MOVE ZERO        TO DLQ-PAID-TO-DATE
083200     IF DLQ-CYCLE-DAY = ZERO
083300         MOVE WS-RUN-DATE TO WS-WORK-DATE
083400         MOVE WS-WK-DD    TO DLQ-CYCLE-DAY
083500     END-IF
083600
083700     IF DLQ-MIN-DUE GREATER THAN ZERO
083800         PERFORM 2650-SET-DUE-DATE THRU 2650-EXIT
083900     ELSE
084000         MOVE ZERO TO DLQ-DUE-DATE
084100         IF DLQ-PAST-DUE GREATER THAN ZERO
084200             PERFORM 2450-BRING-CURRENT THRU 2450-EXIT
084300         END-IF
084400     END-IF
084500
084600     PERFORM 2670-SET-NEXT-CYCLE THRU 2670-EXIT
084700
084800     ADD 1 TO WS-CYCLED-COUNT
084900     ADD WS-OWED TO WS-BILLED-TOTAL.
085000 2600-EXIT.
085100     EXIT.
085200
085300*----------------------------------------------------------------*
085400* 2650-SET-DUE-DATE -- the cycle date plus the grace days,       *
085500*                      carried across month and year ends        *
085600*----------------------------------------------------------------*
085700 2650-SET-DUE-DATE.
085800     MOVE WS-RUN-DATE TO WS-WORK-DATE
085900     MOVE WS-WK-DD    TO WS-DAY-WORK
086000     ADD WS-GRACE-DAYS TO WS-DAY-WORK
086100
086200     PERFORM 2850-SET-MAX-DAY THRU 2850-EXIT
086300     PERFORM 2660-CARRY-ONE-MONTH THRU 2660-EXIT
086400         UNTIL WS-DAY-WORK NOT GREATER THAN WS-MAX-DAY-THIS-MONTH
086500
086600     MOVE WS-DAY-WORK  TO WS-WK-DD
086700     MOVE WS-WORK-DATE TO DLQ-DUE-DATE.
086800 2650-EXIT.
086900     EXIT.
087000
087100*----------------------------------------------------------------*
087200* 2660-CARRY-ONE-MONTH                                           *
087300*----------------------------------------------------------------*
087400 2660-CARRY-ONE-MONTH.
087500     SUBTRACT WS-MAX-DAY-THIS-MONTH FROM WS-DAY-WORK
087600     ADD 1 TO WS-WK-MM
087700     IF WS-WK-MM GREATER THAN 12
087800         MOVE 1 TO WS-WK-MM
087900         ADD 1 TO WS-WK-YYYY
088000     END-IF
088100
088200     PERFORM 2850-SET-MAX-DAY THRU 2850-EXIT.
088300 2660-EXIT.
088400     EXIT.
088500
088600*----------------------------------------------------------------*
088700* 2670-SET-NEXT-CYCLE -- the account's cycle day in the month    *
088800*                        after the business date, pulled back to *
088900*                        the last day of a shorter month         *
089000*----------------------------------------------------------------*
089100 2670-SET-NEXT-CYCLE.
089200     MOVE WS-RUN-DATE TO WS-WORK-DATE
089300     ADD 1 TO WS-WK-MM
089400     IF WS-WK-MM GREATER THAN 12
089500         MOVE 1 TO WS-WK-MM
089600         ADD 1 TO WS-WK-YYYY
089700     END-IF
089800
089900     PERFORM 2850-SET-MAX-DAY THRU 2850-EXIT
090000     IF DLQ-CYCLE-DAY GREATER THAN WS-MAX-DAY-THIS-MONTH
090100         MOVE WS-MAX-DAY-THIS-MONTH TO WS-WK-DD
090200     ELSE
090300         MOVE DLQ-CYCLE-DAY TO WS-WK-DD
090400     END-IF
090500     MOVE WS-WORK-DATE TO DLQ-NEXT-CYCLE-DATE.
090600 2670-EXIT.
090700     EXIT.
090800
090900*----------------------------------------------------------------*
091000* 2700-LOOKUP-RATE -- walk the RATETABL rows for this account    *
091100*                     type from the earliest effective date      *
091200*                     forward, holding the last row whose        *
091300*                     RT-EFFECTIVE-DATE is not after the run     *
091400*                     date, as CMACCR01 does                     *
091500*----------------------------------------------------------------*
091600 2700-LOOKUP-RATE.
091700     MOVE 'N' TO WS-RATE-FOUND-SWITCH
091800     MOVE 'N' TO WS-RATE-EOF-SWITCH
091900
092000     MOVE CMR-ACCOUNT-TYPE TO RT-ACCOUNT-TYPE
092100     MOVE ZERO             TO RT-EFFECTIVE-DATE
092200     START RATETABL-FILE KEY IS NOT LESS THAN RT-KEY
092300         INVALID KEY
092400             MOVE 'Y' TO WS-RATE-EOF-SWITCH
092500     END-START
092600
092700     PERFORM 2750-READ-NEXT-RATE THRU 2750-EXIT
092800         UNTIL WS-END-OF-RATES.
092900 2700-EXIT.
093000     EXIT.
093100
093200*----------------------------------------------------------------*
093300* 2750-READ-NEXT-RATE -- rows loaded before the late fee was     *
093400*                        priced carry spaces: no fee             *
093500*----------------------------------------------------------------*
093600 2750-READ-NEXT-RATE.
093700     READ RATETABL-FILE NEXT RECORD
093800         AT END
093900             MOVE 'Y' TO WS-RATE-EOF-SWITCH
094000     END-READ
094100
094200     IF WS-END-OF-RATES
094300         GO TO 2750-EXIT
094400     END-IF
094500
094600     IF RT-ACCOUNT-TYPE NOT = CMR-ACCOUNT-TYPE
094700             OR RT-EFFECTIVE-DATE GREATER THAN WS-RUN-DATE
094800         MOVE 'Y' TO WS-RATE-EOF-SWITCH
094900     ELSE
095000         IF RT-LATE-FEE-AMOUNT NUMERIC
095100             MOVE RT-LATE-FEE-AMOUNT TO WS-HELD-LATE-FEE
095200         ELSE
095300             MOVE ZERO TO WS-HELD-LATE-FEE
095400         END-IF
095500         MOVE 'Y' TO WS-RATE-FOUND-SWITCH
095600     END-IF.
095700 2750-EXIT.
095800     EXIT.
095900
096000*----------------------------------------------------------------*
096100* 2800-DATE-TO-DAY-NUMBER -- WS-WORK-DATE as a count of days     *
096200*                            from 01/01/0001, so two dates can   *
096300*                            be subtracted                       *
096400*----------------------------------------------------------------*
096500 2800-DATE-TO-DAY-NUMBER.
096600     COMPUTE WS-PRIOR-YEARS = WS-WK-YYYY - 1
096700     DIVIDE WS-PRIOR-YEARS BY 4   GIVING WS-LEAP-DAYS-4
096800     DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-DAYS-100
096900     DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-DAYS-400
097000
097100     COMPUTE WS-DAY-NUMBER = (WS-PRIOR-YEARS * 365)
097200         + WS-LEAP-DAYS-4 - WS-LEAP-DAYS-100 + WS-LEAP-DAYS-400
097300         + WS-DAYS-BEFORE-MONTH (WS-WK-MM) + WS-WK-DD
097400
097500     IF WS-WK-MM GREATER THAN 2
097600         PERFORM 2860-CHECK-LEAP-YEAR THRU 2860-EXIT
097700         IF WS-LEAP-YEAR
097800             ADD 1 TO WS-DAY-NUMBER
097900         END-IF
098000     END-IF.
098100 2800-EXIT.
098200     EXIT.
098300
098400*----------------------------------------------------------------*
098500* 2850-SET-MAX-DAY -- days in WS-WK-MM, February adjusted for    *
098600*                     leap years                                 *
098700*----------------------------------------------------------------*
098800 2850-SET-MAX-DAY.
098900     MOVE WS-DAYS-IN-MONTH (WS-WK-MM) TO WS-MAX-DAY-THIS-MONTH
099000
099100     IF WS-WK-MM = 2
099200         PERFORM 2860-CHECK-LEAP-YEAR THRU 2860-EXIT
099300         IF WS-LEAP-YEAR
099400             MOVE 29 TO WS-MAX-DAY-THIS-MONTH
099500         END-IF
099600     END-IF.
099700 2850-EXIT.
099800     EXIT.
099900
100000*----------------------------------------------------------------*
100100* 2860-CHECK-LEAP-YEAR -- the 4/100/400 rule on WS-WK-YYYY       *
100200*----------------------------------------------------------------*
100300 2860-CHECK-LEAP-YEAR.
100400     MOVE 'N' TO WS-LEAP-YEAR-SW
100500     DIVIDE WS-WK-YYYY BY 4   GIVING WS-LEAP-QUOTIENT
100600         REMAINDER WS-LEAP-REM-4
100700     DIVIDE WS-WK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
100800         REMAINDER WS-LEAP-REM-100
100900     DIVIDE WS-WK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
101000         REMAINDER WS-LEAP-REM-400
101100     IF WS-LEAP-REM-4 = ZERO
101200         AND (WS-LEAP-REM-100 NOT = ZERO
101300             OR WS-LEAP-REM-400 = ZERO)
101400         MOVE 'Y' TO WS-LEAP-YEAR-SW
101500     END-IF.
101600 2860-EXIT.
101700     EXIT.
101800
101900*----------------------------------------------------------------*
102000* 2900-WRITE-BILL-TXN -- build and write one TRANSACTION-HISTORY *
102100*                        record; TH-TXN-TYPE, TH-AMOUNT, and     *
102200*                        TH-DESCRIPTION are set by the caller    *
102300*----------------------------------------------------------------*
102400 2900-WRITE-BILL-TXN.
102500     ADD 1 TO WS-TXN-SEQUENCE
102600         ON SIZE ERROR
102700             DISPLAY 'CMBILL01 - BILLING TXN SEQUENCE EXHAUSTED,'
102800                 ' RUN STOPPED'
102900             MOVE 16  TO RETURN-CODE
103000             MOVE 'Y' TO WS-EOF-SWITCH
103100             GO TO 2900-EXIT
103200     END-ADD
103300     MOVE WS-TXN-SEQUENCE TO WS-BTX-SEQ
103400     MOVE WS-BILL-TXN-ID  TO TH-TXN-ID
103500     MOVE CMR-CUST-ID     TO TH-CUST-ID
103600     MOVE WS-RUN-DATE     TO TH-TXN-DATE
103700     MOVE WS-RUN-DATE     TO TH-POST-DATE
103800
103900     PERFORM 2950-CLEAR-ONE-ITEM THRU 2950-EXIT
104000         VARYING WS-ITEM-SUB FROM 1 BY 1
104100         UNTIL WS-ITEM-SUB > 3
104200
104300     WRITE TRANSACTION-HISTORY
104310     IF NOT BILLTRN-OK
104320         DISPLAY 'CMBILL01 - BILLTRN WRITE FAILED FOR '
104330             CMR-CUST-ID ', STATUS=' BILLTRN-STATUS
104340             ' - RUN STOPPED'
104350         MOVE 16  TO RETURN-CODE
104360         MOVE 'Y' TO WS-EOF-SWITCH
104370     END-IF.
104400 2900-EXIT.
104500     EXIT.
104600
104700*----------------------------------------------------------------*
104800* 2950-CLEAR-ONE-ITEM                                            *
104900*----------------------------------------------------------------*
105000 2950-CLEAR-ONE-ITEM.
105100     MOVE ZERO TO TH-ITEM-SEQ (WS-ITEM-SUB)
105200     MOVE ZERO TO TH-ITEM-AMT (WS-ITEM-SUB).
105300 2950-EXIT.
105400     EXIT.
105500
105600*----------------------------------------------------------------*
105700* 3000-TERMINATE                                                 *
105800*----------------------------------------------------------------*
105900 3000-TERMINATE.
106000     IF RETURN-CODE = ZERO
106100         PERFORM 4300-WRITE-SUMMARY THRU 4300-EXIT
106200     END-IF
106300
106400     CLOSE CUSTMAST-FILE
106500     CLOSE DELINQ-FILE
106600     CLOSE TRANSDTL-FILE
106700     CLOSE RATETABL-FILE
106800     CLOSE ACCTXREF-FILE
106900     CLOSE CUSTBASE-FILE
107000     CLOSE BILLTRN-FILE
107100     CLOSE COLLRPT-FILE
107200
107300     DISPLAY 'CMBILL01 - ACCOUNTS SCANNED     = ' WS-SCANNED-COUNT
107400     DISPLAY 'CMBILL01 - NEWLY BILLED         = '
107500         WS-NEW-BILL-COUNT
107600     DISPLAY 'CMBILL01 - ACCOUNTS CYCLED      = ' WS-CYCLED-COUNT
107700     DISPLAY 'CMBILL01 - PAYMENTS APPLIED     = '
107800         WS-PAYMENT-COUNT
107900     DISPLAY 'CMBILL01 - DUE DATES MISSED     = ' WS-MISSED-COUNT
108000     DISPLAY 'CMBILL01 - BROUGHT CURRENT      = ' WS-CURED-COUNT
108100     DISPLAY 'CMBILL01 - LATE FEES WRITTEN    = ' WS-FEE-COUNT
108200     DISPLAY 'CMBILL01 - NO RATE ROW          = '
108300         WS-NO-RATE-COUNT
108400     DISPLAY 'CMBILL01 - ALREADY UPDATED      = '
108500         WS-ALREADY-COUNT
108510     DISPLAY 'CMBILL01 - LATE FEES REPLAYED   = '
108520         WS-FEE-REPLAY-COUNT
108600     DISPLAY 'CMBILL01 - ON WORKLIST          = '
108700         WS-WORKLIST-COUNT.
108800 3000-EXIT.
108900     EXIT.
109000
109100*----------------------------------------------------------------*
109200* 4000-PRODUCE-WORKLIST -- sort output procedure: control break  *
109300*                          by bucket, oldest first               *
109400*----------------------------------------------------------------*
109500 4000-PRODUCE-WORKLIST.
109600     PERFORM 4050-RETURN-SORTWORK THRU 4050-EXIT
109700
109800     PERFORM 4200-LIST-ONE-ACCOUNT THRU 4200-EXIT
109900         UNTIL WS-END-OF-SORTWORK
110000
110100     IF NOT WS-FIRST-GROUP
110200         PERFORM 4250-CLOSE-BUCKET THRU 4250-EXIT
110300     END-IF.
110400 4000-EXIT.
110500     EXIT.
110600
110700*----------------------------------------------------------------*
110800* 4050-RETURN-SORTWORK                                           *
110900*----------------------------------------------------------------*
111000 4050-RETURN-SORTWORK.
111100     RETURN SORTWORK-FILE
111200         AT END
111300             MOVE 'Y' TO WS-SORTWORK-EOF-SW
111400     END-RETURN.
111500 4050-EXIT.
111600     EXIT.
111700
111800*----------------------------------------------------------------*
111900* 4100-WRITE-PAGE-HEADINGS                                       *
112000*----------------------------------------------------------------*
112100 4100-WRITE-PAGE-HEADINGS.
112200     ADD 1 TO WS-PAGE-NUMBER
112300     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
112400     MOVE WS-RUN-DATE    TO WS-H1-BUS-DATE
112500     WRITE COLLRPT-RECORD FROM WS-HEADING-1
112600     WRITE COLLRPT-RECORD FROM WS-HEADING-2
112700     WRITE COLLRPT-RECORD FROM WS-BLANK-LINE
112800     MOVE 3 TO WS-LINES-ON-PAGE.
112900 4100-EXIT.
113000     EXIT.
113100
113200*----------------------------------------------------------------*
113300* 4200-LIST-ONE-ACCOUNT                                          *
113400*----------------------------------------------------------------*
113500 4200-LIST-ONE-ACCOUNT.
113600     IF WS-FIRST-GROUP
113700         PERFORM 4240-START-BUCKET THRU 4240-EXIT
113800         MOVE 'N' TO WS-FIRST-GROUP-SW
113900     ELSE
114000         IF SW-BUCKET NOT = WS-HOLD-BUCKET
114100             PERFORM 4250-CLOSE-BUCKET THRU 4250-EXIT
114200             PERFORM 4240-START-BUCKET THRU 4240-EXIT
114300         END-IF
114400     END-IF
114500
114600     PERFORM 4220-FIND-NAME THRU 4220-EXIT
114700
114800     MOVE SW-ACCT-ID       TO WD-ACCT-ID
114900     MOVE SW-ACCOUNT-TYPE  TO WD-ACCOUNT-TYPE
115000     MOVE SW-STATUS        TO WD-STATUS
115100     MOVE SW-DAYS-PAST-DUE TO WD-DAYS
115200     MOVE SW-MISSED-COUNT  TO WD-MISSED
115300     MOVE SW-DUE-DATE      TO WD-DUE-DATE
115400     MOVE SW-PAST-DUE      TO WD-PAST-DUE
115500     MOVE SW-MIN-DUE       TO WD-MIN-DUE
115600     MOVE SW-OWED          TO WD-OWED
115700
115800     IF WS-LINES-ON-PAGE > 50
115900         PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
116000     END-IF
116100     WRITE COLLRPT-RECORD FROM WS-DETAIL-LINE
116200     ADD 1 TO WS-LINES-ON-PAGE
116300
116400     ADD 1           TO WS-BUCKET-ACCTS
116500     ADD SW-PAST-DUE TO WS-BUCKET-PAST-DUE
116600     ADD SW-OWED     TO WS-BUCKET-OWED
116700
116800     PERFORM 4050-RETURN-SORTWORK THRU 4050-EXIT.
116900 4200-EXIT.
117000     EXIT.
117100
117200*----------------------------------------------------------------*
117300* 4220-FIND-NAME -- the owning customer's name through ACCTXREF  *
117400*                   and CUSTBASE; an unlinked account lists      *
117500*                   without one                                  *
117600*----------------------------------------------------------------*
117700 4220-FIND-NAME.
117800     MOVE SPACES TO WD-NAME
117900
118000     MOVE SW-ACCT-ID TO AXR-ACCT-ID
118100     READ ACCTXREF-FILE KEY IS AXR-ACCT-ID
118200         INVALID KEY
118300             GO TO 4220-EXIT
118400     END-READ
118500
118600     MOVE AXR-OWNER-ID TO CBR-CUST-NO
118700     READ CUSTBASE-FILE
118800         INVALID KEY
118900             GO TO 4220-EXIT
119000     END-READ
119100
119200     STRING CBR-LAST-NAME  DELIMITED BY '  '
119300            ', '           DELIMITED BY SIZE
119400            CBR-FIRST-NAME DELIMITED BY '  '
119500         INTO WD-NAME
119600     END-STRING.
119700 4220-EXIT.
119800     EXIT.
119900
120000*----------------------------------------------------------------*
120100* 4240-START-BUCKET                                              *
120200*----------------------------------------------------------------*
120300 4240-START-BUCKET.
120400     MOVE SW-BUCKET TO WS-HOLD-BUCKET
120500     MOVE ZERO TO WS-BUCKET-ACCTS
120600     MOVE ZERO TO WS-BUCKET-PAST-DUE
120700     MOVE ZERO TO WS-BUCKET-OWED
120800
120900     IF WS-LINES-ON-PAGE > 46
121000         PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
121100     END-IF
121200     MOVE WS-BUCKET-NAME (WS-HOLD-BUCKET) TO WB-BUCKET-NAME
121300     WRITE COLLRPT-RECORD FROM WS-BUCKET-LINE
121400     ADD 1 TO WS-LINES-ON-PAGE.
121500 4240-EXIT.
121600     EXIT.
121700
121800*----------------------------------------------------------------*
121900* 4250-CLOSE-BUCKET                                              *
122000*----------------------------------------------------------------*
122100 4250-CLOSE-BUCKET.
122200     MOVE WS-BUCKET-ACCTS    TO WT-ACCTS
122300     MOVE WS-BUCKET-PAST-DUE TO WT-PAST-DUE
122400     MOVE WS-BUCKET-OWED     TO WT-OWED
122500     WRITE COLLRPT-RECORD FROM WS-BUCKET-TOTAL-LINE
122600     WRITE COLLRPT-RECORD FROM WS-BLANK-LINE
122700     ADD 2 TO WS-LINES-ON-PAGE
122800
122900     ADD WS-BUCKET-PAST-DUE TO WS-GRAND-PAST-DUE
123000     ADD WS-BUCKET-OWED     TO WS-GRAND-OWED.
123100 4250-EXIT.
123200     EXIT.
123300
123400*----------------------------------------------------------------*
123500* 4300-WRITE-SUMMARY                                             *
123600*----------------------------------------------------------------*
123700 4300-WRITE-SUMMARY.
123800     WRITE COLLRPT-RECORD FROM WS-BLANK-LINE
123900
124000     MOVE SPACES TO WS-TOTAL-LINE
124100     MOVE 'ACCOUNTS CYCLED / BILLED'  TO WM-LABEL
124200     MOVE WS-CYCLED-COUNT             TO WM-COUNT
124300     MOVE WS-BILLED-TOTAL             TO WM-AMOUNT
124400     WRITE COLLRPT-RECORD FROM WS-TOTAL-LINE
124500
124600     MOVE SPACES TO WS-TOTAL-LINE
124700     MOVE 'PAYMENTS APPLIED'          TO WM-LABEL
124800     MOVE WS-PAYMENT-COUNT            TO WM-COUNT
124900     MOVE WS-PAYMENT-TOTAL            TO WM-AMOUNT
125000     WRITE COLLRPT-RECORD FROM WS-TOTAL-LINE
125100
125200     MOVE SPACES TO WS-TOTAL-LINE
125300     MOVE 'LATE FEES CHARGED'         TO WM-LABEL
125400     MOVE WS-FEE-COUNT                TO WM-COUNT
125500     MOVE WS-FEE-TOTAL                TO WM-AMOUNT
125600     WRITE COLLRPT-RECORD FROM WS-TOTAL-LINE
125700
125800     MOVE SPACES TO WS-TOTAL-LINE
125900     MOVE 'ACCOUNTS PAST DUE'         TO WM-LABEL
126000     MOVE WS-WORKLIST-COUNT           TO WM-COUNT
126100     MOVE WS-GRAND-PAST-DUE           TO WM-AMOUNT
126200     WRITE COLLRPT-RECORD FROM WS-TOTAL-LINE
126300
126400     MOVE SPACES TO WS-TOTAL-LINE
126500     MOVE 'BROUGHT CURRENT'           TO WM-LABEL
126600     MOVE WS-CURED-COUNT              TO WM-COUNT
126700     WRITE COLLRPT-RECORD FROM WS-TOTAL-LINE.
126800 4300-EXIT.
126900     EXIT.
