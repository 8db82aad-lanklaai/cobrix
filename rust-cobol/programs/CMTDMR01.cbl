000100*================================================================*
000200* PROGRAM:     CMTDMR01                                          *
000300* FUNCTION:    Nightly term-deposit maturity run.  Walks the     *
000400*              TERMDEP cluster and, for the open business date:  *
000500*                - emits any early-withdrawal penalty the        *
000600*                  posting run has charged to a deposit as a     *
000700*                  TH-TYPE-FEE posting;                          *
000800*                - matures every active deposit whose            *
000900*                  TD-MATURITY-DATE has come due, by its         *
001000*                  maturity instruction: a rollover starts a new *
001100*                  term at the same locked rate with the balance *
001200*                  as the new principal, a pay-to-linked-account *
001300*                  instruction emits a transfer of the whole     *
001400*                  balance, and a pay-out instruction emits a    *
001500*                  debit of it and issues the official cheque    *
001510*                  for it on DISBMAST, payable to the owning     *
001520*                  CUSTBASE customer.                            *
001600*              The postings go to TDMTRN, which the surrounding  *
001700*              JCL merges into the RAWTRANS feed ahead of the    *
001800*              CMEDIT01 edit with STORTRN and ACHTRN -- matured  *
001900*              money moves through the same duplicate check,     *
002000*              edits, posting, audit and GL booking as any other *
002100*              work, which is why this program never touches     *
002200*              CUSTMAST itself.  A second pass lists every       *
002300*              active deposit maturing in the next 30 days on    *
002400*              the TDMRPT maturity-notice listing and drops one  *
002500*              'TM' notice per term onto the CORRQ queue for the *
002600*              CMLTR01 letter run.                               *
002700*                                                                *
002800* NOTE:        A deposit acted on is stamped with the business   *
002900*              date and with what was emitted for it             *
003000*              (TD-RUN-ACTION, TD-RUN-PAYOUT, TD-RUN-PENALTY),   *
003100*              so a rerun after an abend re-emits the same rows  *
003200*              into the freshly truncated TDMTRN without paying  *
003300*              or rolling a deposit a second time -- the same    *
003400*              idempotence discipline as CMSTOG01.               *
003500*================================================================*
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. CMTDMR01.
003800 AUTHOR. R-HOLLOWAY.
003900 INSTALLATION. IBMUSER CUSTOMER LEDGER SYSTEMS.
004000 DATE-WRITTEN. 10/15/2026.
004100 DATE-COMPILED.
004200*----------------------------------------------------------------*
004300* MODIFICATION HISTORY                                           *
004400*   10/15/2026  RH  Initial version -- penalty and maturity      *
004500*                   postings into the nightly feed, rollover     *
004600*                   with rerun-safe stamping, and the 30-day     *
004700*                   maturity-notice listing.                     *
004710*   10/15/2026  RH  A TERMDEP rewrite failure now stops the run  *
004720*                   with RC 16 -- the deposit's posting was      *
004730*                   already in TDMTRN and a completed job would  *
004740*                   emit it again the next night.  TDMTRN and    *
004750*                   TDMRPT open statuses are checked, and a      *
004760*                   replayed payout that fails to write stops    *
004770*                   the replay.                                  *
004773*   10/15/2026  RH  A failed TDMTRN write now stops the run with *
004776*                   RC 16 before the deposit is stamped.  A      *
004779*                   pay-out maturity now issues an official      *
004782*                   cheque on DISBMAST from the IDCTL 'CHEQUE'   *
004785*                   series, its number kept in TD-RUN-DISB-NO so *
004788*                   a rerun re-issues a missing row under the    *
004791*                   same number instead of drawing another; a    *
004794*                   deposit is held when the series is missing.  *
004800*----------------------------------------------------------------*
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER. IBM-370.
005200 OBJECT-COMPUTER. IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT TERMDEP-FILE ASSIGN TO TERMDEP
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS TD-ACCT-ID
005900         FILE STATUS IS TERMDEP-STATUS.
006000
006100     SELECT TDMTRN-FILE ASSIGN TO TDMTRN
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS TDMTRN-STATUS.
006500
006600     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS CMR-CUST-ID
007000         FILE STATUS IS CUSTMAST-STATUS.
007100
007200     SELECT CORRQ-FILE ASSIGN TO CORRQ
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS CRQ-KEY
007600         FILE STATUS IS CORRQ-STATUS.
007700
007800     SELECT TDMRPT-FILE ASSIGN TO TDMRPT
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS TDMRPT-STATUS.
008200
008203     SELECT ACCTXREF-FILE ASSIGN TO ACCTXREF
008206         ORGANIZATION IS INDEXED
008209         ACCESS MODE IS DYNAMIC
008212         RECORD KEY IS AXR-KEY
008215         ALTERNATE RECORD KEY IS AXR-ACCT-ID
008218         FILE STATUS IS ACCTXREF-STATUS.
008221
008224     SELECT CUSTBASE-FILE ASSIGN TO CUSTBASE
008227         ORGANIZATION IS INDEXED
008230         ACCESS MODE IS DYNAMIC
008233         RECORD KEY IS CBR-CUST-NO
008236         FILE STATUS IS CUSTBASE-STATUS.
008239
008242     SELECT DISBMAST-FILE ASSIGN TO DISBMAST
008245         ORGANIZATION IS INDEXED
008248         ACCESS MODE IS DYNAMIC
008251         RECORD KEY IS DBM-KEY
008254         FILE STATUS IS DISBMAST-STATUS.
008257
008260     SELECT IDCTL-FILE ASSIGN TO IDCTL
008263         ORGANIZATION IS INDEXED
008266         ACCESS MODE IS DYNAMIC
008269         RECORD KEY IS IDC-ID-TYPE
008272         FILE STATUS IS IDCTL-STATUS.
008275
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  TERMDEP-FILE
008600     RECORDING MODE IS F.
008700 COPY TERMDEP.
008800
008900 FD  TDMTRN-FILE
009000     RECORDING MODE IS F.
009100 COPY TRANSHST.
009200
009300 FD  CUSTMAST-FILE
009400     RECORDING MODE IS F.
009500 COPY CUSTMAST.
009600
009700 FD  CORRQ-FILE
009800     RECORDING MODE IS F.
009900 COPY CORRQ.
010000
010100 FD  TDMRPT-FILE
010200     RECORDING MODE IS F.
010300 01  TDMRPT-RECORD             PIC X(132).
010400
010405 FD  ACCTXREF-FILE
010410     RECORDING MODE IS F.
010415 COPY ACCTXREF.
010420
010425 FD  CUSTBASE-FILE
010430     RECORDING MODE IS F.
010435 COPY CUSTBASE.
010440
010445 FD  DISBMAST-FILE
010450     RECORDING MODE IS F.
010455 COPY DISBMAST.
010460
010465 FD  IDCTL-FILE
010470     RECORDING MODE IS F.
010475 COPY IDCTL.
010480
010500 WORKING-STORAGE SECTION.
010600 COPY RUNPARM.
010700
010800 77  TERMDEP-STATUS        PIC X(2).
010900     88  TERMDEP-OK            VALUE '00'.
011000     88  TERMDEP-EOF           VALUE '10'.
011100
011200 77  TDMTRN-STATUS         PIC X(2).
011300     88  TDMTRN-OK             VALUE '00'.
011400
011500 77  CUSTMAST-STATUS       PIC X(2).
011600     88  CUSTMAST-OK           VALUE '00'.
011700     88  CUSTMAST-NOTFND       VALUE '23'.
011800
011900 77  CORRQ-STATUS          PIC X(2).
012000     88  CORRQ-OK              VALUE '00'.
012100     88  CORRQ-DUPKEY          VALUE '22'.
012200
012300 77  TDMRPT-STATUS         PIC X(2).
012400     88  TDMRPT-OK             VALUE '00'.
012500
012507 77  ACCTXREF-STATUS       PIC X(2).
012514     88  ACCTXREF-OK           VALUE '00'.
012521
012528 77  CUSTBASE-STATUS       PIC X(2).
012535     88  CUSTBASE-OK           VALUE '00'.
012542
012549 77  DISBMAST-STATUS       PIC X(2).
012556     88  DISBMAST-OK           VALUE '00'.
012563     88  DISBMAST-NOTFND       VALUE '23'.
012570
012577 77  IDCTL-STATUS          PIC X(2).
012584     88  IDCTL-OK              VALUE '00'.
012591
012600 77  WS-EOF-SWITCH         PIC X(1)      VALUE 'N'.
012700     88  WS-END-OF-DEPOSITS        VALUE 'Y'.
012800
012900 77  WS-CORRQ-SW           PIC X(1)      VALUE 'N'.
013000     88  WS-CORRQ-AVAILABLE        VALUE 'Y'.
013100
013200 77  WS-SCANNED-COUNT      PIC 9(9) COMP VALUE ZERO.
013300 77  WS-PENALTY-COUNT      PIC 9(9) COMP VALUE ZERO.
013400 77  WS-MATURED-COUNT      PIC 9(9) COMP VALUE ZERO.
013500 77  WS-ROLLED-COUNT       PIC 9(9) COMP VALUE ZERO.
013600 77  WS-LINKED-COUNT       PIC 9(9) COMP VALUE ZERO.
013700 77  WS-PAYOUT-COUNT       PIC 9(9) COMP VALUE ZERO.
013710 77  WS-CHEQUE-COUNT       PIC 9(9) COMP VALUE ZERO.
013720 77  WS-NO-SERIES-COUNT    PIC 9(9) COMP VALUE ZERO.
013800 77  WS-EMPTY-COUNT        PIC 9(9) COMP VALUE ZERO.
013900 77  WS-BLOCKED-COUNT      PIC 9(9) COMP VALUE ZERO.
014000 77  WS-NO-ACCOUNT-COUNT   PIC 9(9) COMP VALUE ZERO.
014100 77  WS-BAD-INSTR-COUNT    PIC 9(9) COMP VALUE ZERO.
014200 77  WS-RERUN-COUNT        PIC 9(9) COMP VALUE ZERO.
014300 77  WS-WRITTEN-COUNT      PIC 9(9) COMP VALUE ZERO.
014400 77  WS-WINDOW-COUNT       PIC 9(9) COMP VALUE ZERO.
014500 77  WS-NOTICE-COUNT       PIC 9(9) COMP VALUE ZERO.
014600 77  WS-TXN-SEQUENCE       PIC 9(6)      VALUE ZERO.
014700
014800 77  WS-ITEM-SUB           PIC 9(4) COMP VALUE ZERO.
014900
015000 77  WS-RUN-DATE           PIC 9(8)      VALUE ZERO.
015100 77  WS-OLD-MATURITY       PIC 9(8)      VALUE ZERO.
015200 77  WS-PAYOUT-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
015210 77  WS-PAYOUT-TXN-ID      PIC X(16)     VALUE SPACES.
015300 77  WS-PAID-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
015400 77  WS-PENALTY-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
015500
015600*----------------------------------------------------------------*
015700* The notice window -- deposits maturing within this many days   *
015800* after the business date are listed and sent a 'TM' notice.     *
015900*----------------------------------------------------------------*
016000 77  WS-NOTICE-DAYS        PIC 9(3) COMP VALUE 30.
016100 77  WS-HORIZON-DATE       PIC 9(8)      VALUE ZERO.
016200
016300 01  WS-WORK-DATE-GROUP.
016400     05  WS-WORK-DATE      PIC 9(8)      VALUE ZERO.
016500 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE-GROUP.
016600     05  WS-WORK-YYYY      PIC 9(4).
016700     05  WS-WORK-MM        PIC 9(2).
016800     05  WS-WORK-DD        PIC 9(2).
016900
017000 01  WS-DAYS-IN-MONTH-TABLE.
017100     05  FILLER            PIC 9(2)  VALUE 31.
017200     05  FILLER            PIC 9(2)  VALUE 28.
017300     05  FILLER            PIC 9(2)  VALUE 31.
017400     05  FILLER            PIC 9(2)  VALUE 30.
017500     05  FILLER            PIC 9(2)  VALUE 31.
017600     05  FILLER            PIC 9(2)  VALUE 30.
017700     05  FILLER            PIC 9(2)  VALUE 31.
017800     05  FILLER            PIC 9(2)  VALUE 31.
017900     05  FILLER            PIC 9(2)  VALUE 30.
018000     05  FILLER            PIC 9(2)  VALUE 31.
018100     05  FILLER            PIC 9(2)  VALUE 30.
018200     05  FILLER            PIC 9(2)  VALUE 31.
018300 01  WS-DAYS-IN-MONTH-R REDEFINES WS-DAYS-IN-MONTH-TABLE.
018400     05  WS-DAYS-IN-MONTH  PIC 9(2)  OCCURS 12 TIMES.
018500
018600 77  WS-MAX-DAY-THIS-MONTH PIC 9(2)      VALUE ZERO.
018700 77  WS-LEAP-QUOTIENT      PIC 9(4) COMP VALUE ZERO.
018800 77  WS-LEAP-REM-4         PIC 9(4) COMP VALUE ZERO.
018900 77  WS-LEAP-REM-100       PIC 9(4) COMP VALUE ZERO.
019000 77  WS-LEAP-REM-400       PIC 9(4) COMP VALUE ZERO.
019100 77  WS-WORK-DAY           PIC 9(4) COMP VALUE ZERO.
019200 77  WS-MONTH-WORK         PIC 9(5) COMP VALUE ZERO.
019300 77  WS-YEARS-ADDED        PIC 9(4) COMP VALUE ZERO.
019400 77  WS-MONTH-REM          PIC 9(4) COMP VALUE ZERO.
019500
019600 01  WS-TDM-TXN-ID.
019700     05  WS-TTX-PREFIX         PIC X(2)  VALUE 'TD'.
019800     05  WS-TTX-DATE           PIC 9(8).
019900     05  WS-TTX-SEQ            PIC 9(6).
020000
020100 77  WS-LINES-ON-PAGE      PIC 9(3)      VALUE ZERO.
020200 77  WS-PAGE-NUMBER        PIC 9(5)      VALUE ZERO.
020300
020400 01  WS-HEADING-1.
020500     05  FILLER                PIC X(48) VALUE
020600         'CMTDMR01 - TERM DEPOSIT MATURITY RUN FOR'.
020700     05  WS-H1-BUS-DATE        PIC 9(8).
020800     05  FILLER                PIC X(20) VALUE SPACES.
020900     05  FILLER                PIC X(5)  VALUE 'PAGE '.
021000     05  WS-H1-PAGE            PIC ZZZZ9.
021100
021200 01  WS-HEADING-2.
021300     05  FILLER                PIC X(12) VALUE 'ACCOUNT'.
021400     05  FILLER                PIC X(22) VALUE 'ACTION'.
021500     05  FILLER                PIC X(10) VALUE 'MATURITY'.
021600     05  FILLER                PIC X(5)  VALUE 'TERM'.
021700     05  FILLER                PIC X(10) VALUE '    RATE'.
021800     05  FILLER                PIC X(18) VALUE
021900         '          AMOUNT'.
022000     05  FILLER                PIC X(4)  VALUE 'IN'.
022100     05  FILLER                PIC X(12) VALUE 'LINKED'.
022200     05  FILLER                PIC X(16) VALUE 'TXN ID'.
022300
022400 01  WS-SECTION-LINE.
022500     05  WS-SECTION-TEXT       PIC X(50).
022600     05  WS-SECTION-DATE       PIC 9(8).
022700
022800 01  WS-DETAIL-LINE.
022900     05  WD-ACCT-ID            PIC X(10).
023000     05  FILLER                PIC X(2)  VALUE SPACES.
023100     05  WD-ACTION             PIC X(20).
023200     05  FILLER                PIC X(2)  VALUE SPACES.
023300     05  WD-MATURITY           PIC 9(8).
023400     05  FILLER                PIC X(2)  VALUE SPACES.
023500     05  WD-TERM               PIC ZZ9.
023600     05  FILLER                PIC X(2)  VALUE SPACES.
023700     05  WD-RATE               PIC Z9.9999.
023800     05  FILLER                PIC X(3)  VALUE SPACES.
023900     05  WD-AMOUNT             PIC -,---,---,--9.99.
024000     05  FILLER                PIC X(2)  VALUE SPACES.
024100     05  WD-INSTRUCTION        PIC X(1).
024200     05  FILLER                PIC X(3)  VALUE SPACES.
024300     05  WD-LINKED-ACCT        PIC X(10).
024400     05  FILLER                PIC X(2)  VALUE SPACES.
024500     05  WD-TXN-ID             PIC X(16).
024600
024700 01  WS-NO-ROWS-LINE.
024800     05  FILLER                PIC X(50) VALUE
024900         '  NONE'.
025000
025100 01  WS-TOTAL-LINE.
025200     05  WM-LABEL              PIC X(36).
025300     05  WM-COUNT              PIC ZZZ,ZZZ,ZZ9.
025400
025500 01  WS-AMOUNT-TOTAL-LINE.
025600     05  WA-LABEL              PIC X(36).
025700     05  WA-AMOUNT             PIC -,---,---,---,--9.99.
025800
025900 01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
026000
026100 PROCEDURE DIVISION.
026200*----------------------------------------------------------------*
026300* 0000-MAINLINE -- emit the night's penalties and maturities,    *
026400*                  then list the notice window                   *
026500*----------------------------------------------------------------*
026600 0000-MAINLINE.
026700     PERFORM 0100-REGISTER-START THRU 0100-EXIT
026800     IF RNP-SUCCESS
026900         PERFORM 1000-INITIALIZE THRU 1000-EXIT
027000         IF RETURN-CODE = ZERO
027100             PERFORM 2000-PROCESS-DEPOSITS THRU 2000-EXIT
027200                 UNTIL WS-END-OF-DEPOSITS
027300         END-IF
027400         IF RETURN-CODE = ZERO
027500             PERFORM 4000-LIST-NOTICES THRU 4000-EXIT
027600         END-IF
027700         PERFORM 5000-TERMINATE THRU 5000-EXIT
027800         IF RETURN-CODE = ZERO
027900             PERFORM 0200-REGISTER-END THRU 0200-EXIT
028000         END-IF
028100     END-IF
028200     GOBACK.
028300
028400*----------------------------------------------------------------*
028500* 0100-REGISTER-START -- the run-control registrar refuses the   *
028600*                        start when the business date is not     *
028700*                        open, the standing-order generator has  *
028800*                        not completed for it, or this job       *
028900*                        already has                             *
029000*----------------------------------------------------------------*
029100 0100-REGISTER-START.
029200     MOVE 'S'        TO RNP-FUNCTION
029300     MOVE 'CMTDMR01' TO RNP-JOB-NAME
029400     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
029500     IF NOT RNP-SUCCESS
029600         DISPLAY 'CMTDMR01 - RUN-CONTROL REFUSED START, RC='
029700             RNP-RETURN-CODE ' PREREQ=' RNP-PREREQ-JOB
029800         MOVE 8 TO RETURN-CODE
029900     END-IF.
030000 0100-EXIT.
030100     EXIT.
030200
030300*----------------------------------------------------------------*
030400* 0200-REGISTER-END -- only a clean run registers its end; a     *
030500*                      run that could not open TERMDEP or ran    *
030600*                      out of sequence stays STARTED on RUNCTL   *
030700*                      so the feed edit waits for the            *
030800*                      corrective rerun                          *
030900*----------------------------------------------------------------*
031000 0200-REGISTER-END.
031100     MOVE 'E'        TO RNP-FUNCTION
031200     MOVE 'CMTDMR01' TO RNP-JOB-NAME
031300     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
031400     IF NOT RNP-SUCCESS
031500         DISPLAY 'CMTDMR01 - RUN-CONTROL END FAILED, RC='
031600             RNP-RETURN-CODE
031700     END-IF.
031800 0200-EXIT.
031900     EXIT.
032000
032100*----------------------------------------------------------------*
032200* 1000-INITIALIZE -- CORRQ only carries the notices; the run     *
032300*                    goes on without it                          *
032400*----------------------------------------------------------------*
032500 1000-INITIALIZE.
032600     MOVE RNP-BUS-DATE TO WS-RUN-DATE
032700     MOVE WS-RUN-DATE  TO WS-TTX-DATE
032800     PERFORM 1100-COMPUTE-HORIZON THRU 1100-EXIT
032900
033000     OPEN I-O    TERMDEP-FILE
033100     OPEN OUTPUT TDMTRN-FILE
033200     OPEN INPUT  CUSTMAST-FILE
033300     OPEN I-O    CORRQ-FILE
033400     OPEN OUTPUT TDMRPT-FILE
033410     OPEN INPUT  ACCTXREF-FILE
033420     OPEN INPUT  CUSTBASE-FILE
033430     OPEN I-O    DISBMAST-FILE
033440     OPEN I-O    IDCTL-FILE
033500
033600     IF NOT TERMDEP-OK
033700         DISPLAY 'CMTDMR01 - UNABLE TO OPEN TERMDEP, STATUS='
033800             TERMDEP-STATUS
033900         MOVE 8 TO RETURN-CODE
034000         GO TO 1000-EXIT
034100     END-IF
034110     IF NOT TDMTRN-OK
034120         DISPLAY 'CMTDMR01 - UNABLE TO OPEN TDMTRN, STATUS='
034130             TDMTRN-STATUS
034140         MOVE 8 TO RETURN-CODE
034150         GO TO 1000-EXIT
034160     END-IF
034200     IF NOT CUSTMAST-OK
034300         DISPLAY 'CMTDMR01 - UNABLE TO OPEN CUSTMAST, STATUS='
034400             CUSTMAST-STATUS
034500         MOVE 8 TO RETURN-CODE
034600         GO TO 1000-EXIT
034700     END-IF
034710     IF NOT TDMRPT-OK
034720         DISPLAY 'CMTDMR01 - UNABLE TO OPEN TDMRPT, STATUS='
034730             TDMRPT-STATUS
034740         MOVE 8 TO RETURN-CODE
034750         GO TO 1000-EXIT
034760     END-IF
034761     IF NOT ACCTXREF-OK
034762         DISPLAY 'CMTDMR01 - UNABLE TO OPEN ACCTXREF, STATUS='
034763             ACCTXREF-STATUS
034764         MOVE 8 TO RETURN-CODE
034765         GO TO 1000-EXIT
034766     END-IF
034767     IF NOT CUSTBASE-OK
034768         DISPLAY 'CMTDMR01 - UNABLE TO OPEN CUSTBASE, STATUS='
034769             CUSTBASE-STATUS
034770         MOVE 8 TO RETURN-CODE
034771         GO TO 1000-EXIT
034772     END-IF
034773     IF NOT DISBMAST-OK
034774         DISPLAY 'CMTDMR01 - UNABLE TO OPEN DISBMAST, STATUS='
034775             DISBMAST-STATUS
034776         MOVE 8 TO RETURN-CODE
034777         GO TO 1000-EXIT
034778     END-IF
034779     IF NOT IDCTL-OK
034780         DISPLAY 'CMTDMR01 - UNABLE TO OPEN IDCTL, STATUS='
034781             IDCTL-STATUS
034782         MOVE 8 TO RETURN-CODE
034783         GO TO 1000-EXIT
034784     END-IF
034800     IF CORRQ-OK
034900         MOVE 'Y' TO WS-CORRQ-SW
035000     ELSE
035100         DISPLAY 'CMTDMR01 - CORRQ NOT AVAILABLE, STATUS='
035200             CORRQ-STATUS ' - MATURITY NOTICES WILL BE MISSED'
035300     END-IF
035400
035500     PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
035600     MOVE 'MATURITY PROCESSING AND PENALTIES FOR'
035700                                    TO WS-SECTION-TEXT
035800     MOVE WS-RUN-DATE               TO WS-SECTION-DATE
035900     WRITE TDMRPT-RECORD FROM WS-SECTION-LINE
036000     ADD 1 TO WS-LINES-ON-PAGE
036100
036200     MOVE LOW-VALUES TO TD-ACCT-ID
036300     START TERMDEP-FILE KEY IS NOT LESS THAN TD-ACCT-ID
036400         INVALID KEY
036500             MOVE 'Y' TO WS-EOF-SWITCH
036600     END-START
036700     IF NOT WS-END-OF-DEPOSITS
036800         PERFORM 2100-READ-TERMDEP THRU 2100-EXIT
036900     END-IF.
037000 1000-EXIT.
037100     EXIT.
037200
037300*----------------------------------------------------------------*
037400* 1100-COMPUTE-HORIZON -- the last maturity date inside the      *
037500*                         notice window: the business date plus  *
037600*                         WS-NOTICE-DAYS, carried forward whole  *
037700*                         months at a time                       *
037800*----------------------------------------------------------------*
037900 1100-COMPUTE-HORIZON.
038000     MOVE WS-RUN-DATE TO WS-WORK-DATE
038100     MOVE WS-WORK-DD  TO WS-WORK-DAY
038200     ADD WS-NOTICE-DAYS TO WS-WORK-DAY
038300     PERFORM 2850-CARRY-ONE-MONTH THRU 2850-EXIT
038400     PERFORM 2850-CARRY-ONE-MONTH THRU 2850-EXIT
038500         UNTIL WS-WORK-DAY NOT GREATER THAN
038600             WS-MAX-DAY-THIS-MONTH
038700     MOVE WS-WORK-DAY  TO WS-WORK-DD
038800     MOVE WS-WORK-DATE TO WS-HORIZON-DATE.
038900 1100-EXIT.
039000     EXIT.
039100
039200*----------------------------------------------------------------*
039300* 2000-PROCESS-DEPOSITS                                          *
039400*----------------------------------------------------------------*
039500 2000-PROCESS-DEPOSITS.
039600     PERFORM 2200-PROCESS-ONE-DEPOSIT THRU 2200-EXIT
039700     IF NOT WS-END-OF-DEPOSITS
039800         PERFORM 2100-READ-TERMDEP THRU 2100-EXIT
039900     END-IF.
040000 2000-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------------*
040400* 2100-READ-TERMDEP                                              *
040500*----------------------------------------------------------------*
040600 2100-READ-TERMDEP.
040700     READ TERMDEP-FILE NEXT RECORD
040800         AT END
040900             MOVE 'Y' TO WS-EOF-SWITCH
041000     END-READ
041100     IF NOT WS-END-OF-DEPOSITS AND NOT TERMDEP-OK
041200         DISPLAY 'CMTDMR01 - TERMDEP READ FAILED, STATUS='
041300             TERMDEP-STATUS
041400         MOVE 'Y' TO WS-EOF-SWITCH
041500     END-IF.
041600 2100-EXIT.
041700     EXIT.
041800
041900*----------------------------------------------------------------*
042000* 2200-PROCESS-ONE-DEPOSIT -- a deposit already acted on for     *
042100*                             this business date is replayed;    *
042200*                             otherwise a pending penalty is     *
042300*                             emitted and an active deposit      *
042400*                             that has come due is matured.  A   *
042500*                             closed, frozen, or closure-pending *
042600*                             account is not matured -- its      *
042700*                             deposit waits, still active, for   *
042800*                             the block to lift.  A failed       *
042810*                             rewrite stops the run with RC 16:  *
042820*                             the deposit's rows are already in  *
042830*                             TDMTRN, so the step must stay      *
042840*                             STARTED for the rerun to replay    *
042850*                             them rather than be marked done    *
042860*                             A pay-out's cheque is written only *
042870*                             once the stamped row, carrying its *
042880*                             number, is safely rewritten        *
042900*----------------------------------------------------------------*
043000 2200-PROCESS-ONE-DEPOSIT.
043100     ADD 1 TO WS-SCANNED-COUNT
043200
043300     IF TD-LAST-RUN-DATE = WS-RUN-DATE
043400         PERFORM 2300-REPLAY-DEPOSIT THRU 2300-EXIT
043500         GO TO 2200-EXIT
043600     END-IF
043700
043800     IF TD-PENALTY-DUE NOT GREATER THAN ZERO
043900         IF NOT TD-ACTIVE
044000                 OR TD-MATURITY-DATE GREATER THAN WS-RUN-DATE
044100             GO TO 2200-EXIT
044200         END-IF
044300     END-IF
044400
044500     MOVE TD-ACCT-ID TO CMR-CUST-ID
044600     READ CUSTMAST-FILE
044700         INVALID KEY
044800             DISPLAY 'CMTDMR01 - DEPOSIT ' TD-ACCT-ID
044900                 ' HAS NO CUSTMAST ACCOUNT, SKIPPED'
045000             ADD 1 TO WS-NO-ACCOUNT-COUNT
045100             GO TO 2200-EXIT
045200     END-READ
045300
045400     MOVE SPACE       TO TD-RUN-ACTION
045500     MOVE ZERO        TO TD-RUN-PAYOUT
045600     MOVE ZERO        TO TD-RUN-PENALTY
045700     MOVE WS-RUN-DATE TO TD-LAST-RUN-DATE
045710     MOVE ZERO        TO TD-RUN-DISB-NO
045800
045900     IF TD-PENALTY-DUE GREATER THAN ZERO
046000         PERFORM 2400-EMIT-PENALTY THRU 2400-EXIT
046100         IF RETURN-CODE NOT = ZERO
046200             GO TO 2200-EXIT
046300         END-IF
046400     END-IF
046500
046600     IF TD-ACTIVE
046700             AND TD-MATURITY-DATE NOT GREATER THAN WS-RUN-DATE
046800         IF CMR-STATUS = 'C' OR CMR-STATUS = 'F'
046900                 OR CMR-STATUS = 'P'
047000             ADD 1 TO WS-BLOCKED-COUNT
047100             MOVE 'BLOCKED - NOT MATURED' TO WD-ACTION
047200             MOVE ZERO                    TO WD-AMOUNT
047300             MOVE SPACES                  TO WD-TXN-ID
047400             PERFORM 2900-REPORT-DEPOSIT THRU 2900-EXIT
047500         ELSE
047600             PERFORM 2500-MATURE-DEPOSIT THRU 2500-EXIT
047700             IF RETURN-CODE NOT = ZERO
047800                 GO TO 2200-EXIT
047900             END-IF
048000         END-IF
048100     END-IF
048200
048300     REWRITE TERM-DEPOSIT-RECORD
048400         INVALID KEY
048500             DISPLAY 'CMTDMR01 - REWRITE FAILED FOR DEPOSIT '
048600                 TD-ACCT-ID ' STATUS=' TERMDEP-STATUS
048610             DISPLAY 'CMTDMR01 - RUN STOPPED, RERUN REQUIRED'
048620             MOVE 16  TO RETURN-CODE
048630             MOVE 'Y' TO WS-EOF-SWITCH
048700     END-REWRITE
048710
048720     IF RETURN-CODE = ZERO AND TD-RUN-ACTION = 'P'
048730         PERFORM 2660-WRITE-CHEQUE THRU 2660-EXIT
048740     END-IF.
048800 2200-EXIT.
048900     EXIT.
049000
049100*----------------------------------------------------------------*
049200* 2300-REPLAY-DEPOSIT -- a rerun for the business date the       *
049300*                        deposit was already acted on: the same  *
049400*                        penalty and payout rows are re-emitted  *
049500*                        from the stamped amounts and the row is *
049600*                        left as it stands.  A pay-out whose     *
049610*                        cheque never reached DISBMAST has it    *
049620*                        written now under the stamped number    *
049700*----------------------------------------------------------------*
049800 2300-REPLAY-DEPOSIT.
049900     ADD 1 TO WS-RERUN-COUNT
050000
050100     IF TD-RUN-PENALTY GREATER THAN ZERO
050200         MOVE 'F'              TO TH-TXN-TYPE
050300         MOVE TD-RUN-PENALTY   TO TH-AMOUNT
050400         MOVE 'TERM DEPOSIT EARLY WITHDRAWAL PENALTY'
050500                               TO TH-DESCRIPTION
050600         PERFORM 2700-WRITE-TDM-TXN THRU 2700-EXIT
050700         IF RETURN-CODE NOT = ZERO
050800             GO TO 2300-EXIT
050900         END-IF
051000         ADD 1 TO WS-PENALTY-COUNT
051100         ADD TD-RUN-PENALTY TO WS-PENALTY-TOTAL
051200         MOVE 'PENALTY (RERUN)'  TO WD-ACTION
051300         MOVE TD-RUN-PENALTY     TO WD-AMOUNT
051400         MOVE TH-TXN-ID          TO WD-TXN-ID
051500         PERFORM 2900-REPORT-DEPOSIT THRU 2900-EXIT
051600     END-IF
051700
051800     EVALUATE TD-RUN-ACTION
051900         WHEN 'L'
052000             MOVE 'T'               TO TH-TXN-TYPE
052100             MOVE TD-RUN-PAYOUT     TO TH-AMOUNT
052200             MOVE 'TERM DEPOSIT MATURITY - TO LINKED ACCOUNT'
052300                                    TO TH-DESCRIPTION
052400             PERFORM 2700-WRITE-TDM-TXN THRU 2700-EXIT
052410             IF RETURN-CODE NOT = ZERO
052420                 GO TO 2300-EXIT
052430             END-IF
052500             ADD 1 TO WS-LINKED-COUNT
052600             ADD TD-RUN-PAYOUT TO WS-PAID-TOTAL
052700             MOVE 'PAID LINKED (RERUN)' TO WD-ACTION
052800             MOVE TD-RUN-PAYOUT     TO WD-AMOUNT
052900             MOVE TH-TXN-ID         TO WD-TXN-ID
053000             PERFORM 2900-REPORT-DEPOSIT THRU 2900-EXIT
053100         WHEN 'P'
053200             MOVE 'D'               TO TH-TXN-TYPE
053300             MOVE TD-RUN-PAYOUT     TO TH-AMOUNT
053400             MOVE 'TERM DEPOSIT MATURITY PAYOUT'
053500                                    TO TH-DESCRIPTION
053600             PERFORM 2700-WRITE-TDM-TXN THRU 2700-EXIT
053610             IF RETURN-CODE NOT = ZERO
053620                 GO TO 2300-EXIT
053630             END-IF
053640             PERFORM 2580-REPLAY-CHEQUE THRU 2580-EXIT
053650             IF RETURN-CODE NOT = ZERO
053660                 GO TO 2300-EXIT
053670             END-IF
053700             ADD 1 TO WS-PAYOUT-COUNT
053800             ADD TD-RUN-PAYOUT TO WS-PAID-TOTAL
053900             MOVE 'PAID OUT (RERUN)' TO WD-ACTION
054000             MOVE TD-RUN-PAYOUT     TO WD-AMOUNT
054100             MOVE TH-TXN-ID         TO WD-TXN-ID
054200             PERFORM 2900-REPORT-DEPOSIT THRU 2900-EXIT
054300         WHEN 'R'
054400             ADD 1 TO WS-ROLLED-COUNT
054500             MOVE 'ROLLED (RERUN)'  TO WD-ACTION
054600             MOVE TD-PRINCIPAL      TO WD-AMOUNT
054700             MOVE SPACES            TO WD-TXN-ID
054800             PERFORM 2900-REPORT-DEPOSIT THRU 2900-EXIT
054900         WHEN OTHER
055000             CONTINUE
055100     END-EVALUATE.
055200 2300-EXIT.
055300     EXIT.
055400
055500*----------------------------------------------------------------*
055600* 2400-EMIT-PENALTY -- the early-withdrawal penalty the posting  *
055700*                      run charged to the deposit goes out as an *
055800*                      ordinary fee posting and the charge is    *
055900*                      cleared                                   *
056000*----------------------------------------------------------------*
056100 2400-EMIT-PENALTY.
056200     MOVE 'F'              TO TH-TXN-TYPE
056300     MOVE TD-PENALTY-DUE   TO TH-AMOUNT
056400     MOVE 'TERM DEPOSIT EARLY WITHDRAWAL PENALTY'
056500                           TO TH-DESCRIPTION
056600     PERFORM 2700-WRITE-TDM-TXN THRU 2700-EXIT
056700     IF RETURN-CODE NOT = ZERO
056800         GO TO 2400-EXIT
056900     END-IF
057000
057100     MOVE TD-PENALTY-DUE TO TD-RUN-PENALTY
057200     MOVE ZERO           TO TD-PENALTY-DUE
057300     ADD 1 TO WS-PENALTY-COUNT
057400     ADD TD-RUN-PENALTY TO WS-PENALTY-TOTAL
057500
057600     MOVE 'PENALTY CHARGED'  TO WD-ACTION
057700     MOVE TD-RUN-PENALTY     TO WD-AMOUNT
057800     MOVE TH-TXN-ID          TO WD-TXN-ID
057900     PERFORM 2900-REPORT-DEPOSIT THRU 2900-EXIT.
058000 2400-EXIT.
058100     EXIT.
058200
058300*----------------------------------------------------------------*
058400* 2500-MATURE-DEPOSIT -- what is paid away is the balance less   *
058500*                        any penalty emitted ahead of it         *
058600*                        tonight, so the two postings together   *
058700*                        never overdraw the account.  A deposit  *
058800*                        with nothing left to pay simply         *
058900*                        matures.  A pay-out is held, still      *
058910*                        active, when there is no cheque series  *
058920*                        to number its cheque from               *
059000*----------------------------------------------------------------*
059100 2500-MATURE-DEPOSIT.
059200     COMPUTE WS-PAYOUT-AMOUNT = CMR-BALANCE - TD-RUN-PENALTY
059300
059400     EVALUATE TRUE
059500         WHEN TD-ROLLOVER
059600             PERFORM 2600-ROLL-OVER THRU 2600-EXIT
059700             GO TO 2500-EXIT
059800         WHEN TD-PAY-LINKED
059900             IF TD-LINKED-ACCT-ID = SPACES
060000                 PERFORM 2550-REJECT-INSTRUCTION THRU 2550-EXIT
060100                 GO TO 2500-EXIT
060200             END-IF
060300         WHEN TD-PAY-OUT
060400             IF WS-PAYOUT-AMOUNT GREATER THAN ZERO
060410                 PERFORM 2560-CHECK-CHEQUE-SERIES THRU 2560-EXIT
060420                 IF NOT IDCTL-OK
060430                     GO TO 2500-EXIT
060440                 END-IF
060450             END-IF
060500         WHEN OTHER
060600             PERFORM 2550-REJECT-INSTRUCTION THRU 2550-EXIT
060700             GO TO 2500-EXIT
060800     END-EVALUATE
060900
061000     ADD 1 TO WS-MATURED-COUNT
061100     MOVE 'M' TO TD-STATUS
061200
061300     IF WS-PAYOUT-AMOUNT NOT GREATER THAN ZERO
061400         MOVE 'M' TO TD-RUN-ACTION
061500         ADD 1 TO WS-EMPTY-COUNT
061600         MOVE 'MATURED - NIL BALANCE' TO WD-ACTION
061700         MOVE ZERO                    TO WD-AMOUNT
061800         MOVE SPACES                  TO WD-TXN-ID
061900         PERFORM 2900-REPORT-DEPOSIT THRU 2900-EXIT
062000         GO TO 2500-EXIT
062100     END-IF
062200
062300     MOVE WS-PAYOUT-AMOUNT TO TH-AMOUNT
062400     IF TD-PAY-LINKED
062500         MOVE 'T' TO TH-TXN-TYPE
062600         MOVE 'TERM DEPOSIT MATURITY - TO LINKED ACCOUNT'
062700                  TO TH-DESCRIPTION
062800     ELSE
062900         MOVE 'D' TO TH-TXN-TYPE
063000         MOVE 'TERM DEPOSIT MATURITY PAYOUT'
063100                  TO TH-DESCRIPTION
063200     END-IF
063300     PERFORM 2700-WRITE-TDM-TXN THRU 2700-EXIT
063400     IF RETURN-CODE NOT = ZERO
063500         GO TO 2500-EXIT
063600     END-IF
063610     IF TD-PAY-OUT
063620         MOVE TH-TXN-ID TO WS-PAYOUT-TXN-ID
063630         PERFORM 2570-TAKE-CHEQUE-NUMBER THRU 2570-EXIT
063640         IF RETURN-CODE NOT = ZERO
063650             GO TO 2500-EXIT
063660         END-IF
063670     END-IF
063700
063800     MOVE TD-INSTRUCTION   TO TD-RUN-ACTION
063900     MOVE WS-PAYOUT-AMOUNT TO TD-RUN-PAYOUT
064000     ADD WS-PAYOUT-AMOUNT  TO WS-PAID-TOTAL
064100     IF TD-PAY-LINKED
064200         ADD 1 TO WS-LINKED-COUNT
064300         MOVE 'PAID TO LINKED ACCT' TO WD-ACTION
064400     ELSE
064500         ADD 1 TO WS-PAYOUT-COUNT
064600         MOVE 'PAID OUT'            TO WD-ACTION
064700     END-IF
064800     MOVE WS-PAYOUT-AMOUNT TO WD-AMOUNT
064900     MOVE TH-TXN-ID        TO WD-TXN-ID
065000     PERFORM 2900-REPORT-DEPOSIT THRU 2900-EXIT.
065100 2500-EXIT.
065200     EXIT.
065300
065400*----------------------------------------------------------------*
065500* 2550-REJECT-INSTRUCTION -- an unknown instruction, or a        *
065600*                            pay-to-linked with no linked        *
065700*                            account, leaves the deposit active  *
065800*                            and listed for operations to        *
065900*                            correct with CMTDPM01               *
066000*----------------------------------------------------------------*
066100 2550-REJECT-INSTRUCTION.
066200     DISPLAY 'CMTDMR01 - DEPOSIT ' TD-ACCT-ID
066300         ' HAS NO USABLE MATURITY INSTRUCTION, NOT MATURED'
066400     ADD 1 TO WS-BAD-INSTR-COUNT
066500     MOVE 'BAD INSTRUCTION'  TO WD-ACTION
066600     MOVE ZERO               TO WD-AMOUNT
066700     MOVE SPACES             TO WD-TXN-ID
066800     PERFORM 2900-REPORT-DEPOSIT THRU 2900-EXIT.
066900 2550-EXIT.
067000     EXIT.
067100
067101*----------------------------------------------------------------*
067102* 2560-CHECK-CHEQUE-SERIES -- the IDCTL 'CHEQUE' series the      *
067103*                             pay-out's cheque will be numbered  *
067104*                             from must be there before anything *
067105*                             is emitted; without it the deposit *
067106*                             is held, still active, and listed  *
067107*----------------------------------------------------------------*
067108 2560-CHECK-CHEQUE-SERIES.
067109     MOVE 'CHEQUE' TO IDC-ID-TYPE
067110     READ IDCTL-FILE
067111         INVALID KEY
067112             CONTINUE
067113     END-READ
067114     IF NOT IDCTL-OK
067115         DISPLAY 'CMTDMR01 - NO IDCTL CHEQUE SERIES, STATUS='
067116             IDCTL-STATUS ' - DEPOSIT ' TD-ACCT-ID ' NOT MATURED'
067117         ADD 1 TO WS-NO-SERIES-COUNT
067118         MOVE 'HELD - NO CHEQUES'  TO WD-ACTION
067119         MOVE ZERO                 TO WD-AMOUNT
067120         MOVE SPACES               TO WD-TXN-ID
067121         PERFORM 2900-REPORT-DEPOSIT THRU 2900-EXIT
067122     END-IF.
067123 2560-EXIT.
067124     EXIT.
067125
067126*----------------------------------------------------------------*
067127* 2570-TAKE-CHEQUE-NUMBER -- the next 'CHEQUE' number, taken    *
067128*                            once the payout is in TDMTRN, kept  *
067129*                            on the deposit.  A failed IDCTL     *
067130*                            rewrite stops the run before the    *
067131*                            deposit is stamped, so the rerun    *
067132*                            matures it afresh                   *
067133*----------------------------------------------------------------*
067134 2570-TAKE-CHEQUE-NUMBER.
067135     MOVE 'CHEQUE' TO IDC-ID-TYPE
067136     READ IDCTL-FILE
067137         INVALID KEY
067138             CONTINUE
067139     END-READ
067140     IF IDCTL-OK
067141         ADD 1 TO IDC-NEXT-NUMBER
067142         REWRITE ID-CONTROL-RECORD
067143             INVALID KEY
067144                 CONTINUE
067145         END-REWRITE
067146     END-IF
067147     IF NOT IDCTL-OK
067148         DISPLAY 'CMTDMR01 - IDCTL CHEQUE NUMBER FAILED FOR '
067149             TD-ACCT-ID ' STATUS=' IDCTL-STATUS
067150         DISPLAY 'CMTDMR01 - RUN STOPPED, RERUN REQUIRED'
067151         MOVE 16  TO RETURN-CODE
067152         MOVE 'Y' TO WS-EOF-SWITCH
067153         GO TO 2570-EXIT
067154     END-IF
067155     COMPUTE TD-RUN-DISB-NO = IDC-NEXT-NUMBER - 1.
067156 2570-EXIT.
067157     EXIT.
067158
067159*----------------------------------------------------------------*
067160* 2580-REPLAY-CHEQUE -- a replayed pay-out's cheque is left      *
067161*                       alone when it is already on DISBMAST;    *
067162*                       when the run that stamped the deposit    *
067163*                       stopped before writing it, it is written *
067164*                       now against tonight's replayed debit     *
067165*----------------------------------------------------------------*
067166 2580-REPLAY-CHEQUE.
067167     IF TD-RUN-DISB-NO NOT NUMERIC OR TD-RUN-DISB-NO = ZERO
067168         GO TO 2580-EXIT
067169     END-IF
067170
067171     MOVE 'K'            TO DBM-DISB-TYPE
067172     MOVE TD-RUN-DISB-NO TO DBM-DISB-NO
067173     READ DISBMAST-FILE
067174         INVALID KEY
067175             CONTINUE
067176     END-READ
067177     IF DISBMAST-OK
067178         GO TO 2580-EXIT
067179     END-IF
067180
067181     MOVE TH-TXN-ID  TO WS-PAYOUT-TXN-ID
067182     MOVE TD-ACCT-ID TO CMR-CUST-ID
067183     READ CUSTMAST-FILE
067184         INVALID KEY
067185             MOVE SPACES TO CMR-LAST-NAME CMR-FIRST-NAME
067186                 CMR-STREET CMR-CITY CMR-STATE CMR-ZIP
067187     END-READ
067188     PERFORM 2660-WRITE-CHEQUE THRU 2660-EXIT.
067189 2580-EXIT.
067190     EXIT.
067191
067200*----------------------------------------------------------------*
067300* 2600-ROLL-OVER -- a new term at the same locked rate starts    *
067400*                   at the old maturity date, with the balance   *
067500*                   (less any penalty emitted tonight) as the    *
067600*                   new principal.  A deposit whose maturity     *
067700*                   was missed for more than a whole term        *
067800*                   advances until its maturity is past the      *
067900*                   business date.                               *
068000*----------------------------------------------------------------*
068100 2600-ROLL-OVER.
068200     IF TD-TERM-MONTHS = ZERO
068300         PERFORM 2550-REJECT-INSTRUCTION THRU 2550-EXIT
068400         GO TO 2600-EXIT
068500     END-IF
068600
068700     MOVE TD-MATURITY-DATE TO WS-OLD-MATURITY
068800     MOVE TD-MATURITY-DATE TO WS-WORK-DATE
068900     PERFORM 2800-ADD-ONE-TERM THRU 2800-EXIT
069000         UNTIL WS-WORK-DATE GREATER THAN WS-RUN-DATE
069100
069200     MOVE WS-OLD-MATURITY  TO TD-START-DATE
069300     MOVE WS-WORK-DATE     TO TD-MATURITY-DATE
069400     IF WS-PAYOUT-AMOUNT GREATER THAN ZERO
069500         MOVE WS-PAYOUT-AMOUNT TO TD-PRINCIPAL
069600     ELSE
069700         MOVE ZERO             TO TD-PRINCIPAL
069800     END-IF
069900     ADD 1 TO TD-ROLLOVER-COUNT
070000     MOVE 'R' TO TD-RUN-ACTION
070100
070200     ADD 1 TO WS-ROLLED-COUNT
070300     MOVE 'ROLLED OVER'  TO WD-ACTION
070400     MOVE TD-PRINCIPAL   TO WD-AMOUNT
070500     MOVE SPACES         TO WD-TXN-ID
070600     PERFORM 2900-REPORT-DEPOSIT THRU 2900-EXIT.
070700 2600-EXIT.
070800     EXIT.
070900
070901*----------------------------------------------------------------*
070902* 2660-WRITE-CHEQUE -- the official cheque for a pay-out, under  *
070903*                      the number stamped on the deposit, for    *
070904*                      CMDISB01 to send to the bank and CMCHQR01 *
070905*                      to reconcile.  The payee is the owning    *
070906*                      CUSTBASE customer found through ACCTXREF, *
070907*                      or the CUSTMAST name and address for an   *
070908*                      account with no owner, as for a closure.  *
070909*                      A failed write stops the run; the rerun   *
070910*                      replays the deposit and writes it then    *
070911*----------------------------------------------------------------*
070912 2660-WRITE-CHEQUE.
070913     MOVE SPACES             TO DISBURSEMENT-RECORD
070914     MOVE 'K'                TO DBM-DISB-TYPE
070915     MOVE TD-RUN-DISB-NO     TO DBM-DISB-NO
070916     MOVE TD-ACCT-ID         TO DBM-ACCT-ID
070917     MOVE WS-PAYOUT-TXN-ID   TO DBM-CLOSE-TXN-ID
070918     MOVE TD-RUN-PAYOUT      TO DBM-AMOUNT
070919     MOVE CMR-STATE          TO DBM-REMIT-STATE
070920     MOVE WS-RUN-DATE        TO DBM-ISSUE-DATE
070921     MOVE 'I'                TO DBM-STATUS
070922     MOVE WS-RUN-DATE        TO DBM-STATUS-DATE
070923     MOVE ZERO               TO DBM-SENT-DATE
070924     MOVE ZERO               TO DBM-VOID-SENT-DATE
070925     MOVE ZERO               TO DBM-PAID-DATE
070926     MOVE ZERO               TO DBM-PAID-AMOUNT
070927
070928     MOVE CMR-LAST-NAME      TO DBM-PAYEE-LAST-NAME
070929     MOVE CMR-FIRST-NAME     TO DBM-PAYEE-FIRST-NAME
070930     MOVE CMR-STREET         TO DBM-PAYEE-STREET
070931     MOVE CMR-CITY           TO DBM-PAYEE-CITY
070932     MOVE CMR-STATE          TO DBM-PAYEE-STATE
070933     MOVE CMR-ZIP            TO DBM-PAYEE-ZIP
070934
070935     MOVE TD-ACCT-ID TO AXR-ACCT-ID
070936     READ ACCTXREF-FILE KEY IS AXR-ACCT-ID
070937         INVALID KEY
070938             CONTINUE
070939     END-READ
070940     IF ACCTXREF-OK
070941         MOVE AXR-OWNER-ID TO CBR-CUST-NO
070942         READ CUSTBASE-FILE
070943             INVALID KEY
070944                 CONTINUE
070945         END-READ
070946         IF CUSTBASE-OK
070947             MOVE CBR-CUST-NO    TO DBM-CUST-NO
070948             MOVE CBR-LAST-NAME  TO DBM-PAYEE-LAST-NAME
070949             MOVE CBR-FIRST-NAME TO DBM-PAYEE-FIRST-NAME
070950             MOVE CBR-STREET     TO DBM-PAYEE-STREET
070951             MOVE CBR-CITY       TO DBM-PAYEE-CITY
070952             MOVE CBR-STATE      TO DBM-PAYEE-STATE
070953             MOVE CBR-ZIP        TO DBM-PAYEE-ZIP
070954         END-IF
070955     END-IF
070956
070957     WRITE DISBURSEMENT-RECORD
070958         INVALID KEY
070959             CONTINUE
070960     END-WRITE
070961     IF NOT DISBMAST-OK
070962         DISPLAY 'CMTDMR01 - DISBMAST WRITE FAILED FOR '
070963             DBM-KEY ' DEPOSIT ' TD-ACCT-ID
070964             ' STATUS=' DISBMAST-STATUS
070965         DISPLAY 'CMTDMR01 - RUN STOPPED, RERUN REQUIRED'
070966         MOVE 16  TO RETURN-CODE
070967         MOVE 'Y' TO WS-EOF-SWITCH
070968         GO TO 2660-EXIT
070969     END-IF
070970     ADD 1 TO WS-CHEQUE-COUNT.
070971 2660-EXIT.
070972     EXIT.
070973
071000*----------------------------------------------------------------*
071100* 2700-WRITE-TDM-TXN -- build and write one TRANSACTION-HISTORY  *
071200*                       record; TH-TXN-TYPE, TH-AMOUNT, and      *
071300*                       TH-DESCRIPTION are set by the caller.  A *
071400*                       transfer carries the linked account in   *
071500*                       TH-ACCOUNT-REF, overlaying the date      *
071600*                       fields the way the batch feed does.      *
071700*----------------------------------------------------------------*
071800 2700-WRITE-TDM-TXN.
071900     ADD 1 TO WS-TXN-SEQUENCE
072000         ON SIZE ERROR
072100             DISPLAY 'CMTDMR01 - DEPOSIT TXN SEQUENCE EXHAUSTED,'
072200                 ' RUN STOPPED'
072300             MOVE 16  TO RETURN-CODE
072400             MOVE 'Y' TO WS-EOF-SWITCH
072500             GO TO 2700-EXIT
072600     END-ADD
072700     MOVE WS-TXN-SEQUENCE TO WS-TTX-SEQ
072800     MOVE WS-TDM-TXN-ID   TO TH-TXN-ID
072900     MOVE TD-ACCT-ID      TO TH-CUST-ID
073000
073100     IF TH-TYPE-TRANSFER
073200         MOVE TD-LINKED-ACCT-ID TO TH-ACCOUNT-REF
073300     ELSE
073400         MOVE WS-RUN-DATE TO TH-TXN-DATE
073500         MOVE WS-RUN-DATE TO TH-POST-DATE
073600     END-IF
073700
073800     PERFORM 2750-CLEAR-ONE-ITEM THRU 2750-EXIT
073900         VARYING WS-ITEM-SUB FROM 1 BY 1
074000         UNTIL WS-ITEM-SUB > 3
074100
074200     WRITE TRANSACTION-HISTORY
074210     IF NOT TDMTRN-OK
074220         DISPLAY 'CMTDMR01 - TDMTRN WRITE FAILED, STATUS='
074230             TDMTRN-STATUS ' - RUN STOPPED'
074240         MOVE 16  TO RETURN-CODE
074250         MOVE 'Y' TO WS-EOF-SWITCH
074260         GO TO 2700-EXIT
074270     END-IF
074300     ADD 1 TO WS-WRITTEN-COUNT.
074400 2700-EXIT.
074500     EXIT.
074600
074700*----------------------------------------------------------------*
074800* 2750-CLEAR-ONE-ITEM                                            *
074900*----------------------------------------------------------------*
075000 2750-CLEAR-ONE-ITEM.
075100     MOVE ZERO TO TH-ITEM-SEQ (WS-ITEM-SUB)
075200     MOVE ZERO TO TH-ITEM-AMT (WS-ITEM-SUB).
075300 2750-EXIT.
075400     EXIT.
075500
075600*----------------------------------------------------------------*
075700* 2800-ADD-ONE-TERM -- TD-TERM-MONTHS forward from WS-WORK-DATE. *
075800*                      A maturity day past a shorter month's end *
075900*                      is clamped to that month's last day, the  *
076000*                      same rule CMSTOG01 applies to a monthly   *
076100*                      standing order.                           *
076200*----------------------------------------------------------------*
076300 2800-ADD-ONE-TERM.
076400     COMPUTE WS-MONTH-WORK = WS-WORK-MM - 1 + TD-TERM-MONTHS
076500     DIVIDE WS-MONTH-WORK BY 12 GIVING WS-YEARS-ADDED
076600         REMAINDER WS-MONTH-REM
076700     ADD WS-YEARS-ADDED TO WS-WORK-YYYY
076800     COMPUTE WS-WORK-MM = WS-MONTH-REM + 1
076900     PERFORM 2860-SET-MAX-DAY THRU 2860-EXIT
077000     IF WS-WORK-DD GREATER THAN WS-MAX-DAY-THIS-MONTH
077100         MOVE WS-MAX-DAY-THIS-MONTH TO WS-WORK-DD
077200     END-IF.
077300 2800-EXIT.
077400     EXIT.
077500
077600*----------------------------------------------------------------*
077700* 2850-CARRY-ONE-MONTH -- WS-WORK-DAY runs past the end of       *
077800*                         WS-WORK-MM: take that month's days off *
077900*                         and step into the next                 *
078000*----------------------------------------------------------------*
078100 2850-CARRY-ONE-MONTH.
078200     PERFORM 2860-SET-MAX-DAY THRU 2860-EXIT
078300     IF WS-WORK-DAY GREATER THAN WS-MAX-DAY-THIS-MONTH
078400         SUBTRACT WS-MAX-DAY-THIS-MONTH FROM WS-WORK-DAY
078500         ADD 1 TO WS-WORK-MM
078600         IF WS-WORK-MM GREATER THAN 12
078700             MOVE 1 TO WS-WORK-MM
078800             ADD 1 TO WS-WORK-YYYY
078900         END-IF
079000         PERFORM 2860-SET-MAX-DAY THRU 2860-EXIT
079100     END-IF.
079200 2850-EXIT.
079300     EXIT.
079400
079500*----------------------------------------------------------------*
079600* 2860-SET-MAX-DAY -- days in WS-WORK-MM, February adjusted for  *
079700*                     leap years with the 4/100/400 rule         *
079800*----------------------------------------------------------------*
079900 2860-SET-MAX-DAY.
080000     MOVE WS-DAYS-IN-MONTH (WS-WORK-MM) TO WS-MAX-DAY-THIS-MONTH
080100
080200     IF WS-WORK-MM = 2
080300         DIVIDE WS-WORK-YYYY BY 4   GIVING WS-LEAP-QUOTIENT
080400             REMAINDER WS-LEAP-REM-4
080500         DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
080600             REMAINDER WS-LEAP-REM-100
080700         DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
080800             REMAINDER WS-LEAP-REM-400
080900         IF WS-LEAP-REM-4 = ZERO
081000             AND (WS-LEAP-REM-100 NOT = ZERO
081100                 OR WS-LEAP-REM-400 = ZERO)
081200             MOVE 29 TO WS-MAX-DAY-THIS-MONTH
081300         END-IF
081400     END-IF.
081500 2860-EXIT.
081600     EXIT.
081700
081800*----------------------------------------------------------------*
081900* 2900-REPORT-DEPOSIT -- WD-ACTION, WD-AMOUNT and WD-TXN-ID are  *
082000*                        set by the caller                       *
082100*----------------------------------------------------------------*
082200 2900-REPORT-DEPOSIT.
082300     MOVE TD-ACCT-ID        TO WD-ACCT-ID
082400     MOVE TD-MATURITY-DATE  TO WD-MATURITY
082500     MOVE TD-TERM-MONTHS    TO WD-TERM
082600     MOVE TD-LOCKED-RATE    TO WD-RATE
082700     MOVE TD-INSTRUCTION    TO WD-INSTRUCTION
082800     MOVE TD-LINKED-ACCT-ID TO WD-LINKED-ACCT
082900     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
083000 2900-EXIT.
083100     EXIT.
083200
083300*----------------------------------------------------------------*
083400* 4000-LIST-NOTICES -- second pass: every active deposit         *
083500*                      maturing after the business date and not  *
083600*                      after the horizon is listed, and the      *
083700*                      first night a term comes inside the       *
083800*                      window it is sent a 'TM' notice           *
083900*----------------------------------------------------------------*
084000 4000-LIST-NOTICES.
084100     WRITE TDMRPT-RECORD FROM WS-BLANK-LINE
084200     MOVE 'MATURITY NOTICES - DEPOSITS MATURING BY'
084300                                    TO WS-SECTION-TEXT
084400     MOVE WS-HORIZON-DATE           TO WS-SECTION-DATE
084500     WRITE TDMRPT-RECORD FROM WS-SECTION-LINE
084600     ADD 2 TO WS-LINES-ON-PAGE
084700
084800     MOVE 'N' TO WS-EOF-SWITCH
084900     MOVE LOW-VALUES TO TD-ACCT-ID
085000     START TERMDEP-FILE KEY IS NOT LESS THAN TD-ACCT-ID
085100         INVALID KEY
085200             MOVE 'Y' TO WS-EOF-SWITCH
085300     END-START
085400     IF NOT WS-END-OF-DEPOSITS
085500         PERFORM 2100-READ-TERMDEP THRU 2100-EXIT
085600     END-IF
085700
085800     PERFORM 4200-LIST-ONE-NOTICE THRU 4200-EXIT
085900         UNTIL WS-END-OF-DEPOSITS
086000
086100     IF WS-WINDOW-COUNT = ZERO
086200         WRITE TDMRPT-RECORD FROM WS-NO-ROWS-LINE
086300         ADD 1 TO WS-LINES-ON-PAGE
086400     END-IF
086500
086600     PERFORM 4500-WRITE-SUMMARY THRU 4500-EXIT.
086700 4000-EXIT.
086800     EXIT.
086900
087000*----------------------------------------------------------------*
087100* 4100-WRITE-PAGE-HEADINGS                                       *
087200*----------------------------------------------------------------*
087300 4100-WRITE-PAGE-HEADINGS.
087400     ADD 1 TO WS-PAGE-NUMBER
087500     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
087600     MOVE WS-RUN-DATE    TO WS-H1-BUS-DATE
087700     WRITE TDMRPT-RECORD FROM WS-HEADING-1
087800     WRITE TDMRPT-RECORD FROM WS-HEADING-2
087900     WRITE TDMRPT-RECORD FROM WS-BLANK-LINE
088000     MOVE 3 TO WS-LINES-ON-PAGE.
088100 4100-EXIT.
088200     EXIT.
088300
088400*----------------------------------------------------------------*
088500* 4200-LIST-ONE-NOTICE -- the amount listed is the account's     *
088600*                         current balance, what will mature      *
088700*                         before any further accrual             *
088800*----------------------------------------------------------------*
088900 4200-LIST-ONE-NOTICE.
089000     IF NOT TD-ACTIVE
089100             OR TD-MATURITY-DATE NOT GREATER THAN WS-RUN-DATE
089200             OR TD-MATURITY-DATE GREATER THAN WS-HORIZON-DATE
089300         GO TO 4200-NEXT
089400     END-IF
089500
089600     ADD 1 TO WS-WINDOW-COUNT
089700     MOVE TD-ACCT-ID TO CMR-CUST-ID
089800     READ CUSTMAST-FILE
089900         INVALID KEY
090000             MOVE TD-PRINCIPAL TO CMR-BALANCE
090100     END-READ
090200
090300     IF TD-NOTICE-DATE = TD-MATURITY-DATE
090400         MOVE 'NOTICE ALREADY SENT' TO WD-ACTION
090500     ELSE
090600         PERFORM 4300-QUEUE-MATURITY-NOTICE THRU 4300-EXIT
090610         IF RETURN-CODE NOT = ZERO
090620             GO TO 4200-EXIT
090630         END-IF
090700     END-IF
090800     MOVE CMR-BALANCE TO WD-AMOUNT
090900     MOVE SPACES      TO WD-TXN-ID
091000     PERFORM 2900-REPORT-DEPOSIT THRU 2900-EXIT.
091100 4200-NEXT.
091200     PERFORM 2100-READ-TERMDEP THRU 2100-EXIT.
091300 4200-EXIT.
091400     EXIT.
091500
091600*----------------------------------------------------------------*
091700* 4300-QUEUE-MATURITY-NOTICE -- one 'TM' event per term, keyed   *
091800*                               by the account so a rerun lands  *
091900*                               a duplicate that is ignored; the *
092000*                               deposit is stamped with the      *
092100*                               maturity date the notice was     *
092200*                               sent for                         *
092300*----------------------------------------------------------------*
092400 4300-QUEUE-MATURITY-NOTICE.
092500     IF NOT WS-CORRQ-AVAILABLE
092600         MOVE 'NOTICE NOT QUEUED' TO WD-ACTION
092700         GO TO 4300-EXIT
092800     END-IF
092900
093000     MOVE SPACES                TO CORRESPONDENCE-QUEUE-RECORD
093100     MOVE WS-RUN-DATE           TO CRQ-EVENT-DATE
093200     MOVE 'CMTDMR01'            TO CRQ-ORIGIN
093300     MOVE TD-ACCT-ID            TO CRQ-EVENT-REF
093400     MOVE TD-ACCT-ID            TO CRQ-ACCT-ID
093500     MOVE 'TM'                  TO CRQ-LETTER-TYPE
093600     MOVE CMR-BALANCE           TO CRQ-AMOUNT
093700     MOVE TD-MATURITY-DATE      TO CRQ-REF-DATE
093800     EVALUATE TRUE
093900         WHEN TD-ROLLOVER
094000             MOVE 'AT MATURITY: ROLL OVER FOR SAME TERM'
094100                                TO CRQ-DETAIL-TEXT
094200         WHEN TD-PAY-LINKED
094300             STRING 'AT MATURITY: PAY TO ACCOUNT '
094400                     DELIMITED BY SIZE
094500                 TD-LINKED-ACCT-ID DELIMITED BY SIZE
094600                 INTO CRQ-DETAIL-TEXT
094700         WHEN OTHER
094800             MOVE 'AT MATURITY: PAY OUT'
094900                                TO CRQ-DETAIL-TEXT
095000     END-EVALUATE
095100     MOVE 'P'                   TO CRQ-STATUS
095200     MOVE ZERO                  TO CRQ-MAILED-DATE
095300     WRITE CORRESPONDENCE-QUEUE-RECORD
095400         INVALID KEY
095500             IF NOT CORRQ-DUPKEY
095600                 DISPLAY 'CMTDMR01 - CORRQ WRITE FAILED FOR '
095700                     TD-ACCT-ID ' STATUS=' CORRQ-STATUS
095800             END-IF
095900     END-WRITE
096000
096100     IF CORRQ-OK OR CORRQ-DUPKEY
096200         MOVE TD-MATURITY-DATE TO TD-NOTICE-DATE
096300         REWRITE TERM-DEPOSIT-RECORD
096400             INVALID KEY
096500                 DISPLAY 'CMTDMR01 - REWRITE FAILED FOR DEPOSIT '
096600                     TD-ACCT-ID ' STATUS=' TERMDEP-STATUS
096610                 DISPLAY 'CMTDMR01 - RUN STOPPED, RERUN REQUIRED'
096620                 MOVE 16  TO RETURN-CODE
096630                 MOVE 'Y' TO WS-EOF-SWITCH
096640                 GO TO 4300-EXIT
096700         END-REWRITE
096800         ADD 1 TO WS-NOTICE-COUNT
096900         MOVE 'NOTICE QUEUED'     TO WD-ACTION
097000     ELSE
097100         MOVE 'NOTICE NOT QUEUED' TO WD-ACTION
097200     END-IF.
097300 4300-EXIT.
097400     EXIT.
097500
097600*----------------------------------------------------------------*
097700* 4500-WRITE-SUMMARY                                             *
097800*----------------------------------------------------------------*
097900 4500-WRITE-SUMMARY.
098000     IF WS-LINES-ON-PAGE > 40
098100         PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
098200     END-IF
098300     WRITE TDMRPT-RECORD FROM WS-BLANK-LINE
098400     MOVE 'DEPOSITS SCANNED'               TO WM-LABEL
098500     MOVE WS-SCANNED-COUNT                 TO WM-COUNT
098600     WRITE TDMRPT-RECORD FROM WS-TOTAL-LINE
098700     MOVE 'PENALTIES CHARGED'              TO WM-LABEL
098800     MOVE WS-PENALTY-COUNT                 TO WM-COUNT
098900     WRITE TDMRPT-RECORD FROM WS-TOTAL-LINE
099000     MOVE 'DEPOSITS ROLLED OVER'           TO WM-LABEL
099100     MOVE WS-ROLLED-COUNT                  TO WM-COUNT
099200     WRITE TDMRPT-RECORD FROM WS-TOTAL-LINE
099300     MOVE 'DEPOSITS PAID TO LINKED ACCOUNT' TO WM-LABEL
099400     MOVE WS-LINKED-COUNT                  TO WM-COUNT
099500     WRITE TDMRPT-RECORD FROM WS-TOTAL-LINE
099600     MOVE 'DEPOSITS PAID OUT'              TO WM-LABEL
099700     MOVE WS-PAYOUT-COUNT                  TO WM-COUNT
099800     WRITE TDMRPT-RECORD FROM WS-TOTAL-LINE
099810     MOVE 'OFFICIAL CHEQUES ISSUED'        TO WM-LABEL
099820     MOVE WS-CHEQUE-COUNT                  TO WM-COUNT
099830     WRITE TDMRPT-RECORD FROM WS-TOTAL-LINE
099900     MOVE 'MATURED WITH NIL BALANCE'       TO WM-LABEL
100000     MOVE WS-EMPTY-COUNT                   TO WM-COUNT
100100     WRITE TDMRPT-RECORD FROM WS-TOTAL-LINE
100200     MOVE 'HELD - ACCOUNT BLOCKED'         TO WM-LABEL
100300     MOVE WS-BLOCKED-COUNT                 TO WM-COUNT
100400     WRITE TDMRPT-RECORD FROM WS-TOTAL-LINE
100500     MOVE 'HELD - BAD INSTRUCTION'         TO WM-LABEL
100600     MOVE WS-BAD-INSTR-COUNT               TO WM-COUNT
100700     WRITE TDMRPT-RECORD FROM WS-TOTAL-LINE
100710     MOVE 'HELD - NO CHEQUE SERIES'        TO WM-LABEL
100720     MOVE WS-NO-SERIES-COUNT               TO WM-COUNT
100730     WRITE TDMRPT-RECORD FROM WS-TOTAL-LINE
100800     MOVE 'REPLAYED FOR A RERUN'           TO WM-LABEL
100900     MOVE WS-RERUN-COUNT                   TO WM-COUNT
101000     WRITE TDMRPT-RECORD FROM WS-TOTAL-LINE
101100     MOVE 'DEPOSITS IN NOTICE WINDOW'      TO WM-LABEL
101200     MOVE WS-WINDOW-COUNT                  TO WM-COUNT
101300     WRITE TDMRPT-RECORD FROM WS-TOTAL-LINE
101400     MOVE 'MATURITY NOTICES QUEUED'        TO WM-LABEL
101500     MOVE WS-NOTICE-COUNT                  TO WM-COUNT
101600     WRITE TDMRPT-RECORD FROM WS-TOTAL-LINE
101700     MOVE 'PENALTY AMOUNT'                 TO WA-LABEL
101800     MOVE WS-PENALTY-TOTAL                 TO WA-AMOUNT
101900     WRITE TDMRPT-RECORD FROM WS-AMOUNT-TOTAL-LINE
102000     MOVE 'MATURITY AMOUNT PAID AWAY'      TO WA-LABEL
102100     MOVE WS-PAID-TOTAL                    TO WA-AMOUNT
102200     WRITE TDMRPT-RECORD FROM WS-AMOUNT-TOTAL-LINE.
102300 4500-EXIT.
102400     EXIT.
102500
102600*----------------------------------------------------------------*
102700* 4900-WRITE-REPORT-LINE                                         *
102800*----------------------------------------------------------------*
102900 4900-WRITE-REPORT-LINE.
103000     IF WS-LINES-ON-PAGE > 55
103100         PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
103200     END-IF
103300     WRITE TDMRPT-RECORD FROM WS-DETAIL-LINE
103400     ADD 1 TO WS-LINES-ON-PAGE.
103500 4900-EXIT.
103600     EXIT.
103700
103800*----------------------------------------------------------------*
103900* 5000-TERMINATE                                                 *
104000*----------------------------------------------------------------*
104100 5000-TERMINATE.
104200     CLOSE TERMDEP-FILE
104300     CLOSE TDMTRN-FILE
104400     CLOSE CUSTMAST-FILE
104500     IF WS-CORRQ-AVAILABLE
104600         CLOSE CORRQ-FILE
104700     END-IF
104800     CLOSE TDMRPT-FILE
104810     CLOSE ACCTXREF-FILE
104820     CLOSE CUSTBASE-FILE
104830     CLOSE DISBMAST-FILE
104840     CLOSE IDCTL-FILE
104900
105000     DISPLAY 'CMTDMR01 - DEPOSITS SCANNED      = '
105100         WS-SCANNED-COUNT
105200     DISPLAY 'CMTDMR01 - PENALTIES CHARGED     = '
105300         WS-PENALTY-COUNT
105400     DISPLAY 'CMTDMR01 - DEPOSITS MATURED      = '
105500         WS-MATURED-COUNT
105600     DISPLAY 'CMTDMR01 - DEPOSITS ROLLED OVER  = '
105700         WS-ROLLED-COUNT
105800     DISPLAY 'CMTDMR01 - POSTINGS WRITTEN      = '
105900         WS-WRITTEN-COUNT
105910     DISPLAY 'CMTDMR01 - OFFICIAL CHEQUES ISSUED = '
105920         WS-CHEQUE-COUNT
106000     DISPLAY 'CMTDMR01 - RERUN DEPOSITS REPLAYED = '
106100         WS-RERUN-COUNT
106200     DISPLAY 'CMTDMR01 - MATURITY NOTICES QUEUED = '
106300         WS-NOTICE-COUNT
106400     IF WS-BLOCKED-COUNT NOT = ZERO
106500         DISPLAY 'CMTDMR01 - BLOCKED ACCOUNT HOLDS = '
106600             WS-BLOCKED-COUNT
106700     END-IF
106800     IF WS-BAD-INSTR-COUNT NOT = ZERO
106900         DISPLAY 'CMTDMR01 - BAD INSTRUCTION HOLDS = '
107000             WS-BAD-INSTR-COUNT
107100     END-IF
107200     IF WS-NO-ACCOUNT-COUNT NOT = ZERO
107300         DISPLAY 'CMTDMR01 - NO CUSTMAST ACCOUNT   = '
107400             WS-NO-ACCOUNT-COUNT
107500     END-IF.
107600 5000-EXIT.
107700     EXIT.
