000100*================================================================*
000200* PROGRAM:     CMCTR01                                           *
000300* FUNCTION:    Nightly large-cash monitor.  Sweeps the business  *
000400*              date's posted cash activity out of TRANSDTL --    *
000500*              customer credits ('C', cash in) and debits ('D',  *
000600*              cash out), leaving out the system-generated       *
000700*              postings (standing orders, ACH, accrual, closure  *
000800*              and GL legs) by their transaction-id prefix --    *
000900*              and rolls it up to the owning customer by walking *
001000*              ACCTXREF from each account to CBR-CUST-NO, the    *
001100*              same walk as CMTAX01.  For each customer:         *
001200*                - a day's cash-in or cash-out over the          *
001300*                  reporting threshold is written to the CTREXT  *
001400*                  filing extract with the CUSTBASE identity     *
001500*                  fields;                                       *
001600*                - the day's totals land on CASHHIST, the        *
001700*                  rolling per-customer history;                 *
001800*                - the history inside the look-back window and   *
001900*                  the day's per-account split are checked for   *
002000*                  structuring: cash kept just under the         *
002100*                  threshold on more than one day, a multi-day   *
002200*                  total over the threshold with no day filed,   *
002300*                  or a day over the threshold only when the     *
002400*                  sibling accounts are added together.          *
002500*              Every filing and every structuring finding is     *
002600*              listed on the CTRRVW compliance review report.    *
002700*                                                                *
002800* NOTE:        A rerun for the same business date rewrites that  *
002900*              date's CASHHIST rows and rebuilds the extract.    *
003000*              History rows older than the look-back window are  *
003100*              deleted at the end of each run.                   *
003200*================================================================*
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. CMCTR01.
003500 AUTHOR. R-HOLLOWAY.
003600 INSTALLATION. IBMUSER CUSTOMER LEDGER SYSTEMS.
003700 DATE-WRITTEN. 10/15/2026.
003800 DATE-COMPILED.
003900*----------------------------------------------------------------*
004000* MODIFICATION HISTORY                                           *
004100*   10/15/2026  RH  Initial version -- per-owning-customer daily *
004200*                   cash rollup, filing extract, rolling cash    *
004300*                   history and structuring review report.      *
004310*   10/15/2026  RH  Term-deposit maturity-run rows ('TD' prefix) *
004320*                   are book movements and are passed over like  *
004330*                   the other system-generated prefixes.         *
004340*   10/15/2026  RH  Dispute case-run rows ('DS' prefix) are      *
004350*                   passed over the same way.                    *
004400*----------------------------------------------------------------*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. IBM-370.
004800 OBJECT-COMPUTER. IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT TRANSDTL-FILE ASSIGN TO TRANSDTL
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS TDR-KEY
005500         FILE STATUS IS TRANSDTL-STATUS.
005600
005700     SELECT ACCTXREF-FILE ASSIGN TO ACCTXREF
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS AXR-KEY
006100         ALTERNATE RECORD KEY IS AXR-ACCT-ID
006200         FILE STATUS IS ACCTXREF-STATUS.
006300
006400     SELECT CUSTBASE-FILE ASSIGN TO CUSTBASE
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS CBR-CUST-NO
006800         FILE STATUS IS CUSTBASE-STATUS.
006900
007000     SELECT CASHHIST-FILE ASSIGN TO CASHHIST
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS CHH-KEY
007400         FILE STATUS IS CASHHIST-STATUS.
007500
007600     SELECT SORTWORK-FILE ASSIGN TO SORTWORK.
007700
007800     SELECT CTREXT-FILE ASSIGN TO CTREXT
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS CTREXT-STATUS.
008200
008300     SELECT CTRRVW-FILE ASSIGN TO CTRRVW
008400         ORGANIZATION IS SEQUENTIAL
008500         ACCESS MODE IS SEQUENTIAL
008600         FILE STATUS IS CTRRVW-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  TRANSDTL-FILE
009100     RECORDING MODE IS F.
009200 COPY TRANSDTL.
009300
009400 FD  ACCTXREF-FILE
009500     RECORDING MODE IS F.
009600 COPY ACCTXREF.
009700
009800 FD  CUSTBASE-FILE
009900     RECORDING MODE IS F.
010000 COPY CUSTBASE.
010100
010200 FD  CASHHIST-FILE
010300     RECORDING MODE IS F.
010400 COPY CASHHIST.
010500
010600 SD  SORTWORK-FILE.
010700 01  SORTWORK-RECORD.
010800     05  SW-OWNER-ID           PIC X(10).
010900     05  SW-ACCT-ID            PIC X(10).
011000     05  SW-DIRECTION          PIC X(1).
011100         88  SW-CASH-IN            VALUE 'I'.
011200         88  SW-CASH-OUT           VALUE 'O'.
011300     05  SW-AMOUNT             PIC S9(11)V99 COMP-3.
011400
011500 FD  CTREXT-FILE
011600     RECORDING MODE IS F.
011700 01  CTREXT-RECORD             PIC X(180).
011800
011900 FD  CTRRVW-FILE
012000     RECORDING MODE IS F.
012100 01  CTRRVW-RECORD             PIC X(132).
012200
012300 WORKING-STORAGE SECTION.
012400 COPY CTREXT.
012500
012600 COPY RUNPARM.
012700
012800 77  TRANSDTL-STATUS       PIC X(2).
012900     88  TRANSDTL-OK           VALUE '00'.
013000     88  TRANSDTL-EOF          VALUE '10'.
013100
013200 77  ACCTXREF-STATUS       PIC X(2).
013300     88  ACCTXREF-OK           VALUE '00'.
013400     88  ACCTXREF-NOTFND       VALUE '23'.
013500
013600 77  CUSTBASE-STATUS       PIC X(2).
013700     88  CUSTBASE-OK           VALUE '00'.
013800     88  CUSTBASE-NOTFND       VALUE '23'.
013900
014000 77  CASHHIST-STATUS       PIC X(2).
014100     88  CASHHIST-OK           VALUE '00'.
014200     88  CASHHIST-EOF          VALUE '10'.
014300     88  CASHHIST-DUPKEY       VALUE '22'.
014400     88  CASHHIST-NOTFND       VALUE '23'.
014500
014600 77  CTREXT-STATUS         PIC X(2).
014700     88  CTREXT-OK             VALUE '00'.
014800
014900 77  CTRRVW-STATUS         PIC X(2).
015000     88  CTRRVW-OK             VALUE '00'.
015100
015200 77  WS-DETAIL-EOF-SW      PIC X(1)      VALUE 'N'.
015300     88  WS-END-OF-DETAIL          VALUE 'Y'.
015400
015500 77  WS-SORTWORK-EOF-SW    PIC X(1)      VALUE 'N'.
015600     88  WS-END-OF-SORTWORK        VALUE 'Y'.
015700
015800 77  WS-HISTORY-EOF-SW     PIC X(1)      VALUE 'N'.
015900     88  WS-END-OF-HISTORY         VALUE 'Y'.
016000
016100 77  WS-FIRST-GROUP-SW     PIC X(1)      VALUE 'Y'.
016200     88  WS-FIRST-GROUP            VALUE 'Y'.
016300
016400 77  WS-OWNER-LOOKED-SW    PIC X(1)      VALUE 'N'.
016500     88  WS-OWNER-LOOKED-UP        VALUE 'Y'.
016600
016700 77  WS-OWNER-FOUND-SW     PIC X(1)      VALUE 'N'.
016800     88  WS-OWNER-FOUND            VALUE 'Y'.
016900
017000 77  WS-SWEPT-COUNT        PIC 9(9) COMP VALUE ZERO.
017100 77  WS-CASH-COUNT         PIC 9(9) COMP VALUE ZERO.
017200 77  WS-OWNER-COUNT        PIC 9(9) COMP VALUE ZERO.
017300 77  WS-EXTRACTED-COUNT    PIC 9(7)      VALUE ZERO.
017400 77  WS-NO-OWNER-COUNT     PIC 9(9) COMP VALUE ZERO.
017500 77  WS-FINDING-COUNT      PIC 9(9) COMP VALUE ZERO.
017600 77  WS-PURGED-COUNT       PIC 9(9) COMP VALUE ZERO.
017700
017800 77  WS-HASH-CASH-IN       PIC S9(15)V99 COMP-3 VALUE ZERO.
017900 77  WS-HASH-CASH-OUT      PIC S9(15)V99 COMP-3 VALUE ZERO.
018000
018100*----------------------------------------------------------------*
018200* Reporting threshold (a day's cash-in or cash-out must go OVER  *
018300* it to be filed), the just-under band that counts toward the    *
018400* repeated-day finding, and the look-back window in calendar     *
018500* days including the business date.                              *
018600*----------------------------------------------------------------*
018700 77  WS-CASH-THRESHOLD     PIC S9(9)V99 COMP-3 VALUE 10000.00.
018800 77  WS-NEAR-THRESHOLD     PIC S9(9)V99 COMP-3 VALUE 9000.00.
018900 77  WS-NEAR-DAYS-LIMIT    PIC 9(2)      VALUE 2.
019000 77  WS-WINDOW-DAYS        PIC 9(2)      VALUE 10.
019100
019200 01  WS-RUN-DATE-GROUP.
019300     05  WS-RUN-DATE       PIC 9(8)      VALUE ZERO.
019400 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-GROUP.
019500     05  WS-RUN-YYYY       PIC 9(4).
019600     05  WS-RUN-MM         PIC 9(2).
019700     05  WS-RUN-DD         PIC 9(2).
019800
019900 01  WS-WINDOW-DATE-GROUP.
020000     05  WS-WINDOW-START   PIC 9(8)      VALUE ZERO.
020100 01  WS-WINDOW-DATE-X REDEFINES WS-WINDOW-DATE-GROUP.
020200     05  WS-WIN-YYYY       PIC 9(4).
020300     05  WS-WIN-MM         PIC 9(2).
020400     05  WS-WIN-DD         PIC 9(2).
020500
020600 77  WS-WIN-DAY-WORK       PIC S9(4) COMP VALUE ZERO.
020700
020800 01  WS-DAYS-IN-MONTH-TABLE.
020900     05  FILLER            PIC 9(2)  VALUE 31.
021000     05  FILLER            PIC 9(2)  VALUE 28.
021100     05  FILLER            PIC 9(2)  VALUE 31.
021200     05  FILLER            PIC 9(2)  VALUE 30.
021300     05  FILLER            PIC 9(2)  VALUE 31.
021400     05  FILLER            PIC 9(2)  VALUE 30.
021500     05  FILLER            PIC 9(2)  VALUE 31.
021600     05  FILLER            PIC 9(2)  VALUE 31.
021700     05  FILLER            PIC 9(2)  VALUE 30.
021800     05  FILLER            PIC 9(2)  VALUE 31.
021900     05  FILLER            PIC 9(2)  VALUE 30.
022000     05  FILLER            PIC 9(2)  VALUE 31.
022100 01  WS-DAYS-IN-MONTH-R REDEFINES WS-DAYS-IN-MONTH-TABLE.
022200     05  WS-DAYS-IN-MONTH  PIC 9(2)  OCCURS 12 TIMES.
022300
022400 77  WS-MAX-DAY-THIS-MONTH PIC 9(2)      VALUE ZERO.
022500 77  WS-LEAP-QUOTIENT      PIC 9(4) COMP VALUE ZERO.
022600 77  WS-LEAP-REM-4         PIC 9(4) COMP VALUE ZERO.
022700 77  WS-LEAP-REM-100       PIC 9(4) COMP VALUE ZERO.
022800 77  WS-LEAP-REM-400       PIC 9(4) COMP VALUE ZERO.
022900
023000 01  WS-CHECK-TXN-ID.
023100     05  WS-CTI-PREFIX         PIC X(2).
023200     05  FILLER                PIC X(14).
023300
023400 77  WS-LAST-ACCT-ID       PIC X(10)     VALUE LOW-VALUES.
023500 77  WS-LAST-OWNER-ID      PIC X(10)     VALUE SPACES.
023600
023700 77  WS-HOLD-OWNER-ID      PIC X(10)     VALUE SPACES.
023800 77  WS-HOLD-ACCT-ID       PIC X(10)     VALUE SPACES.
023900
024000 77  WS-ACCT-IN            PIC S9(11)V99 COMP-3 VALUE ZERO.
024100 77  WS-ACCT-OUT           PIC S9(11)V99 COMP-3 VALUE ZERO.
024200
024300 77  WS-OWNER-IN           PIC S9(11)V99 COMP-3 VALUE ZERO.
024400 77  WS-OWNER-OUT          PIC S9(11)V99 COMP-3 VALUE ZERO.
024500 77  WS-OWNER-IN-COUNT     PIC 9(5)      VALUE ZERO.
024600 77  WS-OWNER-OUT-COUNT    PIC 9(5)      VALUE ZERO.
024700 77  WS-OWNER-ACCTS        PIC 9(3)      VALUE ZERO.
024800 77  WS-MAX-ACCT-IN        PIC S9(11)V99 COMP-3 VALUE ZERO.
024900 77  WS-MAX-ACCT-OUT       PIC S9(11)V99 COMP-3 VALUE ZERO.
025000 77  WS-OWNER-DIRECTION    PIC X(1)      VALUE SPACE.
025100 77  WS-OWNER-FILED-SW     PIC X(1)      VALUE 'N'.
025200     88  WS-OWNER-FILED            VALUE 'Y'.
025300
025400 77  WS-WINDOW-IN          PIC S9(13)V99 COMP-3 VALUE ZERO.
025500 77  WS-WINDOW-OUT         PIC S9(13)V99 COMP-3 VALUE ZERO.
025600 77  WS-WINDOW-DAYS-SEEN   PIC 9(3)      VALUE ZERO.
025700 77  WS-WINDOW-FILED-DAYS  PIC 9(3)      VALUE ZERO.
025800 77  WS-NEAR-IN-DAYS       PIC 9(3)      VALUE ZERO.
025900 77  WS-NEAR-OUT-DAYS      PIC 9(3)      VALUE ZERO.
026000
026100 77  WS-FINDING-TEXT       PIC X(44)     VALUE SPACES.
026200 77  WS-FINDING-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZERO.
026300 77  WS-FINDING-COUNT-VAL  PIC 9(3)      VALUE ZERO.
026400
026500 77  WS-LINES-ON-PAGE      PIC 9(3)      VALUE ZERO.
026600 77  WS-PAGE-NUMBER        PIC 9(5)      VALUE ZERO.
026700
026800 01  WS-HEADING-1.
026900     05  FILLER                PIC X(44) VALUE
027000         'CMCTR01 - LARGE-CASH COMPLIANCE REVIEW FOR'.
027100     05  WS-H1-BUS-DATE        PIC 9(8).
027200     05  FILLER                PIC X(17) VALUE SPACES.
027300     05  FILLER                PIC X(5)  VALUE 'PAGE '.
027400     05  WS-H1-PAGE            PIC ZZZZ9.
027500
027600 01  WS-HEADING-2.
027700     05  FILLER                PIC X(12) VALUE 'CUSTOMER'.
027800     05  FILLER                PIC X(32) VALUE 'NAME'.
027900     05  FILLER                PIC X(46) VALUE 'FINDING'.
028000     05  FILLER                PIC X(19) VALUE
028100         '           AMOUNT'.
028200     05  FILLER                PIC X(9)  VALUE 'DAYS/ACCT'.
028300
028400 01  WS-FINDING-LINE.
028500     05  WF-CUST-NO            PIC X(10).
028600     05  FILLER                PIC X(2)  VALUE SPACES.
028700     05  WF-NAME               PIC X(30).
028800     05  FILLER                PIC X(2)  VALUE SPACES.
028900     05  WF-FINDING            PIC X(44).
029000     05  FILLER                PIC X(2)  VALUE SPACES.
029100     05  WF-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
029200     05  FILLER                PIC X(4)  VALUE SPACES.
029300     05  WF-COUNT              PIC ZZ9.
029400
029500 01  WS-TOTAL-LINE.
029600     05  WM-LABEL              PIC X(30).
029700     05  WM-COUNT              PIC ZZZ,ZZZ,ZZ9.
029800
029900 01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
030000
030100 PROCEDURE DIVISION.
030200*----------------------------------------------------------------*
030300* 0000-MAINLINE -- sweep the day's cash rows into owner/account  *
030400*                  order, roll up per owner, then age the        *
030500*                  history                                       *
030600*----------------------------------------------------------------*
030700 0000-MAINLINE.
030800     PERFORM 0100-REGISTER-START THRU 0100-EXIT
030900     IF RNP-SUCCESS
031000         PERFORM 1000-INITIALIZE THRU 1000-EXIT
031100         IF RETURN-CODE = ZERO
031200             SORT SORTWORK-FILE
031300                 ON ASCENDING KEY SW-OWNER-ID SW-ACCT-ID
031400                 INPUT PROCEDURE IS 2000-SWEEP-DETAIL
031500                     THRU 2000-EXIT
031600                 OUTPUT PROCEDURE IS 3000-ROLL-UP-OWNERS
031700                     THRU 3000-EXIT
031800             PERFORM 3800-PURGE-HISTORY THRU 3800-EXIT
031900         END-IF
032000         PERFORM 4000-TERMINATE THRU 4000-EXIT
032100         IF RETURN-CODE = ZERO
032200             PERFORM 0200-REGISTER-END THRU 0200-EXIT
032300         END-IF
032400     END-IF
032500     GOBACK.
032600
032700*----------------------------------------------------------------*
032800* 0100-REGISTER-START -- the run-control registrar refuses the   *
032900*                        start when the business date is not     *
033000*                        open, the posting run has not completed *
033100*                        for it, or this job already has         *
033200*----------------------------------------------------------------*
033300 0100-REGISTER-START.
033400     MOVE 'S'        TO RNP-FUNCTION
033500     MOVE 'CMCTR01'  TO RNP-JOB-NAME
033600     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
033700     IF NOT RNP-SUCCESS
033800         DISPLAY 'CMCTR01 - RUN-CONTROL REFUSED START, RC='
033900             RNP-RETURN-CODE ' PREREQ=' RNP-PREREQ-JOB
034000         MOVE 8 TO RETURN-CODE
034100     END-IF.
034200 0100-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------------*
034600* 0200-REGISTER-END                                              *
034700*----------------------------------------------------------------*
034800 0200-REGISTER-END.
034900     MOVE 'E'        TO RNP-FUNCTION
035000     MOVE 'CMCTR01'  TO RNP-JOB-NAME
035100     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
035200     IF NOT RNP-SUCCESS
035300         DISPLAY 'CMCTR01 - RUN-CONTROL END FAILED, RC='
035400             RNP-RETURN-CODE
035500     END-IF.
035600 0200-EXIT.
035700     EXIT.
035800
035900*----------------------------------------------------------------*
036000* 1000-INITIALIZE -- open the files, write the extract header    *
036100*                    and set the look-back window start          *
036200*----------------------------------------------------------------*
036300 1000-INITIALIZE.
036400     MOVE RNP-BUS-DATE TO WS-RUN-DATE
036500     PERFORM 1150-SET-WINDOW-START THRU 1150-EXIT
036600
036700     OPEN INPUT  TRANSDTL-FILE
036800     OPEN INPUT  ACCTXREF-FILE
036900     OPEN INPUT  CUSTBASE-FILE
037000     OPEN I-O    CASHHIST-FILE
037100     OPEN OUTPUT CTREXT-FILE
037200     OPEN OUTPUT CTRRVW-FILE
037300
037400     IF NOT TRANSDTL-OK
037500         DISPLAY 'CMCTR01 - UNABLE TO OPEN TRANSDTL, STATUS='
037600             TRANSDTL-STATUS
037700         MOVE 8 TO RETURN-CODE
037800         GO TO 1000-EXIT
037900     END-IF
038000     IF NOT CASHHIST-OK
038100         DISPLAY 'CMCTR01 - UNABLE TO OPEN CASHHIST, STATUS='
038200             CASHHIST-STATUS
038300         MOVE 8 TO RETURN-CODE
038400         GO TO 1000-EXIT
038500     END-IF
038600
038700     MOVE SPACES            TO CTR-HEADER-RECORD
038800     MOVE 'H'               TO CTH-REC-TYPE
038900     MOVE WS-RUN-DATE       TO CTH-BUS-DATE
039000     MOVE WS-CASH-THRESHOLD TO CTH-THRESHOLD
039100     WRITE CTREXT-RECORD FROM CTR-HEADER-RECORD
039200
039300     PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT.
039400 1000-EXIT.
039500     EXIT.
039600
039700*----------------------------------------------------------------*
039800* 1150-SET-WINDOW-START -- the business date less the window     *
039900*                          days, less one so the window includes *
040000*                          the business date itself              *
040100*----------------------------------------------------------------*
040200 1150-SET-WINDOW-START.
040300     MOVE WS-RUN-YYYY TO WS-WIN-YYYY
040400     MOVE WS-RUN-MM   TO WS-WIN-MM
040500     MOVE WS-RUN-DD   TO WS-WIN-DAY-WORK
040600     SUBTRACT WS-WINDOW-DAYS FROM WS-WIN-DAY-WORK
040700     ADD 1 TO WS-WIN-DAY-WORK
040800
040900     PERFORM 1160-BORROW-ONE-MONTH THRU 1160-EXIT
041000         UNTIL WS-WIN-DAY-WORK GREATER THAN ZERO
041100
041200     MOVE WS-WIN-DAY-WORK TO WS-WIN-DD.
041300 1150-EXIT.
041400     EXIT.
041500
041600*----------------------------------------------------------------*
041700* 1160-BORROW-ONE-MONTH                                          *
041800*----------------------------------------------------------------*
041900 1160-BORROW-ONE-MONTH.
042000     SUBTRACT 1 FROM WS-WIN-MM
042100     IF WS-WIN-MM = ZERO
042200         MOVE 12 TO WS-WIN-MM
042300         SUBTRACT 1 FROM WS-WIN-YYYY
042400     END-IF
042500
042600     PERFORM 1170-SET-MAX-DAY THRU 1170-EXIT
042700     ADD WS-MAX-DAY-THIS-MONTH TO WS-WIN-DAY-WORK.
042800 1160-EXIT.
042900     EXIT.
043000
043100*----------------------------------------------------------------*
043200* 1170-SET-MAX-DAY -- days in WS-WIN-MM, February adjusted for   *
043300*                     leap years with the 4/100/400 rule         *
043400*----------------------------------------------------------------*
043500 1170-SET-MAX-DAY.
043600     MOVE WS-DAYS-IN-MONTH (WS-WIN-MM) TO WS-MAX-DAY-THIS-MONTH
043700
043800     IF WS-WIN-MM = 2
043900         DIVIDE WS-WIN-YYYY BY 4   GIVING WS-LEAP-QUOTIENT
044000             REMAINDER WS-LEAP-REM-4
044100         DIVIDE WS-WIN-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
044200             REMAINDER WS-LEAP-REM-100
044300         DIVIDE WS-WIN-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
044400             REMAINDER WS-LEAP-REM-400
044500         IF WS-LEAP-REM-4 = ZERO
044600             AND (WS-LEAP-REM-100 NOT = ZERO
044700                 OR WS-LEAP-REM-400 = ZERO)
044800             MOVE 29 TO WS-MAX-DAY-THIS-MONTH
044900         END-IF
045000     END-IF.
045100 1170-EXIT.
045200     EXIT.
045300
045400*----------------------------------------------------------------*
045500* 2000-SWEEP-DETAIL -- every cash row posted under the business  *
045600*                      date, released under its owning customer  *
045700*                      and account.  The account-to-owner walk   *
045800*                      caches the last account looked up, and an *
045900*                      account with no ACCTXREF row rolls up     *
046000*                      under its own id, as in CMTAX01.          *
046100*----------------------------------------------------------------*
046200 2000-SWEEP-DETAIL.
046300     MOVE LOW-VALUES TO TDR-KEY
046400     START TRANSDTL-FILE KEY IS NOT LESS THAN TDR-KEY
046500         INVALID KEY
046600             MOVE 'Y' TO WS-DETAIL-EOF-SW
046700     END-START
046800
046900     PERFORM 2100-SWEEP-ONE-ROW THRU 2100-EXIT
047000         UNTIL WS-END-OF-DETAIL.
047100 2000-EXIT.
047200     EXIT.
047300
047400*----------------------------------------------------------------*
047500* 2100-SWEEP-ONE-ROW                                             *
047600*----------------------------------------------------------------*
047700 2100-SWEEP-ONE-ROW.
047800     READ TRANSDTL-FILE NEXT RECORD
047900         AT END
048000             MOVE 'Y' TO WS-DETAIL-EOF-SW
048100     END-READ
048200     IF WS-END-OF-DETAIL
048300         GO TO 2100-EXIT
048400     END-IF
048500     IF NOT TRANSDTL-OK
048600         MOVE 'Y' TO WS-DETAIL-EOF-SW
048700         GO TO 2100-EXIT
048800     END-IF
048900     ADD 1 TO WS-SWEPT-COUNT
049000
049100     IF TDR-POST-DATE NOT = WS-RUN-DATE
049200         GO TO 2100-EXIT
049300     END-IF
049400     IF TDR-TXN-TYPE NOT = 'C' AND TDR-TXN-TYPE NOT = 'D'
049500         GO TO 2100-EXIT
049600     END-IF
049700
049800*    Standing orders, ACH entries, accruals, closure legs,
049900*    term-deposit maturity rows, dispute case postings and
049910*    GL-generated rows are book movements, not cash.
050000     MOVE TDR-TXN-ID TO WS-CHECK-TXN-ID
050100     IF WS-CTI-PREFIX = 'SO' OR 'AH' OR 'AC' OR 'CL' OR 'GL'
050110             OR 'TD' OR 'DS'
050200         GO TO 2100-EXIT
050300     END-IF
050400
050500     PERFORM 2200-FIND-OWNER THRU 2200-EXIT
050600
050700     MOVE WS-LAST-OWNER-ID TO SW-OWNER-ID
050800     MOVE TDR-ACCT-ID      TO SW-ACCT-ID
050900     IF TDR-TXN-TYPE = 'C'
051000         MOVE 'I' TO SW-DIRECTION
051100     ELSE
051200         MOVE 'O' TO SW-DIRECTION
051300     END-IF
051400     MOVE TDR-AMOUNT       TO SW-AMOUNT
051500     RELEASE SORTWORK-RECORD
051600     ADD 1 TO WS-CASH-COUNT.
051700 2100-EXIT.
051800     EXIT.
051900
052000*----------------------------------------------------------------*
052100* 2200-FIND-OWNER                                                *
052200*----------------------------------------------------------------*
052300 2200-FIND-OWNER.
052400     IF TDR-ACCT-ID = WS-LAST-ACCT-ID
052500         GO TO 2200-EXIT
052600     END-IF
052700
052800     MOVE TDR-ACCT-ID TO WS-LAST-ACCT-ID
052900     MOVE TDR-ACCT-ID TO AXR-ACCT-ID
053000     READ ACCTXREF-FILE KEY IS AXR-ACCT-ID
053100         INVALID KEY
053200             MOVE TDR-ACCT-ID TO WS-LAST-OWNER-ID
053300             GO TO 2200-EXIT
053400     END-READ
053500     MOVE AXR-OWNER-ID TO WS-LAST-OWNER-ID.
053600 2200-EXIT.
053700     EXIT.
053800
053900*----------------------------------------------------------------*
054000* 3000-ROLL-UP-OWNERS -- control break per account within owner  *
054100*----------------------------------------------------------------*
054200 3000-ROLL-UP-OWNERS.
054300     PERFORM 3100-RETURN-SORTWORK THRU 3100-EXIT
054400
054500     PERFORM 3200-FOLD-ONE-RECORD THRU 3200-EXIT
054600         UNTIL WS-END-OF-SORTWORK
054700
054800     IF NOT WS-FIRST-GROUP
054900         PERFORM 3270-CLOSE-ACCOUNT THRU 3270-EXIT
055000         PERFORM 3300-CLOSE-OWNER THRU 3300-EXIT
055100     END-IF.
055200 3000-EXIT.
055300     EXIT.
055400
055500*----------------------------------------------------------------*
055600* 3100-RETURN-SORTWORK                                           *
055700*----------------------------------------------------------------*
055800 3100-RETURN-SORTWORK.
055900     RETURN SORTWORK-FILE
056000         AT END
056100             MOVE 'Y' TO WS-SORTWORK-EOF-SW
056200     END-RETURN.
056300 3100-EXIT.
056400     EXIT.
056500
056600*----------------------------------------------------------------*
056700* 3200-FOLD-ONE-RECORD                                           *
056800*----------------------------------------------------------------*
056900 3200-FOLD-ONE-RECORD.
057000     IF WS-FIRST-GROUP
057100         PERFORM 3250-START-OWNER THRU 3250-EXIT
057200         PERFORM 3260-START-ACCOUNT THRU 3260-EXIT
057300         MOVE 'N' TO WS-FIRST-GROUP-SW
057400     ELSE
057500         IF SW-OWNER-ID NOT = WS-HOLD-OWNER-ID
057600             PERFORM 3270-CLOSE-ACCOUNT THRU 3270-EXIT
057700             PERFORM 3300-CLOSE-OWNER THRU 3300-EXIT
057800             PERFORM 3250-START-OWNER THRU 3250-EXIT
057900             PERFORM 3260-START-ACCOUNT THRU 3260-EXIT
058000         ELSE
058100             IF SW-ACCT-ID NOT = WS-HOLD-ACCT-ID
058200                 PERFORM 3270-CLOSE-ACCOUNT THRU 3270-EXIT
058300                 PERFORM 3260-START-ACCOUNT THRU 3260-EXIT
058400             END-IF
058500         END-IF
058600     END-IF
058700
058800     IF SW-CASH-IN
058900         ADD SW-AMOUNT TO WS-ACCT-IN
059000         ADD 1 TO WS-OWNER-IN-COUNT
059100     ELSE
059200         ADD SW-AMOUNT TO WS-ACCT-OUT
059300         ADD 1 TO WS-OWNER-OUT-COUNT
059400     END-IF
059500
059600     PERFORM 3100-RETURN-SORTWORK THRU 3100-EXIT.
059700 3200-EXIT.
059800     EXIT.
059900
060000*----------------------------------------------------------------*
060100* 3250-START-OWNER                                               *
060200*----------------------------------------------------------------*
060300 3250-START-OWNER.
060400     MOVE SW-OWNER-ID TO WS-HOLD-OWNER-ID
060500     MOVE ZERO TO WS-OWNER-IN
060600     MOVE ZERO TO WS-OWNER-OUT
060700     MOVE ZERO TO WS-OWNER-IN-COUNT
060800     MOVE ZERO TO WS-OWNER-OUT-COUNT
060900     MOVE ZERO TO WS-OWNER-ACCTS
061000     MOVE ZERO TO WS-MAX-ACCT-IN
061100     MOVE ZERO TO WS-MAX-ACCT-OUT
061200     MOVE 'N'  TO WS-OWNER-LOOKED-SW
061300     MOVE 'N'  TO WS-OWNER-FOUND-SW
061400     MOVE 'N'  TO WS-OWNER-FILED-SW.
061500 3250-EXIT.
061600     EXIT.
061700
061800*----------------------------------------------------------------*
061900* 3260-START-ACCOUNT                                             *
062000*----------------------------------------------------------------*
062100 3260-START-ACCOUNT.
062200     MOVE SW-ACCT-ID TO WS-HOLD-ACCT-ID
062300     MOVE ZERO TO WS-ACCT-IN
062400     MOVE ZERO TO WS-ACCT-OUT.
062500 3260-EXIT.
062600     EXIT.
062700
062800*----------------------------------------------------------------*
062900* 3270-CLOSE-ACCOUNT -- fold the account into its owner and keep *
063000*                       the largest single-account day           *
063100*----------------------------------------------------------------*
063200 3270-CLOSE-ACCOUNT.
063300     ADD 1 TO WS-OWNER-ACCTS
063400     ADD WS-ACCT-IN  TO WS-OWNER-IN
063500     ADD WS-ACCT-OUT TO WS-OWNER-OUT
063600     IF WS-ACCT-IN > WS-MAX-ACCT-IN
063700         MOVE WS-ACCT-IN TO WS-MAX-ACCT-IN
063800     END-IF
063900     IF WS-ACCT-OUT > WS-MAX-ACCT-OUT
064000         MOVE WS-ACCT-OUT TO WS-MAX-ACCT-OUT
064100     END-IF.
064200 3270-EXIT.
064300     EXIT.
064400
064500*----------------------------------------------------------------*
064600* 3300-CLOSE-OWNER -- file the day if it went over, record it in *
064700*                     the history, then run the structuring      *
064800*                     checks                                     *
064900*----------------------------------------------------------------*
065000 3300-CLOSE-OWNER.
065100     ADD 1 TO WS-OWNER-COUNT
065200     MOVE SPACE TO WS-OWNER-DIRECTION
065300
065400     IF WS-OWNER-IN > WS-CASH-THRESHOLD
065500         IF WS-OWNER-OUT > WS-CASH-THRESHOLD
065600             MOVE 'B' TO WS-OWNER-DIRECTION
065700         ELSE
065800             MOVE 'I' TO WS-OWNER-DIRECTION
065900         END-IF
066000     ELSE
066100         IF WS-OWNER-OUT > WS-CASH-THRESHOLD
066200             MOVE 'O' TO WS-OWNER-DIRECTION
066300         END-IF
066400     END-IF
066500
066600     IF WS-OWNER-DIRECTION NOT = SPACE
066700         PERFORM 3500-WRITE-FILING THRU 3500-EXIT
066800     END-IF
066900
067000     PERFORM 3400-RECORD-HISTORY THRU 3400-EXIT
067100     PERFORM 3600-CHECK-SIBLINGS THRU 3600-EXIT
067200     PERFORM 3700-LOOK-BACK THRU 3700-EXIT.
067300 3300-EXIT.
067400     EXIT.
067500
067600*----------------------------------------------------------------*
067700* 3400-RECORD-HISTORY -- today's row for the owner; a rerun for  *
067800*                        the same date replaces it               *
067900*----------------------------------------------------------------*
068000 3400-RECORD-HISTORY.
068100     MOVE SPACES             TO CASH-HISTORY-RECORD
068200     MOVE WS-HOLD-OWNER-ID   TO CHH-CUST-NO
068300     MOVE WS-RUN-DATE        TO CHH-BUS-DATE
068400     MOVE WS-OWNER-IN        TO CHH-CASH-IN
068500     MOVE WS-OWNER-OUT       TO CHH-CASH-OUT
068600     MOVE WS-OWNER-IN-COUNT  TO CHH-IN-COUNT
068700     MOVE WS-OWNER-OUT-COUNT TO CHH-OUT-COUNT
068800     MOVE WS-OWNER-ACCTS     TO CHH-ACCT-COUNT
068900     MOVE WS-OWNER-FILED-SW  TO CHH-FILED-SW
069000
069100     WRITE CASH-HISTORY-RECORD
069200         INVALID KEY
069300             CONTINUE
069400     END-WRITE
069500     IF CASHHIST-DUPKEY
069600         REWRITE CASH-HISTORY-RECORD
069700             INVALID KEY
069800                 CONTINUE
069900         END-REWRITE
070000     END-IF
070100     IF NOT CASHHIST-OK
070200         DISPLAY 'CMCTR01 - CASHHIST WRITE FAILED FOR '
070300             CHH-KEY ' STATUS=' CASHHIST-STATUS
070400     END-IF.
070500 3400-EXIT.
070600     EXIT.
070700
070800*----------------------------------------------------------------*
070900* 3500-WRITE-FILING -- the owner's CUSTBASE identity heads a     *
071000*                      CTREXT detail.  An owner with no CUSTBASE *
071100*                      row cannot be filed and is listed for     *
071200*                      compliance to research instead.           *
071300*----------------------------------------------------------------*
071400 3500-WRITE-FILING.
071500     PERFORM 3550-GET-OWNER THRU 3550-EXIT
071600
071700     IF NOT WS-OWNER-FOUND
071800         ADD 1 TO WS-NO-OWNER-COUNT
071900         MOVE 'OVER THRESHOLD - OWNER NOT ON CUSTBASE'
072000             TO WS-FINDING-TEXT
072100         ADD WS-OWNER-IN TO WS-OWNER-OUT
072200             GIVING WS-FINDING-AMOUNT
072300         MOVE WS-OWNER-ACCTS TO WS-FINDING-COUNT-VAL
072400         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
072500         GO TO 3500-EXIT
072600     END-IF
072700
072800     MOVE SPACES             TO CTR-DETAIL-RECORD
072900     MOVE 'D'                TO CTD-REC-TYPE
073000     MOVE CBR-CUST-NO        TO CTD-CUST-NO
073100     MOVE CBR-LAST-NAME      TO CTD-LAST-NAME
073200     MOVE CBR-FIRST-NAME     TO CTD-FIRST-NAME
073300     MOVE CBR-DOB            TO CTD-DOB
073400     MOVE CBR-STREET         TO CTD-STREET
073500     MOVE CBR-CITY           TO CTD-CITY
073600     MOVE CBR-STATE          TO CTD-STATE
073700     MOVE CBR-ZIP            TO CTD-ZIP
073800     MOVE WS-RUN-DATE        TO CTD-BUS-DATE
073900     MOVE WS-OWNER-DIRECTION TO CTD-DIRECTION
074000     MOVE WS-OWNER-IN        TO CTD-CASH-IN
074100     MOVE WS-OWNER-OUT       TO CTD-CASH-OUT
074200     MOVE WS-OWNER-IN-COUNT  TO CTD-IN-COUNT
074300     MOVE WS-OWNER-OUT-COUNT TO CTD-OUT-COUNT
074400     MOVE WS-OWNER-ACCTS     TO CTD-ACCT-COUNT
074500     WRITE CTREXT-RECORD FROM CTR-DETAIL-RECORD
074600
074700     ADD 1 TO WS-EXTRACTED-COUNT
074800     ADD WS-OWNER-IN  TO WS-HASH-CASH-IN
074900     ADD WS-OWNER-OUT TO WS-HASH-CASH-OUT
075000     MOVE 'Y' TO WS-OWNER-FILED-SW
075100
075200     MOVE WS-OWNER-ACCTS TO WS-FINDING-COUNT-VAL
075300     IF WS-OWNER-IN > WS-CASH-THRESHOLD
075400         MOVE 'FILED - CASH IN OVER THRESHOLD'
075500             TO WS-FINDING-TEXT
075600         MOVE WS-OWNER-IN TO WS-FINDING-AMOUNT
075700         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
075800     END-IF
075900     IF WS-OWNER-OUT > WS-CASH-THRESHOLD
076000         MOVE 'FILED - CASH OUT OVER THRESHOLD'
076100             TO WS-FINDING-TEXT
076200         MOVE WS-OWNER-OUT TO WS-FINDING-AMOUNT
076300         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
076400     END-IF.
076500 3500-EXIT.
076600     EXIT.
076700
076800*----------------------------------------------------------------*
076900* 3550-GET-OWNER -- read the owner's CUSTBASE row once per owner *
077000*----------------------------------------------------------------*
077100 3550-GET-OWNER.
077200     IF WS-OWNER-LOOKED-UP
077300         GO TO 3550-EXIT
077400     END-IF
077500
077600     MOVE 'Y' TO WS-OWNER-LOOKED-SW
077700     MOVE WS-HOLD-OWNER-ID TO CBR-CUST-NO
077800     READ CUSTBASE-FILE
077900         INVALID KEY
078000             MOVE 'N' TO WS-OWNER-FOUND-SW
078100             GO TO 3550-EXIT
078200     END-READ
078300     MOVE 'Y' TO WS-OWNER-FOUND-SW.
078400 3550-EXIT.
078500     EXIT.
078600
078700*----------------------------------------------------------------*
078800* 3600-CHECK-SIBLINGS -- over the threshold only when the        *
078900*                        owner's accounts are added together:    *
079000*                        the day's cash was split across sibling *
079100*                        accounts, each one under the threshold  *
079200*----------------------------------------------------------------*
079300 3600-CHECK-SIBLINGS.
079400     IF WS-OWNER-ACCTS < 2
079500         GO TO 3600-EXIT
079600     END-IF
079700
079800     MOVE WS-OWNER-ACCTS TO WS-FINDING-COUNT-VAL
079900     IF WS-OWNER-IN > WS-CASH-THRESHOLD
080000             AND WS-MAX-ACCT-IN NOT > WS-CASH-THRESHOLD
080100         MOVE 'STRUCTURING - CASH IN SPLIT ACROSS ACCOUNTS'
080200             TO WS-FINDING-TEXT
080300         MOVE WS-OWNER-IN TO WS-FINDING-AMOUNT
080400         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
080500     END-IF
080600     IF WS-OWNER-OUT > WS-CASH-THRESHOLD
080700             AND WS-MAX-ACCT-OUT NOT > WS-CASH-THRESHOLD
080800         MOVE 'STRUCTURING - CASH OUT SPLIT ACROSS ACCOUNTS'
080900             TO WS-FINDING-TEXT
081000         MOVE WS-OWNER-OUT TO WS-FINDING-AMOUNT
081100         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
081200     END-IF.
081300 3600-EXIT.
081400     EXIT.
081500
081600*----------------------------------------------------------------*
081700* 3700-LOOK-BACK -- the owner's history rows inside the window,  *
081800*                   today's included: days kept just under the   *
081900*                   threshold, and a window total over it with   *
082000*                   no day filed                                 *
082100*----------------------------------------------------------------*
082200 3700-LOOK-BACK.
082300     MOVE ZERO TO WS-WINDOW-IN
082400     MOVE ZERO TO WS-WINDOW-OUT
082500     MOVE ZERO TO WS-WINDOW-DAYS-SEEN
082600     MOVE ZERO TO WS-WINDOW-FILED-DAYS
082700     MOVE ZERO TO WS-NEAR-IN-DAYS
082800     MOVE ZERO TO WS-NEAR-OUT-DAYS
082900     MOVE 'N'  TO WS-HISTORY-EOF-SW
083000
083100     MOVE WS-HOLD-OWNER-ID TO CHH-CUST-NO
083200     MOVE WS-WINDOW-START  TO CHH-BUS-DATE
083300     START CASHHIST-FILE KEY IS NOT LESS THAN CHH-KEY
083400         INVALID KEY
083500             MOVE 'Y' TO WS-HISTORY-EOF-SW
083600     END-START
083700
083800     PERFORM 3750-READ-ONE-DAY THRU 3750-EXIT
083900         UNTIL WS-END-OF-HISTORY
084000
084100     IF WS-NEAR-IN-DAYS NOT < WS-NEAR-DAYS-LIMIT
084200         MOVE 'STRUCTURING - REPEATED CASH IN JUST UNDER'
084300             TO WS-FINDING-TEXT
084400         MOVE WS-WINDOW-IN TO WS-FINDING-AMOUNT
084500         MOVE WS-NEAR-IN-DAYS TO WS-FINDING-COUNT-VAL
084600         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
084700     END-IF
084800     IF WS-NEAR-OUT-DAYS NOT < WS-NEAR-DAYS-LIMIT
084900         MOVE 'STRUCTURING - REPEATED CASH OUT JUST UNDER'
085000             TO WS-FINDING-TEXT
085100         MOVE WS-WINDOW-OUT TO WS-FINDING-AMOUNT
085200         MOVE WS-NEAR-OUT-DAYS TO WS-FINDING-COUNT-VAL
085300         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
085400     END-IF
085500
085600     IF WS-WINDOW-DAYS-SEEN < 2 OR WS-WINDOW-FILED-DAYS > ZERO
085700         GO TO 3700-EXIT
085800     END-IF
085900     MOVE WS-WINDOW-DAYS-SEEN TO WS-FINDING-COUNT-VAL
086000     IF WS-WINDOW-IN > WS-CASH-THRESHOLD
086100         MOVE 'STRUCTURING - MULTI-DAY CASH IN OVER LIMIT'
086200             TO WS-FINDING-TEXT
086300         MOVE WS-WINDOW-IN TO WS-FINDING-AMOUNT
086400         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
086500     END-IF
086600     IF WS-WINDOW-OUT > WS-CASH-THRESHOLD
086700         MOVE 'STRUCTURING - MULTI-DAY CASH OUT OVER LIMIT'
086800             TO WS-FINDING-TEXT
086900         MOVE WS-WINDOW-OUT TO WS-FINDING-AMOUNT
087000         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
087100     END-IF.
087200 3700-EXIT.
087300     EXIT.
087400
087500*----------------------------------------------------------------*
087600* 3750-READ-ONE-DAY                                              *
087700*----------------------------------------------------------------*
087800 3750-READ-ONE-DAY.
087900     READ CASHHIST-FILE NEXT RECORD
088000         AT END
088100             MOVE 'Y' TO WS-HISTORY-EOF-SW
088200     END-READ
088300     IF WS-END-OF-HISTORY
088400         GO TO 3750-EXIT
088500     END-IF
088600     IF NOT CASHHIST-OK
088700             OR CHH-CUST-NO NOT = WS-HOLD-OWNER-ID
088800             OR CHH-BUS-DATE > WS-RUN-DATE
088900         MOVE 'Y' TO WS-HISTORY-EOF-SW
089000         GO TO 3750-EXIT
089100     END-IF
089200
089300     ADD 1 TO WS-WINDOW-DAYS-SEEN
089400     ADD CHH-CASH-IN  TO WS-WINDOW-IN
089500     ADD CHH-CASH-OUT TO WS-WINDOW-OUT
089600     IF CHH-FILED
089700         ADD 1 TO WS-WINDOW-FILED-DAYS
089800     END-IF
089900     IF CHH-CASH-IN NOT < WS-NEAR-THRESHOLD
090000             AND CHH-CASH-IN NOT > WS-CASH-THRESHOLD
090100         ADD 1 TO WS-NEAR-IN-DAYS
090200     END-IF
090300     IF CHH-CASH-OUT NOT < WS-NEAR-THRESHOLD
090400             AND CHH-CASH-OUT NOT > WS-CASH-THRESHOLD
090500         ADD 1 TO WS-NEAR-OUT-DAYS
090600     END-IF.
090700 3750-EXIT.
090800     EXIT.
090900
091000*----------------------------------------------------------------*
091100* 3800-PURGE-HISTORY -- delete every CASHHIST row older than the *
091200*                       look-back window                         *
091300*----------------------------------------------------------------*
091400 3800-PURGE-HISTORY.
091500     MOVE 'N' TO WS-HISTORY-EOF-SW
091600     MOVE LOW-VALUES TO CHH-KEY
091700     START CASHHIST-FILE KEY IS NOT LESS THAN CHH-KEY
091800         INVALID KEY
091900             MOVE 'Y' TO WS-HISTORY-EOF-SW
092000     END-START
092100
092200     PERFORM 3850-PURGE-ONE-ROW THRU 3850-EXIT
092300         UNTIL WS-END-OF-HISTORY.
092400 3800-EXIT.
092500     EXIT.
092600
092700*----------------------------------------------------------------*
092800* 3850-PURGE-ONE-ROW                                             *
092900*----------------------------------------------------------------*
093000 3850-PURGE-ONE-ROW.
093100     READ CASHHIST-FILE NEXT RECORD
093200         AT END
093300             MOVE 'Y' TO WS-HISTORY-EOF-SW
093400     END-READ
093500     IF WS-END-OF-HISTORY
093600         GO TO 3850-EXIT
093700     END-IF
093800     IF NOT CASHHIST-OK
093900         MOVE 'Y' TO WS-HISTORY-EOF-SW
094000         GO TO 3850-EXIT
094100     END-IF
094200
094300     IF CHH-BUS-DATE < WS-WINDOW-START
094400         DELETE CASHHIST-FILE RECORD
094500             INVALID KEY
094600                 DISPLAY 'CMCTR01 - CASHHIST DELETE FAILED FOR '
094700                     CHH-KEY ' STATUS=' CASHHIST-STATUS
094800             NOT INVALID KEY
094900                 ADD 1 TO WS-PURGED-COUNT
095000         END-DELETE
095100     END-IF.
095200 3850-EXIT.
095300     EXIT.
095400
095500*----------------------------------------------------------------*
095600* 3900-WRITE-FINDING -- one review line for the held owner;      *
095700*                       WS-FINDING-TEXT, -AMOUNT and -COUNT-VAL  *
095800*                       set by the caller                        *
095900*----------------------------------------------------------------*
096000 3900-WRITE-FINDING.
096100     PERFORM 3550-GET-OWNER THRU 3550-EXIT
096200
096300     MOVE SPACES           TO WS-FINDING-LINE
096400     MOVE WS-HOLD-OWNER-ID TO WF-CUST-NO
096500     IF WS-OWNER-FOUND
096600         STRING CBR-FIRST-NAME DELIMITED BY SIZE
096700             ' ' DELIMITED BY SIZE
096800             CBR-LAST-NAME DELIMITED BY SIZE
096900             INTO WF-NAME
097000     ELSE
097100         MOVE 'NOT ON CUSTBASE' TO WF-NAME
097200     END-IF
097300     MOVE WS-FINDING-TEXT      TO WF-FINDING
097400     MOVE WS-FINDING-AMOUNT    TO WF-AMOUNT
097500     MOVE WS-FINDING-COUNT-VAL TO WF-COUNT
097600
097700     IF WS-LINES-ON-PAGE > 50
097800         PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
097900     END-IF
098000     WRITE CTRRVW-RECORD FROM WS-FINDING-LINE
098100     ADD 1 TO WS-LINES-ON-PAGE
098200     ADD 1 TO WS-FINDING-COUNT.
098300 3900-EXIT.
098400     EXIT.
098500
098600*----------------------------------------------------------------*
098700* 4000-TERMINATE -- the trailer carries the detail count and     *
098800*                   hash totals the downstream load verifies     *
098900*----------------------------------------------------------------*
099000 4000-TERMINATE.
099100     IF RETURN-CODE = ZERO
099200         MOVE SPACES             TO CTR-TRAILER-RECORD
099300         MOVE 'T'                TO CTT-REC-TYPE
099400         MOVE WS-EXTRACTED-COUNT TO CTT-RECORD-COUNT
099500         MOVE WS-HASH-CASH-IN    TO CTT-HASH-CASH-IN
099600         MOVE WS-HASH-CASH-OUT   TO CTT-HASH-CASH-OUT
099700         WRITE CTREXT-RECORD FROM CTR-TRAILER-RECORD
099800         PERFORM 4300-WRITE-SUMMARY THRU 4300-EXIT
099900     END-IF
100000
100100     CLOSE TRANSDTL-FILE
100200     CLOSE ACCTXREF-FILE
100300     CLOSE CUSTBASE-FILE
100400     CLOSE CASHHIST-FILE
100500     CLOSE CTREXT-FILE
100600     CLOSE CTRRVW-FILE
100700
100800     DISPLAY 'CMCTR01 - DETAIL ROWS SWEPT     = ' WS-SWEPT-COUNT
100900     DISPLAY 'CMCTR01 - CASH ROWS SELECTED    = ' WS-CASH-COUNT
101000     DISPLAY 'CMCTR01 - CUSTOMERS WITH CASH   = ' WS-OWNER-COUNT
101100     DISPLAY 'CMCTR01 - CUSTOMERS EXTRACTED   = '
101200         WS-EXTRACTED-COUNT
101300     DISPLAY 'CMCTR01 - OWNERS NOT ON FILE    = '
101400         WS-NO-OWNER-COUNT
101500     DISPLAY 'CMCTR01 - REVIEW FINDINGS       = '
101600         WS-FINDING-COUNT
101700     DISPLAY 'CMCTR01 - HISTORY ROWS PURGED   = '
101800         WS-PURGED-COUNT.
101900 4000-EXIT.
102000     EXIT.
102100
102200*----------------------------------------------------------------*
102300* 4100-WRITE-PAGE-HEADINGS                                       *
102400*----------------------------------------------------------------*
102500 4100-WRITE-PAGE-HEADINGS.
102600     ADD 1 TO WS-PAGE-NUMBER
102700     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
102800     MOVE WS-RUN-DATE    TO WS-H1-BUS-DATE
102900     WRITE CTRRVW-RECORD FROM WS-HEADING-1
103000     WRITE CTRRVW-RECORD FROM WS-HEADING-2
103100     WRITE CTRRVW-RECORD FROM WS-BLANK-LINE
103200     MOVE 3 TO WS-LINES-ON-PAGE.
103300 4100-EXIT.
103400     EXIT.
103500
103600*----------------------------------------------------------------*
103700* 4300-WRITE-SUMMARY                                             *
103800*----------------------------------------------------------------*
103900 4300-WRITE-SUMMARY.
104000     WRITE CTRRVW-RECORD FROM WS-BLANK-LINE
104100
104200     MOVE SPACES TO WS-TOTAL-LINE
104300     MOVE 'CUSTOMERS WITH CASH'      TO WM-LABEL
104400     MOVE WS-OWNER-COUNT             TO WM-COUNT
104500     WRITE CTRRVW-RECORD FROM WS-TOTAL-LINE
104600
104700     MOVE SPACES TO WS-TOTAL-LINE
104800     MOVE 'CUSTOMERS FILED'          TO WM-LABEL
104900     MOVE WS-EXTRACTED-COUNT         TO WM-COUNT
105000     WRITE CTRRVW-RECORD FROM WS-TOTAL-LINE
105100
105200     MOVE SPACES TO WS-TOTAL-LINE
105300     MOVE 'REVIEW FINDINGS'          TO WM-LABEL
105400     MOVE WS-FINDING-COUNT           TO WM-COUNT
105500     WRITE CTRRVW-RECORD FROM WS-TOTAL-LINE.
105600 4300-EXIT.
105700     EXIT.
