000100*================================================================*
000200* PROGRAM:     CMTDPM01                                          *
000300* FUNCTION:    Term-deposit operator utility.  One command card  *
000400*              per run, read with ACCEPT, the same discipline    *
000500*              as CMSTOM01:                                      *
000600*                cols  1-8   OPEN / INSTR / CANCEL / LIST        *
000700*                cols 10-19  account id                          *
000800*                cols 21-33  principal 9(11)V99     (OPEN only)  *
000900*                cols 35-40  locked rate 9(2)V9(4)  (OPEN only)  *
001000*                cols 42-44  term in months         (OPEN only)  *
001100*                cols 46-53  start date             (OPEN only)  *
001200*                col  55     instruction R/L/P      (OPEN,INSTR) *
001300*                cols 57-66  linked account         (OPEN,INSTR) *
001400*                col  68     early rule R/P         (OPEN only)  *
001500*                cols 70-71  penalty months         (OPEN only)  *
001600*              OPEN places a deposit on an existing CUSTMAST     *
001700*              account -- the money itself arrives as an         *
001800*              ordinary credit through the feed; the maturity    *
001900*              date is the start date plus the term.  INSTR      *
002000*              changes what is done at maturity; CANCEL retires  *
002100*              an active deposit so the account prices and       *
002200*              debits as an ordinary account again; LIST reports *
002300*              every deposit on file.  Errors end with           *
002400*              RETURN-CODE 8 so a mis-keyed card stops the       *
002500*              schedule instead of half-acting.                  *
002600*================================================================*
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. CMTDPM01.
002900 AUTHOR. R-HOLLOWAY.
003000 INSTALLATION. IBMUSER CUSTOMER LEDGER SYSTEMS.
003100 DATE-WRITTEN. 10/15/2026.
003200 DATE-COMPILED.
003300*----------------------------------------------------------------*
003400* MODIFICATION HISTORY                                           *
003500*   10/15/2026  RH  Initial version -- card-driven placing,      *
003600*                   instruction change, cancellation, and        *
003700*                   listing of TERMDEP term deposits.            *
003710*   10/15/2026  RH  OPEN now refuses a start date that is not a  *
003720*                   real calendar date, and clears the new       *
003730*                   TD-RUN-DISB-NO on the placed deposit.        *
003800*----------------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT TERMDEP-FILE ASSIGN TO TERMDEP
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS TD-ACCT-ID
004900         FILE STATUS IS TERMDEP-STATUS.
005000
005100     SELECT TDPRPT-FILE ASSIGN TO TDPRPT
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS TDPRPT-STATUS.
005500
005600     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS CMR-CUST-ID
006000         FILE STATUS IS CUSTMAST-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  TERMDEP-FILE
006500     RECORDING MODE IS F.
006600 COPY TERMDEP.
006700
006800 FD  TDPRPT-FILE
006900     RECORDING MODE IS F.
007000 01  TDPRPT-RECORD             PIC X(132).
007100
007200 FD  CUSTMAST-FILE
007300     RECORDING MODE IS F.
007400 COPY CUSTMAST.
007500
007600 WORKING-STORAGE SECTION.
007700 77  TERMDEP-STATUS        PIC X(2).
007800     88  TERMDEP-OK            VALUE '00'.
007900     88  TERMDEP-NOTFND        VALUE '23'.
008000     88  TERMDEP-EOF           VALUE '10'.
008100
008200 77  TDPRPT-STATUS         PIC X(2).
008300     88  TDPRPT-OK             VALUE '00'.
008400
008500 77  CUSTMAST-STATUS       PIC X(2).
008600     88  CUSTMAST-OK           VALUE '00'.
008700     88  CUSTMAST-NOTFND       VALUE '23'.
008800
008900 77  WS-BROWSE-EOF-SW      PIC X(1)      VALUE 'N'.
009000     88  WS-END-OF-BROWSE          VALUE 'Y'.
009100
009200 77  WS-ON-FILE-SW         PIC X(1)      VALUE 'N'.
009300     88  WS-DEPOSIT-ON-FILE        VALUE 'Y'.
009310
009320 77  WS-DATE-OK-SW         PIC X(1)      VALUE 'N'.
009330     88  WS-DATE-OK                VALUE 'Y'.
009400
009500 77  WS-LISTED-COUNT       PIC 9(5) COMP VALUE ZERO.
009600
009700 01  WS-CMD-CARD.
009800     05  WS-CMD-FUNCTION       PIC X(8).
009900     05  FILLER                PIC X(1).
010000     05  WS-CMD-ACCT-ID        PIC X(10).
010100     05  FILLER                PIC X(1).
010200     05  WS-CMD-PRINCIPAL      PIC X(13).
010300     05  WS-CMD-PRINCIPAL-9 REDEFINES WS-CMD-PRINCIPAL
010400                               PIC 9(11)V99.
010500     05  FILLER                PIC X(1).
010600     05  WS-CMD-RATE           PIC X(6).
010700     05  WS-CMD-RATE-9 REDEFINES WS-CMD-RATE
010800                               PIC 9(2)V9(4).
010900     05  FILLER                PIC X(1).
011000     05  WS-CMD-TERM           PIC X(3).
011100     05  WS-CMD-TERM-9 REDEFINES WS-CMD-TERM
011200                               PIC 9(3).
011300     05  FILLER                PIC X(1).
011400     05  WS-CMD-START-DATE     PIC X(8).
011500     05  FILLER                PIC X(1).
011600     05  WS-CMD-INSTRUCTION    PIC X(1).
011700     05  FILLER                PIC X(1).
011800     05  WS-CMD-LINKED-ID      PIC X(10).
011900     05  FILLER                PIC X(1).
012000     05  WS-CMD-EARLY-RULE     PIC X(1).
012100     05  FILLER                PIC X(1).
012200     05  WS-CMD-PENALTY-MONTHS PIC X(2).
012300     05  WS-CMD-PENALTY-MONTHS-9 REDEFINES WS-CMD-PENALTY-MONTHS
012400                               PIC 9(2).
012500
012600 01  WS-WORK-DATE-GROUP.
012700     05  WS-WORK-DATE      PIC 9(8)      VALUE ZERO.
012800 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE-GROUP.
012900     05  WS-WORK-YYYY      PIC 9(4).
013000     05  WS-WORK-MM        PIC 9(2).
013100     05  WS-WORK-DD        PIC 9(2).
013200
013300 01  WS-DAYS-IN-MONTH-TABLE.
013400     05  FILLER            PIC 9(2)  VALUE 31.
013500     05  FILLER            PIC 9(2)  VALUE 28.
013600     05  FILLER            PIC 9(2)  VALUE 31.
013700     05  FILLER            PIC 9(2)  VALUE 30.
013800     05  FILLER            PIC 9(2)  VALUE 31.
013900     05  FILLER            PIC 9(2)  VALUE 30.
014000     05  FILLER            PIC 9(2)  VALUE 31.
014100     05  FILLER            PIC 9(2)  VALUE 31.
014200     05  FILLER            PIC 9(2)  VALUE 30.
014300     05  FILLER            PIC 9(2)  VALUE 31.
014400     05  FILLER            PIC 9(2)  VALUE 30.
014500     05  FILLER            PIC 9(2)  VALUE 31.
014600 01  WS-DAYS-IN-MONTH-R REDEFINES WS-DAYS-IN-MONTH-TABLE.
014700     05  WS-DAYS-IN-MONTH  PIC 9(2)  OCCURS 12 TIMES.
014800
014900 77  WS-MAX-DAY-THIS-MONTH PIC 9(2)      VALUE ZERO.
015000 77  WS-LEAP-QUOTIENT      PIC 9(4) COMP VALUE ZERO.
015100 77  WS-LEAP-REM-4         PIC 9(4) COMP VALUE ZERO.
015200 77  WS-LEAP-REM-100       PIC 9(4) COMP VALUE ZERO.
015300 77  WS-LEAP-REM-400       PIC 9(4) COMP VALUE ZERO.
015400 77  WS-MONTH-WORK         PIC 9(5) COMP VALUE ZERO.
015500 77  WS-YEARS-ADDED        PIC 9(4) COMP VALUE ZERO.
015600 77  WS-MONTH-REM          PIC 9(4) COMP VALUE ZERO.
015700
015800 01  WS-HEADING-1.
015900     05  FILLER                PIC X(40) VALUE
016000         'CMTDPM01 - TERM DEPOSITS ON FILE'.
016100
016200 01  WS-HEADING-2.
016300     05  FILLER                PIC X(12) VALUE 'ACCOUNT'.
016400     05  FILLER                PIC X(18) VALUE
016500         '       PRINCIPAL'.
016600     05  FILLER                PIC X(10) VALUE '    RATE'.
016700     05  FILLER                PIC X(5)  VALUE 'TERM'.
016800     05  FILLER                PIC X(10) VALUE 'START'.
016900     05  FILLER                PIC X(10) VALUE 'MATURITY'.
017000     05  FILLER                PIC X(4)  VALUE 'IN'.
017100     05  FILLER                PIC X(12) VALUE 'LINKED'.
017200     05  FILLER                PIC X(7)  VALUE 'EARLY'.
017300     05  FILLER                PIC X(16) VALUE
017400         '   PENALTY DUE'.
017500     05  FILLER                PIC X(9)  VALUE 'STATUS'.
017600
017700 01  WS-DETAIL-LINE.
017800     05  WD-ACCT-ID            PIC X(10).
017900     05  FILLER                PIC X(2)  VALUE SPACES.
018000     05  WD-PRINCIPAL          PIC ---,---,---,--9.99.
018100     05  FILLER                PIC X(2)  VALUE SPACES.
018200     05  WD-RATE               PIC Z9.9999.
018300     05  FILLER                PIC X(3)  VALUE SPACES.
018400     05  WD-TERM               PIC ZZ9.
018500     05  FILLER                PIC X(2)  VALUE SPACES.
018600     05  WD-START-DATE         PIC 9(8).
018700     05  FILLER                PIC X(2)  VALUE SPACES.
018800     05  WD-MATURITY-DATE      PIC 9(8).
018900     05  FILLER                PIC X(2)  VALUE SPACES.
019000     05  WD-INSTRUCTION        PIC X(1).
019100     05  FILLER                PIC X(3)  VALUE SPACES.
019200     05  WD-LINKED-ACCT        PIC X(10).
019300     05  FILLER                PIC X(2)  VALUE SPACES.
019400     05  WD-EARLY-RULE         PIC X(1).
019500     05  FILLER                PIC X(1)  VALUE SPACES.
019600     05  WD-PENALTY-MONTHS     PIC Z9.
019700     05  FILLER                PIC X(2)  VALUE SPACES.
019800     05  WD-PENALTY-DUE        PIC ---,---,--9.99.
019900     05  FILLER                PIC X(2)  VALUE SPACES.
020000     05  WD-STATUS-TEXT        PIC X(9).
020100
020200 01  WS-NO-ROWS-LINE.
020300     05  FILLER                PIC X(30) VALUE
020400         'NO TERM DEPOSITS ON FILE'.
020500
020600 PROCEDURE DIVISION.
020700*----------------------------------------------------------------*
020800* 0000-MAINLINE                                                  *
020900*----------------------------------------------------------------*
021000 0000-MAINLINE.
021100     ACCEPT WS-CMD-CARD
021200
021300     OPEN I-O TERMDEP-FILE
021400     IF NOT TERMDEP-OK
021500         DISPLAY 'CMTDPM01 - UNABLE TO OPEN TERMDEP, STATUS='
021600             TERMDEP-STATUS
021700         MOVE 8 TO RETURN-CODE
021800         GOBACK
021900     END-IF
022000
022100     EVALUATE WS-CMD-FUNCTION
022200         WHEN 'OPEN'
022300             PERFORM 2000-OPEN-DEPOSIT THRU 2000-EXIT
022400         WHEN 'INSTR'
022500             PERFORM 3000-CHANGE-DEPOSIT THRU 3000-EXIT
022600         WHEN 'CANCEL'
022700             PERFORM 3000-CHANGE-DEPOSIT THRU 3000-EXIT
022800         WHEN 'LIST'
022900             PERFORM 4000-LIST-DEPOSITS THRU 4000-EXIT
023000         WHEN OTHER
023100             DISPLAY 'CMTDPM01 - UNRECOGNIZED COMMAND '
023200                 WS-CMD-FUNCTION
023300             MOVE 8 TO RETURN-CODE
023400     END-EVALUATE
023500
023600     CLOSE TERMDEP-FILE
023700     GOBACK.
023800
023900*----------------------------------------------------------------*
024000* 2000-OPEN-DEPOSIT -- every field is edited before the row is   *
024100*                      written.  An account holds one deposit at *
024200*                      a time: a matured, broken, or cancelled   *
024300*                      row is replaced by the new term once any  *
024400*                      penalty on it has been charged; an active *
024500*                      one is refused.                           *
024600*----------------------------------------------------------------*
024700 2000-OPEN-DEPOSIT.
024800     IF WS-CMD-ACCT-ID = SPACES
024900         DISPLAY 'CMTDPM01 - OPEN NEEDS AN ACCOUNT ID'
025000         MOVE 8 TO RETURN-CODE
025100         GO TO 2000-EXIT
025200     END-IF
025300
025400     IF WS-CMD-PRINCIPAL NOT NUMERIC
025500             OR WS-CMD-PRINCIPAL-9 NOT GREATER THAN ZERO
025600         DISPLAY 'CMTDPM01 - PRINCIPAL MUST BE NUMERIC AND '
025700             'GREATER THAN ZERO'
025800         MOVE 8 TO RETURN-CODE
025900         GO TO 2000-EXIT
026000     END-IF
026100
026200     IF WS-CMD-RATE NOT NUMERIC
026300         DISPLAY 'CMTDPM01 - LOCKED RATE MUST BE NUMERIC'
026400         MOVE 8 TO RETURN-CODE
026500         GO TO 2000-EXIT
026600     END-IF
026700
026800     IF WS-CMD-TERM NOT NUMERIC
026900             OR WS-CMD-TERM-9 NOT GREATER THAN ZERO
027000         DISPLAY 'CMTDPM01 - TERM MUST BE A NUMBER OF MONTHS '
027100             'GREATER THAN ZERO'
027200         MOVE 8 TO RETURN-CODE
027300         GO TO 2000-EXIT
027400     END-IF
027500
027600     MOVE WS-CMD-START-DATE TO WS-WORK-DATE-GROUP
027610     PERFORM 2870-CHECK-DATE THRU 2870-EXIT
027620     IF NOT WS-DATE-OK
027700         DISPLAY 'CMTDPM01 - START DATE MUST BE A VALID YYYYMMDD'
027800         MOVE 8 TO RETURN-CODE
027900         GO TO 2000-EXIT
028000     END-IF
028100
028200     PERFORM 2200-EDIT-INSTRUCTION THRU 2200-EXIT
028300     IF RETURN-CODE NOT = ZERO
028400         GO TO 2000-EXIT
028500     END-IF
028600
028700     IF WS-CMD-EARLY-RULE NOT = 'R'
028800             AND WS-CMD-EARLY-RULE NOT = 'P'
028900         DISPLAY 'CMTDPM01 - EARLY RULE MUST BE R OR P'
029000         MOVE 8 TO RETURN-CODE
029100         GO TO 2000-EXIT
029200     END-IF
029300
029400     IF WS-CMD-EARLY-RULE = 'P'
029500         IF WS-CMD-PENALTY-MONTHS NOT NUMERIC
029600                 OR WS-CMD-PENALTY-MONTHS-9 = ZERO
029700             DISPLAY 'CMTDPM01 - PENALTY RULE NEEDS A NUMBER '
029800                 'OF MONTHS'
029900             MOVE 8 TO RETURN-CODE
030000             GO TO 2000-EXIT
030100         END-IF
030200     END-IF
030300
030400     PERFORM 2100-CHECK-ACCOUNTS THRU 2100-EXIT
030500     IF RETURN-CODE NOT = ZERO
030600         GO TO 2000-EXIT
030700     END-IF
030800
030900     MOVE WS-CMD-ACCT-ID TO TD-ACCT-ID
031000     MOVE 'N' TO WS-ON-FILE-SW
031100     READ TERMDEP-FILE
031200         INVALID KEY
031300             CONTINUE
031400         NOT INVALID KEY
031500             MOVE 'Y' TO WS-ON-FILE-SW
031600     END-READ
031700     IF WS-DEPOSIT-ON-FILE AND TD-ACTIVE
031800         DISPLAY 'CMTDPM01 - ACCOUNT ' WS-CMD-ACCT-ID
031900             ' ALREADY HOLDS AN ACTIVE DEPOSIT'
032000         MOVE 8 TO RETURN-CODE
032100         GO TO 2000-EXIT
032200     END-IF
032300     IF WS-DEPOSIT-ON-FILE AND TD-PENALTY-DUE GREATER THAN ZERO
032400         DISPLAY 'CMTDPM01 - ACCOUNT ' WS-CMD-ACCT-ID
032500             ' HAS A PENALTY NOT YET CHARGED BY CMTDMR01'
032600         MOVE 8 TO RETURN-CODE
032700         GO TO 2000-EXIT
032800     END-IF
032900
033000     MOVE SPACES             TO TERM-DEPOSIT-RECORD
033100     MOVE WS-CMD-ACCT-ID     TO TD-ACCT-ID
033200     MOVE WS-CMD-PRINCIPAL-9 TO TD-PRINCIPAL
033300     MOVE WS-CMD-RATE-9      TO TD-LOCKED-RATE
033400     MOVE WS-CMD-TERM-9      TO TD-TERM-MONTHS
033500     MOVE WS-CMD-START-DATE  TO TD-START-DATE
033600     MOVE WS-CMD-START-DATE  TO WS-WORK-DATE
033700     PERFORM 2800-ADD-ONE-TERM THRU 2800-EXIT
033800     MOVE WS-WORK-DATE       TO TD-MATURITY-DATE
033900     MOVE WS-CMD-INSTRUCTION TO TD-INSTRUCTION
034000     IF WS-CMD-INSTRUCTION = 'L'
034100         MOVE WS-CMD-LINKED-ID TO TD-LINKED-ACCT-ID
034200     END-IF
034300     MOVE WS-CMD-EARLY-RULE  TO TD-EARLY-RULE
034400     IF WS-CMD-EARLY-RULE = 'P'
034500         MOVE WS-CMD-PENALTY-MONTHS-9 TO TD-PENALTY-MONTHS
034600     ELSE
034700         MOVE ZERO               TO TD-PENALTY-MONTHS
034800     END-IF
034900     MOVE 'A'                TO TD-STATUS
035000     MOVE ZERO               TO TD-PENALTY-DUE
035100     MOVE ZERO               TO TD-LAST-RUN-DATE
035200     MOVE SPACE              TO TD-RUN-ACTION
035300     MOVE ZERO               TO TD-RUN-PAYOUT
035400     MOVE ZERO               TO TD-RUN-PENALTY
035500     MOVE ZERO               TO TD-NOTICE-DATE
035600     MOVE ZERO               TO TD-ROLLOVER-COUNT
035700     MOVE WS-CMD-START-DATE  TO TD-PLACED-DATE
035710     MOVE ZERO               TO TD-RUN-DISB-NO
035800
035900     IF WS-DEPOSIT-ON-FILE
036000         REWRITE TERM-DEPOSIT-RECORD
036100             INVALID KEY
036200                 DISPLAY 'CMTDPM01 - REWRITE FAILED FOR '
036300                     TD-ACCT-ID ' STATUS=' TERMDEP-STATUS
036400                 MOVE 8 TO RETURN-CODE
036500         END-REWRITE
036600     ELSE
036700         WRITE TERM-DEPOSIT-RECORD
036800             INVALID KEY
036900                 DISPLAY 'CMTDPM01 - WRITE FAILED FOR '
037000                     TD-ACCT-ID ' STATUS=' TERMDEP-STATUS
037100                 MOVE 8 TO RETURN-CODE
037200         END-WRITE
037300     END-IF
037400
037500     IF RETURN-CODE = ZERO
037600         DISPLAY 'CMTDPM01 - DEPOSIT ' WS-CMD-ACCT-ID
037700             ' OPENED, MATURES ' TD-MATURITY-DATE
037800     END-IF.
037900 2000-EXIT.
038000     EXIT.
038100
038200*----------------------------------------------------------------*
038300* 2100-CHECK-ACCOUNTS -- the deposit's account, and the linked   *
038400*                        account where there is one, must be on  *
038500*                        CUSTMAST                                *
038600*----------------------------------------------------------------*
038700 2100-CHECK-ACCOUNTS.
038800     OPEN INPUT CUSTMAST-FILE
038900     IF NOT CUSTMAST-OK
039000         DISPLAY 'CMTDPM01 - UNABLE TO OPEN CUSTMAST, STATUS='
039100             CUSTMAST-STATUS
039200         MOVE 8 TO RETURN-CODE
039300         GO TO 2100-EXIT
039400     END-IF
039500
039600     MOVE WS-CMD-ACCT-ID TO CMR-CUST-ID
039700     READ CUSTMAST-FILE
039800         INVALID KEY
039900             DISPLAY 'CMTDPM01 - ACCOUNT ' WS-CMD-ACCT-ID
040000                 ' NOT ON CUSTMAST'
040100             MOVE 8 TO RETURN-CODE
040200     END-READ
040300
040400     IF RETURN-CODE = ZERO AND WS-CMD-INSTRUCTION = 'L'
040500         MOVE WS-CMD-LINKED-ID TO CMR-CUST-ID
040600         READ CUSTMAST-FILE
040700             INVALID KEY
040800                 DISPLAY 'CMTDPM01 - LINKED ACCOUNT '
040900                     WS-CMD-LINKED-ID ' NOT ON CUSTMAST'
041000                 MOVE 8 TO RETURN-CODE
041100         END-READ
041200     END-IF
041300
041400     CLOSE CUSTMAST-FILE.
041500 2100-EXIT.
041600     EXIT.
041700
041800*----------------------------------------------------------------*
041900* 2200-EDIT-INSTRUCTION -- pay to a linked account needs that    *
042000*                          account, and it cannot be the         *
042100*                          deposit's own                         *
042200*----------------------------------------------------------------*
042300 2200-EDIT-INSTRUCTION.
042400     IF WS-CMD-INSTRUCTION NOT = 'R'
042500             AND WS-CMD-INSTRUCTION NOT = 'L'
042600             AND WS-CMD-INSTRUCTION NOT = 'P'
042700         DISPLAY 'CMTDPM01 - INSTRUCTION MUST BE R, L, OR P'
042800         MOVE 8 TO RETURN-CODE
042900         GO TO 2200-EXIT
043000     END-IF
043100
043200     IF WS-CMD-INSTRUCTION = 'L'
043300         IF WS-CMD-LINKED-ID = SPACES
043400                 OR WS-CMD-LINKED-ID = WS-CMD-ACCT-ID
043500             DISPLAY 'CMTDPM01 - PAY TO LINKED ACCOUNT NEEDS '
043600                 'ANOTHER ACCOUNT ID'
043700             MOVE 8 TO RETURN-CODE
043800         END-IF
043900     END-IF.
044000 2200-EXIT.
044100     EXIT.
044200
044300*----------------------------------------------------------------*
044400* 2800-ADD-ONE-TERM -- TD-TERM-MONTHS forward from WS-WORK-DATE, *
044500*                      a day past a shorter month's end clamped  *
044600*                      to its last day as CMTDMR01 does at       *
044700*                      rollover                                  *
044800*----------------------------------------------------------------*
044900 2800-ADD-ONE-TERM.
045000     COMPUTE WS-MONTH-WORK = WS-WORK-MM - 1 + TD-TERM-MONTHS
045100     DIVIDE WS-MONTH-WORK BY 12 GIVING WS-YEARS-ADDED
045200         REMAINDER WS-MONTH-REM
045300     ADD WS-YEARS-ADDED TO WS-WORK-YYYY
045400     COMPUTE WS-WORK-MM = WS-MONTH-REM + 1
045500     PERFORM 2860-SET-MAX-DAY THRU 2860-EXIT
045600     IF WS-WORK-DD GREATER THAN WS-MAX-DAY-THIS-MONTH
045700         MOVE WS-MAX-DAY-THIS-MONTH TO WS-WORK-DD
045800     END-IF.
045900 2800-EXIT.
046000     EXIT.
046100
046200*----------------------------------------------------------------*
046300* 2860-SET-MAX-DAY -- days in WS-WORK-MM, February adjusted for  *
046400*                     leap years with the 4/100/400 rule         *
046500*----------------------------------------------------------------*
046600 2860-SET-MAX-DAY.
046700     MOVE WS-DAYS-IN-MONTH (WS-WORK-MM) TO WS-MAX-DAY-THIS-MONTH
046800
046900     IF WS-WORK-MM = 2
047000         DIVIDE WS-WORK-YYYY BY 4   GIVING WS-LEAP-QUOTIENT
047100             REMAINDER WS-LEAP-REM-4
047200         DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
047300             REMAINDER WS-LEAP-REM-100
047400         DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
047500             REMAINDER WS-LEAP-REM-400
047600         IF WS-LEAP-REM-4 = ZERO
047700             AND (WS-LEAP-REM-100 NOT = ZERO
047800                 OR WS-LEAP-REM-400 = ZERO)
047900             MOVE 29 TO WS-MAX-DAY-THIS-MONTH
048000         END-IF
048100     END-IF.
048200 2860-EXIT.
048300     EXIT.
048400
048404*----------------------------------------------------------------*
048408* 2870-CHECK-DATE -- a keyed date moved into WS-WORK-DATE-GROUP  *
048412*                    must be numeric with a real month and day   *
048416*----------------------------------------------------------------*
048420 2870-CHECK-DATE.
048424     MOVE 'N' TO WS-DATE-OK-SW
048428     IF WS-WORK-DATE NOT NUMERIC
048432         GO TO 2870-EXIT
048436     END-IF
048440     IF WS-WORK-YYYY LESS THAN 1900
048444             OR WS-WORK-MM LESS THAN 1
048448             OR WS-WORK-MM GREATER THAN 12
048452             OR WS-WORK-DD LESS THAN 1
048456         GO TO 2870-EXIT
048460     END-IF
048464     PERFORM 2860-SET-MAX-DAY THRU 2860-EXIT
048468     IF WS-WORK-DD GREATER THAN WS-MAX-DAY-THIS-MONTH
048472         GO TO 2870-EXIT
048476     END-IF
048480     MOVE 'Y' TO WS-DATE-OK-SW.
048484 2870-EXIT.
048488     EXIT.
048492
048500*----------------------------------------------------------------*
048600* 3000-CHANGE-DEPOSIT -- INSTR and CANCEL act on an active       *
048700*                        deposit only; a cancelled deposit       *
048800*                        keeps its row for the listing but no    *
048900*                        longer locks the rate or refuses debits *
049000*----------------------------------------------------------------*
049100 3000-CHANGE-DEPOSIT.
049200     IF WS-CMD-ACCT-ID = SPACES
049300         DISPLAY 'CMTDPM01 - ' WS-CMD-FUNCTION
049400             ' NEEDS AN ACCOUNT ID'
049500         MOVE 8 TO RETURN-CODE
049600         GO TO 3000-EXIT
049700     END-IF
049800
049900     MOVE WS-CMD-ACCT-ID TO TD-ACCT-ID
050000     READ TERMDEP-FILE
050100         INVALID KEY
050200             DISPLAY 'CMTDPM01 - NO DEPOSIT ON FILE FOR '
050300                 WS-CMD-ACCT-ID
050400             MOVE 8 TO RETURN-CODE
050500             GO TO 3000-EXIT
050600     END-READ
050700
050800     IF NOT TD-ACTIVE
050900         DISPLAY 'CMTDPM01 - ONLY AN ACTIVE DEPOSIT CAN BE '
051000             'CHANGED'
051100         MOVE 8 TO RETURN-CODE
051200         GO TO 3000-EXIT
051300     END-IF
051400
051500     IF WS-CMD-FUNCTION = 'CANCEL'
051600         MOVE 'X' TO TD-STATUS
051700     ELSE
051800         PERFORM 2200-EDIT-INSTRUCTION THRU 2200-EXIT
051900         IF RETURN-CODE = ZERO AND WS-CMD-INSTRUCTION = 'L'
052000             PERFORM 2100-CHECK-ACCOUNTS THRU 2100-EXIT
052100         END-IF
052200         IF RETURN-CODE NOT = ZERO
052300             GO TO 3000-EXIT
052400         END-IF
052500         MOVE WS-CMD-INSTRUCTION TO TD-INSTRUCTION
052600         MOVE SPACES             TO TD-LINKED-ACCT-ID
052700         IF WS-CMD-INSTRUCTION = 'L'
052800             MOVE WS-CMD-LINKED-ID TO TD-LINKED-ACCT-ID
052900         END-IF
053000     END-IF
053100
053200     REWRITE TERM-DEPOSIT-RECORD
053300         INVALID KEY
053400             DISPLAY 'CMTDPM01 - REWRITE FAILED FOR DEPOSIT '
053500                 TD-ACCT-ID ' STATUS=' TERMDEP-STATUS
053600             MOVE 8 TO RETURN-CODE
053700     END-REWRITE
053800
053900     IF RETURN-CODE = ZERO
054000         DISPLAY 'CMTDPM01 - DEPOSIT ' WS-CMD-ACCT-ID ' '
054100             WS-CMD-FUNCTION
054200     END-IF.
054300 3000-EXIT.
054400     EXIT.
054500
054600*----------------------------------------------------------------*
054700* 4000-LIST-DEPOSITS                                             *
054800*----------------------------------------------------------------*
054900 4000-LIST-DEPOSITS.
055000     OPEN OUTPUT TDPRPT-FILE
055100     WRITE TDPRPT-RECORD FROM WS-HEADING-1
055200     WRITE TDPRPT-RECORD FROM WS-HEADING-2
055300
055400     MOVE LOW-VALUES TO TD-ACCT-ID
055500     START TERMDEP-FILE KEY IS NOT LESS THAN TD-ACCT-ID
055600         INVALID KEY
055700             MOVE 'Y' TO WS-BROWSE-EOF-SW
055800     END-START
055900
056000     PERFORM 4100-LIST-ONE-DEPOSIT THRU 4100-EXIT
056100         UNTIL WS-END-OF-BROWSE
056200
056300     IF WS-LISTED-COUNT = ZERO
056400         WRITE TDPRPT-RECORD FROM WS-NO-ROWS-LINE
056500     END-IF
056600
056700     CLOSE TDPRPT-FILE
056800     DISPLAY 'CMTDPM01 - ' WS-LISTED-COUNT ' DEPOSIT(S) LISTED'.
056900 4000-EXIT.
057000     EXIT.
057100
057200*----------------------------------------------------------------*
057300* 4100-LIST-ONE-DEPOSIT                                          *
057400*----------------------------------------------------------------*
057500 4100-LIST-ONE-DEPOSIT.
057600     READ TERMDEP-FILE NEXT RECORD
057700         AT END
057800             MOVE 'Y' TO WS-BROWSE-EOF-SW
057900     END-READ
058000     IF WS-END-OF-BROWSE
058100         GO TO 4100-EXIT
058200     END-IF
058300     IF NOT TERMDEP-OK
058400         MOVE 'Y' TO WS-BROWSE-EOF-SW
058500         GO TO 4100-EXIT
058600     END-IF
058700
058800     MOVE TD-ACCT-ID         TO WD-ACCT-ID
058900     MOVE TD-PRINCIPAL       TO WD-PRINCIPAL
059000     MOVE TD-LOCKED-RATE     TO WD-RATE
059100     MOVE TD-TERM-MONTHS     TO WD-TERM
059200     MOVE TD-START-DATE      TO WD-START-DATE
059300     MOVE TD-MATURITY-DATE   TO WD-MATURITY-DATE
059400     MOVE TD-INSTRUCTION     TO WD-INSTRUCTION
059500     MOVE TD-LINKED-ACCT-ID  TO WD-LINKED-ACCT
059600     MOVE TD-EARLY-RULE      TO WD-EARLY-RULE
059700     MOVE TD-PENALTY-MONTHS  TO WD-PENALTY-MONTHS
059800     MOVE TD-PENALTY-DUE     TO WD-PENALTY-DUE
059900     EVALUATE TRUE
060000         WHEN TD-ACTIVE
060100             MOVE 'ACTIVE'    TO WD-STATUS-TEXT
060200         WHEN TD-MATURED
060300             MOVE 'MATURED'   TO WD-STATUS-TEXT
060400         WHEN TD-BROKEN
060500             MOVE 'BROKEN'    TO WD-STATUS-TEXT
060600         WHEN TD-CANCELLED
060700             MOVE 'CANCELLED' TO WD-STATUS-TEXT
060800         WHEN OTHER
060900             MOVE 'UNKNOWN'   TO WD-STATUS-TEXT
061000     END-EVALUATE
061100     WRITE TDPRPT-RECORD FROM WS-DETAIL-LINE
061200     ADD 1 TO WS-LISTED-COUNT.
061300 4100-EXIT.
061400     EXIT.
