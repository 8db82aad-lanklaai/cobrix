002926*                   the regular run.  A non-numeric rate on a    *
002928*                   row loaded before the field existed reads    *
002930*                   as zero -- no overdraft interest.            *
002931*   10/15/2026  RH  An account holding an active TERMDEP term    *
002932*                   deposit accrues at the deposit's locked      *
002933*                   rate instead of the floating RATETABL rate   *
002934*                   for its account type.                        *
002940*----------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS ACCRTRN-STATUS.
005110
005120     SELECT TERMDEP-FILE ASSIGN TO TERMDEP
005130         ORGANIZATION IS INDEXED
005140         ACCESS MODE IS DYNAMIC
005150         RECORD KEY IS TD-ACCT-ID
005160         FILE STATUS IS TERMDEP-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
006300 FD  ACCRTRN-FILE
006400     RECORDING MODE IS F.
006500 COPY TRANSHST.
006510
006520 FD  TERMDEP-FILE
006530     RECORDING MODE IS F.
006540 COPY TERMDEP.
006600
006700 WORKING-STORAGE SECTION.
006710 COPY RUNPARM.
007500
007600 77  ACCRTRN-STATUS        PIC X(2).
007700     88  ACCRTRN-OK            VALUE '00'.
007710
007720 77  TERMDEP-STATUS        PIC X(2).
007730     88  TERMDEP-OK            VALUE '00'.
007740     88  TERMDEP-NOTFND        VALUE '23'.
007800
007900 77  WS-EOF-SWITCH         PIC X(1)      VALUE 'N'.
008000     88  WS-END-OF-CUSTMAST        VALUE 'Y'.
008400
008500 77  WS-RATE-EOF-SWITCH    PIC X(1)      VALUE 'N'.
008600     88  WS-END-OF-RATES           VALUE 'Y'.
008610
008620 77  WS-TERMDEP-SW         PIC X(1)      VALUE 'N'.
008630     88  WS-TERMDEP-AVAILABLE      VALUE 'Y'.
008700
008800 77  WS-SCANNED-COUNT      PIC 9(9) COMP VALUE ZERO.
008900 77  WS-INTEREST-COUNT     PIC 9(9) COMP VALUE ZERO.
009000 77  WS-FEE-COUNT          PIC 9(9) COMP VALUE ZERO.
009010 77  WS-OD-INT-COUNT       PIC 9(9) COMP VALUE ZERO.
009100 77  WS-NO-RATE-COUNT      PIC 9(9) COMP VALUE ZERO.
009110 77  WS-TERM-RATE-COUNT    PIC 9(9) COMP VALUE ZERO.
009200 77  WS-TXN-SEQUENCE       PIC 9(6)      VALUE ZERO.
009300
009400 77  WS-ITEM-SUB           PIC 9(4) COMP VALUE ZERO.
012900     OPEN INPUT  CUSTMAST-FILE
013000     OPEN INPUT  RATETABL-FILE
013100     OPEN OUTPUT ACCRTRN-FILE
013110     OPEN INPUT  TERMDEP-FILE
013200
013300     IF NOT CUSTMAST-OK
013400         DISPLAY 'CMACCR01 - UNABLE TO OPEN CUSTMAST, STATUS='
014100             RATETABL-STATUS
014200         MOVE 'Y' TO WS-EOF-SWITCH
014300     END-IF
014310
014320     IF TERMDEP-OK
014330         MOVE 'Y' TO WS-TERMDEP-SW
014340     ELSE
014350         DISPLAY 'CMACCR01 - TERMDEP NOT AVAILABLE, STATUS='
014360             TERMDEP-STATUS ' - TERM DEPOSITS PRICED AT TABLE'
014370             ' RATE'
014380     END-IF
014400
014500     PERFORM 2100-READ-CUSTMAST THRU 2100-EXIT.
014600 1000-EXIT.
015110*                          posts a blocked account's final       *
015120*                          accrual itself); everything else is   *
015200*                          priced off the effective RATETABL     *
015300*                          row for its CMR-ACCOUNT-TYPE, or at   *
015310*                          an active term deposit's locked rate  *
015400*----------------------------------------------------------------*
015500 2000-PROCESS-CUSTMAST.
015600     ADD 1 TO WS-SCANNED-COUNT
015800     IF CMR-STATUS NOT = 'C' AND CMR-STATUS NOT = 'F'
015810             AND CMR-STATUS NOT = 'P'
015900         PERFORM 2200-LOOKUP-RATE THRU 2200-EXIT
015910         PERFORM 2260-APPLY-TERM-RATE THRU 2260-EXIT
016000         IF WS-RATE-FOUND
016100             PERFORM 2300-ASSESS-INTEREST THRU 2300-EXIT
016150             PERFORM 2350-ASSESS-OD-INTEREST THRU 2350-EXIT
022900     END-IF.
023000 2250-EXIT.
023100     EXIT.
023102
023104*----------------------------------------------------------------*
023106* 2260-APPLY-TERM-RATE -- an active term deposit on the account  *
023108*                         replaces the table interest rate with  *
023110*                         the rate locked when it was placed.    *
023112*                         A deposit account type with no         *
023114*                         RATETABL row of its own still accrues, *
023116*                         with no fee or overdraft rate.         *
023118*----------------------------------------------------------------*
023120 2260-APPLY-TERM-RATE.
023122     IF NOT WS-TERMDEP-AVAILABLE
023124         GO TO 2260-EXIT
023126     END-IF
023128
023130     MOVE CMR-CUST-ID TO TD-ACCT-ID
023132     READ TERMDEP-FILE
023134         INVALID KEY
023136             GO TO 2260-EXIT
023138     END-READ
023140
023142     IF NOT TD-ACTIVE
023144         GO TO 2260-EXIT
023146     END-IF
023148
023150     IF NOT WS-RATE-FOUND
023152         MOVE ZERO TO WS-HELD-FEE-AMOUNT
023154         MOVE ZERO TO WS-HELD-WAIVER
023156         MOVE ZERO TO WS-HELD-OD-RATE
023158         MOVE 'Y'  TO WS-RATE-FOUND-SWITCH
023160     END-IF
023162     MOVE TD-LOCKED-RATE TO WS-HELD-INT-RATE
023164     ADD 1 TO WS-TERM-RATE-COUNT.
023166 2260-EXIT.
023168     EXIT.
023200
023300*----------------------------------------------------------------*
023400* 2300-ASSESS-INTEREST -- one month of interest on CMR-BALANCE   *
031400     CLOSE CUSTMAST-FILE
031500     CLOSE RATETABL-FILE
031600     CLOSE ACCRTRN-FILE
031610     IF WS-TERMDEP-AVAILABLE
031620         CLOSE TERMDEP-FILE
031630     END-IF
031700
031800     DISPLAY 'CMACCR01 - ACCOUNTS SCANNED    = ' WS-SCANNED-COUNT
031900     DISPLAY 'CMACCR01 - INTEREST POSTINGS    = '
032100     DISPLAY 'CMACCR01 - FEE POSTINGS         = ' WS-FEE-COUNT
032110     DISPLAY 'CMACCR01 - OVERDRAFT INT POSTINGS = '
032120         WS-OD-INT-COUNT
032130     DISPLAY 'CMACCR01 - LOCKED TERM RATES    = '
032140         WS-TERM-RATE-COUNT
032200     DISPLAY 'CMACCR01 - NO RATE ON FILE      = '
032300         WS-NO-RATE-COUNT.
032400 3000-EXIT.
