002333*                   CMCNVT02 backfill carried without a usable      *
002334*                   date -- are always included, the old            *
002335*                   conservative treatment.                         *
002336*   10/15/2026  RH  Accounts on cycle billing close with the        *
002337*                   minimum payment due, its due date and any       *
002338*                   past-due amount from the DELINQ billing         *
002339*                   record CMBILL01 keeps.                          *
002300*----------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004693         RECORD KEY IS CBR-CUST-NO
004694         FILE STATUS IS CUSTBASE-STATUS.
004700
004710     SELECT DELINQ-FILE ASSIGN TO DELINQ
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS RANDOM
004740         RECORD KEY IS DLQ-ACCT-ID
004750         FILE STATUS IS DELINQ-STATUS.
004760
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CUSTMAST-FILE
006860 FD  CUSTBASE-FILE
006870     RECORDING MODE IS F.
006880 COPY CUSTBASE.
006881
006882 FD  DELINQ-FILE
006883     RECORDING MODE IS F.
006884 COPY DELINQ.
006900
007000 WORKING-STORAGE SECTION.
007050 COPY OVFLPARM.
008060 77  CUSTBASE-STATUS       PIC X(2).
008070     88  CUSTBASE-OK           VALUE '00'.
008080     88  CUSTBASE-NOTFND       VALUE '23'.
008081
008082 77  DELINQ-STATUS         PIC X(2).
008083     88  DELINQ-OK             VALUE '00'.
008084     88  DELINQ-NOTFND         VALUE '23'.
008090
008091 77  WS-XREF-AVAIL-SW      PIC X(1)      VALUE 'N'.
008092     88  WS-XREF-AVAILABLE         VALUE 'Y'.
008093
008094 77  WS-BASE-FOUND-SW      PIC X(1)      VALUE 'N'.
008095     88  WS-BASE-FOUND             VALUE 'Y'.
008096
008097 77  WS-DELINQ-AVAIL-SW    PIC X(1)      VALUE 'N'.
008098     88  WS-DELINQ-AVAILABLE       VALUE 'Y'.
008100
008200 77  WS-CUSTMAST-EOF-SW    PIC X(1)      VALUE 'N'.
008300     88  WS-END-OF-CUSTMAST       VALUE 'Y'.
014500 01  WS-ENDING-LINE.
014600     05  FILLER                PIC X(20) VALUE 'ENDING BALANCE'.
014700     05  WE-BALANCE            PIC ----,---,--9.99.
014710
014720 01  WS-MIN-DUE-LINE.
014730     05  FILLER                PIC X(20) VALUE
014735         'MINIMUM PAYMENT DUE'.
014740     05  WM-MIN-DUE            PIC ----,---,--9.99.
014750     05  FILLER                PIC X(4)  VALUE SPACES.
014760     05  FILLER                PIC X(13) VALUE 'DUE DATE'.
014770     05  WM-DUE-DATE           PIC 9999/99/99.
014780
014790 01  WS-PAST-DUE-LINE.
014791     05  FILLER                PIC X(20) VALUE 'PAST DUE AMOUNT'.
014792     05  WM-PAST-DUE           PIC ----,---,--9.99.
014793     05  FILLER                PIC X(4)  VALUE SPACES.
014794     05  FILLER                PIC X(40) VALUE
014795         'INCLUDED IN MINIMUM PAYMENT DUE'.
014800
014900 PROCEDURE DIVISION.
015000*----------------------------------------------------------------*
020340     IF ACCTXREF-OK AND CUSTBASE-OK
020350         MOVE 'Y' TO WS-XREF-AVAIL-SW
020360     END-IF
020370
020380     OPEN INPUT DELINQ-FILE
020390     IF DELINQ-OK
020395         MOVE 'Y' TO WS-DELINQ-AVAIL-SW
020398     END-IF
020400
020500     IF NOT CUSTMAST-OK
020600         DISPLAY 'CMSTMT01 - UNABLE TO OPEN CUSTMAST, STATUS='
022210     IF WS-XREF-AVAILABLE
022220         CLOSE ACCTXREF-FILE
022230         CLOSE CUSTBASE-FILE
022240     END-IF
022250     IF WS-DELINQ-AVAILABLE
022260         CLOSE DELINQ-FILE
022270     END-IF.
022300 2000-EXIT.
022400     EXIT.
024000
029040     END-IF
029100
029200     MOVE CMR-BALANCE TO WE-BALANCE
029300     WRITE STMTEXT-RECORD FROM WS-ENDING-LINE
029310
029320     IF WS-DELINQ-AVAILABLE
029330         PERFORM 2500-WRITE-PAYMENT-DUE THRU 2500-EXIT
029340     END-IF.
029400 2300-EXIT.
029500     EXIT.
029510
030480     END-IF.
031300 2400-EXIT.
031400     EXIT.
031500
031600*----------------------------------------------------------------*
031700* 2500-WRITE-PAYMENT-DUE -- an account on cycle billing with a   *
031800*                           minimum payment outstanding shows    *
031900*                           it, its due date and any past due    *
032000*----------------------------------------------------------------*
032100 2500-WRITE-PAYMENT-DUE.
032200     MOVE CMR-CUST-ID TO DLQ-ACCT-ID
032300     READ DELINQ-FILE
032400         INVALID KEY
032500             GO TO 2500-EXIT
032600     END-READ
032700
032800     IF DLQ-MIN-DUE NOT GREATER THAN ZERO
032900         GO TO 2500-EXIT
033000     END-IF
033100
033200     MOVE DLQ-MIN-DUE  TO WM-MIN-DUE
033300     MOVE DLQ-DUE-DATE TO WM-DUE-DATE
033400     WRITE STMTEXT-RECORD FROM WS-MIN-DUE-LINE
033500
033600     IF DLQ-PAST-DUE GREATER THAN ZERO
033700         MOVE DLQ-PAST-DUE TO WM-PAST-DUE
033800         WRITE STMTEXT-RECORD FROM WS-PAST-DUE-LINE
033900     END-IF.
034000 2500-EXIT.
034100     EXIT.
