003809*                   every closure was moving the ledger with no  *
003810*                   journal line, the very drift the SR relief   *
003811*                   pairs exist to prevent.                      *
003812*   10/15/2026  RH  CMDSPR01 dispute case postings (a 'DS'       *
003813*                   case id with a PROV, PERM or RDEB action)    *
003814*                   book as DC/DD customer legs offset on '*' by *
003815*                   DS dispute-suspense or DL dispute-loss legs  *
003816*                   instead of the clearing contra, and a        *
003817*                   provisional credit the customer keeps at     *
003818*                   closure moves from DS to DL.                 *
003819*   10/15/2026  RH  A DISPCASE read error stops the kept-credit  *
003820*                   pass RC 16 and leaves the step open in run   *
003821*                   control for the rerun.                       *
003800*----------------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
006900         ACCESS MODE IS SEQUENTIAL
007000         FILE STATUS IS GLINTF-STATUS.
007100
007110     SELECT DISPCASE-FILE ASSIGN TO DISPCASE
007120         ORGANIZATION IS INDEXED
007130         ACCESS MODE IS SEQUENTIAL
007140         RECORD KEY IS DSP-CASE-ID
007150         FILE STATUS IS DISPCASE-STATUS.
007160
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  CUSTAUD-FILE
010200 FD  GLINTF-FILE
010300     RECORDING MODE IS F.
010400 01  GLINTF-RECORD             PIC X(80).
010410
010420 FD  DISPCASE-FILE
010430     RECORDING MODE IS F.
010440 COPY DISPCASE.
010500
010600 WORKING-STORAGE SECTION.
010700 COPY GLINTF.
012500 77  GLINTF-STATUS         PIC X(2).
012600     88  GLINTF-OK             VALUE '00'.
012700
012710 77  DISPCASE-STATUS       PIC X(2).
012720     88  DISPCASE-OK           VALUE '00'.
012730     88  DISPCASE-EOF          VALUE '10'.
012740
012800 77  WS-CUSTAUD-EOF-SW     PIC X(1)      VALUE 'N'.
012900     88  WS-END-OF-CUSTAUD         VALUE 'Y'.
013000
013900
014000 77  WS-SORTWORK-EOF-SW    PIC X(1)      VALUE 'N'.
014100     88  WS-END-OF-SORTWORK        VALUE 'Y'.
014110
014120 77  WS-DISPCASE-EOF-SW    PIC X(1)      VALUE 'N'.
014130     88  WS-END-OF-DISPCASE        VALUE 'Y'.
014200
014300 77  WS-RUN-DATE           PIC 9(8)      VALUE ZERO.
014400 77  WS-RUN-TIME           PIC 9(6)      VALUE ZERO.
015400 77  WS-TABLE-FULL-COUNT   PIC 9(9) COMP VALUE ZERO.
015410 77  WS-RECYCLE-COUNT      PIC 9(9) COMP VALUE ZERO.
015415 77  WS-CLOSURE-COUNT      PIC 9(9) COMP VALUE ZERO.
015416 77  WS-DISPUTE-COUNT      PIC 9(9) COMP VALUE ZERO.
015420 77  WS-PRIOR-DATE         PIC 9(8)      VALUE ZERO.
015500
015600 77  WS-WORK-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
016320 01  WS-AUDIT-TXN-ID.
016330     05  WS-ATI-PREFIX         PIC X(2).
016340     05  FILLER                PIC X(14).
016350
016360 01  WS-DISPUTE-TXN-ID.
016361     05  WS-DTI-PREFIX         PIC X(2).
016362     05  WS-DTI-CASE-NUMBER    PIC X(10).
016363     05  WS-DTI-ACTION         PIC X(4).
016364         88  WS-DTI-CASE-ACTION    VALUE 'PROV' 'PERM' 'RDEB'.
016365         88  WS-DTI-PERMANENT      VALUE 'PERM'.
016370 77  WS-DISPUTE-SW         PIC X(1)      VALUE 'N'.
016380     88  WS-DISPUTE-LEG            VALUE 'Y'.
016400
016500 77  WS-SUM-USED           PIC 9(4) COMP VALUE ZERO.
016600 77  WS-SUM-SUB            PIC 9(4) COMP VALUE ZERO.
017000     05  WS-SUM-ENTRY OCCURS 100 TIMES.
017100         10  WS-SUM-ACCT-TYPE  PIC X(1).
017200         10  WS-SUM-CLASS      PIC X(2).
017210             88  WS-SUM-DISPUTE-CLASS  VALUE 'DC' 'DD' 'DS' 'DL'.
017250         10  WS-SUM-SIDE       PIC X(1).
017300         10  WS-SUM-COUNT      PIC 9(7)  COMP.
017400         10  WS-SUM-AMOUNT     PIC S9(13)V99 COMP-3.
019400
019500         PERFORM 4000-SUM-SUSPENSE THRU 4000-EXIT
019510         PERFORM 4500-SUM-RECYCLE THRU 4500-EXIT
019520         PERFORM 4800-SUM-DISPUTE-CLOSURES THRU 4800-EXIT
019600         PERFORM 5000-WRITE-INTERFACE THRU 5000-EXIT
019700         PERFORM 6000-TERMINATE THRU 6000-EXIT
019705         IF RETURN-CODE = ZERO
019710             PERFORM 0200-REGISTER-END THRU 0200-EXIT
019715         END-IF
019720     END-IF
019800     GOBACK.
019810
041700*                      class carries the transaction type, with  *
041800*                      a transfer split into its outbound        *
041900*                      (CMPOST01) and inbound (CMXFER01) legs.   *
041910*                      A CMDSPR01 dispute case posting books a   *
041920*                      DC or DD leg and its '*' offset.          *
042000*----------------------------------------------------------------*
042100 3800-BOOK-ONE-LEG.
042200     ADD 1 TO WS-MATCHED-COUNT
042300
042310     MOVE SW-TXN-ID TO WS-DISPUTE-TXN-ID
042320     IF WS-DTI-PREFIX = 'DS' AND WS-DTI-CASE-ACTION
042330         MOVE 'Y' TO WS-DISPUTE-SW
042340     ELSE
042350         MOVE 'N' TO WS-DISPUTE-SW
042360     END-IF
042370
042400     EVALUATE TRUE
042410         WHEN WS-DISPUTE-LEG
042420             MOVE 'D' TO WS-WORK-CLASS-1
042500         WHEN SW-TXN-TYPE = 'T' AND AW-JOB-NAME = 'CMXFER01'
042600             MOVE 'T' TO WS-WORK-CLASS-1
042700             MOVE 'I' TO WS-WORK-CLASS-2
043950         MOVE 'C' TO WS-WORK-SIDE
044000         MOVE AW-DELTA TO WS-WORK-AMOUNT
044100     END-IF
044110     IF WS-DISPUTE-LEG
044120         MOVE WS-WORK-SIDE TO WS-WORK-CLASS-2
044130     END-IF
044200
044300     PERFORM 3900-ADD-TO-SUMMARY THRU 3900-EXIT
044310     IF WS-DISPUTE-LEG
044320         PERFORM 3850-BOOK-DISPUTE-OFFSET THRU 3850-EXIT
044330     END-IF
044400     PERFORM 3600-READ-AUDWORK THRU 3600-EXIT.
044500 3800-EXIT.
044600     EXIT.
044700
044703*----------------------------------------------------------------*
044706* 3850-BOOK-DISPUTE-OFFSET -- the opposite side of a dispute     *
044709*                             case leg: a provisional credit and *
044712*                             its re-debit move the '*' DS       *
044715*                             dispute suspense line, a credit    *
044718*                             made permanent at closure is a DL  *
044721*                             dispute loss.  The pair balances   *
044724*                             itself, so neither leg feeds the   *
044727*                             clearing contra.                   *
044730*----------------------------------------------------------------*
044733 3850-BOOK-DISPUTE-OFFSET.
044736     IF WS-WORK-SIDE = 'D'
044739         MOVE 'C' TO WS-WORK-SIDE
044742     ELSE
044745         MOVE 'D' TO WS-WORK-SIDE
044748     END-IF
044751     MOVE 'D' TO WS-WORK-CLASS-1
044754     IF WS-DTI-PERMANENT
044757         MOVE 'L' TO WS-WORK-CLASS-2
044760     ELSE
044763         MOVE 'S' TO WS-WORK-CLASS-2
044766     END-IF
044769     MOVE '*' TO WS-WORK-ACCT-TYPE
044772     PERFORM 3900-ADD-TO-SUMMARY THRU 3900-EXIT
044775     ADD 1 TO WS-DISPUTE-COUNT.
044778 3850-EXIT.
044781     EXIT.
044784
044800*----------------------------------------------------------------*
044900* 3900-ADD-TO-SUMMARY -- fold one leg into the in-core summary   *
045000*                        table keyed by account type and class   *
054564 4750-EXIT.
054565     EXIT.
054566
054567*----------------------------------------------------------------*
054568* 4800-SUM-DISPUTE-CLOSURES -- a provisional credit the customer *
054569*                              keeps when CMDSPR01 closes the    *
054570*                              case tonight posts nothing to the *
054571*                              account, so it is moved here from *
054572*                              the '*' DS dispute suspense line  *
054573*                              to the DL dispute loss line.  No  *
054574*                              DISPCASE file books no moves.     *
054575*----------------------------------------------------------------*
054576 4800-SUM-DISPUTE-CLOSURES.
054577     OPEN INPUT DISPCASE-FILE
054578     IF NOT DISPCASE-OK
054579         DISPLAY 'CMGLEX01 - DISPCASE NOT AVAILABLE, STATUS='
054580             DISPCASE-STATUS
054581         GO TO 4800-EXIT
054582     END-IF
054583
054584     PERFORM 4810-SUM-ONE-CASE THRU 4810-EXIT
054585         UNTIL WS-END-OF-DISPCASE
054586
054587     CLOSE DISPCASE-FILE.
054588 4800-EXIT.
054589     EXIT.
054590
054591*----------------------------------------------------------------*
054592* 4810-SUM-ONE-CASE                                              *
054593*----------------------------------------------------------------*
054594 4810-SUM-ONE-CASE.
054595     READ DISPCASE-FILE
054596         AT END
054597             MOVE 'Y' TO WS-DISPCASE-EOF-SW
054598             GO TO 4810-EXIT
054599     END-READ
054600     IF NOT DISPCASE-OK
054601         DISPLAY 'CMGLEX01 - DISPCASE READ FAILED, STATUS='
054602             DISPCASE-STATUS ' - RUN STOPPED'
054603         MOVE 16  TO RETURN-CODE
054604         MOVE 'Y' TO WS-DISPCASE-EOF-SW
054605         GO TO 4810-EXIT
054606     END-IF
054607     IF DSP-CLOSED-DATE NOT = WS-RUN-DATE
054608             OR NOT DSP-CREDIT-KEPT
054609         GO TO 4810-EXIT
054610     END-IF
054611
054612     MOVE 'D'             TO WS-WORK-CLASS-1
054613     MOVE 'S'             TO WS-WORK-CLASS-2
054614     MOVE 'C'             TO WS-WORK-SIDE
054615     MOVE '*'             TO WS-WORK-ACCT-TYPE
054616     MOVE DSP-PROV-AMOUNT TO WS-WORK-AMOUNT
054617     PERFORM 3900-ADD-TO-SUMMARY THRU 3900-EXIT
054618
054619     MOVE 'L'             TO WS-WORK-CLASS-2
054620     MOVE 'D'             TO WS-WORK-SIDE
054621     PERFORM 3900-ADD-TO-SUMMARY THRU 3900-EXIT
054622     ADD 1 TO WS-DISPUTE-COUNT.
054623 4810-EXIT.
054624     EXIT.
054625
054650*----------------------------------------------------------------*
054700* 5000-WRITE-INTERFACE -- header, one journal line per summary   *
054800*                         bucket, the clearing contra lines that *
054900*                         balance the batch, and the trailer     *
060700*                          interest, inbound legs, and theirs    *
060800*                          are credit-side.  Each side feeds     *
060900*                          the opposite clearing contra total,   *
060910*                          except the SR suspense-relief pairs   *
060920*                          and the dispute lines, which already  *
060930*                          balance each other.                   *
061000*----------------------------------------------------------------*
061100 5100-WRITE-ONE-DETAIL.
061200     MOVE SPACES TO GL-DETAIL-RECORD
062500         MOVE ZERO                       TO GLD-CREDIT-AMT
062600         ADD WS-SUM-AMOUNT (WS-SUM-SUB) TO WS-HASH-DEBITS
062610         IF WS-SUM-CLASS (WS-SUM-SUB) NOT = 'SR'
062620                 AND NOT WS-SUM-DISPUTE-CLASS (WS-SUM-SUB)
062700             ADD WS-SUM-AMOUNT (WS-SUM-SUB) TO WS-CLEAR-CREDITS
062710         END-IF
062800     ELSE
063000         MOVE WS-SUM-AMOUNT (WS-SUM-SUB) TO GLD-CREDIT-AMT
063100         ADD WS-SUM-AMOUNT (WS-SUM-SUB) TO WS-HASH-CREDITS
063110         IF WS-SUM-CLASS (WS-SUM-SUB) NOT = 'SR'
063120                 AND NOT WS-SUM-DISPUTE-CLASS (WS-SUM-SUB)
063200             ADD WS-SUM-AMOUNT (WS-SUM-SUB) TO WS-CLEAR-DEBITS
063210         END-IF
063300     END-IF
064760         WS-RECYCLE-COUNT
064770     DISPLAY 'CMGLEX01 - CLOSURE LEGS BOOKED = '
064780         WS-CLOSURE-COUNT
064790     DISPLAY 'CMGLEX01 - DISPUTE OFFSETS BOOKED = '
064795         WS-DISPUTE-COUNT
064800     DISPLAY 'CMGLEX01 - JOURNAL LINES      = ' WS-DETAIL-COUNT
064900     DISPLAY 'CMGLEX01 - HASH DEBITS        = ' WS-HASH-DEBITS
065000     DISPLAY 'CMGLEX01 - HASH CREDITS       = ' WS-HASH-CREDITS
