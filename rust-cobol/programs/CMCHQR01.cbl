000100*================================================================*
000200* PROGRAM:     CMCHQR01                                          *
000300* FUNCTION:    Nightly official-cheque reconciliation.  Reads    *
000400*              the CLRDCHQ cleared-cheque file from the paying   *
000500*              bank (paid items) and from operations (void       *
000600*              requests) and settles each against its DISBMAST   *
000700*              row:                                              *
000800*                - a paid item for an outstanding cheque at the  *
000900*                  issued amount marks it paid;                  *
001000*                - a void request for an outstanding cheque      *
001100*                  marks it void, for CMDISB01 to send to the    *
001200*                  bank on tonight's positive-pay file.          *
001300*              Anything else -- a cheque we never issued, paid   *
001400*              twice, paid after its void went to the bank, or   *
001500*              paid at a different amount -- is left untouched   *
001600*              and listed as an exception.                       *
001700*              It then sweeps the outstanding cheques and stale- *
001800*              dates every one issued more than six months       *
001900*              before the business date.                         *
002000*                                                                *
002100* NOTE:        The CHQRRPT report lists every item settled, each *
002200*              exception with its reason, and each cheque stale- *
002300*              dated.  A stale cheque stays payable by the bank  *
002400*              until CMDISB01 has sent its void, so a paid item  *
002500*              against a stale cheque whose void has not gone    *
002600*              out is still accepted.                            *
002700*================================================================*
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CMCHQR01.
003000 AUTHOR. R-HOLLOWAY.
003100 INSTALLATION. IBMUSER CUSTOMER LEDGER SYSTEMS.
003200 DATE-WRITTEN. 10/15/2026.
003300 DATE-COMPILED.
003400*----------------------------------------------------------------*
003500* MODIFICATION HISTORY                                           *
003600*   10/15/2026  RH  Initial version -- paid/void settlement      *
003700*                   against DISBMAST and the six-month stale     *
003800*                   sweep.                                       *
003900*----------------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
004300 OBJECT-COMPUTER. IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CLRDCHQ-FILE ASSIGN TO CLRDCHQ
004700         ORGANIZATION IS SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS CLRDCHQ-STATUS.
005000
005100     SELECT DISBMAST-FILE ASSIGN TO DISBMAST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS DBM-KEY
005500         FILE STATUS IS DISBMAST-STATUS.
005600
005700     SELECT CHQRRPT-FILE ASSIGN TO CHQRRPT
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS CHQRRPT-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CLRDCHQ-FILE
006500     RECORDING MODE IS F.
006600 COPY CLRDCHQ.
006700
006800 FD  DISBMAST-FILE
006900     RECORDING MODE IS F.
007000 COPY DISBMAST.
007100
007200 FD  CHQRRPT-FILE
007300     RECORDING MODE IS F.
007400 01  CHQRRPT-RECORD            PIC X(132).
007500
007600 WORKING-STORAGE SECTION.
007700 COPY RUNPARM.
007800
007900 77  CLRDCHQ-STATUS        PIC X(2).
008000     88  CLRDCHQ-OK            VALUE '00'.
008100     88  CLRDCHQ-EOF           VALUE '10'.
008200
008300 77  DISBMAST-STATUS       PIC X(2).
008400     88  DISBMAST-OK           VALUE '00'.
008500     88  DISBMAST-EOF          VALUE '10'.
008600     88  DISBMAST-NOTFND       VALUE '23'.
008700
008800 77  CHQRRPT-STATUS        PIC X(2).
008900     88  CHQRRPT-OK            VALUE '00'.
009000
009100 77  WS-CLRDCHQ-EOF-SW     PIC X(1)      VALUE 'N'.
009200     88  WS-END-OF-CLRDCHQ         VALUE 'Y'.
009300
009400 77  WS-DISBMAST-EOF-SW    PIC X(1)      VALUE 'N'.
009500     88  WS-END-OF-DISBMAST        VALUE 'Y'.
009600
009700 77  WS-ITEMS-READ         PIC 9(9) COMP VALUE ZERO.
009800 77  WS-PAID-COUNT         PIC 9(9) COMP VALUE ZERO.
009900 77  WS-VOID-COUNT         PIC 9(9) COMP VALUE ZERO.
010000 77  WS-EXCEPTION-COUNT    PIC 9(9) COMP VALUE ZERO.
010100 77  WS-STALE-COUNT        PIC 9(9) COMP VALUE ZERO.
010200
010300 77  WS-PAID-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
010400 77  WS-VOID-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
010500 77  WS-STALE-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
010600
010700 77  WS-EXCEPTION-REASON   PIC X(30)     VALUE SPACES.
010800
010900 01  WS-RUN-DATE-GROUP.
011000     05  WS-RUN-DATE       PIC 9(8)      VALUE ZERO.
011100 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-GROUP.
011200     05  WS-RUN-YYYY       PIC 9(4).
011300     05  WS-RUN-MM         PIC 9(2).
011400     05  WS-RUN-DD         PIC 9(2).
011500
011600 01  WS-STALE-CUTOFF-GROUP.
011700     05  WS-STALE-CUTOFF   PIC 9(8)      VALUE ZERO.
011800 01  WS-STALE-CUTOFF-X REDEFINES WS-STALE-CUTOFF-GROUP.
011900     05  WS-STALE-YYYY     PIC 9(4).
012000     05  WS-STALE-MM       PIC 9(2).
012100     05  WS-STALE-DD       PIC 9(2).
012200
012300 77  WS-STALE-MONTHS       PIC 9(2)      VALUE 6.
012400 77  WS-WORK-MONTH         PIC S9(3)     VALUE ZERO.
012500
012600 77  WS-LINES-ON-PAGE      PIC 9(3)      VALUE ZERO.
012700 77  WS-PAGE-NUMBER        PIC 9(5)      VALUE ZERO.
012800 77  WS-PRINT-LINE         PIC X(132)    VALUE SPACES.
012900
013000 01  WS-HEADING-1.
013100     05  FILLER                PIC X(40) VALUE
013200         'CMCHQR01 - CHEQUE RECONCILIATION FOR'.
013300     05  WS-H1-BUS-DATE        PIC 9(8).
013400     05  FILLER                PIC X(21) VALUE SPACES.
013500     05  FILLER                PIC X(5)  VALUE 'PAGE '.
013600     05  WS-H1-PAGE            PIC ZZZZ9.
013700
013800 01  WS-HEADING-2.
013900     05  FILLER                PIC X(12) VALUE 'CHEQUE NO'.
014000     05  FILLER                PIC X(12) VALUE 'ACCOUNT'.
014100     05  FILLER                PIC X(17) VALUE '          AMOUNT'.
014200     05  FILLER                PIC X(17) VALUE '     ITEM AMOUNT'.
014300     05  FILLER                PIC X(10) VALUE 'ISSUED'.
014400     05  FILLER                PIC X(10) VALUE 'ITEM DATE'.
014500     05  FILLER                PIC X(30) VALUE 'OUTCOME'.
014600
014700 01  WS-DETAIL-LINE.
014800     05  WD-CHEQUE-NO          PIC 9(10).
014900     05  FILLER                PIC X(2)  VALUE SPACES.
015000     05  WD-ACCT-ID            PIC X(10).
015100     05  FILLER                PIC X(2)  VALUE SPACES.
015200     05  WD-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
015300     05  WD-ITEM-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
015400     05  FILLER                PIC X(2)  VALUE SPACES.
015500     05  WD-ISSUE-DATE         PIC 9(8).
015600     05  FILLER                PIC X(2)  VALUE SPACES.
015700     05  WD-ITEM-DATE          PIC 9(8).
015800     05  FILLER                PIC X(2)  VALUE SPACES.
015900     05  WD-OUTCOME            PIC X(30).
016000
016100 01  WS-STALE-HEADING.
016200     05  FILLER                PIC X(40) VALUE
016300         'CHEQUES STALE-DATED - ISSUED BEFORE'.
016400     05  WS-SH-CUTOFF          PIC 9(8).
016500
016600 01  WS-TOTAL-LINE.
016700     05  WM-LABEL              PIC X(30).
016800     05  WM-COUNT              PIC ZZZ,ZZZ,ZZ9.
016900     05  FILLER                PIC X(2)  VALUE SPACES.
017000     05  WM-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
017100
017200 01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
017300
017400 PROCEDURE DIVISION.
017500*----------------------------------------------------------------*
017600* 0000-MAINLINE                                                  *
017700*----------------------------------------------------------------*
017800 0000-MAINLINE.
017900     PERFORM 0100-REGISTER-START THRU 0100-EXIT
018000     IF RNP-SUCCESS
018100         PERFORM 1000-INITIALIZE THRU 1000-EXIT
018200         IF RETURN-CODE = ZERO
018300             PERFORM 2000-SETTLE-ITEM THRU 2000-EXIT
018400                 UNTIL WS-END-OF-CLRDCHQ
018500             PERFORM 2500-STALE-SWEEP THRU 2500-EXIT
018600         END-IF
018700         PERFORM 3000-TERMINATE THRU 3000-EXIT
018800         IF RETURN-CODE = ZERO
018900             PERFORM 0200-REGISTER-END THRU 0200-EXIT
019000         END-IF
019100     END-IF
019200     GOBACK.
019300
019400*----------------------------------------------------------------*
019500* 0100-REGISTER-START -- refused unless the business date is     *
019600*                        open and the posting run has completed  *
019700*----------------------------------------------------------------*
019800 0100-REGISTER-START.
019900     MOVE 'S'        TO RNP-FUNCTION
020000     MOVE 'CMCHQR01' TO RNP-JOB-NAME
020100     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
020200     IF NOT RNP-SUCCESS
020300         DISPLAY 'CMCHQR01 - RUN-CONTROL REFUSED START, RC='
020400             RNP-RETURN-CODE ' PREREQ=' RNP-PREREQ-JOB
020500         MOVE 8 TO RETURN-CODE
020600     END-IF.
020700 0100-EXIT.
020800     EXIT.
020900
021000*----------------------------------------------------------------*
021100* 0200-REGISTER-END                                              *
021200*----------------------------------------------------------------*
021300 0200-REGISTER-END.
021400     MOVE 'E'        TO RNP-FUNCTION
021500     MOVE 'CMCHQR01' TO RNP-JOB-NAME
021600     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
021700     IF NOT RNP-SUCCESS
021800         DISPLAY 'CMCHQR01 - RUN-CONTROL END FAILED, RC='
021900             RNP-RETURN-CODE
022000     END-IF.
022100 0200-EXIT.
022200     EXIT.
022300
022400*----------------------------------------------------------------*
022500* 1000-INITIALIZE -- open the files and set the stale cutoff     *
022600*                    six calendar months back from the business  *
022700*                    date                                        *
022800*----------------------------------------------------------------*
022900 1000-INITIALIZE.
023000     MOVE RNP-BUS-DATE TO WS-RUN-DATE
023100
023200     MOVE WS-RUN-YYYY TO WS-STALE-YYYY
023300     MOVE WS-RUN-DD   TO WS-STALE-DD
023400     COMPUTE WS-WORK-MONTH = WS-RUN-MM - WS-STALE-MONTHS
023500     IF WS-WORK-MONTH < 1
023600         ADD 12 TO WS-WORK-MONTH
023700         SUBTRACT 1 FROM WS-STALE-YYYY
023800     END-IF
023900     MOVE WS-WORK-MONTH TO WS-STALE-MM
024000
024100     OPEN INPUT  CLRDCHQ-FILE
024200     OPEN I-O    DISBMAST-FILE
024300     OPEN OUTPUT CHQRRPT-FILE
024400
024500     IF NOT CLRDCHQ-OK
024600         DISPLAY 'CMCHQR01 - UNABLE TO OPEN CLRDCHQ, STATUS='
024700             CLRDCHQ-STATUS
024800         MOVE 8 TO RETURN-CODE
024900         GO TO 1000-EXIT
025000     END-IF
025100     IF NOT DISBMAST-OK
025200         DISPLAY 'CMCHQR01 - UNABLE TO OPEN DISBMAST, STATUS='
025300             DISBMAST-STATUS
025400         MOVE 8 TO RETURN-CODE
025500         GO TO 1000-EXIT
025600     END-IF
025700
025800     PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
025900     PERFORM 2100-READ-CLRDCHQ THRU 2100-EXIT.
026000 1000-EXIT.
026100     EXIT.
026200
026300*----------------------------------------------------------------*
026400* 2000-SETTLE-ITEM -- one cleared or void item against its       *
026500*                     cheque row                                 *
026600*----------------------------------------------------------------*
026700 2000-SETTLE-ITEM.
026800     ADD 1 TO WS-ITEMS-READ
026900     MOVE SPACES TO WS-DETAIL-LINE
027000     MOVE CCI-CHEQUE-NO TO WD-CHEQUE-NO
027100     MOVE CCI-AMOUNT    TO WD-ITEM-AMOUNT
027200     MOVE CCI-PAID-DATE TO WD-ITEM-DATE
027300
027400     MOVE 'K'           TO DBM-DISB-TYPE
027500     MOVE CCI-CHEQUE-NO TO DBM-DISB-NO
027600     READ DISBMAST-FILE
027700         INVALID KEY
027800             CONTINUE
027900     END-READ
028000
028100     IF NOT DISBMAST-OK
028200         IF CCI-PAID
028300             MOVE 'EXCEPTION - PAID NOT ISSUED'
028400                 TO WS-EXCEPTION-REASON
028500         ELSE
028600             MOVE 'EXCEPTION - VOID NOT ISSUED'
028700                 TO WS-EXCEPTION-REASON
028800         END-IF
028900         PERFORM 2900-EXCEPTION THRU 2900-EXIT
029000         GO TO 2000-READ-NEXT
029100     END-IF
029200
029300     MOVE DBM-ACCT-ID    TO WD-ACCT-ID
029400     MOVE DBM-AMOUNT     TO WD-AMOUNT
029500     MOVE DBM-ISSUE-DATE TO WD-ISSUE-DATE
029600
029700     IF CCI-PAID
029800         PERFORM 2200-SETTLE-PAID THRU 2200-EXIT
029900     ELSE
030000         IF CCI-VOID-REQUEST
030100             PERFORM 2300-SETTLE-VOID THRU 2300-EXIT
030200         ELSE
030300             MOVE 'EXCEPTION - UNKNOWN ACTION'
030400                 TO WS-EXCEPTION-REASON
030500             PERFORM 2900-EXCEPTION THRU 2900-EXIT
030600         END-IF
030700     END-IF.
030800 2000-READ-NEXT.
030900     PERFORM 2100-READ-CLRDCHQ THRU 2100-EXIT.
031000 2000-EXIT.
031100     EXIT.
031200
031300*----------------------------------------------------------------*
031400* 2100-READ-CLRDCHQ                                              *
031500*----------------------------------------------------------------*
031600 2100-READ-CLRDCHQ.
031700     READ CLRDCHQ-FILE
031800         AT END
031900             MOVE 'Y' TO WS-CLRDCHQ-EOF-SW
032000     END-READ.
032100 2100-EXIT.
032200     EXIT.
032300
032400*----------------------------------------------------------------*
032500* 2200-SETTLE-PAID -- the bank paid the cheque                   *
032600*----------------------------------------------------------------*
032700 2200-SETTLE-PAID.
032800     IF DBM-PAID
032900         MOVE 'EXCEPTION - PAID TWICE' TO WS-EXCEPTION-REASON
033000         PERFORM 2900-EXCEPTION THRU 2900-EXIT
033100         GO TO 2200-EXIT
033200     END-IF
033300
033400     IF DBM-VOID
033500         MOVE 'EXCEPTION - PAID AFTER VOID'
033600             TO WS-EXCEPTION-REASON
033700         PERFORM 2900-EXCEPTION THRU 2900-EXIT
033800         GO TO 2200-EXIT
033900     END-IF
034000
034100     IF DBM-STALE AND DBM-VOID-SENT-DATE NOT = ZERO
034200         MOVE 'EXCEPTION - PAID AFTER STALE'
034300             TO WS-EXCEPTION-REASON
034400         PERFORM 2900-EXCEPTION THRU 2900-EXIT
034500         GO TO 2200-EXIT
034600     END-IF
034700
034800     IF CCI-AMOUNT NOT = DBM-AMOUNT
034900         MOVE 'EXCEPTION - AMOUNT MISMATCH'
035000             TO WS-EXCEPTION-REASON
035100         PERFORM 2900-EXCEPTION THRU 2900-EXIT
035200         GO TO 2200-EXIT
035300     END-IF
035400
035500     MOVE 'P'           TO DBM-STATUS
035600     MOVE WS-RUN-DATE   TO DBM-STATUS-DATE
035700     MOVE CCI-PAID-DATE TO DBM-PAID-DATE
035800     MOVE CCI-AMOUNT    TO DBM-PAID-AMOUNT
035900     REWRITE DISBURSEMENT-RECORD
036000         INVALID KEY
036100             DISPLAY 'CMCHQR01 - REWRITE FAILED FOR '
036200                 DBM-KEY ' STATUS=' DISBMAST-STATUS
036300             GO TO 2200-EXIT
036400     END-REWRITE
036500
036600     ADD 1 TO WS-PAID-COUNT
036700     ADD CCI-AMOUNT TO WS-PAID-TOTAL
036800     MOVE 'PAID' TO WD-OUTCOME
036900     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
037000     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
037100 2200-EXIT.
037200     EXIT.
037300
037400*----------------------------------------------------------------*
037500* 2300-SETTLE-VOID -- operations voided the cheque; only an      *
037600*                     outstanding one can be voided              *
037700*----------------------------------------------------------------*
037800 2300-SETTLE-VOID.
037900     IF NOT DBM-ISSUED AND NOT DBM-STALE
038000         MOVE 'EXCEPTION - NOT OUTSTANDING'
038100             TO WS-EXCEPTION-REASON
038200         PERFORM 2900-EXCEPTION THRU 2900-EXIT
038300         GO TO 2300-EXIT
038400     END-IF
038500
038600     MOVE 'V'           TO DBM-STATUS
038700     MOVE WS-RUN-DATE   TO DBM-STATUS-DATE
038800     REWRITE DISBURSEMENT-RECORD
038900         INVALID KEY
039000             DISPLAY 'CMCHQR01 - REWRITE FAILED FOR '
039100                 DBM-KEY ' STATUS=' DISBMAST-STATUS
039200             GO TO 2300-EXIT
039300     END-REWRITE
039400
039500     ADD 1 TO WS-VOID-COUNT
039600     ADD DBM-AMOUNT TO WS-VOID-TOTAL
039700     MOVE 'VOIDED' TO WD-OUTCOME
039800     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
039900     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
040000 2300-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------------*
040400* 2500-STALE-SWEEP -- every outstanding cheque issued before the *
040500*                     cutoff goes stale                          *
040600*----------------------------------------------------------------*
040700 2500-STALE-SWEEP.
040800     MOVE WS-BLANK-LINE TO WS-PRINT-LINE
040900     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
041000     MOVE WS-STALE-CUTOFF TO WS-SH-CUTOFF
041100     MOVE WS-STALE-HEADING TO WS-PRINT-LINE
041200     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
041300
041400     MOVE 'K'  TO DBM-DISB-TYPE
041500     MOVE ZERO TO DBM-DISB-NO
041600     START DISBMAST-FILE KEY IS NOT LESS THAN DBM-KEY
041700         INVALID KEY
041800             MOVE 'Y' TO WS-DISBMAST-EOF-SW
041900     END-START
042000
042100     IF NOT WS-END-OF-DISBMAST
042200         PERFORM 2600-READ-DISBMAST THRU 2600-EXIT
042300     END-IF
042400
042500     PERFORM 2700-CHECK-STALE THRU 2700-EXIT
042600         UNTIL WS-END-OF-DISBMAST.
042700 2500-EXIT.
042800     EXIT.
042900
043000*----------------------------------------------------------------*
043100* 2600-READ-DISBMAST -- cheque rows only                         *
043200*----------------------------------------------------------------*
043300 2600-READ-DISBMAST.
043400     READ DISBMAST-FILE NEXT RECORD
043500         AT END
043600             MOVE 'Y' TO WS-DISBMAST-EOF-SW
043700     END-READ
043800     IF NOT WS-END-OF-DISBMAST AND NOT DBM-TYPE-CHEQUE
043900         MOVE 'Y' TO WS-DISBMAST-EOF-SW
044000     END-IF.
044100 2600-EXIT.
044200     EXIT.
044300
044400*----------------------------------------------------------------*
044500* 2700-CHECK-STALE                                               *
044600*----------------------------------------------------------------*
044700 2700-CHECK-STALE.
044800     IF NOT DBM-ISSUED OR DBM-ISSUE-DATE NOT < WS-STALE-CUTOFF
044900         GO TO 2700-READ-NEXT
045000     END-IF
045100
045200     MOVE 'S'         TO DBM-STATUS
045300     MOVE WS-RUN-DATE TO DBM-STATUS-DATE
045400     REWRITE DISBURSEMENT-RECORD
045500         INVALID KEY
045600             DISPLAY 'CMCHQR01 - REWRITE FAILED FOR '
045700                 DBM-KEY ' STATUS=' DISBMAST-STATUS
045800             GO TO 2700-READ-NEXT
045900     END-REWRITE
046000
046100     ADD 1 TO WS-STALE-COUNT
046200     ADD DBM-AMOUNT TO WS-STALE-TOTAL
046300     MOVE SPACES         TO WS-DETAIL-LINE
046400     MOVE DBM-DISB-NO    TO WD-CHEQUE-NO
046500     MOVE DBM-ACCT-ID    TO WD-ACCT-ID
046600     MOVE DBM-AMOUNT     TO WD-AMOUNT
046700     MOVE DBM-ISSUE-DATE TO WD-ISSUE-DATE
046800     MOVE 'STALE-DATED'  TO WD-OUTCOME
046900     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
047000     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
047100 2700-READ-NEXT.
047200     PERFORM 2600-READ-DISBMAST THRU 2600-EXIT.
047300 2700-EXIT.
047400     EXIT.
047500
047600*----------------------------------------------------------------*
047700* 2900-EXCEPTION -- list the item with WS-EXCEPTION-REASON; the  *
047800*                   cheque row is left as it was                 *
047900*----------------------------------------------------------------*
048000 2900-EXCEPTION.
048100     ADD 1 TO WS-EXCEPTION-COUNT
048200     MOVE WS-EXCEPTION-REASON TO WD-OUTCOME
048300     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
048400     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
048500 2900-EXIT.
048600     EXIT.
048700
048800*----------------------------------------------------------------*
048900* 3000-TERMINATE                                                 *
049000*----------------------------------------------------------------*
049100 3000-TERMINATE.
049200     IF RETURN-CODE = ZERO
049300         PERFORM 4300-WRITE-SUMMARY THRU 4300-EXIT
049400     END-IF
049500
049600     CLOSE CLRDCHQ-FILE
049700     CLOSE DISBMAST-FILE
049800     CLOSE CHQRRPT-FILE
049900
050000     DISPLAY 'CMCHQR01 - CLEARED ITEMS READ     = ' WS-ITEMS-READ
050100     DISPLAY 'CMCHQR01 - CHEQUES PAID           = ' WS-PAID-COUNT
050200     DISPLAY 'CMCHQR01 - CHEQUES VOIDED         = ' WS-VOID-COUNT
050300     DISPLAY 'CMCHQR01 - CHEQUES STALE-DATED    = '
050400         WS-STALE-COUNT
050500     DISPLAY 'CMCHQR01 - EXCEPTIONS             = '
050600         WS-EXCEPTION-COUNT.
050700 3000-EXIT.
050800     EXIT.
050900
051000*----------------------------------------------------------------*
051100* 4100-WRITE-PAGE-HEADINGS                                       *
051200*----------------------------------------------------------------*
051300 4100-WRITE-PAGE-HEADINGS.
051400     ADD 1 TO WS-PAGE-NUMBER
051500     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
051600     MOVE WS-RUN-DATE    TO WS-H1-BUS-DATE
051700     WRITE CHQRRPT-RECORD FROM WS-HEADING-1
051800     WRITE CHQRRPT-RECORD FROM WS-HEADING-2
051900     WRITE CHQRRPT-RECORD FROM WS-BLANK-LINE
052000     MOVE 3 TO WS-LINES-ON-PAGE.
052100 4100-EXIT.
052200     EXIT.
052300
052400*----------------------------------------------------------------*
052500* 4200-PRINT-LINE -- write WS-PRINT-LINE, breaking the page at   *
052600*                    fifty lines                                 *
052700*----------------------------------------------------------------*
052800 4200-PRINT-LINE.
052900     IF WS-LINES-ON-PAGE > 50
053000         PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
053100     END-IF
053200     WRITE CHQRRPT-RECORD FROM WS-PRINT-LINE
053300     ADD 1 TO WS-LINES-ON-PAGE.
053400 4200-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------------*
053800* 4300-WRITE-SUMMARY                                             *
053900*----------------------------------------------------------------*
054000 4300-WRITE-SUMMARY.
054100     MOVE WS-BLANK-LINE TO WS-PRINT-LINE
054200     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
054300
054400     MOVE SPACES TO WS-TOTAL-LINE
054500     MOVE 'CHEQUES PAID'             TO WM-LABEL
054600     MOVE WS-PAID-COUNT              TO WM-COUNT
054700     MOVE WS-PAID-TOTAL              TO WM-AMOUNT
054800     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
054900     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
055000
055100     MOVE SPACES TO WS-TOTAL-LINE
055200     MOVE 'CHEQUES VOIDED'           TO WM-LABEL
055300     MOVE WS-VOID-COUNT              TO WM-COUNT
055400     MOVE WS-VOID-TOTAL              TO WM-AMOUNT
055500     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
055600     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
055700
055800     MOVE SPACES TO WS-TOTAL-LINE
055900     MOVE 'CHEQUES STALE-DATED'      TO WM-LABEL
056000     MOVE WS-STALE-COUNT             TO WM-COUNT
056100     MOVE WS-STALE-TOTAL             TO WM-AMOUNT
056200     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
056300     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
056400
056500     MOVE SPACES TO WS-TOTAL-LINE
056600     MOVE 'EXCEPTIONS'               TO WM-LABEL
056700     MOVE WS-EXCEPTION-COUNT         TO WM-COUNT
056800     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
056900     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
057000 4300-EXIT.
057100     EXIT.
