000100*================================================================*
000200* PROGRAM:     CMDSPR01                                          *
000300* FUNCTION:    Nightly dispute case run.  Walks the DISPCASE     *
000400*              cluster and, for the open business date:          *
000500*                - closes every case whose outcome has been      *
000600*                  recorded on the CMDSP01 screen: a case the    *
000700*                  customer won keeps its provisional credit     *
000800*                  (or, with none given, is credited now); a     *
000900*                  case lost or withdrawn has its provisional    *
001000*                  credit re-debited and a 'DR' notice queued    *
001100*                  on CORRQ for the CMLTR01 letter run;          *
001200*                - sends the provisional credit of the amount    *
001300*                  claimed to every open case whose              *
001400*                  DSP-PROV-DUE-DATE has come due.               *
001500*              The postings go to DSPTRN, which the surrounding  *
001600*              JCL merges into the RAWTRANS feed ahead of the    *
001700*              CMEDIT01 edit with STORTRN, ACHTRN and TDMTRN.    *
001800*              Each carries a TH-TXN-ID of the case id and the   *
001900*              action -- PROV, PERM or RDEB -- which CMGLEX01    *
002000*              books against the dispute suspense GL line rather *
002100*              than the clearing contra.  A second pass lists    *
002200*              every case not yet closed whose next deadline     *
002300*              falls within the aging window, or has passed, on  *
002400*              the DSPRPT aging report.                          *
002500*                                                                *
002600* NOTE:        A case acted on is stamped with the business      *
002700*              date and the action taken (DSP-LAST-RUN-DATE,     *
002800*              DSP-RUN-ACTION), so a rerun after an abend        *
002900*              re-emits the same rows into the freshly truncated *
003000*              DSPTRN without crediting or closing a case a      *
003100*              second time -- the same idempotence discipline    *
003200*              as CMTDMR01.                                      *
003300*================================================================*
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. CMDSPR01.
003600 AUTHOR. R-HOLLOWAY.
003700 INSTALLATION. IBMUSER CUSTOMER LEDGER SYSTEMS.
003800 DATE-WRITTEN. 10/15/2026.
003900 DATE-COMPILED.
004000*----------------------------------------------------------------*
004100* MODIFICATION HISTORY                                           *
004200*   10/15/2026  RH  Initial version -- provisional credit and    *
004300*                   outcome postings into the nightly feed with  *
004400*                   rerun-safe stamping, the 'DR' re-debit       *
004500*                   notice, and the open-case aging report.      *
004510*   10/15/2026  RH  A DISPCASE rewrite failure now stops the run *
004520*                   with RC 16 so the step stays open for the    *
004530*                   rerun; DSPTRN and DSPRPT open statuses are   *
004540*                   checked, and a replayed posting that fails   *
004550*                   to write stops the replay.                   *
004600*----------------------------------------------------------------*
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER. IBM-370.
005000 OBJECT-COMPUTER. IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT DISPCASE-FILE ASSIGN TO DISPCASE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS DSP-CASE-ID
005700         FILE STATUS IS DISPCASE-STATUS.
005800
005900     SELECT DSPTRN-FILE ASSIGN TO DSPTRN
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS DSPTRN-STATUS.
006300
006400     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS CMR-CUST-ID
006800         FILE STATUS IS CUSTMAST-STATUS.
006900
007000     SELECT CORRQ-FILE ASSIGN TO CORRQ
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS CRQ-KEY
007400         FILE STATUS IS CORRQ-STATUS.
007500
007600     SELECT DSPRPT-FILE ASSIGN TO DSPRPT
007700         ORGANIZATION IS SEQUENTIAL
007800         ACCESS MODE IS SEQUENTIAL
007900         FILE STATUS IS DSPRPT-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  DISPCASE-FILE
008400     RECORDING MODE IS F.
008500 COPY DISPCASE.
008600
008700 FD  DSPTRN-FILE
008800     RECORDING MODE IS F.
008900 COPY TRANSHST.
009000
009100 FD  CUSTMAST-FILE
009200     RECORDING MODE IS F.
009300 COPY CUSTMAST.
009400
009500 FD  CORRQ-FILE
009600     RECORDING MODE IS F.
009700 COPY CORRQ.
009800
009900 FD  DSPRPT-FILE
010000     RECORDING MODE IS F.
010100 01  DSPRPT-RECORD             PIC X(132).
010200
010300 WORKING-STORAGE SECTION.
010400 COPY RUNPARM.
010500
010600 77  DISPCASE-STATUS       PIC X(2).
010700     88  DISPCASE-OK           VALUE '00'.
010800     88  DISPCASE-EOF          VALUE '10'.
010900
011000 77  DSPTRN-STATUS         PIC X(2).
011100     88  DSPTRN-OK             VALUE '00'.
011200
011300 77  CUSTMAST-STATUS       PIC X(2).
011400     88  CUSTMAST-OK           VALUE '00'.
011500     88  CUSTMAST-NOTFND       VALUE '23'.
011600
011700 77  CORRQ-STATUS          PIC X(2).
011800     88  CORRQ-OK              VALUE '00'.
011900     88  CORRQ-DUPKEY          VALUE '22'.
012000
012100 77  DSPRPT-STATUS         PIC X(2).
012200     88  DSPRPT-OK             VALUE '00'.
012300
012400 77  WS-EOF-SWITCH         PIC X(1)      VALUE 'N'.
012500     88  WS-END-OF-CASES           VALUE 'Y'.
012600
012700 77  WS-CORRQ-SW           PIC X(1)      VALUE 'N'.
012800     88  WS-CORRQ-AVAILABLE        VALUE 'Y'.
012900
013000 77  WS-SCANNED-COUNT      PIC 9(9) COMP VALUE ZERO.
013100 77  WS-PROV-COUNT         PIC 9(9) COMP VALUE ZERO.
013200 77  WS-KEPT-COUNT         PIC 9(9) COMP VALUE ZERO.
013300 77  WS-PERM-COUNT         PIC 9(9) COMP VALUE ZERO.
013400 77  WS-REDEBIT-COUNT      PIC 9(9) COMP VALUE ZERO.
013500 77  WS-NIL-CLOSE-COUNT    PIC 9(9) COMP VALUE ZERO.
013600 77  WS-BLOCKED-COUNT      PIC 9(9) COMP VALUE ZERO.
013700 77  WS-NO-ACCOUNT-COUNT   PIC 9(9) COMP VALUE ZERO.
013800 77  WS-RERUN-COUNT        PIC 9(9) COMP VALUE ZERO.
013900 77  WS-WRITTEN-COUNT      PIC 9(9) COMP VALUE ZERO.
014000 77  WS-NOTICE-COUNT       PIC 9(9) COMP VALUE ZERO.
014100 77  WS-UNCLOSED-COUNT     PIC 9(9) COMP VALUE ZERO.
014200 77  WS-WINDOW-COUNT       PIC 9(9) COMP VALUE ZERO.
014300 77  WS-OVERDUE-COUNT      PIC 9(9) COMP VALUE ZERO.
014400
014500 77  WS-ITEM-SUB           PIC 9(4) COMP VALUE ZERO.
014600
014700 77  WS-RUN-DATE           PIC 9(8)      VALUE ZERO.
014800 77  WS-CREDIT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
014900 77  WS-REDEBIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
015000
015100*----------------------------------------------------------------*
015200* The aging window -- a case not yet closed is listed when its   *
015300* next deadline falls within this many days of the business      *
015400* date, or has already passed.                                   *
015500*----------------------------------------------------------------*
015600 77  WS-AGING-DAYS         PIC 9(3) COMP VALUE 10.
015700 77  WS-RUN-DAY-NUMBER     PIC 9(9) COMP VALUE ZERO.
015800 77  WS-DUE-DAY-NUMBER     PIC 9(9) COMP VALUE ZERO.
015900 77  WS-DAYS-TO-DUE        PIC S9(9) COMP VALUE ZERO.
016000 77  WS-NEXT-DUE-DATE      PIC 9(8)      VALUE ZERO.
016100
016200 01  WS-WORK-DATE-GROUP.
016300     05  WS-WORK-DATE      PIC 9(8)      VALUE ZERO.
016400 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE-GROUP.
016500     05  WS-WORK-YYYY      PIC 9(4).
016600     05  WS-WORK-MM        PIC 9(2).
016700     05  WS-WORK-DD        PIC 9(2).
016800
016900*----------------------------------------------------------------*
017000* Day-number work fields -- a date counted in days from a fixed  *
017100* origin, with the year taken to start in March so February's    *
017200* leap day falls at the end of it                                *
017300*----------------------------------------------------------------*
017400 77  WS-DN-YEAR            PIC 9(5) COMP VALUE ZERO.
017500 77  WS-DN-MONTH           PIC 9(3) COMP VALUE ZERO.
017600 77  WS-DN-QUOTIENT        PIC 9(9) COMP VALUE ZERO.
017700 77  WS-DN-REMAINDER       PIC 9(9) COMP VALUE ZERO.
017800 77  WS-DN-WORK            PIC 9(9) COMP VALUE ZERO.
017900 77  WS-DAY-NUMBER         PIC 9(9) COMP VALUE ZERO.
018000
018100 01  WS-DSP-TXN-ID.
018200     05  WS-DTX-CASE-ID        PIC X(12).
018300     05  WS-DTX-ACTION         PIC X(4).
018400
018500 77  WS-LINES-ON-PAGE      PIC 9(3)      VALUE ZERO.
018600 77  WS-PAGE-NUMBER        PIC 9(5)      VALUE ZERO.
018700
018800 01  WS-HEADING-1.
018900     05  FILLER                PIC X(48) VALUE
019000         'CMDSPR01 - DISPUTE CASE RUN FOR'.
019100     05  WS-H1-BUS-DATE        PIC 9(8).
019200     05  FILLER                PIC X(20) VALUE SPACES.
019300     05  FILLER                PIC X(5)  VALUE 'PAGE '.
019400     05  WS-H1-PAGE            PIC ZZZZ9.
019500
019600 01  WS-HEADING-2.
019700     05  FILLER                PIC X(14) VALUE 'CASE ID'.
019800     05  FILLER                PIC X(12) VALUE 'ACCOUNT'.
019900     05  FILLER                PIC X(22) VALUE 'ACTION'.
020000     05  FILLER                PIC X(4)  VALUE 'ST'.
020100     05  FILLER                PIC X(10) VALUE 'DUE'.
020200     05  FILLER                PIC X(7)  VALUE '  DAYS'.
020300     05  FILLER                PIC X(18) VALUE
020400         '          AMOUNT'.
020500     05  FILLER                PIC X(16) VALUE 'TXN ID'.
020600
020700 01  WS-SECTION-LINE.
020800     05  WS-SECTION-TEXT       PIC X(50).
020900     05  WS-SECTION-DATE       PIC 9(8).
021000
021100 01  WS-DETAIL-LINE.
021200     05  WD-CASE-ID            PIC X(12).
021300     05  FILLER                PIC X(2)  VALUE SPACES.
021400     05  WD-ACCT-ID            PIC X(10).
021500     05  FILLER                PIC X(2)  VALUE SPACES.
021600     05  WD-ACTION             PIC X(20).
021700     05  FILLER                PIC X(2)  VALUE SPACES.
021800     05  WD-STATUS             PIC X(1).
021900     05  FILLER                PIC X(3)  VALUE SPACES.
022000     05  WD-DUE-DATE           PIC 9(8).
022100     05  FILLER                PIC X(2)  VALUE SPACES.
022200     05  WD-DAYS-X.
022300         10  WD-DAYS           PIC -(4)9.
022400     05  FILLER                PIC X(2)  VALUE SPACES.
022500     05  WD-AMOUNT             PIC -,---,---,--9.99.
022600     05  FILLER                PIC X(2)  VALUE SPACES.
022700     05  WD-TXN-ID             PIC X(16).
022800
022900 01  WS-NO-ROWS-LINE.
023000     05  FILLER                PIC X(50) VALUE
023100         '  NONE'.
023200
023300 01  WS-TOTAL-LINE.
023400     05  WM-LABEL              PIC X(36).
023500     05  WM-COUNT              PIC ZZZ,ZZZ,ZZ9.
023600
023700 01  WS-AMOUNT-TOTAL-LINE.
023800     05  WA-LABEL              PIC X(36).
023900     05  WA-AMOUNT             PIC -,---,---,---,--9.99.
024000
024100 01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
024200
024300 PROCEDURE DIVISION.
024400*----------------------------------------------------------------*
024500* 0000-MAINLINE -- emit the night's credits and closures, then   *
024600*                  list the aging window                         *
024700*----------------------------------------------------------------*
024800 0000-MAINLINE.
024900     PERFORM 0100-REGISTER-START THRU 0100-EXIT
025000     IF RNP-SUCCESS
025100         PERFORM 1000-INITIALIZE THRU 1000-EXIT
025200         IF RETURN-CODE = ZERO
025300             PERFORM 2000-PROCESS-CASES THRU 2000-EXIT
025400                 UNTIL WS-END-OF-CASES
025500         END-IF
025600         IF RETURN-CODE = ZERO
025700             PERFORM 4000-LIST-AGING THRU 4000-EXIT
025800         END-IF
025900         PERFORM 5000-TERMINATE THRU 5000-EXIT
026000         IF RETURN-CODE = ZERO
026100             PERFORM 0200-REGISTER-END THRU 0200-EXIT
026200         END-IF
026300     END-IF
026400     GOBACK.
026500
026600*----------------------------------------------------------------*
026700* 0100-REGISTER-START -- the run-control registrar refuses the   *
026800*                        start when the business date is not     *
026900*                        open, the term-deposit maturity run has *
027000*                        not completed for it, or this job       *
027100*                        already has                             *
027200*----------------------------------------------------------------*
027300 0100-REGISTER-START.
027400     MOVE 'S'        TO RNP-FUNCTION
027500     MOVE 'CMDSPR01' TO RNP-JOB-NAME
027600     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
027700     IF NOT RNP-SUCCESS
027800         DISPLAY 'CMDSPR01 - RUN-CONTROL REFUSED START, RC='
027900             RNP-RETURN-CODE ' PREREQ=' RNP-PREREQ-JOB
028000         MOVE 8 TO RETURN-CODE
028100     END-IF.
028200 0100-EXIT.
028300     EXIT.
028400
028500*----------------------------------------------------------------*
028600* 0200-REGISTER-END -- only a clean run registers its end; a     *
028700*                      run that could not open DISPCASE stays    *
028800*                      STARTED on RUNCTL so the feed edit waits  *
028900*                      for the corrective rerun                  *
029000*----------------------------------------------------------------*
029100 0200-REGISTER-END.
029200     MOVE 'E'        TO RNP-FUNCTION
029300     MOVE 'CMDSPR01' TO RNP-JOB-NAME
029400     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
029500     IF NOT RNP-SUCCESS
029600         DISPLAY 'CMDSPR01 - RUN-CONTROL END FAILED, RC='
029700             RNP-RETURN-CODE
029800     END-IF.
029900 0200-EXIT.
030000     EXIT.
030100
030200*----------------------------------------------------------------*
030300* 1000-INITIALIZE -- CORRQ only carries the re-debit notices;    *
030400*                    the run goes on without it                  *
030500*----------------------------------------------------------------*
030600 1000-INITIALIZE.
030700     MOVE RNP-BUS-DATE TO WS-RUN-DATE
030800     MOVE WS-RUN-DATE  TO WS-WORK-DATE
030900     PERFORM 2870-COMPUTE-DAY-NUMBER THRU 2870-EXIT
031000     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
031100
031200     OPEN I-O    DISPCASE-FILE
031300     OPEN OUTPUT DSPTRN-FILE
031400     OPEN INPUT  CUSTMAST-FILE
031500     OPEN I-O    CORRQ-FILE
031600     OPEN OUTPUT DSPRPT-FILE
031700
031800     IF NOT DISPCASE-OK
031900         DISPLAY 'CMDSPR01 - UNABLE TO OPEN DISPCASE, STATUS='
032000             DISPCASE-STATUS
032100         MOVE 8 TO RETURN-CODE
032200         GO TO 1000-EXIT
032300     END-IF
032310     IF NOT DSPTRN-OK
032320         DISPLAY 'CMDSPR01 - UNABLE TO OPEN DSPTRN, STATUS='
032330             DSPTRN-STATUS
032340         MOVE 8 TO RETURN-CODE
032350         GO TO 1000-EXIT
032360     END-IF
032400     IF NOT CUSTMAST-OK
032500         DISPLAY 'CMDSPR01 - UNABLE TO OPEN CUSTMAST, STATUS='
032600             CUSTMAST-STATUS
032700         MOVE 8 TO RETURN-CODE
032800         GO TO 1000-EXIT
032900     END-IF
032910     IF NOT DSPRPT-OK
032920         DISPLAY 'CMDSPR01 - UNABLE TO OPEN DSPRPT, STATUS='
032930             DSPRPT-STATUS
032940         MOVE 8 TO RETURN-CODE
032950         GO TO 1000-EXIT
032960     END-IF
033000     IF CORRQ-OK
033100         MOVE 'Y' TO WS-CORRQ-SW
033200     ELSE
033300         DISPLAY 'CMDSPR01 - CORRQ NOT AVAILABLE, STATUS='
033400             CORRQ-STATUS ' - RE-DEBIT NOTICES WILL BE MISSED'
033500     END-IF
033600
033700     PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
033800     MOVE 'PROVISIONAL CREDITS AND CLOSURES FOR'
033900                                    TO WS-SECTION-TEXT
034000     MOVE WS-RUN-DATE               TO WS-SECTION-DATE
034100     WRITE DSPRPT-RECORD FROM WS-SECTION-LINE
034200     ADD 1 TO WS-LINES-ON-PAGE
034300
034400     MOVE LOW-VALUES TO DSP-CASE-ID
034500     START DISPCASE-FILE KEY IS NOT LESS THAN DSP-CASE-ID
034600         INVALID KEY
034700             MOVE 'Y' TO WS-EOF-SWITCH
034800     END-START
034900     IF NOT WS-END-OF-CASES
035000         PERFORM 2100-READ-DISPCASE THRU 2100-EXIT
035100     END-IF.
035200 1000-EXIT.
035300     EXIT.
035400
035500*----------------------------------------------------------------*
035600* 2000-PROCESS-CASES                                             *
035700*----------------------------------------------------------------*
035800 2000-PROCESS-CASES.
035900     PERFORM 2200-PROCESS-ONE-CASE THRU 2200-EXIT
036000     IF NOT WS-END-OF-CASES
036100         PERFORM 2100-READ-DISPCASE THRU 2100-EXIT
036200     END-IF.
036300 2000-EXIT.
036400     EXIT.
036500
036600*----------------------------------------------------------------*
036700* 2100-READ-DISPCASE                                             *
036800*----------------------------------------------------------------*
036900 2100-READ-DISPCASE.
037000     READ DISPCASE-FILE NEXT RECORD
037100         AT END
037200             MOVE 'Y' TO WS-EOF-SWITCH
037300     END-READ
037400     IF NOT WS-END-OF-CASES AND NOT DISPCASE-OK
037500         DISPLAY 'CMDSPR01 - DISPCASE READ FAILED, STATUS='
037600             DISPCASE-STATUS
037700         MOVE 'Y' TO WS-EOF-SWITCH
037800     END-IF.
037900 2100-EXIT.
038000     EXIT.
038100
038200*----------------------------------------------------------------*
038300* 2200-PROCESS-ONE-CASE -- a case already acted on for this      *
038400*                          business date is replayed; otherwise  *
038500*                          a case with an outcome is closed and  *
038600*                          an open case whose provisional-credit *
038700*                          deadline has come due is credited.  A *
038800*                          closed, frozen, or closure-pending    *
038900*                          account gets no posting -- its case   *
039000*                          waits, as it stands, for the block    *
039100*                          to lift.  A failed rewrite stops the  *
039110*                          run with RC 16: the case's posting is *
039120*                          already in DSPTRN, so the step must   *
039130*                          stay STARTED for the rerun to replay  *
039140*                          it rather than be marked done         *
039200*----------------------------------------------------------------*
039300 2200-PROCESS-ONE-CASE.
039400     ADD 1 TO WS-SCANNED-COUNT
039500
039600     IF DSP-LAST-RUN-DATE = WS-RUN-DATE
039700         PERFORM 2300-REPLAY-CASE THRU 2300-EXIT
039800         GO TO 2200-EXIT
039900     END-IF
040000
040100     IF DSP-CLOSED
040200         GO TO 2200-EXIT
040300     END-IF
040400     IF DSP-UNDECIDED
040500         IF NOT DSP-OPEN
040600                 OR DSP-PROV-DUE-DATE GREATER THAN WS-RUN-DATE
040700             GO TO 2200-EXIT
040800         END-IF
040900     END-IF
041000
041100     IF NOT DSP-UNDECIDED
041200             AND NOT DSP-CUSTOMER-WON
041300             AND NOT DSP-PROV-CREDITED
041400         PERFORM 2600-CLOSE-CASE THRU 2600-EXIT
041500         GO TO 2200-REWRITE
041600     END-IF
041700     IF DSP-CUSTOMER-WON AND DSP-PROV-CREDITED
041800         PERFORM 2600-CLOSE-CASE THRU 2600-EXIT
041900         GO TO 2200-REWRITE
042000     END-IF
042100
042200     MOVE DSP-ACCT-ID TO CMR-CUST-ID
042300     READ CUSTMAST-FILE
042400         INVALID KEY
042500             DISPLAY 'CMDSPR01 - CASE ' DSP-CASE-ID
042600                 ' HAS NO CUSTMAST ACCOUNT, SKIPPED'
042700             ADD 1 TO WS-NO-ACCOUNT-COUNT
042800             GO TO 2200-EXIT
042900     END-READ
043000     IF CMR-STATUS = 'C' OR CMR-STATUS = 'F'
043100             OR CMR-STATUS = 'P'
043200         ADD 1 TO WS-BLOCKED-COUNT
043300         MOVE 'BLOCKED - NOT POSTED'  TO WD-ACTION
043400         MOVE ZERO                    TO WD-AMOUNT
043500         MOVE SPACES                  TO WD-TXN-ID
043600         PERFORM 2900-REPORT-CASE THRU 2900-EXIT
043700         GO TO 2200-EXIT
043800     END-IF
043900
044000     IF DSP-UNDECIDED
044100         PERFORM 2400-PROVISIONAL-CREDIT THRU 2400-EXIT
044200     ELSE
044300         PERFORM 2500-POST-OUTCOME THRU 2500-EXIT
044400     END-IF
044500     IF RETURN-CODE NOT = ZERO
044600         GO TO 2200-EXIT
044700     END-IF.
044800 2200-REWRITE.
044900     MOVE WS-RUN-DATE TO DSP-LAST-RUN-DATE
045000     REWRITE DISPUTE-CASE-RECORD
045100         INVALID KEY
045200             DISPLAY 'CMDSPR01 - REWRITE FAILED FOR CASE '
045300                 DSP-CASE-ID ' STATUS=' DISPCASE-STATUS
045310             DISPLAY 'CMDSPR01 - RUN STOPPED, RERUN REQUIRED'
045320             MOVE 16  TO RETURN-CODE
045330             MOVE 'Y' TO WS-EOF-SWITCH
045400     END-REWRITE.
045500 2200-EXIT.
045600     EXIT.
045700
045800*----------------------------------------------------------------*
045900* 2300-REPLAY-CASE -- a rerun for the business date the case was *
046000*                     already acted on: the same posting is      *
046100*                     re-emitted from the stamped amounts, the   *
046200*                     re-debit notice re-queued (a duplicate     *
046300*                     the queue ignores), and the row is left as *
046400*                     it stands                                  *
046500*----------------------------------------------------------------*
046600 2300-REPLAY-CASE.
046700     ADD 1 TO WS-RERUN-COUNT
046800
046900     EVALUATE DSP-RUN-ACTION
047000         WHEN 'P'
047100             PERFORM 2450-EMIT-PROV-CREDIT THRU 2450-EXIT
047110             IF RETURN-CODE NOT = ZERO
047120                 GO TO 2300-EXIT
047130             END-IF
047200             ADD 1 TO WS-PROV-COUNT
047300             ADD DSP-PROV-AMOUNT TO WS-CREDIT-TOTAL
047400             MOVE 'PROV CREDIT (RERUN)' TO WD-ACTION
047500             MOVE DSP-PROV-AMOUNT       TO WD-AMOUNT
047600             MOVE TH-TXN-ID             TO WD-TXN-ID
047700         WHEN 'W'
047800             PERFORM 2550-EMIT-PERM-CREDIT THRU 2550-EXIT
047810             IF RETURN-CODE NOT = ZERO
047820                 GO TO 2300-EXIT
047830             END-IF
047900             ADD 1 TO WS-PERM-COUNT
048000             ADD DSP-AMOUNT TO WS-CREDIT-TOTAL
048100             MOVE 'WON - CREDIT (RERUN)' TO WD-ACTION
048200             MOVE DSP-AMOUNT            TO WD-AMOUNT
048300             MOVE TH-TXN-ID             TO WD-TXN-ID
048400         WHEN 'R'
048500             PERFORM 2560-EMIT-REDEBIT THRU 2560-EXIT
048510             IF RETURN-CODE NOT = ZERO
048520                 GO TO 2300-EXIT
048530             END-IF
048600             ADD 1 TO WS-REDEBIT-COUNT
048700             ADD DSP-PROV-AMOUNT TO WS-REDEBIT-TOTAL
048800             MOVE 'RE-DEBITED (RERUN)'  TO WD-ACTION
048900             MOVE DSP-PROV-AMOUNT       TO WD-AMOUNT
049000             MOVE TH-TXN-ID             TO WD-TXN-ID
049100             PERFORM 4300-QUEUE-REDEBIT-NOTICE THRU 4300-EXIT
049200         WHEN 'K'
049300             ADD 1 TO WS-KEPT-COUNT
049400             MOVE 'WON - KEPT (RERUN)'  TO WD-ACTION
049500             MOVE DSP-PROV-AMOUNT       TO WD-AMOUNT
049600             MOVE SPACES                TO WD-TXN-ID
049700         WHEN 'N'
049800             ADD 1 TO WS-NIL-CLOSE-COUNT
049900             MOVE 'CLOSED NIL (RERUN)'  TO WD-ACTION
050000             MOVE ZERO                  TO WD-AMOUNT
050100             MOVE SPACES                TO WD-TXN-ID
050200         WHEN OTHER
050300             GO TO 2300-EXIT
050400     END-EVALUATE
050500     PERFORM 2900-REPORT-CASE THRU 2900-EXIT.
050600 2300-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------------*
051000* 2400-PROVISIONAL-CREDIT -- the amount claimed is credited to   *
051100*                            the account while the case is       *
051200*                            worked; the case now carries what   *
051300*                            was credited                        *
051400*----------------------------------------------------------------*
051500 2400-PROVISIONAL-CREDIT.
051600     MOVE DSP-AMOUNT TO DSP-PROV-AMOUNT
051700     PERFORM 2450-EMIT-PROV-CREDIT THRU 2450-EXIT
051800     IF RETURN-CODE NOT = ZERO
051900         GO TO 2400-EXIT
052000     END-IF
052100
052200     MOVE 'P'         TO DSP-STATUS
052300     MOVE WS-RUN-DATE TO DSP-PROV-DATE
052400     MOVE 'P'         TO DSP-RUN-ACTION
052500     ADD 1 TO WS-PROV-COUNT
052600     ADD DSP-PROV-AMOUNT TO WS-CREDIT-TOTAL
052700
052800     MOVE 'PROVISIONAL CREDIT'  TO WD-ACTION
052900     MOVE DSP-PROV-AMOUNT       TO WD-AMOUNT
053000     MOVE TH-TXN-ID             TO WD-TXN-ID
053100     PERFORM 2900-REPORT-CASE THRU 2900-EXIT.
053200 2400-EXIT.
053300     EXIT.
053400
053500*----------------------------------------------------------------*
053600* 2450-EMIT-PROV-CREDIT                                          *
053700*----------------------------------------------------------------*
053800 2450-EMIT-PROV-CREDIT.
053900     MOVE 'PROV'          TO WS-DTX-ACTION
054000     MOVE 'C'             TO TH-TXN-TYPE
054100     MOVE DSP-PROV-AMOUNT TO TH-AMOUNT
054200     MOVE SPACES          TO TH-DESCRIPTION
054300     STRING 'DISPUTE PROVISIONAL CREDIT ' DELIMITED BY SIZE
054400         DSP-CASE-ID DELIMITED BY SIZE
054500         INTO TH-DESCRIPTION
054600     PERFORM 2700-WRITE-DSP-TXN THRU 2700-EXIT.
054700 2450-EXIT.
054800     EXIT.
054900
055000*----------------------------------------------------------------*
055100* 2500-POST-OUTCOME -- a case won with no provisional credit is  *
055200*                      credited now; a provisional credit on a   *
055300*                      case lost or withdrawn is re-debited and  *
055400*                      the customer sent a 'DR' notice           *
055500*----------------------------------------------------------------*
055600 2500-POST-OUTCOME.
055700     IF DSP-CUSTOMER-WON
055800         PERFORM 2550-EMIT-PERM-CREDIT THRU 2550-EXIT
055900         IF RETURN-CODE NOT = ZERO
056000             GO TO 2500-EXIT
056100         END-IF
056200         MOVE 'W' TO DSP-CLOSE-ACTION
056300         ADD 1 TO WS-PERM-COUNT
056400         ADD DSP-AMOUNT TO WS-CREDIT-TOTAL
056500         MOVE 'WON - CREDITED'      TO WD-ACTION
056600         MOVE DSP-AMOUNT            TO WD-AMOUNT
056700     ELSE
056800         PERFORM 2560-EMIT-REDEBIT THRU 2560-EXIT
056900         IF RETURN-CODE NOT = ZERO
057000             GO TO 2500-EXIT
057100         END-IF
057200         MOVE 'R' TO DSP-CLOSE-ACTION
057300         ADD 1 TO WS-REDEBIT-COUNT
057400         ADD DSP-PROV-AMOUNT TO WS-REDEBIT-TOTAL
057500         MOVE 'CREDIT RE-DEBITED'   TO WD-ACTION
057600         MOVE DSP-PROV-AMOUNT       TO WD-AMOUNT
057700     END-IF
057800     MOVE TH-TXN-ID TO WD-TXN-ID
057900
058000     MOVE 'C'              TO DSP-STATUS
058100     MOVE WS-RUN-DATE      TO DSP-CLOSED-DATE
058200     MOVE DSP-CLOSE-ACTION TO DSP-RUN-ACTION
058300     PERFORM 2900-REPORT-CASE THRU 2900-EXIT
058400
058500     IF DSP-RE-DEBITED
058600         PERFORM 4300-QUEUE-REDEBIT-NOTICE THRU 4300-EXIT
058700     END-IF.
058800 2500-EXIT.
058900     EXIT.
059000
059100*----------------------------------------------------------------*
059200* 2550-EMIT-PERM-CREDIT                                          *
059300*----------------------------------------------------------------*
059400 2550-EMIT-PERM-CREDIT.
059500     MOVE 'PERM'          TO WS-DTX-ACTION
059600     MOVE 'C'             TO TH-TXN-TYPE
059700     MOVE DSP-AMOUNT      TO TH-AMOUNT
059800     MOVE SPACES          TO TH-DESCRIPTION
059900     STRING 'DISPUTE RESOLVED - CREDIT ' DELIMITED BY SIZE
060000         DSP-CASE-ID DELIMITED BY SIZE
060100         INTO TH-DESCRIPTION
060200     PERFORM 2700-WRITE-DSP-TXN THRU 2700-EXIT.
060300 2550-EXIT.
060400     EXIT.
060500
060600*----------------------------------------------------------------*
060700* 2560-EMIT-REDEBIT                                              *
060800*----------------------------------------------------------------*
060900 2560-EMIT-REDEBIT.
061000     MOVE 'RDEB'          TO WS-DTX-ACTION
061100     MOVE 'D'             TO TH-TXN-TYPE
061200     MOVE DSP-PROV-AMOUNT TO TH-AMOUNT
061300     MOVE SPACES          TO TH-DESCRIPTION
061400     STRING 'DISPUTE CREDIT REVERSED ' DELIMITED BY SIZE
061500         DSP-CASE-ID DELIMITED BY SIZE
061600         INTO TH-DESCRIPTION
061700     PERFORM 2700-WRITE-DSP-TXN THRU 2700-EXIT.
061800 2560-EXIT.
061900     EXIT.
062000
062100*----------------------------------------------------------------*
062200* 2600-CLOSE-CASE -- an outcome with nothing to post: a case won *
062300*                    keeps its provisional credit, which the GL  *
062400*                    extract moves off dispute suspense; a case  *
062500*                    lost or withdrawn before any credit went    *
062600*                    out simply closes                           *
062700*----------------------------------------------------------------*
062800 2600-CLOSE-CASE.
062900     IF DSP-CUSTOMER-WON
063000         MOVE 'K' TO DSP-CLOSE-ACTION
063100         ADD 1 TO WS-KEPT-COUNT
063200         MOVE 'WON - CREDIT KEPT'    TO WD-ACTION
063300         MOVE DSP-PROV-AMOUNT        TO WD-AMOUNT
063400     ELSE
063500         MOVE 'N' TO DSP-CLOSE-ACTION
063600         ADD 1 TO WS-NIL-CLOSE-COUNT
063700         MOVE 'CLOSED - NIL POSTING' TO WD-ACTION
063800         MOVE ZERO                   TO WD-AMOUNT
063900     END-IF
064000     MOVE SPACES TO WD-TXN-ID
064100
064200     MOVE 'C'              TO DSP-STATUS
064300     MOVE WS-RUN-DATE      TO DSP-CLOSED-DATE
064400     MOVE DSP-CLOSE-ACTION TO DSP-RUN-ACTION
064500     PERFORM 2900-REPORT-CASE THRU 2900-EXIT.
064600 2600-EXIT.
064700     EXIT.
064800
064900*----------------------------------------------------------------*
065000* 2700-WRITE-DSP-TXN -- build and write one TRANSACTION-HISTORY  *
065100*                       record; WS-DTX-ACTION, TH-TXN-TYPE,      *
065200*                       TH-AMOUNT, and TH-DESCRIPTION are set by *
065300*                       the caller.  The id is the case id and   *
065400*                       the action, so a rerun rebuilds it       *
065500*                       exactly.                                 *
065600*----------------------------------------------------------------*
065700 2700-WRITE-DSP-TXN.
065800     MOVE DSP-CASE-ID     TO WS-DTX-CASE-ID
065900     MOVE WS-DSP-TXN-ID   TO TH-TXN-ID
066000     MOVE DSP-ACCT-ID     TO TH-CUST-ID
066100     MOVE WS-RUN-DATE     TO TH-TXN-DATE
066200     MOVE WS-RUN-DATE     TO TH-POST-DATE
066300
066400     PERFORM 2750-CLEAR-ONE-ITEM THRU 2750-EXIT
066500         VARYING WS-ITEM-SUB FROM 1 BY 1
066600         UNTIL WS-ITEM-SUB > 3
066700
066800     WRITE TRANSACTION-HISTORY
066900     IF NOT DSPTRN-OK
067000         DISPLAY 'CMDSPR01 - DSPTRN WRITE FAILED, STATUS='
067100             DSPTRN-STATUS ' - RUN STOPPED'
067200         MOVE 16  TO RETURN-CODE
067300         MOVE 'Y' TO WS-EOF-SWITCH
067400         GO TO 2700-EXIT
067500     END-IF
067600     ADD 1 TO WS-WRITTEN-COUNT.
067700 2700-EXIT.
067800     EXIT.
067900
068000*----------------------------------------------------------------*
068100* 2750-CLEAR-ONE-ITEM                                            *
068200*----------------------------------------------------------------*
068300 2750-CLEAR-ONE-ITEM.
068400     MOVE ZERO TO TH-ITEM-SEQ (WS-ITEM-SUB)
068500     MOVE ZERO TO TH-ITEM-AMT (WS-ITEM-SUB).
068600 2750-EXIT.
068700     EXIT.
068800
068900*----------------------------------------------------------------*
069000* 2870-COMPUTE-DAY-NUMBER -- WS-WORK-DATE as a count of days, so *
069100*                            two dates subtract to the days      *
069200*                            between them.  January and February *
069300*                            are counted as months 13 and 14 of  *
069400*                            the year before.                    *
069500*----------------------------------------------------------------*
069600 2870-COMPUTE-DAY-NUMBER.
069700     MOVE WS-WORK-YYYY TO WS-DN-YEAR
069800     MOVE WS-WORK-MM   TO WS-DN-MONTH
069900     IF WS-DN-MONTH LESS THAN 3
070000         SUBTRACT 1 FROM WS-DN-YEAR
070100         ADD 12 TO WS-DN-MONTH
070200     END-IF
070300
070400     COMPUTE WS-DAY-NUMBER = WS-DN-YEAR * 365 + WS-WORK-DD
070500     DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-QUOTIENT
070600         REMAINDER WS-DN-REMAINDER
070700     ADD WS-DN-QUOTIENT TO WS-DAY-NUMBER
070800     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
070900         REMAINDER WS-DN-REMAINDER
071000     SUBTRACT WS-DN-QUOTIENT FROM WS-DAY-NUMBER
071100     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
071200         REMAINDER WS-DN-REMAINDER
071300     ADD WS-DN-QUOTIENT TO WS-DAY-NUMBER
071400
071500     COMPUTE WS-DN-WORK = (WS-DN-MONTH - 3) * 153 + 2
071600     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-QUOTIENT
071700         REMAINDER WS-DN-REMAINDER
071800     ADD WS-DN-QUOTIENT TO WS-DAY-NUMBER.
071900 2870-EXIT.
072000     EXIT.
072100
072200*----------------------------------------------------------------*
072300* 2900-REPORT-CASE -- WD-ACTION, WD-AMOUNT and WD-TXN-ID are set *
072400*                     by the caller                              *
072500*----------------------------------------------------------------*
072600 2900-REPORT-CASE.
072700     MOVE DSP-CASE-ID        TO WD-CASE-ID
072800     MOVE DSP-ACCT-ID        TO WD-ACCT-ID
072900     MOVE DSP-STATUS         TO WD-STATUS
073000     MOVE DSP-FINAL-DUE-DATE TO WD-DUE-DATE
073100     MOVE SPACES             TO WD-DAYS-X
073200     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
073300 2900-EXIT.
073400     EXIT.
073500
073600*----------------------------------------------------------------*
073700* 4000-LIST-AGING -- second pass: every case not yet closed is   *
073800*                    measured against its next deadline -- the   *
073900*                    provisional-credit date while no credit has *
074000*                    gone out, the final-resolution date after   *
074100*                    -- and listed when that falls within the    *
074200*                    aging window or has passed                  *
074300*----------------------------------------------------------------*
074400 4000-LIST-AGING.
074500     WRITE DSPRPT-RECORD FROM WS-BLANK-LINE
074600     MOVE 'OPEN CASES WITH A DEADLINE WITHIN 10 DAYS OF'
074700                                    TO WS-SECTION-TEXT
074800     MOVE WS-RUN-DATE               TO WS-SECTION-DATE
074900     WRITE DSPRPT-RECORD FROM WS-SECTION-LINE
075000     ADD 2 TO WS-LINES-ON-PAGE
075100
075200     MOVE 'N' TO WS-EOF-SWITCH
075300     MOVE LOW-VALUES TO DSP-CASE-ID
075400     START DISPCASE-FILE KEY IS NOT LESS THAN DSP-CASE-ID
075500         INVALID KEY
075600             MOVE 'Y' TO WS-EOF-SWITCH
075700     END-START
075800     IF NOT WS-END-OF-CASES
075900         PERFORM 2100-READ-DISPCASE THRU 2100-EXIT
076000     END-IF
076100
076200     PERFORM 4200-AGE-ONE-CASE THRU 4200-EXIT
076300         UNTIL WS-END-OF-CASES
076400
076500     IF WS-WINDOW-COUNT = ZERO
076600         WRITE DSPRPT-RECORD FROM WS-NO-ROWS-LINE
076700         ADD 1 TO WS-LINES-ON-PAGE
076800     END-IF
076900
077000     PERFORM 4500-WRITE-SUMMARY THRU 4500-EXIT.
077100 4000-EXIT.
077200     EXIT.
077300
077400*----------------------------------------------------------------*
077500* 4100-WRITE-PAGE-HEADINGS                                       *
077600*----------------------------------------------------------------*
077700 4100-WRITE-PAGE-HEADINGS.
077800     ADD 1 TO WS-PAGE-NUMBER
077900     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
078000     MOVE WS-RUN-DATE    TO WS-H1-BUS-DATE
078100     WRITE DSPRPT-RECORD FROM WS-HEADING-1
078200     WRITE DSPRPT-RECORD FROM WS-HEADING-2
078300     WRITE DSPRPT-RECORD FROM WS-BLANK-LINE
078400     MOVE 3 TO WS-LINES-ON-PAGE.
078500 4100-EXIT.
078600     EXIT.
078700
078800*----------------------------------------------------------------*
078900* 4200-AGE-ONE-CASE -- the days column is the days left to the   *
079000*                      deadline, negative once it has passed     *
079100*----------------------------------------------------------------*
079200 4200-AGE-ONE-CASE.
079300     IF DSP-CLOSED
079400         GO TO 4200-NEXT
079500     END-IF
079600     ADD 1 TO WS-UNCLOSED-COUNT
079700
079800     IF DSP-OPEN
079900         MOVE DSP-PROV-DUE-DATE  TO WS-NEXT-DUE-DATE
080000     ELSE
080100         MOVE DSP-FINAL-DUE-DATE TO WS-NEXT-DUE-DATE
080200     END-IF
080300     MOVE WS-NEXT-DUE-DATE TO WS-WORK-DATE
080400     PERFORM 2870-COMPUTE-DAY-NUMBER THRU 2870-EXIT
080500     MOVE WS-DAY-NUMBER    TO WS-DUE-DAY-NUMBER
080600     COMPUTE WS-DAYS-TO-DUE =
080700         WS-DUE-DAY-NUMBER - WS-RUN-DAY-NUMBER
080800     IF WS-DAYS-TO-DUE GREATER THAN WS-AGING-DAYS
080900         GO TO 4200-NEXT
081000     END-IF
081100
081200     ADD 1 TO WS-WINDOW-COUNT
081300     IF WS-DAYS-TO-DUE LESS THAN ZERO
081400         ADD 1 TO WS-OVERDUE-COUNT
081500         IF DSP-OPEN
081600             MOVE 'PROV CREDIT OVERDUE'  TO WD-ACTION
081700         ELSE
081800             MOVE 'FINAL OVERDUE'        TO WD-ACTION
081900         END-IF
082000     ELSE
082100         IF DSP-OPEN
082200             MOVE 'PROV CREDIT DUE SOON' TO WD-ACTION
082300         ELSE
082400             MOVE 'FINAL DUE SOON'       TO WD-ACTION
082500         END-IF
082600     END-IF
082700
082800     MOVE DSP-CASE-ID            TO WD-CASE-ID
082900     MOVE DSP-ACCT-ID            TO WD-ACCT-ID
083000     MOVE DSP-STATUS             TO WD-STATUS
083100     MOVE WS-NEXT-DUE-DATE       TO WD-DUE-DATE
083200     MOVE WS-DAYS-TO-DUE         TO WD-DAYS
083300     MOVE DSP-AMOUNT             TO WD-AMOUNT
083400     MOVE DSP-TXN-ID             TO WD-TXN-ID
083500     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
083600 4200-NEXT.
083700     PERFORM 2100-READ-DISPCASE THRU 2100-EXIT.
083800 4200-EXIT.
083900     EXIT.
084000
084100*----------------------------------------------------------------*
084200* 4300-QUEUE-REDEBIT-NOTICE -- one 'DR' event per re-debit,      *
084300*                              keyed by the re-debit's TH-TXN-ID *
084400*                              so a rerun lands a duplicate that *
084500*                              is ignored                        *
084600*----------------------------------------------------------------*
084700 4300-QUEUE-REDEBIT-NOTICE.
084800     IF NOT WS-CORRQ-AVAILABLE
084900         GO TO 4300-EXIT
085000     END-IF
085100
085200     MOVE SPACES                TO CORRESPONDENCE-QUEUE-RECORD
085300     MOVE WS-RUN-DATE           TO CRQ-EVENT-DATE
085400     MOVE 'CMDSPR01'            TO CRQ-ORIGIN
085500     MOVE WS-DSP-TXN-ID         TO CRQ-EVENT-REF
085600     MOVE DSP-ACCT-ID           TO CRQ-ACCT-ID
085700     MOVE 'DR'                  TO CRQ-LETTER-TYPE
085800     MOVE DSP-PROV-AMOUNT       TO CRQ-AMOUNT
085900     MOVE DSP-CLAIM-DATE        TO CRQ-REF-DATE
086000     IF DSP-WITHDRAWN
086100         STRING 'DISPUTE ' DELIMITED BY SIZE
086200             DSP-CASE-ID DELIMITED BY SIZE
086300             ' WITHDRAWN' DELIMITED BY SIZE
086400             INTO CRQ-DETAIL-TEXT
086500     ELSE
086600         STRING 'DISPUTE ' DELIMITED BY SIZE
086700             DSP-CASE-ID DELIMITED BY SIZE
086800             ' NOT UPHELD' DELIMITED BY SIZE
086900             INTO CRQ-DETAIL-TEXT
087000     END-IF
087100     MOVE 'P'                   TO CRQ-STATUS
087200     MOVE ZERO                  TO CRQ-MAILED-DATE
087300     WRITE CORRESPONDENCE-QUEUE-RECORD
087400         INVALID KEY
087500             IF NOT CORRQ-DUPKEY
087600                 DISPLAY 'CMDSPR01 - CORRQ WRITE FAILED FOR '
087700                     DSP-CASE-ID ' STATUS=' CORRQ-STATUS
087800             END-IF
087900     END-WRITE
088000
088100     IF CORRQ-OK
088200         ADD 1 TO WS-NOTICE-COUNT
088300     END-IF.
088400 4300-EXIT.
088500     EXIT.
088600
088700*----------------------------------------------------------------*
088800* 4500-WRITE-SUMMARY                                             *
088900*----------------------------------------------------------------*
089000 4500-WRITE-SUMMARY.
089100     IF WS-LINES-ON-PAGE > 40
089200         PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
089300     END-IF
089400     WRITE DSPRPT-RECORD FROM WS-BLANK-LINE
089500     MOVE 'CASES SCANNED'                  TO WM-LABEL
089600     MOVE WS-SCANNED-COUNT                 TO WM-COUNT
089700     WRITE DSPRPT-RECORD FROM WS-TOTAL-LINE
089800     MOVE 'PROVISIONAL CREDITS POSTED'     TO WM-LABEL
089900     MOVE WS-PROV-COUNT                    TO WM-COUNT
090000     WRITE DSPRPT-RECORD FROM WS-TOTAL-LINE
090100     MOVE 'WON - PROVISIONAL CREDIT KEPT'  TO WM-LABEL
090200     MOVE WS-KEPT-COUNT                    TO WM-COUNT
090300     WRITE DSPRPT-RECORD FROM WS-TOTAL-LINE
090400     MOVE 'WON - CREDITED AT CLOSURE'      TO WM-LABEL
090500     MOVE WS-PERM-COUNT                    TO WM-COUNT
090600     WRITE DSPRPT-RECORD FROM WS-TOTAL-LINE
090700     MOVE 'LOST OR WITHDRAWN - RE-DEBITED' TO WM-LABEL
090800     MOVE WS-REDEBIT-COUNT                 TO WM-COUNT
090900     WRITE DSPRPT-RECORD FROM WS-TOTAL-LINE
091000     MOVE 'CLOSED WITH NOTHING TO POST'    TO WM-LABEL
091100     MOVE WS-NIL-CLOSE-COUNT               TO WM-COUNT
091200     WRITE DSPRPT-RECORD FROM WS-TOTAL-LINE
091300     MOVE 'HELD - ACCOUNT BLOCKED'         TO WM-LABEL
091400     MOVE WS-BLOCKED-COUNT                 TO WM-COUNT
091500     WRITE DSPRPT-RECORD FROM WS-TOTAL-LINE
091600     MOVE 'REPLAYED FOR A RERUN'           TO WM-LABEL
091700     MOVE WS-RERUN-COUNT                   TO WM-COUNT
091800     WRITE DSPRPT-RECORD FROM WS-TOTAL-LINE
091900     MOVE 'RE-DEBIT NOTICES QUEUED'        TO WM-LABEL
092000     MOVE WS-NOTICE-COUNT                  TO WM-COUNT
092100     WRITE DSPRPT-RECORD FROM WS-TOTAL-LINE
092200     MOVE 'CASES NOT YET CLOSED'           TO WM-LABEL
092300     MOVE WS-UNCLOSED-COUNT                TO WM-COUNT
092400     WRITE DSPRPT-RECORD FROM WS-TOTAL-LINE
092500     MOVE 'CASES IN AGING WINDOW'          TO WM-LABEL
092600     MOVE WS-WINDOW-COUNT                  TO WM-COUNT
092700     WRITE DSPRPT-RECORD FROM WS-TOTAL-LINE
092800     MOVE 'CASES PAST A DEADLINE'          TO WM-LABEL
092900     MOVE WS-OVERDUE-COUNT                 TO WM-COUNT
093000     WRITE DSPRPT-RECORD FROM WS-TOTAL-LINE
093100     MOVE 'AMOUNT CREDITED'                TO WA-LABEL
093200     MOVE WS-CREDIT-TOTAL                  TO WA-AMOUNT
093300     WRITE DSPRPT-RECORD FROM WS-AMOUNT-TOTAL-LINE
093400     MOVE 'AMOUNT RE-DEBITED'              TO WA-LABEL
093500     MOVE WS-REDEBIT-TOTAL                 TO WA-AMOUNT
093600     WRITE DSPRPT-RECORD FROM WS-AMOUNT-TOTAL-LINE.
093700 4500-EXIT.
093800     EXIT.
093900
094000*----------------------------------------------------------------*
094100* 4900-WRITE-REPORT-LINE                                         *
094200*----------------------------------------------------------------*
094300 4900-WRITE-REPORT-LINE.
094400     IF WS-LINES-ON-PAGE > 55
094500         PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
094600     END-IF
094700     WRITE DSPRPT-RECORD FROM WS-DETAIL-LINE
094800     ADD 1 TO WS-LINES-ON-PAGE.
094900 4900-EXIT.
095000     EXIT.
095100
095200*----------------------------------------------------------------*
095300* 5000-TERMINATE                                                 *
095400*----------------------------------------------------------------*
095500 5000-TERMINATE.
095600     CLOSE DISPCASE-FILE
095700     CLOSE DSPTRN-FILE
095800     CLOSE CUSTMAST-FILE
095900     IF WS-CORRQ-AVAILABLE
096000         CLOSE CORRQ-FILE
096100     END-IF
096200     CLOSE DSPRPT-FILE
096300
096400     DISPLAY 'CMDSPR01 - CASES SCANNED         = '
096500         WS-SCANNED-COUNT
096600     DISPLAY 'CMDSPR01 - PROVISIONAL CREDITS   = '
096700         WS-PROV-COUNT
096800     DISPLAY 'CMDSPR01 - CASES CLOSED WON      = '
096900         WS-KEPT-COUNT ' KEPT, ' WS-PERM-COUNT ' CREDITED'
097000     DISPLAY 'CMDSPR01 - CASES RE-DEBITED      = '
097100         WS-REDEBIT-COUNT
097200     DISPLAY 'CMDSPR01 - POSTINGS WRITTEN      = '
097300         WS-WRITTEN-COUNT
097400     DISPLAY 'CMDSPR01 - RERUN CASES REPLAYED  = '
097500         WS-RERUN-COUNT
097600     DISPLAY 'CMDSPR01 - RE-DEBIT NOTICES QUEUED = '
097700         WS-NOTICE-COUNT
097800     DISPLAY 'CMDSPR01 - CASES IN AGING WINDOW = '
097900         WS-WINDOW-COUNT
098000     IF WS-BLOCKED-COUNT NOT = ZERO
098100         DISPLAY 'CMDSPR01 - BLOCKED ACCOUNT HOLDS = '
098200             WS-BLOCKED-COUNT
098300     END-IF
098400     IF WS-NO-ACCOUNT-COUNT NOT = ZERO
098500         DISPLAY 'CMDSPR01 - NO CUSTMAST ACCOUNT   = '
098600             WS-NO-ACCOUNT-COUNT
098700     END-IF.
098800 5000-EXIT.
098900     EXIT.
