000100*================================================================*
000200* PROGRAM:     CMOVRD01                                          *
000300* FUNCTION:    Nightly operator override and approval report.    *
000400*              Reads PENDAPPR, the file the CMENT01, CMHLD01,    *
000500*              and CMINQ01 screens park over-ceiling entries,    *
000600*              over-ceiling holds, and closing or freezing       *
000700*              status changes on, and the CMAPR01 supervisor     *
000800*              screen releases or rejects them from.  Every      *
000900*              item parked on the business date is listed under  *
001000*              the operator who keyed it, and every item         *
001100*              decided on the business date under the            *
001200*              supervisor who decided it, so one operator's      *
001300*              section shows both what they needed approved and  *
001400*              what they approved for others.  Each operator     *
001500*              section ends with its counts; the run ends with   *
001600*              grand totals and the number of items still        *
001700*              waiting on a supervisor, whatever day they were   *
001800*              keyed.                                            *
001900*                                                                *
002000* NOTE:        PENDAPPR is read only.  Rows are never deleted,   *
002100*              so a rerun for the same business date produces    *
002200*              the same report.                                  *
002300*================================================================*
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CMOVRD01.
002600 AUTHOR. R-HOLLOWAY.
002700 INSTALLATION. IBMUSER CUSTOMER LEDGER SYSTEMS.
002800 DATE-WRITTEN. 10/15/2026.
002900 DATE-COMPILED.
003000*----------------------------------------------------------------*
003100* MODIFICATION HISTORY                                           *
003200*   10/15/2026  RH  Initial version -- PENDAPPR parked and       *
003300*                   decided items by operator for the business   *
003400*                   date, with operator and run totals.          *
003500*----------------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PENDAPPR-FILE ASSIGN TO PENDAPPR
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS PND-PEND-ID
004600         FILE STATUS IS PENDAPPR-STATUS.
004700
004800     SELECT OPERPROF-FILE ASSIGN TO OPERPROF
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS OPR-OPER-ID
005200         FILE STATUS IS OPERPROF-STATUS.
005300
005400     SELECT SORTWORK-FILE ASSIGN TO SORTWORK.
005500
005600     SELECT OVRDRPT-FILE ASSIGN TO OVRDRPT
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS OVRDRPT-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  PENDAPPR-FILE
006400     RECORDING MODE IS F.
006500 COPY PENDAPPR.
006600
006700 FD  OPERPROF-FILE
006800     RECORDING MODE IS F.
006900 COPY OPERPROF.
007000
007100 SD  SORTWORK-FILE.
007200 01  SORTWORK-RECORD.
007300     05  SW-OPER-ID            PIC X(8).
007400     05  SW-EVENT-RANK         PIC 9(1).
007500         88  SW-PARKED             VALUE 1.
007600         88  SW-APPROVED           VALUE 2.
007700         88  SW-REJECTED           VALUE 3.
007800     05  SW-PEND-ID            PIC X(16).
007900     05  SW-KIND               PIC X(2).
008000     05  SW-REASON             PIC X(1).
008100     05  SW-ACCT-ID            PIC X(10).
008200     05  SW-AMOUNT             PIC S9(11)V99 COMP-3.
008300     05  SW-CEILING            PIC S9(9)V99 COMP-3.
008400     05  SW-OTHER-OPER         PIC X(8).
008500     05  SW-STATUS-NOW         PIC X(1).
008600     05  SW-RESULT-REF         PIC X(16).
008700
008800 FD  OVRDRPT-FILE
008900     RECORDING MODE IS F.
009000 01  OVRDRPT-RECORD            PIC X(132).
009100
009200 WORKING-STORAGE SECTION.
009300 COPY RUNPARM.
009400
009500 77  PENDAPPR-STATUS       PIC X(2).
009600     88  PENDAPPR-OK           VALUE '00'.
009700     88  PENDAPPR-EOF          VALUE '10'.
009800
009900 77  OPERPROF-STATUS       PIC X(2).
010000     88  OPERPROF-OK           VALUE '00'.
010100     88  OPERPROF-NOTFND       VALUE '23'.
010200
010300 77  OVRDRPT-STATUS        PIC X(2).
010400     88  OVRDRPT-OK            VALUE '00'.
010500
010600 77  WS-PEND-EOF-SW        PIC X(1)      VALUE 'N'.
010700     88  WS-END-OF-PENDAPPR        VALUE 'Y'.
010800
010900 77  WS-SORTWORK-EOF-SW    PIC X(1)      VALUE 'N'.
011000     88  WS-END-OF-SORTWORK        VALUE 'Y'.
011100
011200 77  WS-FIRST-GROUP-SW     PIC X(1)      VALUE 'Y'.
011300     88  WS-FIRST-GROUP            VALUE 'Y'.
011400
011500 77  WS-PROFILES-SW        PIC X(1)      VALUE 'N'.
011600     88  WS-PROFILES-OPEN          VALUE 'Y'.
011700
011800 77  WS-READ-COUNT         PIC 9(9) COMP VALUE ZERO.
011900 77  WS-PARKED-COUNT       PIC 9(9) COMP VALUE ZERO.
012000 77  WS-APPROVED-COUNT     PIC 9(9) COMP VALUE ZERO.
012100 77  WS-REJECTED-COUNT     PIC 9(9) COMP VALUE ZERO.
012200 77  WS-OPEN-COUNT         PIC 9(9) COMP VALUE ZERO.
012300 77  WS-OPERATOR-COUNT     PIC 9(9) COMP VALUE ZERO.
012400
012500 77  WS-OPR-PARKED         PIC 9(9) COMP VALUE ZERO.
012600 77  WS-OPR-APPROVED       PIC 9(9) COMP VALUE ZERO.
012700 77  WS-OPR-REJECTED       PIC 9(9) COMP VALUE ZERO.
012800
012900 77  WS-RUN-DATE           PIC 9(8)      VALUE ZERO.
013000 77  WS-HOLD-OPER-ID       PIC X(8)      VALUE SPACES.
013100 77  WS-LINES-ON-PAGE      PIC 9(3)      VALUE ZERO.
013200 77  WS-PAGE-NUMBER        PIC 9(5)      VALUE ZERO.
013300
013400 01  WS-HEADING-1.
013500     05  FILLER                PIC X(48) VALUE
013600         'CMOVRD01 - OPERATOR OVERRIDES AND APPROVALS FOR'.
013700     05  WS-H1-BUS-DATE        PIC 9(8).
013800     05  FILLER                PIC X(20) VALUE SPACES.
013900     05  FILLER                PIC X(5)  VALUE 'PAGE '.
014000     05  WS-H1-PAGE            PIC ZZZZ9.
014100
014200 01  WS-HEADING-2.
014300     05  FILLER                PIC X(10) VALUE 'OPERATOR'.
014400     05  FILLER                PIC X(10) VALUE 'EVENT'.
014500     05  FILLER                PIC X(18) VALUE 'PENDING ID'.
014600     05  FILLER                PIC X(4)  VALUE 'KD'.
014700     05  FILLER                PIC X(3)  VALUE 'R'.
014800     05  FILLER                PIC X(12) VALUE 'ACCOUNT'.
014900     05  FILLER                PIC X(18) VALUE
015000         '          AMOUNT'.
015100     05  FILLER                PIC X(16) VALUE
015200         '       CEILING'.
015300     05  FILLER                PIC X(10) VALUE 'OTHER OPR'.
015400     05  FILLER                PIC X(11) VALUE 'STATUS NOW'.
015500     05  FILLER                PIC X(16) VALUE 'RESULT REF'.
015600
015700 01  WS-OPERATOR-LINE.
015800     05  FILLER                PIC X(10) VALUE 'OPERATOR '.
015900     05  WO-OPER-ID            PIC X(8).
016000     05  FILLER                PIC X(2)  VALUE SPACES.
016100     05  WO-NAME               PIC X(30).
016200
016300 01  WS-DETAIL-LINE.
016400     05  WD-OPER-ID            PIC X(8).
016500     05  FILLER                PIC X(2)  VALUE SPACES.
016600     05  WD-EVENT              PIC X(9).
016700     05  FILLER                PIC X(1)  VALUE SPACES.
016800     05  WD-PEND-ID            PIC X(16).
016900     05  FILLER                PIC X(2)  VALUE SPACES.
017000     05  WD-KIND               PIC X(2).
017100     05  FILLER                PIC X(2)  VALUE SPACES.
017200     05  WD-REASON             PIC X(1).
017300     05  FILLER                PIC X(2)  VALUE SPACES.
017400     05  WD-ACCT-ID            PIC X(10).
017500     05  FILLER                PIC X(2)  VALUE SPACES.
017600     05  WD-AMOUNT             PIC -,---,---,--9.99.
017700     05  FILLER                PIC X(2)  VALUE SPACES.
017800     05  WD-CEILING            PIC ---,---,--9.99.
017900     05  FILLER                PIC X(2)  VALUE SPACES.
018000     05  WD-OTHER-OPER         PIC X(8).
018100     05  FILLER                PIC X(2)  VALUE SPACES.
018200     05  WD-STATUS-NOW         PIC X(9).
018300     05  FILLER                PIC X(2)  VALUE SPACES.
018400     05  WD-RESULT-REF         PIC X(16).
018500
018600 01  WS-OPER-TOTAL-LINE.
018700     05  FILLER                PIC X(20) VALUE
018800         '  OPERATOR TOTALS'.
018900     05  FILLER                PIC X(8)  VALUE 'PARKED'.
019000     05  WT-PARKED             PIC ZZZ,ZZ9.
019100     05  FILLER                PIC X(12) VALUE '   APPROVED'.
019200     05  WT-APPROVED           PIC ZZZ,ZZ9.
019300     05  FILLER                PIC X(12) VALUE '   REJECTED'.
019400     05  WT-REJECTED           PIC ZZZ,ZZ9.
019500
019600 01  WS-NO-ROWS-LINE.
019700     05  FILLER                PIC X(50) VALUE
019800         'NO ITEMS PARKED OR DECIDED ON THIS BUSINESS DATE'.
019900
020000 01  WS-TOTAL-LINE.
020100     05  WM-LABEL              PIC X(36).
020200     05  WM-COUNT              PIC ZZZ,ZZZ,ZZ9.
020300
020400 01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
020500
020600 PROCEDURE DIVISION.
020700*----------------------------------------------------------------*
020800* 0000-MAINLINE -- select the day's parked and decided items,    *
020900*                  sort them by operator, and report             *
021000*----------------------------------------------------------------*
021100 0000-MAINLINE.
021200     PERFORM 0100-REGISTER-START THRU 0100-EXIT
021300     IF RNP-SUCCESS
021400         PERFORM 1000-INITIALIZE THRU 1000-EXIT
021500         IF RETURN-CODE = ZERO
021600             SORT SORTWORK-FILE
021700                 ON ASCENDING KEY SW-OPER-ID SW-EVENT-RANK
021800                                  SW-PEND-ID
021900                 INPUT PROCEDURE IS 2000-SELECT-ITEMS
022000                     THRU 2000-EXIT
022100                 OUTPUT PROCEDURE IS 4000-PRODUCE-REPORT
022200                     THRU 4000-EXIT
022300         END-IF
022400         PERFORM 3000-TERMINATE THRU 3000-EXIT
022500         IF RETURN-CODE = ZERO
022600             PERFORM 0200-REGISTER-END THRU 0200-EXIT
022700         END-IF
022800     END-IF
022900     GOBACK.
023000
023100*----------------------------------------------------------------*
023200* 0100-REGISTER-START -- the run-control registrar refuses the   *
023300*                        start when the business date is not     *
023400*                        open, the posting run has not           *
023500*                        completed for it, or this job already   *
023600*                        has                                     *
023700*----------------------------------------------------------------*
023800 0100-REGISTER-START.
023900     MOVE 'S'        TO RNP-FUNCTION
024000     MOVE 'CMOVRD01' TO RNP-JOB-NAME
024100     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
024200     IF NOT RNP-SUCCESS
024300         DISPLAY 'CMOVRD01 - RUN-CONTROL REFUSED START, RC='
024400             RNP-RETURN-CODE ' PREREQ=' RNP-PREREQ-JOB
024500         MOVE 8 TO RETURN-CODE
024600     END-IF.
024700 0100-EXIT.
024800     EXIT.
024900
025000*----------------------------------------------------------------*
025100* 0200-REGISTER-END                                              *
025200*----------------------------------------------------------------*
025300 0200-REGISTER-END.
025400     MOVE 'E'        TO RNP-FUNCTION
025500     MOVE 'CMOVRD01' TO RNP-JOB-NAME
025600     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
025700     IF NOT RNP-SUCCESS
025800         DISPLAY 'CMOVRD01 - RUN-CONTROL END FAILED, RC='
025900             RNP-RETURN-CODE
026000     END-IF.
026100 0200-EXIT.
026200     EXIT.
026300
026400*----------------------------------------------------------------*
026500* 1000-INITIALIZE -- OPERPROF only supplies names for the        *
026600*                    operator headings; the report runs without  *
026700*                    it                                          *
026800*----------------------------------------------------------------*
026900 1000-INITIALIZE.
027000     MOVE RNP-BUS-DATE TO WS-RUN-DATE
027100
027200     OPEN INPUT  PENDAPPR-FILE
027300     OPEN INPUT  OPERPROF-FILE
027400     OPEN OUTPUT OVRDRPT-FILE
027500
027600     IF NOT PENDAPPR-OK
027700         DISPLAY 'CMOVRD01 - UNABLE TO OPEN PENDAPPR, STATUS='
027800             PENDAPPR-STATUS
027900         MOVE 8 TO RETURN-CODE
028000         GO TO 1000-EXIT
028100     END-IF
028200     IF NOT OVRDRPT-OK
028300         DISPLAY 'CMOVRD01 - UNABLE TO OPEN OVRDRPT, STATUS='
028400             OVRDRPT-STATUS
028500         MOVE 8 TO RETURN-CODE
028600         GO TO 1000-EXIT
028700     END-IF
028800     IF OPERPROF-OK
028900         MOVE 'Y' TO WS-PROFILES-SW
029000     ELSE
029100         DISPLAY 'CMOVRD01 - OPERPROF NOT AVAILABLE, STATUS='
029200             OPERPROF-STATUS ' - NAMES WILL NOT PRINT'
029300     END-IF
029400
029500     PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT.
029600 1000-EXIT.
029700     EXIT.
029800
029900*----------------------------------------------------------------*
030000* 2000-SELECT-ITEMS -- sort input procedure: browse PENDAPPR     *
030100*                      from the top                              *
030200*----------------------------------------------------------------*
030300 2000-SELECT-ITEMS.
030400     MOVE LOW-VALUES TO PND-PEND-ID
030500     START PENDAPPR-FILE KEY IS NOT LESS THAN PND-PEND-ID
030600         INVALID KEY
030700             MOVE 'Y' TO WS-PEND-EOF-SW
030800     END-START
030900
031000     IF NOT WS-END-OF-PENDAPPR
031100         PERFORM 2050-READ-PENDAPPR THRU 2050-EXIT
031200     END-IF
031300
031400     PERFORM 2100-SELECT-ONE-ITEM THRU 2100-EXIT
031500         UNTIL WS-END-OF-PENDAPPR.
031600 2000-EXIT.
031700     EXIT.
031800
031900*----------------------------------------------------------------*
032000* 2050-READ-PENDAPPR                                             *
032100*----------------------------------------------------------------*
032200 2050-READ-PENDAPPR.
032300     READ PENDAPPR-FILE NEXT RECORD
032400         AT END
032500             MOVE 'Y' TO WS-PEND-EOF-SW
032600     END-READ
032700     IF NOT WS-END-OF-PENDAPPR AND NOT PENDAPPR-OK
032800         DISPLAY 'CMOVRD01 - PENDAPPR READ FAILED, STATUS='
032900             PENDAPPR-STATUS
033000         MOVE 'Y' TO WS-PEND-EOF-SW
033100     END-IF.
033200 2050-EXIT.
033300     EXIT.
033400
033500*----------------------------------------------------------------*
033600* 2100-SELECT-ONE-ITEM -- one row can be released twice: once    *
033700*                         for the operator who parked it today   *
033800*                         and once for the supervisor who        *
033900*                         decided it today                       *
034000*----------------------------------------------------------------*
034100 2100-SELECT-ONE-ITEM.
034200     ADD 1 TO WS-READ-COUNT
034300
034400     IF PND-PENDING
034500         ADD 1 TO WS-OPEN-COUNT
034600     END-IF
034700
034800     IF PND-REQ-DATE = WS-RUN-DATE
034900         MOVE PND-REQUESTED-BY TO SW-OPER-ID
035000         MOVE 1                TO SW-EVENT-RANK
035100         MOVE PND-DECIDED-BY   TO SW-OTHER-OPER
035200         PERFORM 2200-RELEASE-ITEM THRU 2200-EXIT
035300         ADD 1 TO WS-PARKED-COUNT
035400     END-IF
035500
035600     IF PND-DEC-DATE = WS-RUN-DATE
035700             AND (PND-APPROVED OR PND-REJECTED)
035800         MOVE PND-DECIDED-BY   TO SW-OPER-ID
035900         MOVE PND-REQUESTED-BY TO SW-OTHER-OPER
036000         IF PND-APPROVED
036100             MOVE 2 TO SW-EVENT-RANK
036200             ADD 1 TO WS-APPROVED-COUNT
036300         ELSE
036400             MOVE 3 TO SW-EVENT-RANK
036500             ADD 1 TO WS-REJECTED-COUNT
036600         END-IF
036700         PERFORM 2200-RELEASE-ITEM THRU 2200-EXIT
036800     END-IF
036900
037000     PERFORM 2050-READ-PENDAPPR THRU 2050-EXIT.
037100 2100-EXIT.
037200     EXIT.
037300
037400*----------------------------------------------------------------*
037500* 2200-RELEASE-ITEM                                              *
037600*----------------------------------------------------------------*
037700 2200-RELEASE-ITEM.
037800     MOVE PND-PEND-ID    TO SW-PEND-ID
037900     MOVE PND-KIND       TO SW-KIND
038000     MOVE PND-REASON     TO SW-REASON
038100     MOVE PND-ACCT-ID    TO SW-ACCT-ID
038200     MOVE PND-AMOUNT     TO SW-AMOUNT
038300     MOVE PND-CEILING    TO SW-CEILING
038400     MOVE PND-STATUS     TO SW-STATUS-NOW
038500     MOVE PND-RESULT-REF TO SW-RESULT-REF
038600     RELEASE SORTWORK-RECORD.
038700 2200-EXIT.
038800     EXIT.
038900
039000*----------------------------------------------------------------*
039100* 3000-TERMINATE                                                 *
039200*----------------------------------------------------------------*
039300 3000-TERMINATE.
039400     IF RETURN-CODE = ZERO
039500         PERFORM 4500-WRITE-SUMMARY THRU 4500-EXIT
039600     END-IF
039700
039800     CLOSE PENDAPPR-FILE
039900     CLOSE OPERPROF-FILE
040000     CLOSE OVRDRPT-FILE
040100
040200     DISPLAY 'CMOVRD01 - PENDAPPR ROWS READ  = ' WS-READ-COUNT
040300     DISPLAY 'CMOVRD01 - PARKED TODAY        = '
040400         WS-PARKED-COUNT
040500     DISPLAY 'CMOVRD01 - APPROVED TODAY      = '
040600         WS-APPROVED-COUNT
040700     DISPLAY 'CMOVRD01 - REJECTED TODAY      = '
040800         WS-REJECTED-COUNT
040900     DISPLAY 'CMOVRD01 - STILL PENDING       = '
041000         WS-OPEN-COUNT.
041100 3000-EXIT.
041200     EXIT.
041300
041400*----------------------------------------------------------------*
041500* 4000-PRODUCE-REPORT -- sort output procedure: control break    *
041600*                        on operator                             *
041700*----------------------------------------------------------------*
041800 4000-PRODUCE-REPORT.
041900     PERFORM 4050-RETURN-SORTWORK THRU 4050-EXIT
042000
042100     PERFORM 4200-REPORT-ONE-ITEM THRU 4200-EXIT
042200         UNTIL WS-END-OF-SORTWORK
042300
042400     IF WS-FIRST-GROUP
042500         WRITE OVRDRPT-RECORD FROM WS-NO-ROWS-LINE
042600         ADD 1 TO WS-LINES-ON-PAGE
042700     ELSE
042800         PERFORM 4300-CLOSE-OPERATOR THRU 4300-EXIT
042900     END-IF.
043000 4000-EXIT.
043100     EXIT.
043200
043300*----------------------------------------------------------------*
043400* 4050-RETURN-SORTWORK                                           *
043500*----------------------------------------------------------------*
043600 4050-RETURN-SORTWORK.
043700     RETURN SORTWORK-FILE
043800         AT END
043900             MOVE 'Y' TO WS-SORTWORK-EOF-SW
044000     END-RETURN.
044100 4050-EXIT.
044200     EXIT.
044300
044400*----------------------------------------------------------------*
044500* 4100-WRITE-PAGE-HEADINGS                                       *
044600*----------------------------------------------------------------*
044700 4100-WRITE-PAGE-HEADINGS.
044800     ADD 1 TO WS-PAGE-NUMBER
044900     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
045000     MOVE WS-RUN-DATE    TO WS-H1-BUS-DATE
045100     WRITE OVRDRPT-RECORD FROM WS-HEADING-1
045200     WRITE OVRDRPT-RECORD FROM WS-HEADING-2
045300     WRITE OVRDRPT-RECORD FROM WS-BLANK-LINE
045400     MOVE 3 TO WS-LINES-ON-PAGE.
045500 4100-EXIT.
045600     EXIT.
045700
045800*----------------------------------------------------------------*
045900* 4200-REPORT-ONE-ITEM                                           *
046000*----------------------------------------------------------------*
046100 4200-REPORT-ONE-ITEM.
046200     IF WS-FIRST-GROUP
046300         PERFORM 4250-OPEN-OPERATOR THRU 4250-EXIT
046400         MOVE 'N' TO WS-FIRST-GROUP-SW
046500     ELSE
046600         IF SW-OPER-ID NOT = WS-HOLD-OPER-ID
046700             PERFORM 4300-CLOSE-OPERATOR THRU 4300-EXIT
046800             PERFORM 4250-OPEN-OPERATOR THRU 4250-EXIT
046900         END-IF
047000     END-IF
047100
047200     EVALUATE TRUE
047300         WHEN SW-PARKED
047400             MOVE 'PARKED'   TO WD-EVENT
047500             ADD 1 TO WS-OPR-PARKED
047600         WHEN SW-APPROVED
047700             MOVE 'APPROVED' TO WD-EVENT
047800             ADD 1 TO WS-OPR-APPROVED
047900         WHEN OTHER
048000             MOVE 'REJECTED' TO WD-EVENT
048100             ADD 1 TO WS-OPR-REJECTED
048200     END-EVALUATE
048300
048400     EVALUATE SW-STATUS-NOW
048500         WHEN 'P'
048600             MOVE 'PENDING'  TO WD-STATUS-NOW
048700         WHEN 'A'
048800             MOVE 'APPROVED' TO WD-STATUS-NOW
048900         WHEN 'R'
049000             MOVE 'REJECTED' TO WD-STATUS-NOW
049100         WHEN OTHER
049200             MOVE 'UNKNOWN'  TO WD-STATUS-NOW
049300     END-EVALUATE
049400
049500     MOVE SW-OPER-ID     TO WD-OPER-ID
049600     MOVE SW-PEND-ID     TO WD-PEND-ID
049700     MOVE SW-KIND        TO WD-KIND
049800     MOVE SW-REASON      TO WD-REASON
049900     MOVE SW-ACCT-ID     TO WD-ACCT-ID
050000     MOVE SW-AMOUNT      TO WD-AMOUNT
050100     MOVE SW-CEILING     TO WD-CEILING
050200     MOVE SW-OTHER-OPER  TO WD-OTHER-OPER
050300     MOVE SW-RESULT-REF  TO WD-RESULT-REF
050400     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
050500
050600     PERFORM 4050-RETURN-SORTWORK THRU 4050-EXIT.
050700 4200-EXIT.
050800     EXIT.
050900
051000*----------------------------------------------------------------*
051100* 4250-OPEN-OPERATOR -- the operator heading, named from         *
051200*                       OPERPROF where the profile is on file    *
051300*----------------------------------------------------------------*
051400 4250-OPEN-OPERATOR.
051500     MOVE SW-OPER-ID TO WS-HOLD-OPER-ID
051600     MOVE ZERO       TO WS-OPR-PARKED
051700     MOVE ZERO       TO WS-OPR-APPROVED
051800     MOVE ZERO       TO WS-OPR-REJECTED
051900     ADD 1 TO WS-OPERATOR-COUNT
052000
052100     MOVE SW-OPER-ID TO WO-OPER-ID
052200     MOVE SPACES     TO WO-NAME
052300     IF WS-PROFILES-OPEN
052400         MOVE SW-OPER-ID TO OPR-OPER-ID
052500         READ OPERPROF-FILE
052600             INVALID KEY
052700                 MOVE 'NO OPERATOR PROFILE ON FILE' TO WO-NAME
052800         END-READ
052900         IF OPERPROF-OK
053000             MOVE OPR-NAME TO WO-NAME
053100         END-IF
053200     END-IF
053300
053400     IF WS-LINES-ON-PAGE > 52
053500         PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
053600     END-IF
053700     WRITE OVRDRPT-RECORD FROM WS-OPERATOR-LINE
053800     ADD 1 TO WS-LINES-ON-PAGE.
053900 4250-EXIT.
054000     EXIT.
054100
054200*----------------------------------------------------------------*
054300* 4300-CLOSE-OPERATOR -- the operator's counts                   *
054400*----------------------------------------------------------------*
054500 4300-CLOSE-OPERATOR.
054600     MOVE WS-OPR-PARKED   TO WT-PARKED
054700     MOVE WS-OPR-APPROVED TO WT-APPROVED
054800     MOVE WS-OPR-REJECTED TO WT-REJECTED
054900     WRITE OVRDRPT-RECORD FROM WS-OPER-TOTAL-LINE
055000     WRITE OVRDRPT-RECORD FROM WS-BLANK-LINE
055100     ADD 2 TO WS-LINES-ON-PAGE.
055200 4300-EXIT.
055300     EXIT.
055400
055500*----------------------------------------------------------------*
055600* 4500-WRITE-SUMMARY -- run totals                               *
055700*----------------------------------------------------------------*
055800 4500-WRITE-SUMMARY.
055900     IF WS-LINES-ON-PAGE > 48
056000         PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
056100     END-IF
056200     WRITE OVRDRPT-RECORD FROM WS-BLANK-LINE
056300     MOVE 'OPERATORS LISTED'               TO WM-LABEL
056400     MOVE WS-OPERATOR-COUNT                TO WM-COUNT
056500     WRITE OVRDRPT-RECORD FROM WS-TOTAL-LINE
056600     MOVE 'ITEMS PARKED OVER CEILING/STATUS'  TO WM-LABEL
056700     MOVE WS-PARKED-COUNT                  TO WM-COUNT
056800     WRITE OVRDRPT-RECORD FROM WS-TOTAL-LINE
056900     MOVE 'ITEMS APPROVED'                 TO WM-LABEL
057000     MOVE WS-APPROVED-COUNT                TO WM-COUNT
057100     WRITE OVRDRPT-RECORD FROM WS-TOTAL-LINE
057200     MOVE 'ITEMS REJECTED'                 TO WM-LABEL
057300     MOVE WS-REJECTED-COUNT                TO WM-COUNT
057400     WRITE OVRDRPT-RECORD FROM WS-TOTAL-LINE
057500     MOVE 'STILL AWAITING A SUPERVISOR'    TO WM-LABEL
057600     MOVE WS-OPEN-COUNT                    TO WM-COUNT
057700     WRITE OVRDRPT-RECORD FROM WS-TOTAL-LINE.
057800 4500-EXIT.
057900     EXIT.
058000
058100*----------------------------------------------------------------*
058200* 4900-WRITE-REPORT-LINE                                         *
058300*----------------------------------------------------------------*
058400 4900-WRITE-REPORT-LINE.
058500     IF WS-LINES-ON-PAGE > 55
058600         PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
058700     END-IF
058800     WRITE OVRDRPT-RECORD FROM WS-DETAIL-LINE
058900     ADD 1 TO WS-LINES-ON-PAGE.
059000 4900-EXIT.
059100     EXIT.
