000100*================================================================*
000200* PROGRAM:     CMLTR01                                           *
000300* FUNCTION:    Nightly customer correspondence run.  Reads the   *
000400*              pending notice events the batch and online        *
000500*              programs drop onto the CORRQ correspondence       *
000600*              queue -- NSF suspensions from CMPOST01, dormancy  *
000700*              and due-diligence notices from CMDORM01, holds    *
000800*              from CMHLD01, closures from CMCLS01, new          *
000900*              accounts from CMOPN01, term-deposit maturities    *
000910*              ('TM') from CMTDMR01, dispute credits re-debited  *
000920*              ('DR') from CMDSPR01 -- finds each event's        *
001000*              owner (CRQ-CUST-NO, else the ACCTXREF row for     *
001100*              the account) and merges it with the CUSTBASE      *
001200*              name and address into the LTREXT print/mail       *
001300*              extract.  Every notice for one customer raised    *
001400*              on one day goes out as a single mailing, led by   *
001500*              its most pressing letter type.  Each notice       *
001600*              mailed is written to CORRHIST, the permanent      *
001700*              sent-notice history, and its queue row is marked  *
001800*              mailed; an event with no owner or no address on   *
001900*              file is marked and listed on the LTRRPT mailing   *
002000*              register for operations instead.                  *
002100*                                                                *
002200* NOTE:        Queue rows are only ever marked, never deleted.   *
002300*              The LTREXT extract is rebuilt from the top on a   *
002400*              rerun, so rows an interrupted run already marked  *
002500*              mailed on the business date are extracted again   *
002510*              with the pending ones; their history row is       *
002520*              re-pointed at the new mailing id rather than      *
002530*              written a second time.  Events dated after the    *
002540*              business date (an online entry keyed past         *
002700*              midnight) wait for the next night.                *
002900*================================================================*
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. CMLTR01.
003200 AUTHOR. R-HOLLOWAY.
003300 INSTALLATION. IBMUSER CUSTOMER LEDGER SYSTEMS.
003400 DATE-WRITTEN. 10/15/2026.
003500 DATE-COMPILED.
003600*----------------------------------------------------------------*
003700* MODIFICATION HISTORY                                           *
003800*   10/15/2026  RH  Initial version -- CORRQ event merge with    *
003900*                   CUSTBASE, one mailing per customer per day,  *
004000*                   LTREXT extract and CORRHIST history.         *
004010*   10/15/2026  RH  Adds the 'TM' term-deposit maturity notice   *
004020*                   queued by CMTDMR01 to the letter-type table. *
004030*   10/15/2026  RH  Adds the 'DR' dispute re-debit notice queued *
004040*                   by CMDSPR01 to the letter-type table.        *
004050*   10/15/2026  RH  A rerun re-extracts the notices an           *
004060*                   interrupted run marked mailed on the         *
004070*                   business date -- the rebuilt LTREXT dropped  *
004080*                   them while their CORRHIST rows stood.  Their *
004090*                   history row is re-pointed, not re-written.   *
004100*----------------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CORRQ-FILE ASSIGN TO CORRQ
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CRQ-KEY
005200         FILE STATUS IS CORRQ-STATUS.
005300
005400     SELECT ACCTXREF-FILE ASSIGN TO ACCTXREF
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS AXR-KEY
005800         ALTERNATE RECORD KEY IS AXR-ACCT-ID
005900         FILE STATUS IS ACCTXREF-STATUS.
006000
006100     SELECT CUSTBASE-FILE ASSIGN TO CUSTBASE
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS CBR-CUST-NO
006500         FILE STATUS IS CUSTBASE-STATUS.
006600
006700     SELECT CORRHIST-FILE ASSIGN TO CORRHIST
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS CHS-KEY
007100         FILE STATUS IS CORRHIST-STATUS.
007200
007300     SELECT LTREXT-FILE ASSIGN TO LTREXT
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS LTREXT-STATUS.
007700
007800     SELECT SORTWORK-FILE ASSIGN TO SORTWORK.
007900
008000     SELECT LTRRPT-FILE ASSIGN TO LTRRPT
008100         ORGANIZATION IS SEQUENTIAL
008200         ACCESS MODE IS SEQUENTIAL
008300         FILE STATUS IS LTRRPT-STATUS.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  CORRQ-FILE
008800     RECORDING MODE IS F.
008900 COPY CORRQ.
009000
009100 FD  ACCTXREF-FILE
009200     RECORDING MODE IS F.
009300 COPY ACCTXREF.
009400
009500 FD  CUSTBASE-FILE
009600     RECORDING MODE IS F.
009700 COPY CUSTBASE.
009800
009900 FD  CORRHIST-FILE
010000     RECORDING MODE IS F.
010100 COPY CORRHIST.
010200
010300 FD  LTREXT-FILE
010400     RECORDING MODE IS F.
010500 COPY LTREXT.
010600
010700 SD  SORTWORK-FILE.
010800 01  SORTWORK-RECORD.
010900     05  SW-CUST-NO            PIC X(10).
011000     05  SW-EVENT-DATE         PIC 9(8).
011100     05  SW-TYPE-RANK          PIC 9(1).
011200     05  SW-ACCT-ID            PIC X(10).
011300     05  SW-QUEUE-KEY          PIC X(32).
011400     05  SW-LETTER-TYPE        PIC X(2).
011500     05  SW-ORIGIN             PIC X(8).
011600     05  SW-EVENT-REF          PIC X(16).
011700     05  SW-AMOUNT             PIC S9(11)V99 COMP-3.
011800     05  SW-REF-DATE           PIC 9(8).
011900     05  SW-DETAIL-TEXT        PIC X(40).
011910     05  SW-REMAIL-SW          PIC X(1).
011920         88  SW-REMAIL                 VALUE 'Y'.
012000
012100 FD  LTRRPT-FILE
012200     RECORDING MODE IS F.
012300 01  LTRRPT-RECORD             PIC X(132).
012400
012500 WORKING-STORAGE SECTION.
012600 COPY RUNPARM.
012700
012800 77  CORRQ-STATUS          PIC X(2).
012900     88  CORRQ-OK              VALUE '00'.
013000     88  CORRQ-EOF             VALUE '10'.
013100     88  CORRQ-NOTFND          VALUE '23'.
013200
013300 77  ACCTXREF-STATUS       PIC X(2).
013400     88  ACCTXREF-OK           VALUE '00'.
013500     88  ACCTXREF-NOTFND       VALUE '23'.
013600
013700 77  CUSTBASE-STATUS       PIC X(2).
013800     88  CUSTBASE-OK           VALUE '00'.
013900     88  CUSTBASE-NOTFND       VALUE '23'.
014000
014100 77  CORRHIST-STATUS       PIC X(2).
014200     88  CORRHIST-OK           VALUE '00'.
014300     88  CORRHIST-DUPKEY       VALUE '22'.
014400
014500 77  LTREXT-STATUS         PIC X(2).
014600     88  LTREXT-OK             VALUE '00'.
014700
014800 77  LTRRPT-STATUS         PIC X(2).
014900     88  LTRRPT-OK             VALUE '00'.
015000
015100 77  WS-QUEUE-EOF-SW       PIC X(1)      VALUE 'N'.
015200     88  WS-END-OF-QUEUE           VALUE 'Y'.
015300
015400 77  WS-SORTWORK-EOF-SW    PIC X(1)      VALUE 'N'.
015500     88  WS-END-OF-SORTWORK        VALUE 'Y'.
015600
015700 77  WS-FIRST-GROUP-SW     PIC X(1)      VALUE 'Y'.
015800     88  WS-FIRST-GROUP            VALUE 'Y'.
015900
016000 77  WS-NO-ADDRESS-SW      PIC X(1)      VALUE 'N'.
016100     88  WS-NO-ADDRESS             VALUE 'Y'.
016200
016300 77  WS-NAME-SHOWN-SW      PIC X(1)      VALUE 'N'.
016400     88  WS-NAME-SHOWN             VALUE 'Y'.
016500
016600 77  WS-READ-COUNT         PIC 9(9) COMP VALUE ZERO.
016700 77  WS-PENDING-COUNT      PIC 9(9) COMP VALUE ZERO.
016800 77  WS-FUTURE-COUNT       PIC 9(9) COMP VALUE ZERO.
016810 77  WS-REMAIL-COUNT       PIC 9(9) COMP VALUE ZERO.
016900 77  WS-MAILING-COUNT      PIC 9(9) COMP VALUE ZERO.
017000 77  WS-NOTICE-COUNT       PIC 9(9) COMP VALUE ZERO.
017100 77  WS-NO-ADDRESS-COUNT   PIC 9(9) COMP VALUE ZERO.
017200 77  WS-HISTORY-COUNT      PIC 9(9) COMP VALUE ZERO.
017300 77  WS-MAILING-NOTICES    PIC 9(3)      VALUE ZERO.
017400 77  WS-MAILING-SEQUENCE   PIC 9(6)      VALUE ZERO.
017500
017600 77  WS-RUN-DATE           PIC 9(8)      VALUE ZERO.
017700 77  WS-OWNER-NO           PIC X(10)     VALUE SPACES.
017800 77  WS-HOLD-CUST-NO       PIC X(10)     VALUE SPACES.
017900 77  WS-HOLD-EVENT-DATE    PIC 9(8)      VALUE ZERO.
018000 77  WS-MAIL-NAME          PIC X(40)     VALUE SPACES.
018100 77  WS-TYPE-SUB           PIC 9(4) COMP VALUE ZERO.
018200 77  WS-TYPE-RANK          PIC 9(1)      VALUE ZERO.
018300 77  WS-QUEUE-MARK         PIC X(1)      VALUE SPACE.
018400
018500 01  WS-MAILING-ID.
018600     05  WS-MID-PREFIX         PIC X(2)  VALUE 'LT'.
018700     05  WS-MID-DATE           PIC 9(8).
018800     05  WS-MID-SEQ            PIC 9(6).
018810
018820 01  WS-SAVED-HISTORY          PIC X(200).
018900
019000*----------------------------------------------------------------*
019100* Letter types in lead order -- the first type found in a        *
019200* mailing picks its letter stock.  Entry 9 catches a type code   *
019300* this table does not know yet.                                  *
019400*----------------------------------------------------------------*
019500 01  WS-LETTER-TYPE-TABLE.
019600     05  FILLER            PIC X(32) VALUE
019700         'DDDUE-DILIGENCE (ESCHEATMENT)'.
019800     05  FILLER            PIC X(32) VALUE
019900         'CLACCOUNT CLOSED'.
020000     05  FILLER            PIC X(32) VALUE
020100         'NSDEBIT REFUSED - NSF/OVERDRAFT'.
020200     05  FILLER            PIC X(32) VALUE
020300         'HPHOLD PLACED'.
020400     05  FILLER            PIC X(32) VALUE
020500         'DNACCOUNT CLASSED DORMANT'.
020600     05  FILLER            PIC X(32) VALUE
020700         'NANEW ACCOUNT OPENED'.
020710     05  FILLER            PIC X(32) VALUE
020720         'TMTERM DEPOSIT MATURING'.
020730     05  FILLER            PIC X(32) VALUE
020740         'DRDISPUTE CREDIT RE-DEBITED'.
020800     05  FILLER            PIC X(32) VALUE
020900         '  OTHER NOTICE TYPES'.
021000 01  WS-LETTER-TYPE-R REDEFINES WS-LETTER-TYPE-TABLE.
021100     05  WS-LETTER-TYPE-ENTRY  OCCURS 9 TIMES.
021200         10  WS-LT-CODE        PIC X(2).
021300         10  WS-LT-DESC        PIC X(30).
021400
021500 01  WS-TYPE-COUNT-TABLE.
021600     05  WS-TYPE-NOTICES       PIC 9(9) COMP OCCURS 9 TIMES.
021700
021800 77  WS-LINES-ON-PAGE      PIC 9(3)      VALUE ZERO.
021900 77  WS-PAGE-NUMBER        PIC 9(5)      VALUE ZERO.
022000
022100 01  WS-HEADING-1.
022200     05  FILLER                PIC X(48) VALUE
022300         'CMLTR01 - CORRESPONDENCE MAILING REGISTER FOR'.
022400     05  WS-H1-BUS-DATE        PIC 9(8).
022500     05  FILLER                PIC X(20) VALUE SPACES.
022600     05  FILLER                PIC X(5)  VALUE 'PAGE '.
022700     05  WS-H1-PAGE            PIC ZZZZ9.
022800
022900 01  WS-HEADING-2.
023000     05  FILLER                PIC X(18) VALUE 'MAILING ID'.
023100     05  FILLER                PIC X(12) VALUE 'CUST NO'.
023200     05  FILLER                PIC X(12) VALUE 'ACCOUNT'.
023300     05  FILLER                PIC X(5)  VALUE 'TYPE'.
023400     05  FILLER                PIC X(10) VALUE 'EVENT DT'.
023500     05  FILLER                PIC X(16) VALUE '        AMOUNT'.
023600     05  FILLER                PIC X(32) VALUE 'MAILED TO'.
023700     05  FILLER                PIC X(24) VALUE 'NOTE'.
023800
023900 01  WS-DETAIL-LINE.
024000     05  WD-MAILING-ID         PIC X(16).
024100     05  FILLER                PIC X(2)  VALUE SPACES.
024200     05  WD-CUST-NO            PIC X(10).
024300     05  FILLER                PIC X(2)  VALUE SPACES.
024400     05  WD-ACCT-ID            PIC X(10).
024500     05  FILLER                PIC X(2)  VALUE SPACES.
024600     05  WD-LETTER-TYPE        PIC X(2).
024700     05  FILLER                PIC X(3)  VALUE SPACES.
024800     05  WD-EVENT-DATE         PIC 9(8).
024900     05  FILLER                PIC X(2)  VALUE SPACES.
025000     05  WD-AMOUNT             PIC ---,---,--9.99.
025100     05  FILLER                PIC X(2)  VALUE SPACES.
025200     05  WD-NAME               PIC X(30).
025300     05  FILLER                PIC X(2)  VALUE SPACES.
025400     05  WD-NOTE               PIC X(24).
025500
025600 01  WS-SUMMARY-HEADING.
025700     05  FILLER                PIC X(40) VALUE
025800         'NOTICES MAILED BY LETTER TYPE'.
025900
026000 01  WS-TYPE-TOTAL-LINE.
026100     05  FILLER                PIC X(2)  VALUE SPACES.
026200     05  WT-LETTER-TYPE        PIC X(2).
026300     05  FILLER                PIC X(2)  VALUE SPACES.
026400     05  WT-DESC               PIC X(30).
026500     05  WT-COUNT              PIC ZZZ,ZZZ,ZZ9.
026600
026700 01  WS-TOTAL-LINE.
026800     05  WM-LABEL              PIC X(36).
026900     05  WM-COUNT              PIC ZZZ,ZZZ,ZZ9.
027000
027100 01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
027200
027300 PROCEDURE DIVISION.
027400*----------------------------------------------------------------*
027500* 0000-MAINLINE -- select the pending events, sort them into     *
027600*                  customer/day mailings, and produce the        *
027700*                  extract                                       *
027800*----------------------------------------------------------------*
027900 0000-MAINLINE.
028000     PERFORM 0100-REGISTER-START THRU 0100-EXIT
028100     IF RNP-SUCCESS
028200         PERFORM 1000-INITIALIZE THRU 1000-EXIT
028300         IF RETURN-CODE = ZERO
028400             SORT SORTWORK-FILE
028500                 ON ASCENDING KEY SW-CUST-NO SW-EVENT-DATE
028600                                  SW-TYPE-RANK SW-ACCT-ID
028700                                  SW-QUEUE-KEY
028800                 INPUT PROCEDURE IS 2000-SELECT-EVENTS
028900                     THRU 2000-EXIT
029000                 OUTPUT PROCEDURE IS 4000-PRODUCE-MAILINGS
029100                     THRU 4000-EXIT
029200         END-IF
029300         PERFORM 3000-TERMINATE THRU 3000-EXIT
029400         IF RETURN-CODE = ZERO
029500             PERFORM 0200-REGISTER-END THRU 0200-EXIT
029600         END-IF
029700     END-IF
029800     GOBACK.
029900
030000*----------------------------------------------------------------*
030100* 0100-REGISTER-START -- the run-control registrar refuses the   *
030200*                        start when the business date is not     *
030300*                        open, the dormancy sweep has not        *
030400*                        completed for it, or this job already   *
030500*                        has                                     *
030600*----------------------------------------------------------------*
030700 0100-REGISTER-START.
030800     MOVE 'S'        TO RNP-FUNCTION
030900     MOVE 'CMLTR01'  TO RNP-JOB-NAME
031000     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
031100     IF NOT RNP-SUCCESS
031200         DISPLAY 'CMLTR01 - RUN-CONTROL REFUSED START, RC='
031300             RNP-RETURN-CODE ' PREREQ=' RNP-PREREQ-JOB
031400         MOVE 8 TO RETURN-CODE
031500     END-IF.
031600 0100-EXIT.
031700     EXIT.
031800
031900*----------------------------------------------------------------*
032000* 0200-REGISTER-END                                              *
032100*----------------------------------------------------------------*
032200 0200-REGISTER-END.
032300     MOVE 'E'        TO RNP-FUNCTION
032400     MOVE 'CMLTR01'  TO RNP-JOB-NAME
032500     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
032600     IF NOT RNP-SUCCESS
032700         DISPLAY 'CMLTR01 - RUN-CONTROL END FAILED, RC='
032800             RNP-RETURN-CODE
032900     END-IF.
033000 0200-EXIT.
033100     EXIT.
033200
033300*----------------------------------------------------------------*
033400* 1000-INITIALIZE                                                *
033500*----------------------------------------------------------------*
033600 1000-INITIALIZE.
033700     MOVE RNP-BUS-DATE TO WS-RUN-DATE
033800     MOVE WS-RUN-DATE  TO WS-MID-DATE
033900     INITIALIZE WS-TYPE-COUNT-TABLE
034000
034100     OPEN I-O    CORRQ-FILE
034200     OPEN INPUT  ACCTXREF-FILE
034300     OPEN INPUT  CUSTBASE-FILE
034400     OPEN I-O    CORRHIST-FILE
034500     OPEN OUTPUT LTREXT-FILE
034600     OPEN OUTPUT LTRRPT-FILE
034700
034800     IF NOT CORRQ-OK
034900         DISPLAY 'CMLTR01 - UNABLE TO OPEN CORRQ, STATUS='
035000             CORRQ-STATUS
035100         MOVE 8 TO RETURN-CODE
035200         GO TO 1000-EXIT
035300     END-IF
035400     IF NOT CUSTBASE-OK
035500         DISPLAY 'CMLTR01 - UNABLE TO OPEN CUSTBASE, STATUS='
035600             CUSTBASE-STATUS
035700         MOVE 8 TO RETURN-CODE
035800         GO TO 1000-EXIT
035900     END-IF
036000     IF NOT CORRHIST-OK
036100         DISPLAY 'CMLTR01 - UNABLE TO OPEN CORRHIST, STATUS='
036200             CORRHIST-STATUS
036300         MOVE 8 TO RETURN-CODE
036400         GO TO 1000-EXIT
036500     END-IF
036600     IF NOT ACCTXREF-OK
036700         DISPLAY 'CMLTR01 - ACCTXREF NOT AVAILABLE, STATUS='
036800             ACCTXREF-STATUS ' - ONLY OWNED EVENTS WILL MAIL'
036900     END-IF
037000
037100     PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT.
037200 1000-EXIT.
037300     EXIT.
037400
037500*----------------------------------------------------------------*
037600* 2000-SELECT-EVENTS -- sort input procedure: browse CORRQ from  *
037700*                       the oldest event date                    *
037800*----------------------------------------------------------------*
037900 2000-SELECT-EVENTS.
038000     MOVE LOW-VALUES TO CRQ-KEY
038100     START CORRQ-FILE KEY IS NOT LESS THAN CRQ-KEY
038200         INVALID KEY
038300             MOVE 'Y' TO WS-QUEUE-EOF-SW
038400     END-START
038500
038600     IF NOT WS-END-OF-QUEUE
038700         PERFORM 2050-READ-CORRQ THRU 2050-EXIT
038800     END-IF
038900
039000     PERFORM 2100-SELECT-ONE-EVENT THRU 2100-EXIT
039100         UNTIL WS-END-OF-QUEUE.
039200 2000-EXIT.
039300     EXIT.
039400
039500*----------------------------------------------------------------*
039600* 2050-READ-CORRQ                                                *
039700*----------------------------------------------------------------*
039800 2050-READ-CORRQ.
039900     READ CORRQ-FILE NEXT RECORD
040000         AT END
040100             MOVE 'Y' TO WS-QUEUE-EOF-SW
040200     END-READ.
040300 2050-EXIT.
040400     EXIT.
040500
040600*----------------------------------------------------------------*
040700* 2100-SELECT-ONE-EVENT -- a pending event whose owner can be    *
040800*                          found is released to the mailing      *
040900*                          sort; one with no owner is marked     *
041000*                          and listed; one dated after the       *
041100*                          business date waits for its night.    *
041110*                          A row marked mailed on the business   *
041120*                          date is a rerun's: it is released     *
041130*                          again, flagged so its history row is  *
041140*                          not written twice                     *
041200*----------------------------------------------------------------*
041300 2100-SELECT-ONE-EVENT.
041400     ADD 1 TO WS-READ-COUNT
041410     MOVE 'N' TO SW-REMAIL-SW
041500
041600     IF NOT CRQ-PENDING
041610         IF CRQ-MAILED AND CRQ-MAILED-DATE = WS-RUN-DATE
041620             MOVE 'Y' TO SW-REMAIL-SW
041630             ADD 1 TO WS-REMAIL-COUNT
041640         ELSE
041700             GO TO 2100-NEXT
041710         END-IF
041800     END-IF
041900
042000     IF CRQ-EVENT-DATE GREATER THAN WS-RUN-DATE
042100         ADD 1 TO WS-FUTURE-COUNT
042200         GO TO 2100-NEXT
042300     END-IF
042310     IF NOT SW-REMAIL
042400         ADD 1 TO WS-PENDING-COUNT
042410     END-IF
042500
042600     PERFORM 2150-FIND-OWNER THRU 2150-EXIT
042700     IF WS-OWNER-NO = SPACES
042800         PERFORM 2200-MARK-NO-OWNER THRU 2200-EXIT
042900         GO TO 2100-NEXT
043000     END-IF
043100
043200     PERFORM 2170-RANK-LETTER-TYPE THRU 2170-EXIT
043300
043400     MOVE WS-OWNER-NO      TO SW-CUST-NO
043500     MOVE CRQ-EVENT-DATE   TO SW-EVENT-DATE
043600     MOVE WS-TYPE-RANK     TO SW-TYPE-RANK
043700     MOVE CRQ-ACCT-ID      TO SW-ACCT-ID
043800     MOVE CRQ-KEY          TO SW-QUEUE-KEY
043900     MOVE CRQ-LETTER-TYPE  TO SW-LETTER-TYPE
044000     MOVE CRQ-ORIGIN       TO SW-ORIGIN
044100     MOVE CRQ-EVENT-REF    TO SW-EVENT-REF
044200     MOVE CRQ-AMOUNT       TO SW-AMOUNT
044300     MOVE CRQ-REF-DATE     TO SW-REF-DATE
044400     MOVE CRQ-DETAIL-TEXT  TO SW-DETAIL-TEXT
044500     RELEASE SORTWORK-RECORD.
044600 2100-NEXT.
044700     PERFORM 2050-READ-CORRQ THRU 2050-EXIT.
044800 2100-EXIT.
044900     EXIT.
045000
045100*----------------------------------------------------------------*
045200* 2150-FIND-OWNER -- the originator's CRQ-CUST-NO when it set    *
045300*                    one, else the account's ACCTXREF owner;     *
045400*                    spaces when neither is on file              *
045500*----------------------------------------------------------------*
045600 2150-FIND-OWNER.
045700     MOVE CRQ-CUST-NO TO WS-OWNER-NO
045800     IF WS-OWNER-NO NOT = SPACES
045900         GO TO 2150-EXIT
046000     END-IF
046100
046200     IF NOT ACCTXREF-OK AND NOT ACCTXREF-NOTFND
046300         GO TO 2150-EXIT
046400     END-IF
046500
046600     MOVE CRQ-ACCT-ID TO AXR-ACCT-ID
046700     READ ACCTXREF-FILE KEY IS AXR-ACCT-ID
046800         INVALID KEY
046900             GO TO 2150-EXIT
047000     END-READ
047100     MOVE AXR-OWNER-ID TO WS-OWNER-NO.
047200 2150-EXIT.
047300     EXIT.
047400
047500*----------------------------------------------------------------*
047600* 2170-RANK-LETTER-TYPE -- position in the lead-order table;     *
047700*                          an unknown code ranks last            *
047800*----------------------------------------------------------------*
047900 2170-RANK-LETTER-TYPE.
048000     MOVE 9 TO WS-TYPE-RANK
048100     PERFORM 2180-MATCH-ONE-TYPE THRU 2180-EXIT
048200         VARYING WS-TYPE-SUB FROM 1 BY 1
048300         UNTIL WS-TYPE-SUB > 8 OR WS-TYPE-RANK < 9.
048400 2170-EXIT.
048500     EXIT.
048600
048700*----------------------------------------------------------------*
048800* 2180-MATCH-ONE-TYPE                                            *
048900*----------------------------------------------------------------*
049000 2180-MATCH-ONE-TYPE.
049100     IF WS-LT-CODE (WS-TYPE-SUB) = CRQ-LETTER-TYPE
049200         MOVE WS-TYPE-SUB TO WS-TYPE-RANK
049300     END-IF.
049400 2180-EXIT.
049500     EXIT.
049600
049700*----------------------------------------------------------------*
049800* 2200-MARK-NO-OWNER -- the account has no ACCTXREF row (never   *
049900*                       converted, or merged away) and the       *
050000*                       originator named no owner               *
050100*----------------------------------------------------------------*
050200 2200-MARK-NO-OWNER.
050300     MOVE 'X' TO CRQ-STATUS
050400     REWRITE CORRESPONDENCE-QUEUE-RECORD
050500         INVALID KEY
050600             DISPLAY 'CMLTR01 - CORRQ REWRITE FAILED FOR '
050700                 CRQ-KEY ' STATUS=' CORRQ-STATUS
050800     END-REWRITE
050900     ADD 1 TO WS-NO-ADDRESS-COUNT
051000
051100     MOVE SPACES          TO WD-MAILING-ID
051200     MOVE SPACES          TO WD-CUST-NO
051300     MOVE CRQ-ACCT-ID     TO WD-ACCT-ID
051400     MOVE CRQ-LETTER-TYPE TO WD-LETTER-TYPE
051500     MOVE CRQ-EVENT-DATE  TO WD-EVENT-DATE
051600     MOVE CRQ-AMOUNT      TO WD-AMOUNT
051700     MOVE SPACES          TO WD-NAME
051800     MOVE 'NO OWNER - NOT MAILED' TO WD-NOTE
051900     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
052000 2200-EXIT.
052100     EXIT.
052200
052300*----------------------------------------------------------------*
052400* 3000-TERMINATE                                                 *
052500*----------------------------------------------------------------*
052600 3000-TERMINATE.
052700     IF RETURN-CODE = ZERO
052800         PERFORM 4500-WRITE-SUMMARY THRU 4500-EXIT
052900     END-IF
053000
053100     CLOSE CORRQ-FILE
053200     CLOSE ACCTXREF-FILE
053300     CLOSE CUSTBASE-FILE
053400     CLOSE CORRHIST-FILE
053500     CLOSE LTREXT-FILE
053600     CLOSE LTRRPT-FILE
053700
053800     DISPLAY 'CMLTR01 - QUEUE ROWS READ      = ' WS-READ-COUNT
053900     DISPLAY 'CMLTR01 - PENDING EVENTS       = '
054000         WS-PENDING-COUNT
054100     DISPLAY 'CMLTR01 - MAILINGS PRODUCED    = '
054200         WS-MAILING-COUNT
054300     DISPLAY 'CMLTR01 - NOTICES MAILED       = '
054400         WS-NOTICE-COUNT
054500     DISPLAY 'CMLTR01 - HISTORY ROWS WRITTEN = '
054600         WS-HISTORY-COUNT
054700     DISPLAY 'CMLTR01 - NO OWNER/ADDRESS     = '
054800         WS-NO-ADDRESS-COUNT
054810     DISPLAY 'CMLTR01 - RERUN RE-EXTRACTED   = '
054820         WS-REMAIL-COUNT
054900     DISPLAY 'CMLTR01 - HELD FOR LATER DATE  = '
055000         WS-FUTURE-COUNT.
055100 3000-EXIT.
055200     EXIT.
055300
055400*----------------------------------------------------------------*
055500* 4000-PRODUCE-MAILINGS -- sort output procedure: control break  *
055600*                          on customer and event date, one       *
055700*                          mailing per break                     *
055800*----------------------------------------------------------------*
055900 4000-PRODUCE-MAILINGS.
056000     PERFORM 4050-RETURN-SORTWORK THRU 4050-EXIT
056100
056200     PERFORM 4200-MAIL-ONE-NOTICE THRU 4200-EXIT
056300         UNTIL WS-END-OF-SORTWORK
056400
056500     IF NOT WS-FIRST-GROUP
056600         PERFORM 4300-CLOSE-MAILING THRU 4300-EXIT
056700     END-IF.
056800 4000-EXIT.
056900     EXIT.
057000
057100*----------------------------------------------------------------*
057200* 4050-RETURN-SORTWORK                                           *
057300*----------------------------------------------------------------*
057400 4050-RETURN-SORTWORK.
057500     RETURN SORTWORK-FILE
057600         AT END
057700             MOVE 'Y' TO WS-SORTWORK-EOF-SW
057800     END-RETURN.
057900 4050-EXIT.
058000     EXIT.
058100
058200*----------------------------------------------------------------*
058300* 4100-WRITE-PAGE-HEADINGS                                       *
058400*----------------------------------------------------------------*
058500 4100-WRITE-PAGE-HEADINGS.
058600     ADD 1 TO WS-PAGE-NUMBER
058700     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
058800     MOVE WS-RUN-DATE    TO WS-H1-BUS-DATE
058900     WRITE LTRRPT-RECORD FROM WS-HEADING-1
059000     WRITE LTRRPT-RECORD FROM WS-HEADING-2
059100     WRITE LTRRPT-RECORD FROM WS-BLANK-LINE
059200     MOVE 3 TO WS-LINES-ON-PAGE.
059300 4100-EXIT.
059400     EXIT.
059500
059600*----------------------------------------------------------------*
059700* 4200-MAIL-ONE-NOTICE                                           *
059800*----------------------------------------------------------------*
059900 4200-MAIL-ONE-NOTICE.
060000     IF WS-FIRST-GROUP
060100         PERFORM 4250-OPEN-MAILING THRU 4250-EXIT
060200         MOVE 'N' TO WS-FIRST-GROUP-SW
060300     ELSE
060400         IF SW-CUST-NO NOT = WS-HOLD-CUST-NO
060500                 OR SW-EVENT-DATE NOT = WS-HOLD-EVENT-DATE
060600             PERFORM 4300-CLOSE-MAILING THRU 4300-EXIT
060700             PERFORM 4250-OPEN-MAILING THRU 4250-EXIT
060800         END-IF
060900     END-IF
061000
061100     IF WS-NO-ADDRESS
061200         PERFORM 4600-MARK-NO-ADDRESS THRU 4600-EXIT
061300     ELSE
061400         PERFORM 4400-WRITE-NOTICE THRU 4400-EXIT
061500     END-IF
061600
061700     PERFORM 4050-RETURN-SORTWORK THRU 4050-EXIT.
061800 4200-EXIT.
061900     EXIT.
062000
062100*----------------------------------------------------------------*
062200* 4250-OPEN-MAILING -- fetch the owner's name and address and    *
062300*                      write the mailing header; the sort puts   *
062400*                      the lead letter type first                *
062500*----------------------------------------------------------------*
062600 4250-OPEN-MAILING.
062700     MOVE SW-CUST-NO    TO WS-HOLD-CUST-NO
062800     MOVE SW-EVENT-DATE TO WS-HOLD-EVENT-DATE
062900     MOVE ZERO          TO WS-MAILING-NOTICES
063000     MOVE 'N'           TO WS-NAME-SHOWN-SW
063100     MOVE 'N'           TO WS-NO-ADDRESS-SW
063200
063300     MOVE SW-CUST-NO TO CBR-CUST-NO
063400     READ CUSTBASE-FILE
063500         INVALID KEY
063600             MOVE 'Y' TO WS-NO-ADDRESS-SW
063700             GO TO 4250-EXIT
063800     END-READ
063900
064000     MOVE SPACES TO WS-MAIL-NAME
064100     STRING CBR-FIRST-NAME DELIMITED BY '  '
064200            ' '            DELIMITED BY SIZE
064300            CBR-LAST-NAME  DELIMITED BY '  '
064400         INTO WS-MAIL-NAME
064500     END-STRING
064600
064700     ADD 1 TO WS-MAILING-SEQUENCE
064800     MOVE WS-MAILING-SEQUENCE TO WS-MID-SEQ
064900
065000     MOVE SPACES            TO LTR-HEADER-RECORD
065100     MOVE 'H'               TO LTH-REC-TYPE
065200     MOVE WS-MAILING-ID     TO LTH-MAILING-ID
065300     MOVE SW-CUST-NO        TO LTH-CUST-NO
065400     MOVE SW-LETTER-TYPE    TO LTH-LEAD-LETTER-TYPE
065500     MOVE SW-EVENT-DATE     TO LTH-EVENT-DATE
065600     MOVE WS-MAIL-NAME      TO LTH-NAME
065700     MOVE CBR-STREET        TO LTH-STREET
065800     MOVE CBR-CITY          TO LTH-CITY
065900     MOVE CBR-STATE         TO LTH-STATE
066000     MOVE CBR-ZIP           TO LTH-ZIP
066100     WRITE LTR-HEADER-RECORD.
066200 4250-EXIT.
066300     EXIT.
066400
066500*----------------------------------------------------------------*
066600* 4300-CLOSE-MAILING -- mailing trailer with its notice count    *
066700*----------------------------------------------------------------*
066800 4300-CLOSE-MAILING.
066900     IF WS-NO-ADDRESS
067000         GO TO 4300-EXIT
067100     END-IF
067200
067300     MOVE SPACES             TO LTR-TRAILER-RECORD
067400     MOVE 'T'                TO LTT-REC-TYPE
067500     MOVE WS-MAILING-ID      TO LTT-MAILING-ID
067600     MOVE WS-MAILING-NOTICES TO LTT-NOTICE-COUNT
067700     WRITE LTR-TRAILER-RECORD
067800     ADD 1 TO WS-MAILING-COUNT.
067900 4300-EXIT.
068000     EXIT.
068100
068200*----------------------------------------------------------------*
068300* 4400-WRITE-NOTICE -- the notice record, its history row, and   *
068400*                      the queue row marked mailed.  A notice    *
068410*                      re-extracted on a rerun already has its   *
068420*                      history row; 4450 re-points it instead    *
068500*----------------------------------------------------------------*
068600 4400-WRITE-NOTICE.
068700     MOVE SPACES            TO LTR-DETAIL-RECORD
068800     MOVE 'D'               TO LTD-REC-TYPE
068900     MOVE WS-MAILING-ID     TO LTD-MAILING-ID
069000     MOVE SW-LETTER-TYPE    TO LTD-LETTER-TYPE
069100     MOVE SW-ACCT-ID        TO LTD-ACCT-ID
069200     MOVE SW-AMOUNT         TO LTD-AMOUNT
069300     MOVE SW-REF-DATE       TO LTD-REF-DATE
069400     MOVE SW-EVENT-DATE     TO LTD-EVENT-DATE
069500     MOVE SW-ORIGIN         TO LTD-ORIGIN
069600     MOVE SW-DETAIL-TEXT    TO LTD-DETAIL-TEXT
069700     WRITE LTR-DETAIL-RECORD
069800     ADD 1 TO WS-MAILING-NOTICES
069900     ADD 1 TO WS-NOTICE-COUNT
070000     ADD 1 TO WS-TYPE-NOTICES (SW-TYPE-RANK)
070100
070200     MOVE SPACES            TO SENT-NOTICE-RECORD
070300     MOVE SW-ACCT-ID        TO CHS-ACCT-ID
070400     MOVE SW-LETTER-TYPE    TO CHS-LETTER-TYPE
070500     MOVE SW-EVENT-DATE     TO CHS-EVENT-DATE
070600     MOVE SW-ORIGIN         TO CHS-ORIGIN
070700     MOVE SW-EVENT-REF      TO CHS-EVENT-REF
070800     MOVE SW-CUST-NO        TO CHS-CUST-NO
070900     MOVE WS-MAILING-ID     TO CHS-MAILING-ID
071000     MOVE WS-RUN-DATE       TO CHS-MAILED-DATE
071100     MOVE SW-AMOUNT         TO CHS-AMOUNT
071200     MOVE WS-MAIL-NAME      TO CHS-MAIL-NAME
071300     MOVE CBR-STREET        TO CHS-MAIL-STREET
071400     MOVE CBR-CITY          TO CHS-MAIL-CITY
071500     MOVE CBR-STATE         TO CHS-MAIL-STATE
071600     MOVE CBR-ZIP           TO CHS-MAIL-ZIP
071610     IF SW-REMAIL
071620         PERFORM 4450-REPOINT-HISTORY THRU 4450-EXIT
071630         GO TO 4400-MARK
071640     END-IF
071700     WRITE SENT-NOTICE-RECORD
071800         INVALID KEY
071900             IF NOT CORRHIST-DUPKEY
072000                 DISPLAY 'CMLTR01 - CORRHIST WRITE FAILED FOR '
072100                     CHS-ACCT-ID ' STATUS=' CORRHIST-STATUS
072200             END-IF
072300     END-WRITE
072400     IF CORRHIST-OK
072500         ADD 1 TO WS-HISTORY-COUNT
072600     END-IF.
072700
072750 4400-MARK.
072800     MOVE 'M' TO WS-QUEUE-MARK
072900     PERFORM 4700-MARK-QUEUE-ROW THRU 4700-EXIT
073000
073100     MOVE WS-MAILING-ID     TO WD-MAILING-ID
073200     MOVE SW-CUST-NO        TO WD-CUST-NO
073300     MOVE SW-ACCT-ID        TO WD-ACCT-ID
073400     MOVE SW-LETTER-TYPE    TO WD-LETTER-TYPE
073500     MOVE SW-EVENT-DATE     TO WD-EVENT-DATE
073600     MOVE SW-AMOUNT         TO WD-AMOUNT
073700     MOVE SPACES            TO WD-NOTE
073800     IF WS-NAME-SHOWN
073900         MOVE SPACES        TO WD-NAME
074000     ELSE
074100         MOVE WS-MAIL-NAME  TO WD-NAME
074200         MOVE 'Y'           TO WS-NAME-SHOWN-SW
074300     END-IF
074400     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
074500 4400-EXIT.
074600     EXIT.
074700
074701*----------------------------------------------------------------*
074702* 4450-REPOINT-HISTORY -- the interrupted run's CORRHIST row for *
074703*                         a re-extracted notice takes the        *
074704*                         mailing id the notice now goes out     *
074705*                         under; written only if that run never  *
074706*                         got it onto the file                   *
074707*----------------------------------------------------------------*
074708 4450-REPOINT-HISTORY.
074709     MOVE SENT-NOTICE-RECORD TO WS-SAVED-HISTORY
074710     READ CORRHIST-FILE
074711         INVALID KEY
074712             CONTINUE
074713     END-READ
074714     IF NOT CORRHIST-OK
074715         MOVE WS-SAVED-HISTORY TO SENT-NOTICE-RECORD
074716         WRITE SENT-NOTICE-RECORD
074717             INVALID KEY
074718                 DISPLAY 'CMLTR01 - CORRHIST WRITE FAILED FOR '
074719                     CHS-ACCT-ID ' STATUS=' CORRHIST-STATUS
074720         END-WRITE
074721         IF CORRHIST-OK
074722             ADD 1 TO WS-HISTORY-COUNT
074723         END-IF
074724         GO TO 4450-EXIT
074725     END-IF
074726
074727     MOVE WS-MAILING-ID     TO CHS-MAILING-ID
074728     REWRITE SENT-NOTICE-RECORD
074729         INVALID KEY
074730             DISPLAY 'CMLTR01 - CORRHIST REWRITE FAILED FOR '
074731                 CHS-ACCT-ID ' STATUS=' CORRHIST-STATUS
074732     END-REWRITE.
074733 4450-EXIT.
074734     EXIT.
074735
074800*----------------------------------------------------------------*
074900* 4500-WRITE-SUMMARY -- notices by letter type and run totals    *
075000*----------------------------------------------------------------*
075100 4500-WRITE-SUMMARY.
075200     IF WS-LINES-ON-PAGE > 40
075300         PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
075400     END-IF
075500     WRITE LTRRPT-RECORD FROM WS-BLANK-LINE
075600     WRITE LTRRPT-RECORD FROM WS-SUMMARY-HEADING
075700
075800     PERFORM 4550-WRITE-TYPE-TOTAL THRU 4550-EXIT
075900         VARYING WS-TYPE-SUB FROM 1 BY 1
076000         UNTIL WS-TYPE-SUB > 9
076100
076200     WRITE LTRRPT-RECORD FROM WS-BLANK-LINE
076300     MOVE 'MAILINGS PRODUCED'          TO WM-LABEL
076400     MOVE WS-MAILING-COUNT             TO WM-COUNT
076500     WRITE LTRRPT-RECORD FROM WS-TOTAL-LINE
076600     MOVE 'NOTICES MAILED'             TO WM-LABEL
076700     MOVE WS-NOTICE-COUNT              TO WM-COUNT
076800     WRITE LTRRPT-RECORD FROM WS-TOTAL-LINE
076900     MOVE 'NOT MAILED - NO OWNER/ADDRESS' TO WM-LABEL
077000     MOVE WS-NO-ADDRESS-COUNT          TO WM-COUNT
077100     WRITE LTRRPT-RECORD FROM WS-TOTAL-LINE
077200     MOVE 'HELD FOR A LATER BUSINESS DATE' TO WM-LABEL
077300     MOVE WS-FUTURE-COUNT              TO WM-COUNT
077400     WRITE LTRRPT-RECORD FROM WS-TOTAL-LINE.
077500 4500-EXIT.
077600     EXIT.
077700
077800*----------------------------------------------------------------*
077900* 4550-WRITE-TYPE-TOTAL                                          *
078000*----------------------------------------------------------------*
078100 4550-WRITE-TYPE-TOTAL.
078200     MOVE WS-LT-CODE (WS-TYPE-SUB)      TO WT-LETTER-TYPE
078300     MOVE WS-LT-DESC (WS-TYPE-SUB)      TO WT-DESC
078400     MOVE WS-TYPE-NOTICES (WS-TYPE-SUB) TO WT-COUNT
078500     WRITE LTRRPT-RECORD FROM WS-TYPE-TOTAL-LINE.
078600 4550-EXIT.
078700     EXIT.
078800
078900*----------------------------------------------------------------*
079000* 4600-MARK-NO-ADDRESS -- the owner has no CUSTBASE row, so the  *
079100*                         mailing cannot be addressed            *
079200*----------------------------------------------------------------*
079300 4600-MARK-NO-ADDRESS.
079400     MOVE 'X' TO WS-QUEUE-MARK
079500     PERFORM 4700-MARK-QUEUE-ROW THRU 4700-EXIT
079600     ADD 1 TO WS-NO-ADDRESS-COUNT
079700
079800     MOVE SPACES            TO WD-MAILING-ID
079900     MOVE SW-CUST-NO        TO WD-CUST-NO
080000     MOVE SW-ACCT-ID        TO WD-ACCT-ID
080100     MOVE SW-LETTER-TYPE    TO WD-LETTER-TYPE
080200     MOVE SW-EVENT-DATE     TO WD-EVENT-DATE
080300     MOVE SW-AMOUNT         TO WD-AMOUNT
080400     MOVE SPACES            TO WD-NAME
080500     MOVE 'NO ADDRESS - NOT MAILED' TO WD-NOTE
080600     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
080700 4600-EXIT.
080800     EXIT.
080900
081000*----------------------------------------------------------------*
081100* 4700-MARK-QUEUE-ROW -- re-read the event's queue row by key    *
081200*                        and stamp it with WS-QUEUE-MARK         *
081300*----------------------------------------------------------------*
081400 4700-MARK-QUEUE-ROW.
081500     MOVE SW-QUEUE-KEY TO CRQ-KEY
081600     READ CORRQ-FILE
081700         INVALID KEY
081800             DISPLAY 'CMLTR01 - CORRQ ROW VANISHED FOR '
081900                 SW-QUEUE-KEY
082000             GO TO 4700-EXIT
082100     END-READ
082200
082300     MOVE WS-QUEUE-MARK TO CRQ-STATUS
082400     IF CRQ-MAILED
082500         MOVE WS-RUN-DATE   TO CRQ-MAILED-DATE
082600         MOVE WS-MAILING-ID TO CRQ-MAILING-ID
082700     END-IF
082800     REWRITE CORRESPONDENCE-QUEUE-RECORD
082900         INVALID KEY
083000             DISPLAY 'CMLTR01 - CORRQ REWRITE FAILED FOR '
083100                 CRQ-KEY ' STATUS=' CORRQ-STATUS
083200     END-REWRITE.
083300 4700-EXIT.
083400     EXIT.
083500
083600*----------------------------------------------------------------*
083700* 4900-WRITE-REPORT-LINE                                         *
083800*----------------------------------------------------------------*
083900 4900-WRITE-REPORT-LINE.
084000     IF WS-LINES-ON-PAGE > 55
084100         PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
084200     END-IF
084300     WRITE LTRRPT-RECORD FROM WS-DETAIL-LINE
084400     ADD 1 TO WS-LINES-ON-PAGE.
084500 4900-EXIT.
084600     EXIT.
