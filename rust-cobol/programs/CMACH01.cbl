000100*================================================================*
000200* PROGRAM:     CMACH01                                          *
000300* FUNCTION:    Nightly inbound ACH intake.  Reads the clearing  *
000400*              house file (ACHIN: file header, batch headers,   *
000500*              entry details, addenda, batch and file control   *
000600*              records) and splits every entry two ways:        *
000700*                - a good entry becomes one TRANSACTION-HISTORY *
000800*                  credit or debit on ACHTRN, which the         *
000900*                  surrounding JCL merges into the RAWTRANS     *
001000*                  feed ahead of the CMEDIT01 edit, the same    *
001100*                  way CMSTOG01's STORTRN is merged;            *
001200*                - an entry whose receiving account is not on   *
001300*                  CUSTMAST, or is closed, closure-pending,     *
001400*                  frozen, or an escheatment candidate, goes to *
001500*                  the ACHRTN return file with its return       *
001600*                  reason instead of dying in SUSPOST as a      *
001700*                  reason 02 no-match nobody sends back.        *
001800*              Pre-notifications are validated the same way and *
001900*              returned if bad, but generate nothing to post.   *
002000*              The ACHRPT control report proves every batch and *
002100*              the whole file against the batch and file        *
002200*              control records -- entry/addenda count, entry    *
002300*              hash, and debit and credit totals -- and lists   *
002400*              every return under its batch.                    *
002500*                                                               *
002600* NOTE:        A file that does not prove, or is out of order   *
002700*              (an entry outside a batch, a missing control     *
002800*              record), ends the run with RC 8 and leaves it    *
002900*              STARTED on RUNCTL, so CMSTOG01 -- and through it *
003000*              the feed edit -- is held until operations has    *
003100*              the file resent or released.  ACHTRN and ACHRTN  *
003200*              are rebuilt from scratch on every run and the    *
003300*              transaction IDs are the business date plus a     *
003400*              sequence, so the corrective rerun produces the   *
003500*              same feed.  The block count on the file control  *
003600*              record is a transmission artifact and is not     *
003700*              proved.                                          *
003800*================================================================*
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. CMACH01.
004100 AUTHOR. R-HOLLOWAY.
004200 INSTALLATION. IBMUSER CUSTOMER LEDGER SYSTEMS.
004300 DATE-WRITTEN. 10/15/2026.
004400 DATE-COMPILED.
004500*----------------------------------------------------------------*
004600* MODIFICATION HISTORY                                           *
004700*   10/15/2026  RH  Initial version -- ACH clearing file intake  *
004800*                   into the nightly feed, CUSTMAST account      *
004900*                   screening with automated returns, and the    *
005000*                   batch/file control proof.                    *
005100*----------------------------------------------------------------*
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER. IBM-370.
005500 OBJECT-COMPUTER. IBM-370.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT ACHIN-FILE ASSIGN TO ACHIN
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS ACHIN-STATUS.
006200
006300     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS CMR-CUST-ID
006700         FILE STATUS IS CUSTMAST-STATUS.
006800
006900     SELECT ACHTRN-FILE ASSIGN TO ACHTRN
007000         ORGANIZATION IS SEQUENTIAL
007100         ACCESS MODE IS SEQUENTIAL
007200         FILE STATUS IS ACHTRN-STATUS.
007300
007400     SELECT ACHRTN-FILE ASSIGN TO ACHRTN
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS ACHRTN-STATUS.
007800
007900     SELECT ACHRPT-FILE ASSIGN TO ACHRPT
008000         ORGANIZATION IS SEQUENTIAL
008100         ACCESS MODE IS SEQUENTIAL
008200         FILE STATUS IS ACHRPT-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  ACHIN-FILE
008700     RECORDING MODE IS F.
008800 COPY ACHREC.
008900
009000 FD  CUSTMAST-FILE
009100     RECORDING MODE IS F.
009200 COPY CUSTMAST.
009300
009400 FD  ACHTRN-FILE
009500     RECORDING MODE IS F.
009600 COPY TRANSHST.
009700
009800 FD  ACHRTN-FILE
009900     RECORDING MODE IS F.
010000 COPY ACHRTN.
010100
010200 FD  ACHRPT-FILE
010300     RECORDING MODE IS F.
010400 01  ACHRPT-RECORD             PIC X(132).
010500
010600 WORKING-STORAGE SECTION.
010700 COPY RUNPARM.
010800
010900 77  ACHIN-STATUS          PIC X(2).
011000     88  ACHIN-OK              VALUE '00'.
011100     88  ACHIN-EOF             VALUE '10'.
011200
011300 77  CUSTMAST-STATUS       PIC X(2).
011400     88  CUSTMAST-OK           VALUE '00'.
011500     88  CUSTMAST-NOTFND       VALUE '23'.
011600
011700 77  ACHTRN-STATUS         PIC X(2).
011800     88  ACHTRN-OK             VALUE '00'.
011900
012000 77  ACHRTN-STATUS         PIC X(2).
012100     88  ACHRTN-OK             VALUE '00'.
012200
012300 77  ACHRPT-STATUS         PIC X(2).
012400     88  ACHRPT-OK             VALUE '00'.
012500
012600 77  WS-EOF-SWITCH         PIC X(1)      VALUE 'N'.
012700     88  WS-END-OF-ACHIN           VALUE 'Y'.
012800
012900 77  WS-FILE-HEADER-SW     PIC X(1)      VALUE 'N'.
013000     88  WS-FILE-HEADER-SEEN       VALUE 'Y'.
013100
013200 77  WS-FILE-CONTROL-SW    PIC X(1)      VALUE 'N'.
013300     88  WS-FILE-CONTROL-SEEN      VALUE 'Y'.
013400
013500 77  WS-BATCH-OPEN-SW      PIC X(1)      VALUE 'N'.
013600     88  WS-BATCH-OPEN             VALUE 'Y'.
013700
013800 77  WS-FILE-ERROR-SW      PIC X(1)      VALUE 'N'.
013900     88  WS-FILE-IN-ERROR          VALUE 'Y'.
014000
014100 77  WS-RECORDS-READ       PIC 9(9) COMP VALUE ZERO.
014200 77  WS-ENTRY-COUNT        PIC 9(9) COMP VALUE ZERO.
014300 77  WS-ADDENDA-COUNT      PIC 9(9) COMP VALUE ZERO.
014400 77  WS-PRENOTE-COUNT      PIC 9(9) COMP VALUE ZERO.
014500 77  WS-CREDIT-COUNT       PIC 9(9) COMP VALUE ZERO.
014600 77  WS-DEBIT-COUNT        PIC 9(9) COMP VALUE ZERO.
014700 77  WS-RETURN-COUNT       PIC 9(9) COMP VALUE ZERO.
014800 77  WS-BATCH-COUNT        PIC 9(9) COMP VALUE ZERO.
014900 77  WS-OOB-BATCH-COUNT    PIC 9(9) COMP VALUE ZERO.
015000 77  WS-STRUCTURE-ERRORS   PIC 9(9) COMP VALUE ZERO.
015100 77  WS-TXN-SEQUENCE       PIC 9(6)      VALUE ZERO.
015200
015300 77  WS-CREDIT-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
015400 77  WS-DEBIT-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
015500 77  WS-RETURN-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
015600
015700 77  WS-ITEM-SUB           PIC 9(4) COMP VALUE ZERO.
015800
015900 77  WS-RUN-DATE           PIC 9(8)      VALUE ZERO.
016000
016100*----------------------------------------------------------------*
016200* Proof accumulators.  The hash is carried wide and cut to its   *
016300* low ten digits only when compared, the way the clearing house  *
016400* computes it; the file figures are built from the entries       *
016500* themselves, not by adding up the batch control records, so a   *
016600* batch control that lies cannot make the file prove.            *
016700*----------------------------------------------------------------*
016800 77  WS-BAT-ENTRY-ADDENDA  PIC 9(9) COMP VALUE ZERO.
016900 77  WS-BAT-HASH           PIC 9(15) COMP-3 VALUE ZERO.
017000 77  WS-BAT-DEBITS         PIC S9(13)V99 COMP-3 VALUE ZERO.
017100 77  WS-BAT-CREDITS        PIC S9(13)V99 COMP-3 VALUE ZERO.
017200 77  WS-BAT-POSTED         PIC 9(9) COMP VALUE ZERO.
017300 77  WS-BAT-RETURNED       PIC 9(9) COMP VALUE ZERO.
017400
017500 77  WS-FIL-ENTRY-ADDENDA  PIC 9(9) COMP VALUE ZERO.
017600 77  WS-FIL-HASH           PIC 9(15) COMP-3 VALUE ZERO.
017700 77  WS-FIL-DEBITS         PIC S9(13)V99 COMP-3 VALUE ZERO.
017800 77  WS-FIL-CREDITS        PIC S9(13)V99 COMP-3 VALUE ZERO.
017900 77  WS-FIL-BATCHES        PIC 9(9) COMP VALUE ZERO.
018000
018100 77  WS-HASH-10            PIC 9(10)     VALUE ZERO.
018200 77  WS-PROOF-SW           PIC X(1)      VALUE 'Y'.
018300     88  WS-PROOF-OK               VALUE 'Y'.
018400
018500*----------------------------------------------------------------*
018600* The open batch header, kept for the feed descriptions and the  *
018700* return records written while its entries are read.            *
018800*----------------------------------------------------------------*
018900 01  WS-BATCH-HEADER-SAVE.
019000     05  WS-BH-BATCH-NUMBER    PIC 9(7)  VALUE ZERO.
019100     05  WS-BH-COMPANY-NAME    PIC X(16) VALUE SPACES.
019200     05  WS-BH-COMPANY-ID      PIC X(10) VALUE SPACES.
019300     05  WS-BH-SEC-CODE        PIC X(3)  VALUE SPACES.
019400     05  WS-BH-ENTRY-DESC      PIC X(10) VALUE SPACES.
019500     05  WS-BH-EFFECTIVE-DATE  PIC X(6)  VALUE SPACES.
019600     05  WS-BH-ODFI-ID         PIC X(8)  VALUE SPACES.
019700
019800 01  WS-EFF-DATE-GROUP.
019900     05  WS-EFF-CENTURY        PIC 9(2)  VALUE 20.
020000     05  WS-EFF-YYMMDD         PIC 9(6)  VALUE ZERO.
020100 01  WS-EFF-DATE-X REDEFINES WS-EFF-DATE-GROUP.
020200     05  WS-EFF-DATE           PIC 9(8).
020300
020400 77  WS-TXN-DATE           PIC 9(8)      VALUE ZERO.
020500
020600 01  WS-ACH-TXN-ID.
020700     05  WS-ATX-PREFIX         PIC X(2)  VALUE 'AH'.
020800     05  WS-ATX-DATE           PIC 9(8).
020900     05  WS-ATX-SEQ            PIC 9(6).
021000
021100 01  WS-ACH-DESCRIPTION.
021200     05  FILLER                PIC X(4)  VALUE 'ACH '.
021300     05  WS-AD-COMPANY-NAME    PIC X(16).
021400     05  FILLER                PIC X(1)  VALUE SPACE.
021500     05  WS-AD-ENTRY-DESC      PIC X(10).
021600     05  FILLER                PIC X(9)  VALUE SPACES.
021700
021800 77  WS-RETURN-REASON      PIC X(3)      VALUE SPACES.
021900 77  WS-RETURN-TEXT        PIC X(36)     VALUE SPACES.
022000 77  WS-FOUND-STATUS       PIC X(1)      VALUE SPACE.
022100
022200 77  WS-LINES-ON-PAGE      PIC 9(3)      VALUE ZERO.
022300 77  WS-PAGE-NUMBER        PIC 9(5)      VALUE ZERO.
022400 77  WS-PRINT-LINE         PIC X(132)    VALUE SPACES.
022500
022600 01  WS-HEADING-1.
022700     05  FILLER                PIC X(40) VALUE
022800         'CMACH01 - ACH INTAKE CONTROL REPORT'.
022900     05  FILLER                PIC X(15) VALUE 'BUSINESS DATE '.
023000     05  WS-H1-BUS-DATE        PIC 9(8).
023100     05  FILLER                PIC X(6)  VALUE SPACES.
023200     05  FILLER                PIC X(5)  VALUE 'PAGE '.
023300     05  WS-H1-PAGE            PIC ZZZZ9.
023400
023500 01  WS-FILE-HEADER-LINE.
023600     05  FILLER                PIC X(13) VALUE 'FILE ORIGIN  '.
023700     05  WF-ORIGIN-NAME        PIC X(23).
023800     05  FILLER                PIC X(2)  VALUE SPACES.
023900     05  WF-IMMED-ORIGIN       PIC X(10).
024000     05  FILLER                PIC X(10) VALUE '  CREATED '.
024100     05  WF-CREATION-DATE      PIC X(6).
024200     05  FILLER                PIC X(1)  VALUE SPACE.
024300     05  WF-CREATION-TIME      PIC X(4).
024400     05  FILLER                PIC X(10) VALUE '  FILE ID '.
024500     05  WF-FILE-ID-MOD        PIC X(1).
024600
024700 01  WS-BATCH-HEADER-LINE.
024800     05  FILLER                PIC X(6)  VALUE 'BATCH '.
024900     05  WB-BATCH-NUMBER       PIC 9(7).
025000     05  FILLER                PIC X(2)  VALUE SPACES.
025100     05  WB-COMPANY-NAME       PIC X(16).
025200     05  FILLER                PIC X(2)  VALUE SPACES.
025300     05  WB-COMPANY-ID         PIC X(10).
025400     05  FILLER                PIC X(2)  VALUE SPACES.
025500     05  WB-SEC-CODE           PIC X(3).
025600     05  FILLER                PIC X(2)  VALUE SPACES.
025700     05  WB-ENTRY-DESC         PIC X(10).
025800     05  FILLER                PIC X(6)  VALUE '  EFF '.
025900     05  WB-EFFECTIVE-DATE     PIC X(6).
026000
026100 01  WS-RETURN-LINE.
026200     05  FILLER                PIC X(9)  VALUE '  RETURN '.
026300     05  WR-REASON             PIC X(3).
026400     05  FILLER                PIC X(2)  VALUE SPACES.
026500     05  WR-TRACE              PIC X(15).
026600     05  FILLER                PIC X(2)  VALUE SPACES.
026700     05  WR-TXN-CODE           PIC X(2).
026800     05  FILLER                PIC X(2)  VALUE SPACES.
026900     05  WR-ACCT-NO            PIC X(17).
027000     05  FILLER                PIC X(2)  VALUE SPACES.
027100     05  WR-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
027200     05  FILLER                PIC X(2)  VALUE SPACES.
027300     05  WR-TEXT               PIC X(36).
027400
027500 01  WS-PROOF-HEADING.
027600     05  FILLER                PIC X(22) VALUE SPACES.
027700     05  FILLER                PIC X(12) VALUE '  ENT/ADDNDA'.
027800     05  FILLER                PIC X(12) VALUE '  ENTRY HASH'.
027900     05  FILLER                PIC X(19) VALUE
028000         '       TOTAL DEBITS'.
028100     05  FILLER                PIC X(19) VALUE
028200         '      TOTAL CREDITS'.
028300     05  FILLER                PIC X(9)  VALUE '  BATCHES'.
028400
028500 01  WS-PROOF-LINE.
028600     05  WP-LABEL              PIC X(22).
028700     05  WP-ENTRY-ADDENDA      PIC ZZZ,ZZZ,ZZ9.
028800     05  FILLER                PIC X(2)  VALUE SPACES.
028900     05  WP-HASH               PIC 9(10).
029000     05  FILLER                PIC X(2)  VALUE SPACES.
029100     05  WP-DEBITS             PIC Z,ZZZ,ZZZ,ZZ9.99.
029200     05  FILLER                PIC X(2)  VALUE SPACES.
029300     05  WP-CREDITS            PIC Z,ZZZ,ZZZ,ZZ9.99.
029400     05  FILLER                PIC X(2)  VALUE SPACES.
029500     05  WP-BATCHES            PIC ZZZ,ZZ9.
029600
029700 01  WS-DISPOSITION-LINE.
029800     05  WX-LABEL              PIC X(22).
029900     05  FILLER                PIC X(8)  VALUE 'POSTED '.
030000     05  WX-POSTED             PIC ZZZ,ZZ9.
030100     05  FILLER                PIC X(12) VALUE '   RETURNED '.
030200     05  WX-RETURNED           PIC ZZZ,ZZ9.
030300     05  FILLER                PIC X(4)  VALUE SPACES.
030400     05  WX-RESULT             PIC X(24).
030500
030600 01  WS-ERROR-LINE.
030700     05  FILLER                PIC X(22) VALUE
030800         '*** STRUCTURE ERROR: '.
030900     05  WE-TEXT               PIC X(50).
031000     05  FILLER                PIC X(8)  VALUE ' RECORD '.
031100     05  WE-RECORD-NUMBER      PIC ZZZ,ZZZ,ZZ9.
031200
031300 01  WS-SUMMARY-LINE.
031400     05  WM-LABEL              PIC X(30).
031500     05  WM-COUNT              PIC ZZZ,ZZZ,ZZ9.
031600     05  FILLER                PIC X(2)  VALUE SPACES.
031700     05  WM-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
031800
031900 01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
032000
032100 PROCEDURE DIVISION.
032200*----------------------------------------------------------------*
032300* 0000-MAINLINE                                                  *
032400*----------------------------------------------------------------*
032500 0000-MAINLINE.
032600     PERFORM 0100-REGISTER-START THRU 0100-EXIT
032700     IF RNP-SUCCESS
032800         PERFORM 1000-INITIALIZE THRU 1000-EXIT
032900         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
033000             UNTIL WS-END-OF-ACHIN
033100         PERFORM 3000-TERMINATE THRU 3000-EXIT
033200         IF RETURN-CODE = ZERO
033300             PERFORM 0200-REGISTER-END THRU 0200-EXIT
033400         END-IF
033500     END-IF
033600     GOBACK.
033700
033800*----------------------------------------------------------------*
033900* 0100-REGISTER-START -- the run-control registrar refuses the   *
034000*                        start when the business date is not     *
034100*                        open or this job has already completed  *
034200*                        for it                                  *
034300*----------------------------------------------------------------*
034400 0100-REGISTER-START.
034500     MOVE 'S'        TO RNP-FUNCTION
034600     MOVE 'CMACH01'  TO RNP-JOB-NAME
034700     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
034800     IF NOT RNP-SUCCESS
034900         DISPLAY 'CMACH01 - RUN-CONTROL REFUSED START, RC='
035000             RNP-RETURN-CODE ' PREREQ=' RNP-PREREQ-JOB
035100         MOVE 8 TO RETURN-CODE
035200     END-IF.
035300 0100-EXIT.
035400     EXIT.
035500
035600*----------------------------------------------------------------*
035700* 0200-REGISTER-END -- only a clean, proved file registers its   *
035800*                      end; a file that failed its proof stays   *
035900*                      STARTED on RUNCTL so the standing-order   *
036000*                      generator and the feed edit behind it are *
036100*                      held                                      *
036200*----------------------------------------------------------------*
036300 0200-REGISTER-END.
036400     MOVE 'E'        TO RNP-FUNCTION
036500     MOVE 'CMACH01'  TO RNP-JOB-NAME
036600     CALL 'CMRUN01' USING RUN-CONTROL-PARMS
036700     IF NOT RNP-SUCCESS
036800         DISPLAY 'CMACH01 - RUN-CONTROL END FAILED, RC='
036900             RNP-RETURN-CODE
037000     END-IF.
037100 0200-EXIT.
037200     EXIT.
037300
037400*----------------------------------------------------------------*
037500* 1000-INITIALIZE                                                *
037600*----------------------------------------------------------------*
037700 1000-INITIALIZE.
037800     MOVE RNP-BUS-DATE TO WS-RUN-DATE
037900     MOVE WS-RUN-DATE  TO WS-ATX-DATE
038000
038100     OPEN INPUT  ACHIN-FILE
038200     OPEN INPUT  CUSTMAST-FILE
038300     OPEN OUTPUT ACHTRN-FILE
038400     OPEN OUTPUT ACHRTN-FILE
038500     OPEN OUTPUT ACHRPT-FILE
038600
038700     PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
038800
038900     IF NOT ACHIN-OK
039000         DISPLAY 'CMACH01 - UNABLE TO OPEN ACHIN, STATUS='
039100             ACHIN-STATUS
039200         MOVE 'Y' TO WS-FILE-ERROR-SW
039300         MOVE 'Y' TO WS-EOF-SWITCH
039400         GO TO 1000-EXIT
039500     END-IF
039600
039700     IF NOT CUSTMAST-OK
039800         DISPLAY 'CMACH01 - UNABLE TO OPEN CUSTMAST, STATUS='
039900             CUSTMAST-STATUS
040000         MOVE 'Y' TO WS-FILE-ERROR-SW
040100         MOVE 'Y' TO WS-EOF-SWITCH
040200         GO TO 1000-EXIT
040300     END-IF
040400
040500     PERFORM 2100-READ-ACHIN THRU 2100-EXIT.
040600 1000-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------------*
041000* 2000-PROCESS-RECORD -- dispatch on the record type byte.  Once *
041100*                        the file control record has been read,  *
041200*                        the all-nines padding that fills out    *
041300*                        the last block is skipped.              *
041400*----------------------------------------------------------------*
041500 2000-PROCESS-RECORD.
041600     ADD 1 TO WS-RECORDS-READ
041700
041800     IF WS-FILE-CONTROL-SEEN
041900         PERFORM 2050-CHECK-PADDING THRU 2050-EXIT
042000     ELSE
042100         PERFORM 2060-DISPATCH-RECORD THRU 2060-EXIT
042200     END-IF
042300
042400     IF NOT WS-END-OF-ACHIN
042500         PERFORM 2100-READ-ACHIN THRU 2100-EXIT
042600     END-IF.
042700 2000-EXIT.
042800     EXIT.
042900
043000*----------------------------------------------------------------*
043100* 2050-CHECK-PADDING -- only all-nines block fill may follow the *
043200*                       file control record                      *
043300*----------------------------------------------------------------*
043400 2050-CHECK-PADDING.
043500     IF ACH-FILE-HEADER-RECORD NOT = ALL '9'
043600         MOVE 'RECORD FOLLOWS THE FILE CONTROL RECORD'
043700             TO WE-TEXT
043800         PERFORM 2800-STRUCTURE-ERROR THRU 2800-EXIT
043900     END-IF.
044000 2050-EXIT.
044100     EXIT.
044200
044300*----------------------------------------------------------------*
044400* 2060-DISPATCH-RECORD                                           *
044500*----------------------------------------------------------------*
044600 2060-DISPATCH-RECORD.
044700     IF NOT WS-FILE-HEADER-SEEN AND NOT ACF-FILE-HEADER
044800         MOVE 'FIRST RECORD IS NOT A FILE HEADER' TO WE-TEXT
044900         PERFORM 2800-STRUCTURE-ERROR THRU 2800-EXIT
045000         MOVE 'Y' TO WS-FILE-HEADER-SW
045100     END-IF
045200
045300     EVALUATE TRUE
045400         WHEN ACF-FILE-HEADER
045500             PERFORM 2200-FILE-HEADER THRU 2200-EXIT
045600         WHEN ACF-BATCH-HEADER
045700             PERFORM 2300-BATCH-HEADER THRU 2300-EXIT
045800         WHEN ACF-ENTRY-DETAIL
045900             PERFORM 2400-ENTRY-DETAIL THRU 2400-EXIT
046000         WHEN ACF-ADDENDA
046100             PERFORM 2500-ADDENDA THRU 2500-EXIT
046200         WHEN ACF-BATCH-CONTROL
046300             PERFORM 2600-BATCH-CONTROL THRU 2600-EXIT
046400         WHEN ACF-FILE-CONTROL
046500             PERFORM 2700-FILE-CONTROL THRU 2700-EXIT
046600         WHEN OTHER
046700             MOVE 'UNRECOGNIZED RECORD TYPE' TO WE-TEXT
046800             PERFORM 2800-STRUCTURE-ERROR THRU 2800-EXIT
046900     END-EVALUATE.
047000 2060-EXIT.
047100     EXIT.
047200
047300*----------------------------------------------------------------*
047400* 2100-READ-ACHIN                                                *
047500*----------------------------------------------------------------*
047600 2100-READ-ACHIN.
047700     READ ACHIN-FILE
047800         AT END
047900             MOVE 'Y' TO WS-EOF-SWITCH
048000     END-READ.
048100 2100-EXIT.
048200     EXIT.
048300
048400*----------------------------------------------------------------*
048500* 2200-FILE-HEADER -- one per file; a second header means two    *
048600*                     transmissions were concatenated            *
048700*----------------------------------------------------------------*
048800 2200-FILE-HEADER.
048900     IF WS-FILE-HEADER-SEEN
049000         MOVE 'SECOND FILE HEADER RECORD' TO WE-TEXT
049100         PERFORM 2800-STRUCTURE-ERROR THRU 2800-EXIT
049200         GO TO 2200-EXIT
049300     END-IF
049400
049500     MOVE 'Y' TO WS-FILE-HEADER-SW
049600     MOVE ACF-ORIGIN-NAME    TO WF-ORIGIN-NAME
049700     MOVE ACF-IMMED-ORIGIN   TO WF-IMMED-ORIGIN
049800     MOVE ACF-CREATION-DATE  TO WF-CREATION-DATE
049900     MOVE ACF-CREATION-TIME  TO WF-CREATION-TIME
050000     MOVE ACF-FILE-ID-MOD    TO WF-FILE-ID-MOD
050100     MOVE WS-FILE-HEADER-LINE TO WS-PRINT-LINE
050200     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
050300 2200-EXIT.
050400     EXIT.
050500
050600*----------------------------------------------------------------*
050700* 2300-BATCH-HEADER -- open a batch and zero its accumulators    *
050800*----------------------------------------------------------------*
050900 2300-BATCH-HEADER.
051000     IF WS-BATCH-OPEN
051100         MOVE 'BATCH HEADER WITH PRIOR BATCH STILL OPEN'
051200             TO WE-TEXT
051300         PERFORM 2800-STRUCTURE-ERROR THRU 2800-EXIT
051400     END-IF
051500
051600     MOVE 'Y' TO WS-BATCH-OPEN-SW
051700     ADD 1 TO WS-FIL-BATCHES
051800     MOVE ZERO TO WS-BAT-ENTRY-ADDENDA
051900     MOVE ZERO TO WS-BAT-HASH
052000     MOVE ZERO TO WS-BAT-DEBITS
052100     MOVE ZERO TO WS-BAT-CREDITS
052200     MOVE ZERO TO WS-BAT-POSTED
052300     MOVE ZERO TO WS-BAT-RETURNED
052400
052500     MOVE ACB-BATCH-NUMBER     TO WS-BH-BATCH-NUMBER
052600     MOVE ACB-COMPANY-NAME     TO WS-BH-COMPANY-NAME
052700     MOVE ACB-COMPANY-ID       TO WS-BH-COMPANY-ID
052800     MOVE ACB-SEC-CODE         TO WS-BH-SEC-CODE
052900     MOVE ACB-ENTRY-DESC       TO WS-BH-ENTRY-DESC
053000     MOVE ACB-EFFECTIVE-DATE   TO WS-BH-EFFECTIVE-DATE
053100     MOVE ACB-ODFI-ID          TO WS-BH-ODFI-ID
053200
053300*    The effective entry date becomes TH-TXN-DATE on every
053400*    posting from the batch; a blank or garbled one falls
053500*    back to the business date so the feed edit does not
053600*    reject good money over a header defect.
053700     IF ACB-EFFECTIVE-DATE NUMERIC
053800             AND ACB-EFFECTIVE-DATE NOT = '000000'
053900         MOVE ACB-EFFECTIVE-DATE TO WS-EFF-YYMMDD
054000         MOVE WS-EFF-DATE        TO WS-TXN-DATE
054100     ELSE
054200         MOVE WS-RUN-DATE        TO WS-TXN-DATE
054300     END-IF
054400
054500     MOVE WS-BH-COMPANY-NAME   TO WS-AD-COMPANY-NAME
054600     MOVE WS-BH-ENTRY-DESC     TO WS-AD-ENTRY-DESC
054700
054800     MOVE WS-BH-BATCH-NUMBER   TO WB-BATCH-NUMBER
054900     MOVE WS-BH-COMPANY-NAME   TO WB-COMPANY-NAME
055000     MOVE WS-BH-COMPANY-ID     TO WB-COMPANY-ID
055100     MOVE WS-BH-SEC-CODE       TO WB-SEC-CODE
055200     MOVE WS-BH-ENTRY-DESC     TO WB-ENTRY-DESC
055300     MOVE WS-BH-EFFECTIVE-DATE TO WB-EFFECTIVE-DATE
055400     MOVE WS-BLANK-LINE        TO WS-PRINT-LINE
055500     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
055600     MOVE WS-BATCH-HEADER-LINE TO WS-PRINT-LINE
055700     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
055800 2300-EXIT.
055900     EXIT.
056000
056100*----------------------------------------------------------------*
056200* 2400-ENTRY-DETAIL -- every entry counts toward the proof       *
056300*                      whatever becomes of it; then it is either *
056400*                      returned, validated only (prenote or zero *
056500*                      dollar), or written to the feed           *
056600*----------------------------------------------------------------*
056700 2400-ENTRY-DETAIL.
056800     IF NOT WS-BATCH-OPEN
056900         MOVE 'ENTRY DETAIL OUTSIDE A BATCH' TO WE-TEXT
057000         PERFORM 2800-STRUCTURE-ERROR THRU 2800-EXIT
057100     END-IF
057200
057300     ADD 1 TO WS-ENTRY-COUNT
057400     PERFORM 2410-ACCUMULATE-ENTRY THRU 2410-EXIT
057500
057600     PERFORM 2420-SCREEN-ENTRY THRU 2420-EXIT
057700
057800     IF WS-RETURN-REASON NOT = SPACES
057900         PERFORM 2460-WRITE-RETURN THRU 2460-EXIT
058000         GO TO 2400-EXIT
058100     END-IF
058200
058300     IF ACE-PRENOTE OR ACE-AMOUNT = ZERO
058400         ADD 1 TO WS-PRENOTE-COUNT
058500         GO TO 2400-EXIT
058600     END-IF
058700
058800     PERFORM 2450-WRITE-FEED THRU 2450-EXIT.
058900 2400-EXIT.
059000     EXIT.
059100
059200*----------------------------------------------------------------*
059300* 2410-ACCUMULATE-ENTRY -- entry hash and debit/credit side.  A  *
059400*                          non-numeric routing number or amount  *
059500*                          adds nothing, which is exactly what   *
059600*                          makes the batch fail its proof.       *
059700*----------------------------------------------------------------*
059800 2410-ACCUMULATE-ENTRY.
059900     ADD 1 TO WS-BAT-ENTRY-ADDENDA
060000     ADD 1 TO WS-FIL-ENTRY-ADDENDA
060100
060200     IF ACE-RDFI-ID NUMERIC
060300         ADD ACE-RDFI-ID TO WS-BAT-HASH
060400         ADD ACE-RDFI-ID TO WS-FIL-HASH
060500     END-IF
060600
060700     IF ACE-AMOUNT NUMERIC
060800         IF ACE-CREDIT-SIDE
060900             ADD ACE-AMOUNT TO WS-BAT-CREDITS
061000             ADD ACE-AMOUNT TO WS-FIL-CREDITS
061100         END-IF
061200         IF ACE-DEBIT-SIDE
061300             ADD ACE-AMOUNT TO WS-BAT-DEBITS
061400             ADD ACE-AMOUNT TO WS-FIL-DEBITS
061500         END-IF
061600     END-IF.
061700 2410-EXIT.
061800     EXIT.
061900
062000*----------------------------------------------------------------*
062100* 2420-SCREEN-ENTRY -- set WS-RETURN-REASON for an entry that    *
062200*                      must go back, spaces for one that stays.  *
062300*                      Status 'P' is returned as closed -- the   *
062400*                      CMCLS01 closure is already committed and  *
062500*                      money landing now would only be paid out  *
062600*                      again.  'E' is returned as frozen: the    *
062700*                      account is blocked pending escheatment.   *
062800*----------------------------------------------------------------*
062900 2420-SCREEN-ENTRY.
063000     MOVE SPACES TO WS-RETURN-REASON
063100     MOVE SPACES TO WS-RETURN-TEXT
063200     MOVE SPACE  TO WS-FOUND-STATUS
063300
063400     IF NOT ACE-LIVE-CREDIT AND NOT ACE-LIVE-DEBIT
063500             AND NOT ACE-PRENOTE
063600         MOVE 'R17' TO WS-RETURN-REASON
063700         MOVE 'UNSUPPORTED TRANSACTION CODE'
063800             TO WS-RETURN-TEXT
063900         GO TO 2420-EXIT
064000     END-IF
064100
064200     IF ACE-AMOUNT NOT NUMERIC
064300         MOVE 'R17' TO WS-RETURN-REASON
064400         MOVE 'AMOUNT FIELD NOT NUMERIC' TO WS-RETURN-TEXT
064500         GO TO 2420-EXIT
064600     END-IF
064700
064800     IF ACE-ACCT-ID = SPACES OR ACE-ACCT-OVERFLOW NOT = SPACES
064900         MOVE 'R04' TO WS-RETURN-REASON
065000         MOVE 'INVALID ACCOUNT NUMBER STRUCTURE'
065100             TO WS-RETURN-TEXT
065200         GO TO 2420-EXIT
065300     END-IF
065400
065500     MOVE ACE-ACCT-ID TO CMR-CUST-ID
065600     READ CUSTMAST-FILE
065700         INVALID KEY
065800             CONTINUE
065900     END-READ
066000
066100     IF NOT CUSTMAST-OK
066200         MOVE 'R03' TO WS-RETURN-REASON
066300         MOVE 'NO ACCOUNT/UNABLE TO LOCATE ACCOUNT'
066400             TO WS-RETURN-TEXT
066500         GO TO 2420-EXIT
066600     END-IF
066700
066800     MOVE CMR-STATUS TO WS-FOUND-STATUS
066900     EVALUATE CMR-STATUS
067000         WHEN 'C'
067100             MOVE 'R02' TO WS-RETURN-REASON
067200             MOVE 'ACCOUNT CLOSED' TO WS-RETURN-TEXT
067300         WHEN 'P'
067400             MOVE 'R02' TO WS-RETURN-REASON
067500             MOVE 'ACCOUNT CLOSED - CLOSURE PENDING'
067600                 TO WS-RETURN-TEXT
067700         WHEN 'F'
067800             MOVE 'R16' TO WS-RETURN-REASON
067900             MOVE 'ACCOUNT FROZEN' TO WS-RETURN-TEXT
068000         WHEN 'E'
068100             MOVE 'R16' TO WS-RETURN-REASON
068200             MOVE 'ACCOUNT BLOCKED - ESCHEAT CANDIDATE'
068300                 TO WS-RETURN-TEXT
068400         WHEN OTHER
068500             CONTINUE
068600     END-EVALUATE.
068700 2420-EXIT.
068800     EXIT.
068900
069000*----------------------------------------------------------------*
069100* 2450-WRITE-FEED -- one TRANSACTION-HISTORY record per good     *
069200*                    live entry: 'C' for a credit code, 'D' for  *
069300*                    a debit code.  The originator and entry     *
069400*                    description go in TH-DESCRIPTION so the     *
069500*                    statement shows who paid or pulled.         *
069600*----------------------------------------------------------------*
069700 2450-WRITE-FEED.
069800     ADD 1 TO WS-TXN-SEQUENCE
069900         ON SIZE ERROR
070000             DISPLAY 'CMACH01 - ACH TXN SEQUENCE EXHAUSTED,'
070100                 ' RUN STOPPED'
070200             MOVE 16  TO RETURN-CODE
070300             MOVE 'Y' TO WS-EOF-SWITCH
070400             GO TO 2450-EXIT
070500     END-ADD
070600     MOVE WS-TXN-SEQUENCE   TO WS-ATX-SEQ
070700     MOVE WS-ACH-TXN-ID     TO TH-TXN-ID
070800     MOVE ACE-ACCT-ID       TO TH-CUST-ID
070900     MOVE ACE-AMOUNT        TO TH-AMOUNT
071000     MOVE WS-ACH-DESCRIPTION TO TH-DESCRIPTION
071100     MOVE WS-TXN-DATE       TO TH-TXN-DATE
071200     MOVE WS-RUN-DATE       TO TH-POST-DATE
071300
071400     IF ACE-LIVE-CREDIT
071500         MOVE 'C' TO TH-TXN-TYPE
071600         ADD 1 TO WS-CREDIT-COUNT
071700         ADD ACE-AMOUNT TO WS-CREDIT-AMOUNT
071800     ELSE
071900         MOVE 'D' TO TH-TXN-TYPE
072000         ADD 1 TO WS-DEBIT-COUNT
072100         ADD ACE-AMOUNT TO WS-DEBIT-AMOUNT
072200     END-IF
072300
072400     PERFORM 2455-CLEAR-ONE-ITEM THRU 2455-EXIT
072500         VARYING WS-ITEM-SUB FROM 1 BY 1
072600         UNTIL WS-ITEM-SUB > 3
072700
072800     WRITE TRANSACTION-HISTORY
072900     ADD 1 TO WS-BAT-POSTED.
073000 2450-EXIT.
073100     EXIT.
073200
073300*----------------------------------------------------------------*
073400* 2455-CLEAR-ONE-ITEM                                            *
073500*----------------------------------------------------------------*
073600 2455-CLEAR-ONE-ITEM.
073700     MOVE ZERO TO TH-ITEM-SEQ (WS-ITEM-SUB)
073800     MOVE ZERO TO TH-ITEM-AMT (WS-ITEM-SUB).
073900 2455-EXIT.
074000     EXIT.
074100
074200*----------------------------------------------------------------*
074300* 2460-WRITE-RETURN -- the return record and its report line     *
074400*----------------------------------------------------------------*
074500 2460-WRITE-RETURN.
074600     MOVE SPACES               TO ACH-RETURN-RECORD
074700     MOVE WS-RETURN-REASON     TO ART-RETURN-REASON
074800     MOVE ACE-TRACE-NUMBER     TO ART-ORIG-TRACE
074900     MOVE ACE-TXN-CODE         TO ART-TXN-CODE
075000     MOVE ACE-RDFI-ID          TO ART-RDFI-ID
075100     MOVE ACE-DFI-ACCT-NO      TO ART-DFI-ACCT-NO
075200     IF ACE-AMOUNT NUMERIC
075300         MOVE ACE-AMOUNT       TO ART-AMOUNT
075400         ADD ACE-AMOUNT        TO WS-RETURN-AMOUNT
075500     ELSE
075600         MOVE ZERO             TO ART-AMOUNT
075700     END-IF
075800     MOVE ACE-INDIV-ID         TO ART-INDIV-ID
075900     MOVE ACE-INDIV-NAME       TO ART-INDIV-NAME
076000     MOVE WS-BH-COMPANY-ID     TO ART-COMPANY-ID
076100     MOVE WS-BH-COMPANY-NAME   TO ART-COMPANY-NAME
076200     MOVE WS-BH-SEC-CODE       TO ART-SEC-CODE
076300     MOVE WS-BH-ODFI-ID        TO ART-ODFI-ID
076400     MOVE WS-BH-BATCH-NUMBER   TO ART-BATCH-NUMBER
076500     MOVE WS-BH-EFFECTIVE-DATE TO ART-EFFECTIVE-DATE
076600     MOVE WS-RUN-DATE          TO ART-RETURN-DATE
076700     MOVE WS-FOUND-STATUS      TO ART-CMR-STATUS
076800     WRITE ACH-RETURN-RECORD
076900     ADD 1 TO WS-RETURN-COUNT
077000     ADD 1 TO WS-BAT-RETURNED
077100
077200     MOVE WS-RETURN-REASON     TO WR-REASON
077300     MOVE ACE-TRACE-NUMBER     TO WR-TRACE
077400     MOVE ACE-TXN-CODE         TO WR-TXN-CODE
077500     MOVE ACE-DFI-ACCT-NO      TO WR-ACCT-NO
077600     MOVE ART-AMOUNT           TO WR-AMOUNT
077700     MOVE WS-RETURN-TEXT       TO WR-TEXT
077800     MOVE WS-RETURN-LINE       TO WS-PRINT-LINE
077900     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
078000 2460-EXIT.
078100     EXIT.
078200
078300*----------------------------------------------------------------*
078400* 2500-ADDENDA -- counted toward the proof; the remittance text  *
078500*                 itself is not carried into the ledger          *
078600*----------------------------------------------------------------*
078700 2500-ADDENDA.
078800     IF NOT WS-BATCH-OPEN
078900         MOVE 'ADDENDA RECORD OUTSIDE A BATCH' TO WE-TEXT
079000         PERFORM 2800-STRUCTURE-ERROR THRU 2800-EXIT
079100     END-IF
079200
079300     ADD 1 TO WS-ADDENDA-COUNT
079400     ADD 1 TO WS-BAT-ENTRY-ADDENDA
079500     ADD 1 TO WS-FIL-ENTRY-ADDENDA.
079600 2500-EXIT.
079700     EXIT.
079800
079900*----------------------------------------------------------------*
080000* 2600-BATCH-CONTROL -- prove the batch against its control      *
080100*                       record and close it                      *
080200*----------------------------------------------------------------*
080300 2600-BATCH-CONTROL.
080400     IF NOT WS-BATCH-OPEN
080500         MOVE 'BATCH CONTROL WITH NO OPEN BATCH' TO WE-TEXT
080600         PERFORM 2800-STRUCTURE-ERROR THRU 2800-EXIT
080700         GO TO 2600-EXIT
080800     END-IF
080900
081000     MOVE 'N' TO WS-BATCH-OPEN-SW
081100     ADD 1 TO WS-BATCH-COUNT
081200     MOVE 'Y' TO WS-PROOF-SW
081300     MOVE WS-BAT-HASH TO WS-HASH-10
081400
081500     IF ACC-ENTRY-ADDENDA-CNT NOT NUMERIC
081600             OR ACC-ENTRY-ADDENDA-CNT NOT = WS-BAT-ENTRY-ADDENDA
081700         MOVE 'N' TO WS-PROOF-SW
081800     END-IF
081900     IF ACC-ENTRY-HASH NOT NUMERIC
082000             OR ACC-ENTRY-HASH NOT = WS-HASH-10
082100         MOVE 'N' TO WS-PROOF-SW
082200     END-IF
082300     IF ACC-TOTAL-DEBIT NOT NUMERIC
082400             OR ACC-TOTAL-DEBIT NOT = WS-BAT-DEBITS
082500         MOVE 'N' TO WS-PROOF-SW
082600     END-IF
082700     IF ACC-TOTAL-CREDIT NOT NUMERIC
082800             OR ACC-TOTAL-CREDIT NOT = WS-BAT-CREDITS
082900         MOVE 'N' TO WS-PROOF-SW
083000     END-IF
083100     IF ACC-BATCH-NUMBER NOT = WS-BH-BATCH-NUMBER
083200         MOVE 'N' TO WS-PROOF-SW
083300     END-IF
083400
083500     MOVE WS-PROOF-HEADING TO WS-PRINT-LINE
083600     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
083700
083800     MOVE SPACES TO WS-PROOF-LINE
083900     MOVE '  BATCH COMPUTED'     TO WP-LABEL
084000     MOVE WS-BAT-ENTRY-ADDENDA   TO WP-ENTRY-ADDENDA
084100     MOVE WS-HASH-10             TO WP-HASH
084200     MOVE WS-BAT-DEBITS          TO WP-DEBITS
084300     MOVE WS-BAT-CREDITS         TO WP-CREDITS
084400     MOVE WS-PROOF-LINE TO WS-PRINT-LINE
084500     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
084600
084700     MOVE SPACES TO WS-PROOF-LINE
084800     MOVE '  BATCH CONTROL'      TO WP-LABEL
084900     IF ACC-ENTRY-ADDENDA-CNT NUMERIC
085000         MOVE ACC-ENTRY-ADDENDA-CNT TO WP-ENTRY-ADDENDA
085100     END-IF
085200     IF ACC-ENTRY-HASH NUMERIC
085300         MOVE ACC-ENTRY-HASH     TO WP-HASH
085400     END-IF
085500     IF ACC-TOTAL-DEBIT NUMERIC
085600         MOVE ACC-TOTAL-DEBIT    TO WP-DEBITS
085700     END-IF
085800     IF ACC-TOTAL-CREDIT NUMERIC
085900         MOVE ACC-TOTAL-CREDIT   TO WP-CREDITS
086000     END-IF
086100     MOVE WS-PROOF-LINE TO WS-PRINT-LINE
086200     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
086300
086400     MOVE '  BATCH DISPOSITION'  TO WX-LABEL
086500     MOVE WS-BAT-POSTED          TO WX-POSTED
086600     MOVE WS-BAT-RETURNED        TO WX-RETURNED
086700     IF WS-PROOF-OK
086800         MOVE 'BATCH IN BALANCE'       TO WX-RESULT
086900     ELSE
087000         MOVE '*** BATCH OUT OF BALANCE' TO WX-RESULT
087100         ADD 1 TO WS-OOB-BATCH-COUNT
087200     END-IF
087300     MOVE WS-DISPOSITION-LINE TO WS-PRINT-LINE
087400     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
087500 2600-EXIT.
087600     EXIT.
087700
087800*----------------------------------------------------------------*
087900* 2700-FILE-CONTROL -- prove the file against its control record *
088000*----------------------------------------------------------------*
088100 2700-FILE-CONTROL.
088200     MOVE 'Y' TO WS-FILE-CONTROL-SW
088300
088400     IF WS-BATCH-OPEN
088500         MOVE 'FILE CONTROL WITH A BATCH STILL OPEN' TO WE-TEXT
088600         PERFORM 2800-STRUCTURE-ERROR THRU 2800-EXIT
088700         MOVE 'N' TO WS-BATCH-OPEN-SW
088800     END-IF
088900
089000     MOVE 'Y' TO WS-PROOF-SW
089100     MOVE WS-FIL-HASH TO WS-HASH-10
089200
089300     IF ACT-BATCH-COUNT NOT NUMERIC
089400             OR ACT-BATCH-COUNT NOT = WS-FIL-BATCHES
089500         MOVE 'N' TO WS-PROOF-SW
089600     END-IF
089700     IF ACT-ENTRY-ADDENDA-CNT NOT NUMERIC
089800             OR ACT-ENTRY-ADDENDA-CNT NOT = WS-FIL-ENTRY-ADDENDA
089900         MOVE 'N' TO WS-PROOF-SW
090000     END-IF
090100     IF ACT-ENTRY-HASH NOT NUMERIC
090200             OR ACT-ENTRY-HASH NOT = WS-HASH-10
090300         MOVE 'N' TO WS-PROOF-SW
090400     END-IF
090500     IF ACT-TOTAL-DEBIT NOT NUMERIC
090600             OR ACT-TOTAL-DEBIT NOT = WS-FIL-DEBITS
090700         MOVE 'N' TO WS-PROOF-SW
090800     END-IF
090900     IF ACT-TOTAL-CREDIT NOT NUMERIC
091000             OR ACT-TOTAL-CREDIT NOT = WS-FIL-CREDITS
091100         MOVE 'N' TO WS-PROOF-SW
091200     END-IF
091300
091400     MOVE WS-BLANK-LINE TO WS-PRINT-LINE
091500     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
091600     MOVE WS-PROOF-HEADING TO WS-PRINT-LINE
091700     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
091800
091900     MOVE SPACES TO WS-PROOF-LINE
092000     MOVE 'FILE COMPUTED'        TO WP-LABEL
092100     MOVE WS-FIL-ENTRY-ADDENDA   TO WP-ENTRY-ADDENDA
092200     MOVE WS-HASH-10             TO WP-HASH
092300     MOVE WS-FIL-DEBITS          TO WP-DEBITS
092400     MOVE WS-FIL-CREDITS         TO WP-CREDITS
092500     MOVE WS-FIL-BATCHES         TO WP-BATCHES
092600     MOVE WS-PROOF-LINE TO WS-PRINT-LINE
092700     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
092800
092900     MOVE SPACES TO WS-PROOF-LINE
093000     MOVE 'FILE CONTROL'         TO WP-LABEL
093100     IF ACT-ENTRY-ADDENDA-CNT NUMERIC
093200         MOVE ACT-ENTRY-ADDENDA-CNT TO WP-ENTRY-ADDENDA
093300     END-IF
093400     IF ACT-ENTRY-HASH NUMERIC
093500         MOVE ACT-ENTRY-HASH     TO WP-HASH
093600     END-IF
093700     IF ACT-TOTAL-DEBIT NUMERIC
093800         MOVE ACT-TOTAL-DEBIT    TO WP-DEBITS
093900     END-IF
094000     IF ACT-TOTAL-CREDIT NUMERIC
094100         MOVE ACT-TOTAL-CREDIT   TO WP-CREDITS
094200     END-IF
094300     IF ACT-BATCH-COUNT NUMERIC
094400         MOVE ACT-BATCH-COUNT    TO WP-BATCHES
094500     END-IF
094600     MOVE WS-PROOF-LINE TO WS-PRINT-LINE
094700     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
094800
094900     MOVE 'FILE DISPOSITION'     TO WX-LABEL
095000     ADD WS-DEBIT-COUNT          TO WS-CREDIT-COUNT
095100         GIVING WX-POSTED
095200     MOVE WS-RETURN-COUNT        TO WX-RETURNED
095300     IF WS-PROOF-OK
095400         MOVE 'FILE IN BALANCE'        TO WX-RESULT
095500     ELSE
095600         MOVE '*** FILE OUT OF BALANCE' TO WX-RESULT
095700         MOVE 'Y' TO WS-FILE-ERROR-SW
095800     END-IF
095900     MOVE WS-DISPOSITION-LINE TO WS-PRINT-LINE
096000     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
096100 2700-EXIT.
096200     EXIT.
096300
096400*----------------------------------------------------------------*
096500* 2800-STRUCTURE-ERROR -- report the defect against the record   *
096600*                         number and fail the file               *
096700*----------------------------------------------------------------*
096800 2800-STRUCTURE-ERROR.
096900     ADD 1 TO WS-STRUCTURE-ERRORS
097000     MOVE 'Y' TO WS-FILE-ERROR-SW
097100     MOVE WS-RECORDS-READ TO WE-RECORD-NUMBER
097200     MOVE WS-ERROR-LINE TO WS-PRINT-LINE
097300     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
097400     DISPLAY 'CMACH01 - ' WE-TEXT ' AT RECORD ' WS-RECORDS-READ.
097500 2800-EXIT.
097600     EXIT.
097700
097800*----------------------------------------------------------------*
097900* 3000-TERMINATE -- a missing file control record, a batch that  *
098000*                   failed its proof, or any structure error     *
098100*                   fails the run with RC 8                      *
098200*----------------------------------------------------------------*
098300 3000-TERMINATE.
098400     IF NOT WS-FILE-CONTROL-SEEN AND ACHIN-EOF
098500         MOVE 'FILE ENDED WITHOUT A FILE CONTROL RECORD'
098600             TO WE-TEXT
098700         PERFORM 2800-STRUCTURE-ERROR THRU 2800-EXIT
098800     END-IF
098900
099000     IF WS-OOB-BATCH-COUNT NOT = ZERO
099100         MOVE 'Y' TO WS-FILE-ERROR-SW
099200     END-IF
099300
099400     PERFORM 4300-WRITE-SUMMARY THRU 4300-EXIT
099500
099600     CLOSE ACHIN-FILE
099700     CLOSE CUSTMAST-FILE
099800     CLOSE ACHTRN-FILE
099900     CLOSE ACHRTN-FILE
100000     CLOSE ACHRPT-FILE
100100
100200     DISPLAY 'CMACH01 - RECORDS READ          = ' WS-RECORDS-READ
100300     DISPLAY 'CMACH01 - BATCHES PROVED        = ' WS-BATCH-COUNT
100400     DISPLAY 'CMACH01 - ENTRIES READ          = ' WS-ENTRY-COUNT
100500     DISPLAY 'CMACH01 - CREDITS TO FEED       = ' WS-CREDIT-COUNT
100600     DISPLAY 'CMACH01 - DEBITS TO FEED        = ' WS-DEBIT-COUNT
100700     DISPLAY 'CMACH01 - PRENOTES VALIDATED    = ' WS-PRENOTE-COUNT
100800     DISPLAY 'CMACH01 - ENTRIES RETURNED      = ' WS-RETURN-COUNT
100900     IF WS-OOB-BATCH-COUNT NOT = ZERO
101000         DISPLAY 'CMACH01 - BATCHES OUT OF BALANCE = '
101100             WS-OOB-BATCH-COUNT
101200     END-IF
101300
101400     IF WS-FILE-IN-ERROR AND RETURN-CODE = ZERO
101500         DISPLAY 'CMACH01 - ACH FILE FAILED ITS PROOF, FEED HELD'
101600         MOVE 8 TO RETURN-CODE
101700     END-IF.
101800 3000-EXIT.
101900     EXIT.
102000
102100*----------------------------------------------------------------*
102200* 4100-WRITE-PAGE-HEADINGS                                       *
102300*----------------------------------------------------------------*
102400 4100-WRITE-PAGE-HEADINGS.
102500     ADD 1 TO WS-PAGE-NUMBER
102600     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
102700     MOVE WS-RUN-DATE    TO WS-H1-BUS-DATE
102800     WRITE ACHRPT-RECORD FROM WS-HEADING-1
102900     WRITE ACHRPT-RECORD FROM WS-BLANK-LINE
103000     MOVE 2 TO WS-LINES-ON-PAGE.
103100 4100-EXIT.
103200     EXIT.
103300
103400*----------------------------------------------------------------*
103500* 4200-PRINT-LINE -- write WS-PRINT-LINE, breaking the page at   *
103600*                    fifty lines                                 *
103700*----------------------------------------------------------------*
103800 4200-PRINT-LINE.
103900     IF WS-LINES-ON-PAGE > 50
104000         PERFORM 4100-WRITE-PAGE-HEADINGS THRU 4100-EXIT
104100     END-IF
104200     WRITE ACHRPT-RECORD FROM WS-PRINT-LINE
104300     ADD 1 TO WS-LINES-ON-PAGE.
104400 4200-EXIT.
104500     EXIT.
104600
104700*----------------------------------------------------------------*
104800* 4300-WRITE-SUMMARY -- what went to the feed and what went back *
104900*----------------------------------------------------------------*
105000 4300-WRITE-SUMMARY.
105100     MOVE WS-BLANK-LINE TO WS-PRINT-LINE
105200     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
105300
105400     MOVE SPACES TO WS-SUMMARY-LINE
105500     MOVE 'CREDITS WRITTEN TO FEED'  TO WM-LABEL
105600     MOVE WS-CREDIT-COUNT            TO WM-COUNT
105700     MOVE WS-CREDIT-AMOUNT           TO WM-AMOUNT
105800     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
105900     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
106000
106100     MOVE SPACES TO WS-SUMMARY-LINE
106200     MOVE 'DEBITS WRITTEN TO FEED'   TO WM-LABEL
106300     MOVE WS-DEBIT-COUNT             TO WM-COUNT
106400     MOVE WS-DEBIT-AMOUNT            TO WM-AMOUNT
106500     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
106600     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
106700
106800     MOVE SPACES TO WS-SUMMARY-LINE
106900     MOVE 'ENTRIES RETURNED'         TO WM-LABEL
107000     MOVE WS-RETURN-COUNT            TO WM-COUNT
107100     MOVE WS-RETURN-AMOUNT           TO WM-AMOUNT
107200     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
107300     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
107400
107500     MOVE SPACES TO WS-SUMMARY-LINE
107600     MOVE 'PRENOTES VALIDATED'       TO WM-LABEL
107700     MOVE WS-PRENOTE-COUNT           TO WM-COUNT
107800     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
107900     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
108000
108100     MOVE SPACES TO WS-SUMMARY-LINE
108200     MOVE 'ADDENDA RECORDS'          TO WM-LABEL
108300     MOVE WS-ADDENDA-COUNT           TO WM-COUNT
108400     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
108500     PERFORM 4200-PRINT-LINE THRU 4200-EXIT
108600
108700     IF WS-STRUCTURE-ERRORS NOT = ZERO
108800         MOVE SPACES TO WS-SUMMARY-LINE
108900         MOVE 'STRUCTURE ERRORS'     TO WM-LABEL
109000         MOVE WS-STRUCTURE-ERRORS    TO WM-COUNT
109100         MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
109200         PERFORM 4200-PRINT-LINE THRU 4200-EXIT
109300     END-IF.
109400 4300-EXIT.
109500     EXIT.
