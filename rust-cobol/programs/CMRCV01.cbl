000100*================================================================*
000200* PROGRAM:     CMRCV01                                           *
000300* FUNCTION:    CUSTMAST forward recovery.  Reloads the CUSTMAST  *
000400*              cluster from a backup unload and rolls it forward *
000500*              to a requested point in time by replaying the     *
000600*              CUSTAUD after-images written since the backup.    *
000700*              One command card per run, read with ACCEPT, the   *
000800*              same discipline as CMRUNC01 and CMSTOM01:         *
000900*                cols  1-8   RECOVER                             *
001000*                cols 10-17  backup date        CCYYMMDD         *
001100*                cols 19-24  backup time        HHMMSS           *
001200*                cols 26-33  recover-to date    CCYYMMDD         *
001300*                cols 35-40  recover-to time    HHMMSS           *
001400*              CUSTAUD rows stamped after the backup point and   *
001500*              at or before the recover-to point are sorted into *
001600*              CAU-AUDIT-DATE / CAU-AUDIT-TIME order (rows with  *
001700*              the same stamp keep their order on the trail) and *
001800*              replayed one at a time:                           *
001900*                - an update is applied only when its before     *
002000*                  image matches the row it would overwrite;     *
002100*                - an insert is applied only when the account    *
002200*                  is not yet on the cluster;                    *
002300*                - a row whose after image is already on the     *
002400*                  cluster was caught by the backup and is       *
002500*                  counted, not applied again;                   *
002600*                - anything else is a gap (no row to update) or  *
002700*                  a conflict (the row does not match either     *
002800*                  image) and is reported, never applied.        *
002900*              The report ends with a per-date tie of the        *
003000*              CMPOST01 / CMXFER01 movement to the CMBAL01       *
003100*              'AUDITED CUSTMAST MOVEMENT' figure and a proof    *
003200*              that the recovered cluster's balance total is     *
003300*              the backup total plus the movement applied.       *
003400*              Exceptions end with RETURN-CODE 4; a proof that   *
003500*              fails, a bad card, or a file that will not open   *
003600*              ends with RETURN-CODE 8.  A CUSTAUD read error    *
003610*              stops the replay short of the proof with          *
003620*              RETURN-CODE 16.                                   *
003700*                                                                *
003800* NOTE:        The date of birth, the three date stamps, and     *
003900*              CMR-OVERDRAFT-LIMIT are compared and replayed     *
004000*              from the CUSTAUD image extensions.  A row written *
004100*              before the extensions existed carries spaces      *
004200*              there and replays its base fields only.  A date   *
004300*              only partly inside the window will not tie to     *
004400*              that day's CMBAL01 figure, which covers the whole *
004500*              business date.                                    *
004600*================================================================*
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID. CMRCV01.
004900 AUTHOR. R-HOLLOWAY.
005000 INSTALLATION. IBMUSER CUSTOMER LEDGER SYSTEMS.
005100 DATE-WRITTEN. 10/15/2026.
005200 DATE-COMPILED.
005300*----------------------------------------------------------------*
005400* MODIFICATION HISTORY                                           *
005500*   10/15/2026  RH  Initial version -- backup reload, ordered    *
005600*                   CUSTAUD replay with before-image checking,   *
005700*                   and the CMBAL01 tie and balance proof.       *
005710*   10/15/2026  RH  Sort record widened to the 384-byte CUSTAUD  *
005720*                   row carrying the operator/approver ids.      *
005730*   10/15/2026  RH  A CUSTAUD read error is no longer taken for  *
005740*                   end of file -- it ends the run RC 16 and the *
005750*                   proof is not run over a partial replay.      *
005800*----------------------------------------------------------------*
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER. IBM-370.
006200 OBJECT-COMPUTER. IBM-370.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT CUSTBKP-FILE ASSIGN TO CUSTBKP
006600         ORGANIZATION IS SEQUENTIAL
006700         ACCESS MODE IS SEQUENTIAL
006800         FILE STATUS IS CUSTBKP-STATUS.
006900
007000     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS CMR-CUST-ID
007400         FILE STATUS IS CUSTMAST-STATUS.
007500
007600     SELECT CUSTAUD-FILE ASSIGN TO CUSTAUD
007700         ORGANIZATION IS SEQUENTIAL
007800         ACCESS MODE IS SEQUENTIAL
007900         FILE STATUS IS CUSTAUD-STATUS.
008000
008100     SELECT SORTWORK-FILE ASSIGN TO SORTWORK.
008200
008300     SELECT RCVRPT-FILE ASSIGN TO RCVRPT
008400         ORGANIZATION IS SEQUENTIAL
008500         ACCESS MODE IS SEQUENTIAL
008600         FILE STATUS IS RCVRPT-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  CUSTBKP-FILE
009100     RECORDING MODE IS F.
009200 01  CUSTBKP-RECORD            PIC X(170).
009300
009400 FD  CUSTMAST-FILE
009500     RECORDING MODE IS F.
009600 COPY CUSTMAST.
009700
009800 FD  CUSTAUD-FILE
009900     RECORDING MODE IS F.
010000 COPY CUSTAUD.
010100
010200 SD  SORTWORK-FILE.
010300 01  SORTWORK-RECORD.
010400     05  SW-CUST-ID            PIC X(10).
010500     05  SW-AUDIT-DATE         PIC 9(8).
010600     05  SW-AUDIT-TIME         PIC 9(6).
010700     05  FILLER                PIC X(360).
010800     05  SW-TRAIL-SEQ          PIC 9(9).
010900
011000 FD  RCVRPT-FILE
011100     RECORDING MODE IS F.
011200 01  RCVRPT-RECORD             PIC X(132).
011300
011400 WORKING-STORAGE SECTION.
011500 77  CUSTBKP-STATUS        PIC X(2).
011600     88  CUSTBKP-OK            VALUE '00'.
011700     88  CUSTBKP-EOF           VALUE '10'.
011800
011900 77  CUSTMAST-STATUS       PIC X(2).
012000     88  CUSTMAST-OK           VALUE '00'.
012100     88  CUSTMAST-EOF          VALUE '10'.
012200     88  CUSTMAST-DUPKEY       VALUE '22'.
012300     88  CUSTMAST-NOTFND       VALUE '23'.
012400
012500 77  CUSTAUD-STATUS        PIC X(2).
012600     88  CUSTAUD-OK            VALUE '00'.
012700     88  CUSTAUD-EOF           VALUE '10'.
012800
012900 77  RCVRPT-STATUS         PIC X(2).
013000     88  RCVRPT-OK             VALUE '00'.
013100
013200 77  WS-BACKUP-EOF-SW      PIC X(1)      VALUE 'N'.
013300     88  WS-END-OF-BACKUP          VALUE 'Y'.
013400
013500 77  WS-CUSTAUD-EOF-SW     PIC X(1)      VALUE 'N'.
013600     88  WS-END-OF-CUSTAUD         VALUE 'Y'.
013700
013800 77  WS-SORTWORK-EOF-SW    PIC X(1)      VALUE 'N'.
013900     88  WS-END-OF-SORTWORK        VALUE 'Y'.
014000
014100 77  WS-BROWSE-EOF-SW      PIC X(1)      VALUE 'N'.
014200     88  WS-END-OF-BROWSE          VALUE 'Y'.
014300
014400 77  WS-FIRST-GROUP-SW     PIC X(1)      VALUE 'Y'.
014500     88  WS-FIRST-GROUP            VALUE 'Y'.
014600
014700 77  WS-MATCH-SW           PIC X(1)      VALUE 'N'.
014800     88  WS-IMAGE-MATCHES          VALUE 'Y'.
014900
015000 77  WS-OUTCOME-SW         PIC X(1)      VALUE SPACE.
015100     88  WS-ROW-APPLIED            VALUE 'A'.
015200     88  WS-ROW-PRESENT            VALUE 'P'.
015300     88  WS-ROW-GAP                VALUE 'G'.
015400     88  WS-ROW-CONFLICT           VALUE 'C'.
015500
015600 77  WS-POSTING-ROW-SW     PIC X(1)      VALUE 'N'.
015700     88  WS-POSTING-ROW            VALUE 'Y'.
015800
015900 77  WS-BACKUP-COUNT       PIC 9(9) COMP VALUE ZERO.
016000 77  WS-TRAIL-COUNT        PIC 9(9) COMP VALUE ZERO.
016100 77  WS-BEFORE-WINDOW-COUNT PIC 9(9) COMP VALUE ZERO.
016200 77  WS-BEYOND-WINDOW-COUNT PIC 9(9) COMP VALUE ZERO.
016300 77  WS-REPLAY-COUNT       PIC 9(9) COMP VALUE ZERO.
016400 77  WS-APPLIED-COUNT      PIC 9(9) COMP VALUE ZERO.
016500 77  WS-INSERTED-COUNT     PIC 9(9) COMP VALUE ZERO.
016600 77  WS-PRESENT-COUNT      PIC 9(9) COMP VALUE ZERO.
016700 77  WS-GAP-COUNT          PIC 9(9) COMP VALUE ZERO.
016800 77  WS-CONFLICT-COUNT     PIC 9(9) COMP VALUE ZERO.
016900 77  WS-RECOVERED-COUNT    PIC 9(9) COMP VALUE ZERO.
017000 77  WS-UNTIED-DATE-COUNT  PIC 9(9) COMP VALUE ZERO.
017100
017200 77  WS-DAY-ROWS           PIC 9(9) COMP VALUE ZERO.
017300 77  WS-DAY-APPLIED        PIC 9(9) COMP VALUE ZERO.
017400 77  WS-DAY-PRESENT        PIC 9(9) COMP VALUE ZERO.
017500 77  WS-DAY-EXCEPTIONS     PIC 9(9) COMP VALUE ZERO.
017600
017700 77  WS-BACKUP-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
017800 77  WS-APPLIED-NET        PIC S9(13)V99 COMP-3 VALUE ZERO.
017900 77  WS-EXPECTED-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
018000 77  WS-RECOVERED-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
018100 77  WS-ROW-MOVEMENT       PIC S9(13)V99 COMP-3 VALUE ZERO.
018200 77  WS-CURRENT-OD-LIMIT   PIC S9(9)V99  COMP-3 VALUE ZERO.
018300 77  WS-DAY-AUDIT-NET      PIC S9(13)V99 COMP-3 VALUE ZERO.
018400 77  WS-DAY-RECOVERED-NET  PIC S9(13)V99 COMP-3 VALUE ZERO.
018500
018600 77  WS-GROUP-DATE         PIC 9(8)      VALUE ZERO.
018700 77  WS-MISMATCH-FIELD     PIC X(14)     VALUE SPACES.
018800 77  WS-EXCEPTION-TEXT     PIC X(50)     VALUE SPACES.
018900
019000 01  WS-CMD-CARD.
019100     05  WS-CMD-FUNCTION       PIC X(8).
019200     05  FILLER                PIC X(1).
019300     05  WS-CMD-BACKUP-DATE    PIC X(8).
019400     05  WS-CMD-BACKUP-DATE-9 REDEFINES WS-CMD-BACKUP-DATE
019500                               PIC 9(8).
019600     05  FILLER                PIC X(1).
019700     05  WS-CMD-BACKUP-TIME    PIC X(6).
019800     05  WS-CMD-BACKUP-TIME-9 REDEFINES WS-CMD-BACKUP-TIME
019900                               PIC 9(6).
020000     05  FILLER                PIC X(1).
020100     05  WS-CMD-TO-DATE        PIC X(8).
020200     05  WS-CMD-TO-DATE-9 REDEFINES WS-CMD-TO-DATE
020300                               PIC 9(8).
020400     05  FILLER                PIC X(1).
020500     05  WS-CMD-TO-TIME        PIC X(6).
020600     05  WS-CMD-TO-TIME-9 REDEFINES WS-CMD-TO-TIME
020700                               PIC 9(6).
020800
020900*----------------------------------------------------------------*
021000* Points in time as CCYYMMDDHHMMSS, so a CUSTAUD stamp can be    *
021100* placed against the window with one comparison                 *
021200*----------------------------------------------------------------*
021300 01  WS-BACKUP-POINT.
021400     05  WS-BACKUP-DATE        PIC 9(8).
021500     05  WS-BACKUP-TIME        PIC 9(6).
021600 01  WS-BACKUP-POINT-9 REDEFINES WS-BACKUP-POINT
021700                               PIC 9(14).
021800
021900 01  WS-TO-POINT.
022000     05  WS-TO-DATE            PIC 9(8).
022100     05  WS-TO-TIME            PIC 9(6).
022200 01  WS-TO-POINT-9 REDEFINES WS-TO-POINT
022300                               PIC 9(14).
022400
022500 01  WS-ROW-POINT.
022600     05  WS-ROW-DATE           PIC 9(8).
022700     05  WS-ROW-TIME           PIC 9(6).
022800 01  WS-ROW-POINT-9 REDEFINES WS-ROW-POINT
022900                               PIC 9(14).
023000
023100 01  WS-HEADING-1.
023200     05  FILLER                PIC X(40) VALUE
023300         'CMRCV01 - CUSTMAST FORWARD RECOVERY'.
023400
023500 01  WS-HEADING-2.
023600     05  FILLER                PIC X(14) VALUE 'BACKUP POINT '.
023700     05  WS-H2-BACKUP-DATE     PIC 9(8).
023800     05  FILLER                PIC X(1)  VALUE SPACE.
023900     05  WS-H2-BACKUP-TIME     PIC 9(6).
024000     05  FILLER                PIC X(19) VALUE
024100         '    RECOVERED TO '.
024200     05  WS-H2-TO-DATE         PIC 9(8).
024300     05  FILLER                PIC X(1)  VALUE SPACE.
024400     05  WS-H2-TO-TIME         PIC 9(6).
024500
024600 01  WS-HEADING-3.
024700     05  FILLER                PIC X(12) VALUE 'ACCOUNT'.
024800     05  FILLER                PIC X(17) VALUE 'AUDIT STAMP'.
024900     05  FILLER                PIC X(10) VALUE 'JOB'.
025000     05  FILLER                PIC X(18) VALUE 'TRANSACTION'.
025100     05  FILLER                PIC X(10) VALUE 'EXCEPTION'.
025200
025300 01  WS-EXCEPTION-LINE.
025400     05  WE-CUST-ID            PIC X(10).
025500     05  FILLER                PIC X(2)  VALUE SPACES.
025600     05  WE-AUDIT-DATE         PIC 9(8).
025700     05  FILLER                PIC X(1)  VALUE SPACE.
025800     05  WE-AUDIT-TIME         PIC 9(6).
025900     05  FILLER                PIC X(2)  VALUE SPACES.
026000     05  WE-JOB-NAME           PIC X(8).
026100     05  FILLER                PIC X(2)  VALUE SPACES.
026200     05  WE-TXN-ID             PIC X(16).
026300     05  FILLER                PIC X(2)  VALUE SPACES.
026400     05  WE-TEXT               PIC X(50).
026500
026600 01  WS-DATE-LINE-1.
026700     05  FILLER                PIC X(5)  VALUE 'DATE '.
026800     05  WD-DATE               PIC 9(8).
026900     05  FILLER                PIC X(8)  VALUE '  ROWS '.
027000     05  WD-ROWS               PIC ZZZ,ZZZ,ZZ9.
027100     05  FILLER                PIC X(11) VALUE '  APPLIED '.
027200     05  WD-APPLIED            PIC ZZZ,ZZZ,ZZ9.
027300     05  FILLER                PIC X(11) VALUE '  PRESENT '.
027400     05  WD-PRESENT            PIC ZZZ,ZZZ,ZZ9.
027500     05  FILLER                PIC X(14) VALUE '  EXCEPTIONS '.
027600     05  WD-EXCEPTIONS         PIC ZZZ,ZZZ,ZZ9.
027700
027800 01  WS-DATE-LINE-2.
027900     05  FILLER                PIC X(5)  VALUE SPACES.
028000     05  FILLER                PIC X(26) VALUE
028100         'CMBAL01 AUDITED MOVEMENT '.
028200     05  WD-AUDIT-NET          PIC ---,---,---,---,--9.99.
028300     05  FILLER                PIC X(12) VALUE '  RECOVERED '.
028400     05  WD-RECOVERED-NET      PIC ---,---,---,---,--9.99.
028500     05  FILLER                PIC X(2)  VALUE SPACES.
028600     05  WD-VERDICT            PIC X(8).
028700
028800 01  WS-TOTAL-LINE.
028900     05  WT-LABEL              PIC X(34).
029000     05  WT-COUNT              PIC ZZZ,ZZZ,ZZ9.
029100     05  FILLER                PIC X(2)  VALUE SPACES.
029200     05  WT-AMOUNT             PIC ---,---,---,---,--9.99.
029300
029400 01  WS-RESULT-LINE.
029500     05  WR-LABEL              PIC X(34).
029600     05  FILLER                PIC X(13) VALUE SPACES.
029700     05  WR-AMOUNT             PIC ---,---,---,---,--9.99.
029800
029900 01  WS-VERDICT-LINE.
030000     05  WV-VERDICT            PIC X(60).
030100
030200 01  WS-BLANK-LINE             PIC X(1)  VALUE SPACE.
030300
030400 PROCEDURE DIVISION.
030500*----------------------------------------------------------------*
030600* 0000-MAINLINE                                                  *
030700*----------------------------------------------------------------*
030800 0000-MAINLINE.
030900     ACCEPT WS-CMD-CARD
031000
031100     IF WS-CMD-FUNCTION NOT = 'RECOVER'
031200         DISPLAY 'CMRCV01 - UNRECOGNIZED COMMAND '
031300             WS-CMD-FUNCTION
031400         MOVE 8 TO RETURN-CODE
031500         GOBACK
031600     END-IF
031700
031800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031900     IF RETURN-CODE NOT = ZERO
032000         GOBACK
032100     END-IF
032200
032300     PERFORM 2000-LOAD-BACKUP THRU 2000-EXIT
032400     IF RETURN-CODE = ZERO
032500         PERFORM 3000-REPLAY-AUDIT THRU 3000-EXIT
032600     END-IF
032700     IF RETURN-CODE = ZERO
032800         PERFORM 4000-PROVE-BALANCES THRU 4000-EXIT
032900     END-IF
033000
033100     CLOSE RCVRPT-FILE
033200     GOBACK.
033300
033400*----------------------------------------------------------------*
033500* 1000-INITIALIZE -- edit the card and open the report           *
033600*----------------------------------------------------------------*
033700 1000-INITIALIZE.
033800     IF WS-CMD-BACKUP-DATE NOT NUMERIC
033900             OR WS-CMD-BACKUP-TIME NOT NUMERIC
034000         DISPLAY 'CMRCV01 - BACKUP DATE AND TIME MUST BE '
034100             'NUMERIC'
034200         MOVE 8 TO RETURN-CODE
034300         GO TO 1000-EXIT
034400     END-IF
034500
034600     IF WS-CMD-TO-DATE NOT NUMERIC
034700             OR WS-CMD-TO-TIME NOT NUMERIC
034800         DISPLAY 'CMRCV01 - RECOVER-TO DATE AND TIME MUST BE '
034900             'NUMERIC'
035000         MOVE 8 TO RETURN-CODE
035100         GO TO 1000-EXIT
035200     END-IF
035300
035400     MOVE WS-CMD-BACKUP-DATE-9 TO WS-BACKUP-DATE
035500     MOVE WS-CMD-BACKUP-TIME-9 TO WS-BACKUP-TIME
035600     MOVE WS-CMD-TO-DATE-9     TO WS-TO-DATE
035700     MOVE WS-CMD-TO-TIME-9     TO WS-TO-TIME
035800
035900     IF WS-TO-POINT-9 NOT GREATER THAN WS-BACKUP-POINT-9
036000         DISPLAY 'CMRCV01 - RECOVER-TO POINT MUST BE LATER '
036100             'THAN THE BACKUP POINT'
036200         MOVE 8 TO RETURN-CODE
036300         GO TO 1000-EXIT
036400     END-IF
036500
036600     OPEN OUTPUT RCVRPT-FILE
036700     IF NOT RCVRPT-OK
036800         DISPLAY 'CMRCV01 - UNABLE TO OPEN RCVRPT, STATUS='
036900             RCVRPT-STATUS
037000         MOVE 8 TO RETURN-CODE
037100         GO TO 1000-EXIT
037200     END-IF
037300
037400     MOVE WS-BACKUP-DATE TO WS-H2-BACKUP-DATE
037500     MOVE WS-BACKUP-TIME TO WS-H2-BACKUP-TIME
037600     MOVE WS-TO-DATE     TO WS-H2-TO-DATE
037700     MOVE WS-TO-TIME     TO WS-H2-TO-TIME
037800     WRITE RCVRPT-RECORD FROM WS-HEADING-1
037900     WRITE RCVRPT-RECORD FROM WS-HEADING-2
038000     WRITE RCVRPT-RECORD FROM WS-BLANK-LINE
038100     WRITE RCVRPT-RECORD FROM WS-HEADING-3.
038200 1000-EXIT.
038300     EXIT.
038400
038500*----------------------------------------------------------------*
038600* 2000-LOAD-BACKUP -- rebuild the cluster from the backup        *
038700*                     unload; the backup's balance total is the  *
038800*                     starting point of the proof                *
038900*----------------------------------------------------------------*
039000 2000-LOAD-BACKUP.
039100     OPEN INPUT CUSTBKP-FILE
039200     IF NOT CUSTBKP-OK
039300         DISPLAY 'CMRCV01 - UNABLE TO OPEN CUSTBKP, STATUS='
039400             CUSTBKP-STATUS
039500         MOVE 8 TO RETURN-CODE
039600         GO TO 2000-EXIT
039700     END-IF
039800
039900     OPEN OUTPUT CUSTMAST-FILE
040000     IF NOT CUSTMAST-OK
040100         DISPLAY 'CMRCV01 - UNABLE TO OPEN CUSTMAST FOR LOAD, '
040200             'STATUS=' CUSTMAST-STATUS
040300         MOVE 8 TO RETURN-CODE
040400         CLOSE CUSTBKP-FILE
040500         GO TO 2000-EXIT
040600     END-IF
040700
040800     PERFORM 2100-LOAD-ONE-ROW THRU 2100-EXIT
040900         UNTIL WS-END-OF-BACKUP
041000
041100     CLOSE CUSTBKP-FILE
041200     CLOSE CUSTMAST-FILE
041300     DISPLAY 'CMRCV01 - BACKUP ROWS LOADED    = '
041400         WS-BACKUP-COUNT.
041500 2000-EXIT.
041600     EXIT.
041700
041800*----------------------------------------------------------------*
041900* 2100-LOAD-ONE-ROW                                              *
042000*----------------------------------------------------------------*
042100 2100-LOAD-ONE-ROW.
042200     READ CUSTBKP-FILE
042300         AT END
042400             MOVE 'Y' TO WS-BACKUP-EOF-SW
042500             GO TO 2100-EXIT
042600     END-READ
042700     IF NOT CUSTBKP-OK
042800         DISPLAY 'CMRCV01 - CUSTBKP READ FAILED, STATUS='
042900             CUSTBKP-STATUS
043000         MOVE 8 TO RETURN-CODE
043100         MOVE 'Y' TO WS-BACKUP-EOF-SW
043200         GO TO 2100-EXIT
043300     END-IF
043400
043500     MOVE CUSTBKP-RECORD TO CUSTOMER-MASTER-RECORD
043600     WRITE CUSTOMER-MASTER-RECORD
043700         INVALID KEY
043800             DISPLAY 'CMRCV01 - BACKUP ROW ' CMR-CUST-ID
043900                 ' NOT LOADED, STATUS=' CUSTMAST-STATUS
044000             MOVE 8 TO RETURN-CODE
044100             MOVE 'Y' TO WS-BACKUP-EOF-SW
044200             GO TO 2100-EXIT
044300     END-WRITE
044400
044500     ADD 1 TO WS-BACKUP-COUNT
044600     ADD CMR-BALANCE TO WS-BACKUP-TOTAL.
044700 2100-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------------*
045100* 3000-REPLAY-AUDIT -- sort the window's CUSTAUD rows into       *
045200*                      audit-stamp order and replay them against *
045300*                      the reloaded cluster                      *
045400*----------------------------------------------------------------*
045500 3000-REPLAY-AUDIT.
045600     OPEN I-O CUSTMAST-FILE
045700     IF NOT CUSTMAST-OK
045800         DISPLAY 'CMRCV01 - UNABLE TO OPEN CUSTMAST, STATUS='
045900             CUSTMAST-STATUS
046000         MOVE 8 TO RETURN-CODE
046100         GO TO 3000-EXIT
046200     END-IF
046300
046400     OPEN INPUT CUSTAUD-FILE
046500     IF NOT CUSTAUD-OK
046600         DISPLAY 'CMRCV01 - UNABLE TO OPEN CUSTAUD, STATUS='
046700             CUSTAUD-STATUS
046800         MOVE 8 TO RETURN-CODE
046900         CLOSE CUSTMAST-FILE
047000         GO TO 3000-EXIT
047100     END-IF
047200
047300     SORT SORTWORK-FILE
047400         ON ASCENDING KEY SW-AUDIT-DATE
047500                          SW-AUDIT-TIME
047600                          SW-TRAIL-SEQ
047700         INPUT PROCEDURE IS 3100-RELEASE-AUDIT
047800             THRU 3100-EXIT
047900         OUTPUT PROCEDURE IS 3200-REPLAY-IN-ORDER
048000             THRU 3200-EXIT
048100
048200     CLOSE CUSTAUD-FILE
048300     CLOSE CUSTMAST-FILE
048400
048500     DISPLAY 'CMRCV01 - CUSTAUD ROWS READ     = '
048600         WS-TRAIL-COUNT
048700     DISPLAY 'CMRCV01 - ROWS BEFORE BACKUP    = '
048800         WS-BEFORE-WINDOW-COUNT
048900     DISPLAY 'CMRCV01 - ROWS AFTER POINT      = '
049000         WS-BEYOND-WINDOW-COUNT
049100     DISPLAY 'CMRCV01 - ROWS REPLAYED         = '
049200         WS-REPLAY-COUNT
049300     DISPLAY 'CMRCV01 - ROWS APPLIED          = '
049400         WS-APPLIED-COUNT
049500     DISPLAY 'CMRCV01 - ROWS ALREADY PRESENT  = '
049600         WS-PRESENT-COUNT
049700     DISPLAY 'CMRCV01 - GAPS                  = '
049800         WS-GAP-COUNT
049900     DISPLAY 'CMRCV01 - CONFLICTS             = '
050000         WS-CONFLICT-COUNT.
050100 3000-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------*
050500* 3100-RELEASE-AUDIT -- pass on only the rows inside the window; *
050600*                       the trail sequence keeps rows with the   *
050700*                       same stamp in the order they were        *
050800*                       written                                  *
050900*----------------------------------------------------------------*
051000 3100-RELEASE-AUDIT.
051100     PERFORM 3150-RELEASE-ONE-ROW THRU 3150-EXIT
051200         UNTIL WS-END-OF-CUSTAUD.
051300 3100-EXIT.
051400     EXIT.
051500
051600*----------------------------------------------------------------*
051700* 3150-RELEASE-ONE-ROW                                           *
051800*----------------------------------------------------------------*
051900 3150-RELEASE-ONE-ROW.
052000     READ CUSTAUD-FILE
052100         AT END
052200             MOVE 'Y' TO WS-CUSTAUD-EOF-SW
052300             GO TO 3150-EXIT
052400     END-READ
052500     IF NOT CUSTAUD-OK
052510         DISPLAY 'CMRCV01 - CUSTAUD READ FAILED, STATUS='
052520             CUSTAUD-STATUS ' - REPLAY INCOMPLETE, RUN STOPPED'
052530         MOVE 16  TO RETURN-CODE
052600         MOVE 'Y' TO WS-CUSTAUD-EOF-SW
052700         GO TO 3150-EXIT
052800     END-IF
052900
053000     ADD 1 TO WS-TRAIL-COUNT
053100     MOVE CAU-AUDIT-DATE TO WS-ROW-DATE
053200     MOVE CAU-AUDIT-TIME TO WS-ROW-TIME
053300
053400     IF WS-ROW-POINT-9 NOT GREATER THAN WS-BACKUP-POINT-9
053500         ADD 1 TO WS-BEFORE-WINDOW-COUNT
053600         GO TO 3150-EXIT
053700     END-IF
053800     IF WS-ROW-POINT-9 GREATER THAN WS-TO-POINT-9
053900         ADD 1 TO WS-BEYOND-WINDOW-COUNT
054000         GO TO 3150-EXIT
054100     END-IF
054200
054300     MOVE CUSTOMER-AUDIT-RECORD TO SORTWORK-RECORD
054400     MOVE WS-TRAIL-COUNT        TO SW-TRAIL-SEQ
054500     RELEASE SORTWORK-RECORD.
054600 3150-EXIT.
054700     EXIT.
054800
054900*----------------------------------------------------------------*
055000* 3200-REPLAY-IN-ORDER -- control break on the audit date        *
055100*----------------------------------------------------------------*
055200 3200-REPLAY-IN-ORDER.
055300     PERFORM 3250-RETURN-SORTWORK THRU 3250-EXIT
055400
055500     PERFORM 3300-REPLAY-ONE-ROW THRU 3300-EXIT
055600         UNTIL WS-END-OF-SORTWORK
055700
055800     IF NOT WS-FIRST-GROUP
055900         PERFORM 3900-CLOSE-DATE-GROUP THRU 3900-EXIT
056000     END-IF.
056100 3200-EXIT.
056200     EXIT.
056300
056400*----------------------------------------------------------------*
056500* 3250-RETURN-SORTWORK                                           *
056600*----------------------------------------------------------------*
056700 3250-RETURN-SORTWORK.
056800     RETURN SORTWORK-FILE
056900         AT END
057000             MOVE 'Y' TO WS-SORTWORK-EOF-SW
057100             GO TO 3250-EXIT
057200     END-RETURN
057300     MOVE SORTWORK-RECORD TO CUSTOMER-AUDIT-RECORD.
057400 3250-EXIT.
057500     EXIT.
057600
057700*----------------------------------------------------------------*
057800* 3300-REPLAY-ONE-ROW -- every row in the window counts toward   *
057900*                        the day's CMBAL01 figure whatever       *
058000*                        becomes of it                           *
058100*----------------------------------------------------------------*
058200 3300-REPLAY-ONE-ROW.
058300     IF WS-FIRST-GROUP
058400         MOVE CAU-AUDIT-DATE TO WS-GROUP-DATE
058500         MOVE 'N' TO WS-FIRST-GROUP-SW
058600     END-IF
058700     IF CAU-AUDIT-DATE NOT = WS-GROUP-DATE
058800         PERFORM 3900-CLOSE-DATE-GROUP THRU 3900-EXIT
058900         MOVE CAU-AUDIT-DATE TO WS-GROUP-DATE
059000     END-IF
059100
059200     ADD 1 TO WS-REPLAY-COUNT
059300     ADD 1 TO WS-DAY-ROWS
059400     MOVE SPACE TO WS-OUTCOME-SW
059500     MOVE 'N'   TO WS-POSTING-ROW-SW
059600     IF CAU-JOB-NAME = 'CMPOST01' OR CAU-JOB-NAME = 'CMXFER01'
059700         MOVE 'Y' TO WS-POSTING-ROW-SW
059800         ADD CAU-AFTER-BALANCE TO WS-DAY-AUDIT-NET
059900         SUBTRACT CAU-BEFORE-BALANCE FROM WS-DAY-AUDIT-NET
060000     END-IF
060100
060200     MOVE CAU-CUST-ID TO CMR-CUST-ID
060300     READ CUSTMAST-FILE
060400         INVALID KEY
060500             CONTINUE
060600     END-READ
060700
060800     IF CAU-INSERT
060900         PERFORM 3400-REPLAY-INSERT THRU 3400-EXIT
061000     ELSE
061100         PERFORM 3500-REPLAY-UPDATE THRU 3500-EXIT
061200     END-IF
061300
061400     EVALUATE TRUE
061500         WHEN WS-ROW-APPLIED
061600             ADD 1 TO WS-APPLIED-COUNT
061700             ADD 1 TO WS-DAY-APPLIED
061800             ADD WS-ROW-MOVEMENT TO WS-APPLIED-NET
061900             IF WS-POSTING-ROW
062000                 ADD WS-ROW-MOVEMENT TO WS-DAY-RECOVERED-NET
062100             END-IF
062200         WHEN WS-ROW-PRESENT
062300             ADD 1 TO WS-PRESENT-COUNT
062400             ADD 1 TO WS-DAY-PRESENT
062500             IF WS-POSTING-ROW
062600                 ADD CAU-AFTER-BALANCE TO WS-DAY-RECOVERED-NET
062700                 SUBTRACT CAU-BEFORE-BALANCE
062800                     FROM WS-DAY-RECOVERED-NET
062900             END-IF
063000         WHEN WS-ROW-GAP
063100             ADD 1 TO WS-GAP-COUNT
063200             ADD 1 TO WS-DAY-EXCEPTIONS
063300             PERFORM 3800-REPORT-EXCEPTION THRU 3800-EXIT
063400         WHEN WS-ROW-CONFLICT
063500             ADD 1 TO WS-CONFLICT-COUNT
063600             ADD 1 TO WS-DAY-EXCEPTIONS
063700             PERFORM 3800-REPORT-EXCEPTION THRU 3800-EXIT
063800     END-EVALUATE
063900
064000     PERFORM 3250-RETURN-SORTWORK THRU 3250-EXIT.
064100 3300-EXIT.
064200     EXIT.
064300
064400*----------------------------------------------------------------*
064500* 3400-REPLAY-INSERT -- a new account: write it unless the       *
064600*                       backup already holds it                  *
064700*----------------------------------------------------------------*
064800 3400-REPLAY-INSERT.
064900     IF CUSTMAST-OK
065000         PERFORM 3650-MATCH-AFTER THRU 3650-EXIT
065100         IF WS-IMAGE-MATCHES
065200             MOVE 'P' TO WS-OUTCOME-SW
065300         ELSE
065400             MOVE 'C' TO WS-OUTCOME-SW
065500             MOVE 'CONFLICT - INSERT OVER A DIFFERENT ROW'
065600                 TO WS-EXCEPTION-TEXT
065700         END-IF
065800         GO TO 3400-EXIT
065900     END-IF
066000
066100     MOVE SPACES        TO CUSTOMER-MASTER-RECORD
066200     MOVE CAU-CUST-ID   TO CMR-CUST-ID
066300     MOVE ZERO          TO CMR-DOB
066400     MOVE ZERO          TO CMR-OPEN-DATE
066500     MOVE ZERO          TO CMR-LAST-TXN-DATE
066600     MOVE ZERO          TO CMR-LAST-CUST-DATE
066700     MOVE ZERO          TO CMR-OVERDRAFT-LIMIT
066800     PERFORM 3700-APPLY-AFTER-IMAGE THRU 3700-EXIT
066900
067000     WRITE CUSTOMER-MASTER-RECORD
067100         INVALID KEY
067200             MOVE 'C' TO WS-OUTCOME-SW
067300             MOVE 'CONFLICT - INSERT REJECTED BY CUSTMAST'
067400                 TO WS-EXCEPTION-TEXT
067500             GO TO 3400-EXIT
067600     END-WRITE
067700
067800     MOVE 'A' TO WS-OUTCOME-SW
067900     ADD 1 TO WS-INSERTED-COUNT
068000     MOVE CAU-AFTER-BALANCE TO WS-ROW-MOVEMENT.
068100 3400-EXIT.
068200     EXIT.
068300
068400*----------------------------------------------------------------*
068500* 3500-REPLAY-UPDATE -- apply only over the row the before       *
068600*                       image describes                          *
068700*----------------------------------------------------------------*
068800 3500-REPLAY-UPDATE.
068900     IF NOT CUSTMAST-OK
069000         MOVE 'G' TO WS-OUTCOME-SW
069100         MOVE 'GAP - ACCOUNT NOT ON THE RECOVERED CLUSTER'
069200             TO WS-EXCEPTION-TEXT
069300         GO TO 3500-EXIT
069400     END-IF
069500
069600     PERFORM 3600-MATCH-BEFORE THRU 3600-EXIT
069700     IF NOT WS-IMAGE-MATCHES
069800         PERFORM 3650-MATCH-AFTER THRU 3650-EXIT
069900         IF WS-IMAGE-MATCHES
070000             MOVE 'P' TO WS-OUTCOME-SW
070100         ELSE
070200             MOVE 'C' TO WS-OUTCOME-SW
070300             MOVE SPACES TO WS-EXCEPTION-TEXT
070400             STRING 'CONFLICT - BEFORE IMAGE DIFFERS ON '
070500                     DELIMITED BY SIZE
070600                 WS-MISMATCH-FIELD DELIMITED BY SPACE
070700                 INTO WS-EXCEPTION-TEXT
070800         END-IF
070900         GO TO 3500-EXIT
071000     END-IF
071100
071200     PERFORM 3700-APPLY-AFTER-IMAGE THRU 3700-EXIT
071300     REWRITE CUSTOMER-MASTER-RECORD
071400         INVALID KEY
071500             MOVE 'C' TO WS-OUTCOME-SW
071600             MOVE 'CONFLICT - REWRITE REJECTED BY CUSTMAST'
071700                 TO WS-EXCEPTION-TEXT
071800             GO TO 3500-EXIT
071900     END-REWRITE
072000
072100     MOVE 'A' TO WS-OUTCOME-SW
072200     MOVE CAU-AFTER-BALANCE  TO WS-ROW-MOVEMENT
072300     SUBTRACT CAU-BEFORE-BALANCE FROM WS-ROW-MOVEMENT.
072400 3500-EXIT.
072500     EXIT.
072600
072700*----------------------------------------------------------------*
072800* 3600-MATCH-BEFORE -- does the row on the cluster match the     *
072900*                      before image?  The first field that       *
073000*                      differs is named on the report; an        *
073100*                      extension field that is not numeric was   *
073200*                      not recorded and is not compared          *
073300*----------------------------------------------------------------*
073400 3600-MATCH-BEFORE.
073500     MOVE 'N' TO WS-MATCH-SW
073600     MOVE SPACES TO WS-MISMATCH-FIELD
073700
073800     IF CAU-BEFORE-BALANCE NOT = CMR-BALANCE
073900         MOVE 'BALANCE' TO WS-MISMATCH-FIELD
074000         GO TO 3600-EXIT
074100     END-IF
074200     IF CAU-BEFORE-CREDIT-LIMIT NOT = CMR-CREDIT-LIMIT
074300         MOVE 'CREDIT-LIMIT' TO WS-MISMATCH-FIELD
074400         GO TO 3600-EXIT
074500     END-IF
074600     IF CAU-BEFORE-STATUS NOT = CMR-STATUS
074700         MOVE 'STATUS' TO WS-MISMATCH-FIELD
074800         GO TO 3600-EXIT
074900     END-IF
075000     IF CAU-BEFORE-ACCOUNT-TYPE NOT = CMR-ACCOUNT-TYPE
075100         MOVE 'ACCOUNT-TYPE' TO WS-MISMATCH-FIELD
075200         GO TO 3600-EXIT
075300     END-IF
075400     IF CAU-BEFORE-LAST-NAME NOT = CMR-LAST-NAME
075500             OR CAU-BEFORE-FIRST-NAME NOT = CMR-FIRST-NAME
075600         MOVE 'NAME' TO WS-MISMATCH-FIELD
075700         GO TO 3600-EXIT
075800     END-IF
075900     IF CAU-BEFORE-STREET NOT = CMR-STREET
076000             OR CAU-BEFORE-CITY NOT = CMR-CITY
076100             OR CAU-BEFORE-STATE NOT = CMR-STATE
076200             OR CAU-BEFORE-ZIP NOT = CMR-ZIP
076300         MOVE 'ADDRESS' TO WS-MISMATCH-FIELD
076400         GO TO 3600-EXIT
076500     END-IF
076600
076700     IF CAU-BEFORE-DOB NUMERIC
076800         IF CAU-BEFORE-DOB NOT = CMR-DOB
076900             MOVE 'DOB' TO WS-MISMATCH-FIELD
077000             GO TO 3600-EXIT
077100         END-IF
077200     END-IF
077300     IF CAU-BEFORE-OPEN-DATE NUMERIC
077400         IF CAU-BEFORE-OPEN-DATE NOT = CMR-OPEN-DATE
077500             MOVE 'OPEN-DATE' TO WS-MISMATCH-FIELD
077600             GO TO 3600-EXIT
077700         END-IF
077800     END-IF
077900     IF CAU-BEFORE-LAST-TXN-DATE NUMERIC
078000         IF CAU-BEFORE-LAST-TXN-DATE NOT = CMR-LAST-TXN-DATE
078100             MOVE 'LAST-TXN-DATE' TO WS-MISMATCH-FIELD
078200             GO TO 3600-EXIT
078300         END-IF
078400     END-IF
078500     IF CAU-BEFORE-LAST-CUST-DATE NUMERIC
078600             AND CMR-LAST-CUST-DATE NUMERIC
078700         IF CAU-BEFORE-LAST-CUST-DATE NOT = CMR-LAST-CUST-DATE
078800             MOVE 'LAST-CUST-DATE' TO WS-MISMATCH-FIELD
078900             GO TO 3600-EXIT
079000         END-IF
079100     END-IF
079200     IF CAU-BEFORE-OD-LIMIT NUMERIC
079300         PERFORM 3690-CURRENT-OD-LIMIT THRU 3690-EXIT
079400         IF CAU-BEFORE-OD-LIMIT NOT = WS-CURRENT-OD-LIMIT
079500             MOVE 'OD-LIMIT' TO WS-MISMATCH-FIELD
079600             GO TO 3600-EXIT
079700         END-IF
079800     END-IF
079900
080000     MOVE 'Y' TO WS-MATCH-SW.
080100 3600-EXIT.
080200     EXIT.
080300
080400*----------------------------------------------------------------*
080500* 3650-MATCH-AFTER -- is the after image already on the cluster? *
080600*----------------------------------------------------------------*
080700 3650-MATCH-AFTER.
080800     MOVE 'N' TO WS-MATCH-SW
080900
081000     IF CAU-AFTER-BALANCE NOT = CMR-BALANCE
081100             OR CAU-AFTER-CREDIT-LIMIT NOT = CMR-CREDIT-LIMIT
081200             OR CAU-AFTER-STATUS NOT = CMR-STATUS
081300             OR CAU-AFTER-ACCOUNT-TYPE NOT = CMR-ACCOUNT-TYPE
081400             OR CAU-AFTER-LAST-NAME NOT = CMR-LAST-NAME
081500             OR CAU-AFTER-FIRST-NAME NOT = CMR-FIRST-NAME
081600             OR CAU-AFTER-STREET NOT = CMR-STREET
081700             OR CAU-AFTER-CITY NOT = CMR-CITY
081800             OR CAU-AFTER-STATE NOT = CMR-STATE
081900             OR CAU-AFTER-ZIP NOT = CMR-ZIP
082000         GO TO 3650-EXIT
082100     END-IF
082200
082300     IF CAU-AFTER-DOB NUMERIC
082400         IF CAU-AFTER-DOB NOT = CMR-DOB
082500             GO TO 3650-EXIT
082600         END-IF
082700     END-IF
082800     IF CAU-AFTER-OPEN-DATE NUMERIC
082900         IF CAU-AFTER-OPEN-DATE NOT = CMR-OPEN-DATE
083000             GO TO 3650-EXIT
083100         END-IF
083200     END-IF
083300     IF CAU-AFTER-LAST-TXN-DATE NUMERIC
083400         IF CAU-AFTER-LAST-TXN-DATE NOT = CMR-LAST-TXN-DATE
083500             GO TO 3650-EXIT
083600         END-IF
083700     END-IF
083800     IF CAU-AFTER-LAST-CUST-DATE NUMERIC
083900             AND CMR-LAST-CUST-DATE NUMERIC
084000         IF CAU-AFTER-LAST-CUST-DATE NOT = CMR-LAST-CUST-DATE
084100             GO TO 3650-EXIT
084200         END-IF
084300     END-IF
084400     IF CAU-AFTER-OD-LIMIT NUMERIC
084500         PERFORM 3690-CURRENT-OD-LIMIT THRU 3690-EXIT
084600         IF CAU-AFTER-OD-LIMIT NOT = WS-CURRENT-OD-LIMIT
084700             GO TO 3650-EXIT
084800         END-IF
084900     END-IF
085000
085100     MOVE 'Y' TO WS-MATCH-SW.
085200 3650-EXIT.
085300     EXIT.
085400
085500*----------------------------------------------------------------*
085600* 3690-CURRENT-OD-LIMIT -- a row not touched since the overdraft *
085700*                          rebuild carries binary zeros; read as *
085800*                          zero, the same fallback as the        *
085900*                          posting run                           *
086000*----------------------------------------------------------------*
086100 3690-CURRENT-OD-LIMIT.
086200     IF CMR-OVERDRAFT-LIMIT NUMERIC
086300         MOVE CMR-OVERDRAFT-LIMIT TO WS-CURRENT-OD-LIMIT
086400     ELSE
086500         MOVE ZERO TO WS-CURRENT-OD-LIMIT
086600     END-IF.
086700 3690-EXIT.
086800     EXIT.
086900
087000*----------------------------------------------------------------*
087100* 3700-APPLY-AFTER-IMAGE -- the base fields always; an extension *
087200*                           field only where it was recorded     *
087300*----------------------------------------------------------------*
087400 3700-APPLY-AFTER-IMAGE.
087500     MOVE CAU-AFTER-LAST-NAME      TO CMR-LAST-NAME
087600     MOVE CAU-AFTER-FIRST-NAME     TO CMR-FIRST-NAME
087700     MOVE CAU-AFTER-STREET         TO CMR-STREET
087800     MOVE CAU-AFTER-CITY           TO CMR-CITY
087900     MOVE CAU-AFTER-STATE          TO CMR-STATE
088000     MOVE CAU-AFTER-ZIP            TO CMR-ZIP
088100     MOVE CAU-AFTER-BALANCE        TO CMR-BALANCE
088200     MOVE CAU-AFTER-CREDIT-LIMIT   TO CMR-CREDIT-LIMIT
088300     MOVE CAU-AFTER-ACCOUNT-TYPE   TO CMR-ACCOUNT-TYPE
088400     MOVE CAU-AFTER-STATUS         TO CMR-STATUS
088500
088600     IF CAU-AFTER-DOB NUMERIC
088700         MOVE CAU-AFTER-DOB            TO CMR-DOB
088800     END-IF
088900     IF CAU-AFTER-OPEN-DATE NUMERIC
089000         MOVE CAU-AFTER-OPEN-DATE      TO CMR-OPEN-DATE
089100     END-IF
089200     IF CAU-AFTER-LAST-TXN-DATE NUMERIC
089300         MOVE CAU-AFTER-LAST-TXN-DATE  TO CMR-LAST-TXN-DATE
089400     END-IF
089500     IF CAU-AFTER-LAST-CUST-DATE NUMERIC
089600         MOVE CAU-AFTER-LAST-CUST-DATE TO CMR-LAST-CUST-DATE
089700     END-IF
089800     IF CAU-AFTER-OD-LIMIT NUMERIC
089900         MOVE CAU-AFTER-OD-LIMIT       TO CMR-OVERDRAFT-LIMIT
090000     END-IF.
090100 3700-EXIT.
090200     EXIT.
090300
090400*----------------------------------------------------------------*
090500* 3800-REPORT-EXCEPTION                                          *
090600*----------------------------------------------------------------*
090700 3800-REPORT-EXCEPTION.
090800     MOVE CAU-CUST-ID       TO WE-CUST-ID
090900     MOVE CAU-AUDIT-DATE    TO WE-AUDIT-DATE
091000     MOVE CAU-AUDIT-TIME    TO WE-AUDIT-TIME
091100     MOVE CAU-JOB-NAME      TO WE-JOB-NAME
091200     MOVE CAU-TXN-ID        TO WE-TXN-ID
091300     MOVE WS-EXCEPTION-TEXT TO WE-TEXT
091400     WRITE RCVRPT-RECORD FROM WS-EXCEPTION-LINE.
091500 3800-EXIT.
091600     EXIT.
091700
091800*----------------------------------------------------------------*
091900* 3900-CLOSE-DATE-GROUP -- the day's summary: the CMPOST01 and   *
092000*                          CMXFER01 movement CMBAL01 audited,    *
092100*                          against the movement now on the       *
092200*                          cluster (applied here or already in   *
092300*                          the backup)                           *
092400*----------------------------------------------------------------*
092500 3900-CLOSE-DATE-GROUP.
092600     MOVE WS-GROUP-DATE        TO WD-DATE
092700     MOVE WS-DAY-ROWS          TO WD-ROWS
092800     MOVE WS-DAY-APPLIED       TO WD-APPLIED
092900     MOVE WS-DAY-PRESENT       TO WD-PRESENT
093000     MOVE WS-DAY-EXCEPTIONS    TO WD-EXCEPTIONS
093100     MOVE WS-DAY-AUDIT-NET     TO WD-AUDIT-NET
093200     MOVE WS-DAY-RECOVERED-NET TO WD-RECOVERED-NET
093300     IF WS-DAY-AUDIT-NET = WS-DAY-RECOVERED-NET
093400         MOVE 'TIES'     TO WD-VERDICT
093500     ELSE
093600         MOVE 'NO TIE'   TO WD-VERDICT
093700         ADD 1 TO WS-UNTIED-DATE-COUNT
093800     END-IF
093900     WRITE RCVRPT-RECORD FROM WS-DATE-LINE-1
094000     WRITE RCVRPT-RECORD FROM WS-DATE-LINE-2
094100
094200     MOVE ZERO TO WS-DAY-ROWS
094300     MOVE ZERO TO WS-DAY-APPLIED
094400     MOVE ZERO TO WS-DAY-PRESENT
094500     MOVE ZERO TO WS-DAY-EXCEPTIONS
094600     MOVE ZERO TO WS-DAY-AUDIT-NET
094700     MOVE ZERO TO WS-DAY-RECOVERED-NET.
094800 3900-EXIT.
094900     EXIT.
095000
095100*----------------------------------------------------------------*
095200* 4000-PROVE-BALANCES -- re-read the recovered cluster and prove *
095300*                        its balance total is the backup total   *
095400*                        plus the movement applied               *
095500*----------------------------------------------------------------*
095600 4000-PROVE-BALANCES.
095700     OPEN INPUT CUSTMAST-FILE
095800     IF NOT CUSTMAST-OK
095900         DISPLAY 'CMRCV01 - UNABLE TO REOPEN CUSTMAST, STATUS='
096000             CUSTMAST-STATUS
096100         MOVE 8 TO RETURN-CODE
096200         GO TO 4000-EXIT
096300     END-IF
096400
096500     MOVE LOW-VALUES TO CMR-CUST-ID
096600     START CUSTMAST-FILE KEY IS NOT LESS THAN CMR-CUST-ID
096700         INVALID KEY
096800             MOVE 'Y' TO WS-BROWSE-EOF-SW
096900     END-START
097000
097100     PERFORM 4100-TOTAL-ONE-ROW THRU 4100-EXIT
097200         UNTIL WS-END-OF-BROWSE
097300
097400     CLOSE CUSTMAST-FILE
097500
097600     MOVE WS-BACKUP-TOTAL TO WS-EXPECTED-TOTAL
097700     ADD WS-APPLIED-NET   TO WS-EXPECTED-TOTAL
097800
097900     WRITE RCVRPT-RECORD FROM WS-BLANK-LINE
098000     MOVE 'BACKUP ROWS LOADED'        TO WT-LABEL
098100     MOVE WS-BACKUP-COUNT    TO WT-COUNT
098200     MOVE WS-BACKUP-TOTAL    TO WT-AMOUNT
098300     WRITE RCVRPT-RECORD FROM WS-TOTAL-LINE
098400
098500     MOVE 'CUSTAUD ROWS APPLIED'      TO WT-LABEL
098600     MOVE WS-APPLIED-COUNT   TO WT-COUNT
098700     MOVE WS-APPLIED-NET     TO WT-AMOUNT
098800     WRITE RCVRPT-RECORD FROM WS-TOTAL-LINE
098900
099000     MOVE '  OF WHICH NEW ACCOUNTS'   TO WT-LABEL
099100     MOVE WS-INSERTED-COUNT  TO WT-COUNT
099200     MOVE ZERO               TO WT-AMOUNT
099300     WRITE RCVRPT-RECORD FROM WS-TOTAL-LINE
099400
099500     MOVE 'ROWS ALREADY IN THE BACKUP' TO WT-LABEL
099600     MOVE WS-PRESENT-COUNT   TO WT-COUNT
099700     MOVE ZERO               TO WT-AMOUNT
099800     WRITE RCVRPT-RECORD FROM WS-TOTAL-LINE
099900
100000     MOVE 'GAPS NOT APPLIED'          TO WT-LABEL
100100     MOVE WS-GAP-COUNT       TO WT-COUNT
100200     MOVE ZERO               TO WT-AMOUNT
100300     WRITE RCVRPT-RECORD FROM WS-TOTAL-LINE
100400
100500     MOVE 'CONFLICTS NOT APPLIED'     TO WT-LABEL
100600     MOVE WS-CONFLICT-COUNT  TO WT-COUNT
100700     MOVE ZERO               TO WT-AMOUNT
100800     WRITE RCVRPT-RECORD FROM WS-TOTAL-LINE
100900
101000     MOVE 'DATES NOT TYING TO CMBAL01' TO WT-LABEL
101100     MOVE WS-UNTIED-DATE-COUNT TO WT-COUNT
101200     MOVE ZERO               TO WT-AMOUNT
101300     WRITE RCVRPT-RECORD FROM WS-TOTAL-LINE
101400
101500     WRITE RCVRPT-RECORD FROM WS-BLANK-LINE
101600     MOVE 'EXPECTED CUSTMAST BALANCE'  TO WR-LABEL
101700     MOVE WS-EXPECTED-TOTAL  TO WR-AMOUNT
101800     WRITE RCVRPT-RECORD FROM WS-RESULT-LINE
101900
102000     MOVE 'RECOVERED CUSTMAST BALANCE' TO WR-LABEL
102100     MOVE WS-RECOVERED-TOTAL TO WR-AMOUNT
102200     WRITE RCVRPT-RECORD FROM WS-RESULT-LINE
102300
102400     WRITE RCVRPT-RECORD FROM WS-BLANK-LINE
102500     EVALUATE TRUE
102600         WHEN WS-RECOVERED-TOTAL NOT = WS-EXPECTED-TOTAL
102700             MOVE '*** RECOVERED BALANCES DO NOT PROVE ***'
102800                 TO WV-VERDICT
102900             MOVE 8 TO RETURN-CODE
103000         WHEN WS-GAP-COUNT NOT = ZERO
103100                 OR WS-CONFLICT-COUNT NOT = ZERO
103200             MOVE 'BALANCES PROVE - EXCEPTIONS NEED REVIEW'
103300                 TO WV-VERDICT
103400             MOVE 4 TO RETURN-CODE
103500         WHEN OTHER
103600             MOVE 'BALANCES PROVE - RECOVERY COMPLETE'
103700                 TO WV-VERDICT
103800     END-EVALUATE
103900     WRITE RCVRPT-RECORD FROM WS-VERDICT-LINE
104000
104100     DISPLAY 'CMRCV01 - ' WV-VERDICT
104200     DISPLAY 'CMRCV01 - ACCOUNTS RECOVERED    = '
104300         WS-RECOVERED-COUNT.
104400 4000-EXIT.
104500     EXIT.
104600
104700*----------------------------------------------------------------*
104800* 4100-TOTAL-ONE-ROW                                             *
104900*----------------------------------------------------------------*
105000 4100-TOTAL-ONE-ROW.
105100     READ CUSTMAST-FILE NEXT RECORD
105200         AT END
105300             MOVE 'Y' TO WS-BROWSE-EOF-SW
105400             GO TO 4100-EXIT
105500     END-READ
105600     IF NOT CUSTMAST-OK
105700         MOVE 'Y' TO WS-BROWSE-EOF-SW
105800         GO TO 4100-EXIT
105900     END-IF
106000
106100     ADD 1 TO WS-RECOVERED-COUNT
106200     ADD CMR-BALANCE TO WS-RECOVERED-TOTAL.
106300 4100-EXIT.
106400     EXIT.
