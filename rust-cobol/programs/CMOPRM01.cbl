000100*================================================================*
000200* PROGRAM:     CMOPRM01                                          *
000300* FUNCTION:    Operator profile utility for OPERPROF.  One       *
000400*              command card per run, read with ACCEPT, the same  *
000500*              discipline as CMRUNC01 and CMSTOM01:              *
000600*                cols  1-8   SET / REVOKE / LIST                 *
000700*                cols 10-17  CICS user id     (SET, REVOKE)      *
000800*                col  19     role T or S                (SET)    *
000900*                cols 21-31  amount ceiling 9(9)V99     (SET)    *
001000*                cols 33-42  entitlement flags Y/N      (SET)    *
001100*                cols 44-73  operator name              (SET)    *
001200*              The ten flags load OPR-ENTITLEMENT-FLAGS in       *
001300*              order: inquire, maintain, entry, hold place,      *
001400*              hold release, open, approve, dispute cases, and   *
001410*              two spare.                                        *
001500*              SET adds the profile or replaces it whole and     *
001600*              leaves it active, so it also restores a revoked   *
001700*              operator; REVOKE shuts a profile off but keeps    *
001800*              the row, since PENDAPPR and CUSTAUD still name    *
001900*              the id; LIST reports every profile on file.       *
002000*              Only a supervisor-level profile may carry the     *
002100*              approve flag.  Errors end with RETURN-CODE 8 so   *
002200*              a mis-keyed card stops the schedule instead of    *
002300*              half-acting.                                      *
002400*================================================================*
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CMOPRM01.
002700 AUTHOR. R-HOLLOWAY.
002800 INSTALLATION. IBMUSER CUSTOMER LEDGER SYSTEMS.
002900 DATE-WRITTEN. 10/15/2026.
003000 DATE-COMPILED.
003100*----------------------------------------------------------------*
003200* MODIFICATION HISTORY                                           *
003300*   10/15/2026  RH  Initial version -- card-driven set-up,       *
003400*                   revocation, and listing of OPERPROF          *
003500*                   operator profiles.                           *
003510*   10/15/2026  RH  Flag 8 is now the dispute-case entitlement   *
003520*                   for the CMDSP01 screen.                      *
003600*----------------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OPERPROF-FILE ASSIGN TO OPERPROF
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS OPR-OPER-ID
004700         FILE STATUS IS OPERPROF-STATUS.
004800
004900     SELECT OPRRPT-FILE ASSIGN TO OPRRPT
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS OPRRPT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  OPERPROF-FILE
005700     RECORDING MODE IS F.
005800 COPY OPERPROF.
005900
006000 FD  OPRRPT-FILE
006100     RECORDING MODE IS F.
006200 01  OPRRPT-RECORD             PIC X(132).
006300
006400 WORKING-STORAGE SECTION.
006500 77  OPERPROF-STATUS       PIC X(2).
006600     88  OPERPROF-OK           VALUE '00'.
006700     88  OPERPROF-NOTFND       VALUE '23'.
006800     88  OPERPROF-EOF          VALUE '10'.
006900
007000 77  OPRRPT-STATUS         PIC X(2).
007100     88  OPRRPT-OK             VALUE '00'.
007200
007300 77  WS-BROWSE-EOF-SW      PIC X(1)      VALUE 'N'.
007400     88  WS-END-OF-BROWSE          VALUE 'Y'.
007500
007600 77  WS-ON-FILE-SW         PIC X(1)      VALUE 'N'.
007700     88  WS-PROFILE-ON-FILE        VALUE 'Y'.
007800
007900 77  WS-TODAY-DATE         PIC 9(8)      VALUE ZERO.
008000 77  WS-LISTED-COUNT       PIC 9(5) COMP VALUE ZERO.
008100 77  WS-FLAG-SUB           PIC 9(4) COMP VALUE ZERO.
008200 77  WS-BAD-FLAG-COUNT     PIC 9(4) COMP VALUE ZERO.
008300
008400 01  WS-CMD-CARD.
008500     05  WS-CMD-FUNCTION       PIC X(8).
008600     05  FILLER                PIC X(1).
008700     05  WS-CMD-OPER-ID        PIC X(8).
008800     05  FILLER                PIC X(1).
008900     05  WS-CMD-ROLE           PIC X(1).
009000     05  FILLER                PIC X(1).
009100     05  WS-CMD-CEILING        PIC X(11).
009200     05  WS-CMD-CEILING-9 REDEFINES WS-CMD-CEILING
009300                               PIC 9(9)V99.
009400     05  FILLER                PIC X(1).
009500     05  WS-CMD-FLAGS.
009600         10  WS-CMD-FLAG       PIC X(1) OCCURS 10 TIMES.
009700     05  FILLER                PIC X(1).
009800     05  WS-CMD-NAME           PIC X(30).
009900
010000 01  WS-HEADING-1.
010100     05  FILLER                PIC X(40) VALUE
010200         'CMOPRM01 - OPERATOR PROFILES ON FILE'.
010300
010400 01  WS-HEADING-2.
010500     05  FILLER                PIC X(10) VALUE 'USER ID'.
010600     05  FILLER                PIC X(32) VALUE 'NAME'.
010700     05  FILLER                PIC X(6)  VALUE 'ROLE'.
010800     05  FILLER                PIC X(9)  VALUE 'STATUS'.
010900     05  FILLER                PIC X(12) VALUE 'FLAGS'.
011000     05  FILLER                PIC X(17) VALUE 'CEILING'.
011100     05  FILLER                PIC X(10) VALUE 'CHANGED'.
011200     05  FILLER                PIC X(8)  VALUE 'BY'.
011300
011400 01  WS-DETAIL-LINE.
011500     05  WD-OPER-ID            PIC X(8).
011600     05  FILLER                PIC X(2)  VALUE SPACES.
011700     05  WD-NAME               PIC X(30).
011800     05  FILLER                PIC X(2)  VALUE SPACES.
011900     05  WD-ROLE               PIC X(1).
012000     05  FILLER                PIC X(5)  VALUE SPACES.
012100     05  WD-STATUS-TEXT        PIC X(7).
012200     05  FILLER                PIC X(2)  VALUE SPACES.
012300     05  WD-FLAGS              PIC X(10).
012400     05  FILLER                PIC X(2)  VALUE SPACES.
012500     05  WD-CEILING            PIC ---,---,--9.99.
012600     05  FILLER                PIC X(3)  VALUE SPACES.
012700     05  WD-CHANGED-DATE       PIC 9(8).
012800     05  FILLER                PIC X(2)  VALUE SPACES.
012900     05  WD-CHANGED-BY         PIC X(8).
013000
013100 01  WS-NO-ROWS-LINE.
013200     05  FILLER                PIC X(30) VALUE
013300         'NO OPERATOR PROFILES ON FILE'.
013400
013500 PROCEDURE DIVISION.
013600*----------------------------------------------------------------*
013700* 0000-MAINLINE                                                  *
013800*----------------------------------------------------------------*
013900 0000-MAINLINE.
014000     ACCEPT WS-CMD-CARD
014100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
014200
014300     OPEN I-O OPERPROF-FILE
014400     IF NOT OPERPROF-OK
014500         DISPLAY 'CMOPRM01 - UNABLE TO OPEN OPERPROF, STATUS='
014600             OPERPROF-STATUS
014700         MOVE 8 TO RETURN-CODE
014800         GOBACK
014900     END-IF
015000
015100     EVALUATE WS-CMD-FUNCTION
015200         WHEN 'SET'
015300             PERFORM 2000-SET-PROFILE THRU 2000-EXIT
015400         WHEN 'REVOKE'
015500             PERFORM 3000-REVOKE-PROFILE THRU 3000-EXIT
015600         WHEN 'LIST'
015700             PERFORM 4000-LIST-PROFILES THRU 4000-EXIT
015800         WHEN OTHER
015900             DISPLAY 'CMOPRM01 - UNRECOGNIZED COMMAND '
016000                 WS-CMD-FUNCTION
016100             MOVE 8 TO RETURN-CODE
016200     END-EVALUATE
016300
016400     CLOSE OPERPROF-FILE
016500     GOBACK.
016600
016700*----------------------------------------------------------------*
016800* 2000-SET-PROFILE -- every field is edited before the row is    *
016900*                     touched; an existing profile is replaced   *
017000*                     whole, a new one is added                  *
017100*----------------------------------------------------------------*
017200 2000-SET-PROFILE.
017300     IF WS-CMD-OPER-ID = SPACES
017400         DISPLAY 'CMOPRM01 - SET NEEDS A USER ID'
017500         MOVE 8 TO RETURN-CODE
017600         GO TO 2000-EXIT
017700     END-IF
017800
017900     IF WS-CMD-ROLE NOT = 'T' AND WS-CMD-ROLE NOT = 'S'
018000         DISPLAY 'CMOPRM01 - ROLE MUST BE T OR S'
018100         MOVE 8 TO RETURN-CODE
018200         GO TO 2000-EXIT
018300     END-IF
018400
018500     IF WS-CMD-CEILING NOT NUMERIC
018600         DISPLAY 'CMOPRM01 - CEILING MUST BE NUMERIC 9(9)V99'
018700         MOVE 8 TO RETURN-CODE
018800         GO TO 2000-EXIT
018900     END-IF
019000
019100     MOVE ZERO TO WS-BAD-FLAG-COUNT
019200     PERFORM 2100-CHECK-ONE-FLAG THRU 2100-EXIT
019300         VARYING WS-FLAG-SUB FROM 1 BY 1
019400         UNTIL WS-FLAG-SUB > 10
019500     IF WS-BAD-FLAG-COUNT NOT = ZERO
019600         DISPLAY 'CMOPRM01 - EACH ENTITLEMENT FLAG MUST BE '
019700             'Y OR N'
019800         MOVE 8 TO RETURN-CODE
019900         GO TO 2000-EXIT
020000     END-IF
020100
020200     IF WS-CMD-FLAG (7) = 'Y' AND WS-CMD-ROLE NOT = 'S'
020300         DISPLAY 'CMOPRM01 - ONLY A SUPERVISOR MAY HOLD THE '
020400             'APPROVE FLAG'
020500         MOVE 8 TO RETURN-CODE
020600         GO TO 2000-EXIT
020700     END-IF
020800
020900     IF WS-CMD-NAME = SPACES
021000         DISPLAY 'CMOPRM01 - SET NEEDS AN OPERATOR NAME'
021100         MOVE 8 TO RETURN-CODE
021200         GO TO 2000-EXIT
021300     END-IF
021400
021500     MOVE 'N' TO WS-ON-FILE-SW
021600     MOVE WS-CMD-OPER-ID TO OPR-OPER-ID
021700     READ OPERPROF-FILE
021800         INVALID KEY
021900             CONTINUE
022000     END-READ
022100     IF OPERPROF-OK
022200         MOVE 'Y' TO WS-ON-FILE-SW
022300     END-IF
022400
022500     MOVE SPACES           TO OPERATOR-PROFILE-RECORD
022600     MOVE WS-CMD-OPER-ID   TO OPR-OPER-ID
022700     MOVE WS-CMD-NAME      TO OPR-NAME
022800     MOVE WS-CMD-ROLE      TO OPR-ROLE
022900     MOVE 'A'              TO OPR-STATUS
023000     MOVE WS-CMD-FLAGS     TO OPR-ENTITLEMENT-FLAGS
023100     MOVE WS-CMD-CEILING-9 TO OPR-AMOUNT-CEILING
023200     MOVE WS-TODAY-DATE    TO OPR-CHANGED-DATE
023300     MOVE 'CMOPRM01'       TO OPR-CHANGED-BY
023400
023500     IF WS-PROFILE-ON-FILE
023600         REWRITE OPERATOR-PROFILE-RECORD
023700             INVALID KEY
023800                 DISPLAY 'CMOPRM01 - REWRITE FAILED FOR '
023900                     OPR-OPER-ID ' STATUS=' OPERPROF-STATUS
024000                 MOVE 8 TO RETURN-CODE
024100         END-REWRITE
024200     ELSE
024300         WRITE OPERATOR-PROFILE-RECORD
024400             INVALID KEY
024500                 DISPLAY 'CMOPRM01 - WRITE FAILED FOR '
024600                     OPR-OPER-ID ' STATUS=' OPERPROF-STATUS
024700                 MOVE 8 TO RETURN-CODE
024800         END-WRITE
024900     END-IF
025000
025100     IF RETURN-CODE = ZERO
025200         IF WS-PROFILE-ON-FILE
025300             DISPLAY 'CMOPRM01 - PROFILE ' WS-CMD-OPER-ID
025400                 ' REPLACED'
025500         ELSE
025600             DISPLAY 'CMOPRM01 - PROFILE ' WS-CMD-OPER-ID
025700                 ' ADDED'
025800         END-IF
025900     END-IF.
026000 2000-EXIT.
026100     EXIT.
026200
026300*----------------------------------------------------------------*
026400* 2100-CHECK-ONE-FLAG                                            *
026500*----------------------------------------------------------------*
026600 2100-CHECK-ONE-FLAG.
026700     IF WS-CMD-FLAG (WS-FLAG-SUB) NOT = 'Y'
026800             AND WS-CMD-FLAG (WS-FLAG-SUB) NOT = 'N'
026900         ADD 1 TO WS-BAD-FLAG-COUNT
027000     END-IF.
027100 2100-EXIT.
027200     EXIT.
027300
027400*----------------------------------------------------------------*
027500* 3000-REVOKE-PROFILE -- the row stays on file for the audit     *
027600*                        trail; every screen refuses a revoked   *
027700*                        profile                                 *
027800*----------------------------------------------------------------*
027900 3000-REVOKE-PROFILE.
028000     IF WS-CMD-OPER-ID = SPACES
028100         DISPLAY 'CMOPRM01 - REVOKE NEEDS A USER ID'
028200         MOVE 8 TO RETURN-CODE
028300         GO TO 3000-EXIT
028400     END-IF
028500
028600     MOVE WS-CMD-OPER-ID TO OPR-OPER-ID
028700     READ OPERPROF-FILE
028800         INVALID KEY
028900             DISPLAY 'CMOPRM01 - PROFILE ' WS-CMD-OPER-ID
029000                 ' NOT ON FILE'
029100             MOVE 8 TO RETURN-CODE
029200             GO TO 3000-EXIT
029300     END-READ
029400
029500     IF OPR-REVOKED
029600         DISPLAY 'CMOPRM01 - PROFILE IS ALREADY REVOKED'
029700         MOVE 8 TO RETURN-CODE
029800         GO TO 3000-EXIT
029900     END-IF
030000
030100     MOVE 'R'           TO OPR-STATUS
030200     MOVE WS-TODAY-DATE TO OPR-CHANGED-DATE
030300     MOVE 'CMOPRM01'    TO OPR-CHANGED-BY
030400
030500     REWRITE OPERATOR-PROFILE-RECORD
030600         INVALID KEY
030700             DISPLAY 'CMOPRM01 - REWRITE FAILED FOR '
030800                 OPR-OPER-ID ' STATUS=' OPERPROF-STATUS
030900             MOVE 8 TO RETURN-CODE
031000     END-REWRITE
031100
031200     IF RETURN-CODE = ZERO
031300         DISPLAY 'CMOPRM01 - PROFILE ' WS-CMD-OPER-ID
031400             ' REVOKED'
031500     END-IF.
031600 3000-EXIT.
031700     EXIT.
031800
031900*----------------------------------------------------------------*
032000* 4000-LIST-PROFILES                                             *
032100*----------------------------------------------------------------*
032200 4000-LIST-PROFILES.
032300     OPEN OUTPUT OPRRPT-FILE
032400     WRITE OPRRPT-RECORD FROM WS-HEADING-1
032500     WRITE OPRRPT-RECORD FROM WS-HEADING-2
032600
032700     MOVE LOW-VALUES TO OPR-OPER-ID
032800     START OPERPROF-FILE KEY IS NOT LESS THAN OPR-OPER-ID
032900         INVALID KEY
033000             MOVE 'Y' TO WS-BROWSE-EOF-SW
033100     END-START
033200
033300     PERFORM 4100-LIST-ONE-PROFILE THRU 4100-EXIT
033400         UNTIL WS-END-OF-BROWSE
033500
033600     IF WS-LISTED-COUNT = ZERO
033700         WRITE OPRRPT-RECORD FROM WS-NO-ROWS-LINE
033800     END-IF
033900
034000     CLOSE OPRRPT-FILE
034100     DISPLAY 'CMOPRM01 - ' WS-LISTED-COUNT ' PROFILE(S) LISTED'.
034200 4000-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------------*
034600* 4100-LIST-ONE-PROFILE                                          *
034700*----------------------------------------------------------------*
034800 4100-LIST-ONE-PROFILE.
034900     READ OPERPROF-FILE NEXT RECORD
035000         AT END
035100             MOVE 'Y' TO WS-BROWSE-EOF-SW
035200     END-READ
035300     IF WS-END-OF-BROWSE
035400         GO TO 4100-EXIT
035500     END-IF
035600     IF NOT OPERPROF-OK
035700         MOVE 'Y' TO WS-BROWSE-EOF-SW
035800         GO TO 4100-EXIT
035900     END-IF
036000
036100     MOVE OPR-OPER-ID           TO WD-OPER-ID
036200     MOVE OPR-NAME              TO WD-NAME
036300     MOVE OPR-ROLE              TO WD-ROLE
036400     MOVE OPR-ENTITLEMENT-FLAGS TO WD-FLAGS
036500     MOVE OPR-AMOUNT-CEILING    TO WD-CEILING
036600     MOVE OPR-CHANGED-DATE      TO WD-CHANGED-DATE
036700     MOVE OPR-CHANGED-BY        TO WD-CHANGED-BY
036800     EVALUATE TRUE
036900         WHEN OPR-ACTIVE
037000             MOVE 'ACTIVE'  TO WD-STATUS-TEXT
037100         WHEN OPR-REVOKED
037200             MOVE 'REVOKED' TO WD-STATUS-TEXT
037300         WHEN OTHER
037400             MOVE 'UNKNOWN' TO WD-STATUS-TEXT
037500     END-EVALUATE
037600     WRITE OPRRPT-RECORD FROM WS-DETAIL-LINE
037700     ADD 1 TO WS-LISTED-COUNT.
037800 4100-EXIT.
037900     EXIT.
