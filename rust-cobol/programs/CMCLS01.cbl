003390*              arrears pattern as the CMSUSP01 recycle.         *
003391*              CLOSTRN is statement/history lineage only and    *
003392*              deliberately never enters the extract's feed.    *
003393*                                                               *
003394*              Every payout lands a DISBMAST disbursement row:  *
003395*              an IDCTL-numbered official cheque payable to the *
003396*              owning CUSTBASE customer or, for an ESCHCAND     *
003397*              closure, a state remittance carrying CMR-STATE.  *
003398*              CMDISB01 sends them to the bank and the state    *
003399*              the next night.                                  *
003400*================================================================*
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. CMCLS01.
004707*                   history rows different CL ids, so the pair   *
004708*                   could not be traced to each other the way    *
004709*                   a forward transfer's legs can.               *
004710*   10/15/2026  RH  Payouts now land a DISBMAST disbursement     *
004711*                   row -- an official cheque numbered from the  *
004712*                   IDCTL 'CHEQUE' series and payable to the     *
004713*                   CUSTBASE owner, or a state remittance row    *
004714*                   for an escheatment closure -- and the        *
004715*                   report shows the cheque or remittance        *
004716*                   number.  A payout with no number series to   *
004717*                   draw on is held at 'P' before money moves.   *
004718*   10/15/2026  RH  A finished closure drops a 'CL' notice event *
004719*                   onto the CORRQ correspondence queue, and an  *
004720*                   escheatment closure is held untouched until  *
004721*                   CORRHIST shows the 'DD' due-diligence notice *
004722*                   was mailed on an earlier business date.      *
004723*   10/15/2026  RH  The disbursement number is taken only after  *
004724*                   the IDCTL rewrite succeeds; a failed rewrite *
004725*                   holds the closure with no number assigned.   *
004726*   10/15/2026  RH  A failed payout rewrite holds the closure    *
004727*                   before CLOSTRN is written; the series is     *
004728*                   only checked up front and the number taken   *
004729*                   once the payout has posted.  A payout whose  *
004730*                   number or DISBMAST row cannot be recorded is *
004731*                   reported as not recorded and ends the step   *
004732*                   RC 8, which leaves it open in run control.   *
004733*   10/15/2026  RH  DISBMAST and IDCTL are checked at open; when *
004734*                   either is down, cheque and remittance        *
004735*                   closures hold at blocked before money moves. *
004700*----------------------------------------------------------------*
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
009240         ACCESS MODE IS DYNAMIC
009250         RECORD KEY IS TDR-KEY
009260         FILE STATUS IS TRANSDTL-STATUS.
009270
009271     SELECT CORRQ-FILE ASSIGN TO CORRQ
009272         ORGANIZATION IS INDEXED
009273         ACCESS MODE IS DYNAMIC
009274         RECORD KEY IS CRQ-KEY
009275         FILE STATUS IS CORRQ-STATUS.
009276
009280     SELECT DISBMAST-FILE ASSIGN TO DISBMAST
009281         ORGANIZATION IS INDEXED
009282         ACCESS MODE IS DYNAMIC
009283         RECORD KEY IS DBM-KEY
009284         FILE STATUS IS DISBMAST-STATUS.
009285
009286     SELECT IDCTL-FILE ASSIGN TO IDCTL
009287         ORGANIZATION IS INDEXED
009288         ACCESS MODE IS DYNAMIC
009289         RECORD KEY IS IDC-ID-TYPE
009290         FILE STATUS IS IDCTL-STATUS.
009291
009292     SELECT CORRHIST-FILE ASSIGN TO CORRHIST
009293         ORGANIZATION IS INDEXED
009294         ACCESS MODE IS DYNAMIC
009295         RECORD KEY IS CHS-KEY
009296         FILE STATUS IS CORRHIST-STATUS.
009300
009400 DATA DIVISION.
009500 FILE SECTION.
012100     RECORDING MODE IS F.
012200 01  CLSRPT-RECORD             PIC X(132).
012210
012211 FD  CORRQ-FILE
012212     RECORDING MODE IS F.
012213 COPY CORRQ.
012214
012215 FD  CORRHIST-FILE
012216     RECORDING MODE IS F.
012217 COPY CORRHIST.
012218
012220 FD  TRANSDTL-FILE IS EXTERNAL
012230     RECORDING MODE IS F.
012240 COPY TRANSDTL.
012250
012260 FD  DISBMAST-FILE
012270     RECORDING MODE IS F.
012280 COPY DISBMAST.
012285
012290 FD  IDCTL-FILE
012295     RECORDING MODE IS F.
012298 COPY IDCTL.
012300
012400 WORKING-STORAGE SECTION.
012500 COPY RUNPARM.
015520 77  TRANSDTL-STATUS       PIC X(2).
015530     88  TRANSDTL-OK           VALUE '00'.
015540     88  TRANSDTL-DUPKEY       VALUE '22'.
015550
015560 77  DISBMAST-STATUS       PIC X(2).
015570     88  DISBMAST-OK           VALUE '00'.
015575
015580 77  IDCTL-STATUS          PIC X(2).
015590     88  IDCTL-OK              VALUE '00'.
015591
015592 77  CORRQ-STATUS          PIC X(2).
015593     88  CORRQ-OK              VALUE '00'.
015594     88  CORRQ-DUPKEY          VALUE '22'.
015595
015596 77  CORRHIST-STATUS       PIC X(2).
015597     88  CORRHIST-OK           VALUE '00'.
015600
015700 77  WS-EOF-SWITCH         PIC X(1)      VALUE 'N'.
015800     88  WS-END-OF-CLOSREQ         VALUE 'Y'.
016710
016720 77  WS-ARRIVED-BLOCKED-SW PIC X(1)      VALUE 'N'.
016730     88  WS-ARRIVED-BLOCKED        VALUE 'Y'.
016731
016732 77  WS-CORRHIST-AVAIL-SW  PIC X(1)      VALUE 'N'.
016733     88  WS-CORRHIST-AVAILABLE     VALUE 'Y'.
016734
016735 77  WS-NOTICE-SCAN-SW     PIC X(1)      VALUE 'S'.
016736     88  WS-NOTICE-ON-FILE         VALUE 'F'.
016737     88  WS-NOTICE-SCAN-OVER       VALUE 'F' 'D'.
016800
016900 77  WS-READ-COUNT         PIC 9(9) COMP VALUE ZERO.
017000 77  WS-CLOSED-COUNT       PIC 9(9) COMP VALUE ZERO.
017200 77  WS-NOMATCH-COUNT      PIC 9(9) COMP VALUE ZERO.
017300 77  WS-ALREADY-COUNT      PIC 9(9) COMP VALUE ZERO.
017400 77  WS-TXN-SEQUENCE       PIC 9(6)      VALUE ZERO.
017410 77  WS-CHEQUE-COUNT       PIC 9(9) COMP VALUE ZERO.
017420 77  WS-REMIT-COUNT        PIC 9(9) COMP VALUE ZERO.
017421 77  WS-NO-NOTICE-COUNT    PIC 9(9) COMP VALUE ZERO.
017422 77  WS-NOTICE-COUNT       PIC 9(9) COMP VALUE ZERO.
017423 77  WS-UNRECORDED-COUNT   PIC 9(9) COMP VALUE ZERO.
017430
017440 77  WS-DISB-TYPE          PIC X(1)      VALUE SPACE.
017450 77  WS-DISB-NUMBER        PIC 9(10)     VALUE ZERO.
017451 77  WS-DISB-RECORD-SW     PIC X(1)      VALUE 'N'.
017452     88  WS-DISB-NOT-RECORDED      VALUE 'Y'.
017453 77  WS-CLOSED-OWNER-ID    PIC X(10)     VALUE SPACES.
017454
017455 77  WS-DISB-AVAIL-SW      PIC X(1)      VALUE 'N'.
017456     88  WS-DISB-AVAILABLE         VALUE 'Y'.
017500
017600 77  WS-ITEM-SUB           PIC 9(4) COMP VALUE ZERO.
017700
020800     05  FILLER                PIC X(5)  VALUE 'SRC'.
020900     05  FILLER                PIC X(6)  VALUE 'DISP'.
021000     05  FILLER                PIC X(17) VALUE 'RESIDUAL MOVED'.
021100     05  FILLER                PIC X(41) VALUE 'OUTCOME'.
021150     05  FILLER                PIC X(12) VALUE 'DISBURSEMENT'.
021200
021300 01  WS-DETAIL-LINE.
021400     05  WD-ACCT-ID            PIC X(10).
022000     05  WD-RESIDUAL           PIC ----,---,--9.99.
022100     05  FILLER                PIC X(2)  VALUE SPACES.
022200     05  WD-OUTCOME            PIC X(40).
022210     05  FILLER                PIC X(2)  VALUE SPACES.
022220     05  WD-DISB-TYPE          PIC X(1).
022230     05  FILLER                PIC X(1)  VALUE SPACE.
022240     05  WD-DISB-NO            PIC X(10).
022300
022400 PROCEDURE DIVISION.
022500*----------------------------------------------------------------*
023200         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
023300             UNTIL WS-END-OF-CLOSREQ
023400         PERFORM 3000-TERMINATE THRU 3000-EXIT
023410         IF RETURN-CODE = ZERO
023500             PERFORM 0200-REGISTER-END THRU 0200-EXIT
023510         END-IF
023600     END-IF
023700     GOBACK.
023800
028900     OPEN I-O    CUSTBASE-FILE
029000     OPEN OUTPUT CLOSTRN-FILE
029010     OPEN I-O    TRANSDTL-FILE
029020     OPEN I-O    DISBMAST-FILE
029030     OPEN I-O    IDCTL-FILE
029031     OPEN I-O    CORRQ-FILE
029032     IF NOT CORRQ-OK
029033         DISPLAY 'CMCLS01 - CORRQ NOT AVAILABLE, STATUS='
029034             CORRQ-STATUS ' - CLOSURE NOTICES WILL BE MISSED'
029035     END-IF
029036     OPEN INPUT  CORRHIST-FILE
029037     IF CORRHIST-OK
029038         MOVE 'Y' TO WS-CORRHIST-AVAIL-SW
029039     ELSE
029040         DISPLAY 'CMCLS01 - CORRHIST NOT AVAILABLE, STATUS='
029041             CORRHIST-STATUS ' - ESCHEAT CLOSURES WILL HOLD'
029042     END-IF
029043     IF DISBMAST-OK AND IDCTL-OK
029044         MOVE 'Y' TO WS-DISB-AVAIL-SW
029045     ELSE
029046         DISPLAY 'CMCLS01 - DISBMAST/IDCTL NOT AVAILABLE, STATUS='
029047             DISBMAST-STATUS '/' IDCTL-STATUS
029048         DISPLAY 'CMCLS01 - CHEQUE AND REMIT CLOSURES WILL HOLD'
029049     END-IF
029100     OPEN OUTPUT CLSRPT-FILE
029200
029300     IF NOT CLOSREQ-OK
031400     ADD 1 TO WS-READ-COUNT
031500     MOVE 'N' TO WS-HELD-SWITCH
031600     MOVE ZERO TO WS-RESIDUAL
031610     MOVE SPACE  TO WD-DISB-TYPE
031620     MOVE SPACES TO WD-DISB-NO
031630     MOVE 'N'    TO WS-DISB-RECORD-SW
031700
031800     MOVE CLR-ACCT-ID TO CMR-CUST-ID
031900     READ CUSTMAST-FILE
033000         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
033100         GO TO 2000-NEXT
033200     END-IF
033201
033202     IF CLR-FROM-ESCHEAT
033203         PERFORM 2150-CHECK-DUE-DILIGENCE THRU 2150-EXIT
033204         IF NOT WS-NOTICE-ON-FILE
033205             GO TO 2000-NEXT
033206         END-IF
033207     END-IF
033210
033220*    An account already at 'P' was blocked -- and accrued -- by
033230*    an earlier pass (a held closure being resubmitted, or a
034300
034400     PERFORM 2500-SET-CLOSED-STATUS THRU 2500-EXIT
034500     PERFORM 2600-RETIRE-XREF-ROW THRU 2600-EXIT
034510     PERFORM 2610-QUEUE-CLOSURE-NOTICE THRU 2610-EXIT
034600
034700     ADD 1 TO WS-CLOSED-COUNT
034800     IF WS-DISB-NOT-RECORDED
034810         ADD 1 TO WS-UNRECORDED-COUNT
034820         MOVE 'DISBURSEMENT NOT RECORDED' TO WD-OUTCOME
034830     ELSE
034840         MOVE 'CLOSED' TO WD-OUTCOME
034850     END-IF
034900     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
035000 2000-NEXT.
035100     PERFORM 2100-READ-CLOSREQ THRU 2100-EXIT.
036200     END-READ.
036300 2100-EXIT.
036400     EXIT.
036401
036402*----------------------------------------------------------------*
036403* 2150-CHECK-DUE-DILIGENCE -- an escheatment closure remits the  *
036404*                             customer's money to the state, so  *
036405*                             it only goes ahead once CORRHIST   *
036406*                             shows a 'DD' due-diligence notice  *
036407*                             mailed for the account on an       *
036408*                             earlier business date.  Otherwise  *
036409*                             nothing moves -- not even the      *
036410*                             block -- and the request is        *
036411*                             reported for resubmission.         *
036412*----------------------------------------------------------------*
036413 2150-CHECK-DUE-DILIGENCE.
036414     MOVE 'S' TO WS-NOTICE-SCAN-SW
036415     IF NOT WS-CORRHIST-AVAILABLE
036416         MOVE 'D' TO WS-NOTICE-SCAN-SW
036417         GO TO 2150-REPORT
036418     END-IF
036419
036420     MOVE CLR-ACCT-ID  TO CHS-ACCT-ID
036421     MOVE 'DD'         TO CHS-LETTER-TYPE
036422     MOVE ZERO         TO CHS-EVENT-DATE
036423     MOVE LOW-VALUES   TO CHS-ORIGIN
036424     MOVE LOW-VALUES   TO CHS-EVENT-REF
036425     START CORRHIST-FILE KEY IS NOT LESS THAN CHS-KEY
036426         INVALID KEY
036427             MOVE 'D' TO WS-NOTICE-SCAN-SW
036428     END-START
036429
036430     PERFORM 2160-READ-NEXT-NOTICE THRU 2160-EXIT
036431         UNTIL WS-NOTICE-SCAN-OVER.
036432 2150-REPORT.
036433     IF NOT WS-NOTICE-ON-FILE
036434         ADD 1 TO WS-NO-NOTICE-COUNT
036435         MOVE 'HELD - NO DUE-DILIGENCE NOTICE MAILED'
036436             TO WD-OUTCOME
036437         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
036438     END-IF.
036439 2150-EXIT.
036440     EXIT.
036441
036442*----------------------------------------------------------------*
036443* 2160-READ-NEXT-NOTICE -- the account's 'DD' rows sit together  *
036444*                          in key order; the first one mailed    *
036445*                          before today is the proof             *
036446*----------------------------------------------------------------*
036447 2160-READ-NEXT-NOTICE.
036448     READ CORRHIST-FILE NEXT RECORD
036449         AT END
036450             MOVE 'D' TO WS-NOTICE-SCAN-SW
036451             GO TO 2160-EXIT
036452     END-READ
036453
036454     IF CHS-ACCT-ID NOT = CLR-ACCT-ID
036455             OR CHS-LETTER-TYPE NOT = 'DD'
036456         MOVE 'D' TO WS-NOTICE-SCAN-SW
036457         GO TO 2160-EXIT
036458     END-IF
036459
036460     IF CHS-MAILED-DATE LESS THAN WS-RUN-DATE
036461         MOVE 'F' TO WS-NOTICE-SCAN-SW
036462     END-IF.
036463 2160-EXIT.
036464     EXIT.
036500
036600*----------------------------------------------------------------*
036700* 2200-BLOCK-ACCOUNT -- CMR-STATUS 'P' stops CMENT01 desk        *
048800*                       destination leg and shares this run's    *
048900*                       EXTERNAL CUSTMAST connector, so the      *
049000*                       source is re-READ before its debit); a   *
049100*                       payout debits to zero outright and is    *
049110*                       recorded on DISBMAST.  A negative        *
049200*                       residual, a destination CMXFER01         *
049300*                       refuses, or a payout with no number      *
049400*                       series to draw on holds the closure at   *
049410*                       'P'.                                     *
049500*----------------------------------------------------------------*
049600 2400-MOVE-RESIDUAL.
049700     MOVE CMR-BALANCE TO WS-RESIDUAL
051030*    forward transfer shares one TH-TXN-ID across both legs.
051100     PERFORM 2650-NEXT-TXN-ID THRU 2650-EXIT
051200
051210*    The cheque or remittance series is checked before any money
051220*    moves, so a missing series holds the closure untouched; the
051225*    number itself is only taken once the payout has posted.
051230     IF NOT CLR-DISP-TRANSFER
051240         PERFORM 2420-CHECK-DISB-SERIES THRU 2420-EXIT
051250         IF WS-CLOSURE-HELD
051260             GO TO 2400-EXIT
051270         END-IF
051280     END-IF
051290
051300     IF CLR-DISP-TRANSFER
051400         MOVE WS-CLOSE-TXN-ID TO XFER-TXN-ID
051500         MOVE CLR-ACCT-ID     TO XFER-SOURCE-CUST-ID
053900     SUBTRACT WS-RESIDUAL FROM CMR-BALANCE
054000     MOVE WS-RUN-DATE TO CMR-LAST-TXN-DATE
054100     PERFORM 2700-REWRITE-WITH-AUDIT THRU 2700-EXIT
054110     IF NOT CUSTMAST-OK
054120         MOVE 'Y' TO WS-HELD-SWITCH
054130         MOVE 'HELD - PAYOUT REWRITE FAILED' TO WD-OUTCOME
054140         GO TO 2400-EXIT
054150     END-IF
054200
054300     IF CLR-DISP-TRANSFER
054400         MOVE 'T' TO TH-TXN-TYPE
054800         MOVE 'ACCOUNT CLOSURE PAYOUT' TO TH-DESCRIPTION
054900     END-IF
055000     MOVE WS-RESIDUAL TO TH-AMOUNT
055100     PERFORM 2800-WRITE-CLOSTRN THRU 2800-EXIT
055110
055120     IF NOT CLR-DISP-TRANSFER
055130         PERFORM 2450-WRITE-DISBURSEMENT THRU 2450-EXIT
055140     END-IF.
055200 2400-EXIT.
055300     EXIT.
055301
055302*----------------------------------------------------------------*
055303* 2420-CHECK-DISB-SERIES -- the IDCTL series this payout will be *
055304*                           numbered from: 'REMIT' for a closure *
055305*                           from the escheatment candidates,     *
055306*                           'CHEQUE' for everything else.  A     *
055307*                           missing series, or a register that   *
055308*                           did not open, holds the closure      *
055309*                           before any money moves.              *
055310*----------------------------------------------------------------*
055311 2420-CHECK-DISB-SERIES.
055312     IF NOT WS-DISB-AVAILABLE
055313         MOVE 'Y' TO WS-HELD-SWITCH
055314         MOVE 'DISBURSEMENT FILES DOWN - HELD AT BLOCKED'
055315             TO WD-OUTCOME
055316         GO TO 2420-EXIT
055317     END-IF
055318
055319     IF CLR-FROM-ESCHEAT
055320         MOVE 'S'      TO WS-DISB-TYPE
055321         MOVE 'REMIT'  TO IDC-ID-TYPE
055322     ELSE
055323         MOVE 'K'      TO WS-DISB-TYPE
055324         MOVE 'CHEQUE' TO IDC-ID-TYPE
055325     END-IF
055326
055327     READ IDCTL-FILE
055328         INVALID KEY
055329             CONTINUE
055330     END-READ
055331     IF NOT IDCTL-OK
055332         DISPLAY 'CMCLS01 - NO IDCTL ROW FOR SERIES '
055333             IDC-ID-TYPE ' STATUS=' IDCTL-STATUS
055334         MOVE 'Y' TO WS-HELD-SWITCH
055335         MOVE 'NO DISBURSEMENT SERIES - HELD AT BLOCKED'
055336             TO WD-OUTCOME
055337     END-IF.
055338 2420-EXIT.
055339     EXIT.
055340
055341*----------------------------------------------------------------*
055342* 2430-TAKE-DISB-NUMBER -- the payout has posted: the next number*
055343*                          off the series checked by 2420.  Read *
055344*                          for update, increment, rewrite -- the *
055345*                          same discipline as CMOPN01's online id*
055346*                          assignment.  The number is only taken *
055347*                          once the rewrite has gone through; a  *
055348*                          failure leaves the payout without a   *
055349*                          register row and ends the step RC 8   *
055350*                          for operations to re-key it.          *
055351*----------------------------------------------------------------*
055352 2430-TAKE-DISB-NUMBER.
055353     MOVE ZERO TO WS-DISB-NUMBER
055354     IF CLR-FROM-ESCHEAT
055355         MOVE 'REMIT'  TO IDC-ID-TYPE
055356     ELSE
055357         MOVE 'CHEQUE' TO IDC-ID-TYPE
055358     END-IF
055359
055360     READ IDCTL-FILE
055361         INVALID KEY
055362             DISPLAY 'CMCLS01 - NO IDCTL ROW FOR SERIES '
055363                 IDC-ID-TYPE
055364     END-READ
055365     IF IDCTL-OK
055366         ADD 1 TO IDC-NEXT-NUMBER
055367         REWRITE ID-CONTROL-RECORD
055368             INVALID KEY
055369                 DISPLAY 'CMCLS01 - IDCTL REWRITE FAILED, STATUS='
055370                     IDCTL-STATUS
055371         END-REWRITE
055372     END-IF
055373
055374     IF NOT IDCTL-OK
055375         MOVE 'Y' TO WS-DISB-RECORD-SW
055376         MOVE 8   TO RETURN-CODE
055377         GO TO 2430-EXIT
055378     END-IF
055379
055380     COMPUTE WS-DISB-NUMBER = IDC-NEXT-NUMBER - 1.
055381 2430-EXIT.
055382     EXIT.
055383
055384*----------------------------------------------------------------*
055385* 2450-WRITE-DISBURSEMENT -- the official-cheque or state-       *
055386*                            remittance row for the payout just  *
055387*                            posted.  The payee is the owning    *
055388*                            CUSTBASE customer found through     *
055389*                            ACCTXREF; an account never          *
055390*                            converted to the customer split     *
055391*                            falls back to its own CUSTMAST      *
055392*                            name and address.  A row that       *
055393*                            cannot be written is reported as    *
055394*                            not recorded and ends the step RC 8 *
055395*----------------------------------------------------------------*
055396 2450-WRITE-DISBURSEMENT.
055397     PERFORM 2430-TAKE-DISB-NUMBER THRU 2430-EXIT
055398     IF WS-DISB-NOT-RECORDED
055399         MOVE WS-DISB-TYPE TO WD-DISB-TYPE
055400         GO TO 2450-EXIT
055401     END-IF
055402
055403     MOVE SPACES             TO DISBURSEMENT-RECORD
055404     MOVE WS-DISB-TYPE       TO DBM-DISB-TYPE
055405     MOVE WS-DISB-NUMBER     TO DBM-DISB-NO
055406     MOVE CLR-ACCT-ID        TO DBM-ACCT-ID
055407     MOVE WS-CLOSE-TXN-ID    TO DBM-CLOSE-TXN-ID
055408     MOVE WS-RESIDUAL        TO DBM-AMOUNT
055409     MOVE CMR-STATE          TO DBM-REMIT-STATE
055410     MOVE WS-RUN-DATE        TO DBM-ISSUE-DATE
055411     MOVE 'I'                TO DBM-STATUS
055412     MOVE WS-RUN-DATE        TO DBM-STATUS-DATE
055413     MOVE ZERO               TO DBM-SENT-DATE
055414     MOVE ZERO               TO DBM-VOID-SENT-DATE
055415     MOVE ZERO               TO DBM-PAID-DATE
055416     MOVE ZERO               TO DBM-PAID-AMOUNT
055417
055418     MOVE CMR-LAST-NAME      TO DBM-PAYEE-LAST-NAME
055419     MOVE CMR-FIRST-NAME     TO DBM-PAYEE-FIRST-NAME
055420     MOVE CMR-STREET         TO DBM-PAYEE-STREET
055421     MOVE CMR-CITY           TO DBM-PAYEE-CITY
055422     MOVE CMR-STATE          TO DBM-PAYEE-STATE
055423     MOVE CMR-ZIP            TO DBM-PAYEE-ZIP
055424
055425     MOVE CLR-ACCT-ID TO AXR-ACCT-ID
055426     READ ACCTXREF-FILE KEY IS AXR-ACCT-ID
055427         INVALID KEY
055428             CONTINUE
055429     END-READ
055430     IF ACCTXREF-OK
055431         MOVE AXR-OWNER-ID TO CBR-CUST-NO
055432         READ CUSTBASE-FILE
055433             INVALID KEY
055434                 CONTINUE
055435         END-READ
055436         IF CUSTBASE-OK
055437             MOVE CBR-CUST-NO    TO DBM-CUST-NO
055438             MOVE CBR-LAST-NAME  TO DBM-PAYEE-LAST-NAME
055439             MOVE CBR-FIRST-NAME TO DBM-PAYEE-FIRST-NAME
055440             MOVE CBR-STREET     TO DBM-PAYEE-STREET
055441             MOVE CBR-CITY       TO DBM-PAYEE-CITY
055442             MOVE CBR-STATE      TO DBM-PAYEE-STATE
055443             MOVE CBR-ZIP        TO DBM-PAYEE-ZIP
055444         END-IF
055445     END-IF
055446
055447     MOVE DBM-DISB-TYPE TO WD-DISB-TYPE
055448     MOVE DBM-DISB-NO   TO WD-DISB-NO
055449
055450     WRITE DISBURSEMENT-RECORD
055451         INVALID KEY
055452             DISPLAY 'CMCLS01 - DISBMAST WRITE FAILED FOR '
055453                 DBM-KEY ' STATUS=' DISBMAST-STATUS
055454             MOVE 'Y' TO WS-DISB-RECORD-SW
055455             MOVE 8   TO RETURN-CODE
055456             GO TO 2450-EXIT
055457     END-WRITE
055458
055459     IF DBM-TYPE-CHEQUE
055460         ADD 1 TO WS-CHEQUE-COUNT
055461     ELSE
055462         ADD 1 TO WS-REMIT-COUNT
055463     END-IF.
055464 2450-EXIT.
055465     EXIT.
055500*----------------------------------------------------------------*
055600* 2500-SET-CLOSED-STATUS                                         *
055700*----------------------------------------------------------------*
057000*                         the nightly verifier to report         *
057100*----------------------------------------------------------------*
057200 2600-RETIRE-XREF-ROW.
057250     MOVE SPACES TO WS-CLOSED-OWNER-ID
057300     MOVE CLR-ACCT-ID TO AXR-ACCT-ID
057400     READ ACCTXREF-FILE KEY IS AXR-ACCT-ID
057500         INVALID KEY
057700     END-READ
057800
057900     MOVE AXR-OWNER-ID TO CBR-CUST-NO
057910     MOVE AXR-OWNER-ID TO WS-CLOSED-OWNER-ID
058000
058100     DELETE ACCTXREF-FILE
058200         INVALID KEY
059800     END-IF.
059900 2600-EXIT.
060000     EXIT.
060001
060002*----------------------------------------------------------------*
060003* 2610-QUEUE-CLOSURE-NOTICE -- drop a 'CL' event on CORRQ so the *
060004*                              CMLTR01 letter run tells the      *
060005*                              customer the account is closed    *
060006*                              and where the balance went.  The  *
060007*                              owner comes from the ACCTXREF row *
060008*                              just retired.  The account id is  *
060009*                              the event reference, so a rerun   *
060010*                              lands a duplicate key, ignored.   *
060011*----------------------------------------------------------------*
060012 2610-QUEUE-CLOSURE-NOTICE.
060013     INITIALIZE CORRESPONDENCE-QUEUE-RECORD
060014     MOVE WS-RUN-DATE        TO CRQ-EVENT-DATE
060015     MOVE 'CMCLS01'          TO CRQ-ORIGIN
060016     MOVE CLR-ACCT-ID        TO CRQ-EVENT-REF
060017     MOVE CLR-ACCT-ID        TO CRQ-ACCT-ID
060018     MOVE WS-CLOSED-OWNER-ID TO CRQ-CUST-NO
060019     MOVE 'CL'               TO CRQ-LETTER-TYPE
060020     MOVE WS-RESIDUAL        TO CRQ-AMOUNT
060021     MOVE WS-RUN-DATE        TO CRQ-REF-DATE
060022     EVALUATE TRUE
060023         WHEN WS-RESIDUAL = ZERO
060024             MOVE 'ACCOUNT CLOSED - NO BALANCE REMAINING'
060025                 TO CRQ-DETAIL-TEXT
060026         WHEN CLR-DISP-TRANSFER
060027             MOVE 'ACCOUNT CLOSED - BALANCE TRANSFERRED'
060028                 TO CRQ-DETAIL-TEXT
060029         WHEN CLR-FROM-ESCHEAT
060030             MOVE 'CLOSED - BALANCE REMITTED TO THE STATE'
060031                 TO CRQ-DETAIL-TEXT
060032         WHEN OTHER
060033             MOVE 'ACCOUNT CLOSED - BALANCE PAID BY CHEQUE'
060034                 TO CRQ-DETAIL-TEXT
060035     END-EVALUATE
060036     MOVE 'P'                TO CRQ-STATUS
060037     MOVE ZERO               TO CRQ-MAILED-DATE
060038     MOVE SPACES             TO CRQ-MAILING-ID
060039
060040     WRITE CORRESPONDENCE-QUEUE-RECORD
060041     IF CORRQ-OK
060042         ADD 1 TO WS-NOTICE-COUNT
060043     ELSE
060044         IF NOT CORRQ-DUPKEY
060045             DISPLAY 'CMCLS01 - CORRQ WRITE FAILED FOR '
060046                 CLR-ACCT-ID ' STATUS=' CORRQ-STATUS
060047         END-IF
060048     END-IF.
060049 2610-EXIT.
060050     EXIT.
060100
060110*----------------------------------------------------------------*
060120* 2650-NEXT-TXN-ID -- advance the closure transaction id.  Each  *
068200     CLOSE CUSTBASE-FILE
068300     CLOSE CLOSTRN-FILE
068310     CLOSE TRANSDTL-FILE
068320     CLOSE DISBMAST-FILE
068330     CLOSE IDCTL-FILE
068331     CLOSE CORRQ-FILE
068332     CLOSE CORRHIST-FILE
068400     CLOSE CLSRPT-FILE
068500
068600     DISPLAY 'CMCLS01 - REQUESTS READ        = ' WS-READ-COUNT
069000     DISPLAY 'CMCLS01 - NO-MATCH REQUESTS     = '
069100         WS-NOMATCH-COUNT
069200     DISPLAY 'CMCLS01 - ALREADY CLOSED        = '
069300         WS-ALREADY-COUNT
069310     DISPLAY 'CMCLS01 - OFFICIAL CHEQUES      = '
069320         WS-CHEQUE-COUNT
069330     DISPLAY 'CMCLS01 - STATE REMITTANCES     = '
069340         WS-REMIT-COUNT
069341     DISPLAY 'CMCLS01 - CLOSURE NOTICES QUEUED = '
069342         WS-NOTICE-COUNT
069343     DISPLAY 'CMCLS01 - HELD NO DD NOTICE     = '
069344         WS-NO-NOTICE-COUNT
069345     DISPLAY 'CMCLS01 - DISBURSEMENTS NOT RECORDED = '
069346         WS-UNRECORDED-COUNT.
069400 3000-EXIT.
069500     EXIT.
