003911*                   reversal back-out cannot be re-driven        *
003912*                   without its original's TRANSIDS context      *
003913*                   and needs manual review.                     *
003914*   10/15/2026  RH  Reason-07 items, debits refused against a    *
003915*                   term deposit before maturity, are carried    *
003916*                   forward -- re-posting here would bypass the  *
003917*                   deposit's early-withdrawal rule.             *
003918*   10/15/2026  RH  Reason-07 items are re-posted once their     *
003919*                   TERMDEP deposit is no longer active or has   *
003920*                   reached its maturity date; until then they   *
003921*                   are carried forward as before.               *
003900*----------------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS AGERPT-STATUS.
006800
006810     SELECT TERMDEP-FILE ASSIGN TO TERMDEP
006820         ORGANIZATION IS INDEXED
006830         ACCESS MODE IS DYNAMIC
006840         RECORD KEY IS TD-ACCT-ID
006850         FILE STATUS IS TERMDEP-STATUS.
006860
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  SUSPENSE-FILE
009560 FD  CUSTBASE-FILE
009570     RECORDING MODE IS F.
009580 COPY CUSTBASE.
009584
009588 FD  TERMDEP-FILE
009592     RECORDING MODE IS F.
009596 COPY TERMDEP.
009600
009700 WORKING-STORAGE SECTION.
009800 COPY AUDPARM.
011000
011100 77  AGERPT-STATUS         PIC X(2).
011200     88  AGERPT-OK             VALUE '00'.
011202
011204 77  TERMDEP-STATUS        PIC X(2).
011206     88  TERMDEP-OK            VALUE '00'.
011208     88  TERMDEP-NOTFND        VALUE '23'.
011210
011220 77  ACCTXREF-STATUS       PIC X(2).
011230     88  ACCTXREF-OK           VALUE '00'.
011700 77  WS-SORTWORK-EOF-SW    PIC X(1)      VALUE 'N'.
011800     88  WS-END-OF-SORTWORK        VALUE 'Y'.
011900
011910 77  WS-TERMDEP-SW         PIC X(1)      VALUE 'N'.
011920     88  WS-TERMDEP-AVAILABLE      VALUE 'Y'.
011930
012000 77  WS-CLEARED-SWITCH     PIC X(1)      VALUE 'N'.
012100     88  WS-RECORD-CLEARED         VALUE 'Y'.
012200
026470         DISPLAY 'CMSUSP01 - ACCTXREF/CUSTBASE NOT AVAILABLE, '
026480             'COMBINED LIMIT CHECK BYPASSED'
026490     END-IF
026491
026492     OPEN INPUT TERMDEP-FILE
026493     IF TERMDEP-OK
026494         MOVE 'Y' TO WS-TERMDEP-SW
026495     ELSE
026496         DISPLAY 'CMSUSP01 - TERMDEP NOT AVAILABLE, STATUS='
026497             TERMDEP-STATUS ' - REASON 07 ITEMS HELD'
026498     END-IF
026500
026600     IF NOT SUSPENSE-OK
026700         DISPLAY 'CMSUSP01 - UNABLE TO OPEN SUSPOST, STATUS='
027910     IF WS-XREF-AVAILABLE
027920         CLOSE ACCTXREF-FILE
027930         CLOSE CUSTBASE-FILE
027940     END-IF
027950     IF WS-TERMDEP-AVAILABLE
027960         CLOSE TERMDEP-FILE
027970     END-IF.
028000 1000-EXIT.
028100     EXIT.
028200
035800*                     clear without manual work and go straight  *
035900*                     to carry-forward; everything else is       *
036000*                     re-attempted against current CUSTMAST      *
036010*                     -- a reason-07 debit refused against a     *
036020*                     term deposit is re-attempted only once     *
036030*                     the deposit no longer locks the account    *
036100*----------------------------------------------------------------*
036200 1200-RECYCLE-ONE.
036300     MOVE 'N' TO WS-CLEARED-SWITCH
036900             CONTINUE
036910         WHEN SUS-TXN-TYPE = 'R'
036920             CONTINUE
036930         WHEN SUS-TD-EARLY-DEBIT
036940             PERFORM 1250-CHECK-TERM-DEPOSIT THRU 1250-EXIT
037000         WHEN OTHER
037100             PERFORM 1300-ATTEMPT-REPOST THRU 1300-EXIT
037200     END-EVALUATE
038100 1200-EXIT.
038200     EXIT.
038300
038302*----------------------------------------------------------------*
038304* 1250-CHECK-TERM-DEPOSIT -- the same lock CMPOST01 2270 tests:  *
038306*                            while the deposit is active and     *
038308*                            short of its maturity date the item *
038310*                            stays parked (re-posting it here    *
038312*                            would bypass the early-withdrawal   *
038314*                            rule).  Once the deposit has        *
038316*                            matured, broken, been cancelled or  *
038318*                            removed, the item goes through the  *
038320*                            ordinary re-post checks.  Without   *
038322*                            TERMDEP it is carried forward.      *
038324*----------------------------------------------------------------*
038326 1250-CHECK-TERM-DEPOSIT.
038328     IF NOT WS-TERMDEP-AVAILABLE
038330         GO TO 1250-EXIT
038332     END-IF
038334
038336     MOVE SUS-CUST-ID TO TD-ACCT-ID
038338     READ TERMDEP-FILE
038340         INVALID KEY
038342             CONTINUE
038344     END-READ
038346     IF TERMDEP-OK
038348         IF TD-ACTIVE
038350                 AND TD-MATURITY-DATE GREATER THAN WS-RUN-DATE
038352             GO TO 1250-EXIT
038354         END-IF
038356     ELSE
038358         IF NOT TERMDEP-NOTFND
038360             GO TO 1250-EXIT
038362         END-IF
038364     END-IF
038366
038368     PERFORM 1300-ATTEMPT-REPOST THRU 1300-EXIT.
038370 1250-EXIT.
038372     EXIT.
038374
038400*----------------------------------------------------------------*
038500* 1300-ATTEMPT-REPOST -- the same balance and limit checks the   *
038600*                        posting run applies in 2200/2300 of     *
052640         WHEN '06'
052650             MOVE 'REVERSAL ORIGINAL COULD NOT BE BACKED OUT'
052660                 TO WB-REASON-TEXT
052670         WHEN '07'
052680             MOVE 'TERM DEPOSIT DEBIT BEFORE MATURITY'
052690                 TO WB-REASON-TEXT
052700         WHEN OTHER
052800             MOVE 'UNKNOWN REASON CODE'
052900                 TO WB-REASON-TEXT
