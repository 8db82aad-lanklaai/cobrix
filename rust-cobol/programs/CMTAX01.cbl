003400*   09/02/2026  RH  Initial version -- per-owning-customer       *
003500*                   interest/fee rollup with batch trailer and   *
003600*                   below-threshold exception listing.           *
003610*   10/15/2026  RH  Owner ids resolve through the CMMRG01        *
003620*                   MERGELOG chain, so a merged-away customer's  *
003630*                   activity reports under the survivor.         *
003700*----------------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
006000         RECORD KEY IS CBR-CUST-NO
006100         FILE STATUS IS CUSTBASE-STATUS.
006200
006210     SELECT MERGELOG-FILE ASSIGN TO MERGELOG
006220         ORGANIZATION IS INDEXED
006230         ACCESS MODE IS RANDOM
006240         RECORD KEY IS MGL-KEY
006250         FILE STATUS IS MERGELOG-STATUS.
006260
006300     SELECT SORTWORK-FILE ASSIGN TO SORTWORK.
006400
006500     SELECT TAXEXT-FILE ASSIGN TO TAXEXT
008600     RECORDING MODE IS F.
008700 COPY CUSTBASE.
008800
008810 FD  MERGELOG-FILE
008820     RECORDING MODE IS F.
008830 COPY MERGELOG.
008840
008900 SD  SORTWORK-FILE.
009000 01  SORTWORK-RECORD.
009100     05  SW-OWNER-ID           PIC X(10).
011700     88  CUSTBASE-OK           VALUE '00'.
011800     88  CUSTBASE-NOTFND       VALUE '23'.
011900
011910 77  MERGELOG-STATUS       PIC X(2).
011920     88  MERGELOG-OK           VALUE '00'.
011930
011940 77  WS-MERGELOG-AVAIL-SW  PIC X(1)      VALUE 'N'.
011950     88  WS-MERGELOG-AVAILABLE     VALUE 'Y'.
011960
012000 77  TAXEXT-STATUS         PIC X(2).
012100     88  TAXEXT-OK             VALUE '00'.
012200
013600 77  WS-EXTRACTED-COUNT    PIC 9(7)      VALUE ZERO.
013700 77  WS-BELOW-COUNT        PIC 9(9) COMP VALUE ZERO.
013800 77  WS-NO-OWNER-COUNT     PIC 9(9) COMP VALUE ZERO.
013810 77  WS-MERGED-OWNER-COUNT PIC 9(9) COMP VALUE ZERO.
013820 77  WS-MERGE-HOPS         PIC 9(4) COMP VALUE ZERO.
013900
014000 77  WS-RUN-DATE           PIC 9(8)      VALUE ZERO.
014100 77  WS-TAX-YEAR           PIC 9(4)      VALUE ZERO.
024700     OPEN INPUT  TRANSDTL-FILE
024800     OPEN INPUT  ACCTXREF-FILE
024900     OPEN INPUT  CUSTBASE-FILE
024910     OPEN INPUT  MERGELOG-FILE
024920     IF MERGELOG-OK
024930         MOVE 'Y' TO WS-MERGELOG-AVAIL-SW
024940     ELSE
024950         DISPLAY 'CMTAX01 - MERGELOG NOT AVAILABLE, STATUS='
024960             MERGELOG-STATUS ' - OWNERS REPORTED AS FOUND'
024970     END-IF
025000     OPEN OUTPUT TAXEXT-FILE
025100     OPEN OUTPUT TAXEXC-FILE
025200
033800     READ ACCTXREF-FILE KEY IS AXR-ACCT-ID
033900         INVALID KEY
034000             MOVE TDR-ACCT-ID TO WS-LAST-OWNER-ID
034100             GO TO 2200-RESOLVE
034200     END-READ
034300     MOVE AXR-OWNER-ID TO WS-LAST-OWNER-ID.
034310 2200-RESOLVE.
034320     IF WS-MERGELOG-AVAILABLE
034330         MOVE ZERO TO WS-MERGE-HOPS
034340         PERFORM 2250-FOLLOW-MERGE THRU 2250-EXIT
034350             UNTIL WS-MERGE-HOPS GREATER THAN 20
034360     END-IF.
034400 2200-EXIT.
034500     EXIT.
034501
034502*----------------------------------------------------------------*
034503* 2250-FOLLOW-MERGE -- an owner id CMMRG01 merged away (most     *
034504*                      often an account closed before the merge, *
034505*                      rolling up under its own converted id)    *
034506*                      reports under its survivor; a survivor    *
034507*                      later merged away itself is followed on   *
034508*                      down the chain                            *
034509*----------------------------------------------------------------*
034510 2250-FOLLOW-MERGE.
034511     MOVE WS-LAST-OWNER-ID TO MGL-VICTIM-CUST-NO
034512     READ MERGELOG-FILE
034513         INVALID KEY
034514             MOVE 99 TO WS-MERGE-HOPS
034515             GO TO 2250-EXIT
034516     END-READ
034517     IF NOT MGL-COMPLETE
034518         MOVE 99 TO WS-MERGE-HOPS
034519         GO TO 2250-EXIT
034520     END-IF
034521     MOVE MGL-SURVIVOR-CUST-NO TO WS-LAST-OWNER-ID
034522     ADD 1 TO WS-MERGED-OWNER-COUNT
034523     ADD 1 TO WS-MERGE-HOPS.
034524 2250-EXIT.
034525     EXIT.
034600
034700*----------------------------------------------------------------*
034800* 3000-ROLL-UP-OWNERS -- control break per owner: extract at or  *
046700     CLOSE TRANSDTL-FILE
046800     CLOSE ACCTXREF-FILE
046900     CLOSE CUSTBASE-FILE
046910     CLOSE MERGELOG-FILE
047000     CLOSE TAXEXT-FILE
047100     CLOSE TAXEXC-FILE
047200
047600         WS-EXTRACTED-COUNT
047700     DISPLAY 'CMTAX01 - BELOW THRESHOLD       = ' WS-BELOW-COUNT
047800     DISPLAY 'CMTAX01 - OWNERS NOT ON FILE    = '
047900         WS-NO-OWNER-COUNT
047910     DISPLAY 'CMTAX01 - MERGED OWNERS FOLLOWED = '
047920         WS-MERGED-OWNER-COUNT.
048000 4000-EXIT.
048100     EXIT.
