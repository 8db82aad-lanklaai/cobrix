002070*                   select the run's rows by.  With no business  *
002080*                   date open the machine date is used as        *
002090*                   before.                                      *
002091*   10/15/2026  RH  Fills CAU-ACTION and the before/after image  *
002092*                   extensions -- date of birth, the three date  *
002093*                   stamps, and CMR-OVERDRAFT-LIMIT -- so the    *
002094*                   trail can roll a CUSTMAST backup forward.    *
002095*                   A blank before image records an insert.      *
002096*   10/15/2026  RH  CAU-OPERATOR-ID and CAU-APPROVER-ID are left *
002097*                   blank -- batch rows are named by the job.    *
002100*----------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
012700     MOVE CMR-ACCOUNT-TYPE OF WS-AFTER-IMAGE  TO
012800         CAU-AFTER-ACCOUNT-TYPE
012900     MOVE CMR-STATUS       OF WS-AFTER-IMAGE  TO CAU-AFTER-STATUS
012905
012910     IF CMR-CUST-ID OF WS-BEFORE-IMAGE = SPACES
012915             OR CMR-CUST-ID OF WS-BEFORE-IMAGE = LOW-VALUES
012920         MOVE 'I' TO CAU-ACTION
012925         MOVE ZERO TO CAU-BEFORE-DOB
012930         MOVE ZERO TO CAU-BEFORE-OPEN-DATE
012935         MOVE ZERO TO CAU-BEFORE-LAST-TXN-DATE
012940         MOVE ZERO TO CAU-BEFORE-LAST-CUST-DATE
012945         MOVE ZERO TO CAU-BEFORE-OD-LIMIT
012950     ELSE
012955         MOVE 'U' TO CAU-ACTION
012960         MOVE CMR-DOB             OF WS-BEFORE-IMAGE TO
012961             CAU-BEFORE-DOB
012962         MOVE CMR-OPEN-DATE       OF WS-BEFORE-IMAGE TO
012963             CAU-BEFORE-OPEN-DATE
012964         MOVE CMR-LAST-TXN-DATE   OF WS-BEFORE-IMAGE TO
012965             CAU-BEFORE-LAST-TXN-DATE
012966         MOVE CMR-LAST-CUST-DATE  OF WS-BEFORE-IMAGE TO
012967             CAU-BEFORE-LAST-CUST-DATE
012968         MOVE CMR-OVERDRAFT-LIMIT OF WS-BEFORE-IMAGE TO
012969             CAU-BEFORE-OD-LIMIT
012970     END-IF
012975     MOVE CMR-DOB             OF WS-AFTER-IMAGE  TO CAU-AFTER-DOB
012980     MOVE CMR-OPEN-DATE       OF WS-AFTER-IMAGE  TO
012981         CAU-AFTER-OPEN-DATE
012982     MOVE CMR-LAST-TXN-DATE   OF WS-AFTER-IMAGE  TO
012983         CAU-AFTER-LAST-TXN-DATE
012984     MOVE CMR-LAST-CUST-DATE  OF WS-AFTER-IMAGE  TO
012985         CAU-AFTER-LAST-CUST-DATE
012986     MOVE CMR-OVERDRAFT-LIMIT OF WS-AFTER-IMAGE  TO
012987         CAU-AFTER-OD-LIMIT
012990     MOVE SPACES                      TO CAU-OPERATOR-ID
012995     MOVE SPACES                      TO CAU-APPROVER-ID
012400
012600     WRITE CUSTOMER-AUDIT-RECORD.
012700 2000-EXIT.
