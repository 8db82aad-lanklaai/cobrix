003500*                   with trailing averages, abend/force/no-run   *
003600*                   flags, window check, and paging severity     *
003700*                   in the return code.                          *
003710*   10/15/2026  RH  CMACH01, the inbound ACH intake, added to    *
003720*                   the nightly roster.                          *
003730*   10/15/2026  RH  CMCHQR01 and CMDISB01, the cheque            *
003740*                   reconciliation and disbursement runs, added  *
003750*                   to the nightly roster.                       *
003760*   10/15/2026  RH  CMCTR01, the large-cash monitor, added to    *
003770*                   the nightly roster.                          *
003780*   10/15/2026  RH  CMBILL01, the cycle billing run, added to    *
003790*                   the nightly roster.                          *
003791*   10/15/2026  RH  CMLTR01, the nightly letter run, added to    *
003792*                   the nightly roster.                          *
003793*   10/15/2026  RH  CMOVRD01, the operator override and approval *
003794*                   report, added to the nightly roster.         *
003795*   10/15/2026  RH  CMTDMR01, the term-deposit maturity run,     *
003796*                   added to the nightly roster.                 *
003797*   10/15/2026  RH  CMDSPR01, the nightly dispute case run,      *
003798*                   added to the nightly roster.                 *
003800*----------------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
012000* report runs.                                                   *
012100*----------------------------------------------------------------*
012200 01  WS-JOB-ROSTER-DATA.
012250     05  FILLER            PIC X(9)  VALUE 'CMACH01 N'.
012300     05  FILLER            PIC X(9)  VALUE 'CMSTOG01N'.
012350     05  FILLER            PIC X(9)  VALUE 'CMTDMR01N'.
012360     05  FILLER            PIC X(9)  VALUE 'CMDSPR01N'.
012400     05  FILLER            PIC X(9)  VALUE 'CMEDIT01N'.
012500     05  FILLER            PIC X(9)  VALUE 'CMPOST01N'.
012600     05  FILLER            PIC X(9)  VALUE 'CMBAL01 N'.
013200     05  FILLER            PIC X(9)  VALUE 'CMDORM01N'.
013300     05  FILLER            PIC X(9)  VALUE 'CMHLDX01N'.
013400     05  FILLER            PIC X(9)  VALUE 'CMVRFY01N'.
013410     05  FILLER            PIC X(9)  VALUE 'CMCHQR01N'.
013420     05  FILLER            PIC X(9)  VALUE 'CMDISB01N'.
013430     05  FILLER            PIC X(9)  VALUE 'CMCTR01 N'.
013440     05  FILLER            PIC X(9)  VALUE 'CMBILL01N'.
013450     05  FILLER            PIC X(9)  VALUE 'CMLTR01 N'.
013460     05  FILLER            PIC X(9)  VALUE 'CMOVRD01N'.
013500     05  FILLER            PIC X(9)  VALUE 'CMACCR01P'.
013600     05  FILLER            PIC X(9)  VALUE 'CMSTMT01P'.
013700     05  FILLER            PIC X(9)  VALUE 'CMCLS01 P'.
013800     05  FILLER            PIC X(9)  VALUE 'CMTAX01 P'.
013900 01  WS-JOB-ROSTER REDEFINES WS-JOB-ROSTER-DATA.
014000     05  WS-ROSTER-ENTRY OCCURS 25 TIMES.
014100         10  WS-RST-JOB        PIC X(8).
014200         10  WS-RST-CLASS      PIC X(1).
014300             88  WS-RST-NIGHTLY    VALUE 'N'.
014400
014500 01  WS-JOB-STATS.
014600     05  WS-STAT-ENTRY OCCURS 25 TIMES.
014700         10  WS-ST-FOUND-SW    PIC X(1).
014800             88  WS-ST-FOUND       VALUE 'Y'.
014900         10  WS-ST-STATUS      PIC X(1).
025400
025500     PERFORM 1100-CLEAR-ONE-STAT THRU 1100-EXIT
025600         VARYING WS-TABLE-SUB FROM 1 BY 1
025700         UNTIL WS-TABLE-SUB > 25
025800
025900     OPEN INPUT  RUNCTL-FILE
026000     OPEN OUTPUT SKEDRPT-FILE
036100     MOVE ZERO TO WS-HIT-SUB
036200     PERFORM 2250-MATCH-ONE-ENTRY THRU 2250-EXIT
036300         VARYING WS-TABLE-SUB FROM 1 BY 1
036400         UNTIL WS-TABLE-SUB > 25
036500             OR WS-HIT-SUB NOT = ZERO.
036600 2200-EXIT.
036700     EXIT.
043900 3000-REPORT-EACH-JOB.
044000     PERFORM 3100-REPORT-ONE-JOB THRU 3100-EXIT
044100         VARYING WS-TABLE-SUB FROM 1 BY 1
044200         UNTIL WS-TABLE-SUB > 25.
044300 3000-EXIT.
044400     EXIT.
044500
