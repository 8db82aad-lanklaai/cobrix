      *================================================================*
      * CMDSCOMM.cbl                                                   *
      * Pseudo-conversational COMMAREA for CMDSP01, the online         *
      * dispute case screen reached from the CMINQ01 inquiry screen    *
      * (PF7) for the account currently displayed.  DS-ACCT-ID         *
      * carries the account every case keyed on the screen must        *
      * belong to.  CMINQ01 hands it over with DS-STATE 'N', which     *
      * tells CMDSP01 to paint a fresh screen before acting on any     *
      * key; each ENTER after that validates and applies the keyed     *
      * function in one trip.                                          *
      *================================================================*
       01  CMDSP-COMMAREA.
           05  DS-ACCT-ID            PIC X(10).
           05  DS-STATE              PIC X(1).
               88  DS-STATE-NEW          VALUE 'N'.
               88  DS-STATE-ACTIVE       VALUE 'A'.
