      *================================================================*
      * CMAPCOMM.cbl                                                   *
      * Pseudo-conversational COMMAREA for CMAPR01, the online         *
      * supervisor approval screen.  AP-SKIP-COUNT is how many of the  *
      * pending PENDAPPR rows the next ENTER should skip past, which   *
      * is how the list pages forward without keeping the browse       *
      * position between keystrokes -- the same shape as CMDINQ01's    *
      * CMDTCOMM.  A decision restarts the list from the top.          *
      *================================================================*
       01  CMAPR-COMMAREA.
           05  AP-FUNCTION           PIC X(1).
               88  AP-FUNC-APPROVE       VALUE 'A'.
           05  AP-SKIP-COUNT         PIC 9(5).
