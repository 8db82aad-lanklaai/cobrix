      *================================================================*
      * APPRMAP.cbl                                                    *
      * Symbolic map for the APPRSCR screen (mapset CUSTSET, map       *
      * APPRMAP) used by the CMAPR01 supervisor approval screen.       *
      * Hand-maintained alongside CUSTMAP.cbl, the same way this shop  *
      * keeps all its online copybooks with the batch ones rather      *
      * than in a generated-map library.                               *
      *                                                                *
      * APID and APACT are the supervisor's entry fields -- the        *
      * pending id to decide and A (approve) or R (reject); the        *
      * twelve APLINE slots each carry one rendered PENDAPPR row       *
      * still pending and are addressed through the OCCURS overlay on  *
      * the output side, the same shape as DTLMAP.                     *
      *================================================================*
       01  APPRSCRI.
           05  FILLER                PIC X(12).
           05  APIDL                 PIC S9(4) COMP.
           05  APIDF                 PIC X.
           05  FILLER REDEFINES APIDF.
               10  APIDA             PIC X.
           05  APIDI                 PIC X(16).
           05  APACTL                PIC S9(4) COMP.
           05  APACTF                PIC X.
           05  FILLER REDEFINES APACTF.
               10  APACTA            PIC X.
           05  APACTI                PIC X(1).
           05  APPR-LINES-I OCCURS 12 TIMES.
               10  APLINEL           PIC S9(4) COMP.
               10  APLINEF           PIC X.
               10  APLINEI           PIC X(76).
           05  APMSGL                PIC S9(4) COMP.
           05  APMSGF                PIC X.
           05  FILLER REDEFINES APMSGF.
               10  APMSGA            PIC X.
           05  APMSGI                PIC X(60).

       01  APPRSCRO REDEFINES APPRSCRI.
           05  FILLER                PIC X(12).
           05  FILLER                PIC X(3).
           05  APIDO                 PIC X(16).
           05  FILLER                PIC X(3).
           05  APACTO                PIC X(1).
           05  APPR-LINES-O OCCURS 12 TIMES.
               10  FILLER            PIC X(3).
               10  APLINEO           PIC X(76).
           05  FILLER                PIC X(3).
           05  APMSGO                PIC X(60).
