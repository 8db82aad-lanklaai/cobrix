      *================================================================*
      * DISPMAP.cbl                                                    *
      * Symbolic map for the DISPSCR screen (mapset CUSTSET, map       *
      * DISPMAP) used by the CMDSP01 online dispute case screen.       *
      * Hand-maintained alongside CUSTMAP.cbl, the same way this shop  *
      * keeps all its online copybooks with the batch ones rather      *
      * than in a generated-map library.                               *
      *                                                                *
      * DCFUNC, DCCASE, DCTXNID, DCAMT, DCCLAIM, DCREASN, DCRTEXT,     *
      * DCPDUE, DCFDUE, and DCOUTC are the operator entry fields       *
      * (DCAMT carries PICIN 9(9)V99, so the symbolic input field is   *
      * numeric; DCCASE echoes the assigned id after an open);         *
      * DCACCT, DCSTAT, DCTXAMT, DCPAMT, DCPDATE, DCCLOSD, and         *
      * DCCLACT echo the account and the case's status, disputed       *
      * transaction amount, provisional credit, and closure.           *
      *================================================================*
       01  DISPSCRI.
           05  FILLER                PIC X(12).
           05  DCACCTL               PIC S9(4) COMP.
           05  DCACCTF               PIC X.
           05  FILLER REDEFINES DCACCTF.
               10  DCACCTA           PIC X.
           05  DCACCTI               PIC X(10).
           05  DCFUNCL               PIC S9(4) COMP.
           05  DCFUNCF               PIC X.
           05  FILLER REDEFINES DCFUNCF.
               10  DCFUNCA           PIC X.
           05  DCFUNCI               PIC X(1).
           05  DCCASEL               PIC S9(4) COMP.
           05  DCCASEF               PIC X.
           05  FILLER REDEFINES DCCASEF.
               10  DCCASEA           PIC X.
           05  DCCASEI               PIC X(12).
           05  DCTXNIDL              PIC S9(4) COMP.
           05  DCTXNIDF              PIC X.
           05  FILLER REDEFINES DCTXNIDF.
               10  DCTXNIDA          PIC X.
           05  DCTXNIDI              PIC X(16).
           05  DCAMTL                PIC S9(4) COMP.
           05  DCAMTF                PIC X.
           05  FILLER REDEFINES DCAMTF.
               10  DCAMTA            PIC X.
           05  DCAMTI                PIC 9(9)V99.
           05  DCCLAIML              PIC S9(4) COMP.
           05  DCCLAIMF              PIC X.
           05  FILLER REDEFINES DCCLAIMF.
               10  DCCLAIMA          PIC X.
           05  DCCLAIMI              PIC X(8).
           05  DCREASNL              PIC S9(4) COMP.
           05  DCREASNF              PIC X.
           05  FILLER REDEFINES DCREASNF.
               10  DCREASNA          PIC X.
           05  DCREASNI              PIC X(2).
           05  DCRTEXTL              PIC S9(4) COMP.
           05  DCRTEXTF              PIC X.
           05  FILLER REDEFINES DCRTEXTF.
               10  DCRTEXTA          PIC X.
           05  DCRTEXTI              PIC X(30).
           05  DCPDUEL               PIC S9(4) COMP.
           05  DCPDUEF               PIC X.
           05  FILLER REDEFINES DCPDUEF.
               10  DCPDUEA           PIC X.
           05  DCPDUEI               PIC X(8).
           05  DCFDUEL               PIC S9(4) COMP.
           05  DCFDUEF               PIC X.
           05  FILLER REDEFINES DCFDUEF.
               10  DCFDUEA           PIC X.
           05  DCFDUEI               PIC X(8).
           05  DCOUTCL               PIC S9(4) COMP.
           05  DCOUTCF               PIC X.
           05  FILLER REDEFINES DCOUTCF.
               10  DCOUTCA           PIC X.
           05  DCOUTCI               PIC X(1).
           05  DCSTATL               PIC S9(4) COMP.
           05  DCSTATF               PIC X.
           05  FILLER REDEFINES DCSTATF.
               10  DCSTATA           PIC X.
           05  DCSTATI               PIC X(1).
           05  DCTXAMTL              PIC S9(4) COMP.
           05  DCTXAMTF              PIC X.
           05  FILLER REDEFINES DCTXAMTF.
               10  DCTXAMTA          PIC X.
           05  DCTXAMTI              PIC X(14).
           05  DCPAMTL               PIC S9(4) COMP.
           05  DCPAMTF               PIC X.
           05  FILLER REDEFINES DCPAMTF.
               10  DCPAMTA           PIC X.
           05  DCPAMTI               PIC X(14).
           05  DCPDATEL              PIC S9(4) COMP.
           05  DCPDATEF              PIC X.
           05  FILLER REDEFINES DCPDATEF.
               10  DCPDATEA          PIC X.
           05  DCPDATEI              PIC X(8).
           05  DCCLOSDL              PIC S9(4) COMP.
           05  DCCLOSDF              PIC X.
           05  FILLER REDEFINES DCCLOSDF.
               10  DCCLOSDA          PIC X.
           05  DCCLOSDI              PIC X(8).
           05  DCCLACTL              PIC S9(4) COMP.
           05  DCCLACTF              PIC X.
           05  FILLER REDEFINES DCCLACTF.
               10  DCCLACTA          PIC X.
           05  DCCLACTI              PIC X(1).
           05  DCMSGL                PIC S9(4) COMP.
           05  DCMSGF                PIC X.
           05  FILLER REDEFINES DCMSGF.
               10  DCMSGA            PIC X.
           05  DCMSGI                PIC X(60).

       01  DISPSCRO REDEFINES DISPSCRI.
           05  FILLER                PIC X(12).
           05  FILLER                PIC X(3).
           05  DCACCTO               PIC X(10).
           05  FILLER                PIC X(3).
           05  DCFUNCO               PIC X(1).
           05  FILLER                PIC X(3).
           05  DCCASEO               PIC X(12).
           05  FILLER                PIC X(3).
           05  DCTXNIDO              PIC X(16).
           05  FILLER                PIC X(3).
           05  DCAMTO                PIC X(11).
           05  FILLER                PIC X(3).
           05  DCCLAIMO              PIC X(8).
           05  FILLER                PIC X(3).
           05  DCREASNO              PIC X(2).
           05  FILLER                PIC X(3).
           05  DCRTEXTO              PIC X(30).
           05  FILLER                PIC X(3).
           05  DCPDUEO               PIC X(8).
           05  FILLER                PIC X(3).
           05  DCFDUEO               PIC X(8).
           05  FILLER                PIC X(3).
           05  DCOUTCO               PIC X(1).
           05  FILLER                PIC X(3).
           05  DCSTATO               PIC X(1).
           05  FILLER                PIC X(3).
           05  DCTXAMTO              PIC -(10)9.99.
           05  FILLER                PIC X(3).
           05  DCPAMTO               PIC -(10)9.99.
           05  FILLER                PIC X(3).
           05  DCPDATEO              PIC X(8).
           05  FILLER                PIC X(3).
           05  DCCLOSDO              PIC X(8).
           05  FILLER                PIC X(3).
           05  DCCLACTO              PIC X(1).
           05  FILLER                PIC X(3).
           05  DCMSGO                PIC X(60).
