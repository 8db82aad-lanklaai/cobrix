      *================================================================*
      * LTREXT.cbl                                                     *
      * Letter Print/Mail Extract Record copybook                      *
      *                                                                *
      * Fixed 150-byte record layouts for the nightly print/mail       *
      * extract CMLTR01 builds from the CORRQ correspondence queue.    *
      * Every notice for one customer raised on one day is rolled up   *
      * into a single mailing -- one envelope -- so the extract is a   *
      * run of mailing groups in customer order:                       *
      *                                                                *
      *   'H'  mailing header  -- the mailing id, the CUSTBASE owner's *
      *        name and address, and the lead letter type, which       *
      *        picks the letter stock the print house uses: the most   *
      *        pressing notice in the envelope, in the order DD, CL,   *
      *        NS, HP, DN, NA (see CRQ-LETTER-TYPE on CORRQ).          *
      *   'D'  notice          -- one per queue event, carrying its    *
      *        own letter type, which picks the paragraph printed      *
      *        for it, and the account, amount, date and detail text   *
      *        the paragraph quotes.                                   *
      *   'T'  mailing trailer -- notice count for the mailing.        *
      *================================================================*
       01  LTR-HEADER-RECORD.
           05  LTH-REC-TYPE          PIC X(1).
           05  LTH-MAILING-ID        PIC X(16).
           05  LTH-CUST-NO           PIC X(10).
           05  LTH-LEAD-LETTER-TYPE  PIC X(2).
           05  LTH-EVENT-DATE        PIC 9(8).
           05  LTH-NAME              PIC X(40).
           05  LTH-STREET            PIC X(30).
           05  LTH-CITY              PIC X(20).
           05  LTH-STATE             PIC X(2).
           05  LTH-ZIP               PIC X(10).
           05  FILLER                PIC X(11).
       01  LTR-DETAIL-RECORD.
           05  LTD-REC-TYPE          PIC X(1).
           05  LTD-MAILING-ID        PIC X(16).
           05  LTD-LETTER-TYPE       PIC X(2).
           05  LTD-ACCT-ID           PIC X(10).
           05  LTD-AMOUNT            PIC 9(11)V99.
           05  LTD-REF-DATE          PIC 9(8).
           05  LTD-EVENT-DATE        PIC 9(8).
           05  LTD-ORIGIN            PIC X(8).
           05  LTD-DETAIL-TEXT       PIC X(40).
           05  FILLER                PIC X(44).
       01  LTR-TRAILER-RECORD.
           05  LTT-REC-TYPE          PIC X(1).
           05  LTT-MAILING-ID        PIC X(16).
           05  LTT-NOTICE-COUNT      PIC 9(3).
           05  FILLER                PIC X(130).
