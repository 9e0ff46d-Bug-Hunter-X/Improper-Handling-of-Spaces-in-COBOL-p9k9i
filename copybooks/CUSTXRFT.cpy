      ******************************************************************
      * CUSTXRFT - shared in-storage cross-reference table layout.
      *
      * The CUSTXREF file loaded for one run, one entry per loser id
      * holding the survivor from the LATEST record for that id (a
      * later record replaces the entry, it does not add a second).
      * Callers COPY this under their own 01-level, fill it at start-
      * up, and hand it to CUSTXRES with each id to resolve - CUSTXRES
      * reads no files itself, the same caching contract CUSTNMCK has
      * with CUSTRSNT. A count of zero means no cross-reference on
      * hand: every id resolves to itself.
      ******************************************************************
           05  XT-XREF-COUNT                   PIC 9(5).
           05  XT-XREF-ENTRY OCCURS 5000 TIMES.
               10  XT-LOSER-ID                 PIC X(10).
               10  XT-SURVIVOR-ID              PIC X(10).
