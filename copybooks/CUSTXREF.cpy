      ******************************************************************
      * CUSTXREF - shared customer cross-reference record layout.
      *
      * One record per loser id CUSTCONS retires, pointing at the
      * survivor it folded into. The file is append-only: when a
      * retirement is undone (CUSTBOUT reactivating a loser) a later
      * record pointing the loser at ITSELF is appended rather than the
      * old one removed, so readers always take the LATEST record for
      * a loser id, and a self-pointing record means "live again, no
      * redirect". CUSTCONS and CUSTBOUT (writers) and every program
      * that loads the file into CUSTXRFT COPY this, so the layout
      * cannot drift out of sync.
      ******************************************************************
           05  XR-LOSER-ID                     PIC X(10).
           05  XR-SURVIVOR-ID                  PIC X(10).
           05  XR-CONSOLIDATE-TIMESTAMP        PIC 9(14).
