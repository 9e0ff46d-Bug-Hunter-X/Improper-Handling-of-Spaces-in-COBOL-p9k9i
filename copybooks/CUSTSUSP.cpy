      * Carrying the full CUSTREC layout - not just key and name - lets
      * CUSTCORR's CUSTOMER-RESUBMIT extract produce a record with
      * enough fields to actually merge back into CUSTOMER-MASTER.
      *
      * The correction fields are CUSTCORR's: who keyed the latest
      * correction and when, and how many corrections the entry has
      * taken (a correction CUSTRMRG then bounces leaves the entry
      * corrected-but-open, and the branch has to correct it again).
      * CUSTRMRG carries them to the suspense history CUSTSHST when
      * it closes the entry. A new entry starts at zero/spaces.
      ******************************************************************
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==CS-==.
           05  CS-REASON-CODE                  PIC X(4).
           05  CS-CORRECTION-STATUS            PIC X(1).
               88  CS-PENDING-CORRECTION       VALUE "P".
               88  CS-CORRECTED                VALUE "C".
           05  CS-CORRECTION-TIMESTAMP         PIC 9(14).
           05  CS-CORRECTION-OPERATOR          PIC X(8).
           05  CS-CORRECTION-COUNT             PIC 9(2).
