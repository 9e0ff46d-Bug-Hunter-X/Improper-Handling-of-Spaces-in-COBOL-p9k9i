      ******************************************************************
      * CUSTSHST - closed-suspense history record layout.
      *
      * One record per CUSTSUSP entry CUSTRMRG closes, written just
      * before the entry is deleted, so how long a reject sat and who
      * fixed it outlive the entry itself. The three timestamps are
      * the reject (CUSTVAL), the latest correction (CUSTCORR) and the
      * merge that closed it (CUSTRMRG); the correction count says how
      * many corrections it took. An entry corrected before CUSTCORR
      * recorded operators carries a zero correction timestamp and a
      * blank operator. CUSTRMRG (writer) and CUSTTURN (the monthly
      * turnaround report) both COPY this. No name or address is kept:
      * the history is about the work, not the customer.
      ******************************************************************
           05  SH-CUSTOMER-ID                  PIC X(10).
           05  SH-BRANCH-CODE                  PIC X(5).
           05  SH-REASON-CODE                  PIC X(4).
           05  SH-REJECT-TIMESTAMP             PIC 9(14).
           05  SH-CORRECTION-TIMESTAMP         PIC 9(14).
           05  SH-CORRECTION-OPERATOR          PIC X(8).
           05  SH-CORRECTION-COUNT             PIC 9(2).
           05  SH-MERGE-TIMESTAMP              PIC 9(14).
