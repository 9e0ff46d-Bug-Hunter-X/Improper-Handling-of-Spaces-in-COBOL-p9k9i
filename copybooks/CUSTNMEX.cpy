      ******************************************************************
      * CUSTNMEX - customer name extension record layout (CUSTNMEX).
      *
      * One record per customer, keyed on NX-CUSTOMER-ID, holding
      * CR-CUSTOMER-NAME as CUSTNPRS split it into its parts:
      *   NX-PARTY-TYPE       I - an individual, named by the parts
      *                       B - a business, trust or other body;
      *                           the parts stay blank, the name is
      *                           used whole
      *                       space - nothing to go on (blank name)
      *   NX-PARSE-CONFIDENCE C - the parts can be used as they stand
      *                       R - the parse is a best guess and the
      *                           customer is on the CUSTNPRS review
      *                           listing, NX-REVIEW-REASON says why
      * NX-SOURCE-NAME is the master name the parts were taken from. A
      * reader compares it with CR-CUSTOMER-NAME before trusting the
      * parts: a name maintained since the last CUSTNPRS run no longer
      * matches, and its old parts must not be used.
      ******************************************************************
           05  NX-CUSTOMER-ID                  PIC X(10).
           05  NX-SOURCE-NAME                  PIC X(30).
           05  NX-PARTY-TYPE                   PIC X(1).
               88  NX-PARTY-INDIVIDUAL         VALUE "I".
               88  NX-PARTY-BUSINESS           VALUE "B".
               88  NX-PARTY-UNKNOWN            VALUE SPACE.
           05  NX-NAME-PARTS.
               10  NX-NAME-PREFIX              PIC X(4).
               10  NX-FIRST-NAME               PIC X(15).
               10  NX-MIDDLE-NAME              PIC X(15).
               10  NX-LAST-NAME                PIC X(25).
               10  NX-NAME-SUFFIX              PIC X(4).
           05  NX-PARSE-CONFIDENCE             PIC X(1).
               88  NX-PARSE-CONFIDENT          VALUE "C".
               88  NX-PARSE-FOR-REVIEW         VALUE "R".
           05  NX-REVIEW-REASON                PIC X(30).
           05  NX-PARSE-TIMESTAMP              PIC 9(14).
