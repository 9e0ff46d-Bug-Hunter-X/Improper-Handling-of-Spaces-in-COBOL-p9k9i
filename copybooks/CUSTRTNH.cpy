      ******************************************************************
      * CUSTRTNH - returned-mail history record layout (CUSTRMHS).
      *
      * One record per customer the statement system has ever had mail
      * come back for, keyed on RH-CUSTOMER-ID and kept from run to run
      * by CUSTRTML: how many returns, the first and latest return
      * dates, and the statement system's reason for the latest one.
      * A count above one is a repeat return - postage already spent
      * on an address known to be bad - and is what CUSTRTML reports.
      * Like CUSTSHST, no name or address is kept here.
      ******************************************************************
           05  RH-CUSTOMER-ID                  PIC X(10).
           05  RH-BRANCH-CODE                  PIC X(5).
           05  RH-RETURN-COUNT                 PIC 9(4).
           05  RH-FIRST-RETURN-DATE            PIC 9(8).
           05  RH-LAST-RETURN-DATE             PIC 9(8).
           05  RH-LAST-RETURN-REASON           PIC X(20).
