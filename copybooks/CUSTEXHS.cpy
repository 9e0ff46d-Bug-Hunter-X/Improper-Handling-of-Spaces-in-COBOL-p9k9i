      ******************************************************************
      * CUSTEXHS - customer exception history record layout (CUSTEXHS).
      *
      * One record per customer per reason code the customer has ever
      * failed, keyed on XH-CUSTOMER-ID + XH-REASON-CODE and kept from
      * run to run by CUSTVAL, so a failure that never gets fixed can
      * be told from one that is new tonight. CUSTEXC is recreated
      * every night and CUSTHIST only keeps branch counts; this file
      * is the customer-level memory behind CUSTCHRN.
      *   XH-FIRST-SEEN-RUN    run the customer first failed the check
      *   XH-LAST-SEEN-RUN     latest run it failed the check
      *   XH-CONSECUTIVE-RUNS  runs in a row it has failed the check;
      *                        zero once a run finds it clean again
      *   XH-TOTAL-OCCURRENCES every run it has ever failed the check
      *   XH-REOPEN-COUNT      times it came clean and then failed the
      *                        same check again
      *   XH-LAST-CLEAN-RUN    latest run that found it clean (zero if
      *                        it has never been clean since first seen)
      *   XH-LAST-REOPEN-RUN   run of the latest reopen (zero if none)
      * XH-BRANCH-CODE is the branch as of the latest failure. Run
      * values are CUSTVAL run timestamps. Like CUSTSHST and CUSTRMHS,
      * no name or address is kept here.
      ******************************************************************
           05  XH-HIST-KEY.
               10  XH-CUSTOMER-ID              PIC X(10).
               10  XH-REASON-CODE              PIC X(4).
           05  XH-BRANCH-CODE                  PIC X(5).
           05  XH-FIRST-SEEN-RUN               PIC 9(14).
           05  XH-LAST-SEEN-RUN                PIC 9(14).
           05  XH-CONSECUTIVE-RUNS             PIC 9(4).
               88  XH-CAME-CLEAN               VALUE ZERO.
           05  XH-TOTAL-OCCURRENCES            PIC 9(6).
           05  XH-REOPEN-COUNT                 PIC 9(4).
           05  XH-LAST-CLEAN-RUN               PIC 9(14).
           05  XH-LAST-REOPEN-RUN              PIC 9(14).
