      ******************************************************************
      * CUSTXRRQ - shared resolve-request area for CUSTXRES.
      *
      * The caller moves the incoming id to XQ-REQUESTED-ID and CALLs
      * CUSTXRES with this area and its loaded CUSTXRFT table. Back
      * come the id the transaction should really apply to, how many
      * retirements were followed to reach it, and the outcome:
      *   N - not retired, XQ-RESOLVED-ID is the requested id;
      *   Y - redirected, XQ-RESOLVED-ID is the live survivor at the
      *       end of the chain (a survivor later retired itself is
      *       followed on to ITS survivor);
      *   L - the chain loops or runs past the hop limit, so there is
      *       no id to trust; XQ-RESOLVED-ID is the requested id and
      *       the caller rejects the transaction.
      ******************************************************************
           05  XQ-REQUESTED-ID                 PIC X(10).
           05  XQ-RESOLVED-ID                  PIC X(10).
           05  XQ-HOP-COUNT                    PIC 9(2).
           05  XQ-RESOLVE-RESULT               PIC X(1).
               88  XQ-NOT-REDIRECTED           VALUE "N".
               88  XQ-REDIRECTED               VALUE "Y".
               88  XQ-CHAIN-BROKEN             VALUE "L".
