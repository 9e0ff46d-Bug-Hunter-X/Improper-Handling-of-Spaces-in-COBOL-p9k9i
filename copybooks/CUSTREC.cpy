           10  CR-STATE                    PIC X(2).
           10  CR-ZIP-CODE                 PIC X(10).
       05  CR-BRANCH-CODE                  PIC X(5).
      ******************************************************************
      * "E" is a customer CUSTERAS has erased on request: the personal
      * fields are anonymized and the record stays only so the id is
      * never reissued. An erased customer is inactive as far as every
      * program is concerned, so CR-STATUS-INACTIVE covers both values
      * (a SET to inactive still writes "I"); CR-STATUS-ERASED is for
      * the few places that must tell the two apart.
      ******************************************************************
       05  CR-CUSTOMER-STATUS              PIC X(1).
           88  CR-STATUS-ACTIVE            VALUE "A".
           88  CR-STATUS-INACTIVE          VALUE "I" "E".
           88  CR-STATUS-ERASED            VALUE "E".
      ******************************************************************
      * CR-LAST-MAINT-TIMESTAMP is stamped by whatever changes the
      * record - CUSTVAL when it rewrites a normalized name, CUSTRMRG
