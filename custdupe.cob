      * blank or low-value name, or a blank ZIP, are not released -
      * two records that agree only on an empty field are not evidence
      * of the same customer, just of the data problems CUSTVAL
      * already reports. A customer CUSTERAS has erased is not released
      * either: every erased record carries the same placeholder name
      * and address, and they would all cluster with one another.
      ******************************************************************
       1000-RELEASE-NAME-ZIP.
           PERFORM 1900-OPEN-CUSTOMER-MASTER
                           AND CM-CUSTOMER-NAME NOT = LOW-VALUES
                           AND CM-ZIP-CODE NOT = SPACES
                           AND CM-ZIP-CODE NOT = LOW-VALUES
                           AND NOT CM-STATUS-ERASED
                           PERFORM 1100-BUILD-SORT-FIELDS
                           MOVE SPACES TO SW-MATCH-KEY
                           MOVE CM-CUSTOMER-NAME TO SW-MATCH-KEY(1:30)

      ******************************************************************
      * 1500-RELEASE-NAME-ADDR feeds the second sort, keyed branch /
      * name+address-line-1 / id, with the same empty-field and erased-
      * customer rules as 1000 applied to the address line.
      ******************************************************************
       1500-RELEASE-NAME-ADDR.
           PERFORM 1900-OPEN-CUSTOMER-MASTER
                           AND CM-CUSTOMER-NAME NOT = LOW-VALUES
                           AND CM-ADDRESS-LINE-1 NOT = SPACES
                           AND CM-ADDRESS-LINE-1 NOT = LOW-VALUES
                           AND NOT CM-STATUS-ERASED
                           PERFORM 1100-BUILD-SORT-FIELDS
                           MOVE SPACES TO SW-MATCH-KEY
                           MOVE CM-CUSTOMER-NAME TO SW-MATCH-KEY(1:30)
