      ******************************************************************
      * CUSTPEND - pending duplicate-review record layout (CUSTMPND).
      *
      * One record per CUSTMNT add held back because the new customer
      * already looks like one on the master - the same normalized
      * name plus ZIP, or plus address line 1, in the same branch, the
      * two match rules CUSTDUPE reports on after the fact. The held
      * customer is carried in full CUSTREC layout with the name as
      * CUSTNMCK normalized it, so a release applies exactly what was
      * screened. Up to five matching master ids are kept for the
      * reviewer, each with the rule it matched on:
      *   Z - name plus ZIP code
      *   A - name plus address line 1
      *   B - both
      * PN-MATCH-COUNT is the full number of master records that
      * matched, even when it is more than the five ids listed. The
      * file is keyed on PN-CUSTOMER-ID; a later CUSTMNT "R" release
      * adds the customer anyway and an "X" release drops it, and
      * either way the pending record is deleted.
      ******************************************************************
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==PN-==.
           05  PN-HELD-TIMESTAMP               PIC 9(14).
           05  PN-MATCH-COUNT                  PIC 9(4).
           05  PN-MATCH-ENTRY OCCURS 5 TIMES.
               10  PN-MATCH-ID                 PIC X(10).
               10  PN-MATCH-RULE               PIC X(1).
                   88  PN-MATCHED-ON-ZIP       VALUE "Z".
                   88  PN-MATCHED-ON-ADDRESS   VALUE "A".
                   88  PN-MATCHED-ON-BOTH      VALUE "B".
