      ******************************************************************
           05  CP-HIST-RETAIN-RUNS             PIC 9(3).
           05  CP-NMLG-RETAIN-DAYS             PIC 9(3).
      ******************************************************************
      * CP-CHRONIC-RUNS is the number of runs in a row a customer must
      * fail the same check before CUSTCHRN lists it as chronic.
      * Carved from the trailing FILLER; a parameter file written
      * before it existed reads as spaces and CUSTCHRN defaults it.
      ******************************************************************
           05  CP-CHRONIC-RUNS                 PIC 9(3).
           05  FILLER                          PIC X(24).
