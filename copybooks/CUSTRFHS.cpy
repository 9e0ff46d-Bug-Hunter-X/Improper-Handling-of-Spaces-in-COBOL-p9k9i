      ******************************************************************
      * CUSTRFHS - reference-file change history record layout.
      *
      * One record per change CUSTREFM applies to a reference file:
      * which file (P - CUSTPARM, R - CUSTRSNF, B - CUSTBRCH), the
      * action, the key changed (the parameter field name, the reason
      * code or the branch code), who asked for it, and the record as
      * it stood before and after, tagged with CUSTREFM's run
      * timestamp - the same before/after shape as CUSTJRNL, so a bad
      * change can be put back by hand from the before-image. A
      * parameter change carries the whole CUSTPARM record both ways;
      * an add carries spaces as its before-image, a delete spaces as
      * its after-image. The images are sized for the longest of the
      * three records (CUSTBRCH, 75 bytes).
      ******************************************************************
           05  FH-RUN-TIMESTAMP                PIC 9(14).
           05  FH-OPERATOR-ID                  PIC X(8).
           05  FH-FILE-CODE                    PIC X(1).
               88  FH-FILE-PARAMETER           VALUE "P".
               88  FH-FILE-REASON              VALUE "R".
               88  FH-FILE-BRANCH              VALUE "B".
           05  FH-ACTION-CODE                  PIC X(1).
               88  FH-ACTION-ADD               VALUE "A".
               88  FH-ACTION-CHANGE            VALUE "C".
               88  FH-ACTION-DELETE            VALUE "D".
           05  FH-CHANGE-KEY                   PIC X(20).
           05  FH-BEFORE-IMAGE                 PIC X(80).
           05  FH-AFTER-IMAGE                  PIC X(80).
