      ******************************************************************
      * CUSTRDIR - shared retired-id redirect listing record layout.
      *
      * One record per incoming transaction that named a customer id
      * CUSTCONS had retired and was applied to the survivor instead:
      * which program and run, the id the branch keyed, the id it was
      * applied to, how many retirements were followed, and the branch
      * the transaction came from - it is that branch that needs to
      * learn the new id and stop keying the old one.
      * CUSTMNT, CUSTCORR and CUSTRMRG all append to the one CUSTRDIR
      * file and all COPY this, so the layout cannot drift out of sync.
      ******************************************************************
           05  RD-PROGRAM-ID                   PIC X(8).
           05  RD-RUN-TIMESTAMP                PIC 9(14).
           05  RD-BRANCH-CODE                  PIC X(5).
           05  RD-REQUESTED-ID                 PIC X(10).
           05  RD-SURVIVOR-ID                  PIC X(10).
           05  RD-HOP-COUNT                    PIC 9(2).
