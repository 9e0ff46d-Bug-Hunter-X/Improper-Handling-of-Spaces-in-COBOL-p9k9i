      ******************************************************************
      * CUSTJRNL - shared CUSTOMER-MASTER update journal record layout.
      *
      * One record per master record added, changed, retired or
      * removed by any program that updates CUSTOMER-MASTER (CUSTVAL,
      * CUSTRMRG, CUSTMNT, CUSTCONS, and CUSTBOUT reversing one of
      * them): the full CUSTREC image as it stood before the update and
      * as it was written, tagged with the program and that program's
      * run timestamp. CUSTNMLG only ever covered CUSTVAL's name
      * rewrites; this is the journal a bad run is backed out from.
      * Writers and CUSTBOUT all COPY this so the layout cannot drift
      * out of sync.
      *
      * The images are carried as plain CUSTREC-length areas rather
      * than a second copy of the CUSTREC fields, because the same
      * copybook cannot be nested twice under one record; a program
      * that needs the fields MOVEs an image into its own CUSTREC-
      * layout work area. An ADD carries spaces as its before-image,
      * a DELETE (only ever written by CUSTBOUT) spaces as its after-
      * image.
      ******************************************************************
           05  JR-PROGRAM-ID                   PIC X(8).
           05  JR-RUN-TIMESTAMP                PIC 9(14).
           05  JR-ACTION-CODE                  PIC X(1).
               88  JR-ACTION-ADD               VALUE "A".
               88  JR-ACTION-CHANGE            VALUE "C".
               88  JR-ACTION-RETIRE            VALUE "R".
               88  JR-ACTION-DELETE            VALUE "D".
           05  JR-CUSTOMER-ID                  PIC X(10).
           05  JR-BEFORE-IMAGE                 PIC X(154).
           05  JR-AFTER-IMAGE                  PIC X(154).
