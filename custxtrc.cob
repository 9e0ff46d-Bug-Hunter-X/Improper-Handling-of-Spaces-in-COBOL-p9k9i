      * inactive plus skipped-suspended, with the counts printed; an
      * out-of-balance run ends with RETURN-CODE 8 so the scheduler
      * holds the statement job.
      *
      * Each detail record also carries the customer's party type and
      * name parts from CUSTNPRS's name extension file (CUSTNMEX), so
      * the statement system can address an individual as "Mr. Smith"
      * and a business by its full name. The parts are sent only when
      * CUSTNPRS parsed them with confidence and the name has not been
      * maintained since; otherwise they go blank and the statement
      * system falls back on the full name. No extension file on hand
      * sends every customer that way.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CS-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-SUSPENSE-STATUS.

           SELECT NAME-EXTENSION ASSIGN TO "CUSTNMEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NX-CUSTOMER-ID
               FILE STATUS IS WS-NAME-EXTENSION-STATUS.

           SELECT STATEMENT-EXTRACT ASSIGN TO "CUSTSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-EXTRACT-STATUS.
       01  CUSTOMER-SUSPENSE-RECORD.
           COPY CUSTSUSP.

       FD  NAME-EXTENSION
           LABEL RECORDS ARE STANDARD.
       01  NAME-EXTENSION-RECORD.
           COPY CUSTNMEX.

      ******************************************************************
      * The feed is fixed-layout with a record-type byte up front:
      * "H" header (run timestamp), "D" detail (the CUSTREC layout the
      * whole suite shares, followed by the party type and name parts
      * as CUSTNMEX holds them - party type space and the parts blank
      * when there are no usable parts), "T" trailer (detail record
      * count). The receiving side checks H first / T last and the
      * trailer count against the details it read.
      ******************************************************************
       FD  STATEMENT-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-DETAIL-RECORD.
           05  XD-RECORD-TYPE              PIC X(1).
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==XD-==.
           05  XD-PARTY-TYPE               PIC X(1).
           05  XD-NAME-PARTS.
               10  XD-NAME-PREFIX          PIC X(4).
               10  XD-FIRST-NAME           PIC X(15).
               10  XD-MIDDLE-NAME          PIC X(15).
               10  XD-LAST-NAME            PIC X(25).
               10  XD-NAME-SUFFIX          PIC X(4).
       01  EXTRACT-TRAILER-RECORD.
           05  XT-RECORD-TYPE              PIC X(1).
           05  XT-RECORD-COUNT             PIC 9(6).
               88  WS-CM-STATUS-EOF        VALUE "10".
           05  WS-CUSTOMER-SUSPENSE-STATUS PIC X(2).
               88  WS-CS-STATUS-OK         VALUE "00".
           05  WS-NAME-EXTENSION-STATUS    PIC X(2).
               88  WS-NX-STATUS-OK         VALUE "00".
           05  WS-STATEMENT-EXTRACT-STATUS PIC X(2).
               88  WS-XT-STATUS-OK         VALUE "00".

               88  WS-END-OF-FILE          VALUE "Y".
           05  WS-NO-SUSPENSE-SWITCH      PIC X(1) VALUE "N".
               88  WS-NO-SUSPENSE-FILE     VALUE "Y".
           05  WS-NO-EXTENSION-SWITCH      PIC X(1) VALUE "N".
               88  WS-NO-EXTENSION-FILE    VALUE "Y".
           05  WS-SUSPENDED-SWITCH         PIC X(1).
               88  WS-RECORD-SUSPENDED     VALUE "Y".

           05  WS-SKIP-INACTIVE-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-SKIP-SUSPENDED-COUNT     PIC 9(6) VALUE ZERO.

      ******************************************************************
      * Not part of the balance - every extracted customer is sent,
      * with or without name parts.
      ******************************************************************
       01  WS-STRUCTURED-NAME-COUNT        PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           IF NOT WS-NO-SUSPENSE-FILE
               CLOSE CUSTOMER-SUSPENSE
           END-IF
           IF NOT WS-NO-EXTENSION-FILE
               CLOSE NAME-EXTENSION
           END-IF
           CLOSE STATEMENT-EXTRACT
           PERFORM 4000-BALANCE-RUN
           STOP RUN.
      * just means nothing has ever been rejected, so no customer can
      * be suspense-skipped; a suspense file that exists but cannot be
      * opened is fatal, because every customer would then extract as
      * if unsuspended. The name extension file is optional the same
      * way: without it the feed still goes, with no name parts.
      ******************************************************************
       0040-OPEN-FILES.
           OPEN INPUT CUSTOMER-MASTER
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
           END-IF
           OPEN INPUT NAME-EXTENSION
           IF WS-NAME-EXTENSION-STATUS = "35"
               DISPLAY "No name extension on hand - no name parts sent"
               SET WS-NO-EXTENSION-FILE TO TRUE
           ELSE
               IF NOT WS-NX-STATUS-OK
                   STRING "NAME-EXTENSION OPEN FAILED: "
                       WS-NAME-EXTENSION-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
           END-IF
           OPEN OUTPUT STATEMENT-EXTRACT
           IF NOT WS-XT-STATUS-OK
               STRING "STATEMENT-EXTRACT OPEN FAILED: "
      * is an open entry - CUSTRMRG deletes the entry when a correction
      * actually reaches the master, so pending AND corrected-but-not-
      * yet-merged records both still carry the bad value on CUSTMAST
      * and both stay out of the feed until the queue closes out. A
      * customer CUSTERAS has erased counts as inactive (CUSTREC) and
      * is skipped with the inactive records - no statement is ever
      * addressed to an erased customer.
      ******************************************************************
       2000-SELECT-ONE-CUSTOMER.
           IF NOT CM-STATUS-ACTIVE
           MOVE CM-BRANCH-CODE TO XD-BRANCH-CODE
           MOVE CM-CUSTOMER-STATUS TO XD-CUSTOMER-STATUS
           MOVE CM-LAST-MAINT-TIMESTAMP TO XD-LAST-MAINT-TIMESTAMP
           PERFORM 2300-ADD-STRUCTURED-NAME
           WRITE EXTRACT-DETAIL-RECORD
           IF NOT WS-XT-STATUS-OK
               STRING "STATEMENT-EXTRACT WRITE FAILED: "
           END-IF
           ADD 1 TO WS-EXTRACTED-COUNT.

      ******************************************************************
      * 2300-ADD-STRUCTURED-NAME. The extension record is used only if
      * it was parsed from the name now on the master - a name changed
      * by CUSTMNT since CUSTNPRS ran would otherwise go out with the
      * old name's parts. A customer parsed only as a best guess (on
      * CUSTNPRS's review listing) keeps its party type but gets no
      * parts, so no letter goes out addressed to a wrong guess.
      ******************************************************************
       2300-ADD-STRUCTURED-NAME.
           MOVE SPACE TO XD-PARTY-TYPE
           MOVE SPACES TO XD-NAME-PARTS
           IF NOT WS-NO-EXTENSION-FILE
               MOVE CM-CUSTOMER-ID TO NX-CUSTOMER-ID
               READ NAME-EXTENSION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NX-SOURCE-NAME = CM-CUSTOMER-NAME
                           MOVE NX-PARTY-TYPE TO XD-PARTY-TYPE
                           IF NX-PARSE-CONFIDENT
                               MOVE NX-NAME-PARTS TO XD-NAME-PARTS
                               ADD 1 TO WS-STRUCTURED-NAME-COUNT
                           END-IF
                       END-IF
               END-READ
           END-IF.

       3000-WRITE-TRAILER-RECORD.
           MOVE "T" TO XT-RECORD-TYPE
           MOVE WS-EXTRACTED-COUNT TO XT-RECORD-COUNT
               WS-SKIP-INACTIVE-COUNT
           DISPLAY "Skipped - suspended      : "
               WS-SKIP-SUSPENDED-COUNT
           DISPLAY "Names sent parsed        : "
               WS-STRUCTURED-NAME-COUNT
           IF WS-MASTER-READ-COUNT = WS-EXTRACTED-COUNT
                   + WS-SKIP-INACTIVE-COUNT + WS-SKIP-SUSPENDED-COUNT
               DISPLAY "Extract balanced         : YES"
