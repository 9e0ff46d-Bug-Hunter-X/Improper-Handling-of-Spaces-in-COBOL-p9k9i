      * applies overnight - before anything is queued: a correction
      * that cannot survive revalidation goes to the correction-error
      * listing CUSTCERR instead of straight back into suspense.
      *
      * Every accepted correction stamps the suspense entry with who
      * made it and when, and counts it, so CUSTRMRG can carry the
      * turnaround to the suspense history when the entry closes. A
      * prompt session takes the operator id from the command line
      * (PROMPT <operator>), or asks for it once at start-up when none
      * is given; in BATCH mode each transaction names its own
      * operator, and one that does not falls back to the id given
      * after BATCH on the command line (BATCH <operator>), or to
      * "BATCH" when there is none.
      *
      * An id CUSTCONS has since retired is corrected under its
      * surviving id instead - CUSTCONS moves the open suspense entry
      * to the survivor when it retires the loser - and the redirect
      * is listed on CUSTRDIR so the branch learns the new id.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-REFERENCE-STATUS.

           SELECT CROSS-REFERENCE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CROSS-REFERENCE-STATUS.

           SELECT REDIRECT-LISTING ASSIGN TO "CUSTRDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDIRECT-LISTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-SUSPENSE
       01  CORRECTION-TRANSACTION-RECORD.
           05  CT-CUSTOMER-ID              PIC X(10).
           05  CT-CORRECTED-NAME           PIC X(30).
           05  CT-OPERATOR-ID              PIC X(8).

      ******************************************************************
      * CORRECTION-ERRORS carries the same CUSTEXC layout as the other
       01  REASON-REFERENCE-RECORD.
           COPY CUSTRSN.

       FD  CROSS-REFERENCE
           LABEL RECORDS ARE STANDARD.
       01  CROSS-REFERENCE-RECORD.
           COPY CUSTXREF.

       FD  REDIRECT-LISTING
           LABEL RECORDS ARE STANDARD.
       01  REDIRECT-LISTING-RECORD.
           COPY CUSTRDIR.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CUSTOMER-SUSPENSE-STATUS PIC X(2).
           05  WS-REASON-REFERENCE-STATUS  PIC X(2).
               88  WS-RF-STATUS-OK         VALUE "00".
               88  WS-RF-STATUS-EOF        VALUE "10".
           05  WS-CROSS-REFERENCE-STATUS   PIC X(2).
               88  WS-XR-STATUS-OK         VALUE "00".
               88  WS-XR-STATUS-EOF        VALUE "10".
           05  WS-REDIRECT-LISTING-STATUS  PIC X(2).
               88  WS-RD-STATUS-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-DONE-SWITCH              PIC X(1) VALUE "N".
               88  WS-DONE                 VALUE "Y".
           05  WS-ID-RESOLVED-SWITCH       PIC X(1).
               88  WS-ID-RESOLVED          VALUE "Y".
           05  WS-RUN-MODE                 PIC X(20) VALUE SPACES.
               88  WS-BATCH-MODE           VALUE "BATCH".

       01  WS-COMMAND-LINE                 PIC X(40) VALUE SPACES.

      ******************************************************************
      * WS-SESSION-OPERATOR is the operator id given after the mode on
      * the command line, or keyed at the prompt when a PROMPT session
      * was started without one; WS-CORRECTION-OPERATOR is the one
      * stamped on the correction being applied.
      ******************************************************************
       01  WS-SESSION-OPERATOR             PIC X(8) VALUE SPACES.
       01  WS-CORRECTION-OPERATOR          PIC X(8) VALUE SPACES.

       01  WS-OPERATOR-INPUT.
           05  WS-INPUT-CUSTOMER-ID        PIC X(10).
           05  WS-INPUT-CORRECTED-NAME     PIC X(30).
           05  WS-CORRECTED-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-ERROR-COUNT              PIC 9(6) VALUE ZERO.
           05  WS-WARNING-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-REDIRECTED-COUNT         PIC 9(6) VALUE ZERO.

      ******************************************************************
      * WS-RUN-TIMESTAMP is captured once at start-up and stamped on
      * the redirect listing, so every record one session writes there
      * carries the same run identity.
      ******************************************************************
       01  WS-RUN-TIMESTAMP                PIC 9(14).

       01  WS-EXCEPTION-DETAIL.
           05  WS-EXCEPTION-REASON-CODE    PIC X(4).
      * WS-REASON-TABLE is the CUSTRSNF reference file loaded at
      * start-up and handed to CUSTNMCK as its fourth parameter - the
      * routine reads no files itself. 8500 also resolves this
      * program's own reason texts (E010, E018) against the table, so
      * the wording on every listing comes from one place. No file on
      * hand leaves the count at zero and every reason keeps its
      * hardcoded text and reject behavior.
       01  WS-LOCK-REQUEST.
           COPY CUSTLOKR.

      ******************************************************************
      * WS-XREF-TABLE is CUSTXREF loaded at start-up and handed to
      * CUSTXRES with each id to correct in WS-XREF-REQUEST - the
      * routine reads no files itself, the same contract as CUSTNMCK's
      * reason table. No file on hand leaves the count at zero and
      * every id resolves to itself.
      ******************************************************************
       01  WS-XREF-TABLE.
           COPY CUSTXRFT.
       01  WS-XREF-SUB                     PIC 9(5).
       01  WS-XREF-HIT                     PIC 9(5).

       01  WS-XREF-REQUEST.
           COPY CUSTXRRQ.

      ******************************************************************
      * CUSTOMER-RESUBMIT is opened EXTEND (append), falling back to
      * OUTPUT only the first time the file is created (status "35"),
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-SESSION-OPERATOR
           IF NOT WS-BATCH-MODE AND WS-SESSION-OPERATOR = SPACES
               PERFORM 0020-PROMPT-FOR-OPERATOR
           END-IF
           MOVE WS-SESSION-OPERATOR TO WS-CORRECTION-OPERATOR
           PERFORM 0005-ACQUIRE-MASTER-LOCK
           PERFORM 0010-LOAD-RUN-PARAMETERS
           PERFORM 0012-LOAD-REASON-TABLE
           PERFORM 0014-LOAD-CROSS-REFERENCE
      ******************************************************************
      * A suspense file that cannot be opened must stop the run here:
      * a READ against a failed-open file satisfies neither AT END nor
               OPEN OUTPUT CUSTOMER-RESUBMIT
           END-IF
           OPEN OUTPUT CORRECTION-ERRORS
      ******************************************************************
      * REDIRECT-LISTING is shared with CUSTMNT and CUSTRMRG and kept
      * until the branches have been told, so it is appended to on the
      * same EXTEND-then-OUTPUT terms as CUSTOMER-RESUBMIT.
      ******************************************************************
           OPEN EXTEND REDIRECT-LISTING
           IF WS-REDIRECT-LISTING-STATUS = "35"
               OPEN OUTPUT REDIRECT-LISTING
           END-IF
           IF NOT WS-RD-STATUS-OK
               DISPLAY "REDIRECT-LISTING OPEN FAILED: "
                   WS-REDIRECT-LISTING-STATUS
               STOP RUN
           END-IF
           IF WS-BATCH-MODE
               PERFORM 1500-PROCESS-TRANSACTION-FILE
           ELSE
           CLOSE CUSTOMER-SUSPENSE
           CLOSE CUSTOMER-RESUBMIT
           CLOSE CORRECTION-ERRORS
           CLOSE REDIRECT-LISTING
           PERFORM 9500-RELEASE-MASTER-LOCK
           DISPLAY "Corrections queued : " WS-CORRECTED-COUNT
           DISPLAY "Corrections in error: " WS-ERROR-COUNT
           DISPLAY "Warnings noted      : " WS-WARNING-COUNT
           DISPLAY "Retired ids redirected: " WS-REDIRECTED-COUNT
           STOP RUN.

       0005-ACQUIRE-MASTER-LOCK.
               CLOSE REASON-REFERENCE
           END-IF.

      ******************************************************************
      * 0014-LOAD-CROSS-REFERENCE pulls CUSTXREF into the working table
      * CUSTXRES resolves against, one entry per loser id with each
      * later record replacing the survivor (the file is append-only;
      * the latest record for a loser is the one that counts - see
      * CUSTMNT's paragraph of this name). No file on hand (status
      * "35") means nothing has ever been consolidated. Overflow is
      * stopped, not truncated.
      ******************************************************************
       0014-LOAD-CROSS-REFERENCE.
           MOVE ZERO TO XT-XREF-COUNT
           OPEN INPUT CROSS-REFERENCE
           IF WS-CROSS-REFERENCE-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT WS-XR-STATUS-OK
                   DISPLAY "CROSS-REFERENCE OPEN FAILED: "
                       WS-CROSS-REFERENCE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-XR-STATUS-EOF
                   READ CROSS-REFERENCE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 0016-NOTE-CROSS-REFERENCE
                   END-READ
               END-PERFORM
               CLOSE CROSS-REFERENCE
           END-IF.

       0016-NOTE-CROSS-REFERENCE.
           MOVE ZERO TO WS-XREF-HIT
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > XT-XREF-COUNT
                   OR WS-XREF-HIT > ZERO
               IF XT-LOSER-ID(WS-XREF-SUB) = XR-LOSER-ID
                   MOVE WS-XREF-SUB TO WS-XREF-HIT
               END-IF
           END-PERFORM
           IF WS-XREF-HIT = ZERO
               IF XT-XREF-COUNT = 5000
                   DISPLAY "CROSS-REFERENCE OVERFLOWS 5000 IDS"
                   STOP RUN
               END-IF
               ADD 1 TO XT-XREF-COUNT
               MOVE XT-XREF-COUNT TO WS-XREF-HIT
               MOVE XR-LOSER-ID TO XT-LOSER-ID(WS-XREF-HIT)
           END-IF
           MOVE XR-SURVIVOR-ID TO XT-SURVIVOR-ID(WS-XREF-HIT).

      ******************************************************************
      * 0020-PROMPT-FOR-OPERATOR insists on an operator id before the
      * session starts when none came on the command line: every
      * correction keyed in it is credited to that id on the
      * turnaround report.
      ******************************************************************
       0020-PROMPT-FOR-OPERATOR.
           PERFORM UNTIL WS-SESSION-OPERATOR NOT = SPACES
               DISPLAY "Operator id: " WITH NO ADVANCING
               ACCEPT WS-SESSION-OPERATOR
           END-PERFORM.

       1000-PROMPT-FOR-CUSTOMER-ID.
           DISPLAY "Customer ID to correct (END to quit): "
               WITH NO ADVANCING
                               TO WS-INPUT-CUSTOMER-ID
                           MOVE CT-CORRECTED-NAME
                               TO WS-INPUT-CORRECTED-NAME
                           PERFORM 1550-SET-BATCH-OPERATOR
                           PERFORM 2000-CORRECT-SUSPENSE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-TRANSACTIONS
           END-IF.

       1550-SET-BATCH-OPERATOR.
           EVALUATE TRUE
               WHEN CT-OPERATOR-ID NOT = SPACES
                   MOVE CT-OPERATOR-ID TO WS-CORRECTION-OPERATOR
               WHEN WS-SESSION-OPERATOR NOT = SPACES
                   MOVE WS-SESSION-OPERATOR TO WS-CORRECTION-OPERATOR
               WHEN OTHER
                   MOVE "BATCH" TO WS-CORRECTION-OPERATOR
           END-EVALUATE.

      ******************************************************************
      * 2000-CORRECT-SUSPENSE-RECORD. In prompt mode the corrected
      * name is accepted only after the suspense record is found, so
      * batch mode arrives with both fields already filled from the
      * transaction. An id with no suspense record is an error in
      * either mode; in batch it also goes to the error listing, since
      * nobody is watching the console overnight. The id is resolved
      * through CUSTXRES first, so a retired id is corrected under its
      * survivor, and the redirect is listed once the suspense read
      * has said which branch the entry belongs to.
      ******************************************************************
       2000-CORRECT-SUSPENSE-RECORD.
           PERFORM 1900-REDIRECT-RETIRED-ID
           IF WS-ID-RESOLVED
               MOVE WS-INPUT-CUSTOMER-ID TO CS-CUSTOMER-ID
               READ CUSTOMER-SUSPENSE
                   INVALID KEY
                       DISPLAY "No suspense record found for "
                           WS-INPUT-CUSTOMER-ID
                       IF WS-BATCH-MODE
                           MOVE "E010" TO WS-EXCEPTION-REASON-CODE
                           MOVE "NO SUSPENSE RECORD FOR CORRECTION"
                               TO WS-EXCEPTION-REASON-TEXT
                           PERFORM 3000-WRITE-CORRECTION-ERROR
                       END-IF
                   NOT INVALID KEY
                       IF NOT WS-BATCH-MODE
                           DISPLAY "Original name : " CS-CUSTOMER-NAME
                           DISPLAY "Reject reason : " CS-REASON-TEXT
                           DISPLAY "Corrected name: " WITH NO ADVANCING
                           ACCEPT WS-INPUT-CORRECTED-NAME
                       END-IF
                       PERFORM 2100-APPLY-CORRECTION
               END-READ
               IF XQ-REDIRECTED
                   PERFORM 2500-WRITE-REDIRECT-LISTING
               END-IF
           END-IF.

      ******************************************************************
      * 1900-REDIRECT-RETIRED-ID asks CUSTXRES where the keyed id lives
      * now and carries on under the survivor, telling a prompt-mode
      * operator so. A retired id that still has a suspense entry of
      * its own is corrected under that id instead - it is the entry
      * the branch is working, and redirecting would leave it stranded
      * under the retired id while the survivor's entry (if any) took
      * the wrong correction. A chain that does not resolve is an
      * error in both modes (E018): there is no id to correct safely.
      * The suspense status is cleared first so 3000 does not dress
      * the error up with the previous customer's suspense fields.
      ******************************************************************
       1900-REDIRECT-RETIRED-ID.
           SET WS-ID-RESOLVED TO TRUE
           MOVE WS-INPUT-CUSTOMER-ID TO XQ-REQUESTED-ID
           CALL "CUSTXRES" USING WS-XREF-REQUEST
                                 WS-XREF-TABLE
           EVALUATE TRUE
               WHEN XQ-CHAIN-BROKEN
                   MOVE "N" TO WS-ID-RESOLVED-SWITCH
                   DISPLAY "Retired id " WS-INPUT-CUSTOMER-ID
                       " does not resolve on CUSTXREF"
                   MOVE SPACES TO WS-CUSTOMER-SUSPENSE-STATUS
                   MOVE "E018" TO WS-EXCEPTION-REASON-CODE
                   MOVE "RETIRED-ID CHAIN ON CUSTXREF UNRESOLVED"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM 3000-WRITE-CORRECTION-ERROR
               WHEN XQ-REDIRECTED
                   PERFORM 1950-KEEP-OWN-SUSPENSE-ID
                   IF XQ-REDIRECTED
                       DISPLAY "Id " XQ-REQUESTED-ID " was retired - "
                           "correcting survivor " XQ-RESOLVED-ID
                       MOVE XQ-RESOLVED-ID TO WS-INPUT-CUSTOMER-ID
                   END-IF
           END-EVALUATE.

       1950-KEEP-OWN-SUSPENSE-ID.
           MOVE XQ-REQUESTED-ID TO CS-CUSTOMER-ID
           READ CUSTOMER-SUSPENSE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Id " XQ-REQUESTED-ID " was retired but "
                       "still has its own suspense entry - "
                       "correcting it under that id"
                   MOVE XQ-REQUESTED-ID TO XQ-RESOLVED-ID
                   SET XQ-NOT-REDIRECTED TO TRUE
           END-READ.

      ******************************************************************
      * record corrected and queues to CUSTOMER-RESUBMIT - built from
      * the full suspended record (address/branch/status), not just
      * the id and corrected name, so the merge run has enough fields
      * to apply it straight back to CUSTOMER-MASTER. The correction
      * is stamped with the operator and the time it was applied - the
      * clock at that moment, not the session start, since a prompt
      * session can stay open for hours - and added to the entry's
      * correction count (a count that predates the field is taken as
      * zero).
      ******************************************************************
       2100-APPLY-CORRECTION.
           CALL "CUSTNMCK" USING WS-INPUT-CORRECTED-NAME
               END-IF
               MOVE WS-INPUT-CORRECTED-NAME TO CS-CORRECTED-NAME
               SET CS-CORRECTED TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO CS-CORRECTION-TIMESTAMP
               MOVE WS-CORRECTION-OPERATOR TO CS-CORRECTION-OPERATOR
               IF CS-CORRECTION-COUNT IS NOT NUMERIC
                   MOVE ZERO TO CS-CORRECTION-COUNT
               END-IF
               IF CS-CORRECTION-COUNT < 99
                   ADD 1 TO CS-CORRECTION-COUNT
               END-IF
               REWRITE CUSTOMER-SUSPENSE-RECORD

      ******************************************************************
                   " corrected and queued for next run."
           END-IF.

      ******************************************************************
      * 2500-WRITE-REDIRECT-LISTING records the keyed id and the id the
      * correction went to, under the suspense entry's branch when one
      * was found.
      ******************************************************************
       2500-WRITE-REDIRECT-LISTING.
           MOVE "CUSTCORR" TO RD-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP TO RD-RUN-TIMESTAMP
           IF WS-CS-STATUS-OK
               MOVE CS-BRANCH-CODE TO RD-BRANCH-CODE
           ELSE
               MOVE SPACES TO RD-BRANCH-CODE
           END-IF
           MOVE XQ-REQUESTED-ID TO RD-REQUESTED-ID
           MOVE XQ-RESOLVED-ID TO RD-SURVIVOR-ID
           MOVE XQ-HOP-COUNT TO RD-HOP-COUNT
           WRITE REDIRECT-LISTING-RECORD
           ADD 1 TO WS-REDIRECTED-COUNT.

      ******************************************************************
      * 3000-WRITE-CORRECTION-ERROR. CE-CUSTOMER-NAME carries the
      * corrected name as keyed or batched - that is the value that

      ******************************************************************
      * 8500-LOOK-UP-REASON-TEXT resolves this program's own reason
      * codes (E010, E018) against the reference table, so the wording
      * on the listing comes from the file when it carries the code and
      * from the hardcoded fallback when it does not - the same
      * resolution CUSTNMCK applies to the codes it returns.
      ******************************************************************
