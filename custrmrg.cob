      * CUSTNMCK (the same rule CUSTVAL will apply to it overnight),
      * the matching master record is rewritten by CM-CUSTOMER-ID, and
      * the corresponding CUSTOMER-SUSPENSE entry is deleted so the
      * correction queue closes out - after a copy of it, with its
      * reject, correction and merge timestamps, has gone to the
      * suspense history CUSTSHST that CUSTTURN reports turnaround
      * from. Every master rewrite is journaled
      * before/after to CUSTJRNL so CUSTBOUT can back out a bad batch.
      * A resubmit for an id CUSTCONS has since retired is merged into
      * the surviving id instead (CUSTXRES follows CUSTXREF) and the
      * redirect is listed on CUSTRDIR so the branch learns the new
      * id. Resubmits that fail revalidation or have no matching
      * master record are rejected to this program's own exception
      * listing and the run continues - the same reject-and-continue
      * posture CUSTVAL takes with bad data.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-REFERENCE-STATUS.

           SELECT UPDATE-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDATE-JOURNAL-STATUS.

           SELECT CROSS-REFERENCE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CROSS-REFERENCE-STATUS.

           SELECT REDIRECT-LISTING ASSIGN TO "CUSTRDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDIRECT-LISTING-STATUS.

           SELECT SUSPENSE-HISTORY ASSIGN TO "CUSTSHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-RESUBMIT
       01  REASON-REFERENCE-RECORD.
           COPY CUSTRSN.

       FD  UPDATE-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  UPDATE-JOURNAL-RECORD.
           COPY CUSTJRNL.

       FD  CROSS-REFERENCE
           LABEL RECORDS ARE STANDARD.
       01  CROSS-REFERENCE-RECORD.
           COPY CUSTXREF.

       FD  REDIRECT-LISTING
           LABEL RECORDS ARE STANDARD.
       01  REDIRECT-LISTING-RECORD.
           COPY CUSTRDIR.

       FD  SUSPENSE-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-HISTORY-RECORD.
           COPY CUSTSHST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CUSTOMER-RESUBMIT-STATUS PIC X(2).
           05  WS-REASON-REFERENCE-STATUS  PIC X(2).
               88  WS-RF-STATUS-OK         VALUE "00".
               88  WS-RF-STATUS-EOF        VALUE "10".
           05  WS-UPDATE-JOURNAL-STATUS    PIC X(2).
               88  WS-UJ-STATUS-OK         VALUE "00".
           05  WS-CROSS-REFERENCE-STATUS   PIC X(2).
               88  WS-XR-STATUS-OK         VALUE "00".
               88  WS-XR-STATUS-EOF        VALUE "10".
           05  WS-REDIRECT-LISTING-STATUS  PIC X(2).
               88  WS-RD-STATUS-OK         VALUE "00".
           05  WS-SUSPENSE-HISTORY-STATUS  PIC X(2).
               88  WS-SH-STATUS-OK         VALUE "00".

      ******************************************************************
      * WS-REJECTED-COUNT counts resubmits that did not reach the
           05  WS-EXCEPTION-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-SUSPENSE-CLOSED-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-WARNING-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-REDIRECTED-COUNT         PIC 9(6) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE "N".
               88  WS-END-OF-FILE          VALUE "Y".
           05  WS-RESUBMIT-OK-SWITCH       PIC X(1).
               88  WS-RESUBMIT-OK          VALUE "Y".
           05  WS-ID-RESOLVED-SWITCH       PIC X(1).
               88  WS-ID-RESOLVED          VALUE "Y".

       01  WS-FATAL-ERROR-MESSAGE          PIC X(50).


       01  WS-MERGE-TIMESTAMP              PIC 9(14).

      ******************************************************************
      * WS-JOURNAL-BEFORE-IMAGE holds the master record as read, taken
      * before the corrected name is moved over it, so 1150 can journal
      * the before and after images of the merge.
      ******************************************************************
       01  WS-JOURNAL-BEFORE-IMAGE         PIC X(154).

       01  WS-RUN-PARAMETERS.
           05  WS-MIN-NONSPACE-CHARS       PIC 9(2).
           05  WS-ACCEPT-PADDED-NAMES      PIC X(1).
      * WS-REASON-TABLE is the CUSTRSNF reference file loaded at
      * start-up and handed to CUSTNMCK as its fourth parameter - the
      * routine reads no files itself. 8500 also resolves this
      * program's own reason texts (E005/E006/E018/E027) against the
      * table, so the wording on every listing comes from one place.
      * No file on hand leaves the count at zero and every reason
      * keeps its hardcoded text and reject behavior.
      ******************************************************************
       01  WS-REASON-TABLE.
           COPY CUSTRSNT.
       01  WS-LOCK-REQUEST.
           COPY CUSTLOKR.

      ******************************************************************
      * WS-XREF-TABLE is CUSTXREF loaded at start-up and handed to
      * CUSTXRES with each resubmit id in WS-XREF-REQUEST - the routine
      * reads no files itself, the same contract as CUSTNMCK's reason
      * table. No file on hand leaves the count at zero and every id
      * resolves to itself.
      ******************************************************************
       01  WS-XREF-TABLE.
           COPY CUSTXRFT.
       01  WS-XREF-SUB                     PIC 9(5).
       01  WS-XREF-HIT                     PIC 9(5).

       01  WS-XREF-REQUEST.
           COPY CUSTXRRQ.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MERGE-TIMESTAMP
           PERFORM 0005-ACQUIRE-MASTER-LOCK
           PERFORM 0010-LOAD-RUN-PARAMETERS
           PERFORM 0012-LOAD-REASON-TABLE
           PERFORM 0014-LOAD-CROSS-REFERENCE
           PERFORM 0040-OPEN-FILES
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTOMER-RESUBMIT
           CLOSE CUSTOMER-MASTER
           CLOSE CUSTOMER-SUSPENSE
           CLOSE MERGE-EXCEPTIONS
           CLOSE UPDATE-JOURNAL
           CLOSE REDIRECT-LISTING
           CLOSE SUSPENSE-HISTORY
           PERFORM 3000-CLEAR-RESUBMIT-QUEUE
           PERFORM 9500-RELEASE-MASTER-LOCK
           DISPLAY "Resubmit records read    : " WS-RESUBMIT-READ-COUNT
               WS-SUSPENSE-CLOSED-COUNT
           DISPLAY "Resubmits rejected       : " WS-REJECTED-COUNT
           DISPLAY "Resubmits warned         : " WS-WARNING-COUNT
           DISPLAY "Retired ids redirected   : " WS-REDIRECTED-COUNT
           DISPLAY "Exception records written: " WS-EXCEPTION-COUNT
           PERFORM 9000-WRITE-RUN-LOG
           STOP RUN.
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
                   STRING "CROSS-REFERENCE OPEN FAILED: "
                       WS-CROSS-REFERENCE-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
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
                   MOVE "CROSS-REFERENCE OVERFLOWS 5000 IDS"
                       TO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               ADD 1 TO XT-XREF-COUNT
               MOVE XT-XREF-COUNT TO WS-XREF-HIT
               MOVE XR-LOSER-ID TO XT-LOSER-ID(WS-XREF-HIT)
           END-IF
           MOVE XR-SURVIVOR-ID TO XT-SURVIVOR-ID(WS-XREF-HIT).

      ******************************************************************
      * 0040-OPEN-FILES. CUSTOMER-RESUBMIT missing entirely (status
      * "35") just means CUSTCORR has queued nothing since the last
                   WS-MERGE-EXCEPTIONS-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
      ******************************************************************
      * UPDATE-JOURNAL is the shared master update journal CUSTBOUT
      * backs a run out from - ALWAYS opened EXTEND, falling back to
      * OUTPUT only the first time the file is created.
      ******************************************************************
           OPEN EXTEND UPDATE-JOURNAL
           IF WS-UPDATE-JOURNAL-STATUS = "35"
               OPEN OUTPUT UPDATE-JOURNAL
           END-IF
           IF NOT WS-UJ-STATUS-OK
               STRING "UPDATE-JOURNAL OPEN FAILED: "
                   WS-UPDATE-JOURNAL-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
      ******************************************************************
      * REDIRECT-LISTING is shared with CUSTMNT and CUSTCORR and kept
      * until the branches have been told, so it is appended to on the
      * same terms as the journal.
      ******************************************************************
           OPEN EXTEND REDIRECT-LISTING
           IF WS-REDIRECT-LISTING-STATUS = "35"
               OPEN OUTPUT REDIRECT-LISTING
           END-IF
           IF NOT WS-RD-STATUS-OK
               STRING "REDIRECT-LISTING OPEN FAILED: "
                   WS-REDIRECT-LISTING-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
      ******************************************************************
      * SUSPENSE-HISTORY accumulates month after month for CUSTTURN,
      * so it too is appended to, created only the first time.
      ******************************************************************
           OPEN EXTEND SUSPENSE-HISTORY
           IF WS-SUSPENSE-HISTORY-STATUS = "35"
               OPEN OUTPUT SUSPENSE-HISTORY
           END-IF
           IF NOT WS-SH-STATUS-OK
               STRING "SUSPENSE-HISTORY OPEN FAILED: "
                   WS-SUSPENSE-HISTORY-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      ******************************************************************
      * 0900-REDIRECT-RETIRED-ID asks CUSTXRES where the resubmit's id
      * lives now. A redirected resubmit has the survivor moved into
      * RS-CUSTOMER-ID, so the merge, the journal and the suspense
      * close-out all act on the survivor - CUSTCONS moved the open
      * suspense entry there when it retired the loser. An id that
      * still has a suspense entry of its own is NOT redirected: that
      * entry is what the resubmit corrects, and merging it onto the
      * survivor would leave the entry stranded under the retired id.
      * It merges against its own id, as before the retirement. A
      * chain that does not resolve rejects as E018 rather than
      * guessing.
      ******************************************************************
       0900-REDIRECT-RETIRED-ID.
           SET WS-ID-RESOLVED TO TRUE
           MOVE RS-CUSTOMER-ID TO XQ-REQUESTED-ID
           CALL "CUSTXRES" USING WS-XREF-REQUEST
                                 WS-XREF-TABLE
           EVALUATE TRUE
               WHEN XQ-CHAIN-BROKEN
                   MOVE "N" TO WS-ID-RESOLVED-SWITCH
                   MOVE "E018" TO WS-EXCEPTION-REASON-CODE
                   MOVE "RETIRED-ID CHAIN ON CUSTXREF UNRESOLVED"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM 2000-WRITE-MERGE-EXCEPTION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN XQ-REDIRECTED
                   PERFORM 0950-KEEP-OWN-SUSPENSE-ID
                   IF XQ-REDIRECTED
                       PERFORM 2100-WRITE-REDIRECT-LISTING
                       MOVE XQ-RESOLVED-ID TO RS-CUSTOMER-ID
                   END-IF
           END-EVALUATE.

       0950-KEEP-OWN-SUSPENSE-ID.
           MOVE XQ-REQUESTED-ID TO CS-CUSTOMER-ID
           READ CUSTOMER-SUSPENSE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE XQ-REQUESTED-ID TO XQ-RESOLVED-ID
                   SET XQ-NOT-REDIRECTED TO TRUE
           END-READ.

      ******************************************************************
      * 1000-PROCESS-RESUBMIT points the resubmit at its live id, then
      * 1050 revalidates the corrected name through CUSTNMCK before
      * anything touches the master, so a correction that CUSTVAL
      * would reject again tomorrow never reaches
      * CUSTOMER-MASTER in the first place - it goes to the merge
      * exception listing with CUSTNMCK's own reason code instead.
      ******************************************************************
       1000-PROCESS-RESUBMIT.
           PERFORM 0900-REDIRECT-RETIRED-ID
           IF WS-ID-RESOLVED
               PERFORM 1050-MERGE-RESUBMIT
           END-IF.

       1050-MERGE-RESUBMIT.
           MOVE RS-CUSTOMER-NAME TO WS-VALIDATED-NAME
           CALL "CUSTNMCK" USING WS-VALIDATED-NAME
                                 WS-RUN-PARAMETERS
                   PERFORM 2000-WRITE-MERGE-EXCEPTION
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
                   MOVE WS-VALIDATED-NAME TO CM-CUSTOMER-NAME
                   COMPUTE CM-CUSTOMER-NAME-LENGTH =
                       FUNCTION LENGTH(FUNCTION TRIM(WS-VALIDATED-NAME))
                           DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                       PERFORM 9900-FATAL-FILE-ERROR
                   END-IF
                   PERFORM 1150-WRITE-UPDATE-JOURNAL
           END-READ.

      ******************************************************************
      * 1150-WRITE-UPDATE-JOURNAL journals the merge 1100 just applied:
      * the before-image saved ahead of the MOVEs and the record as
      * rewritten, under this run's merge timestamp. It runs only after
      * the REWRITE succeeded, so the journal never claims an update
      * the master did not take.
      ******************************************************************
       1150-WRITE-UPDATE-JOURNAL.
           MOVE "CUSTRMRG" TO JR-PROGRAM-ID
           MOVE WS-MERGE-TIMESTAMP TO JR-RUN-TIMESTAMP
           SET JR-ACTION-CHANGE TO TRUE
           MOVE CM-CUSTOMER-ID TO JR-CUSTOMER-ID
           MOVE WS-JOURNAL-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD TO JR-AFTER-IMAGE
           WRITE UPDATE-JOURNAL-RECORD
           IF NOT WS-UJ-STATUS-OK
               STRING "UPDATE-JOURNAL WRITE FAILED: "
                   WS-UPDATE-JOURNAL-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      ******************************************************************
      * 1200-CLOSE-OUT-SUSPENSE deletes the suspense entry now that the
      * correction has actually reached the master, freeing the key for
      * suspense entry left (already closed by an earlier merge, or
      * removed by hand) is logged to the exception listing for review
      * but does not undo the master update - the correction itself is
      * good, only the queue bookkeeping was off. The same goes for an
      * entry that is not the one this resubmit corrected - not marked
      * corrected, or corrected to a different name (E027): that entry
      * stays open for the branch rather than being closed by somebody
      * else's correction. The entry is written to the suspense
      * history first, so a closed entry is never deleted without its
      * turnaround being kept.
      ******************************************************************
       1200-CLOSE-OUT-SUSPENSE.
           MOVE RS-CUSTOMER-ID TO CS-CUSTOMER-ID
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM 2000-WRITE-MERGE-EXCEPTION
               NOT INVALID KEY
                   IF CS-CORRECTED
                           AND CS-CORRECTED-NAME = RS-CUSTOMER-NAME
                       PERFORM 1250-WRITE-SUSPENSE-HISTORY
                       DELETE CUSTOMER-SUSPENSE RECORD
                       IF NOT WS-CS-STATUS-OK
                           STRING "CUSTOMER-SUSPENSE DELETE FAILED: "
                               WS-CUSTOMER-SUSPENSE-STATUS
                               DELIMITED BY SIZE
                               INTO WS-FATAL-ERROR-MESSAGE
                           PERFORM 9900-FATAL-FILE-ERROR
                       END-IF
                       ADD 1 TO WS-SUSPENSE-CLOSED-COUNT
                   ELSE
                       MOVE "E027" TO WS-EXCEPTION-REASON-CODE
                       MOVE "SUSPENSE ENTRY DOES NOT MATCH RESUBMIT"
                           TO WS-EXCEPTION-REASON-TEXT
                       PERFORM 2000-WRITE-MERGE-EXCEPTION
                   END-IF
           END-READ.

      ******************************************************************
      * 1250-WRITE-SUSPENSE-HISTORY copies the closing entry's reject
      * and correction details, with this run's merge timestamp. The
      * correction fields of an entry corrected before CUSTCORR kept
      * them go across as zero/spaces - CUSTTURN counts such an entry
      * as closed but leaves it out of the timings.
      ******************************************************************
       1250-WRITE-SUSPENSE-HISTORY.
           MOVE CS-CUSTOMER-ID TO SH-CUSTOMER-ID
           MOVE CS-BRANCH-CODE TO SH-BRANCH-CODE
           MOVE CS-REASON-CODE TO SH-REASON-CODE
           MOVE CS-REJECT-TIMESTAMP TO SH-REJECT-TIMESTAMP
           IF CS-CORRECTION-TIMESTAMP IS NUMERIC
               MOVE CS-CORRECTION-TIMESTAMP TO SH-CORRECTION-TIMESTAMP
           ELSE
               MOVE ZERO TO SH-CORRECTION-TIMESTAMP
           END-IF
           MOVE CS-CORRECTION-OPERATOR TO SH-CORRECTION-OPERATOR
           IF CS-CORRECTION-COUNT IS NUMERIC
               MOVE CS-CORRECTION-COUNT TO SH-CORRECTION-COUNT
           ELSE
               MOVE ZERO TO SH-CORRECTION-COUNT
           END-IF
           MOVE WS-MERGE-TIMESTAMP TO SH-MERGE-TIMESTAMP
           WRITE SUSPENSE-HISTORY-RECORD
           IF NOT WS-SH-STATUS-OK
               STRING "SUSPENSE-HISTORY WRITE FAILED: "
                   WS-SUSPENSE-HISTORY-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      ******************************************************************
      * 2000-WRITE-MERGE-EXCEPTION copies the whole resubmit record
      * (not just id/name) into the CUSTEXC-format exception record,
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT.

      ******************************************************************
      * 2100-WRITE-REDIRECT-LISTING records the id CUSTCORR queued and
      * the id the merge went to, under the resubmit's branch.
      ******************************************************************
       2100-WRITE-REDIRECT-LISTING.
           MOVE "CUSTRMRG" TO RD-PROGRAM-ID
           MOVE WS-MERGE-TIMESTAMP TO RD-RUN-TIMESTAMP
           MOVE RS-BRANCH-CODE TO RD-BRANCH-CODE
           MOVE XQ-REQUESTED-ID TO RD-REQUESTED-ID
           MOVE XQ-RESOLVED-ID TO RD-SURVIVOR-ID
           MOVE XQ-HOP-COUNT TO RD-HOP-COUNT
           WRITE REDIRECT-LISTING-RECORD
           IF NOT WS-RD-STATUS-OK
               STRING "REDIRECT-LISTING WRITE FAILED: "
                   WS-REDIRECT-LISTING-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           ADD 1 TO WS-REDIRECTED-COUNT.

      ******************************************************************
      * 8500-LOOK-UP-REASON-TEXT resolves this program's own reason
      * codes (E005/E006/E018/E027) against the reference table, so the
      * wording on the listing comes from the file when it carries the
      * code and from the hardcoded fallback when it does not - the same
      * resolution CUSTNMCK applies to the codes it returns. Only the
      * text is taken here: a resubmit with no master record or no
      * matching suspense entry is structural, not a data blemish a
      * severity tier could soften.
      ******************************************************************
       8500-LOOK-UP-REASON-TEXT.
           MOVE ZERO TO WS-REASON-HIT
