      ******************************************************************
      * CUSTVAL - nightly customer master name-quality check.
      * Reads CUSTOMER-MASTER and validates WS-CUSTOMER-NAME for each
      * record. Every master rewrite is journaled before/after to
      * CUSTJRNL for CUSTBOUT. Every exception is also posted to the
      * customer-level exception history CUSTEXHS for CUSTCHRN.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-REFERENCE-STATUS.

           SELECT UPDATE-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDATE-JOURNAL-STATUS.

           SELECT EXCEPTION-HISTORY ASSIGN TO "CUSTEXHS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XH-HIST-KEY
               FILE STATUS IS WS-EXCEPTION-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
       01  REASON-REFERENCE-RECORD.
           COPY CUSTRSN.

       FD  UPDATE-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  UPDATE-JOURNAL-RECORD.
           COPY CUSTJRNL.

       FD  EXCEPTION-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-HISTORY-RECORD.
           COPY CUSTEXHS.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CUSTOMER-MASTER-STATUS   PIC X(2).
           05  WS-REASON-REFERENCE-STATUS  PIC X(2).
               88  WS-RF-STATUS-OK         VALUE "00".
               88  WS-RF-STATUS-EOF        VALUE "10".
           05  WS-UPDATE-JOURNAL-STATUS    PIC X(2).
               88  WS-UJ-STATUS-OK         VALUE "00".
           05  WS-EXCEPTION-HISTORY-STATUS PIC X(2).
               88  WS-XH-STATUS-OK         VALUE "00".

      ******************************************************************
      * The balancing counters prove the run hangs together before the
      ******************************************************************
       01  WS-RUN-TIMESTAMP                PIC 9(14).

      ******************************************************************
      * WS-JOURNAL-BEFORE-IMAGE holds the master record as read, taken
      * before 1000 moves the normalized name over it, so 2150 can
      * journal the before and after images of the rewrite.
      ******************************************************************
       01  WS-JOURNAL-BEFORE-IMAGE         PIC X(154).

      ******************************************************************
      * WS-HIST-WORK stages one totals group for 2200 - 1060 fills it
      * from the branch counters, 1070 from the grand counters under
               88  WS-RECORD-EXCEPTED      VALUE "Y".
           05  WS-RECORD-REJECTED-SWITCH   PIC X(1).
               88  WS-RECORD-REJECTED      VALUE "Y".
           05  WS-NAME-FAILED-SWITCH       PIC X(1).
               88  WS-NAME-FAILED          VALUE "Y".

      ******************************************************************
      * WS-EXCEPTION-HISTORY-CONTROLS drive the CUSTEXHS posting in
      * 2400-2470. The counts are this execution's movements for the
      * console only - like the region table they sit outside the
      * balance and are not checkpointed.
      ******************************************************************
       01  WS-EXCEPTION-HISTORY-CONTROLS.
           05  WS-XH-CUSTOMER-DONE-SWITCH  PIC X(1).
               88  WS-XH-CUSTOMER-DONE     VALUE "Y".
           05  WS-REASON-ARMED-SWITCH      PIC X(1).
               88  WS-REASON-ARMED         VALUE "Y".
           05  WS-XH-NEW-COUNT             PIC 9(6) VALUE ZERO.
           05  WS-XH-REOPENED-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-XH-CLEARED-COUNT         PIC 9(6) VALUE ZERO.

      ******************************************************************
      * WS-STATE-CODE-CHECK carries the level-88 table of postal state
           CLOSE CUSTOMER-CHECKPOINT
           CLOSE NAME-CHANGE-LOG
           CLOSE QUALITY-HISTORY
           CLOSE UPDATE-JOURNAL
           CLOSE EXCEPTION-HISTORY
           PERFORM 9500-RELEASE-MASTER-LOCK
           DISPLAY "Exception records written: " WS-EXCEPTION-COUNT
           DISPLAY "Names changed this run   : " WS-TOTAL-CHANGED-COUNT
               DISPLAY "Delta records skipped    : "
                   WS-DELTA-SKIPPED-COUNT
           END-IF
           DISPLAY "Exception history new    : " WS-XH-NEW-COUNT
           DISPLAY "Exception history reopen : " WS-XH-REOPENED-COUNT
           DISPLAY "Exception history clean  : " WS-XH-CLEARED-COUNT
           PERFORM 1090-SET-RETURN-CODE
           PERFORM 9000-WRITE-RUN-LOG
           STOP RUN.
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
      ******************************************************************
      * UPDATE-JOURNAL is the shared master update journal CUSTBOUT
      * backs a run out from - an audit trail on the same terms as
      * NAME-CHANGE-LOG, so ALWAYS opened EXTEND. A restarted run
      * keeps its original run timestamp (restored from the
      * checkpoint), so its journal entries stay one run to CUSTBOUT.
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
      * QUALITY-HISTORY is a standing run-over-run file like the
      * suspense queue: opened I-O (falling back to OUTPUT only when
      * first created) so every run appends its totals to the same
                   WS-CUSTOMER-SUSPENSE-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
      ******************************************************************
      * EXCEPTION-HISTORY is standing run-over-run like QUALITY-
      * HISTORY, but 2400 reads it before every write, so the first
      * run creates it empty and reopens it I-O rather than writing
      * through an OUTPUT open.
      ******************************************************************
           OPEN I-O EXCEPTION-HISTORY
           IF WS-EXCEPTION-HISTORY-STATUS = "35"
               OPEN OUTPUT EXCEPTION-HISTORY
               CLOSE EXCEPTION-HISTORY
               OPEN I-O EXCEPTION-HISTORY
           END-IF
           IF NOT WS-XH-STATUS-OK
               STRING "EXCEPTION-HISTORY OPEN FAILED: "
                   WS-EXCEPTION-HISTORY-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      ******************************************************************
           MOVE "N" TO WS-SUSPENSE-QUEUED-SWITCH
           MOVE "N" TO WS-RECORD-EXCEPTED-SWITCH
           MOVE "N" TO WS-RECORD-REJECTED-SWITCH
           MOVE "N" TO WS-NAME-FAILED-SWITCH
           MOVE CM-CUSTOMER-NAME TO WS-CUSTOMER-NAME
           PERFORM 1100-ANALYZE-CUSTOMER-NAME
           PERFORM 1150-NORMALIZE-CUSTOMER-NAME
               IF WS-CUSTOMER-NAME NOT = CM-CUSTOMER-NAME
                   PERFORM 2100-WRITE-NAME-CHANGE-LOG
               END-IF
               MOVE CUSTOMER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
               MOVE WS-CUSTOMER-NAME TO CM-CUSTOMER-NAME
               MOVE WS-CUSTOMER-NAME-LENGTH TO CM-CUSTOMER-NAME-LENGTH
               MOVE WS-RUN-TIMESTAMP TO CM-LAST-MAINT-TIMESTAMP
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               PERFORM 2150-WRITE-UPDATE-JOURNAL
           END-IF
           ADD 1 TO WS-BRANCH-RECORD-COUNT WS-TOTAL-RECORD-COUNT

               ADD 1 TO WS-REG-NOTCLEAN-COUNT(WS-REGION-HIT)
           END-IF.

      ******************************************************************
      * 2400-POST-EXCEPTION-HISTORY adds the exception 2000 just wrote
      * to the customer's CUSTEXHS entry for that reason: a first
      * failure starts the entry, a failure on an entry still in a
      * streak extends it, and a failure on an entry 2460 closed out
      * as clean is a reopen - the streak restarts at one and the
      * reopen is counted, which is what CUSTCHRN lists for the branch
      * to chase. An entry already stamped with this run is left
      * alone: that is a restarted run replaying records the aborted
      * run got to after its last checkpoint (the restart keeps the
      * original run timestamp), and counting it again would make one
      * night look like two. E004 is not posted - it is written
      * straight from 2010 and says the queue already holds the
      * record, not that the record failed a check.
      ******************************************************************
       2400-POST-EXCEPTION-HISTORY.
           IF WS-EXCEPTION-REASON-CODE = "E001" OR "E002" OR "E003"
               SET WS-NAME-FAILED TO TRUE
           END-IF
           MOVE CM-CUSTOMER-ID TO XH-CUSTOMER-ID
           MOVE WS-EXCEPTION-REASON-CODE TO XH-REASON-CODE
           READ EXCEPTION-HISTORY
               INVALID KEY
                   PERFORM 2410-START-EXCEPTION-HISTORY
               NOT INVALID KEY
                   PERFORM 2420-EXTEND-EXCEPTION-HISTORY
           END-READ.

       2410-START-EXCEPTION-HISTORY.
           MOVE CM-CUSTOMER-ID TO XH-CUSTOMER-ID
           MOVE WS-EXCEPTION-REASON-CODE TO XH-REASON-CODE
           MOVE CM-BRANCH-CODE TO XH-BRANCH-CODE
           MOVE WS-RUN-TIMESTAMP TO XH-FIRST-SEEN-RUN
           MOVE WS-RUN-TIMESTAMP TO XH-LAST-SEEN-RUN
           MOVE 1 TO XH-CONSECUTIVE-RUNS
           MOVE 1 TO XH-TOTAL-OCCURRENCES
           MOVE ZERO TO XH-REOPEN-COUNT
           MOVE ZERO TO XH-LAST-CLEAN-RUN
           MOVE ZERO TO XH-LAST-REOPEN-RUN
           WRITE EXCEPTION-HISTORY-RECORD
           IF NOT WS-XH-STATUS-OK
               STRING "EXCEPTION-HISTORY WRITE FAILED: "
                   WS-EXCEPTION-HISTORY-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           ADD 1 TO WS-XH-NEW-COUNT.

       2420-EXTEND-EXCEPTION-HISTORY.
           IF XH-LAST-SEEN-RUN NOT = WS-RUN-TIMESTAMP
               IF XH-CAME-CLEAN
                   ADD 1 TO XH-REOPEN-COUNT
                   MOVE WS-RUN-TIMESTAMP TO XH-LAST-REOPEN-RUN
                   ADD 1 TO WS-XH-REOPENED-COUNT
               END-IF
               ADD 1 TO XH-CONSECUTIVE-RUNS
               ADD 1 TO XH-TOTAL-OCCURRENCES
               MOVE CM-BRANCH-CODE TO XH-BRANCH-CODE
               MOVE WS-RUN-TIMESTAMP TO XH-LAST-SEEN-RUN
               REWRITE EXCEPTION-HISTORY-RECORD
               IF NOT WS-XH-STATUS-OK
                   STRING "EXCEPTION-HISTORY REWRITE FAILED: "
                       WS-EXCEPTION-HISTORY-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
           END-IF.

      ******************************************************************
      * 2450-CLOSE-OUT-CLEAN-REASONS walks this customer's CUSTEXHS
      * entries (positioned with START on the id and low-value reason,
      * read forward until the id changes) once every check has run,
      * and closes out each entry still in a streak that tonight's
      * checks did not fail - that is the "came clean" 2400 needs to
      * recognize a reopen. It runs per record validated, not as an
      * end-of-run sweep, so a delta run can close out the records it
      * did check: a record delta mode skips is unchanged since it
      * was last checked, and its entries neither extend nor close
      * until a run looks at it again.
      ******************************************************************
       2450-CLOSE-OUT-CLEAN-REASONS.
           MOVE "N" TO WS-XH-CUSTOMER-DONE-SWITCH
           MOVE CM-CUSTOMER-ID TO XH-CUSTOMER-ID
           MOVE LOW-VALUES TO XH-REASON-CODE
           START EXCEPTION-HISTORY
               KEY IS NOT LESS THAN XH-HIST-KEY
               INVALID KEY
                   SET WS-XH-CUSTOMER-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-XH-CUSTOMER-DONE
               READ EXCEPTION-HISTORY NEXT RECORD
                   AT END
                       SET WS-XH-CUSTOMER-DONE TO TRUE
                   NOT AT END
                       IF XH-CUSTOMER-ID NOT = CM-CUSTOMER-ID
                           SET WS-XH-CUSTOMER-DONE TO TRUE
                       ELSE
                           PERFORM 2460-CLOSE-OUT-ONE-REASON
                       END-IF
               END-READ
           END-PERFORM.

       2460-CLOSE-OUT-ONE-REASON.
           IF NOT XH-CAME-CLEAN
               AND XH-LAST-SEEN-RUN NOT = WS-RUN-TIMESTAMP
               PERFORM 2470-CHECK-REASON-ARMED
               IF WS-REASON-ARMED
                   MOVE ZERO TO XH-CONSECUTIVE-RUNS
                   MOVE WS-RUN-TIMESTAMP TO XH-LAST-CLEAN-RUN
                   REWRITE EXCEPTION-HISTORY-RECORD
                   IF NOT WS-XH-STATUS-OK
                       STRING "EXCEPTION-HISTORY REWRITE FAILED: "
                           WS-EXCEPTION-HISTORY-STATUS
                           DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                       PERFORM 9900-FATAL-FILE-ERROR
                   END-IF
                   ADD 1 TO WS-XH-CLEARED-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * 2470-CHECK-REASON-ARMED says whether tonight's run could have
      * raised the entry's reason at all. A reason whose check is
      * switched off on CUSTPARM (or, for E017, has no branch master
      * to check against) proves nothing by its absence, so the entry
      * is left in its streak rather than closed out and later
      * miscounted as a reopen when the check comes back on. The name
      * reasons come out of one EVALUATE in 1000 that stops at the
      * first failure, so when the name failed one of them tonight
      * the other two were never tested and are left alone too.
      ******************************************************************
       2470-CHECK-REASON-ARMED.
           SET WS-REASON-ARMED TO TRUE
           EVALUATE XH-REASON-CODE
               WHEN "E001"
                   IF WS-NAME-FAILED
                       MOVE "N" TO WS-REASON-ARMED-SWITCH
                   END-IF
               WHEN "E002"
                   IF WS-NAME-FAILED OR WS-PADDED-NAMES-OK
                       MOVE "N" TO WS-REASON-ARMED-SWITCH
                   END-IF
               WHEN "E003"
                   IF WS-NAME-FAILED OR NOT WS-LOWVALUES-REJECTED
                       MOVE "N" TO WS-REASON-ARMED-SWITCH
                   END-IF
               WHEN "E007"
                   IF NOT WS-ADDRESS-CHECK-ON
                       MOVE "N" TO WS-REASON-ARMED-SWITCH
                   END-IF
               WHEN "E008"
                   IF NOT WS-STATE-CHECK-ON
                       MOVE "N" TO WS-REASON-ARMED-SWITCH
                   END-IF
               WHEN "E009"
                   IF NOT WS-ZIP-CHECK-ON
                       MOVE "N" TO WS-REASON-ARMED-SWITCH
                   END-IF
               WHEN "E017"
                   IF NOT WS-BRANCH-CHECK-ON
                       MOVE "N" TO WS-REASON-ARMED-SWITCH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * 2100-WRITE-NAME-CHANGE-LOG records the before/after image of a
      * name 1000 is about to rewrite differently than it was read -
           END-IF
           ADD 1 TO WS-TOTAL-CHANGED-COUNT.

      ******************************************************************
      * 2150-WRITE-UPDATE-JOURNAL journals the rewrite 1000 just made:
      * the before-image saved ahead of the MOVEs and the record as
      * rewritten. Unlike 2100 it covers a length-only rewrite too -
      * the journal is every change to the master, not only the name
      * moves audit reads CUSTNMLG for. It runs only after the REWRITE
      * succeeded, so the journal never claims an update the master
      * did not take.
      ******************************************************************
       2150-WRITE-UPDATE-JOURNAL.
           MOVE "CUSTVAL " TO JR-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP TO JR-RUN-TIMESTAMP
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
      * 1190-VALIDATE-BRANCH-CODE checks the record's free-text branch
      * code against the branch reference master, once it is loaded: a
      ******************************************************************
           IF WS-BRANCH-CHECK-ON
               PERFORM 2300-ACCUMULATE-REGION-TOTALS
           END-IF
      ******************************************************************
      * Every check has now run, so whatever this customer did not
      * fail tonight can be closed out on the exception history.
      ******************************************************************
           PERFORM 2450-CLOSE-OUT-CLEAN-REASONS.

      ******************************************************************
      * 1250-CHECK-ZIP-CODE accepts the two layouts CUSTOMER-MASTER
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT
           PERFORM 2400-POST-EXCEPTION-HISTORY
           IF NOT WS-RECORD-EXCEPTED
               SET WS-RECORD-EXCEPTED TO TRUE
               ADD 1 TO WS-EXCEPT-RECORD-COUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO CS-REJECT-TIMESTAMP
           MOVE SPACES TO CS-CORRECTED-NAME
           SET CS-PENDING-CORRECTION TO TRUE
           MOVE ZERO TO CS-CORRECTION-TIMESTAMP
           MOVE SPACES TO CS-CORRECTION-OPERATOR
           MOVE ZERO TO CS-CORRECTION-COUNT
           SET WS-SUSPENSE-QUEUED TO TRUE
           WRITE CUSTOMER-SUSPENSE-RECORD
               INVALID KEY
