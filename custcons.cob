      *     CR-LAST-MAINT-TIMESTAMP;
      *   - writes a loser-to-survivor record to the cross-reference
      *     file (CUSTXREF) so anything still holding the old id can
      *     be re-pointed;
      *   - journals the before/after image of the retirement to
      *     CUSTJRNL, so CUSTBOUT can back out a wrong decision set;
      *   - moves the loser's open suspense entry (CUSTSUSP) over to
      *     the survivor, and at end of run re-points any resubmit
      *     still queued on CUSTRFD for a loser, so correction work in
      *     flight is not left stranded on a dead id. The consolidation
      *     log records which of the two were done for each loser, so
      *     CUSTBOUT knows what to give back.
      * Decisions that no longer match the master - a loser already
      * corrected out of the cluster, retired earlier, or never in the
      * survivor's cluster at all - reject to a CUSTEXC-format listing
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSOLIDATION-EXC-STATUS.

           SELECT UPDATE-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDATE-JOURNAL-STATUS.

           SELECT CUSTOMER-SUSPENSE ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-SUSPENSE-STATUS.

           SELECT CUSTOMER-RESUBMIT ASSIGN TO "CUSTRFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-RESUBMIT-STATUS.

           SELECT RESUBMIT-HOLD ASSIGN TO "CUSTRFDH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-HOLD-STATUS.

           SELECT RUN-LOG ASSIGN TO "CUSTRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD  CROSS-REFERENCE
           LABEL RECORDS ARE STANDARD.
       01  CROSS-REFERENCE-RECORD.
           COPY CUSTXREF.

      ******************************************************************
      * CONSOLIDATION-LOG carries the loser's whole record as it stood
      * before retirement, plus the survivor it folded into and the run
      * timestamp - enough to answer "what did this customer look like
      * and where did it go" without restoring a backup, the same
      * before-image reasoning as CUSTNMLG. The layout is shared with
      * CUSTBOUT and CUSTERAS through CUSTCNLG.
      ******************************************************************
       FD  CONSOLIDATION-LOG
           LABEL RECORDS ARE STANDARD.
       01  CONSOLIDATION-LOG-RECORD.
           COPY CUSTCNLG.

      ******************************************************************
      * CONSOLIDATION-EXCEPTIONS carries the same CUSTEXC layout as the
       01  CONSOLIDATION-EXCEPTION-RECORD.
           COPY CUSTEXC.

       FD  UPDATE-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  UPDATE-JOURNAL-RECORD.
           COPY CUSTJRNL.

       FD  CUSTOMER-SUSPENSE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-SUSPENSE-RECORD.
           COPY CUSTSUSP.

       FD  CUSTOMER-RESUBMIT
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-RESUBMIT-RECORD.
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==RS-==.

      ******************************************************************
      * RESUBMIT-HOLD stages the re-pointed resubmit queue while
      * CUSTRFD is still being read - a line-sequential file cannot be
      * rewritten in place - and is copied back over CUSTRFD, the same
      * hold-and-copy-back CUSTARCH uses for CUSTNMLG. The hold file
      * survives until the next run overwrites it, so a run that dies
      * between the two passes can be recovered by hand from CUSTRFDH.
      ******************************************************************
       FD  RESUBMIT-HOLD
           LABEL RECORDS ARE STANDARD.
       01  RESUBMIT-HOLD-RECORD.
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==RH-==.

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-RECORD.
           COPY CUSTRLG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MERGE-DECISIONS-STATUS   PIC X(2).
               88  WS-CG-STATUS-OK         VALUE "00".
           05  WS-CONSOLIDATION-EXC-STATUS PIC X(2).
               88  WS-CX-STATUS-OK         VALUE "00".
           05  WS-UPDATE-JOURNAL-STATUS    PIC X(2).
               88  WS-UJ-STATUS-OK         VALUE "00".
           05  WS-CUSTOMER-SUSPENSE-STATUS PIC X(2).
               88  WS-CS-STATUS-OK         VALUE "00".
           05  WS-CUSTOMER-RESUBMIT-STATUS PIC X(2).
               88  WS-RS-STATUS-OK         VALUE "00".
           05  WS-RESUBMIT-HOLD-STATUS     PIC X(2).
               88  WS-RH-STATUS-OK         VALUE "00".
           05  WS-RUN-LOG-STATUS           PIC X(2).
               88  WS-RL-STATUS-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE "N".
               88  WS-END-OF-FILE          VALUE "Y".
           05  WS-SURVIVOR-OK-SWITCH       PIC X(1).
               88  WS-SURVIVOR-OK          VALUE "Y".
           05  WS-SUSPENSE-SWITCH          PIC X(1) VALUE "Y".
               88  WS-SUSPENSE-ON-HAND     VALUE "Y".
           05  WS-LOSER-SUSPENSE-SWITCH    PIC X(1).
               88  WS-LOSER-IN-SUSPENSE    VALUE "Y".
           05  WS-SUSPENSE-CONFLICT-SWITCH PIC X(1).
               88  WS-SUSPENSE-CONFLICT    VALUE "Y".

       01  WS-FATAL-ERROR-MESSAGE          PIC X(50).

           05  WS-LOSER-RETIRED-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-XREF-WRITTEN-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-REJECTED-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-SUSPENSE-MOVED-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-RESUBMIT-READ-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-RESUBMIT-MOVED-COUNT     PIC 9(6) VALUE ZERO.

      ******************************************************************
      * WS-RUN-TIMESTAMP is captured once at start-up and stamped on
      ******************************************************************
       01  WS-RUN-TIMESTAMP                PIC 9(14).

      ******************************************************************
      * WS-JOURNAL-BEFORE-IMAGE holds the loser's master record as
      * read, taken before the retirement is applied, so 2250 can
      * journal the before and after images of the retirement.
      ******************************************************************
       01  WS-JOURNAL-BEFORE-IMAGE         PIC X(154).

       01  WS-LOSER-SUB                    PIC 9(1).
       01  WS-WORK-CUSTOMER-ID             PIC X(10).

       01  WS-LOCK-REQUEST.
           COPY CUSTLOKR.

      ******************************************************************
      * WS-RETIRED-TABLE remembers each loser this run retired and its
      * survivor, so 4000 can re-point queued resubmits in one pass
      * over CUSTRFD at end of run. A run retiring more than 5000
      * losers stops remembering; resubmits for the rest are still
      * caught by CUSTRMRG, which resolves every id through CUSTXREF
      * before merging.
      ******************************************************************
       01  WS-RETIRED-TABLE.
           05  WS-RETIRED-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-RETIRED-ENTRY OCCURS 5000 TIMES.
               10  WS-RET-LOSER-ID         PIC X(10).
               10  WS-RET-SURVIVOR-ID      PIC X(10).
       01  WS-RETIRED-SUB                  PIC 9(5).
       01  WS-RETIRED-HIT                  PIC 9(5).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           CLOSE CROSS-REFERENCE
           CLOSE CONSOLIDATION-LOG
           CLOSE CONSOLIDATION-EXCEPTIONS
           CLOSE UPDATE-JOURNAL
           IF WS-SUSPENSE-ON-HAND
               CLOSE CUSTOMER-SUSPENSE
           END-IF
           IF WS-RETIRED-COUNT > ZERO
               PERFORM 4000-REPOINT-RESUBMIT-QUEUE
           END-IF
           PERFORM 9500-RELEASE-MASTER-LOCK
           DISPLAY "Decisions read           : " WS-DECISION-READ-COUNT
           DISPLAY "Losers retired           : " WS-LOSER-RETIRED-COUNT
           DISPLAY "Cross-references written : " WS-XREF-WRITTEN-COUNT
           DISPLAY "Suspense entries moved   : " WS-SUSPENSE-MOVED-COUNT
           DISPLAY "Resubmits re-pointed     : " WS-RESUBMIT-MOVED-COUNT
           DISPLAY "Rejects written          : " WS-REJECTED-COUNT
           DISPLAY "Run timestamp            : " WS-RUN-TIMESTAMP
           PERFORM 9000-WRITE-RUN-LOG
           STOP RUN.

       0005-ACQUIRE-MASTER-LOCK.
      * files like CUSTNMLG: ALWAYS opened EXTEND (append), falling
      * back to OUTPUT only the first time each is created - truncating
      * either would destroy exactly the re-pointing trail and audit
      * history they exist to keep. The shared master update journal
      * CUSTBOUT backs a run out from is opened on the same terms. No
      * suspense file on hand just means nothing is in suspense, so
      * there is no entry for a loser to move.
      ******************************************************************
       0040-OPEN-FILES.
           OPEN INPUT MERGE-DECISIONS
                   WS-CONSOLIDATION-EXC-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
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
           OPEN I-O CUSTOMER-SUSPENSE
           IF WS-CUSTOMER-SUSPENSE-STATUS = "35"
               MOVE "N" TO WS-SUSPENSE-SWITCH
           ELSE
               IF NOT WS-CS-STATUS-OK
                   STRING "CUSTOMER-SUSPENSE OPEN FAILED: "
                       WS-CUSTOMER-SUSPENSE-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
           END-IF.

      ******************************************************************
      * weeks ago against a record CUSTCORR has since fixed no longer
      * holds, and must reject (E016) rather than retire a customer the
      * master no longer shows as a duplicate. A loser naming the
      * survivor itself is the same keying error. A loser and survivor
      * that BOTH have a suspense entry reject too (E019): suspense
      * holds one entry per customer, so the loser's entry could not
      * follow it to the survivor, and retiring the loser anyway would
      * strand that entry under a dead id. The branch settles one of
      * the two entries and re-keys the decision.
      ******************************************************************
       2000-RETIRE-ONE-LOSER.
           MOVE MD-LOSER-ID(WS-LOSER-SUB) TO WS-WORK-CUSTOMER-ID
           END-IF.

       2100-CHECK-AND-RETIRE-LOSER.
           PERFORM 2150-CHECK-SUSPENSE-ENTRIES
           EVALUATE TRUE
               WHEN CM-STATUS-INACTIVE
                   MOVE "E015" TO WS-EXCEPTION-REASON-CODE
                   MOVE "LOSER NO LONGER IN SURVIVOR CLUSTER"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM 3000-WRITE-CONS-EXCEPTION
               WHEN WS-SUSPENSE-CONFLICT
                   MOVE "E019" TO WS-EXCEPTION-REASON-CODE
                   MOVE "LOSER AND SURVIVOR BOTH IN SUSPENSE"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM 3000-WRITE-CONS-EXCEPTION
               WHEN OTHER
                   PERFORM 2200-WRITE-CONSOLIDATION-LOG
                   MOVE CUSTOMER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
                   SET CM-STATUS-INACTIVE TO TRUE
                   MOVE WS-RUN-TIMESTAMP TO CM-LAST-MAINT-TIMESTAMP
                   REWRITE CUSTOMER-RECORD
                           DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                       PERFORM 9900-FATAL-FILE-ERROR
                   END-IF
                   PERFORM 2250-WRITE-UPDATE-JOURNAL
                   ADD 1 TO WS-LOSER-RETIRED-COUNT
                   PERFORM 2300-WRITE-CROSS-REFERENCE
                   PERFORM 2400-MOVE-LOSER-SUSPENSE
                   IF WS-RETIRED-COUNT < 5000
                       ADD 1 TO WS-RETIRED-COUNT
                       MOVE WS-WORK-CUSTOMER-ID
                           TO WS-RET-LOSER-ID(WS-RETIRED-COUNT)
                       MOVE SV-CUSTOMER-ID
                           TO WS-RET-SURVIVOR-ID(WS-RETIRED-COUNT)
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * 2150-CHECK-SUSPENSE-ENTRIES looks the loser up on suspense and,
      * only when it has an entry, the survivor too. The survivor
      * check has to be made here, per loser, rather than once per
      * decision: an earlier loser in the same decision may just have
      * moved its own entry onto the survivor. The reads leave the
      * loser's master record in the FD buffer untouched.
      ******************************************************************
       2150-CHECK-SUSPENSE-ENTRIES.
           MOVE "N" TO WS-LOSER-SUSPENSE-SWITCH
           MOVE "N" TO WS-SUSPENSE-CONFLICT-SWITCH
           IF WS-SUSPENSE-ON-HAND
               MOVE WS-WORK-CUSTOMER-ID TO CS-CUSTOMER-ID
               READ CUSTOMER-SUSPENSE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LOSER-IN-SUSPENSE TO TRUE
               END-READ
           END-IF
           IF WS-LOSER-IN-SUSPENSE
               MOVE SV-CUSTOMER-ID TO CS-CUSTOMER-ID
               READ CUSTOMER-SUSPENSE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-SUSPENSE-CONFLICT TO TRUE
               END-READ
           END-IF.

      ******************************************************************
      * 2200-WRITE-CONSOLIDATION-LOG copies the loser's record as it
      * still stands on the master - status byte and all - BEFORE the
      * retirement rewrite, so the log genuinely holds the before-
      * image, the same ordering 2100-WRITE-NAME-CHANGE-LOG relies on
      * in CUSTVAL. It also records what is about to follow the loser
      * onto the survivor: its suspense entry, when it has one, and its
      * queued resubmits, when the loser fits in WS-RETIRED-TABLE for
      * 4000 to re-point. CUSTBOUT reads both switches when it backs
      * the retirement out.
      ******************************************************************
       2200-WRITE-CONSOLIDATION-LOG.
           MOVE CM-CUSTOMER-ID TO CG-CUSTOMER-ID
           MOVE CM-LAST-MAINT-TIMESTAMP TO CG-LAST-MAINT-TIMESTAMP
           MOVE SV-CUSTOMER-ID TO CG-SURVIVOR-ID
           MOVE WS-RUN-TIMESTAMP TO CG-CONSOLIDATE-TIMESTAMP
           IF WS-LOSER-IN-SUSPENSE
               MOVE "Y" TO CG-SUSPENSE-MOVED-SWITCH
           ELSE
               MOVE "N" TO CG-SUSPENSE-MOVED-SWITCH
           END-IF
           IF WS-RETIRED-COUNT < 5000
               MOVE "Y" TO CG-RESUBMIT-REPOINT-SWITCH
           ELSE
               MOVE "N" TO CG-RESUBMIT-REPOINT-SWITCH
           END-IF
           WRITE CONSOLIDATION-LOG-RECORD
           IF NOT WS-CG-STATUS-OK
               STRING "CONSOLIDATION-LOG WRITE FAILED: "
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      ******************************************************************
      * 2250-WRITE-UPDATE-JOURNAL journals the retirement just applied
      * - the loser's before-image and the record as rewritten - so
      * CUSTBOUT can reactivate the loser if the decision set was
      * wrong. It runs only after the REWRITE succeeded.
      ******************************************************************
       2250-WRITE-UPDATE-JOURNAL.
           MOVE "CUSTCONS" TO JR-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP TO JR-RUN-TIMESTAMP
           SET JR-ACTION-RETIRE TO TRUE
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

       2300-WRITE-CROSS-REFERENCE.
           MOVE WS-WORK-CUSTOMER-ID TO XR-LOSER-ID
           MOVE SV-CUSTOMER-ID TO XR-SURVIVOR-ID
           END-IF
           ADD 1 TO WS-XREF-WRITTEN-COUNT.

      ******************************************************************
      * 2400-MOVE-LOSER-SUSPENSE re-keys the loser's suspense entry,
      * pending or already corrected, to the survivor - CUSTCORR and
      * CUSTRMRG redirect the loser's id to the survivor from now on,
      * so that is where they will look for it. 2150 has already
      * rejected the loser if the survivor holds an entry of its own,
      * so the survivor's key is free and a WRITE that still fails is
      * a file that can no longer be trusted.
      ******************************************************************
       2400-MOVE-LOSER-SUSPENSE.
           IF WS-SUSPENSE-ON-HAND
               MOVE WS-WORK-CUSTOMER-ID TO CS-CUSTOMER-ID
               READ CUSTOMER-SUSPENSE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2450-REKEY-SUSPENSE-ENTRY
               END-READ
           END-IF.

       2450-REKEY-SUSPENSE-ENTRY.
           MOVE SV-CUSTOMER-ID TO CS-CUSTOMER-ID
           WRITE CUSTOMER-SUSPENSE-RECORD
           IF NOT WS-CS-STATUS-OK
               STRING "CUSTOMER-SUSPENSE WRITE FAILED: "
                   WS-CUSTOMER-SUSPENSE-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE WS-WORK-CUSTOMER-ID TO CS-CUSTOMER-ID
           DELETE CUSTOMER-SUSPENSE RECORD
           IF NOT WS-CS-STATUS-OK
               STRING "CUSTOMER-SUSPENSE DELETE FAILED: "
                   WS-CUSTOMER-SUSPENSE-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           ADD 1 TO WS-SUSPENSE-MOVED-COUNT.

      ******************************************************************
      * 3000-WRITE-CONS-EXCEPTION. When the master record behind the
      * rejected id was found, its fields come along for context, the
           END-IF
           ADD 1 TO WS-REJECTED-COUNT.

      ******************************************************************
      * 4000-REPOINT-RESUBMIT-QUEUE copies CUSTRFD to the hold file,
      * re-keying every queued resubmit whose id this run retired to
      * that loser's survivor, then copies the hold back over CUSTRFD.
      * No queue on hand (status "35") is nothing to re-point. CUSTRFD
      * is only truncated once every record is safely on the hold.
      ******************************************************************
       4000-REPOINT-RESUBMIT-QUEUE.
           OPEN INPUT CUSTOMER-RESUBMIT
           IF WS-CUSTOMER-RESUBMIT-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT WS-RS-STATUS-OK
                   STRING "CUSTOMER-RESUBMIT OPEN FAILED: "
                       WS-CUSTOMER-RESUBMIT-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               PERFORM 4100-COPY-QUEUE-TO-HOLD
               IF WS-RESUBMIT-MOVED-COUNT > ZERO
                   PERFORM 4500-COPY-HOLD-TO-QUEUE
               END-IF
           END-IF.

       4100-COPY-QUEUE-TO-HOLD.
           OPEN OUTPUT RESUBMIT-HOLD
           IF NOT WS-RH-STATUS-OK
               STRING "RESUBMIT-HOLD OPEN FAILED: "
                   WS-RESUBMIT-HOLD-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTOMER-RESUBMIT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RESUBMIT-READ-COUNT
                       PERFORM 4200-REPOINT-ONE-RESUBMIT
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-RESUBMIT
           CLOSE RESUBMIT-HOLD.

       4200-REPOINT-ONE-RESUBMIT.
           MOVE ZERO TO WS-RETIRED-HIT
           PERFORM VARYING WS-RETIRED-SUB FROM 1 BY 1
                   UNTIL WS-RETIRED-SUB > WS-RETIRED-COUNT
                   OR WS-RETIRED-HIT > ZERO
               IF WS-RET-LOSER-ID(WS-RETIRED-SUB) = RS-CUSTOMER-ID
                   MOVE WS-RETIRED-SUB TO WS-RETIRED-HIT
               END-IF
           END-PERFORM
           MOVE CUSTOMER-RESUBMIT-RECORD TO RESUBMIT-HOLD-RECORD
           IF WS-RETIRED-HIT > ZERO
               MOVE WS-RET-SURVIVOR-ID(WS-RETIRED-HIT)
                   TO RH-CUSTOMER-ID
               ADD 1 TO WS-RESUBMIT-MOVED-COUNT
           END-IF
           WRITE RESUBMIT-HOLD-RECORD
           IF NOT WS-RH-STATUS-OK
               STRING "RESUBMIT-HOLD WRITE FAILED: "
                   WS-RESUBMIT-HOLD-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       4500-COPY-HOLD-TO-QUEUE.
           OPEN INPUT RESUBMIT-HOLD
           IF NOT WS-RH-STATUS-OK
               STRING "RESUBMIT-HOLD OPEN FAILED: "
                   WS-RESUBMIT-HOLD-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT CUSTOMER-RESUBMIT
           IF NOT WS-RS-STATUS-OK
               STRING "CUSTOMER-RESUBMIT OPEN FAILED: "
                   WS-CUSTOMER-RESUBMIT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ RESUBMIT-HOLD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE RESUBMIT-HOLD-RECORD
                           TO CUSTOMER-RESUBMIT-RECORD
                       WRITE CUSTOMER-RESUBMIT-RECORD
                       IF NOT WS-RS-STATUS-OK
                           STRING "CUSTOMER-RESUBMIT WRITE FAILED: "
                               WS-CUSTOMER-RESUBMIT-STATUS
                               DELIMITED BY SIZE
                               INTO WS-FATAL-ERROR-MESSAGE
                           PERFORM 9900-FATAL-FILE-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESUBMIT-HOLD
           CLOSE CUSTOMER-RESUBMIT.

      ******************************************************************
      * 9000-WRITE-RUN-LOG appends this run's close-out record to the
      * shared run log, the same paragraph every program in the chain
      * carries; see CUSTVAL's 9000 for the full reasoning. Read here
      * is decisions read, written is losers retired. The start
      * timestamp is WS-RUN-TIMESTAMP, the one stamped on this run's
      * journal, cross-reference and consolidation-log records, so it
      * is the value CUSTBOUT needs to back the run out.
      ******************************************************************
       9000-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           IF NOT WS-RL-STATUS-OK
               DISPLAY "RUN-LOG OPEN FAILED: " WS-RUN-LOG-STATUS
           ELSE
               MOVE "CUSTCONS" TO LG-PROGRAM-ID
               MOVE WS-RUN-TIMESTAMP TO LG-START-TIMESTAMP
               MOVE FUNCTION CURRENT-DATE(1:14) TO LG-END-TIMESTAMP
               MOVE WS-DECISION-READ-COUNT TO LG-RECORDS-READ
               MOVE WS-LOSER-RETIRED-COUNT TO LG-RECORDS-WRITTEN
               MOVE RETURN-CODE TO LG-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF NOT WS-RL-STATUS-OK
                   DISPLAY "RUN-LOG WRITE FAILED: " WS-RUN-LOG-STATUS
               END-IF
               CLOSE RUN-LOG
           END-IF.

      ******************************************************************
      * 9900-FATAL-FILE-ERROR - genuine I/O failures only, the same
      * posture as CUSTVAL: bad decisions reject and continue, a file
