       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRTML.
       AUTHOR. DATA-QUALITY-TEAM.

      ******************************************************************
      * CUSTRTML - returned-mail inbound batch program.
      * Reads the statement system's returned-mail file (CUSTRTMF), the
      * list of CUSTSTMT customers whose statements came back
      * undeliverable, and puts each one still active on CUSTOMER-
      * MASTER into CUSTOMER-SUSPENSE under reason E023, so the next
      * CUSTXTRC run holds them out of the feed until the branch fixes
      * the address. The branch fixes the address with a CUSTMNT
      * change and then closes the entry through CUSTCORR and CUSTRMRG
      * like any other suspense entry. Ids not on the master (E024) or
      * no longer active (E025) go to a CUSTEXC-format rejects listing
      * (CUSTRTMX) instead.
      *
      * The file comes wrapped the way CUSTXTRC wraps CUSTSTMT - "H"
      * header first, "D" details, "T" trailer last carrying the
      * detail count - and is checked the same way before anything is
      * applied: a file that is cut short, out of order or miscounted
      * is refused whole with RETURN-CODE 8, rather than half-applied.
      *
      * Every return for an active customer is counted on the returned-
      * mail history CUSTRMHS, kept from run to run, and a customer
      * whose mail has come back more than once is listed on the
      * repeat-returns report CUSTRTMR - postage is still being spent
      * on an address already known to be bad.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL ASSIGN TO "CUSTRTMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNED-MAIL-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT CUSTOMER-SUSPENSE ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-SUSPENSE-STATUS.

           SELECT RETURN-HISTORY ASSIGN TO "CUSTRMHS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RH-CUSTOMER-ID
               FILE STATUS IS WS-RETURN-HISTORY-STATUS.

           SELECT RETURN-REJECTS ASSIGN TO "CUSTRTMX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-REJECTS-STATUS.

           SELECT REPEAT-REPORT ASSIGN TO "CUSTRTMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPEAT-REPORT-STATUS.

           SELECT REASON-REFERENCE ASSIGN TO "CUSTRSNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-REFERENCE-STATUS.

           SELECT RUN-LOG ASSIGN TO "CUSTRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * The returned-mail file has the same record-type byte up front
      * as CUSTSTMT: "H" header (the statement system's run timestamp),
      * "D" detail (customer id, the date the mail came back and the
      * statement system's own return reason, e.g. MOVED or NO SUCH
      * ADDRESS), "T" trailer (detail record count).
      ******************************************************************
       FD  RETURNED-MAIL
           LABEL RECORDS ARE STANDARD.
       01  RETURNED-MAIL-HEADER.
           05  RM-HEADER-TYPE              PIC X(1).
           05  RM-FEED-TIMESTAMP           PIC 9(14).
       01  RETURNED-MAIL-DETAIL.
           05  RM-RECORD-TYPE              PIC X(1).
               88  RM-TYPE-HEADER          VALUE "H".
               88  RM-TYPE-DETAIL          VALUE "D".
               88  RM-TYPE-TRAILER         VALUE "T".
           05  RM-CUSTOMER-ID              PIC X(10).
           05  RM-RETURN-DATE              PIC X(8).
           05  RM-RETURN-REASON            PIC X(20).
       01  RETURNED-MAIL-TRAILER.
           05  RM-TRAILER-TYPE             PIC X(1).
           05  RM-RECORD-COUNT             PIC 9(6).

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-RECORD.
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==CM-==.

       FD  CUSTOMER-SUSPENSE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-SUSPENSE-RECORD.
           COPY CUSTSUSP.

       FD  RETURN-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  RETURN-HISTORY-RECORD.
           COPY CUSTRTNH.

      ******************************************************************
      * RETURN-REJECTS carries the same CUSTEXC layout as CUSTVAL's
      * exception file, so a reviewer (or any tool that reads CUSTEXC)
      * can read this listing the same way.
      ******************************************************************
       FD  RETURN-REJECTS
           LABEL RECORDS ARE STANDARD.
       01  RETURN-REJECT-RECORD.
           COPY CUSTEXC.

       FD  REPEAT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPEAT-REPORT-LINE              PIC X(132).

       FD  REASON-REFERENCE
           LABEL RECORDS ARE STANDARD.
       01  REASON-REFERENCE-RECORD.
           COPY CUSTRSN.

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-RECORD.
           COPY CUSTRLG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RETURNED-MAIL-STATUS     PIC X(2).
               88  WS-RM-STATUS-OK         VALUE "00".
           05  WS-CUSTOMER-MASTER-STATUS   PIC X(2).
               88  WS-CM-STATUS-OK         VALUE "00".
           05  WS-CUSTOMER-SUSPENSE-STATUS PIC X(2).
               88  WS-CS-STATUS-OK         VALUE "00".
           05  WS-RETURN-HISTORY-STATUS    PIC X(2).
               88  WS-RH-STATUS-OK         VALUE "00".
           05  WS-RETURN-REJECTS-STATUS    PIC X(2).
               88  WS-RX-STATUS-OK         VALUE "00".
           05  WS-REPEAT-REPORT-STATUS     PIC X(2).
               88  WS-RR-STATUS-OK         VALUE "00".
           05  WS-REASON-REFERENCE-STATUS  PIC X(2).
               88  WS-RF-STATUS-OK         VALUE "00".
               88  WS-RF-STATUS-EOF        VALUE "10".
           05  WS-RUN-LOG-STATUS           PIC X(2).
               88  WS-RL-STATUS-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE "N".
               88  WS-END-OF-FILE          VALUE "Y".
           05  WS-NO-FEED-SWITCH           PIC X(1) VALUE "N".
               88  WS-NO-FEED-FILE         VALUE "Y".
           05  WS-FEED-OK-SWITCH           PIC X(1) VALUE "Y".
               88  WS-FEED-OK              VALUE "Y".
           05  WS-TRAILER-SEEN-SWITCH      PIC X(1) VALUE "N".
               88  WS-TRAILER-SEEN         VALUE "Y".

       01  WS-FATAL-ERROR-MESSAGE          PIC X(50).
       01  WS-FEED-ERROR-MESSAGE           PIC X(50) VALUE SPACES.

       01  WS-RUN-TIMESTAMP                PIC 9(14).
       01  WS-RETURN-DATE                  PIC 9(8).
       01  WS-SUSPENSE-ACTION              PIC X(24).

       01  WS-EXCEPTION-DETAIL.
           05  WS-EXCEPTION-REASON-CODE    PIC X(4).
           05  WS-EXCEPTION-REASON-TEXT    PIC X(40).

      ******************************************************************
      * Every detail record read lands in exactly one of the four
      * outcome counters - queued, already in suspense, no master,
      * inactive - counted where the decision happens, so 4000 can
      * balance the run the way CUSTXTRC balances its extract. The
      * trailer count and the header/trailer checks are 0100's.
      ******************************************************************
       01  WS-COUNTERS.
           05  WS-FEED-RECORD-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-FEED-DETAIL-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-RETURN-READ-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-QUEUED-COUNT             PIC 9(6) VALUE ZERO.
           05  WS-ALREADY-OPEN-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-NO-MASTER-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-INACTIVE-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-REPEAT-COUNT             PIC 9(6) VALUE ZERO.

      ******************************************************************
      * WS-REASON-TABLE is the CUSTRSNF reference file loaded at
      * start-up, so 8500 can resolve this program's own reason texts
      * (E023-E025) against it and the wording on the suspense entry
      * and the rejects listing comes from one place. No file on hand
      * leaves the count at zero and every reason keeps its hardcoded
      * text.
      ******************************************************************
       01  WS-REASON-TABLE.
           COPY CUSTRSNT.
       01  WS-REASON-SUB                   PIC 9(3).
       01  WS-REASON-HIT                   PIC 9(3).

      ******************************************************************
      * WS-LOCK-REQUEST is the CUSTMLCK parameter area: this program
      * writes CUSTOMER-SUSPENSE, so it takes the shared run lock the
      * same way CUSTCORR does - acquired before any update OPEN,
      * released only at clean end, left held by the fatal path for
      * CUSTLKOP to clear once the damage is assessed.
      ******************************************************************
       01  WS-LOCK-REQUEST.
           COPY CUSTLOKR.

       01  WS-REPORT-HEADING-LINE.
           05  FILLER                      PIC X(36) VALUE
               "RETURNED MAIL - REPEAT RETURNS  RUN ".
           05  RH-RUN-DATE                 PIC 9(8).

       01  WS-REPORT-COLUMN-LINE.
           05  FILLER                      PIC X(50) VALUE
               "CUSTOMER ID  BRANCH  RETURNS  FIRST     LATEST    ".
           05  FILLER                      PIC X(46) VALUE
               "RETURN REASON         SUSPENSE".

       01  WS-REPEAT-DETAIL-LINE.
           05  RL-CUSTOMER-ID              PIC X(10).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  RL-BRANCH-CODE              PIC X(5).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  RL-RETURN-COUNT             PIC Z,ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  RL-FIRST-RETURN-DATE        PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RL-LAST-RETURN-DATE         PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RL-RETURN-REASON            PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RL-SUSPENSE-ACTION          PIC X(24).

       01  WS-REPORT-TOTAL-LINE.
           05  TL-LABEL                    PIC X(30).
           05  TL-COUNT                    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM 0005-ACQUIRE-MASTER-LOCK
           PERFORM 0012-LOAD-REASON-TABLE
           PERFORM 0100-CHECK-FEED-ENVELOPE
           IF NOT WS-FEED-OK
               DISPLAY "RETURNED-MAIL FILE REFUSED: "
                   WS-FEED-ERROR-MESSAGE
               DISPLAY "NOTHING APPLIED - RESEND THE FILE AND RERUN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-RELEASE-MASTER-LOCK
               PERFORM 9000-WRITE-RUN-LOG
               STOP RUN
           END-IF
           PERFORM 0040-OPEN-FILES
           PERFORM 1000-WRITE-REPORT-HEADINGS
           IF NOT WS-NO-FEED-FILE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ RETURNED-MAIL
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RM-TYPE-DETAIL
                               ADD 1 TO WS-RETURN-READ-COUNT
                               PERFORM 2000-PROCESS-RETURN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURNED-MAIL
           END-IF
           PERFORM 3000-WRITE-REPORT-TOTALS
           CLOSE CUSTOMER-MASTER
           CLOSE CUSTOMER-SUSPENSE
           CLOSE RETURN-HISTORY
           CLOSE RETURN-REJECTS
           CLOSE REPEAT-REPORT
           PERFORM 9500-RELEASE-MASTER-LOCK
           PERFORM 4000-BALANCE-RUN
           PERFORM 9000-WRITE-RUN-LOG
           STOP RUN.

       0005-ACQUIRE-MASTER-LOCK.
           SET LK-ACTION-ACQUIRE TO TRUE
           MOVE "CUSTRTML" TO LK-CALLER-PROGRAM
           CALL "CUSTMLCK" USING WS-LOCK-REQUEST
           IF NOT LK-LOCK-GRANTED
               DISPLAY "CUSTOMER-MASTER IN USE BY " LK-HOLDER-PROGRAM
                   " SINCE " LK-HOLDER-TIMESTAMP
               DISPLAY "RUN REFUSED - CLEAR A STALE LOCK VIA CUSTLKOP"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       9500-RELEASE-MASTER-LOCK.
           SET LK-ACTION-RELEASE TO TRUE
           MOVE "CUSTRTML" TO LK-CALLER-PROGRAM
           CALL "CUSTMLCK" USING WS-LOCK-REQUEST.

      ******************************************************************
      * 0012-LOAD-REASON-TABLE pulls the reason-code reference file
      * into the working table, the same load CUSTVAL does; no file
      * on hand (status "35") leaves the hardcoded texts in charge.
      * Overflow is stopped, not truncated.
      ******************************************************************
       0012-LOAD-REASON-TABLE.
           OPEN INPUT REASON-REFERENCE
           IF WS-REASON-REFERENCE-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT WS-RF-STATUS-OK
                   STRING "REASON-REFERENCE OPEN FAILED: "
                       WS-REASON-REFERENCE-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               PERFORM UNTIL WS-RF-STATUS-EOF
                   READ REASON-REFERENCE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RT-REASON-COUNT = 30
                               MOVE
                                 "REASON REFERENCE OVERFLOWS 30 CODES"
                                   TO WS-FATAL-ERROR-MESSAGE
                               PERFORM 9900-FATAL-FILE-ERROR
                           END-IF
                           ADD 1 TO RT-REASON-COUNT
                           MOVE RF-REASON-CODE
                               TO RT-REASON-CODE(RT-REASON-COUNT)
                           MOVE RF-REASON-TEXT
                               TO RT-REASON-TEXT(RT-REASON-COUNT)
                           MOVE RF-SEVERITY
                               TO RT-SEVERITY(RT-REASON-COUNT)
                   END-READ
               END-PERFORM
               CLOSE REASON-REFERENCE
           END-IF.

      ******************************************************************
      * 0100-CHECK-FEED-ENVELOPE reads the whole returned-mail file once
      * before anything is applied and checks it the way the statement
      * system checks CUSTSTMT: the header first, the trailer last and
      * only once, nothing but details between, and the trailer count
      * equal to the details read. Any failure refuses the file whole.
      * No file on hand just means nothing came back this cycle.
      ******************************************************************
       0100-CHECK-FEED-ENVELOPE.
           OPEN INPUT RETURNED-MAIL
           IF WS-RETURNED-MAIL-STATUS = "35"
               DISPLAY "No returned-mail file on hand - nothing to "
                   "apply"
               SET WS-NO-FEED-FILE TO TRUE
           ELSE
               IF NOT WS-RM-STATUS-OK
                   STRING "RETURNED-MAIL OPEN FAILED: "
                       WS-RETURNED-MAIL-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               PERFORM UNTIL WS-END-OF-FILE OR NOT WS-FEED-OK
                   READ RETURNED-MAIL
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FEED-RECORD-COUNT
                           PERFORM 0150-CHECK-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE RETURNED-MAIL
               IF WS-FEED-OK
                   PERFORM 0160-CHECK-FEED-TRAILER
               END-IF
           END-IF.

       0150-CHECK-FEED-RECORD.
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN
                   MOVE "N" TO WS-FEED-OK-SWITCH
                   MOVE "RECORDS FOUND AFTER THE TRAILER"
                       TO WS-FEED-ERROR-MESSAGE
               WHEN WS-FEED-RECORD-COUNT = 1
                   IF NOT RM-TYPE-HEADER
                       MOVE "N" TO WS-FEED-OK-SWITCH
                       MOVE "FIRST RECORD IS NOT THE HEADER"
                           TO WS-FEED-ERROR-MESSAGE
                   END-IF
               WHEN RM-TYPE-DETAIL
                   ADD 1 TO WS-FEED-DETAIL-COUNT
               WHEN RM-TYPE-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF RM-RECORD-COUNT IS NOT NUMERIC
                       MOVE "N" TO WS-FEED-OK-SWITCH
                       MOVE "TRAILER COUNT IS NOT NUMERIC"
                           TO WS-FEED-ERROR-MESSAGE
                   ELSE
                       IF RM-RECORD-COUNT NOT = WS-FEED-DETAIL-COUNT
                           MOVE "N" TO WS-FEED-OK-SWITCH
                           MOVE "TRAILER COUNT DOES NOT MATCH DETAILS"
                               TO WS-FEED-ERROR-MESSAGE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-FEED-OK-SWITCH
                   MOVE "UNEXPECTED RECORD TYPE IN FILE"
                       TO WS-FEED-ERROR-MESSAGE
           END-EVALUATE.

       0160-CHECK-FEED-TRAILER.
           EVALUATE TRUE
               WHEN WS-FEED-RECORD-COUNT = ZERO
                   MOVE "N" TO WS-FEED-OK-SWITCH
                   MOVE "FILE IS EMPTY - NO HEADER OR TRAILER"
                       TO WS-FEED-ERROR-MESSAGE
               WHEN NOT WS-TRAILER-SEEN
                   MOVE "N" TO WS-FEED-OK-SWITCH
                   MOVE "NO TRAILER - FILE CUT SHORT"
                       TO WS-FEED-ERROR-MESSAGE
           END-EVALUATE.

      ******************************************************************
      * 0040-OPEN-FILES. The master must be present and usable - there
      * is no telling active from inactive without it. CUSTOMER-
      * SUSPENSE and RETURN-HISTORY both carry entries from one run to
      * the next, so each is opened I-O; either one missing is created
      * empty and reopened I-O, since the same customer can come back
      * twice in one file and the second return must find the first.
      ******************************************************************
       0040-OPEN-FILES.
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-CM-STATUS-OK
               STRING "CUSTOMER-MASTER OPEN FAILED: "
                   WS-CUSTOMER-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN I-O CUSTOMER-SUSPENSE
           IF WS-CUSTOMER-SUSPENSE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-SUSPENSE
               CLOSE CUSTOMER-SUSPENSE
               OPEN I-O CUSTOMER-SUSPENSE
           END-IF
           IF NOT WS-CS-STATUS-OK
               STRING "CUSTOMER-SUSPENSE OPEN FAILED: "
                   WS-CUSTOMER-SUSPENSE-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN I-O RETURN-HISTORY
           IF WS-RETURN-HISTORY-STATUS = "35"
               OPEN OUTPUT RETURN-HISTORY
               CLOSE RETURN-HISTORY
               OPEN I-O RETURN-HISTORY
           END-IF
           IF NOT WS-RH-STATUS-OK
               STRING "RETURN-HISTORY OPEN FAILED: "
                   WS-RETURN-HISTORY-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT RETURN-REJECTS
           IF NOT WS-RX-STATUS-OK
               STRING "RETURN-REJECTS OPEN FAILED: "
                   WS-RETURN-REJECTS-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT REPEAT-REPORT
           IF NOT WS-RR-STATUS-OK
               STRING "REPEAT-REPORT OPEN FAILED: "
                   WS-REPEAT-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           IF NOT WS-NO-FEED-FILE
               OPEN INPUT RETURNED-MAIL
               IF NOT WS-RM-STATUS-OK
                   STRING "RETURNED-MAIL OPEN FAILED: "
                       WS-RETURNED-MAIL-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
           END-IF.

       1000-WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-TIMESTAMP(1:8) TO RH-RUN-DATE
           WRITE REPEAT-REPORT-LINE FROM WS-REPORT-HEADING-LINE
           MOVE SPACES TO REPEAT-REPORT-LINE
           WRITE REPEAT-REPORT-LINE
           WRITE REPEAT-REPORT-LINE FROM WS-REPORT-COLUMN-LINE.

      ******************************************************************
      * 2000-PROCESS-RETURN. Only a customer still active on the master
      * is queued: an inactive one gets no statements anyway, and an
      * id the master does not know is the statement system's problem
      * to explain. Both are listed for review instead. A retired id
      * is inactive on the master and lists as E025 - the returned
      * address was the retired record's, not necessarily the
      * survivor's, so it is not redirected through CUSTXREF.
      ******************************************************************
       2000-PROCESS-RETURN.
           IF RM-RETURN-DATE IS NUMERIC
               MOVE RM-RETURN-DATE TO WS-RETURN-DATE
           ELSE
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RETURN-DATE
           END-IF
           MOVE RM-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-RECORD
                   MOVE RM-CUSTOMER-ID TO CM-CUSTOMER-ID
                   MOVE ZERO TO CM-CUSTOMER-NAME-LENGTH
                   MOVE ZERO TO CM-LAST-MAINT-TIMESTAMP
                   MOVE "E024" TO WS-EXCEPTION-REASON-CODE
                   MOVE "RETURNED MAIL - NO MASTER RECORD FOR ID"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM 3500-WRITE-RETURN-REJECT
                   ADD 1 TO WS-NO-MASTER-COUNT
               NOT INVALID KEY
                   IF NOT CM-STATUS-ACTIVE
                       MOVE "E025" TO WS-EXCEPTION-REASON-CODE
                       MOVE "RETURNED MAIL - CUSTOMER NOT ACTIVE"
                           TO WS-EXCEPTION-REASON-TEXT
                       PERFORM 3500-WRITE-RETURN-REJECT
                       ADD 1 TO WS-INACTIVE-COUNT
                   ELSE
                       PERFORM 2100-QUEUE-SUSPENSE-ENTRY
                       PERFORM 2200-RECORD-RETURN-HISTORY
                   END-IF
           END-READ.

      ******************************************************************
      * 2100-QUEUE-SUSPENSE-ENTRY. A customer with an open suspense
      * entry already - E023 from an earlier return, or any other
      * reason - is already held out of the feed, and CUSTOMER-
      * SUSPENSE holds one entry per customer, so nothing more is
      * queued; the return still counts on the history, and a repeat
      * shows on the report with the reason the entry is open under.
      ******************************************************************
       2100-QUEUE-SUSPENSE-ENTRY.
           MOVE CM-CUSTOMER-ID TO CS-CUSTOMER-ID
           READ CUSTOMER-SUSPENSE
               INVALID KEY
                   PERFORM 2150-WRITE-SUSPENSE-ENTRY
               NOT INVALID KEY
                   MOVE SPACES TO WS-SUSPENSE-ACTION
                   STRING "ALREADY OPEN - " CS-REASON-CODE
                       DELIMITED BY SIZE INTO WS-SUSPENSE-ACTION
                   ADD 1 TO WS-ALREADY-OPEN-COUNT
           END-READ.

      ******************************************************************
      * 2150-WRITE-SUSPENSE-ENTRY builds the entry from the master
      * record, the same way CUSTVAL's 2010 does, so CUSTCORR and
      * CUSTRMRG handle it exactly as they handle a CUSTVAL reject.
      ******************************************************************
       2150-WRITE-SUSPENSE-ENTRY.
           MOVE "E023" TO WS-EXCEPTION-REASON-CODE
           MOVE "UNDELIVERABLE ADDRESS - MAIL RETURNED"
               TO WS-EXCEPTION-REASON-TEXT
           PERFORM 8500-LOOK-UP-REASON-TEXT
           MOVE CM-CUSTOMER-ID TO CS-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME TO CS-CUSTOMER-NAME
           MOVE CM-CUSTOMER-NAME-LENGTH TO CS-CUSTOMER-NAME-LENGTH
           MOVE CM-CUSTOMER-ADDRESS TO CS-CUSTOMER-ADDRESS
           MOVE CM-BRANCH-CODE TO CS-BRANCH-CODE
           MOVE CM-CUSTOMER-STATUS TO CS-CUSTOMER-STATUS
           MOVE CM-LAST-MAINT-TIMESTAMP TO CS-LAST-MAINT-TIMESTAMP
           MOVE WS-EXCEPTION-REASON-CODE TO CS-REASON-CODE
           MOVE WS-EXCEPTION-REASON-TEXT TO CS-REASON-TEXT
           MOVE WS-RUN-TIMESTAMP TO CS-REJECT-TIMESTAMP
           MOVE SPACES TO CS-CORRECTED-NAME
           SET CS-PENDING-CORRECTION TO TRUE
           MOVE ZERO TO CS-CORRECTION-TIMESTAMP
           MOVE SPACES TO CS-CORRECTION-OPERATOR
           MOVE ZERO TO CS-CORRECTION-COUNT
           WRITE CUSTOMER-SUSPENSE-RECORD
           IF NOT WS-CS-STATUS-OK
               STRING "CUSTOMER-SUSPENSE WRITE FAILED: "
                   WS-CUSTOMER-SUSPENSE-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE "QUEUED - E023" TO WS-SUSPENSE-ACTION
           ADD 1 TO WS-QUEUED-COUNT.

      ******************************************************************
      * 2200-RECORD-RETURN-HISTORY counts the return against the
      * customer's history, and a customer whose mail has now come
      * back more than once goes on the repeat-returns report.
      ******************************************************************
       2200-RECORD-RETURN-HISTORY.
           MOVE CM-CUSTOMER-ID TO RH-CUSTOMER-ID
           READ RETURN-HISTORY
               INVALID KEY
                   MOVE CM-BRANCH-CODE TO RH-BRANCH-CODE
                   MOVE 1 TO RH-RETURN-COUNT
                   MOVE WS-RETURN-DATE TO RH-FIRST-RETURN-DATE
                   MOVE WS-RETURN-DATE TO RH-LAST-RETURN-DATE
                   MOVE RM-RETURN-REASON TO RH-LAST-RETURN-REASON
                   WRITE RETURN-HISTORY-RECORD
                   IF NOT WS-RH-STATUS-OK
                       STRING "RETURN-HISTORY WRITE FAILED: "
                           WS-RETURN-HISTORY-STATUS
                           DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                       PERFORM 9900-FATAL-FILE-ERROR
                   END-IF
               NOT INVALID KEY
                   MOVE CM-BRANCH-CODE TO RH-BRANCH-CODE
                   IF RH-RETURN-COUNT IS NOT NUMERIC
                       MOVE 1 TO RH-RETURN-COUNT
                   END-IF
                   IF RH-RETURN-COUNT < 9999
                       ADD 1 TO RH-RETURN-COUNT
                   END-IF
                   IF WS-RETURN-DATE > RH-LAST-RETURN-DATE
                       MOVE WS-RETURN-DATE TO RH-LAST-RETURN-DATE
                   END-IF
                   MOVE RM-RETURN-REASON TO RH-LAST-RETURN-REASON
                   REWRITE RETURN-HISTORY-RECORD
                   IF NOT WS-RH-STATUS-OK
                       STRING "RETURN-HISTORY REWRITE FAILED: "
                           WS-RETURN-HISTORY-STATUS
                           DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                       PERFORM 9900-FATAL-FILE-ERROR
                   END-IF
                   PERFORM 2250-WRITE-REPEAT-LINE
           END-READ.

       2250-WRITE-REPEAT-LINE.
           MOVE RH-CUSTOMER-ID TO RL-CUSTOMER-ID
           MOVE RH-BRANCH-CODE TO RL-BRANCH-CODE
           MOVE RH-RETURN-COUNT TO RL-RETURN-COUNT
           MOVE RH-FIRST-RETURN-DATE TO RL-FIRST-RETURN-DATE
           MOVE RH-LAST-RETURN-DATE TO RL-LAST-RETURN-DATE
           MOVE RH-LAST-RETURN-REASON TO RL-RETURN-REASON
           MOVE WS-SUSPENSE-ACTION TO RL-SUSPENSE-ACTION
           WRITE REPEAT-REPORT-LINE FROM WS-REPEAT-DETAIL-LINE
           IF NOT WS-RR-STATUS-OK
               STRING "REPEAT-REPORT WRITE FAILED: "
                   WS-REPEAT-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           ADD 1 TO WS-REPEAT-COUNT.

       3000-WRITE-REPORT-TOTALS.
           IF WS-REPEAT-COUNT = ZERO
               MOVE "NO REPEAT RETURNS THIS RUN" TO REPEAT-REPORT-LINE
               WRITE REPEAT-REPORT-LINE
           END-IF
           MOVE SPACES TO REPEAT-REPORT-LINE
           WRITE REPEAT-REPORT-LINE
           MOVE "RETURNS READ" TO TL-LABEL
           MOVE WS-RETURN-READ-COUNT TO TL-COUNT
           WRITE REPEAT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE "QUEUED TO SUSPENSE (E023)" TO TL-LABEL
           MOVE WS-QUEUED-COUNT TO TL-COUNT
           WRITE REPEAT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE "ALREADY IN SUSPENSE" TO TL-LABEL
           MOVE WS-ALREADY-OPEN-COUNT TO TL-COUNT
           WRITE REPEAT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE "REJECTED - NO MASTER (E024)" TO TL-LABEL
           MOVE WS-NO-MASTER-COUNT TO TL-COUNT
           WRITE REPEAT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE "REJECTED - INACTIVE (E025)" TO TL-LABEL
           MOVE WS-INACTIVE-COUNT TO TL-COUNT
           WRITE REPEAT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE "REPEAT RETURNS" TO TL-LABEL
           MOVE WS-REPEAT-COUNT TO TL-COUNT
           WRITE REPEAT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

      ******************************************************************
      * 3500-WRITE-RETURN-REJECT copies the master record as read (or
      * just the id, when there is none) into the CUSTEXC-format
      * reject record, the same reasoning as CUSTVAL's 2000 paragraph.
      ******************************************************************
       3500-WRITE-RETURN-REJECT.
           PERFORM 8500-LOOK-UP-REASON-TEXT
           MOVE CM-CUSTOMER-ID TO CE-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME TO CE-CUSTOMER-NAME
           MOVE CM-CUSTOMER-NAME-LENGTH TO CE-CUSTOMER-NAME-LENGTH
           MOVE CM-CUSTOMER-ADDRESS TO CE-CUSTOMER-ADDRESS
           MOVE CM-BRANCH-CODE TO CE-BRANCH-CODE
           MOVE CM-CUSTOMER-STATUS TO CE-CUSTOMER-STATUS
           MOVE CM-LAST-MAINT-TIMESTAMP TO CE-LAST-MAINT-TIMESTAMP
           MOVE WS-EXCEPTION-REASON-CODE TO CE-REASON-CODE
           MOVE WS-EXCEPTION-REASON-TEXT TO CE-REASON-TEXT
           WRITE RETURN-REJECT-RECORD
           IF NOT WS-RX-STATUS-OK
               STRING "RETURN-REJECTS WRITE FAILED: "
                   WS-RETURN-REJECTS-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      ******************************************************************
      * 4000-BALANCE-RUN reconciles the run the way CUSTXTRC's 4000
      * does: every detail read must sit in exactly one of the four
      * outcome counters. An out-of-balance run means a code path lost
      * a returned customer silently, so the run ends with RETURN-CODE
      * 8 for the scheduler to hold the chain.
      ******************************************************************
       4000-BALANCE-RUN.
           DISPLAY "Returns read             : " WS-RETURN-READ-COUNT
           DISPLAY "Queued to suspense       : " WS-QUEUED-COUNT
           DISPLAY "Already in suspense      : " WS-ALREADY-OPEN-COUNT
           DISPLAY "Rejected - no master     : " WS-NO-MASTER-COUNT
           DISPLAY "Rejected - inactive      : " WS-INACTIVE-COUNT
           DISPLAY "Repeat returns           : " WS-REPEAT-COUNT
           IF WS-RETURN-READ-COUNT = WS-QUEUED-COUNT
                   + WS-ALREADY-OPEN-COUNT + WS-NO-MASTER-COUNT
                   + WS-INACTIVE-COUNT
               DISPLAY "Returns balanced         : YES"
           ELSE
               DISPLAY "Returns balanced         : NO"
               DISPLAY "RUN OUT OF BALANCE - CHECK SUSPENSE BY HAND"
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * 8500-LOOK-UP-REASON-TEXT resolves this program's own reason
      * codes (E023-E025) against the reference table, so the wording
      * comes from the file when it carries the code and from the
      * hardcoded fallback when it does not. Only the text is taken:
      * a returned statement is queued whatever tier the file gives
      * the code - holding the customer out of the feed is the point.
      ******************************************************************
       8500-LOOK-UP-REASON-TEXT.
           MOVE ZERO TO WS-REASON-HIT
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > RT-REASON-COUNT
                   OR WS-REASON-HIT > ZERO
               IF RT-REASON-CODE(WS-REASON-SUB)
                       = WS-EXCEPTION-REASON-CODE
                   MOVE WS-REASON-SUB TO WS-REASON-HIT
               END-IF
           END-PERFORM
           IF WS-REASON-HIT > ZERO
               MOVE RT-REASON-TEXT(WS-REASON-HIT)
                   TO WS-EXCEPTION-REASON-TEXT
           END-IF.

      ******************************************************************
      * 9000-WRITE-RUN-LOG appends this run's close-out record to the
      * shared run log, the same paragraph every program in the chain
      * carries; see CUSTVAL's 9000 for the full reasoning. Read here
      * is returned-mail details read, written is suspense entries
      * queued. A refused file still closes out, with return code 8.
      ******************************************************************
       9000-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           IF NOT WS-RL-STATUS-OK
               DISPLAY "RUN-LOG OPEN FAILED: " WS-RUN-LOG-STATUS
           ELSE
               MOVE "CUSTRTML" TO LG-PROGRAM-ID
               MOVE WS-RUN-TIMESTAMP TO LG-START-TIMESTAMP
               MOVE FUNCTION CURRENT-DATE(1:14) TO LG-END-TIMESTAMP
               MOVE WS-RETURN-READ-COUNT TO LG-RECORDS-READ
               MOVE WS-QUEUED-COUNT TO LG-RECORDS-WRITTEN
               MOVE RETURN-CODE TO LG-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF NOT WS-RL-STATUS-OK
                   DISPLAY "RUN-LOG WRITE FAILED: " WS-RUN-LOG-STATUS
               END-IF
               CLOSE RUN-LOG
           END-IF.

      ******************************************************************
      * 9900-FATAL-FILE-ERROR - genuine I/O failures only, the same
      * posture as CUSTVAL: bad returns reject and continue, a file
      * that can no longer be trusted stops the run.
      ******************************************************************
       9900-FATAL-FILE-ERROR.
           DISPLAY "FATAL FILE ERROR: " WS-FATAL-ERROR-MESSAGE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
