      *     A - add a new customer record (status active)
      *     C - change the name/address/branch of an existing record
      *     D - deactivate an existing record (CR-CUSTOMER-STATUS "I")
      *     R - release a held add: create the customer anyway
      *     X - release a held add: drop it
      * New and changed names are validated through CUSTNMCK - the same
      * rule CUSTVAL applies overnight - so a keying error at account-
      * opening is caught here instead of surfacing as next morning's
      * exception. Every applied transaction stamps CM-LAST-MAINT-
      * TIMESTAMP, so CUSTVAL's delta mode picks the record up as
      * changed, and is journaled before/after to CUSTJRNL so CUSTBOUT
      * can back out a bad transaction file. A change or deactivate
      * keyed against an id CUSTCONS has retired is applied to the
      * surviving id instead (CUSTXRES follows CUSTXREF), and the
      * redirect is listed on CUSTRDIR so the branch learns the new
      * id. An add whose normalized name matches a customer already
      * on file in the same branch - on ZIP code or on address line 1,
      * CUSTDUPE's two match rules - is not created but held on the
      * pending-review file CUSTMPND with the matching ids, until the
      * branch releases it with an R or X transaction; duplicates are
      * stopped at account opening instead of being found by CUSTDUPE
      * and retired by CUSTCONS a week later. A customer CUSTERAS has
      * erased is closed to maintenance: a change or deactivate against
      * it rejects as E026, and its placeholder name never screens an
      * add as a duplicate.
      * Bad transactions reject to a CUSTEXC-format listing
      * (CUSTMNTX) and the run continues - the same reject-and-continue
      * posture CUSTVAL takes with bad data.
      ******************************************************************

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT PENDING-REVIEW ASSIGN TO "CUSTMPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PN-CUSTOMER-ID
               FILE STATUS IS WS-PENDING-REVIEW-STATUS.

           SELECT MAINTENANCE-EXCEPTIONS ASSIGN TO "CUSTMNTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-EXCEPTIONS-STATUS.
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

           SELECT RUN-LOG ASSIGN TO "CUSTRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
               88  MT-ACTION-ADD           VALUE "A".
               88  MT-ACTION-CHANGE        VALUE "C".
               88  MT-ACTION-DEACTIVATE    VALUE "D".
               88  MT-ACTION-RELEASE       VALUE "R".
               88  MT-ACTION-DROP          VALUE "X".
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==MT-==.

       FD  CUSTOMER-MASTER
       01  CUSTOMER-RECORD.
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==CM-==.

       FD  PENDING-REVIEW
           LABEL RECORDS ARE STANDARD.
       01  PENDING-REVIEW-RECORD.
           COPY CUSTPEND.

      ******************************************************************
      * MAINTENANCE-EXCEPTIONS carries the same CUSTEXC layout as the
      * other exception listings (CUSTVAL's CUSTEXC, CUSTRMRG's
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

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-RECORD.
           COPY CUSTRLG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MAINT-TRANS-STATUS       PIC X(2).
               88  WS-MT-STATUS-EOF        VALUE "10".
           05  WS-CUSTOMER-MASTER-STATUS   PIC X(2).
               88  WS-CM-STATUS-OK         VALUE "00".
           05  WS-PENDING-REVIEW-STATUS    PIC X(2).
               88  WS-PN-STATUS-OK         VALUE "00".
           05  WS-MAINT-EXCEPTIONS-STATUS  PIC X(2).
               88  WS-MX-STATUS-OK         VALUE "00".
           05  WS-CUSTOMER-PARAMETERS-STATUS PIC X(2).
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
           05  WS-RUN-LOG-STATUS           PIC X(2).
               88  WS-RL-STATUS-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE "N".
               88  WS-END-OF-FILE          VALUE "Y".
           05  WS-MASTER-CREATED-SWITCH    PIC X(1) VALUE "N".
               88  WS-MASTER-CREATED       VALUE "Y".
           05  WS-ID-RESOLVED-SWITCH       PIC X(1).
               88  WS-ID-RESOLVED          VALUE "Y".
           05  WS-PENDING-CREATED-SWITCH   PIC X(1) VALUE "N".
               88  WS-PENDING-CREATED      VALUE "Y".
           05  WS-SCAN-EOF-SWITCH          PIC X(1).
               88  WS-SCAN-ENDED           VALUE "Y".
           05  WS-ID-ON-MASTER-SWITCH      PIC X(1).
               88  WS-ID-ON-MASTER         VALUE "Y".
           05  WS-ADD-APPLIED-SWITCH       PIC X(1).
               88  WS-ADD-APPLIED          VALUE "Y".
           05  WS-ALREADY-HELD-SWITCH      PIC X(1).
               88  WS-ALREADY-HELD         VALUE "Y".

       01  WS-FATAL-ERROR-MESSAGE          PIC X(50).

           05  WS-DEACTIVATED-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-REJECTED-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-WARNING-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-REDIRECTED-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-HELD-COUNT               PIC 9(6) VALUE ZERO.
           05  WS-RELEASED-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-DROPPED-COUNT            PIC 9(6) VALUE ZERO.

      ******************************************************************
      * WS-RUN-TIMESTAMP is captured once at start-up and stamped on
      ******************************************************************
       01  WS-RUN-TIMESTAMP                PIC 9(14).

      ******************************************************************
      * WS-JOURNAL-BEFORE-IMAGE holds the master record exactly as it
      * was read, taken before any field is moved over it, so 2400 can
      * journal the before and after images of the one update.
      ******************************************************************
       01  WS-JOURNAL-BEFORE-IMAGE         PIC X(154).

      ******************************************************************
      * WS-MATCH-RULE is the rule one master record matched the screened
      * add on (Z, A or B as on CUSTPEND), space for no match.
      ******************************************************************
       01  WS-MATCH-RULE                   PIC X(1).

       01  WS-EXCEPTION-DETAIL.
           05  WS-EXCEPTION-REASON-CODE    PIC X(4).
           05  WS-EXCEPTION-REASON-TEXT    PIC X(40).
      * WS-REASON-TABLE is the CUSTRSNF reference file loaded at
      * start-up and handed to CUSTNMCK as its fourth parameter - the
      * routine reads no files itself. 8500 also resolves this
      * program's own reason texts (E011-E013, E018, E020-E022) against
      * the table, so the wording on every listing comes from one
      * place. No file on hand leaves the count at zero and every
      * reason keeps its hardcoded text and reject behavior.
      ******************************************************************
       01  WS-REASON-TABLE.
           COPY CUSTRSNT.
       01  WS-LOCK-REQUEST.
           COPY CUSTLOKR.

      ******************************************************************
      * WS-XREF-TABLE is CUSTXREF loaded at start-up and handed to
      * CUSTXRES with each change/deactivate id in WS-XREF-REQUEST -
      * the routine reads no files itself, the same contract as
      * CUSTNMCK's reason table. No file on hand leaves the count at
      * zero and every id resolves to itself.
      ******************************************************************
       01  WS-XREF-TABLE.
           COPY CUSTXRFT.
       01  WS-XREF-SUB                     PIC 9(5).
       01  WS-XREF-HIT                     PIC 9(5).

       01  WS-XREF-REQUEST.
           COPY CUSTXRRQ.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM 0005-ACQUIRE-MASTER-LOCK
           PERFORM 0010-LOAD-RUN-PARAMETERS
           PERFORM 0012-LOAD-REASON-TABLE
           PERFORM 0014-LOAD-CROSS-REFERENCE
           PERFORM 0040-OPEN-FILES
           PERFORM UNTIL WS-END-OF-FILE
               READ MAINTENANCE-TRANSACTIONS
               CLOSE MAINTENANCE-TRANSACTIONS
           END-IF
           CLOSE CUSTOMER-MASTER
           CLOSE PENDING-REVIEW
           CLOSE MAINTENANCE-EXCEPTIONS
           CLOSE UPDATE-JOURNAL
           CLOSE REDIRECT-LISTING
           PERFORM 9500-RELEASE-MASTER-LOCK
           DISPLAY "Transactions read        : " WS-TRANS-READ-COUNT
           DISPLAY "Customers added          : " WS-ADDED-COUNT
           DISPLAY "Customers deactivated    : " WS-DEACTIVATED-COUNT
           DISPLAY "Transactions rejected    : " WS-REJECTED-COUNT
           DISPLAY "Warnings noted           : " WS-WARNING-COUNT
           DISPLAY "Retired ids redirected   : " WS-REDIRECTED-COUNT
           DISPLAY "Adds held for review     : " WS-HELD-COUNT
           DISPLAY "Held adds released       : " WS-RELEASED-COUNT
           DISPLAY "Held adds dropped        : " WS-DROPPED-COUNT
           DISPLAY "Run timestamp            : " WS-RUN-TIMESTAMP
           PERFORM 9000-WRITE-RUN-LOG
           STOP RUN.

       0005-ACQUIRE-MASTER-LOCK.
               CLOSE REASON-REFERENCE
           END-IF.

      ******************************************************************
      * 0014-LOAD-CROSS-REFERENCE pulls CUSTXREF into the working table
      * CUSTXRES resolves against. The file is append-only, so a loser
      * id can appear more than once (retired, reinstated by CUSTBOUT,
      * retired again): 0016 keeps one entry per loser and lets each
      * later record replace the survivor, so the table says what the
      * LATEST record says. No file on hand (status "35") means
      * nothing has ever been consolidated. Overflow is stopped, not
      * truncated - a silently missing entry would apply a change to
      * a dead record, exactly what the redirect is there to prevent.
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
      * 0040-OPEN-FILES. No transaction file on hand just means nobody
      * queued maintenance - a normal empty run, not an error, same as
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
      ******************************************************************
      * PENDING-REVIEW carries held adds from one run to the next, so
      * it is opened I-O and created only the first time. The created-
      * this-run switch plays the same part as WS-MASTER-CREATED: a
      * file in OUTPUT mode cannot be read, and has nothing held on it
      * for an R or X to release anyway.
      ******************************************************************
           OPEN I-O PENDING-REVIEW
           IF WS-PENDING-REVIEW-STATUS = "35"
               OPEN OUTPUT PENDING-REVIEW
               SET WS-PENDING-CREATED TO TRUE
           END-IF
           IF NOT WS-PN-STATUS-OK
               STRING "PENDING-REVIEW OPEN FAILED: "
                   WS-PENDING-REVIEW-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT MAINTENANCE-EXCEPTIONS
           IF NOT WS-MX-STATUS-OK
               STRING "MAINT-EXCEPTIONS OPEN FAILED: "
                   WS-MAINT-EXCEPTIONS-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
      ******************************************************************
      * UPDATE-JOURNAL is the audit trail CUSTBOUT backs a run out
      * from, so like CUSTNMLG it is ALWAYS opened EXTEND, falling back
      * to OUTPUT only the first time the file is created.
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
      * REDIRECT-LISTING is shared with CUSTCORR and CUSTRMRG and kept
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
           END-IF.

      ******************************************************************
      * anything touches the master - a name CUSTVAL would reject
      * tonight never reaches CUSTOMER-MASTER in the first place.
      * DEACTIVATE carries no name to validate; an unrecognized action
      * code rejects as E013. CHANGE and DEACTIVATE are pointed at the
      * surviving id first when the keyed id has been retired; an ADD
      * names a new id by definition, so it is not redirected. An ADD
      * for an id already held on PENDING-REVIEW rejects as E022 before
      * anything else, whether or not it would still match - the hold
      * is waiting for its R or X, and applying the new add would
      * leave it stranded behind a customer already on the master. A
      * valid ADD is screened for duplicates and held instead of
      * applied when the master already has a likely match; an id
      * already on the master skips the hold and goes on to 2000's
      * E011 reject, since releasing it later could only fail the same
      * way. RELEASE and DROP act on a held add by the id it was held
      * under - also a new id, so not redirected either.
      ******************************************************************
       1000-PROCESS-TRANSACTION.
           EVALUATE TRUE
               WHEN MT-ACTION-ADD
                   PERFORM 1150-CHECK-ALREADY-HELD
                   IF NOT WS-ALREADY-HELD
                       PERFORM 1100-VALIDATE-TRANS-NAME
                   END-IF
                   IF NOT WS-ALREADY-HELD AND WS-NAME-IS-VALID
                       PERFORM 1200-SCREEN-FOR-DUPLICATES
                       IF PN-MATCH-COUNT > ZERO
                           AND NOT WS-ID-ON-MASTER
                           PERFORM 2300-HOLD-PENDING-ADD
                       ELSE
                           PERFORM 2000-ADD-MASTER-RECORD
                       END-IF
                   END-IF
               WHEN MT-ACTION-CHANGE
                   PERFORM 1050-REDIRECT-RETIRED-ID
                   IF WS-ID-RESOLVED
                       PERFORM 1100-VALIDATE-TRANS-NAME
                       IF WS-NAME-IS-VALID
                           PERFORM 2100-CHANGE-MASTER-RECORD
                       END-IF
                   END-IF
               WHEN MT-ACTION-DEACTIVATE
                   PERFORM 1050-REDIRECT-RETIRED-ID
                   IF WS-ID-RESOLVED
                       PERFORM 2200-DEACTIVATE-MASTER-RECORD
                   END-IF
               WHEN MT-ACTION-RELEASE
                   PERFORM 2600-RELEASE-PENDING-ADD
               WHEN MT-ACTION-DROP
                   PERFORM 2700-DROP-PENDING-ADD
               WHEN OTHER
                   MOVE "E013" TO WS-EXCEPTION-REASON-CODE
                   MOVE "INVALID MAINTENANCE ACTION CODE"
                   PERFORM 3000-WRITE-MAINT-EXCEPTION
           END-EVALUATE.

      ******************************************************************
      * 1050-REDIRECT-RETIRED-ID asks CUSTXRES where the keyed id lives
      * now. A redirected transaction has the survivor moved into
      * MT-CUSTOMER-ID, so everything after this - the master update,
      * the journal, any reject - is about the record actually
      * touched; the keyed id survives only on the redirect listing.
      * A chain that does not resolve rejects as E018 rather than
      * guessing which record the branch meant.
      ******************************************************************
       1050-REDIRECT-RETIRED-ID.
           SET WS-ID-RESOLVED TO TRUE
           MOVE MT-CUSTOMER-ID TO XQ-REQUESTED-ID
           CALL "CUSTXRES" USING WS-XREF-REQUEST
                                 WS-XREF-TABLE
           EVALUATE TRUE
               WHEN XQ-CHAIN-BROKEN
                   MOVE "N" TO WS-ID-RESOLVED-SWITCH
                   MOVE "E018" TO WS-EXCEPTION-REASON-CODE
                   MOVE "RETIRED-ID CHAIN ON CUSTXREF UNRESOLVED"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM 3000-WRITE-MAINT-EXCEPTION
               WHEN XQ-REDIRECTED
                   PERFORM 2500-WRITE-REDIRECT-LISTING
                   MOVE XQ-RESOLVED-ID TO MT-CUSTOMER-ID
           END-EVALUATE.

      ******************************************************************
      * 1100-VALIDATE-TRANS-NAME hands the keyed name to CUSTNMCK,
      * which normalizes it in place; WS-VALIDATED-NAME then carries
                   FUNCTION LENGTH(FUNCTION TRIM(WS-VALIDATED-NAME))
           END-IF.

      ******************************************************************
      * 1150-CHECK-ALREADY-HELD. On the run that created PENDING-REVIEW
      * the file is open OUTPUT and cannot be read; a second hold for
      * the same id that run still rejects as E022 on 2300's WRITE.
      ******************************************************************
       1150-CHECK-ALREADY-HELD.
           MOVE "N" TO WS-ALREADY-HELD-SWITCH
           IF NOT WS-PENDING-CREATED
               MOVE MT-CUSTOMER-ID TO PN-CUSTOMER-ID
               READ PENDING-REVIEW
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ALREADY-HELD TO TRUE
                       MOVE "E022" TO WS-EXCEPTION-REASON-CODE
                       MOVE "ADD ALREADY HELD FOR DUPLICATE REVIEW"
                           TO WS-EXCEPTION-REASON-TEXT
                       PERFORM 3000-WRITE-MAINT-EXCEPTION
               END-READ
           END-IF.

      ******************************************************************
      * 1200-SCREEN-FOR-DUPLICATES reads the whole master against the
      * add, by the rules of CUSTDUPE's two passes: same branch, a
      * different customer id, the same normalized name, and the same
      * ZIP code or the same address line 1. As in CUSTDUPE, a master
      * record whose name, ZIP or address line is blank or low-values
      * never matches on that field - agreeing on an empty field is a
      * data problem, not evidence of the same customer. The add's
      * name has just been through CUSTNMCK and the master's names
      * through CUSTVAL, so both sides are compared normalized. The
      * scan is a full pass per add, which suits the few adds a night
      * the branches key and sees adds applied earlier in the same run.
      * The matches are gathered straight into the pending record 2300
      * writes. On the run that created the master there is nothing to
      * read and nothing to match.
      ******************************************************************
       1200-SCREEN-FOR-DUPLICATES.
           MOVE SPACES TO PENDING-REVIEW-RECORD
           MOVE ZERO TO PN-MATCH-COUNT
           MOVE "N" TO WS-ID-ON-MASTER-SWITCH
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           IF WS-MASTER-CREATED
               SET WS-SCAN-ENDED TO TRUE
           ELSE
               MOVE LOW-VALUES TO CM-CUSTOMER-ID
               START CUSTOMER-MASTER
                   KEY IS NOT LESS THAN CM-CUSTOMER-ID
                   INVALID KEY
                       SET WS-SCAN-ENDED TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-SCAN-ENDED
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       SET WS-SCAN-ENDED TO TRUE
                   NOT AT END
                       PERFORM 1250-COMPARE-MASTER-RECORD
               END-READ
           END-PERFORM.

       1250-COMPARE-MASTER-RECORD.
           MOVE SPACE TO WS-MATCH-RULE
           IF CM-CUSTOMER-ID = MT-CUSTOMER-ID
               SET WS-ID-ON-MASTER TO TRUE
           ELSE
               IF CM-BRANCH-CODE = MT-BRANCH-CODE
                   AND NOT CM-STATUS-ERASED
                   AND CM-CUSTOMER-NAME = WS-VALIDATED-NAME
                   AND CM-CUSTOMER-NAME NOT = SPACES
                   AND CM-CUSTOMER-NAME NOT = LOW-VALUES
                   IF CM-ZIP-CODE = MT-ZIP-CODE
                       AND CM-ZIP-CODE NOT = SPACES
                       AND CM-ZIP-CODE NOT = LOW-VALUES
                       MOVE "Z" TO WS-MATCH-RULE
                   END-IF
                   IF CM-ADDRESS-LINE-1 = MT-ADDRESS-LINE-1
                       AND CM-ADDRESS-LINE-1 NOT = SPACES
                       AND CM-ADDRESS-LINE-1 NOT = LOW-VALUES
                       IF WS-MATCH-RULE = "Z"
                           MOVE "B" TO WS-MATCH-RULE
                       ELSE
                           MOVE "A" TO WS-MATCH-RULE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-MATCH-RULE NOT = SPACE
               ADD 1 TO PN-MATCH-COUNT
               IF PN-MATCH-COUNT NOT > 5
                   MOVE CM-CUSTOMER-ID
                       TO PN-MATCH-ID(PN-MATCH-COUNT)
                   MOVE WS-MATCH-RULE
                       TO PN-MATCH-RULE(PN-MATCH-COUNT)
               END-IF
           END-IF.

      ******************************************************************
      * 2000-ADD-MASTER-RECORD writes the new customer as active with
      * tonight's maintenance stamp. A key already on file rejects as
                           DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                       PERFORM 9900-FATAL-FILE-ERROR
                   END-IF
                   MOVE SPACES TO WS-JOURNAL-BEFORE-IMAGE
                   SET JR-ACTION-ADD TO TRUE
                   PERFORM 2400-WRITE-UPDATE-JOURNAL
                   SET WS-ADD-APPLIED TO TRUE
                   ADD 1 TO WS-ADDED-COUNT
           END-WRITE.

                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM 3000-WRITE-MAINT-EXCEPTION
               NOT INVALID KEY
                   IF CM-STATUS-ERASED
                       PERFORM 2900-REJECT-ERASED-CUSTOMER
                   ELSE
                       PERFORM 2160-APPLY-MASTER-CHANGE
                   END-IF
           END-READ.

       2160-APPLY-MASTER-CHANGE.
           MOVE CUSTOMER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
           MOVE WS-VALIDATED-NAME TO CM-CUSTOMER-NAME
           MOVE WS-VALIDATED-NAME-LENGTH TO CM-CUSTOMER-NAME-LENGTH
           MOVE MT-CUSTOMER-ADDRESS TO CM-CUSTOMER-ADDRESS
           MOVE MT-BRANCH-CODE TO CM-BRANCH-CODE
           MOVE WS-RUN-TIMESTAMP TO CM-LAST-MAINT-TIMESTAMP
           REWRITE CUSTOMER-RECORD
           IF NOT WS-CM-STATUS-OK
               STRING "CUSTOMER-MASTER REWRITE FAILED: "
                   WS-CUSTOMER-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           SET JR-ACTION-CHANGE TO TRUE
           PERFORM 2400-WRITE-UPDATE-JOURNAL
           ADD 1 TO WS-CHANGED-COUNT.

      ******************************************************************
      * 2200-DEACTIVATE-MASTER-RECORD retires the record in place by
      * setting CR-CUSTOMER-STATUS inactive - the record stays on the
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM 3000-WRITE-MAINT-EXCEPTION
               NOT INVALID KEY
                   IF CM-STATUS-ERASED
                       PERFORM 2900-REJECT-ERASED-CUSTOMER
                   ELSE
                       PERFORM 2260-APPLY-DEACTIVATION
                   END-IF
           END-READ.

       2260-APPLY-DEACTIVATION.
           MOVE CUSTOMER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
           SET CM-STATUS-INACTIVE TO TRUE
           MOVE WS-RUN-TIMESTAMP TO CM-LAST-MAINT-TIMESTAMP
           REWRITE CUSTOMER-RECORD
           IF NOT WS-CM-STATUS-OK
               STRING "CUSTOMER-MASTER REWRITE FAILED: "
                   WS-CUSTOMER-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           SET JR-ACTION-RETIRE TO TRUE
           PERFORM 2400-WRITE-UPDATE-JOURNAL
           ADD 1 TO WS-DEACTIVATED-COUNT.

      ******************************************************************
      * 2400-WRITE-UPDATE-JOURNAL journals one applied update: the
      * before-image the caller saved and the record as just written,
      * under this program's name and run timestamp. It runs only
      * after the master WRITE/REWRITE succeeded, so the journal never
      * claims an update the master did not take; the caller sets the
      * action code first.
      ******************************************************************
       2400-WRITE-UPDATE-JOURNAL.
           MOVE "CUSTMNT " TO JR-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP TO JR-RUN-TIMESTAMP
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
      * 2500-WRITE-REDIRECT-LISTING records the keyed id and the id the
      * transaction was applied to, under the branch that keyed it.
      ******************************************************************
       2500-WRITE-REDIRECT-LISTING.
           MOVE "CUSTMNT " TO RD-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP TO RD-RUN-TIMESTAMP
           MOVE MT-BRANCH-CODE TO RD-BRANCH-CODE
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
      * 2300-HOLD-PENDING-ADD files the screened add on PENDING-REVIEW
      * instead of the master - with the name as CUSTNMCK normalized
      * it, so a release applies exactly what was screened - and notes
      * the hold on the exception listing as E020 so the branch sees
      * it beside its rejects. An id already held from an earlier run
      * never gets here - 1150 has rejected its second add as E022 -
      * and the WRITE's INVALID KEY catches the same id held twice in
      * the run that created the file; either way the first hold is
      * not overlaid while it waits for its R or X.
      ******************************************************************
       2300-HOLD-PENDING-ADD.
           MOVE MT-CUSTOMER-ID TO PN-CUSTOMER-ID
           MOVE WS-VALIDATED-NAME TO PN-CUSTOMER-NAME
           MOVE WS-VALIDATED-NAME-LENGTH TO PN-CUSTOMER-NAME-LENGTH
           MOVE MT-CUSTOMER-ADDRESS TO PN-CUSTOMER-ADDRESS
           MOVE MT-BRANCH-CODE TO PN-BRANCH-CODE
           SET PN-STATUS-ACTIVE TO TRUE
           MOVE ZERO TO PN-LAST-MAINT-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP TO PN-HELD-TIMESTAMP
           WRITE PENDING-REVIEW-RECORD
               INVALID KEY
                   MOVE "E022" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ADD ALREADY HELD FOR DUPLICATE REVIEW"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM 3000-WRITE-MAINT-EXCEPTION
               NOT INVALID KEY
                   IF NOT WS-PN-STATUS-OK
                       STRING "PENDING-REVIEW WRITE FAILED: "
                           WS-PENDING-REVIEW-STATUS
                           DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                       PERFORM 9900-FATAL-FILE-ERROR
                   END-IF
                   MOVE "E020" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ADD HELD - LIKELY DUPLICATE ON MASTER"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM 3200-WRITE-MAINT-HOLD
           END-WRITE.

      ******************************************************************
      * 2600-RELEASE-PENDING-ADD creates a held customer anyway: the
      * branch has reviewed the matches and this really is a new
      * customer. The held record - not the release transaction, which
      * need carry only the id - is what is added, through the same
      * 2000 as any ADD, so the journal and the E011 check apply
      * unchanged; it is not screened again. The pending record is
      * deleted only when the add went in - an add refused because the
      * id has since been taken stays held for the branch to drop.
      * No held add under the id rejects as E021.
      ******************************************************************
       2600-RELEASE-PENDING-ADD.
           IF WS-PENDING-CREATED
               PERFORM 2800-REJECT-NOTHING-HELD
           ELSE
               MOVE MT-CUSTOMER-ID TO PN-CUSTOMER-ID
               READ PENDING-REVIEW
                   INVALID KEY
                       PERFORM 2800-REJECT-NOTHING-HELD
                   NOT INVALID KEY
                       PERFORM 2650-APPLY-RELEASED-ADD
               END-READ
           END-IF.

       2650-APPLY-RELEASED-ADD.
           MOVE PN-CUSTOMER-NAME TO MT-CUSTOMER-NAME
           MOVE PN-CUSTOMER-ADDRESS TO MT-CUSTOMER-ADDRESS
           MOVE PN-BRANCH-CODE TO MT-BRANCH-CODE
           MOVE PN-CUSTOMER-NAME TO WS-VALIDATED-NAME
           MOVE PN-CUSTOMER-NAME-LENGTH TO WS-VALIDATED-NAME-LENGTH
           MOVE "N" TO WS-ADD-APPLIED-SWITCH
           PERFORM 2000-ADD-MASTER-RECORD
           IF WS-ADD-APPLIED
               PERFORM 2750-DELETE-PENDING-ADD
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.

      ******************************************************************
      * 2700-DROP-PENDING-ADD discards a held add: the branch found the
      * customer already on file and the new account is not opened.
      * Nothing touches the master, so nothing is journaled.
      ******************************************************************
       2700-DROP-PENDING-ADD.
           IF WS-PENDING-CREATED
               PERFORM 2800-REJECT-NOTHING-HELD
           ELSE
               MOVE MT-CUSTOMER-ID TO PN-CUSTOMER-ID
               READ PENDING-REVIEW
                   INVALID KEY
                       PERFORM 2800-REJECT-NOTHING-HELD
                   NOT INVALID KEY
                       PERFORM 2750-DELETE-PENDING-ADD
                       ADD 1 TO WS-DROPPED-COUNT
               END-READ
           END-IF.

       2750-DELETE-PENDING-ADD.
           DELETE PENDING-REVIEW RECORD
           IF NOT WS-PN-STATUS-OK
               STRING "PENDING-REVIEW DELETE FAILED: "
                   WS-PENDING-REVIEW-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2800-REJECT-NOTHING-HELD.
           MOVE "E021" TO WS-EXCEPTION-REASON-CODE
           MOVE "NO HELD ADD PENDING REVIEW FOR RELEASE"
               TO WS-EXCEPTION-REASON-TEXT
           PERFORM 3000-WRITE-MAINT-EXCEPTION.

      ******************************************************************
      * 2900-REJECT-ERASED-CUSTOMER. An erased customer stays on the
      * master only so its id is never reissued; keying a change over
      * it would put personal data back on a record CUSTERAS certified
      * as erased, and deactivating it is meaningless.
      ******************************************************************
       2900-REJECT-ERASED-CUSTOMER.
           MOVE "E026" TO WS-EXCEPTION-REASON-CODE
           MOVE "CUSTOMER ERASED - NO MAINTENANCE ALLOWED"
               TO WS-EXCEPTION-REASON-TEXT
           PERFORM 3000-WRITE-MAINT-EXCEPTION.

      ******************************************************************
      * 3000-WRITE-MAINT-EXCEPTION carries the whole transaction (not
           END-IF
           ADD 1 TO WS-WARNING-COUNT.

      ******************************************************************
      * 3200-WRITE-MAINT-HOLD writes the same CUSTEXC-format record for
      * an add held for duplicate review. It is counted as neither a
      * reject nor a warning: the add was not refused and not applied,
      * and it reconciles against the held count instead.
      ******************************************************************
       3200-WRITE-MAINT-HOLD.
           PERFORM 8500-LOOK-UP-REASON-TEXT
           MOVE SPACES TO MAINTENANCE-EXCEPTION-RECORD
           MOVE MT-CUSTOMER-ID TO CE-CUSTOMER-ID
           MOVE MT-CUSTOMER-NAME TO CE-CUSTOMER-NAME
           MOVE ZERO TO CE-CUSTOMER-NAME-LENGTH
           MOVE MT-CUSTOMER-ADDRESS TO CE-CUSTOMER-ADDRESS
           MOVE MT-BRANCH-CODE TO CE-BRANCH-CODE
           MOVE MT-CUSTOMER-STATUS TO CE-CUSTOMER-STATUS
           MOVE ZERO TO CE-LAST-MAINT-TIMESTAMP
           MOVE WS-EXCEPTION-REASON-CODE TO CE-REASON-CODE
           MOVE WS-EXCEPTION-REASON-TEXT TO CE-REASON-TEXT
           WRITE MAINTENANCE-EXCEPTION-RECORD
           IF NOT WS-MX-STATUS-OK
               STRING "MAINT-EXCEPTIONS WRITE FAILED: "
                   WS-MAINT-EXCEPTIONS-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           ADD 1 TO WS-HELD-COUNT.

      ******************************************************************
      * 8500-LOOK-UP-REASON-TEXT resolves this program's own reason
      * codes (E011-E013, E018, E020-E022) against the reference
      * table, so the wording on the listing comes from the file when
      * it carries the code and from the hardcoded fallback when it
      * does not - the same resolution CUSTNMCK applies to the codes it
      * returns. Only the text is taken: a duplicate id or a missing
      * master record is structural, not a blemish a severity tier
      * could soften.
      ******************************************************************
       8500-LOOK-UP-REASON-TEXT.
           MOVE ZERO TO WS-REASON-HIT
                   TO WS-EXCEPTION-REASON-TEXT
           END-IF.

      ******************************************************************
      * 9000-WRITE-RUN-LOG appends this run's close-out record to the
      * shared run log, the same paragraph every program in the chain
      * carries; see CUSTVAL's 9000 for the full reasoning. Read here
      * is transactions read, written is master records added, changed
      * or deactivated. The start timestamp is WS-RUN-TIMESTAMP, the
      * one stamped on this run's journal records, so it is the value
      * CUSTBOUT needs to back the run out.
      ******************************************************************
       9000-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           IF NOT WS-RL-STATUS-OK
               DISPLAY "RUN-LOG OPEN FAILED: " WS-RUN-LOG-STATUS
           ELSE
               MOVE "CUSTMNT " TO LG-PROGRAM-ID
               MOVE WS-RUN-TIMESTAMP TO LG-START-TIMESTAMP
               MOVE FUNCTION CURRENT-DATE(1:14) TO LG-END-TIMESTAMP
               MOVE WS-TRANS-READ-COUNT TO LG-RECORDS-READ
               COMPUTE LG-RECORDS-WRITTEN = WS-ADDED-COUNT
                   + WS-CHANGED-COUNT + WS-DEACTIVATED-COUNT
               MOVE RETURN-CODE TO LG-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF NOT WS-RL-STATUS-OK
                   DISPLAY "RUN-LOG WRITE FAILED: " WS-RUN-LOG-STATUS
               END-IF
               CLOSE RUN-LOG
           END-IF.

      ******************************************************************
      * 9900-FATAL-FILE-ERROR - genuine I/O failures only, the same
      * posture as CUSTVAL: bad transactions reject and continue, a
