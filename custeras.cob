       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTERAS.
       AUTHOR. DATA-QUALITY-TEAM.

      ******************************************************************
      * CUSTERAS - customer erasure on request.
      * When a customer asks to be erased there used to be no way to
      * find every copy of their name and address: besides CUSTMAST it
      * sits on the suspense and pending-review files, the name
      * extension file, the resubmit queue, the name-change log and
      * its archive, the consolidation log, the update journal and
      * every CUSTEXC-format listing. This program reads a file of
      * erasure requests (CUSTERRQ, one customer id per request with
      * the compliance reference and who raised it) and erases each
      * customer everywhere in one run.
      *
      * A request is followed through CUSTXREF with CUSTXRES: an id
      * CUSTCONS has retired erases its live survivor, and the survivor
      * brings with it every id that was ever merged into it - the
      * retired duplicates are the same person's records. A chain that
      * loops or runs too long erases the requested id alone and is
      * flagged on the certificate for a person to follow up.
      *
      * Erasing means:
      *   CUSTMAST           - name and address lines anonymized, the
      *                        ZIP+4 extension blanked, and the status
      *                        set to "E" (erased, see CUSTREC). The
      *                        record stays so the id is never reissued
      *                        and CUSTXTRC, CUSTDUPE and CUSTMNT all
      *                        leave it alone. The change is journaled
      *                        with both images already anonymized.
      *   CUSTSUSP, CUSTMPND,- removed. They are work queues; a queue
      *   CUSTRFD, CUSTRFDH    entry for an erased customer is work
      *                        nobody should do.
      *   CUSTNMEX           - removed. It holds the name in parts, and
      *                        CUSTNPRS writes no record for an erased
      *                        customer when it next rebuilds the file.
      *   CUSTNMLG, CUSTNMLA,- anonymized in place, so the logs still
      *   CUSTNMLH, CUSTCNLG,  balance and still show that a change
      *   CUSTJRNL and the     happened, just not what the name was.
      *   CUSTEXC-format
      *   listings
      * City, state, the five-digit ZIP and the branch are kept: they
      * identify nobody and the branch and trend reports still need
      * them. Files holding no names (CUSTXREF, CUSTSHST, CUSTRMHS,
      * CUSTRDIR, CUSTHIST) are not touched.
      *
      * The line-sequential files cannot be rewritten in place, so each
      * is copied through the hold file CUSTERSH with the erasures
      * applied and copied back - the hold-and-copy-back CUSTCONS uses
      * for CUSTRFD - and only when something actually changed. The
      * hold only ever holds the already-erased copy, and survives
      * until the next run: a run that dies while copying a file back
      * leaves that file to be restored from CUSTERSH by hand, the same
      * as CUSTCONS with CUSTRFDH. After that the run can simply be
      * rerun - a record already erased is not changed or counted
      * again.
      *
      * The certificate report (CUSTERCT) is the compliance record:
      * one certificate per request with the ids erased and, for every
      * file, how many records were changed or removed, then a sign-off
      * line. A request that needs a person's attention - no id, a
      * broken chain, or nothing found under the id - ends the run with
      * RETURN-CODE 4. The run rewrites CUSTMAST, so it takes the
      * CUSTMLCK run lock like every updater, and a CUSTERAS run can
      * never be backed out by CUSTBOUT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASURE-REQUESTS ASSIGN TO "CUSTERRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASURE-REQUESTS-STATUS.

           SELECT CROSS-REFERENCE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CROSS-REFERENCE-STATUS.

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

           SELECT PENDING-REVIEW ASSIGN TO "CUSTMPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PN-CUSTOMER-ID
               FILE STATUS IS WS-PENDING-REVIEW-STATUS.

           SELECT NAME-EXTENSION ASSIGN TO "CUSTNMEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NX-CUSTOMER-ID
               FILE STATUS IS WS-NAME-EXTENSION-STATUS.

           SELECT CUSTOMER-RESUBMIT ASSIGN TO "CUSTRFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-RESUBMIT-STATUS.

           SELECT RESUBMIT-HOLD ASSIGN TO "CUSTRFDH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-HOLD-STATUS.

           SELECT NAME-CHANGE-LOG ASSIGN TO "CUSTNMLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAME-CHANGE-LOG-STATUS.

           SELECT NAME-LOG-ARCHIVE ASSIGN TO "CUSTNMLA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAME-LOG-ARCHIVE-STATUS.

           SELECT NAME-LOG-HOLD ASSIGN TO "CUSTNMLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAME-LOG-HOLD-STATUS.

           SELECT CONSOLIDATION-LOG ASSIGN TO "CUSTCNLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSOLIDATION-LOG-STATUS.

           SELECT UPDATE-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDATE-JOURNAL-STATUS.

           SELECT CUSTOMER-EXCEPTIONS ASSIGN TO "CUSTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-EXCEPTIONS-STATUS.

           SELECT MAINTENANCE-EXCEPTIONS ASSIGN TO "CUSTMNTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-EXCEPTIONS-STATUS.

           SELECT CORRECTION-ERRORS ASSIGN TO "CUSTCERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-ERRORS-STATUS.

           SELECT MERGE-EXCEPTIONS ASSIGN TO "CUSTMRGX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-EXCEPTIONS-STATUS.

           SELECT CONSOLIDATION-EXCEPTIONS ASSIGN TO "CUSTCNSX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSOLIDATION-EXC-STATUS.

           SELECT RETURN-REJECTS ASSIGN TO "CUSTRTMX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-REJECTS-STATUS.

           SELECT ERASURE-HOLD ASSIGN TO "CUSTERSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASURE-HOLD-STATUS.

           SELECT ERASURE-CERTIFICATE ASSIGN TO "CUSTERCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASURE-CERTIFICATE-STATUS.

           SELECT RUN-LOG ASSIGN TO "CUSTRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * One erasure request per record: the customer id as the request
      * gave it (retired or not), the compliance case reference the
      * certificate is filed under, and who raised it.
      ******************************************************************
       FD  ERASURE-REQUESTS
           LABEL RECORDS ARE STANDARD.
       01  ERASURE-REQUEST-RECORD.
           05  ER-CUSTOMER-ID              PIC X(10).
           05  ER-REQUEST-REFERENCE        PIC X(20).
           05  ER-REQUESTED-BY             PIC X(8).

       FD  CROSS-REFERENCE
           LABEL RECORDS ARE STANDARD.
       01  CROSS-REFERENCE-RECORD.
           COPY CUSTXREF.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-RECORD.
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==CM-==.

       FD  CUSTOMER-SUSPENSE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-SUSPENSE-RECORD.
           COPY CUSTSUSP.

       FD  PENDING-REVIEW
           LABEL RECORDS ARE STANDARD.
       01  PENDING-REVIEW-RECORD.
           COPY CUSTPEND.

       FD  NAME-EXTENSION
           LABEL RECORDS ARE STANDARD.
       01  NAME-EXTENSION-RECORD.
           COPY CUSTNMEX.

      ******************************************************************
      * The line-sequential files are read INTO a working-storage copy
      * of their layout and erased there (several share one layout), so
      * each needs only its record length here.
      ******************************************************************
       FD  CUSTOMER-RESUBMIT
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-RESUBMIT-RECORD        PIC X(154).

       FD  RESUBMIT-HOLD
           LABEL RECORDS ARE STANDARD.
       01  RESUBMIT-HOLD-RECORD            PIC X(154).

       FD  NAME-CHANGE-LOG
           LABEL RECORDS ARE STANDARD.
       01  NAME-CHANGE-LOG-RECORD          PIC X(89).

       FD  NAME-LOG-ARCHIVE
           LABEL RECORDS ARE STANDARD.
       01  NAME-LOG-ARCHIVE-RECORD         PIC X(103).

       FD  NAME-LOG-HOLD
           LABEL RECORDS ARE STANDARD.
       01  NAME-LOG-HOLD-RECORD            PIC X(89).

       FD  CONSOLIDATION-LOG
           LABEL RECORDS ARE STANDARD.
       01  CONSOLIDATION-LOG-RECORD        PIC X(180).

       FD  UPDATE-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  UPDATE-JOURNAL-RECORD           PIC X(341).

       FD  CUSTOMER-EXCEPTIONS
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-EXCEPTION-RECORD       PIC X(198).

       FD  MAINTENANCE-EXCEPTIONS
           LABEL RECORDS ARE STANDARD.
       01  MAINTENANCE-EXCEPTION-RECORD    PIC X(198).

       FD  CORRECTION-ERRORS
           LABEL RECORDS ARE STANDARD.
       01  CORRECTION-ERROR-RECORD         PIC X(198).

       FD  MERGE-EXCEPTIONS
           LABEL RECORDS ARE STANDARD.
       01  MERGE-EXCEPTION-RECORD          PIC X(198).

       FD  CONSOLIDATION-EXCEPTIONS
           LABEL RECORDS ARE STANDARD.
       01  CONSOLIDATION-EXCEPTION-RECORD  PIC X(198).

       FD  RETURN-REJECTS
           LABEL RECORDS ARE STANDARD.
       01  RETURN-REJECT-RECORD            PIC X(198).

      ******************************************************************
      * ERASURE-HOLD is sized for the longest record it stages, the
      * CUSTJRNL record; shorter records are padded on the way in and
      * cut back to their own length on the way out.
      ******************************************************************
       FD  ERASURE-HOLD
           LABEL RECORDS ARE STANDARD.
       01  ERASURE-HOLD-RECORD             PIC X(341).

       FD  ERASURE-CERTIFICATE
           LABEL RECORDS ARE STANDARD.
       01  ERASURE-CERTIFICATE-LINE        PIC X(132).

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-RECORD.
           COPY CUSTRLG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ERASURE-REQUESTS-STATUS  PIC X(2).
               88  WS-EQ-STATUS-OK         VALUE "00".
           05  WS-CROSS-REFERENCE-STATUS   PIC X(2).
               88  WS-XR-STATUS-OK         VALUE "00".
               88  WS-XR-STATUS-EOF        VALUE "10".
           05  WS-CUSTOMER-MASTER-STATUS   PIC X(2).
               88  WS-CM-STATUS-OK         VALUE "00".
           05  WS-CUSTOMER-SUSPENSE-STATUS PIC X(2).
               88  WS-CS-STATUS-OK         VALUE "00".
           05  WS-PENDING-REVIEW-STATUS    PIC X(2).
               88  WS-PN-STATUS-OK         VALUE "00".
           05  WS-NAME-EXTENSION-STATUS    PIC X(2).
               88  WS-NX-STATUS-OK         VALUE "00".
           05  WS-CUSTOMER-RESUBMIT-STATUS PIC X(2).
               88  WS-RS-STATUS-OK         VALUE "00".
           05  WS-RESUBMIT-HOLD-STATUS     PIC X(2).
               88  WS-RH-STATUS-OK         VALUE "00".
           05  WS-NAME-CHANGE-LOG-STATUS   PIC X(2).
               88  WS-CL-STATUS-OK         VALUE "00".
           05  WS-NAME-LOG-ARCHIVE-STATUS  PIC X(2).
               88  WS-AL-STATUS-OK         VALUE "00".
           05  WS-NAME-LOG-HOLD-STATUS     PIC X(2).
               88  WS-HL-STATUS-OK         VALUE "00".
           05  WS-CONSOLIDATION-LOG-STATUS PIC X(2).
               88  WS-CG-STATUS-OK         VALUE "00".
           05  WS-UPDATE-JOURNAL-STATUS    PIC X(2).
               88  WS-UJ-STATUS-OK         VALUE "00".
           05  WS-CUSTOMER-EXCEPTIONS-STATUS PIC X(2).
               88  WS-CE-STATUS-OK         VALUE "00".
           05  WS-MAINT-EXCEPTIONS-STATUS  PIC X(2).
               88  WS-MX-STATUS-OK         VALUE "00".
           05  WS-CORRECTION-ERRORS-STATUS PIC X(2).
               88  WS-CX-STATUS-OK         VALUE "00".
           05  WS-MERGE-EXCEPTIONS-STATUS  PIC X(2).
               88  WS-MG-STATUS-OK         VALUE "00".
           05  WS-CONSOLIDATION-EXC-STATUS PIC X(2).
               88  WS-CN-STATUS-OK         VALUE "00".
           05  WS-RETURN-REJECTS-STATUS    PIC X(2).
               88  WS-RR-STATUS-OK         VALUE "00".
           05  WS-ERASURE-HOLD-STATUS      PIC X(2).
               88  WS-EH-STATUS-OK         VALUE "00".
           05  WS-ERASURE-CERTIFICATE-STATUS PIC X(2).
               88  WS-EC-STATUS-OK         VALUE "00".
           05  WS-RUN-LOG-STATUS           PIC X(2).
               88  WS-RL-STATUS-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1).
               88  WS-END-OF-FILE          VALUE "Y".
           05  WS-RECORD-CHANGED-SWITCH    PIC X(1).
               88  WS-RECORD-CHANGED       VALUE "Y".
           05  WS-RECORD-KEPT-SWITCH       PIC X(1).
               88  WS-RECORD-KEPT          VALUE "Y".

       01  WS-FATAL-ERROR-MESSAGE          PIC X(50).

       01  WS-RUN-TIMESTAMP                PIC 9(14).
       01  WS-RUN-TIMESTAMP-PARTS REDEFINES WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-RUN-TIME                 PIC 9(6).

      ******************************************************************
      * WS-ERASED-TEXT is what every erased name and address line 1
      * reads afterwards - one fixed word, so an erased record is
      * obvious to anyone who meets it and no two erasures can be told
      * apart.
      ******************************************************************
       01  WS-ERASED-TEXT                  PIC X(30) VALUE "ERASED".

       01  WS-COUNTERS.
           05  WS-REQUEST-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-ERASE-ID-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-PASS-ERASED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-ERASED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-ATTENTION-COUNT          PIC 9(3) VALUE ZERO.

       01  WS-SUBSCRIPTS.
           05  WS-RQ-SUB                   PIC 9(3).
           05  WS-EI-SUB                   PIC 9(4).
           05  WS-FILE-SUB                 PIC 9(2).
           05  WS-XREF-SUB                 PIC 9(5).
           05  WS-XREF-HIT                 PIC 9(5).
           05  WS-ERASE-HIT                PIC 9(3).

       01  WS-LOOKUP-ID                    PIC X(10).
       01  WS-ADD-ID                       PIC X(10).
       01  WS-ADD-ROLE                     PIC X(1).

      ******************************************************************
      * WS-REQUEST-TABLE holds every request for the run with its
      * outcome and, per file (in WS-FILE-TABLE order), the records
      * erased for it - the certificate is written from here once every
      * file has been through.
      ******************************************************************
       01  WS-REQUEST-TABLE.
           05  WS-REQUEST-ENTRY OCCURS 200 TIMES.
               10  WS-RQ-CUSTOMER-ID       PIC X(10).
               10  WS-RQ-REFERENCE         PIC X(20).
               10  WS-RQ-REQUESTED-BY      PIC X(8).
               10  WS-RQ-SURVIVOR-ID       PIC X(10).
               10  WS-RQ-OUTCOME           PIC X(1).
                   88  WS-RQ-TO-ERASE      VALUE "E".
                   88  WS-RQ-CHAIN-BROKEN  VALUE "L".
                   88  WS-RQ-NO-CUSTOMER-ID VALUE "B".
                   88  WS-RQ-DUPLICATE     VALUE "D".
               10  WS-RQ-DUPLICATE-OF      PIC 9(3).
               10  WS-RQ-MASTER-SWITCH     PIC X(1).
                   88  WS-RQ-ON-MASTER     VALUE "Y".
               10  WS-RQ-TOTAL-COUNT       PIC 9(7).
               10  WS-RQ-FILE-COUNT        PIC 9(7) OCCURS 17 TIMES.

      ******************************************************************
      * WS-ERASE-ID-TABLE is every customer id being erased this run,
      * with the request it is erased for and why it is in the set:
      *   S - the live customer the request resolved to
      *   M - an id CUSTCONS merged into that customer
      *   R - the requested id alone, its merge chain being broken
      * An id reached by two requests is erased once, for the first.
      ******************************************************************
       01  WS-ERASE-ID-TABLE.
           05  WS-ERASE-ID-ENTRY OCCURS 2000 TIMES.
               10  WS-EI-CUSTOMER-ID       PIC X(10).
               10  WS-EI-REQUEST-SUB       PIC 9(3).
               10  WS-EI-ROLE              PIC X(1).
                   88  WS-EI-SURVIVOR      VALUE "S".
                   88  WS-EI-MERGED        VALUE "M".
                   88  WS-EI-REQUESTED-ONLY VALUE "R".

      ******************************************************************
      * WS-FILE-TABLE is one entry per file erased, in the order the
      * files are processed and printed on every certificate.
      ******************************************************************
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 17 TIMES.
               10  WS-FL-FILE-NAME         PIC X(8).
               10  WS-FL-ACTION            PIC X(10).
               10  WS-FL-ON-HAND-SWITCH    PIC X(1).
                   88  WS-FL-ON-HAND       VALUE "Y".
               10  WS-FL-ERASED-COUNT      PIC 9(7).

       01  WS-XREF-TABLE.
           COPY CUSTXRFT.

       01  WS-XREF-REQUEST.
           COPY CUSTXRRQ.

       01  WS-LOCK-REQUEST.
           COPY CUSTLOKR.

      ******************************************************************
      * Work areas the line-sequential records are read into and erased
      * in. WS-WORK-RECORD is also where every CUSTREC-shaped image -
      * a master record, a journal image, the customer part of an
      * exception or consolidation record - is anonymized, by 8200.
      ******************************************************************
       01  WS-WORK-RECORD.
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==IW-==.

       01  WS-NAME-LOG-WORK.
           COPY CUSTCHLG.

      ******************************************************************
      * CUSTNMLA records are the CUSTCHLG record behind the timestamp
      * CUSTARCH archived it under, so they get their own work area.
      ******************************************************************
       01  WS-NAME-ARCHIVE-WORK.
           05  AL-ARCHIVE-TIMESTAMP        PIC 9(14).
           COPY CUSTCHLG REPLACING LEADING ==CL-== BY ==AL-==.

       01  WS-CONSOLIDATION-WORK.
           COPY CUSTCNLG.

       01  WS-JOURNAL-WORK.
           COPY CUSTJRNL.

       01  WS-EXCEPTION-WORK.
           COPY CUSTEXC.

       01  WS-JOURNAL-BEFORE-IMAGE         PIC X(154).

       01  WS-CERT-RULE-LINE               PIC X(80) VALUE ALL "=".

       01  WS-CERT-TITLE-LINE.
           05  FILLER                      PIC X(34) VALUE
               "CUSTOMER ERASURE CERTIFICATE  RUN ".
           05  CH-RUN-DATE                 PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  CH-RUN-TIME                 PIC 9(6).
           05  FILLER                      PIC X(11) VALUE
               "   REQUEST ".
           05  CH-REQUEST-NUMBER           PIC ZZ9.
           05  FILLER                      PIC X(4) VALUE " OF ".
           05  CH-REQUEST-COUNT            PIC ZZ9.

       01  WS-CERT-LABEL-LINE.
           05  CT-LABEL                    PIC X(22).
           05  CT-VALUE                    PIC X(60).

       01  WS-CERT-ID-LINE.
           05  FILLER                      PIC X(22) VALUE
               "CUSTOMER ID ERASED  :".
           05  CI-CUSTOMER-ID              PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  CI-ROLE                     PIC X(40).

       01  WS-CERT-COLUMN-LINE.
           05  FILLER                      PIC X(40) VALUE
               "FILE      ACTION       RECORDS".

       01  WS-CERT-FILE-LINE.
           05  CF-FILE-NAME                PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  CF-ACTION                   PIC X(10).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  CF-RECORD-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  CF-NOTE                     PIC X(20).

       01  WS-CERT-TOTAL-LINE.
           05  FILLER                      PIC X(21) VALUE
               "TOTAL RECORDS ERASED".
           05  CC-TOTAL-COUNT              PIC Z,ZZZ,ZZ9.

       01  WS-CERT-SIGNOFF-LINE.
           05  FILLER                      PIC X(42) VALUE
               "COMPLIANCE SIGN-OFF: ____________________".
           05  FILLER                      PIC X(18) VALUE
               "  DATE: __________".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM 0005-ACQUIRE-MASTER-LOCK
           PERFORM 1000-LOAD-ERASURE-REQUESTS
           IF WS-REQUEST-COUNT > ZERO
               PERFORM 0014-LOAD-CROSS-REFERENCE
               PERFORM 1100-BUILD-ERASE-SET
               PERFORM 2000-ERASE-MASTER
               PERFORM 2500-ERASE-SUSPENSE
               PERFORM 2600-ERASE-PENDING-REVIEW
               PERFORM 2700-ERASE-NAME-EXTENSION
               PERFORM 3000-ERASE-CUSTOMER-RESUBMIT
               PERFORM 3100-ERASE-RESUBMIT-HOLD
               PERFORM 3200-ERASE-NAME-CHANGE-LOG
               PERFORM 3300-ERASE-NAME-LOG-ARCHIVE
               PERFORM 3400-ERASE-NAME-LOG-HOLD
               PERFORM 3500-ERASE-CONSOLIDATION-LOG
               PERFORM 3600-ERASE-UPDATE-JOURNAL
               PERFORM 4000-ERASE-CUSTOMER-EXCEPTIONS
               PERFORM 4100-ERASE-MAINTENANCE-EXC
               PERFORM 4200-ERASE-CORRECTION-ERRORS
               PERFORM 4300-ERASE-MERGE-EXCEPTIONS
               PERFORM 4400-ERASE-CONSOLIDATION-EXC
               PERFORM 4500-ERASE-RETURN-REJECTS
               PERFORM 5000-WRITE-CERTIFICATES
           END-IF
           PERFORM 9500-RELEASE-MASTER-LOCK
           DISPLAY "Erasure requests read    : " WS-REQUEST-COUNT
           DISPLAY "Customer ids erased      : " WS-ERASE-ID-COUNT
           DISPLAY "Records erased           : " WS-TOTAL-ERASED-COUNT
           DISPLAY "Requests needing review  : " WS-ATTENTION-COUNT
           IF WS-ATTENTION-COUNT > ZERO
               DISPLAY "REQUESTS NEED ATTENTION - SEE CUSTERCT"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-WRITE-RUN-LOG
           STOP RUN.

       0005-ACQUIRE-MASTER-LOCK.
           SET LK-ACTION-ACQUIRE TO TRUE
           MOVE "CUSTERAS" TO LK-CALLER-PROGRAM
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
           MOVE "CUSTERAS" TO LK-CALLER-PROGRAM
           CALL "CUSTMLCK" USING WS-LOCK-REQUEST.

      ******************************************************************
      * 0014-LOAD-CROSS-REFERENCE pulls CUSTXREF into the working table
      * the way CUSTMNT does, the latest record for a loser replacing
      * any earlier one. No cross-reference on hand means nothing has
      * ever been merged and every request erases just its own id.
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
      * 1000-LOAD-ERASURE-REQUESTS. No request file on hand is a normal
      * empty run. More requests than the table holds stops the run
      * before anything is erased - half a request file erased with no
      * certificate for the rest is worse than none.
      ******************************************************************
       1000-LOAD-ERASURE-REQUESTS.
           OPEN INPUT ERASURE-REQUESTS
           IF WS-ERASURE-REQUESTS-STATUS = "35"
               DISPLAY "No erasure requests on hand - nothing to erase"
           ELSE
               IF NOT WS-EQ-STATUS-OK
                   STRING "ERASURE-REQUESTS OPEN FAILED: "
                       WS-ERASURE-REQUESTS-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ ERASURE-REQUESTS
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 1050-NOTE-ERASURE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE ERASURE-REQUESTS
           END-IF.

       1050-NOTE-ERASURE-REQUEST.
           IF WS-REQUEST-COUNT = 200
               MOVE "ERASURE REQUESTS OVERFLOW 200"
                   TO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           ADD 1 TO WS-REQUEST-COUNT
           MOVE WS-REQUEST-COUNT TO WS-RQ-SUB
           MOVE ER-CUSTOMER-ID TO WS-RQ-CUSTOMER-ID(WS-RQ-SUB)
           MOVE ER-REQUEST-REFERENCE TO WS-RQ-REFERENCE(WS-RQ-SUB)
           MOVE ER-REQUESTED-BY TO WS-RQ-REQUESTED-BY(WS-RQ-SUB)
           MOVE SPACES TO WS-RQ-SURVIVOR-ID(WS-RQ-SUB)
           MOVE ZERO TO WS-RQ-DUPLICATE-OF(WS-RQ-SUB)
           MOVE "N" TO WS-RQ-MASTER-SWITCH(WS-RQ-SUB)
           MOVE ZERO TO WS-RQ-TOTAL-COUNT(WS-RQ-SUB)
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 17
               MOVE ZERO TO WS-RQ-FILE-COUNT(WS-RQ-SUB, WS-FILE-SUB)
           END-PERFORM.

      ******************************************************************
      * 1100-BUILD-ERASE-SET turns the requests into the ids to erase.
      * Each request is resolved through CUSTXRES to the live customer;
      * that customer goes in, and so does every CUSTXREF loser whose
      * own chain ends at the same customer - whether it was merged in
      * directly or by way of an id that was itself merged later. A
      * request resolving to a customer an earlier request already
      * covers is a duplicate and erases nothing of its own.
      ******************************************************************
       1100-BUILD-ERASE-SET.
           PERFORM VARYING WS-RQ-SUB FROM 1 BY 1
                   UNTIL WS-RQ-SUB > WS-REQUEST-COUNT
               PERFORM 1150-RESOLVE-ONE-REQUEST
           END-PERFORM.

       1150-RESOLVE-ONE-REQUEST.
           IF WS-RQ-CUSTOMER-ID(WS-RQ-SUB) = SPACES
               SET WS-RQ-NO-CUSTOMER-ID(WS-RQ-SUB) TO TRUE
           ELSE
               MOVE WS-RQ-CUSTOMER-ID(WS-RQ-SUB) TO XQ-REQUESTED-ID
               CALL "CUSTXRES" USING WS-XREF-REQUEST WS-XREF-TABLE
               MOVE XQ-RESOLVED-ID TO WS-RQ-SURVIVOR-ID(WS-RQ-SUB)
               MOVE XQ-RESOLVED-ID TO WS-LOOKUP-ID
               PERFORM 8000-FIND-ERASE-ID
               EVALUATE TRUE
                   WHEN WS-ERASE-HIT > ZERO
                       SET WS-RQ-DUPLICATE(WS-RQ-SUB) TO TRUE
                       MOVE WS-ERASE-HIT
                           TO WS-RQ-DUPLICATE-OF(WS-RQ-SUB)
                   WHEN XQ-CHAIN-BROKEN
                       SET WS-RQ-CHAIN-BROKEN(WS-RQ-SUB) TO TRUE
                       MOVE XQ-RESOLVED-ID TO WS-ADD-ID
                       MOVE "R" TO WS-ADD-ROLE
                       PERFORM 1200-ADD-ERASE-ID
                   WHEN OTHER
                       SET WS-RQ-TO-ERASE(WS-RQ-SUB) TO TRUE
                       MOVE XQ-RESOLVED-ID TO WS-ADD-ID
                       MOVE "S" TO WS-ADD-ROLE
                       PERFORM 1200-ADD-ERASE-ID
                       PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                               UNTIL WS-XREF-SUB > XT-XREF-COUNT
                           PERFORM 1300-NOTE-MERGED-ID
                       END-PERFORM
               END-EVALUATE
           END-IF.

       1200-ADD-ERASE-ID.
           MOVE WS-ADD-ID TO WS-LOOKUP-ID
           PERFORM 8000-FIND-ERASE-ID
           IF WS-ERASE-HIT = ZERO
               IF WS-ERASE-ID-COUNT = 2000
                   MOVE "ERASURE SET OVERFLOWS 2000 IDS"
                       TO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               ADD 1 TO WS-ERASE-ID-COUNT
               MOVE WS-ADD-ID TO WS-EI-CUSTOMER-ID(WS-ERASE-ID-COUNT)
               MOVE WS-RQ-SUB TO WS-EI-REQUEST-SUB(WS-ERASE-ID-COUNT)
               MOVE WS-ADD-ROLE TO WS-EI-ROLE(WS-ERASE-ID-COUNT)
           END-IF.

       1300-NOTE-MERGED-ID.
           MOVE XT-LOSER-ID(WS-XREF-SUB) TO XQ-REQUESTED-ID
           CALL "CUSTXRES" USING WS-XREF-REQUEST WS-XREF-TABLE
           IF XQ-REDIRECTED
                   AND XQ-RESOLVED-ID = WS-RQ-SURVIVOR-ID(WS-RQ-SUB)
               MOVE XT-LOSER-ID(WS-XREF-SUB) TO WS-ADD-ID
               MOVE "M" TO WS-ADD-ROLE
               PERFORM 1200-ADD-ERASE-ID
           END-IF.

      ******************************************************************
      * 2000-ERASE-MASTER erases each id's master record in place. The
      * before-image journaled is the record as it stood with its
      * personal fields already anonymized - the journal must not keep
      * what the erasure removed - so the entry shows only the status
      * and stamp changing. A record already erased by an earlier run
      * is left exactly as it is.
      ******************************************************************
       2000-ERASE-MASTER.
           MOVE 1 TO WS-FILE-SUB
           PERFORM 7000-START-FILE-PASS
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTOMER-MASTER-STATUS NOT = "35"
               IF NOT WS-CM-STATUS-OK
                   STRING "CUSTOMER-MASTER OPEN FAILED: "
                       WS-CUSTOMER-MASTER-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-FL-ON-HAND(WS-FILE-SUB) TO TRUE
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
               PERFORM VARYING WS-EI-SUB FROM 1 BY 1
                       UNTIL WS-EI-SUB > WS-ERASE-ID-COUNT
                   MOVE WS-EI-CUSTOMER-ID(WS-EI-SUB) TO CM-CUSTOMER-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 2100-ERASE-ONE-MASTER
                   END-READ
               END-PERFORM
               CLOSE UPDATE-JOURNAL
               CLOSE CUSTOMER-MASTER
           END-IF.

       2100-ERASE-ONE-MASTER.
           MOVE WS-EI-REQUEST-SUB(WS-EI-SUB) TO WS-ERASE-HIT
           SET WS-RQ-ON-MASTER(WS-ERASE-HIT) TO TRUE
           IF NOT CM-STATUS-ERASED
               MOVE CUSTOMER-RECORD TO WS-WORK-RECORD
               MOVE "N" TO WS-RECORD-CHANGED-SWITCH
               PERFORM 8200-ANONYMIZE-WORK-RECORD
               MOVE WS-WORK-RECORD TO WS-JOURNAL-BEFORE-IMAGE
               MOVE WS-WORK-RECORD TO CUSTOMER-RECORD
               SET CM-STATUS-ERASED TO TRUE
               MOVE WS-RUN-TIMESTAMP TO CM-LAST-MAINT-TIMESTAMP
               REWRITE CUSTOMER-RECORD
               IF NOT WS-CM-STATUS-OK
                   STRING "CUSTOMER-MASTER REWRITE FAILED: "
                       WS-CUSTOMER-MASTER-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               PERFORM 2200-WRITE-UPDATE-JOURNAL
               PERFORM 8100-COUNT-ERASED-RECORD
           END-IF.

       2200-WRITE-UPDATE-JOURNAL.
           MOVE "CUSTERAS" TO JR-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP TO JR-RUN-TIMESTAMP
           SET JR-ACTION-CHANGE TO TRUE
           MOVE CM-CUSTOMER-ID TO JR-CUSTOMER-ID
           MOVE WS-JOURNAL-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD TO JR-AFTER-IMAGE
           WRITE UPDATE-JOURNAL-RECORD FROM WS-JOURNAL-WORK
           IF NOT WS-UJ-STATUS-OK
               STRING "UPDATE-JOURNAL WRITE FAILED: "
                   WS-UPDATE-JOURNAL-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      ******************************************************************
      * 2500-ERASE-SUSPENSE, 2600-ERASE-PENDING-REVIEW and 2700-ERASE-
      * NAME-EXTENSION remove the erased customers' records from the
      * three keyed files. Each holds at most one record per customer
      * id.
      ******************************************************************
       2500-ERASE-SUSPENSE.
           MOVE 2 TO WS-FILE-SUB
           PERFORM 7000-START-FILE-PASS
           OPEN I-O CUSTOMER-SUSPENSE
           IF WS-CUSTOMER-SUSPENSE-STATUS NOT = "35"
               IF NOT WS-CS-STATUS-OK
                   STRING "CUSTOMER-SUSPENSE OPEN FAILED: "
                       WS-CUSTOMER-SUSPENSE-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-FL-ON-HAND(WS-FILE-SUB) TO TRUE
               PERFORM VARYING WS-EI-SUB FROM 1 BY 1
                       UNTIL WS-EI-SUB > WS-ERASE-ID-COUNT
                   MOVE WS-EI-CUSTOMER-ID(WS-EI-SUB) TO CS-CUSTOMER-ID
                   READ CUSTOMER-SUSPENSE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 2550-REMOVE-ONE-SUSPENSE
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-SUSPENSE
           END-IF.

       2550-REMOVE-ONE-SUSPENSE.
           DELETE CUSTOMER-SUSPENSE RECORD
           IF NOT WS-CS-STATUS-OK
               STRING "CUSTOMER-SUSPENSE DELETE FAILED: "
                   WS-CUSTOMER-SUSPENSE-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE WS-EI-REQUEST-SUB(WS-EI-SUB) TO WS-ERASE-HIT
           PERFORM 8100-COUNT-ERASED-RECORD.

       2600-ERASE-PENDING-REVIEW.
           MOVE 3 TO WS-FILE-SUB
           PERFORM 7000-START-FILE-PASS
           OPEN I-O PENDING-REVIEW
           IF WS-PENDING-REVIEW-STATUS NOT = "35"
               IF NOT WS-PN-STATUS-OK
                   STRING "PENDING-REVIEW OPEN FAILED: "
                       WS-PENDING-REVIEW-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-FL-ON-HAND(WS-FILE-SUB) TO TRUE
               PERFORM VARYING WS-EI-SUB FROM 1 BY 1
                       UNTIL WS-EI-SUB > WS-ERASE-ID-COUNT
                   MOVE WS-EI-CUSTOMER-ID(WS-EI-SUB) TO PN-CUSTOMER-ID
                   READ PENDING-REVIEW
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 2650-REMOVE-ONE-PENDING
                   END-READ
               END-PERFORM
               CLOSE PENDING-REVIEW
           END-IF.

       2650-REMOVE-ONE-PENDING.
           DELETE PENDING-REVIEW RECORD
           IF NOT WS-PN-STATUS-OK
               STRING "PENDING-REVIEW DELETE FAILED: "
                   WS-PENDING-REVIEW-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE WS-EI-REQUEST-SUB(WS-EI-SUB) TO WS-ERASE-HIT
           PERFORM 8100-COUNT-ERASED-RECORD.

       2700-ERASE-NAME-EXTENSION.
           MOVE 4 TO WS-FILE-SUB
           PERFORM 7000-START-FILE-PASS
           OPEN I-O NAME-EXTENSION
           IF WS-NAME-EXTENSION-STATUS NOT = "35"
               IF NOT WS-NX-STATUS-OK
                   STRING "NAME-EXTENSION OPEN FAILED: "
                       WS-NAME-EXTENSION-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-FL-ON-HAND(WS-FILE-SUB) TO TRUE
               PERFORM VARYING WS-EI-SUB FROM 1 BY 1
                       UNTIL WS-EI-SUB > WS-ERASE-ID-COUNT
                   MOVE WS-EI-CUSTOMER-ID(WS-EI-SUB) TO NX-CUSTOMER-ID
                   READ NAME-EXTENSION
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 2750-REMOVE-ONE-EXTENSION
                   END-READ
               END-PERFORM
               CLOSE NAME-EXTENSION
           END-IF.

       2750-REMOVE-ONE-EXTENSION.
           DELETE NAME-EXTENSION RECORD
           IF NOT WS-NX-STATUS-OK
               STRING "NAME-EXTENSION DELETE FAILED: "
                   WS-NAME-EXTENSION-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE WS-EI-REQUEST-SUB(WS-EI-SUB) TO WS-ERASE-HIT
           PERFORM 8100-COUNT-ERASED-RECORD.

      ******************************************************************
      * 3000-ERASE-CUSTOMER-RESUBMIT through 4500-ERASE-RETURN-REJECTS
      * take one line-sequential file each, the same way: a file not
      * on hand has nothing to erase; otherwise every record is read
      * into its work area, erased there by the 8xxx paragraph for its
      * layout, and written to ERASURE-HOLD - or, for the two resubmit
      * files, left off the hold if it belongs to an erased customer.
      * The hold is copied back over the file only when the pass
      * erased something, so a file with nothing to erase is never
      * rewritten. CUSTRFDH is CUSTCONS's recovery copy of CUSTRFD and
      * CUSTNMLH CUSTARCH's of CUSTNMLG; both stay on disk between
      * runs and are erased like the files they copy.
      ******************************************************************
       3000-ERASE-CUSTOMER-RESUBMIT.
           MOVE 5 TO WS-FILE-SUB
           PERFORM 7000-START-FILE-PASS
           OPEN INPUT CUSTOMER-RESUBMIT
           IF WS-CUSTOMER-RESUBMIT-STATUS NOT = "35"
               IF NOT WS-RS-STATUS-OK
                   STRING "CUSTOMER-RESUBMIT OPEN FAILED: "
                       WS-CUSTOMER-RESUBMIT-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-FL-ON-HAND(WS-FILE-SUB) TO TRUE
               PERFORM 7100-OPEN-HOLD-FOR-OUTPUT
               PERFORM UNTIL WS-END-OF-FILE
                   READ CUSTOMER-RESUBMIT INTO WS-WORK-RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 8500-ERASE-RESUBMIT-WORK
                           IF WS-RECORD-KEPT
                               MOVE WS-WORK-RECORD
                                   TO ERASURE-HOLD-RECORD
                               PERFORM 7200-WRITE-HOLD-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-RESUBMIT
               CLOSE ERASURE-HOLD
               IF WS-PASS-ERASED-COUNT > ZERO
                   PERFORM 3050-COPY-BACK-CUSTRFD
               END-IF
           END-IF.

       3050-COPY-BACK-CUSTRFD.
           PERFORM 7300-OPEN-HOLD-FOR-INPUT
           OPEN OUTPUT CUSTOMER-RESUBMIT
           IF NOT WS-RS-STATUS-OK
               STRING "CUSTOMER-RESUBMIT OPEN FAILED: "
                   WS-CUSTOMER-RESUBMIT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ERASURE-HOLD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ERASURE-HOLD-RECORD
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
           CLOSE ERASURE-HOLD
           CLOSE CUSTOMER-RESUBMIT.

       3100-ERASE-RESUBMIT-HOLD.
           MOVE 6 TO WS-FILE-SUB
           PERFORM 7000-START-FILE-PASS
           OPEN INPUT RESUBMIT-HOLD
           IF WS-RESUBMIT-HOLD-STATUS NOT = "35"
               IF NOT WS-RH-STATUS-OK
                   STRING "RESUBMIT-HOLD OPEN FAILED: "
                       WS-RESUBMIT-HOLD-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-FL-ON-HAND(WS-FILE-SUB) TO TRUE
               PERFORM 7100-OPEN-HOLD-FOR-OUTPUT
               PERFORM UNTIL WS-END-OF-FILE
                   READ RESUBMIT-HOLD INTO WS-WORK-RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 8500-ERASE-RESUBMIT-WORK
                           IF WS-RECORD-KEPT
                               MOVE WS-WORK-RECORD
                                   TO ERASURE-HOLD-RECORD
                               PERFORM 7200-WRITE-HOLD-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUBMIT-HOLD
               CLOSE ERASURE-HOLD
               IF WS-PASS-ERASED-COUNT > ZERO
                   PERFORM 3150-COPY-BACK-CUSTRFDH
               END-IF
           END-IF.

       3150-COPY-BACK-CUSTRFDH.
           PERFORM 7300-OPEN-HOLD-FOR-INPUT
           OPEN OUTPUT RESUBMIT-HOLD
           IF NOT WS-RH-STATUS-OK
               STRING "RESUBMIT-HOLD OPEN FAILED: "
                   WS-RESUBMIT-HOLD-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ERASURE-HOLD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ERASURE-HOLD-RECORD
                           TO RESUBMIT-HOLD-RECORD
                       WRITE RESUBMIT-HOLD-RECORD
                       IF NOT WS-RH-STATUS-OK
                           STRING "RESUBMIT-HOLD WRITE FAILED: "
                               WS-RESUBMIT-HOLD-STATUS
                               DELIMITED BY SIZE
                               INTO WS-FATAL-ERROR-MESSAGE
                           PERFORM 9900-FATAL-FILE-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERASURE-HOLD
           CLOSE RESUBMIT-HOLD.

       3200-ERASE-NAME-CHANGE-LOG.
           MOVE 7 TO WS-FILE-SUB
           PERFORM 7000-START-FILE-PASS
           OPEN INPUT NAME-CHANGE-LOG
           IF WS-NAME-CHANGE-LOG-STATUS NOT = "35"
               IF NOT WS-CL-STATUS-OK
                   STRING "NAME-CHANGE-LOG OPEN FAILED: "
                       WS-NAME-CHANGE-LOG-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-FL-ON-HAND(WS-FILE-SUB) TO TRUE
               PERFORM 7100-OPEN-HOLD-FOR-OUTPUT
               PERFORM UNTIL WS-END-OF-FILE
                   READ NAME-CHANGE-LOG INTO WS-NAME-LOG-WORK
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 8300-ERASE-NAME-LOG-WORK
                           MOVE WS-NAME-LOG-WORK
                               TO ERASURE-HOLD-RECORD
                           PERFORM 7200-WRITE-HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE NAME-CHANGE-LOG
               CLOSE ERASURE-HOLD
               IF WS-PASS-ERASED-COUNT > ZERO
                   PERFORM 3250-COPY-BACK-CUSTNMLG
               END-IF
           END-IF.

       3250-COPY-BACK-CUSTNMLG.
           PERFORM 7300-OPEN-HOLD-FOR-INPUT
           OPEN OUTPUT NAME-CHANGE-LOG
           IF NOT WS-CL-STATUS-OK
               STRING "NAME-CHANGE-LOG OPEN FAILED: "
                   WS-NAME-CHANGE-LOG-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ERASURE-HOLD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ERASURE-HOLD-RECORD
                           TO NAME-CHANGE-LOG-RECORD
                       WRITE NAME-CHANGE-LOG-RECORD
                       IF NOT WS-CL-STATUS-OK
                           STRING "NAME-CHANGE-LOG WRITE FAILED: "
                               WS-NAME-CHANGE-LOG-STATUS
                               DELIMITED BY SIZE
                               INTO WS-FATAL-ERROR-MESSAGE
                           PERFORM 9900-FATAL-FILE-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERASURE-HOLD
           CLOSE NAME-CHANGE-LOG.

       3300-ERASE-NAME-LOG-ARCHIVE.
           MOVE 8 TO WS-FILE-SUB
           PERFORM 7000-START-FILE-PASS
           OPEN INPUT NAME-LOG-ARCHIVE
           IF WS-NAME-LOG-ARCHIVE-STATUS NOT = "35"
               IF NOT WS-AL-STATUS-OK
                   STRING "NAME-LOG-ARCHIVE OPEN FAILED: "
                       WS-NAME-LOG-ARCHIVE-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-FL-ON-HAND(WS-FILE-SUB) TO TRUE
               PERFORM 7100-OPEN-HOLD-FOR-OUTPUT
               PERFORM UNTIL WS-END-OF-FILE
                   READ NAME-LOG-ARCHIVE INTO WS-NAME-ARCHIVE-WORK
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 8350-ERASE-NAME-ARCHIVE-WORK
                           MOVE WS-NAME-ARCHIVE-WORK
                               TO ERASURE-HOLD-RECORD
                           PERFORM 7200-WRITE-HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE NAME-LOG-ARCHIVE
               CLOSE ERASURE-HOLD
               IF WS-PASS-ERASED-COUNT > ZERO
                   PERFORM 3350-COPY-BACK-CUSTNMLA
               END-IF
           END-IF.

       3350-COPY-BACK-CUSTNMLA.
           PERFORM 7300-OPEN-HOLD-FOR-INPUT
           OPEN OUTPUT NAME-LOG-ARCHIVE
           IF NOT WS-AL-STATUS-OK
               STRING "NAME-LOG-ARCHIVE OPEN FAILED: "
                   WS-NAME-LOG-ARCHIVE-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ERASURE-HOLD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ERASURE-HOLD-RECORD
                           TO NAME-LOG-ARCHIVE-RECORD
                       WRITE NAME-LOG-ARCHIVE-RECORD
                       IF NOT WS-AL-STATUS-OK
                           STRING "NAME-LOG-ARCHIVE WRITE FAILED: "
                               WS-NAME-LOG-ARCHIVE-STATUS
                               DELIMITED BY SIZE
                               INTO WS-FATAL-ERROR-MESSAGE
                           PERFORM 9900-FATAL-FILE-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERASURE-HOLD
           CLOSE NAME-LOG-ARCHIVE.

       3400-ERASE-NAME-LOG-HOLD.
           MOVE 9 TO WS-FILE-SUB
           PERFORM 7000-START-FILE-PASS
           OPEN INPUT NAME-LOG-HOLD
           IF WS-NAME-LOG-HOLD-STATUS NOT = "35"
               IF NOT WS-HL-STATUS-OK
                   STRING "NAME-LOG-HOLD OPEN FAILED: "
                       WS-NAME-LOG-HOLD-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-FL-ON-HAND(WS-FILE-SUB) TO TRUE
               PERFORM 7100-OPEN-HOLD-FOR-OUTPUT
               PERFORM UNTIL WS-END-OF-FILE
                   READ NAME-LOG-HOLD INTO WS-NAME-LOG-WORK
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 8300-ERASE-NAME-LOG-WORK
                           MOVE WS-NAME-LOG-WORK
                               TO ERASURE-HOLD-RECORD
                           PERFORM 7200-WRITE-HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE NAME-LOG-HOLD
               CLOSE ERASURE-HOLD
               IF WS-PASS-ERASED-COUNT > ZERO
                   PERFORM 3450-COPY-BACK-CUSTNMLH
               END-IF
           END-IF.

       3450-COPY-BACK-CUSTNMLH.
           PERFORM 7300-OPEN-HOLD-FOR-INPUT
           OPEN OUTPUT NAME-LOG-HOLD
           IF NOT WS-HL-STATUS-OK
               STRING "NAME-LOG-HOLD OPEN FAILED: "
                   WS-NAME-LOG-HOLD-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ERASURE-HOLD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ERASURE-HOLD-RECORD
                           TO NAME-LOG-HOLD-RECORD
                       WRITE NAME-LOG-HOLD-RECORD
                       IF NOT WS-HL-STATUS-OK
                           STRING "NAME-LOG-HOLD WRITE FAILED: "
                               WS-NAME-LOG-HOLD-STATUS
                               DELIMITED BY SIZE
                               INTO WS-FATAL-ERROR-MESSAGE
                           PERFORM 9900-FATAL-FILE-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERASURE-HOLD
           CLOSE NAME-LOG-HOLD.

       3500-ERASE-CONSOLIDATION-LOG.
           MOVE 10 TO WS-FILE-SUB
           PERFORM 7000-START-FILE-PASS
           OPEN INPUT CONSOLIDATION-LOG
           IF WS-CONSOLIDATION-LOG-STATUS NOT = "35"
               IF NOT WS-CG-STATUS-OK
                   STRING "CONSOLIDATION-LOG OPEN FAILED: "
                       WS-CONSOLIDATION-LOG-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-FL-ON-HAND(WS-FILE-SUB) TO TRUE
               PERFORM 7100-OPEN-HOLD-FOR-OUTPUT
               PERFORM UNTIL WS-END-OF-FILE
                   READ CONSOLIDATION-LOG INTO WS-CONSOLIDATION-WORK
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 8600-ERASE-CONSOLIDATION-WORK
                           MOVE WS-CONSOLIDATION-WORK
                               TO ERASURE-HOLD-RECORD
                           PERFORM 7200-WRITE-HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONSOLIDATION-LOG
               CLOSE ERASURE-HOLD
               IF WS-PASS-ERASED-COUNT > ZERO
                   PERFORM 3550-COPY-BACK-CUSTCNLG
               END-IF
           END-IF.

       3550-COPY-BACK-CUSTCNLG.
           PERFORM 7300-OPEN-HOLD-FOR-INPUT
           OPEN OUTPUT CONSOLIDATION-LOG
           IF NOT WS-CG-STATUS-OK
               STRING "CONSOLIDATION-LOG OPEN FAILED: "
                   WS-CONSOLIDATION-LOG-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ERASURE-HOLD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ERASURE-HOLD-RECORD
                           TO CONSOLIDATION-LOG-RECORD
                       WRITE CONSOLIDATION-LOG-RECORD
                       IF NOT WS-CG-STATUS-OK
                           STRING "CONSOLIDATION-LOG WRITE FAILED: "
                               WS-CONSOLIDATION-LOG-STATUS
                               DELIMITED BY SIZE
                               INTO WS-FATAL-ERROR-MESSAGE
                           PERFORM 9900-FATAL-FILE-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERASURE-HOLD
           CLOSE CONSOLIDATION-LOG.

      ******************************************************************
      * 3600-ERASE-UPDATE-JOURNAL runs after 2000, so the journal entry
      * 2000 wrote for tonight's erasure is read back here too; its
      * images are already anonymized and it is neither changed nor
      * counted again.
      ******************************************************************
       3600-ERASE-UPDATE-JOURNAL.
           MOVE 11 TO WS-FILE-SUB
           PERFORM 7000-START-FILE-PASS
           OPEN INPUT UPDATE-JOURNAL
           IF WS-UPDATE-JOURNAL-STATUS NOT = "35"
               IF NOT WS-UJ-STATUS-OK
                   STRING "UPDATE-JOURNAL OPEN FAILED: "
                       WS-UPDATE-JOURNAL-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-FL-ON-HAND(WS-FILE-SUB) TO TRUE
               PERFORM 7100-OPEN-HOLD-FOR-OUTPUT
               PERFORM UNTIL WS-END-OF-FILE
                   READ UPDATE-JOURNAL INTO WS-JOURNAL-WORK
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 8700-ERASE-JOURNAL-WORK
                           MOVE WS-JOURNAL-WORK
                               TO ERASURE-HOLD-RECORD
                           PERFORM 7200-WRITE-HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE UPDATE-JOURNAL
               CLOSE ERASURE-HOLD
               IF WS-PASS-ERASED-COUNT > ZERO
                   PERFORM 3650-COPY-BACK-CUSTJRNL
               END-IF
           END-IF.

       3650-COPY-BACK-CUSTJRNL.
           PERFORM 7300-OPEN-HOLD-FOR-INPUT
           OPEN OUTPUT UPDATE-JOURNAL
           IF NOT WS-UJ-STATUS-OK
               STRING "UPDATE-JOURNAL OPEN FAILED: "
                   WS-UPDATE-JOURNAL-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ERASURE-HOLD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ERASURE-HOLD-RECORD
                           TO UPDATE-JOURNAL-RECORD
                       WRITE UPDATE-JOURNAL-RECORD
                       IF NOT WS-UJ-STATUS-OK
                           STRING "UPDATE-JOURNAL WRITE FAILED: "
                               WS-UPDATE-JOURNAL-STATUS
                               DELIMITED BY SIZE
                               INTO WS-FATAL-ERROR-MESSAGE
                           PERFORM 9900-FATAL-FILE-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERASURE-HOLD
           CLOSE UPDATE-JOURNAL.

      ******************************************************************
      * 4000-ERASE-CUSTOMER-EXCEPTIONS through 4500 take the six
      * CUSTEXC-format listings - CUSTVAL's, CUSTMNT's, CUSTCORR's,
      * CUSTRMRG's, CUSTCONS's and CUSTRTML's - all in the one layout.
      ******************************************************************
       4000-ERASE-CUSTOMER-EXCEPTIONS.
           MOVE 12 TO WS-FILE-SUB
           PERFORM 7000-START-FILE-PASS
           OPEN INPUT CUSTOMER-EXCEPTIONS
           IF WS-CUSTOMER-EXCEPTIONS-STATUS NOT = "35"
               IF NOT WS-CE-STATUS-OK
                   STRING "CUSTOMER-EXCEPTIONS OPEN FAILED: "
                       WS-CUSTOMER-EXCEPTIONS-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-FL-ON-HAND(WS-FILE-SUB) TO TRUE
               PERFORM 7100-OPEN-HOLD-FOR-OUTPUT
               PERFORM UNTIL WS-END-OF-FILE
                   READ CUSTOMER-EXCEPTIONS INTO WS-EXCEPTION-WORK
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 8400-ERASE-EXCEPTION-WORK
                           MOVE WS-EXCEPTION-WORK
                               TO ERASURE-HOLD-RECORD
                           PERFORM 7200-WRITE-HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-EXCEPTIONS
               CLOSE ERASURE-HOLD
               IF WS-PASS-ERASED-COUNT > ZERO
                   PERFORM 4050-COPY-BACK-CUSTEXC
               END-IF
           END-IF.

       4050-COPY-BACK-CUSTEXC.
           PERFORM 7300-OPEN-HOLD-FOR-INPUT
           OPEN OUTPUT CUSTOMER-EXCEPTIONS
           IF NOT WS-CE-STATUS-OK
               STRING "CUSTOMER-EXCEPTIONS OPEN FAILED: "
                   WS-CUSTOMER-EXCEPTIONS-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ERASURE-HOLD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ERASURE-HOLD-RECORD
                           TO CUSTOMER-EXCEPTION-RECORD
                       WRITE CUSTOMER-EXCEPTION-RECORD
                       IF NOT WS-CE-STATUS-OK
                           STRING "CUSTOMER-EXCEPTIONS WRITE FAILED: "
                               WS-CUSTOMER-EXCEPTIONS-STATUS
                               DELIMITED BY SIZE
                               INTO WS-FATAL-ERROR-MESSAGE
                           PERFORM 9900-FATAL-FILE-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERASURE-HOLD
           CLOSE CUSTOMER-EXCEPTIONS.

       4100-ERASE-MAINTENANCE-EXC.
           MOVE 13 TO WS-FILE-SUB
           PERFORM 7000-START-FILE-PASS
           OPEN INPUT MAINTENANCE-EXCEPTIONS
           IF WS-MAINT-EXCEPTIONS-STATUS NOT = "35"
               IF NOT WS-MX-STATUS-OK
                   STRING "MAINT-EXCEPTIONS OPEN FAILED: "
                       WS-MAINT-EXCEPTIONS-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-FL-ON-HAND(WS-FILE-SUB) TO TRUE
               PERFORM 7100-OPEN-HOLD-FOR-OUTPUT
               PERFORM UNTIL WS-END-OF-FILE
                   READ MAINTENANCE-EXCEPTIONS INTO WS-EXCEPTION-WORK
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 8400-ERASE-EXCEPTION-WORK
                           MOVE WS-EXCEPTION-WORK
                               TO ERASURE-HOLD-RECORD
                           PERFORM 7200-WRITE-HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE MAINTENANCE-EXCEPTIONS
               CLOSE ERASURE-HOLD
               IF WS-PASS-ERASED-COUNT > ZERO
                   PERFORM 4150-COPY-BACK-CUSTMNTX
               END-IF
           END-IF.

       4150-COPY-BACK-CUSTMNTX.
           PERFORM 7300-OPEN-HOLD-FOR-INPUT
           OPEN OUTPUT MAINTENANCE-EXCEPTIONS
           IF NOT WS-MX-STATUS-OK
               STRING "MAINT-EXCEPTIONS OPEN FAILED: "
                   WS-MAINT-EXCEPTIONS-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ERASURE-HOLD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ERASURE-HOLD-RECORD
                           TO MAINTENANCE-EXCEPTION-RECORD
                       WRITE MAINTENANCE-EXCEPTION-RECORD
                       IF NOT WS-MX-STATUS-OK
                           STRING "MAINT-EXCEPTIONS WRITE FAILED: "
                               WS-MAINT-EXCEPTIONS-STATUS
                               DELIMITED BY SIZE
                               INTO WS-FATAL-ERROR-MESSAGE
                           PERFORM 9900-FATAL-FILE-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERASURE-HOLD
           CLOSE MAINTENANCE-EXCEPTIONS.

       4200-ERASE-CORRECTION-ERRORS.
           MOVE 14 TO WS-FILE-SUB
           PERFORM 7000-START-FILE-PASS
           OPEN INPUT CORRECTION-ERRORS
           IF WS-CORRECTION-ERRORS-STATUS NOT = "35"
               IF NOT WS-CX-STATUS-OK
                   STRING "CORRECTION-ERRORS OPEN FAILED: "
                       WS-CORRECTION-ERRORS-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-FL-ON-HAND(WS-FILE-SUB) TO TRUE
               PERFORM 7100-OPEN-HOLD-FOR-OUTPUT
               PERFORM UNTIL WS-END-OF-FILE
                   READ CORRECTION-ERRORS INTO WS-EXCEPTION-WORK
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 8400-ERASE-EXCEPTION-WORK
                           MOVE WS-EXCEPTION-WORK
                               TO ERASURE-HOLD-RECORD
                           PERFORM 7200-WRITE-HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-ERRORS
               CLOSE ERASURE-HOLD
               IF WS-PASS-ERASED-COUNT > ZERO
                   PERFORM 4250-COPY-BACK-CUSTCERR
               END-IF
           END-IF.

       4250-COPY-BACK-CUSTCERR.
           PERFORM 7300-OPEN-HOLD-FOR-INPUT
           OPEN OUTPUT CORRECTION-ERRORS
           IF NOT WS-CX-STATUS-OK
               STRING "CORRECTION-ERRORS OPEN FAILED: "
                   WS-CORRECTION-ERRORS-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ERASURE-HOLD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ERASURE-HOLD-RECORD
                           TO CORRECTION-ERROR-RECORD
                       WRITE CORRECTION-ERROR-RECORD
                       IF NOT WS-CX-STATUS-OK
                           STRING "CORRECTION-ERRORS WRITE FAILED: "
                               WS-CORRECTION-ERRORS-STATUS
                               DELIMITED BY SIZE
                               INTO WS-FATAL-ERROR-MESSAGE
                           PERFORM 9900-FATAL-FILE-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERASURE-HOLD
           CLOSE CORRECTION-ERRORS.

       4300-ERASE-MERGE-EXCEPTIONS.
           MOVE 15 TO WS-FILE-SUB
           PERFORM 7000-START-FILE-PASS
           OPEN INPUT MERGE-EXCEPTIONS
           IF WS-MERGE-EXCEPTIONS-STATUS NOT = "35"
               IF NOT WS-MG-STATUS-OK
                   STRING "MERGE-EXCEPTIONS OPEN FAILED: "
                       WS-MERGE-EXCEPTIONS-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-FL-ON-HAND(WS-FILE-SUB) TO TRUE
               PERFORM 7100-OPEN-HOLD-FOR-OUTPUT
               PERFORM UNTIL WS-END-OF-FILE
                   READ MERGE-EXCEPTIONS INTO WS-EXCEPTION-WORK
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 8400-ERASE-EXCEPTION-WORK
                           MOVE WS-EXCEPTION-WORK
                               TO ERASURE-HOLD-RECORD
                           PERFORM 7200-WRITE-HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE MERGE-EXCEPTIONS
               CLOSE ERASURE-HOLD
               IF WS-PASS-ERASED-COUNT > ZERO
                   PERFORM 4350-COPY-BACK-CUSTMRGX
               END-IF
           END-IF.

       4350-COPY-BACK-CUSTMRGX.
           PERFORM 7300-OPEN-HOLD-FOR-INPUT
           OPEN OUTPUT MERGE-EXCEPTIONS
           IF NOT WS-MG-STATUS-OK
               STRING "MERGE-EXCEPTIONS OPEN FAILED: "
                   WS-MERGE-EXCEPTIONS-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ERASURE-HOLD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ERASURE-HOLD-RECORD
                           TO MERGE-EXCEPTION-RECORD
                       WRITE MERGE-EXCEPTION-RECORD
                       IF NOT WS-MG-STATUS-OK
                           STRING "MERGE-EXCEPTIONS WRITE FAILED: "
                               WS-MERGE-EXCEPTIONS-STATUS
                               DELIMITED BY SIZE
                               INTO WS-FATAL-ERROR-MESSAGE
                           PERFORM 9900-FATAL-FILE-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERASURE-HOLD
           CLOSE MERGE-EXCEPTIONS.

       4400-ERASE-CONSOLIDATION-EXC.
           MOVE 16 TO WS-FILE-SUB
           PERFORM 7000-START-FILE-PASS
           OPEN INPUT CONSOLIDATION-EXCEPTIONS
           IF WS-CONSOLIDATION-EXC-STATUS NOT = "35"
               IF NOT WS-CN-STATUS-OK
                   STRING "CONSOLIDATION-EXC OPEN FAILED: "
                       WS-CONSOLIDATION-EXC-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-FL-ON-HAND(WS-FILE-SUB) TO TRUE
               PERFORM 7100-OPEN-HOLD-FOR-OUTPUT
               PERFORM UNTIL WS-END-OF-FILE
                   READ CONSOLIDATION-EXCEPTIONS INTO WS-EXCEPTION-WORK
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 8400-ERASE-EXCEPTION-WORK
                           MOVE WS-EXCEPTION-WORK
                               TO ERASURE-HOLD-RECORD
                           PERFORM 7200-WRITE-HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONSOLIDATION-EXCEPTIONS
               CLOSE ERASURE-HOLD
               IF WS-PASS-ERASED-COUNT > ZERO
                   PERFORM 4450-COPY-BACK-CUSTCNSX
               END-IF
           END-IF.

       4450-COPY-BACK-CUSTCNSX.
           PERFORM 7300-OPEN-HOLD-FOR-INPUT
           OPEN OUTPUT CONSOLIDATION-EXCEPTIONS
           IF NOT WS-CN-STATUS-OK
               STRING "CONSOLIDATION-EXC OPEN FAILED: "
                   WS-CONSOLIDATION-EXC-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ERASURE-HOLD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ERASURE-HOLD-RECORD
                           TO CONSOLIDATION-EXCEPTION-RECORD
                       WRITE CONSOLIDATION-EXCEPTION-RECORD
                       IF NOT WS-CN-STATUS-OK
                           STRING "CONSOLIDATION-EXC WRITE FAILED: "
                               WS-CONSOLIDATION-EXC-STATUS
                               DELIMITED BY SIZE
                               INTO WS-FATAL-ERROR-MESSAGE
                           PERFORM 9900-FATAL-FILE-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERASURE-HOLD
           CLOSE CONSOLIDATION-EXCEPTIONS.

       4500-ERASE-RETURN-REJECTS.
           MOVE 17 TO WS-FILE-SUB
           PERFORM 7000-START-FILE-PASS
           OPEN INPUT RETURN-REJECTS
           IF WS-RETURN-REJECTS-STATUS NOT = "35"
               IF NOT WS-RR-STATUS-OK
                   STRING "RETURN-REJECTS OPEN FAILED: "
                       WS-RETURN-REJECTS-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-FL-ON-HAND(WS-FILE-SUB) TO TRUE
               PERFORM 7100-OPEN-HOLD-FOR-OUTPUT
               PERFORM UNTIL WS-END-OF-FILE
                   READ RETURN-REJECTS INTO WS-EXCEPTION-WORK
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 8400-ERASE-EXCEPTION-WORK
                           MOVE WS-EXCEPTION-WORK
                               TO ERASURE-HOLD-RECORD
                           PERFORM 7200-WRITE-HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE RETURN-REJECTS
               CLOSE ERASURE-HOLD
               IF WS-PASS-ERASED-COUNT > ZERO
                   PERFORM 4550-COPY-BACK-CUSTRTMX
               END-IF
           END-IF.

       4550-COPY-BACK-CUSTRTMX.
           PERFORM 7300-OPEN-HOLD-FOR-INPUT
           OPEN OUTPUT RETURN-REJECTS
           IF NOT WS-RR-STATUS-OK
               STRING "RETURN-REJECTS OPEN FAILED: "
                   WS-RETURN-REJECTS-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ERASURE-HOLD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ERASURE-HOLD-RECORD
                           TO RETURN-REJECT-RECORD
                       WRITE RETURN-REJECT-RECORD
                       IF NOT WS-RR-STATUS-OK
                           STRING "RETURN-REJECTS WRITE FAILED: "
                               WS-RETURN-REJECTS-STATUS
                               DELIMITED BY SIZE
                               INTO WS-FATAL-ERROR-MESSAGE
                           PERFORM 9900-FATAL-FILE-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERASURE-HOLD
           CLOSE RETURN-REJECTS.

      ******************************************************************
      * 5000-WRITE-CERTIFICATES writes one certificate per request, in
      * request order, then the run totals. The outcome line says in
      * words what happened; anything other than a clean erasure is
      * counted as needing attention.
      ******************************************************************
       5000-WRITE-CERTIFICATES.
           OPEN OUTPUT ERASURE-CERTIFICATE
           IF NOT WS-EC-STATUS-OK
               STRING "ERASURE-CERTIFICATE OPEN FAILED: "
                   WS-ERASURE-CERTIFICATE-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE WS-RUN-DATE TO CH-RUN-DATE
           MOVE WS-RUN-TIME TO CH-RUN-TIME
           MOVE WS-REQUEST-COUNT TO CH-REQUEST-COUNT
           PERFORM VARYING WS-RQ-SUB FROM 1 BY 1
                   UNTIL WS-RQ-SUB > WS-REQUEST-COUNT
               PERFORM 5100-WRITE-ONE-CERTIFICATE
           END-PERFORM
           PERFORM 5900-WRITE-RUN-TOTALS
           CLOSE ERASURE-CERTIFICATE.

       5100-WRITE-ONE-CERTIFICATE.
           MOVE WS-CERT-RULE-LINE TO ERASURE-CERTIFICATE-LINE
           PERFORM 5950-WRITE-CERTIFICATE-LINE
           MOVE WS-RQ-SUB TO CH-REQUEST-NUMBER
           MOVE WS-CERT-TITLE-LINE TO ERASURE-CERTIFICATE-LINE
           PERFORM 5950-WRITE-CERTIFICATE-LINE
           MOVE "REQUEST REFERENCE   :" TO CT-LABEL
           MOVE WS-RQ-REFERENCE(WS-RQ-SUB) TO CT-VALUE
           PERFORM 5960-WRITE-LABEL-LINE
           MOVE "REQUESTED BY        :" TO CT-LABEL
           MOVE WS-RQ-REQUESTED-BY(WS-RQ-SUB) TO CT-VALUE
           PERFORM 5960-WRITE-LABEL-LINE
           MOVE "CUSTOMER ID         :" TO CT-LABEL
           MOVE WS-RQ-CUSTOMER-ID(WS-RQ-SUB) TO CT-VALUE
           PERFORM 5960-WRITE-LABEL-LINE
           MOVE "OUTCOME             :" TO CT-LABEL
           MOVE SPACES TO CT-VALUE
           EVALUATE TRUE
               WHEN WS-RQ-NO-CUSTOMER-ID(WS-RQ-SUB)
                   MOVE "REJECTED - NO CUSTOMER ID ON THE REQUEST"
                       TO CT-VALUE
                   ADD 1 TO WS-ATTENTION-COUNT
               WHEN WS-RQ-DUPLICATE(WS-RQ-SUB)
                   MOVE WS-RQ-DUPLICATE-OF(WS-RQ-SUB) TO WS-ERASE-HIT
                   STRING "SAME CUSTOMER AS REQUEST "
                       WS-RQ-REFERENCE(WS-ERASE-HIT)
                       DELIMITED BY SIZE INTO CT-VALUE
               WHEN WS-RQ-CHAIN-BROKEN(WS-RQ-SUB)
                   MOVE "MERGE CHAIN BROKEN - REQUESTED ID ONLY ERASED"
                       TO CT-VALUE
                   ADD 1 TO WS-ATTENTION-COUNT
               WHEN NOT WS-RQ-ON-MASTER(WS-RQ-SUB)
                   MOVE "NO MASTER RECORD FOUND - CHECK THE ID"
                       TO CT-VALUE
                   ADD 1 TO WS-ATTENTION-COUNT
               WHEN WS-RQ-TOTAL-COUNT(WS-RQ-SUB) = ZERO
                   MOVE "ALREADY ERASED - NOTHING LEFT TO CHANGE"
                       TO CT-VALUE
               WHEN OTHER
                   MOVE "ERASED" TO CT-VALUE
           END-EVALUATE
           PERFORM 5960-WRITE-LABEL-LINE
           IF WS-RQ-TO-ERASE(WS-RQ-SUB)
                   OR WS-RQ-CHAIN-BROKEN(WS-RQ-SUB)
               PERFORM VARYING WS-EI-SUB FROM 1 BY 1
                       UNTIL WS-EI-SUB > WS-ERASE-ID-COUNT
                   IF WS-EI-REQUEST-SUB(WS-EI-SUB) = WS-RQ-SUB
                       PERFORM 5200-WRITE-ERASED-ID-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO ERASURE-CERTIFICATE-LINE
               PERFORM 5950-WRITE-CERTIFICATE-LINE
               MOVE WS-CERT-COLUMN-LINE TO ERASURE-CERTIFICATE-LINE
               PERFORM 5950-WRITE-CERTIFICATE-LINE
               PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > 17
                   MOVE WS-RQ-FILE-COUNT(WS-RQ-SUB, WS-FILE-SUB)
                       TO CF-RECORD-COUNT
                   PERFORM 5300-WRITE-FILE-LINE
               END-PERFORM
               MOVE WS-RQ-TOTAL-COUNT(WS-RQ-SUB) TO CC-TOTAL-COUNT
               MOVE WS-CERT-TOTAL-LINE TO ERASURE-CERTIFICATE-LINE
               PERFORM 5950-WRITE-CERTIFICATE-LINE
           END-IF
           MOVE SPACES TO ERASURE-CERTIFICATE-LINE
           PERFORM 5950-WRITE-CERTIFICATE-LINE
           MOVE WS-CERT-SIGNOFF-LINE TO ERASURE-CERTIFICATE-LINE
           PERFORM 5950-WRITE-CERTIFICATE-LINE
           MOVE SPACES TO ERASURE-CERTIFICATE-LINE
           PERFORM 5950-WRITE-CERTIFICATE-LINE.

       5200-WRITE-ERASED-ID-LINE.
           MOVE WS-EI-CUSTOMER-ID(WS-EI-SUB) TO CI-CUSTOMER-ID
           EVALUATE TRUE
               WHEN WS-EI-SURVIVOR(WS-EI-SUB)
                   MOVE "LIVE CUSTOMER RECORD" TO CI-ROLE
               WHEN WS-EI-MERGED(WS-EI-SUB)
                   MOVE "MERGED INTO THE LIVE RECORD BY CUSTCONS"
                       TO CI-ROLE
               WHEN OTHER
                   MOVE "REQUESTED ID ONLY" TO CI-ROLE
           END-EVALUATE
           MOVE WS-CERT-ID-LINE TO ERASURE-CERTIFICATE-LINE
           PERFORM 5950-WRITE-CERTIFICATE-LINE.

       5300-WRITE-FILE-LINE.
           MOVE WS-FL-FILE-NAME(WS-FILE-SUB) TO CF-FILE-NAME
           MOVE WS-FL-ACTION(WS-FILE-SUB) TO CF-ACTION
           IF WS-FL-ON-HAND(WS-FILE-SUB)
               MOVE SPACES TO CF-NOTE
           ELSE
               MOVE "FILE NOT ON HAND" TO CF-NOTE
           END-IF
           MOVE WS-CERT-FILE-LINE TO ERASURE-CERTIFICATE-LINE
           PERFORM 5950-WRITE-CERTIFICATE-LINE.

       5900-WRITE-RUN-TOTALS.
           MOVE WS-CERT-RULE-LINE TO ERASURE-CERTIFICATE-LINE
           PERFORM 5950-WRITE-CERTIFICATE-LINE
           MOVE "RUN TOTALS - ALL REQUESTS" TO ERASURE-CERTIFICATE-LINE
           PERFORM 5950-WRITE-CERTIFICATE-LINE
           MOVE WS-CERT-COLUMN-LINE TO ERASURE-CERTIFICATE-LINE
           PERFORM 5950-WRITE-CERTIFICATE-LINE
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 17
               MOVE WS-FL-ERASED-COUNT(WS-FILE-SUB) TO CF-RECORD-COUNT
               PERFORM 5300-WRITE-FILE-LINE
           END-PERFORM
           MOVE WS-TOTAL-ERASED-COUNT TO CC-TOTAL-COUNT
           MOVE WS-CERT-TOTAL-LINE TO ERASURE-CERTIFICATE-LINE
           PERFORM 5950-WRITE-CERTIFICATE-LINE.

       5950-WRITE-CERTIFICATE-LINE.
           WRITE ERASURE-CERTIFICATE-LINE
           IF NOT WS-EC-STATUS-OK
               STRING "ERASURE-CERTIFICATE WRITE FAILED: "
                   WS-ERASURE-CERTIFICATE-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       5960-WRITE-LABEL-LINE.
           MOVE WS-CERT-LABEL-LINE TO ERASURE-CERTIFICATE-LINE
           PERFORM 5950-WRITE-CERTIFICATE-LINE.

      ******************************************************************
      * 7000-START-FILE-PASS names the file for the certificate and
      * clears the pass counters, and sets the action the certificate
      * reports for it: file 1 (CUSTMAST) is anonymized in place; files
      * 2-6 (CUSTSUSP, CUSTMPND, CUSTNMEX, CUSTRFD, CUSTRFDH) lose the
      * erased customers' records outright; files 7-17, the logs,
      * journal and exception listings, are anonymized.
      ******************************************************************
       7000-START-FILE-PASS.
           EVALUATE WS-FILE-SUB
               WHEN 1  MOVE "CUSTMAST" TO WS-FL-FILE-NAME(WS-FILE-SUB)
               WHEN 2  MOVE "CUSTSUSP" TO WS-FL-FILE-NAME(WS-FILE-SUB)
               WHEN 3  MOVE "CUSTMPND" TO WS-FL-FILE-NAME(WS-FILE-SUB)
               WHEN 4  MOVE "CUSTNMEX" TO WS-FL-FILE-NAME(WS-FILE-SUB)
               WHEN 5  MOVE "CUSTRFD " TO WS-FL-FILE-NAME(WS-FILE-SUB)
               WHEN 6  MOVE "CUSTRFDH" TO WS-FL-FILE-NAME(WS-FILE-SUB)
               WHEN 7  MOVE "CUSTNMLG" TO WS-FL-FILE-NAME(WS-FILE-SUB)
               WHEN 8  MOVE "CUSTNMLA" TO WS-FL-FILE-NAME(WS-FILE-SUB)
               WHEN 9  MOVE "CUSTNMLH" TO WS-FL-FILE-NAME(WS-FILE-SUB)
               WHEN 10 MOVE "CUSTCNLG" TO WS-FL-FILE-NAME(WS-FILE-SUB)
               WHEN 11 MOVE "CUSTJRNL" TO WS-FL-FILE-NAME(WS-FILE-SUB)
               WHEN 12 MOVE "CUSTEXC " TO WS-FL-FILE-NAME(WS-FILE-SUB)
               WHEN 13 MOVE "CUSTMNTX" TO WS-FL-FILE-NAME(WS-FILE-SUB)
               WHEN 14 MOVE "CUSTCERR" TO WS-FL-FILE-NAME(WS-FILE-SUB)
               WHEN 15 MOVE "CUSTMRGX" TO WS-FL-FILE-NAME(WS-FILE-SUB)
               WHEN 16 MOVE "CUSTCNSX" TO WS-FL-FILE-NAME(WS-FILE-SUB)
               WHEN 17 MOVE "CUSTRTMX" TO WS-FL-FILE-NAME(WS-FILE-SUB)
           END-EVALUATE
           IF WS-FILE-SUB > 1 AND WS-FILE-SUB < 7
               MOVE "REMOVED" TO WS-FL-ACTION(WS-FILE-SUB)
           ELSE
               MOVE "ANONYMIZED" TO WS-FL-ACTION(WS-FILE-SUB)
           END-IF
           MOVE "N" TO WS-FL-ON-HAND-SWITCH(WS-FILE-SUB)
           MOVE ZERO TO WS-FL-ERASED-COUNT(WS-FILE-SUB)
           MOVE ZERO TO WS-PASS-ERASED-COUNT
           MOVE "N" TO WS-EOF-SWITCH.

       7100-OPEN-HOLD-FOR-OUTPUT.
           OPEN OUTPUT ERASURE-HOLD
           IF NOT WS-EH-STATUS-OK
               STRING "ERASURE-HOLD OPEN FAILED: "
                   WS-ERASURE-HOLD-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       7200-WRITE-HOLD-RECORD.
           WRITE ERASURE-HOLD-RECORD
           IF NOT WS-EH-STATUS-OK
               STRING "ERASURE-HOLD WRITE FAILED: "
                   WS-ERASURE-HOLD-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       7300-OPEN-HOLD-FOR-INPUT.
           OPEN INPUT ERASURE-HOLD
           IF NOT WS-EH-STATUS-OK
               STRING "ERASURE-HOLD OPEN FAILED: "
                   WS-ERASURE-HOLD-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

      ******************************************************************
      * 8000-FIND-ERASE-ID looks WS-LOOKUP-ID up in the erase set and
      * returns in WS-ERASE-HIT the request it is erased for, zero when
      * the id is not being erased.
      ******************************************************************
       8000-FIND-ERASE-ID.
           MOVE ZERO TO WS-ERASE-HIT
           PERFORM VARYING WS-EI-SUB FROM 1 BY 1
                   UNTIL WS-EI-SUB > WS-ERASE-ID-COUNT
                   OR WS-ERASE-HIT > ZERO
               IF WS-EI-CUSTOMER-ID(WS-EI-SUB) = WS-LOOKUP-ID
                   MOVE WS-EI-REQUEST-SUB(WS-EI-SUB) TO WS-ERASE-HIT
               END-IF
           END-PERFORM.

       8100-COUNT-ERASED-RECORD.
           ADD 1 TO WS-RQ-FILE-COUNT(WS-ERASE-HIT, WS-FILE-SUB)
           ADD 1 TO WS-RQ-TOTAL-COUNT(WS-ERASE-HIT)
           ADD 1 TO WS-FL-ERASED-COUNT(WS-FILE-SUB)
           ADD 1 TO WS-PASS-ERASED-COUNT
           ADD 1 TO WS-TOTAL-ERASED-COUNT.

      ******************************************************************
      * 8200-ANONYMIZE-WORK-RECORD anonymizes the CUSTREC image in
      * WS-WORK-RECORD and sets WS-RECORD-CHANGED if that changed
      * anything - the caller clears the switch first, so one record
      * with two images (a journal entry) is changed if either was.
      ******************************************************************
       8200-ANONYMIZE-WORK-RECORD.
           IF IW-CUSTOMER-NAME NOT = WS-ERASED-TEXT
                   OR IW-CUSTOMER-NAME-LENGTH NOT = 6
                   OR IW-ADDRESS-LINE-1 NOT = WS-ERASED-TEXT
                   OR IW-ADDRESS-LINE-2 NOT = SPACES
                   OR IW-ZIP-CODE(6:5) NOT = SPACES
               SET WS-RECORD-CHANGED TO TRUE
               MOVE WS-ERASED-TEXT TO IW-CUSTOMER-NAME
               MOVE 6 TO IW-CUSTOMER-NAME-LENGTH
               MOVE WS-ERASED-TEXT TO IW-ADDRESS-LINE-1
               MOVE SPACES TO IW-ADDRESS-LINE-2
               MOVE SPACES TO IW-ZIP-CODE(6:5)
           END-IF.

       8300-ERASE-NAME-LOG-WORK.
           MOVE CL-CUSTOMER-ID TO WS-LOOKUP-ID
           PERFORM 8000-FIND-ERASE-ID
           IF WS-ERASE-HIT > ZERO
               IF CL-NAME-BEFORE NOT = WS-ERASED-TEXT
                       OR CL-NAME-AFTER NOT = WS-ERASED-TEXT
                   MOVE WS-ERASED-TEXT TO CL-NAME-BEFORE
                   MOVE WS-ERASED-TEXT TO CL-NAME-AFTER
                   PERFORM 8100-COUNT-ERASED-RECORD
               END-IF
           END-IF.

       8350-ERASE-NAME-ARCHIVE-WORK.
           MOVE AL-CUSTOMER-ID TO WS-LOOKUP-ID
           PERFORM 8000-FIND-ERASE-ID
           IF WS-ERASE-HIT > ZERO
               IF AL-NAME-BEFORE NOT = WS-ERASED-TEXT
                       OR AL-NAME-AFTER NOT = WS-ERASED-TEXT
                   MOVE WS-ERASED-TEXT TO AL-NAME-BEFORE
                   MOVE WS-ERASED-TEXT TO AL-NAME-AFTER
                   PERFORM 8100-COUNT-ERASED-RECORD
               END-IF
           END-IF.

       8400-ERASE-EXCEPTION-WORK.
           MOVE CE-CUSTOMER-ID TO WS-LOOKUP-ID
           PERFORM 8000-FIND-ERASE-ID
           IF WS-ERASE-HIT > ZERO
               MOVE WS-EXCEPTION-WORK(1:154) TO WS-WORK-RECORD
               MOVE "N" TO WS-RECORD-CHANGED-SWITCH
               PERFORM 8200-ANONYMIZE-WORK-RECORD
               IF WS-RECORD-CHANGED
                   MOVE WS-WORK-RECORD TO WS-EXCEPTION-WORK(1:154)
                   PERFORM 8100-COUNT-ERASED-RECORD
               END-IF
           END-IF.

       8500-ERASE-RESUBMIT-WORK.
           SET WS-RECORD-KEPT TO TRUE
           MOVE IW-CUSTOMER-ID TO WS-LOOKUP-ID
           PERFORM 8000-FIND-ERASE-ID
           IF WS-ERASE-HIT > ZERO
               MOVE "N" TO WS-RECORD-KEPT-SWITCH
               PERFORM 8100-COUNT-ERASED-RECORD
           END-IF.

       8600-ERASE-CONSOLIDATION-WORK.
           MOVE CG-CUSTOMER-ID TO WS-LOOKUP-ID
           PERFORM 8000-FIND-ERASE-ID
           IF WS-ERASE-HIT > ZERO
               MOVE WS-CONSOLIDATION-WORK(1:154) TO WS-WORK-RECORD
               MOVE "N" TO WS-RECORD-CHANGED-SWITCH
               PERFORM 8200-ANONYMIZE-WORK-RECORD
               IF WS-RECORD-CHANGED
                   MOVE WS-WORK-RECORD TO WS-CONSOLIDATION-WORK(1:154)
                   PERFORM 8100-COUNT-ERASED-RECORD
               END-IF
           END-IF.

      ******************************************************************
      * 8700-ERASE-JOURNAL-WORK anonymizes both images of an entry for
      * an erased customer. An add's before-image and a delete's after-
      * image are spaces and are left as spaces.
      ******************************************************************
       8700-ERASE-JOURNAL-WORK.
           MOVE JR-CUSTOMER-ID TO WS-LOOKUP-ID
           PERFORM 8000-FIND-ERASE-ID
           IF WS-ERASE-HIT > ZERO
               MOVE "N" TO WS-RECORD-CHANGED-SWITCH
               IF JR-BEFORE-IMAGE NOT = SPACES
                   MOVE JR-BEFORE-IMAGE TO WS-WORK-RECORD
                   PERFORM 8200-ANONYMIZE-WORK-RECORD
                   MOVE WS-WORK-RECORD TO JR-BEFORE-IMAGE
               END-IF
               IF JR-AFTER-IMAGE NOT = SPACES
                   MOVE JR-AFTER-IMAGE TO WS-WORK-RECORD
                   PERFORM 8200-ANONYMIZE-WORK-RECORD
                   MOVE WS-WORK-RECORD TO JR-AFTER-IMAGE
               END-IF
               IF WS-RECORD-CHANGED
                   PERFORM 8100-COUNT-ERASED-RECORD
               END-IF
           END-IF.

       9000-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           IF NOT WS-RL-STATUS-OK
               DISPLAY "RUN-LOG OPEN FAILED: " WS-RUN-LOG-STATUS
           ELSE
               MOVE "CUSTERAS" TO LG-PROGRAM-ID
               MOVE WS-RUN-TIMESTAMP TO LG-START-TIMESTAMP
               MOVE FUNCTION CURRENT-DATE(1:14) TO LG-END-TIMESTAMP
               MOVE WS-REQUEST-COUNT TO LG-RECORDS-READ
               MOVE WS-TOTAL-ERASED-COUNT TO LG-RECORDS-WRITTEN
               MOVE RETURN-CODE TO LG-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF NOT WS-RL-STATUS-OK
                   DISPLAY "RUN-LOG WRITE FAILED: " WS-RUN-LOG-STATUS
               END-IF
               CLOSE RUN-LOG
           END-IF.

      ******************************************************************
      * 9900-FATAL-FILE-ERROR - genuine I/O failures only. The lock is
      * left held, as every updater leaves it, so nothing else touches
      * the files until someone has looked; once it is cleared through
      * CUSTLKOP a rerun of the same requests finishes the job.
      ******************************************************************
       9900-FATAL-FILE-ERROR.
           DISPLAY "FATAL FILE ERROR: " WS-FATAL-ERROR-MESSAGE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
