       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTBOUT.
       AUTHOR. DATA-QUALITY-TEAM.

      ******************************************************************
      * CUSTBOUT - back out one named update run against CUSTOMER-
      * MASTER from the before/after-image journal (CUSTJRNL).
      * A bad CUSTMTXN file through CUSTMNT, a wrong CUSTMDCN decision
      * set through CUSTCONS, a bad CUSTRFD batch through CUSTRMRG or a
      * CUSTVAL run that normalized what it should not have used to
      * mean restoring CUSTMAST from backup and rerunning everything
      * after it. Every master updater now journals each record it
      * adds, changes or retires, tagged with its program name and run
      * timestamp, and this program reverses exactly one such run:
      *
      *     CUSTBOUT CUSTMNT 20261014213000
      *
      *   - a record the run ADDED is deleted again;
      *   - a record the run CHANGED is restored to its before-image;
      *   - a record the run RETIRED is restored to its before-image,
      *     which reactivates it. A CUSTCONS retirement also gets a
      *     reinstating CUSTXREF record (the loser pointing at itself),
      *     so transactions stop being redirected to the old survivor.
      *
      * Where the run touched a customer more than once (an add and a
      * change in the same CUSTMTXN file) the FIRST before-image is
      * what comes back. Restored records are stamped with this run's
      * timestamp, not the one in the image, so CUSTVAL's delta mode
      * re-validates them the next night.
      *
      * A record is REFUSED - left exactly as it is - when any later
      * journaled run has touched it since, or when the master no
      * longer matches what the run wrote (someone changed it outside
      * the journal). Putting back a before-image over a later change
      * would silently throw that change away; the refusals are listed
      * on the back-out report (CUSTBOTR) for the branch to re-key by
      * hand, and the run ends with RETURN-CODE 4.
      *
      * The reversals are themselves journaled under CUSTBOUT, so a
      * back-out can be backed out, and a second back-out of the same
      * run refuses every record the first one already put back. The
      * master is what is reversed - suspense, resubmit and log files
      * belong to their own workflows - with one exception: a CUSTCONS
      * loser whose open suspense entry was moved onto the survivor
      * (the consolidation log CUSTCNLG says which) gets that entry
      * back, or the reactivated loser would have its correction work
      * sitting under somebody else's id. A loser whose work cannot be
      * given back safely - a resubmit already queued under the
      * survivor, or a new suspense entry of its own since - is
      * refused for the branch to settle by hand. This program
      * rewrites the master, so it takes the CUSTMLCK run lock like
      * every updater.
      *
      * A CUSTERAS run is never backed out: its before-images are
      * anonymized like everything else it touches, so there is nothing
      * to put back, and an erasure is not to be undone anyway. The
      * erasure's own journal entry also means a back-out of any
      * earlier run refuses an erased customer as touched since.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UPDATE-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDATE-JOURNAL-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT CROSS-REFERENCE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CROSS-REFERENCE-STATUS.

           SELECT BACKOUT-REPORT ASSIGN TO "CUSTBOTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "CUSTRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT CUSTOMER-SUSPENSE ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-SUSPENSE-STATUS.

           SELECT CONSOLIDATION-LOG ASSIGN TO "CUSTCNLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSOLIDATION-LOG-STATUS.

           SELECT CUSTOMER-RESUBMIT ASSIGN TO "CUSTRFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-RESUBMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UPDATE-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  UPDATE-JOURNAL-RECORD.
           COPY CUSTJRNL.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-RECORD.
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==CM-==.

       FD  CROSS-REFERENCE
           LABEL RECORDS ARE STANDARD.
       01  CROSS-REFERENCE-RECORD.
           COPY CUSTXREF.

       FD  BACKOUT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  BACKOUT-REPORT-LINE             PIC X(132).

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-RECORD.
           COPY CUSTRLG.

       FD  CUSTOMER-SUSPENSE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-SUSPENSE-RECORD.
           COPY CUSTSUSP.

       FD  CONSOLIDATION-LOG
           LABEL RECORDS ARE STANDARD.
       01  CONSOLIDATION-LOG-RECORD.
           COPY CUSTCNLG.

       FD  CUSTOMER-RESUBMIT
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-RESUBMIT-RECORD.
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==RS-==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-UPDATE-JOURNAL-STATUS    PIC X(2).
               88  WS-UJ-STATUS-OK         VALUE "00".
               88  WS-UJ-STATUS-EOF        VALUE "10".
           05  WS-CUSTOMER-MASTER-STATUS   PIC X(2).
               88  WS-CM-STATUS-OK         VALUE "00".
           05  WS-CROSS-REFERENCE-STATUS   PIC X(2).
               88  WS-XR-STATUS-OK         VALUE "00".
           05  WS-BACKOUT-REPORT-STATUS    PIC X(2).
               88  WS-BR-STATUS-OK         VALUE "00".
           05  WS-RUN-LOG-STATUS           PIC X(2).
               88  WS-RL-STATUS-OK         VALUE "00".
           05  WS-CUSTOMER-SUSPENSE-STATUS PIC X(2).
               88  WS-CS-STATUS-OK         VALUE "00".
           05  WS-CONSOLIDATION-LOG-STATUS PIC X(2).
               88  WS-CG-STATUS-OK         VALUE "00".
           05  WS-CUSTOMER-RESUBMIT-STATUS PIC X(2).
               88  WS-RS-STATUS-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE "N".
               88  WS-END-OF-FILE          VALUE "Y".
           05  WS-ON-MASTER-SWITCH         PIC X(1).
               88  WS-ON-MASTER            VALUE "Y".
           05  WS-SUSPENSE-SWITCH          PIC X(1) VALUE "N".
               88  WS-SUSPENSE-ON-HAND     VALUE "Y".
           05  WS-SUSPENSE-BLOCK-SWITCH    PIC X(1).
               88  WS-SUSPENSE-BLOCKED     VALUE "Y".
           05  WS-MOVE-BACK-SWITCH         PIC X(1).
               88  WS-MOVE-BACK-SUSPENSE   VALUE "Y".

       01  WS-FATAL-ERROR-MESSAGE          PIC X(50).

      ******************************************************************
      * The run to back out comes from the command line as program
      * name and run timestamp, exactly as the journal (and the run
      * log CUSTOPSM prints) carries them.
      ******************************************************************
       01  WS-COMMAND-LINE                 PIC X(40) VALUE SPACES.
       01  WS-TARGET-PROGRAM               PIC X(8) VALUE SPACES.
       01  WS-TARGET-TIMESTAMP-X           PIC X(14) VALUE SPACES.
       01  WS-TARGET-TIMESTAMP REDEFINES WS-TARGET-TIMESTAMP-X
                                           PIC 9(14).

       01  WS-RUN-TIMESTAMP                PIC 9(14).

       01  WS-COUNTERS.
           05  WS-JOURNAL-READ-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-RUN-ENTRY-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-REVERSED-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-REFUSED-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-SUSPENSE-RETURNED-COUNT  PIC 9(6) VALUE ZERO.

      ******************************************************************
      * WS-BACKOUT-TABLE holds one entry per customer the named run
      * touched: the first action and before-image (what to put back),
      * the last after-image (what the master should still hold), the
      * first later run found touching the same customer, and the
      * outcome 2000 reaches. 5000 customers is well past any one
      * night's CUSTVAL rewrites; a run bigger than that stops the
      * back-out before anything is touched rather than reversing
      * part of it. For a CUSTCONS run each loser also carries its
      * survivor and the two CUSTCNLG switches, and whether a resubmit
      * is queued on CUSTRFD under that survivor right now.
      ******************************************************************
       01  WS-BACKOUT-TABLE.
           05  WS-BACKOUT-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-BACKOUT-ENTRY OCCURS 5000 TIMES.
               10  WS-BO-CUSTOMER-ID       PIC X(10).
               10  WS-BO-FIRST-ACTION      PIC X(1).
                   88  WS-BO-FIRST-ADD     VALUE "A".
                   88  WS-BO-FIRST-RETIRE  VALUE "R".
                   88  WS-BO-FIRST-DELETE  VALUE "D".
               10  WS-BO-BEFORE-IMAGE      PIC X(154).
               10  WS-BO-AFTER-IMAGE       PIC X(154).
               10  WS-BO-LATER-PROGRAM     PIC X(8).
               10  WS-BO-LATER-TIMESTAMP   PIC 9(14).
               10  WS-BO-OUTCOME           PIC X(1).
                   88  WS-BO-REVERSED      VALUE "Y".
                   88  WS-BO-REFUSED       VALUE "N".
               10  WS-BO-OUTCOME-TEXT      PIC X(50).
               10  WS-BO-SURVIVOR-ID       PIC X(10).
               10  WS-BO-SUSPENSE-SWITCH   PIC X(1).
                   88  WS-BO-SUSPENSE-MOVED VALUE "Y".
               10  WS-BO-REPOINT-SWITCH    PIC X(1).
                   88  WS-BO-RESUBMITS-REPOINTED VALUE "Y".
               10  WS-BO-QUEUED-SWITCH     PIC X(1).
                   88  WS-BO-RESUBMIT-QUEUED VALUE "Y".
       01  WS-BACKOUT-SUB                  PIC 9(5).
       01  WS-BACKOUT-HIT                  PIC 9(5).
       01  WS-FIND-CUSTOMER-ID             PIC X(10).

      ******************************************************************
      * WS-MOVED-SUSPENSE-RECORD holds the loser's suspense entry, read
      * under the survivor's id, while 2150 checks the loser's own key
      * is still free to put it back under.
      ******************************************************************
       01  WS-MOVED-SUSPENSE-RECORD        PIC X(267).

      ******************************************************************
      * WS-RESTORE-RECORD is a CUSTREC-layout view of the image being
      * put back, so the maintenance stamp can be set on it before it
      * is written.
      ******************************************************************
       01  WS-RESTORE-RECORD.
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==RR-==.

       01  WS-JOURNAL-BEFORE-IMAGE         PIC X(154).

      ******************************************************************
      * WS-LOCK-REQUEST is the CUSTMLCK parameter area: this program
      * rewrites CUSTOMER-MASTER, so it takes the shared run lock the
      * same way CUSTVAL does - acquired before any update OPEN,
      * released only at clean end, left held by the fatal path for
      * CUSTLKOP to clear.
      ******************************************************************
       01  WS-LOCK-REQUEST.
           COPY CUSTLOKR.

       01  WS-REPORT-HEADING-LINE.
           05  FILLER                      PIC X(30) VALUE
               "UPDATE RUN BACK-OUT  PROGRAM ".
           05  RH-TARGET-PROGRAM           PIC X(8).
           05  FILLER                      PIC X(6) VALUE "  RUN ".
           05  RH-TARGET-TIMESTAMP         PIC 9(14).
           05  FILLER                      PIC X(13) VALUE
               "  BACKED OUT ".
           05  RH-RUN-TIMESTAMP            PIC 9(14).

       01  WS-SECTION-LINE.
           05  SL-SECTION-NAME             PIC X(60).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(50) VALUE
               "CUSTOMER ID  RUN ACTION  RESULT".

       01  WS-DETAIL-LINE.
           05  DL-CUSTOMER-ID              PIC X(10).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  DL-RUN-ACTION               PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-OUTCOME-TEXT             PIC X(50).

       01  WS-TOTALS-LINE.
           05  TL-LABEL                    PIC X(25).
           05  TL-COUNT                    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM 0010-PARSE-COMMAND-LINE
           PERFORM 0005-ACQUIRE-MASTER-LOCK
           PERFORM 1000-LOAD-RUN-JOURNAL
           IF WS-BACKOUT-COUNT = ZERO
               DISPLAY "NO JOURNAL ENTRIES FOR " WS-TARGET-PROGRAM
                   " RUN " WS-TARGET-TIMESTAMP " - NOTHING BACKED OUT"
               PERFORM 9500-RELEASE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TARGET-PROGRAM = "CUSTCONS"
               PERFORM 1300-LOAD-CONSOLIDATION-LOG
               PERFORM 1400-LOAD-RESUBMIT-QUEUE
           END-IF
           PERFORM 0040-OPEN-FILES
           PERFORM VARYING WS-BACKOUT-SUB FROM 1 BY 1
                   UNTIL WS-BACKOUT-SUB > WS-BACKOUT-COUNT
               PERFORM 2000-REVERSE-ONE-CUSTOMER
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           CLOSE UPDATE-JOURNAL
           CLOSE CROSS-REFERENCE
           IF WS-SUSPENSE-ON-HAND
               CLOSE CUSTOMER-SUSPENSE
           END-IF
           PERFORM 3000-PRINT-BACKOUT-REPORT
           CLOSE BACKOUT-REPORT
           PERFORM 9500-RELEASE-MASTER-LOCK
           DISPLAY "Journal entries for run  : " WS-RUN-ENTRY-COUNT
           DISPLAY "Customers reversed       : " WS-REVERSED-COUNT
           DISPLAY "Customers refused        : " WS-REFUSED-COUNT
           IF WS-TARGET-PROGRAM = "CUSTCONS"
               DISPLAY "Suspense entries returned: "
                   WS-SUSPENSE-RETURNED-COUNT
           END-IF
           IF WS-REFUSED-COUNT > ZERO
               DISPLAY "BACK-OUT REFUSALS ON FILE - SEE CUSTBOTR"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-WRITE-RUN-LOG
           STOP RUN.

      ******************************************************************
      * 0010-PARSE-COMMAND-LINE. A missing program name or a timestamp
      * that is not fourteen digits stops the run before the lock is
      * even asked for - there is nothing safe to guess at here. An
      * erasure run is refused here for the reason in the header.
      ******************************************************************
       0010-PARSE-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-TARGET-PROGRAM WS-TARGET-TIMESTAMP-X
           IF WS-TARGET-PROGRAM = SPACES
                   OR WS-TARGET-TIMESTAMP-X IS NOT NUMERIC
               DISPLAY "UNRECOGNIZED RUN: " WS-COMMAND-LINE
               DISPLAY "USE: CUSTBOUT <PROGRAM> <RUN-TIMESTAMP>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TARGET-PROGRAM = "CUSTERAS"
               DISPLAY "RUN REFUSED - AN ERASURE CANNOT BE BACKED OUT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Backing out run          : " WS-TARGET-PROGRAM
               " " WS-TARGET-TIMESTAMP.

       0005-ACQUIRE-MASTER-LOCK.
           SET LK-ACTION-ACQUIRE TO TRUE
           MOVE "CUSTBOUT" TO LK-CALLER-PROGRAM
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
           MOVE "CUSTBOUT" TO LK-CALLER-PROGRAM
           CALL "CUSTMLCK" USING WS-LOCK-REQUEST.

      ******************************************************************
      * 0040-OPEN-FILES. The journal is reopened EXTEND for this run's
      * own reversal entries now that 1000 has finished reading it; the
      * cross-reference is a standing audit file opened EXTEND the same
      * way CUSTCONS opens it. The master must be present - a back-out
      * against a missing master has nothing to put back into. Suspense
      * is only wanted for a CUSTCONS back-out, and none on hand just
      * means there is no moved entry left to return.
      ******************************************************************
       0040-OPEN-FILES.
           OPEN I-O CUSTOMER-MASTER
           IF NOT WS-CM-STATUS-OK
               STRING "CUSTOMER-MASTER OPEN FAILED: "
                   WS-CUSTOMER-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN EXTEND UPDATE-JOURNAL
           IF NOT WS-UJ-STATUS-OK
               STRING "UPDATE-JOURNAL OPEN FAILED: "
                   WS-UPDATE-JOURNAL-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN EXTEND CROSS-REFERENCE
           IF WS-CROSS-REFERENCE-STATUS = "35"
               OPEN OUTPUT CROSS-REFERENCE
           END-IF
           IF NOT WS-XR-STATUS-OK
               STRING "CROSS-REFERENCE OPEN FAILED: "
                   WS-CROSS-REFERENCE-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT BACKOUT-REPORT
           IF NOT WS-BR-STATUS-OK
               STRING "BACKOUT-REPORT OPEN FAILED: "
                   WS-BACKOUT-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           IF WS-TARGET-PROGRAM = "CUSTCONS"
               OPEN I-O CUSTOMER-SUSPENSE
               IF WS-CUSTOMER-SUSPENSE-STATUS NOT = "35"
                   IF NOT WS-CS-STATUS-OK
                       STRING "CUSTOMER-SUSPENSE OPEN FAILED: "
                           WS-CUSTOMER-SUSPENSE-STATUS
                           DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                       PERFORM 9900-FATAL-FILE-ERROR
                   END-IF
                   SET WS-SUSPENSE-ON-HAND TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 1000-LOAD-RUN-JOURNAL reads the whole journal once. Updaters
      * run one at a time under the run lock, so the file is in run
      * order: every entry of the named run goes into the table, and
      * every entry of any OTHER run read after the named run's first
      * entry is a later run - if it names a customer already in the
      * table, that customer has been touched since and is marked for
      * refusal. Entries before the named run cannot match anything,
      * the table being empty until the run's first entry arrives.
      * No journal at all is the same as a run that is not on it.
      ******************************************************************
       1000-LOAD-RUN-JOURNAL.
           OPEN INPUT UPDATE-JOURNAL
           IF WS-UPDATE-JOURNAL-STATUS = "35"
               DISPLAY "No update journal on hand"
           ELSE
               IF NOT WS-UJ-STATUS-OK
                   STRING "UPDATE-JOURNAL OPEN FAILED: "
                       WS-UPDATE-JOURNAL-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ UPDATE-JOURNAL
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOURNAL-READ-COUNT
                           IF JR-PROGRAM-ID = WS-TARGET-PROGRAM
                                   AND JR-RUN-TIMESTAMP =
                                       WS-TARGET-TIMESTAMP
                               ADD 1 TO WS-RUN-ENTRY-COUNT
                               PERFORM 1100-NOTE-RUN-ENTRY
                           ELSE
                               IF WS-BACKOUT-COUNT > ZERO
                                   PERFORM 1200-NOTE-LATER-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UPDATE-JOURNAL
           END-IF.

      ******************************************************************
      * 1100-NOTE-RUN-ENTRY. The first entry for a customer fixes the
      * action and before-image to reverse; every entry updates the
      * after-image the master is expected to hold now.
      ******************************************************************
       1100-NOTE-RUN-ENTRY.
           PERFORM 1150-FIND-BACKOUT-ENTRY
           IF WS-BACKOUT-HIT = ZERO
               IF WS-BACKOUT-COUNT = 5000
                   MOVE "BACK-OUT TABLE OVERFLOWS 5000 CUSTOMERS"
                       TO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               ADD 1 TO WS-BACKOUT-COUNT
               MOVE WS-BACKOUT-COUNT TO WS-BACKOUT-HIT
               MOVE JR-CUSTOMER-ID TO WS-BO-CUSTOMER-ID(WS-BACKOUT-HIT)
               MOVE JR-ACTION-CODE TO WS-BO-FIRST-ACTION(WS-BACKOUT-HIT)
               MOVE JR-BEFORE-IMAGE
                   TO WS-BO-BEFORE-IMAGE(WS-BACKOUT-HIT)
               MOVE SPACES TO WS-BO-LATER-PROGRAM(WS-BACKOUT-HIT)
               MOVE ZERO TO WS-BO-LATER-TIMESTAMP(WS-BACKOUT-HIT)
               MOVE SPACES TO WS-BO-OUTCOME(WS-BACKOUT-HIT)
               MOVE SPACES TO WS-BO-OUTCOME-TEXT(WS-BACKOUT-HIT)
               MOVE SPACES TO WS-BO-SURVIVOR-ID(WS-BACKOUT-HIT)
               MOVE "N" TO WS-BO-SUSPENSE-SWITCH(WS-BACKOUT-HIT)
               MOVE "N" TO WS-BO-REPOINT-SWITCH(WS-BACKOUT-HIT)
               MOVE "N" TO WS-BO-QUEUED-SWITCH(WS-BACKOUT-HIT)
           END-IF
           MOVE JR-AFTER-IMAGE TO WS-BO-AFTER-IMAGE(WS-BACKOUT-HIT).

       1150-FIND-BACKOUT-ENTRY.
           MOVE JR-CUSTOMER-ID TO WS-FIND-CUSTOMER-ID
           PERFORM 1160-FIND-BACKOUT-ID.

       1160-FIND-BACKOUT-ID.
           MOVE ZERO TO WS-BACKOUT-HIT
           PERFORM VARYING WS-BACKOUT-SUB FROM 1 BY 1
                   UNTIL WS-BACKOUT-SUB > WS-BACKOUT-COUNT
                   OR WS-BACKOUT-HIT > ZERO
               IF WS-BO-CUSTOMER-ID(WS-BACKOUT-SUB)
                       = WS-FIND-CUSTOMER-ID
                   MOVE WS-BACKOUT-SUB TO WS-BACKOUT-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
      * 1200-NOTE-LATER-ENTRY keeps the FIRST later run that touched
      * the customer - that is the run whose change a restore would
      * overwrite, and the one the branch needs to look at.
      ******************************************************************
       1200-NOTE-LATER-ENTRY.
           PERFORM 1150-FIND-BACKOUT-ENTRY
           IF WS-BACKOUT-HIT > ZERO
               IF WS-BO-LATER-PROGRAM(WS-BACKOUT-HIT) = SPACES
                   MOVE JR-PROGRAM-ID
                       TO WS-BO-LATER-PROGRAM(WS-BACKOUT-HIT)
                   MOVE JR-RUN-TIMESTAMP
                       TO WS-BO-LATER-TIMESTAMP(WS-BACKOUT-HIT)
               END-IF
           END-IF.

      ******************************************************************
      * 1300-LOAD-CONSOLIDATION-LOG picks the named run's records off
      * CUSTCNLG by run timestamp and copies each loser's survivor and
      * switches onto its table entry. No log on hand, or a record
      * written before the switches existed, leaves the switches "N":
      * nothing is known to have moved, and the loser is reversed on
      * the master alone as it always was.
      ******************************************************************
       1300-LOAD-CONSOLIDATION-LOG.
           OPEN INPUT CONSOLIDATION-LOG
           IF WS-CONSOLIDATION-LOG-STATUS = "35"
               DISPLAY "No consolidation log on hand"
           ELSE
               IF NOT WS-CG-STATUS-OK
                   STRING "CONSOLIDATION-LOG OPEN FAILED: "
                       WS-CONSOLIDATION-LOG-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ CONSOLIDATION-LOG
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF CG-CONSOLIDATE-TIMESTAMP =
                                   WS-TARGET-TIMESTAMP
                               PERFORM 1350-NOTE-CONSOLIDATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSOLIDATION-LOG
           END-IF.

       1350-NOTE-CONSOLIDATION.
           MOVE CG-CUSTOMER-ID TO WS-FIND-CUSTOMER-ID
           PERFORM 1160-FIND-BACKOUT-ID
           IF WS-BACKOUT-HIT > ZERO
               MOVE CG-SURVIVOR-ID TO WS-BO-SURVIVOR-ID(WS-BACKOUT-HIT)
               IF CG-SUSPENSE-MOVED
                   SET WS-BO-SUSPENSE-MOVED(WS-BACKOUT-HIT) TO TRUE
               END-IF
               IF CG-RESUBMITS-REPOINTED
                   SET WS-BO-RESUBMITS-REPOINTED(WS-BACKOUT-HIT)
                       TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 1400-LOAD-RESUBMIT-QUEUE marks every loser whose survivor has a
      * resubmit waiting on CUSTRFD, where the loser's suspense entry or
      * queued resubmits went to the survivor. Such a resubmit may be
      * the loser's correction, re-pointed by CUSTCONS or keyed since
      * against the moved entry; it cannot be told from the survivor's
      * own, so 2100 refuses the loser rather than guess whose it is.
      * No queue on hand is nothing waiting.
      ******************************************************************
       1400-LOAD-RESUBMIT-QUEUE.
           OPEN INPUT CUSTOMER-RESUBMIT
           IF WS-CUSTOMER-RESUBMIT-STATUS NOT = "35"
               IF NOT WS-RS-STATUS-OK
                   STRING "CUSTOMER-RESUBMIT OPEN FAILED: "
                       WS-CUSTOMER-RESUBMIT-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ CUSTOMER-RESUBMIT
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 1450-NOTE-QUEUED-RESUBMIT
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-RESUBMIT
           END-IF.

       1450-NOTE-QUEUED-RESUBMIT.
           PERFORM VARYING WS-BACKOUT-SUB FROM 1 BY 1
                   UNTIL WS-BACKOUT-SUB > WS-BACKOUT-COUNT
               IF WS-BO-SURVIVOR-ID(WS-BACKOUT-SUB) = RS-CUSTOMER-ID
                   IF WS-BO-SUSPENSE-MOVED(WS-BACKOUT-SUB)
                           OR WS-BO-RESUBMITS-REPOINTED(WS-BACKOUT-SUB)
                       SET WS-BO-RESUBMIT-QUEUED(WS-BACKOUT-SUB)
                           TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 2000-REVERSE-ONE-CUSTOMER. A later journaled run refuses the
      * customer outright; otherwise the master is read and must hold
      * exactly what the named run left there (or, for a record the
      * run removed, must still not hold it) before anything is put
      * back. A CUSTCONS loser whose work went to the survivor must
      * also be able to take it back (2100).
      ******************************************************************
       2000-REVERSE-ONE-CUSTOMER.
           IF WS-BO-LATER-PROGRAM(WS-BACKOUT-SUB) NOT = SPACES
               SET WS-BO-REFUSED(WS-BACKOUT-SUB) TO TRUE
               STRING "UPDATED SINCE BY "
                   WS-BO-LATER-PROGRAM(WS-BACKOUT-SUB) " RUN "
                   WS-BO-LATER-TIMESTAMP(WS-BACKOUT-SUB)
                   DELIMITED BY SIZE
                   INTO WS-BO-OUTCOME-TEXT(WS-BACKOUT-SUB)
           ELSE
               MOVE WS-BO-CUSTOMER-ID(WS-BACKOUT-SUB) TO CM-CUSTOMER-ID
               MOVE "N" TO WS-ON-MASTER-SWITCH
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ON-MASTER TO TRUE
               END-READ
               MOVE "N" TO WS-SUSPENSE-BLOCK-SWITCH
               MOVE "N" TO WS-MOVE-BACK-SWITCH
               IF WS-BO-FIRST-RETIRE(WS-BACKOUT-SUB)
                   PERFORM 2100-CHECK-CONSOLIDATION-WORK
               END-IF
               EVALUATE TRUE
                   WHEN WS-BO-FIRST-DELETE(WS-BACKOUT-SUB)
                       PERFORM 2300-RESTORE-REMOVED-RECORD
                   WHEN NOT WS-ON-MASTER
                       SET WS-BO-REFUSED(WS-BACKOUT-SUB) TO TRUE
                       MOVE "RECORD NO LONGER ON MASTER"
                           TO WS-BO-OUTCOME-TEXT(WS-BACKOUT-SUB)
                   WHEN CUSTOMER-RECORD NOT =
                           WS-BO-AFTER-IMAGE(WS-BACKOUT-SUB)
                       SET WS-BO-REFUSED(WS-BACKOUT-SUB) TO TRUE
                       MOVE "MASTER CHANGED OUTSIDE THE JOURNAL SINCE"
                           TO WS-BO-OUTCOME-TEXT(WS-BACKOUT-SUB)
                   WHEN WS-SUSPENSE-BLOCKED
                       SET WS-BO-REFUSED(WS-BACKOUT-SUB) TO TRUE
                   WHEN WS-BO-FIRST-ADD(WS-BACKOUT-SUB)
                       PERFORM 2200-REMOVE-ADDED-RECORD
                   WHEN OTHER
                       PERFORM 2400-RESTORE-CHANGED-RECORD
               END-EVALUATE
           END-IF
           IF WS-BO-REFUSED(WS-BACKOUT-SUB)
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               ADD 1 TO WS-REVERSED-COUNT
           END-IF.

      ******************************************************************
      * 2100-CHECK-CONSOLIDATION-WORK. A resubmit waiting under the
      * survivor refuses the loser outright (see 1400). Otherwise a
      * moved suspense entry is looked for under the survivor: gone
      * means it has been closed or cleared since and there is nothing
      * to return; an entry rejected after the named run is the
      * survivor's own, not the loser's, and is left alone. Only an
      * entry that predates the run is the one CUSTCONS moved - the
      * survivor had none of its own then, or CUSTCONS would have
      * rejected the decision - and it goes back to the loser provided
      * the loser has not been rejected into suspense again since.
      * The refusal text is set here; 2000 does the refusing.
      ******************************************************************
       2100-CHECK-CONSOLIDATION-WORK.
           IF WS-BO-RESUBMIT-QUEUED(WS-BACKOUT-SUB)
               SET WS-SUSPENSE-BLOCKED TO TRUE
               MOVE "RESUBMIT QUEUED UNDER SURVIVOR - SETTLE BY HAND"
                   TO WS-BO-OUTCOME-TEXT(WS-BACKOUT-SUB)
           ELSE
               IF WS-BO-SUSPENSE-MOVED(WS-BACKOUT-SUB)
                       AND WS-SUSPENSE-ON-HAND
                   PERFORM 2150-FIND-MOVED-SUSPENSE
               END-IF
           END-IF.

       2150-FIND-MOVED-SUSPENSE.
           MOVE WS-BO-SURVIVOR-ID(WS-BACKOUT-SUB) TO CS-CUSTOMER-ID
           READ CUSTOMER-SUSPENSE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CS-REJECT-TIMESTAMP NOT > WS-TARGET-TIMESTAMP
                       MOVE CUSTOMER-SUSPENSE-RECORD
                           TO WS-MOVED-SUSPENSE-RECORD
                       SET WS-MOVE-BACK-SUSPENSE TO TRUE
                   END-IF
           END-READ
           IF WS-MOVE-BACK-SUSPENSE
               MOVE WS-BO-CUSTOMER-ID(WS-BACKOUT-SUB) TO CS-CUSTOMER-ID
               READ CUSTOMER-SUSPENSE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-MOVE-BACK-SWITCH
                       SET WS-SUSPENSE-BLOCKED TO TRUE
                       MOVE "LOSER HAS ITS OWN SUSPENSE ENTRY AGAIN"
                           TO WS-BO-OUTCOME-TEXT(WS-BACKOUT-SUB)
               END-READ
           END-IF.

       2200-REMOVE-ADDED-RECORD.
           MOVE CUSTOMER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
           DELETE CUSTOMER-MASTER RECORD
           IF NOT WS-CM-STATUS-OK
               STRING "CUSTOMER-MASTER DELETE FAILED: "
                   WS-CUSTOMER-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           SET JR-ACTION-DELETE TO TRUE
           MOVE SPACES TO JR-AFTER-IMAGE
           PERFORM 2500-WRITE-UPDATE-JOURNAL
           SET WS-BO-REVERSED(WS-BACKOUT-SUB) TO TRUE
           MOVE "ADDED RECORD REMOVED"
               TO WS-BO-OUTCOME-TEXT(WS-BACKOUT-SUB).

      ******************************************************************
      * 2300-RESTORE-REMOVED-RECORD only arises when the run being
      * backed out was itself a back-out that removed an added record:
      * the record comes back from its before-image, provided nothing
      * has re-added the id since.
      ******************************************************************
       2300-RESTORE-REMOVED-RECORD.
           IF WS-ON-MASTER
               SET WS-BO-REFUSED(WS-BACKOUT-SUB) TO TRUE
               MOVE "ID RE-ADDED TO MASTER SINCE"
                   TO WS-BO-OUTCOME-TEXT(WS-BACKOUT-SUB)
           ELSE
               MOVE WS-BO-BEFORE-IMAGE(WS-BACKOUT-SUB)
                   TO WS-RESTORE-RECORD
               MOVE WS-RUN-TIMESTAMP TO RR-LAST-MAINT-TIMESTAMP
               MOVE WS-RESTORE-RECORD TO CUSTOMER-RECORD
               WRITE CUSTOMER-RECORD
               IF NOT WS-CM-STATUS-OK
                   STRING "CUSTOMER-MASTER WRITE FAILED: "
                       WS-CUSTOMER-MASTER-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               MOVE SPACES TO WS-JOURNAL-BEFORE-IMAGE
               SET JR-ACTION-ADD TO TRUE
               MOVE CUSTOMER-RECORD TO JR-AFTER-IMAGE
               PERFORM 2500-WRITE-UPDATE-JOURNAL
               SET WS-BO-REVERSED(WS-BACKOUT-SUB) TO TRUE
               MOVE "REMOVED RECORD RESTORED"
                   TO WS-BO-OUTCOME-TEXT(WS-BACKOUT-SUB)
           END-IF.

      ******************************************************************
      * 2400-RESTORE-CHANGED-RECORD puts the first before-image back
      * over a changed or retired record. A retired record's before-
      * image is active, so the restore is the reactivation; a loser
      * CUSTCONS retired also gets its reinstating cross-reference,
      * and its suspense entry back when 2100 found it to return.
      ******************************************************************
       2400-RESTORE-CHANGED-RECORD.
           MOVE CUSTOMER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
           MOVE WS-BO-BEFORE-IMAGE(WS-BACKOUT-SUB) TO WS-RESTORE-RECORD
           MOVE WS-RUN-TIMESTAMP TO RR-LAST-MAINT-TIMESTAMP
           MOVE WS-RESTORE-RECORD TO CUSTOMER-RECORD
           REWRITE CUSTOMER-RECORD
           IF NOT WS-CM-STATUS-OK
               STRING "CUSTOMER-MASTER REWRITE FAILED: "
                   WS-CUSTOMER-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           SET JR-ACTION-CHANGE TO TRUE
           MOVE CUSTOMER-RECORD TO JR-AFTER-IMAGE
           PERFORM 2500-WRITE-UPDATE-JOURNAL
           SET WS-BO-REVERSED(WS-BACKOUT-SUB) TO TRUE
           IF WS-BO-FIRST-RETIRE(WS-BACKOUT-SUB)
               MOVE "RETIRED RECORD REACTIVATED"
                   TO WS-BO-OUTCOME-TEXT(WS-BACKOUT-SUB)
               IF WS-TARGET-PROGRAM = "CUSTCONS"
                   PERFORM 2600-WRITE-XREF-REINSTATEMENT
               END-IF
               IF WS-MOVE-BACK-SUSPENSE
                   PERFORM 2700-RETURN-MOVED-SUSPENSE
                   MOVE "RETIRED RECORD REACTIVATED, SUSPENSE RETURNED"
                       TO WS-BO-OUTCOME-TEXT(WS-BACKOUT-SUB)
               END-IF
           ELSE
               MOVE "BEFORE-IMAGE RESTORED"
                   TO WS-BO-OUTCOME-TEXT(WS-BACKOUT-SUB)
           END-IF.

      ******************************************************************
      * 2500-WRITE-UPDATE-JOURNAL journals each reversal under this
      * program and run timestamp, after the master took it. The
      * caller sets the action code and the after-image.
      ******************************************************************
       2500-WRITE-UPDATE-JOURNAL.
           MOVE "CUSTBOUT" TO JR-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP TO JR-RUN-TIMESTAMP
           MOVE WS-BO-CUSTOMER-ID(WS-BACKOUT-SUB) TO JR-CUSTOMER-ID
           MOVE WS-JOURNAL-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           WRITE UPDATE-JOURNAL-RECORD
           IF NOT WS-UJ-STATUS-OK
               STRING "UPDATE-JOURNAL WRITE FAILED: "
                   WS-UPDATE-JOURNAL-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      ******************************************************************
      * 2600-WRITE-XREF-REINSTATEMENT appends a cross-reference record
      * pointing the reactivated loser at itself. CUSTXREF is append-
      * only, so the retirement record cannot be removed; the readers
      * take the LATEST record for a loser id, and a self-pointing one
      * means the id is live again and CUSTXRES redirects nothing.
      ******************************************************************
       2600-WRITE-XREF-REINSTATEMENT.
           MOVE WS-BO-CUSTOMER-ID(WS-BACKOUT-SUB) TO XR-LOSER-ID
           MOVE WS-BO-CUSTOMER-ID(WS-BACKOUT-SUB) TO XR-SURVIVOR-ID
           MOVE WS-RUN-TIMESTAMP TO XR-CONSOLIDATE-TIMESTAMP
           WRITE CROSS-REFERENCE-RECORD
           IF NOT WS-XR-STATUS-OK
               STRING "CROSS-REFERENCE WRITE FAILED: "
                   WS-CROSS-REFERENCE-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      ******************************************************************
      * 2700-RETURN-MOVED-SUSPENSE re-keys the entry 2150 saved back to
      * the loser and removes it from the survivor - the reverse of
      * CUSTCONS's 2450, write before delete, so a failure between the
      * two leaves the entry doubled rather than lost.
      ******************************************************************
       2700-RETURN-MOVED-SUSPENSE.
           MOVE WS-MOVED-SUSPENSE-RECORD TO CUSTOMER-SUSPENSE-RECORD
           MOVE WS-BO-CUSTOMER-ID(WS-BACKOUT-SUB) TO CS-CUSTOMER-ID
           WRITE CUSTOMER-SUSPENSE-RECORD
           IF NOT WS-CS-STATUS-OK
               STRING "CUSTOMER-SUSPENSE WRITE FAILED: "
                   WS-CUSTOMER-SUSPENSE-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE WS-BO-SURVIVOR-ID(WS-BACKOUT-SUB) TO CS-CUSTOMER-ID
           DELETE CUSTOMER-SUSPENSE RECORD
           IF NOT WS-CS-STATUS-OK
               STRING "CUSTOMER-SUSPENSE DELETE FAILED: "
                   WS-CUSTOMER-SUSPENSE-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           ADD 1 TO WS-SUSPENSE-RETURNED-COUNT.

      ******************************************************************
      * 3000-PRINT-BACKOUT-REPORT lists the refusals first - they are
      * the part somebody has to act on - then every customer put
      * back, then the totals.
      ******************************************************************
       3000-PRINT-BACKOUT-REPORT.
           MOVE WS-TARGET-PROGRAM TO RH-TARGET-PROGRAM
           MOVE WS-TARGET-TIMESTAMP TO RH-TARGET-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP TO RH-RUN-TIMESTAMP
           WRITE BACKOUT-REPORT-LINE FROM WS-REPORT-HEADING-LINE
           MOVE "REFUSED - TOUCHED SINCE THE RUN, NOT BACKED OUT"
               TO SL-SECTION-NAME
           WRITE BACKOUT-REPORT-LINE FROM WS-SECTION-LINE
           WRITE BACKOUT-REPORT-LINE FROM WS-COLUMN-LINE
           PERFORM VARYING WS-BACKOUT-SUB FROM 1 BY 1
                   UNTIL WS-BACKOUT-SUB > WS-BACKOUT-COUNT
               IF WS-BO-REFUSED(WS-BACKOUT-SUB)
                   PERFORM 3100-WRITE-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE "BACKED OUT" TO SL-SECTION-NAME
           WRITE BACKOUT-REPORT-LINE FROM WS-SECTION-LINE
           WRITE BACKOUT-REPORT-LINE FROM WS-COLUMN-LINE
           PERFORM VARYING WS-BACKOUT-SUB FROM 1 BY 1
                   UNTIL WS-BACKOUT-SUB > WS-BACKOUT-COUNT
               IF WS-BO-REVERSED(WS-BACKOUT-SUB)
                   PERFORM 3100-WRITE-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE "JOURNAL ENTRIES FOR RUN: " TO TL-LABEL
           MOVE WS-RUN-ENTRY-COUNT TO TL-COUNT
           WRITE BACKOUT-REPORT-LINE FROM WS-TOTALS-LINE
           MOVE "CUSTOMERS BACKED OUT   : " TO TL-LABEL
           MOVE WS-REVERSED-COUNT TO TL-COUNT
           WRITE BACKOUT-REPORT-LINE FROM WS-TOTALS-LINE
           MOVE "CUSTOMERS REFUSED      : " TO TL-LABEL
           MOVE WS-REFUSED-COUNT TO TL-COUNT
           WRITE BACKOUT-REPORT-LINE FROM WS-TOTALS-LINE
           IF NOT WS-BR-STATUS-OK
               STRING "BACKOUT-REPORT WRITE FAILED: "
                   WS-BACKOUT-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       3100-WRITE-DETAIL-LINE.
           MOVE WS-BO-CUSTOMER-ID(WS-BACKOUT-SUB) TO DL-CUSTOMER-ID
           EVALUATE TRUE
               WHEN WS-BO-FIRST-ADD(WS-BACKOUT-SUB)
                   MOVE "ADD" TO DL-RUN-ACTION
               WHEN WS-BO-FIRST-RETIRE(WS-BACKOUT-SUB)
                   MOVE "RETIRE" TO DL-RUN-ACTION
               WHEN WS-BO-FIRST-DELETE(WS-BACKOUT-SUB)
                   MOVE "REMOVE" TO DL-RUN-ACTION
               WHEN OTHER
                   MOVE "CHANGE" TO DL-RUN-ACTION
           END-EVALUATE
           MOVE WS-BO-OUTCOME-TEXT(WS-BACKOUT-SUB) TO DL-OUTCOME-TEXT
           WRITE BACKOUT-REPORT-LINE FROM WS-DETAIL-LINE
           IF NOT WS-BR-STATUS-OK
               STRING "BACKOUT-REPORT WRITE FAILED: "
                   WS-BACKOUT-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      ******************************************************************
      * 9000-WRITE-RUN-LOG appends this run's close-out record to the
      * shared run log, the same paragraph every program in the chain
      * carries; see CUSTVAL's 9000 for the full reasoning. Read here
      * is the named run's journal entries, written is customers
      * backed out.
      ******************************************************************
       9000-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           IF NOT WS-RL-STATUS-OK
               DISPLAY "RUN-LOG OPEN FAILED: " WS-RUN-LOG-STATUS
           ELSE
               MOVE "CUSTBOUT" TO LG-PROGRAM-ID
               MOVE WS-RUN-TIMESTAMP TO LG-START-TIMESTAMP
               MOVE FUNCTION CURRENT-DATE(1:14) TO LG-END-TIMESTAMP
               MOVE WS-RUN-ENTRY-COUNT TO LG-RECORDS-READ
               MOVE WS-REVERSED-COUNT TO LG-RECORDS-WRITTEN
               MOVE RETURN-CODE TO LG-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF NOT WS-RL-STATUS-OK
                   DISPLAY "RUN-LOG WRITE FAILED: " WS-RUN-LOG-STATUS
               END-IF
               CLOSE RUN-LOG
           END-IF.

      ******************************************************************
      * 9900-FATAL-FILE-ERROR - genuine I/O failures only, the same
      * posture as CUSTVAL. The lock stays held: a back-out that died
      * part way has left the master half reversed, and the journal
      * entries it did write say exactly how far it got.
      ******************************************************************
       9900-FATAL-FILE-ERROR.
           DISPLAY "FATAL FILE ERROR: " WS-FATAL-ERROR-MESSAGE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
