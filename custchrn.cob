       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCHRN.
       AUTHOR. DATA-QUALITY-TEAM.

      ******************************************************************
      * CUSTCHRN - chronic and reopened exception report.
      * Reads the customer exception history CUSTVAL keeps (CUSTEXHS)
      * and lists, by branch and reason code, the customers still
      * failing a check they have failed at least CP-CHRONIC-RUNS runs
      * in a row - records sitting in somebody's queue and never
      * getting fixed. A second section, on its own page, lists the
      * customers currently failing a check they had come clean of
      * before: fixed, then broken again, most often by the next
      * maintenance change. Both point the branch at a root cause that
      * tonight's exception listing, recreated every night, cannot.
      *
      * Only entries still in a streak are listed - an entry CUSTVAL
      * has closed out as clean needs nobody's attention until it
      * fails again, when it shows up here as a reopen. Within each
      * branch and reason the longest streak (chronic) or the most
      * reopens (reopened) comes first. A run count is CUSTVAL runs
      * that checked the record: a delta run that skipped an unchanged
      * record neither extends nor breaks its streak.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-HISTORY ASSIGN TO "CUSTEXHS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XH-HIST-KEY
               FILE STATUS IS WS-EXCEPTION-HISTORY-STATUS.

           SELECT CHRONIC-REPORT ASSIGN TO "CUSTCHRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHRONIC-REPORT-STATUS.

           SELECT CUSTOMER-PARAMETERS ASSIGN TO "CUSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-PARAMETERS-STATUS.

           SELECT RUN-LOG ASSIGN TO "CUSTRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-HISTORY-RECORD.
           COPY CUSTEXHS.

       FD  CHRONIC-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CHRONIC-REPORT-LINE             PIC X(132).

       FD  CUSTOMER-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-PARAMETER-RECORD.
           COPY CUSTPARM.

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-RECORD.
           COPY CUSTRLG.

      ******************************************************************
      * One sort record per listed entry. SW-SECTION puts the chronic
      * entries ahead of the reopened ones; SW-RANK-COUNT is the
      * figure each section is ranked on (the streak for chronic, the
      * reopens for reopened). A customer that is both chronic and
      * reopened is released once for each section.
      ******************************************************************
       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-SECTION                  PIC X(1).
               88  SW-CHRONIC-ENTRY        VALUE "C".
               88  SW-REOPENED-ENTRY       VALUE "R".
           05  SW-BRANCH-CODE              PIC X(5).
           05  SW-REASON-CODE              PIC X(4).
           05  SW-RANK-COUNT               PIC 9(4).
           05  SW-CUSTOMER-ID              PIC X(10).
           05  SW-CONSECUTIVE-RUNS         PIC 9(4).
           05  SW-TOTAL-OCCURRENCES        PIC 9(6).
           05  SW-REOPEN-COUNT             PIC 9(4).
           05  SW-FIRST-SEEN-RUN           PIC 9(14).
           05  SW-LAST-SEEN-RUN            PIC 9(14).
           05  SW-LAST-CLEAN-RUN           PIC 9(14).
           05  SW-LAST-REOPEN-RUN          PIC 9(14).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXCEPTION-HISTORY-STATUS PIC X(2).
               88  WS-XH-STATUS-OK         VALUE "00".
           05  WS-CHRONIC-REPORT-STATUS    PIC X(2).
               88  WS-CR-STATUS-OK         VALUE "00".
           05  WS-CUSTOMER-PARAMETERS-STATUS PIC X(2).
               88  WS-CP-STATUS-OK         VALUE "00".
           05  WS-RUN-LOG-STATUS           PIC X(2).
               88  WS-RL-STATUS-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE "N".
               88  WS-END-OF-FILE          VALUE "Y".
           05  WS-SORT-EOF-SWITCH          PIC X(1) VALUE "N".
               88  WS-SORT-END-OF-FILE     VALUE "Y".
           05  WS-GROUP-OPEN-SWITCH        PIC X(1) VALUE "N".
               88  WS-GROUP-OPEN           VALUE "Y".
           05  WS-CURRENT-SECTION          PIC X(1).
               88  WS-CHRONIC-SECTION      VALUE "C".
               88  WS-REOPENED-SECTION     VALUE "R".

       01  WS-FATAL-ERROR-MESSAGE          PIC X(50).

       01  WS-START-TIMESTAMP              PIC 9(14).

       01  WS-CHRONIC-RUNS                 PIC 9(3).

      ******************************************************************
      * WS-LOCK-REQUEST is the CUSTMLCK parameter area. This program
      * only READS the exception history, so it takes no lock - but
      * when its OPEN fails it asks the lock who has the master chain,
      * the same courtesy CUSTAGE extends for the suspense queue.
      ******************************************************************
       01  WS-LOCK-REQUEST.
           COPY CUSTLOKR.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-OPEN-ENTRY-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-CLEAN-ENTRY-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-CHRONIC-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-REOPENED-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-SECTION-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-GROUP-COUNT              PIC 9(6) VALUE ZERO.

       01  WS-PREV-GROUP-KEY.
           05  WS-PREV-BRANCH-CODE         PIC X(5).
           05  WS-PREV-REASON-CODE         PIC X(4).

       01  WS-REPORT-HEADING-LINE.
           05  FILLER                      PIC X(36) VALUE
               "CHRONIC EXCEPTION REPORT        RUN ".
           05  RH-RUN-DATE                 PIC 9(8).

       01  WS-CHRONIC-HEADING-LINE.
           05  FILLER                      PIC X(46) VALUE
               "CHRONIC - FAILING THE SAME CHECK FOR AT LEAST ".
           05  CH-THRESHOLD-RUNS           PIC ZZ9.
           05  FILLER                      PIC X(16) VALUE
               " RUNS IN A ROW".

       01  WS-CHRONIC-COLUMN-LINE.
           05  FILLER                      PIC X(42) VALUE
               "BRANCH REASON CUSTOMER ID  IN ROW    TOTAL".
           05  FILLER                      PIC X(32) VALUE
               "  FIRST SEEN   LAST SEEN REOPENS".

       01  WS-CHRONIC-DETAIL-LINE.
           05  CL-BRANCH                   PIC X(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  CL-REASON                   PIC X(4).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  CL-CUSTOMER-ID              PIC X(10).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  CL-CONSECUTIVE-RUNS         PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  CL-TOTAL-OCCURRENCES        PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  CL-FIRST-SEEN-DATE          PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  CL-LAST-SEEN-DATE           PIC 9(8).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  CL-REOPEN-COUNT             PIC Z,ZZ9.

       01  WS-REOPENED-HEADING-LINE.
           05  FILLER                      PIC X(50) VALUE
               "REOPENED - CAME CLEAN, THEN FAILED THE SAME CHECK".
           05  FILLER                      PIC X(6) VALUE
               " AGAIN".

       01  WS-REOPENED-COLUMN-LINE.
           05  FILLER                      PIC X(45) VALUE
               "BRANCH REASON CUSTOMER ID REOPENS  LAST CLEAN".
           05  FILLER                      PIC X(41) VALUE
               "    REOPENED  IN ROW    TOTAL  FIRST SEEN".

       01  WS-REOPENED-DETAIL-LINE.
           05  RL-BRANCH                   PIC X(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RL-REASON                   PIC X(4).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  RL-CUSTOMER-ID              PIC X(10).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  RL-REOPEN-COUNT             PIC Z,ZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  RL-LAST-CLEAN-DATE          PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  RL-REOPENED-DATE            PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RL-CONSECUTIVE-RUNS         PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RL-TOTAL-OCCURRENCES        PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  RL-FIRST-SEEN-DATE          PIC 9(8).

       01  WS-GROUP-TOTAL-LINE.
           05  FILLER                      PIC X(7) VALUE SPACES.
           05  GL-BRANCH                   PIC X(5).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  GL-REASON                   PIC X(4).
           05  FILLER                      PIC X(12) VALUE
               " CUSTOMERS: ".
           05  GL-COUNT                    PIC ZZZ,ZZ9.

       01  WS-TOTALS-LINE.
           05  TL-LABEL                    PIC X(25).
           05  TL-COUNT                    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-TIMESTAMP
           PERFORM 0010-LOAD-RUN-PARAMETERS
           PERFORM 0040-OPEN-FILES
           MOVE WS-START-TIMESTAMP(1:8) TO RH-RUN-DATE
           WRITE CHRONIC-REPORT-LINE FROM WS-REPORT-HEADING-LINE
           IF NOT WS-CR-STATUS-OK
               STRING "CHRONIC-REPORT WRITE FAILED: "
                   WS-CHRONIC-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           SORT SORT-WORK
               ON ASCENDING KEY SW-SECTION
                                SW-BRANCH-CODE
                                SW-REASON-CODE
               ON DESCENDING KEY SW-RANK-COUNT
               ON ASCENDING KEY SW-CUSTOMER-ID
               INPUT PROCEDURE IS 1000-SELECT-HISTORY-ENTRIES
               OUTPUT PROCEDURE IS 2000-REPORT-SORTED-ENTRIES
           PERFORM 3000-WRITE-REPORT-TOTALS
           CLOSE CHRONIC-REPORT
           DISPLAY "History entries read     : " WS-HISTORY-READ-COUNT
           DISPLAY "Entries still failing    : " WS-OPEN-ENTRY-COUNT
           DISPLAY "Chronic listed           : " WS-CHRONIC-COUNT
           DISPLAY "Reopened listed          : " WS-REOPENED-COUNT
           PERFORM 9000-WRITE-RUN-LOG
           STOP RUN.

      ******************************************************************
      * 0010-LOAD-RUN-PARAMETERS follows CUSTAGE's pattern, including
      * the explicit status "35" check (a READ against a file whose
      * OPEN failed never reaches AT END). Only the chronic threshold
      * matters here; it defaults to 30 runs - a month of nightly
      * runs - when the parameter record predates CP-CHRONIC-RUNS and
      * the column reads as spaces.
      ******************************************************************
       0010-LOAD-RUN-PARAMETERS.
           OPEN INPUT CUSTOMER-PARAMETERS
           IF WS-CUSTOMER-PARAMETERS-STATUS = "35"
               MOVE 30 TO CP-CHRONIC-RUNS
           ELSE
               READ CUSTOMER-PARAMETERS
                   AT END
                       MOVE 30 TO CP-CHRONIC-RUNS
               END-READ
           END-IF
           IF CP-CHRONIC-RUNS IS NOT NUMERIC
                   OR CP-CHRONIC-RUNS = ZERO
               MOVE 30 TO CP-CHRONIC-RUNS
           END-IF
           MOVE CP-CHRONIC-RUNS TO WS-CHRONIC-RUNS
           IF NOT WS-CUSTOMER-PARAMETERS-STATUS = "35"
               CLOSE CUSTOMER-PARAMETERS
           END-IF
           DISPLAY "Chronic threshold runs   : " WS-CHRONIC-RUNS.

      ******************************************************************
      * 0040-OPEN-FILES. No exception history yet just means CUSTVAL
      * has not run since the file was introduced - the report is
      * still produced, both sections empty, so a missing report is
      * distinguishable from a quiet one. A history file that exists
      * but cannot be opened is fatal.
      ******************************************************************
       0040-OPEN-FILES.
           OPEN INPUT EXCEPTION-HISTORY
           IF WS-EXCEPTION-HISTORY-STATUS = "35"
               DISPLAY "No exception history on hand - empty report"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               IF NOT WS-XH-STATUS-OK
                   PERFORM 9800-REPORT-LOCK-HOLDER
                   STRING "EXCEPTION-HISTORY OPEN FAILED: "
                       WS-EXCEPTION-HISTORY-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
           END-IF
           OPEN OUTPUT CHRONIC-REPORT
           IF NOT WS-CR-STATUS-OK
               STRING "CHRONIC-REPORT OPEN FAILED: "
                   WS-CHRONIC-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      ******************************************************************
      * 1000-SELECT-HISTORY-ENTRIES feeds the sort. An entry still in
      * a streak is chronic once the streak reaches the threshold,
      * and reopened if it has ever come clean and failed again; an
      * entry CUSTVAL has closed out as clean is only counted.
      ******************************************************************
       1000-SELECT-HISTORY-ENTRIES.
           PERFORM UNTIL WS-END-OF-FILE
               READ EXCEPTION-HISTORY NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ-COUNT
                       IF XH-CAME-CLEAN
                           ADD 1 TO WS-CLEAN-ENTRY-COUNT
                       ELSE
                           ADD 1 TO WS-OPEN-ENTRY-COUNT
                           IF XH-CONSECUTIVE-RUNS NOT < WS-CHRONIC-RUNS
                               SET SW-CHRONIC-ENTRY TO TRUE
                               MOVE XH-CONSECUTIVE-RUNS
                                   TO SW-RANK-COUNT
                               PERFORM 1100-RELEASE-HISTORY-ENTRY
                           END-IF
                           IF XH-REOPEN-COUNT > ZERO
                               SET SW-REOPENED-ENTRY TO TRUE
                               MOVE XH-REOPEN-COUNT TO SW-RANK-COUNT
                               PERFORM 1100-RELEASE-HISTORY-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EXCEPTION-HISTORY-STATUS NOT = "35"
               CLOSE EXCEPTION-HISTORY
           END-IF.

       1100-RELEASE-HISTORY-ENTRY.
           MOVE XH-BRANCH-CODE TO SW-BRANCH-CODE
           MOVE XH-REASON-CODE TO SW-REASON-CODE
           MOVE XH-CUSTOMER-ID TO SW-CUSTOMER-ID
           MOVE XH-CONSECUTIVE-RUNS TO SW-CONSECUTIVE-RUNS
           MOVE XH-TOTAL-OCCURRENCES TO SW-TOTAL-OCCURRENCES
           MOVE XH-REOPEN-COUNT TO SW-REOPEN-COUNT
           MOVE XH-FIRST-SEEN-RUN TO SW-FIRST-SEEN-RUN
           MOVE XH-LAST-SEEN-RUN TO SW-LAST-SEEN-RUN
           MOVE XH-LAST-CLEAN-RUN TO SW-LAST-CLEAN-RUN
           MOVE XH-LAST-REOPEN-RUN TO SW-LAST-REOPEN-RUN
           RELEASE SORT-WORK-RECORD.

      ******************************************************************
      * 2000-REPORT-SORTED-ENTRIES prints the chronic section, then
      * the reopened section on a fresh page so it can be routed on
      * its own. Both sections always print - a section with nothing
      * in it says so - and within a section a count line follows
      * each branch/reason group.
      ******************************************************************
       2000-REPORT-SORTED-ENTRIES.
           SET WS-CHRONIC-SECTION TO TRUE
           PERFORM 2200-START-SECTION
           PERFORM UNTIL WS-SORT-END-OF-FILE
               RETURN SORT-WORK
                   AT END
                       SET WS-SORT-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2100-TAKE-SORTED-ENTRY
               END-RETURN
           END-PERFORM
           IF WS-CHRONIC-SECTION
               PERFORM 2300-CLOSE-SECTION
               SET WS-REOPENED-SECTION TO TRUE
               PERFORM 2200-START-SECTION
           END-IF
           PERFORM 2300-CLOSE-SECTION.

       2100-TAKE-SORTED-ENTRY.
           IF SW-SECTION NOT = WS-CURRENT-SECTION
               PERFORM 2300-CLOSE-SECTION
               MOVE SW-SECTION TO WS-CURRENT-SECTION
               PERFORM 2200-START-SECTION
           END-IF
           IF WS-GROUP-OPEN
               IF SW-BRANCH-CODE NOT = WS-PREV-BRANCH-CODE
                   OR SW-REASON-CODE NOT = WS-PREV-REASON-CODE
                   PERFORM 2400-PRINT-GROUP-LINE
               END-IF
           END-IF
           IF NOT WS-GROUP-OPEN
               SET WS-GROUP-OPEN TO TRUE
               MOVE SW-BRANCH-CODE TO WS-PREV-BRANCH-CODE
               MOVE SW-REASON-CODE TO WS-PREV-REASON-CODE
               MOVE ZERO TO WS-GROUP-COUNT
           END-IF
           ADD 1 TO WS-GROUP-COUNT WS-SECTION-COUNT
           IF WS-CHRONIC-SECTION
               ADD 1 TO WS-CHRONIC-COUNT
               PERFORM 2500-PRINT-CHRONIC-LINE
           ELSE
               ADD 1 TO WS-REOPENED-COUNT
               PERFORM 2600-PRINT-REOPENED-LINE
           END-IF.

       2200-START-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE "N" TO WS-GROUP-OPEN-SWITCH
           MOVE SPACES TO CHRONIC-REPORT-LINE
           IF WS-CHRONIC-SECTION
               WRITE CHRONIC-REPORT-LINE
               MOVE WS-CHRONIC-RUNS TO CH-THRESHOLD-RUNS
               WRITE CHRONIC-REPORT-LINE FROM WS-CHRONIC-HEADING-LINE
               WRITE CHRONIC-REPORT-LINE FROM WS-CHRONIC-COLUMN-LINE
           ELSE
               WRITE CHRONIC-REPORT-LINE AFTER ADVANCING PAGE
               WRITE CHRONIC-REPORT-LINE FROM WS-REOPENED-HEADING-LINE
               WRITE CHRONIC-REPORT-LINE FROM WS-REOPENED-COLUMN-LINE
           END-IF
           IF NOT WS-CR-STATUS-OK
               STRING "CHRONIC-REPORT WRITE FAILED: "
                   WS-CHRONIC-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2300-CLOSE-SECTION.
           IF WS-GROUP-OPEN
               PERFORM 2400-PRINT-GROUP-LINE
           END-IF
           IF WS-SECTION-COUNT = ZERO
               IF WS-CHRONIC-SECTION
                   MOVE "NO CUSTOMERS AT OR OVER THE THRESHOLD"
                       TO CHRONIC-REPORT-LINE
               ELSE
                   MOVE "NO REOPENED CUSTOMERS STILL FAILING"
                       TO CHRONIC-REPORT-LINE
               END-IF
               WRITE CHRONIC-REPORT-LINE
           END-IF
           MOVE SPACES TO CHRONIC-REPORT-LINE
           WRITE CHRONIC-REPORT-LINE
           MOVE "CUSTOMERS LISTED       : " TO TL-LABEL
           MOVE WS-SECTION-COUNT TO TL-COUNT
           WRITE CHRONIC-REPORT-LINE FROM WS-TOTALS-LINE
           IF NOT WS-CR-STATUS-OK
               STRING "CHRONIC-REPORT WRITE FAILED: "
                   WS-CHRONIC-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2400-PRINT-GROUP-LINE.
           MOVE WS-PREV-BRANCH-CODE TO GL-BRANCH
           MOVE WS-PREV-REASON-CODE TO GL-REASON
           MOVE WS-GROUP-COUNT TO GL-COUNT
           WRITE CHRONIC-REPORT-LINE FROM WS-GROUP-TOTAL-LINE
           MOVE SPACES TO CHRONIC-REPORT-LINE
           WRITE CHRONIC-REPORT-LINE
           IF NOT WS-CR-STATUS-OK
               STRING "CHRONIC-REPORT WRITE FAILED: "
                   WS-CHRONIC-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE "N" TO WS-GROUP-OPEN-SWITCH.

       2500-PRINT-CHRONIC-LINE.
           MOVE SW-BRANCH-CODE TO CL-BRANCH
           MOVE SW-REASON-CODE TO CL-REASON
           MOVE SW-CUSTOMER-ID TO CL-CUSTOMER-ID
           MOVE SW-CONSECUTIVE-RUNS TO CL-CONSECUTIVE-RUNS
           MOVE SW-TOTAL-OCCURRENCES TO CL-TOTAL-OCCURRENCES
           MOVE SW-FIRST-SEEN-RUN(1:8) TO CL-FIRST-SEEN-DATE
           MOVE SW-LAST-SEEN-RUN(1:8) TO CL-LAST-SEEN-DATE
           MOVE SW-REOPEN-COUNT TO CL-REOPEN-COUNT
           WRITE CHRONIC-REPORT-LINE FROM WS-CHRONIC-DETAIL-LINE
           IF NOT WS-CR-STATUS-OK
               STRING "CHRONIC-REPORT WRITE FAILED: "
                   WS-CHRONIC-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2600-PRINT-REOPENED-LINE.
           MOVE SW-BRANCH-CODE TO RL-BRANCH
           MOVE SW-REASON-CODE TO RL-REASON
           MOVE SW-CUSTOMER-ID TO RL-CUSTOMER-ID
           MOVE SW-REOPEN-COUNT TO RL-REOPEN-COUNT
           MOVE SW-LAST-CLEAN-RUN(1:8) TO RL-LAST-CLEAN-DATE
           MOVE SW-LAST-REOPEN-RUN(1:8) TO RL-REOPENED-DATE
           MOVE SW-CONSECUTIVE-RUNS TO RL-CONSECUTIVE-RUNS
           MOVE SW-TOTAL-OCCURRENCES TO RL-TOTAL-OCCURRENCES
           MOVE SW-FIRST-SEEN-RUN(1:8) TO RL-FIRST-SEEN-DATE
           WRITE CHRONIC-REPORT-LINE FROM WS-REOPENED-DETAIL-LINE
           IF NOT WS-CR-STATUS-OK
               STRING "CHRONIC-REPORT WRITE FAILED: "
                   WS-CHRONIC-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      ******************************************************************
      * 3000-WRITE-REPORT-TOTALS closes the report with the whole-file
      * picture, so the listed counts can be read against how much of
      * the history is still failing at all.
      ******************************************************************
       3000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO CHRONIC-REPORT-LINE
           WRITE CHRONIC-REPORT-LINE
           MOVE "HISTORY ENTRIES READ   : " TO TL-LABEL
           MOVE WS-HISTORY-READ-COUNT TO TL-COUNT
           WRITE CHRONIC-REPORT-LINE FROM WS-TOTALS-LINE
           MOVE "STILL FAILING          : " TO TL-LABEL
           MOVE WS-OPEN-ENTRY-COUNT TO TL-COUNT
           WRITE CHRONIC-REPORT-LINE FROM WS-TOTALS-LINE
           MOVE "CAME CLEAN             : " TO TL-LABEL
           MOVE WS-CLEAN-ENTRY-COUNT TO TL-COUNT
           WRITE CHRONIC-REPORT-LINE FROM WS-TOTALS-LINE
           MOVE "CHRONIC LISTED         : " TO TL-LABEL
           MOVE WS-CHRONIC-COUNT TO TL-COUNT
           WRITE CHRONIC-REPORT-LINE FROM WS-TOTALS-LINE
           MOVE "REOPENED LISTED        : " TO TL-LABEL
           MOVE WS-REOPENED-COUNT TO TL-COUNT
           WRITE CHRONIC-REPORT-LINE FROM WS-TOTALS-LINE
           IF NOT WS-CR-STATUS-OK
               STRING "CHRONIC-REPORT WRITE FAILED: "
                   WS-CHRONIC-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      ******************************************************************
      * 9000-WRITE-RUN-LOG appends this run's close-out record to the
      * shared run log, the same paragraph every program in the chain
      * carries; see CUSTVAL's 9000 for the full reasoning. Read here
      * is history entries read, written is lines listed in the two
      * sections.
      ******************************************************************
       9000-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           IF NOT WS-RL-STATUS-OK
               DISPLAY "RUN-LOG OPEN FAILED: " WS-RUN-LOG-STATUS
           ELSE
               MOVE "CUSTCHRN" TO LG-PROGRAM-ID
               MOVE WS-START-TIMESTAMP TO LG-START-TIMESTAMP
               MOVE FUNCTION CURRENT-DATE(1:14) TO LG-END-TIMESTAMP
               MOVE WS-HISTORY-READ-COUNT TO LG-RECORDS-READ
               COMPUTE LG-RECORDS-WRITTEN =
                   WS-CHRONIC-COUNT + WS-REOPENED-COUNT
               MOVE ZERO TO LG-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF NOT WS-RL-STATUS-OK
                   DISPLAY "RUN-LOG WRITE FAILED: " WS-RUN-LOG-STATUS
               END-IF
               CLOSE RUN-LOG
           END-IF.

      ******************************************************************
      * 9800-REPORT-LOCK-HOLDER names the updater holding the master
      * chain when this reader's open fails, so the operator knows
      * whether to wait for a running CUSTVAL or chase a real file
      * problem.
      ******************************************************************
       9800-REPORT-LOCK-HOLDER.
           SET LK-ACTION-QUERY TO TRUE
           MOVE "CUSTCHRN" TO LK-CALLER-PROGRAM
           CALL "CUSTMLCK" USING WS-LOCK-REQUEST
           IF LK-LOCK-HELD
               DISPLAY "CUSTOMER-MASTER HELD BY " LK-HOLDER-PROGRAM
                   " SINCE " LK-HOLDER-TIMESTAMP
           END-IF.

      ******************************************************************
      * 9900-FATAL-FILE-ERROR - genuine I/O failures only, the same
      * posture as CUSTVAL: a report that can no longer be written is
      * not worth continuing to build.
      ******************************************************************
       9900-FATAL-FILE-ERROR.
           DISPLAY "FATAL FILE ERROR: " WS-FATAL-ERROR-MESSAGE
           STOP RUN.
