       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTTURN.
       AUTHOR. DATA-QUALITY-TEAM.

      ******************************************************************
      * CUSTTURN - monthly correction turnaround report.
      * Reads the closed-suspense history CUSTRMRG writes (CUSTSHST)
      * and, for the rejects closed in one calendar month, shows by
      * branch, reason code and correcting operator how many were
      * closed, the average and worst days from reject to correction
      * and from correction to merge, and how many needed more than
      * one correction - the turnaround figures branch managers are
      * measured on, which CUSTAGE cannot give because it only sees
      * what is still pending. Branch and all-branch totals follow.
      *
      * The month is given on the command line as yyyymm; with none,
      * the report covers the previous calendar month, so the job can
      * run unattended on the first of the month. An entry belongs to
      * the month its merge closed it in. An entry corrected before
      * CUSTCORR recorded operators has no correction timestamp: it is
      * counted as closed (under operator UNKNOWN) and shown in the
      * UNTIMED column, but left out of the averages and worst days
      * rather than dragging them toward zero.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-HISTORY ASSIGN TO "CUSTSHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-HISTORY-STATUS.

           SELECT TURNAROUND-REPORT ASSIGN TO "CUSTTNRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURNAROUND-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "CUSTRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-HISTORY-RECORD.
           COPY CUSTSHST.

       FD  TURNAROUND-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TURNAROUND-REPORT-LINE          PIC X(132).

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-RECORD.
           COPY CUSTRLG.

      ******************************************************************
      * One sort record per closed entry in the month, with its two
      * intervals already worked out in days; SW-RC-KNOWN/SW-CM-KNOWN
      * say whether the interval could be worked out at all.
      ******************************************************************
       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-BRANCH-CODE              PIC X(5).
           05  SW-REASON-CODE              PIC X(4).
           05  SW-OPERATOR-ID              PIC X(8).
           05  SW-RC-DAYS                  PIC 9(5).
           05  SW-RC-KNOWN                 PIC X(1).
           05  SW-CM-DAYS                  PIC 9(5).
           05  SW-CM-KNOWN                 PIC X(1).
           05  SW-CORRECTION-COUNT         PIC 9(2).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SUSPENSE-HISTORY-STATUS  PIC X(2).
               88  WS-SH-STATUS-OK         VALUE "00".
           05  WS-TURNAROUND-REPORT-STATUS PIC X(2).
               88  WS-TR-STATUS-OK         VALUE "00".
           05  WS-RUN-LOG-STATUS           PIC X(2).
               88  WS-RL-STATUS-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE "N".
               88  WS-END-OF-FILE          VALUE "Y".
           05  WS-SORT-EOF-SWITCH          PIC X(1) VALUE "N".
               88  WS-SORT-END-OF-FILE     VALUE "Y".
           05  WS-ANY-ENTRY-SWITCH         PIC X(1) VALUE "N".
               88  WS-ANY-ENTRY            VALUE "Y".
           05  WS-DAYS-KNOWN-SWITCH        PIC X(1).
               88  WS-DAYS-KNOWN           VALUE "Y".

       01  WS-FATAL-ERROR-MESSAGE          PIC X(50).

       01  WS-START-TIMESTAMP              PIC 9(14).

       01  WS-COMMAND-LINE                 PIC X(20) VALUE SPACES.

       01  WS-REPORT-MONTH                 PIC X(6).
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YEAR              PIC 9(4).
           05  WS-REPORT-MM                PIC 9(2).

       01  WS-COUNTERS.
           05  WS-HISTORY-READ-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-SELECTED-COUNT           PIC 9(6) VALUE ZERO.

      ******************************************************************
      * WS-DAY-WORK turns two CCYYMMDDHHMMSS timestamps into whole days
      * between them, the same INTEGER-OF-DATE arithmetic CUSTAGE ages
      * suspense with. A zero or unusable date on either side leaves
      * the interval unknown.
      ******************************************************************
       01  WS-DAY-WORK.
           05  WS-FROM-TIMESTAMP           PIC X(14).
           05  WS-TO-TIMESTAMP             PIC X(14).
           05  WS-FROM-DATE                PIC 9(8).
           05  WS-TO-DATE                  PIC 9(8).
           05  WS-FROM-INTEGER             PIC 9(7).
           05  WS-TO-INTEGER               PIC 9(7).
           05  WS-DAYS-BETWEEN             PIC S9(5).

       01  WS-PREV-GROUP-KEY.
           05  WS-PREV-BRANCH-CODE         PIC X(5).
           05  WS-PREV-REASON-CODE         PIC X(4).
           05  WS-PREV-OPERATOR-ID         PIC X(8).

      ******************************************************************
      * Three levels of the same accumulators - one branch/reason/
      * operator group, the branch, and the whole report - each entry
      * added to all three as it is returned from the sort. They share
      * one layout so any level can be moved whole to WS-PRINT-TOTALS
      * for 2800 to format.
      ******************************************************************
       01  WS-GROUP-TOTALS.
           05  WS-GRP-CLOSED-COUNT         PIC 9(6).
           05  WS-GRP-RC-TIMED-COUNT       PIC 9(6).
           05  WS-GRP-RC-DAYS-TOTAL        PIC 9(9).
           05  WS-GRP-RC-DAYS-WORST        PIC 9(5).
           05  WS-GRP-CM-TIMED-COUNT       PIC 9(6).
           05  WS-GRP-CM-DAYS-TOTAL        PIC 9(9).
           05  WS-GRP-CM-DAYS-WORST        PIC 9(5).
           05  WS-GRP-MULTI-COUNT          PIC 9(6).

       01  WS-BRANCH-TOTALS.
           05  WS-BRN-CLOSED-COUNT         PIC 9(6).
           05  WS-BRN-RC-TIMED-COUNT       PIC 9(6).
           05  WS-BRN-RC-DAYS-TOTAL        PIC 9(9).
           05  WS-BRN-RC-DAYS-WORST        PIC 9(5).
           05  WS-BRN-CM-TIMED-COUNT       PIC 9(6).
           05  WS-BRN-CM-DAYS-TOTAL        PIC 9(9).
           05  WS-BRN-CM-DAYS-WORST        PIC 9(5).
           05  WS-BRN-MULTI-COUNT          PIC 9(6).

       01  WS-GRAND-TOTALS.
           05  WS-GRD-CLOSED-COUNT         PIC 9(6).
           05  WS-GRD-RC-TIMED-COUNT       PIC 9(6).
           05  WS-GRD-RC-DAYS-TOTAL        PIC 9(9).
           05  WS-GRD-RC-DAYS-WORST        PIC 9(5).
           05  WS-GRD-CM-TIMED-COUNT       PIC 9(6).
           05  WS-GRD-CM-DAYS-TOTAL        PIC 9(9).
           05  WS-GRD-CM-DAYS-WORST        PIC 9(5).
           05  WS-GRD-MULTI-COUNT          PIC 9(6).

       01  WS-PRINT-TOTALS.
           05  WS-PRT-CLOSED-COUNT         PIC 9(6).
           05  WS-PRT-RC-TIMED-COUNT       PIC 9(6).
           05  WS-PRT-RC-DAYS-TOTAL        PIC 9(9).
           05  WS-PRT-RC-DAYS-WORST        PIC 9(5).
           05  WS-PRT-CM-TIMED-COUNT       PIC 9(6).
           05  WS-PRT-CM-DAYS-TOTAL        PIC 9(9).
           05  WS-PRT-CM-DAYS-WORST        PIC 9(5).
           05  WS-PRT-MULTI-COUNT          PIC 9(6).

       01  WS-REPORT-HEADING-LINE.
           05  FILLER                      PIC X(36) VALUE
               "CORRECTION TURNAROUND REPORT  MONTH ".
           05  RH-REPORT-MONTH             PIC X(6).
           05  FILLER                      PIC X(6) VALUE "  RUN ".
           05  RH-RUN-DATE                 PIC 9(8).

       01  WS-REPORT-LEGEND-LINE.
           05  FILLER                      PIC X(36) VALUE
               "R>C = DAYS FROM REJECT TO CORRECTION".
           05  FILLER                      PIC X(40) VALUE
               "   C>M = DAYS FROM CORRECTION TO MERGE".

       01  WS-REPORT-COLUMN-LINE.
           05  FILLER                      PIC X(48) VALUE
               "BRANCH REASON OPERATOR   CLOSED   AVG R>C  WORST".
           05  FILLER                      PIC X(47) VALUE
               " R>C   AVG C>M  WORST C>M  MULTI-CORR   UNTIMED".

       01  WS-TOTALS-DETAIL-LINE.
           05  TL-BRANCH                   PIC X(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  TL-REASON                   PIC X(4).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  TL-OPERATOR                 PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  TL-CLOSED                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  TL-AVG-RC                   PIC ZZZZ9.9.
           05  TL-AVG-RC-X                 REDEFINES TL-AVG-RC
                                           PIC X(7).
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  TL-WORST-RC                 PIC ZZZZ9.
           05  TL-WORST-RC-X               REDEFINES TL-WORST-RC
                                           PIC X(5).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  TL-AVG-CM                   PIC ZZZZ9.9.
           05  TL-AVG-CM-X                 REDEFINES TL-AVG-CM
                                           PIC X(7).
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  TL-WORST-CM                 PIC ZZZZ9.
           05  TL-WORST-CM-X               REDEFINES TL-WORST-CM
                                           PIC X(5).
           05  FILLER                      PIC X(5) VALUE SPACES.
           05  TL-MULTI                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  TL-UNTIMED                  PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-TIMESTAMP
           PERFORM 0010-PARSE-REPORT-MONTH
           OPEN OUTPUT TURNAROUND-REPORT
           IF NOT WS-TR-STATUS-OK
               STRING "TURNAROUND-REPORT OPEN FAILED: "
                   WS-TURNAROUND-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE WS-REPORT-MONTH TO RH-REPORT-MONTH
           MOVE FUNCTION CURRENT-DATE(1:8) TO RH-RUN-DATE
           WRITE TURNAROUND-REPORT-LINE FROM WS-REPORT-HEADING-LINE
           WRITE TURNAROUND-REPORT-LINE FROM WS-REPORT-LEGEND-LINE
           MOVE SPACES TO TURNAROUND-REPORT-LINE
           WRITE TURNAROUND-REPORT-LINE
           WRITE TURNAROUND-REPORT-LINE FROM WS-REPORT-COLUMN-LINE
           INITIALIZE WS-GRAND-TOTALS
           SORT SORT-WORK
               ON ASCENDING KEY SW-BRANCH-CODE
                                SW-REASON-CODE
                                SW-OPERATOR-ID
               INPUT PROCEDURE IS 1000-SELECT-CLOSED-ENTRIES
               OUTPUT PROCEDURE IS 2000-REPORT-TURNAROUND
           MOVE SPACES TO TURNAROUND-REPORT-LINE
           WRITE TURNAROUND-REPORT-LINE
           IF WS-ANY-ENTRY
               MOVE "ALL" TO TL-BRANCH
               MOVE SPACES TO TL-REASON
               MOVE "TOTAL" TO TL-OPERATOR
               MOVE WS-GRAND-TOTALS TO WS-PRINT-TOTALS
               PERFORM 2800-PRINT-TOTALS-LINE
           ELSE
               MOVE "NO SUSPENSE ENTRIES CLOSED IN THIS MONTH"
                   TO TURNAROUND-REPORT-LINE
               WRITE TURNAROUND-REPORT-LINE
           END-IF
           CLOSE TURNAROUND-REPORT
           DISPLAY "Report month             : " WS-REPORT-MONTH
           DISPLAY "History records read     : " WS-HISTORY-READ-COUNT
           DISPLAY "Closed in month          : " WS-SELECTED-COUNT
           PERFORM 9000-WRITE-RUN-LOG
           STOP RUN.

      ******************************************************************
      * 0010-PARSE-REPORT-MONTH. No month given means last month. A
      * month that is not yyyymm stops the run rather than quietly
      * reporting some other month - a manager who asked for one
      * month's figures did not mean another's.
      ******************************************************************
       0010-PARSE-REPORT-MONTH.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-MONTH
               IF WS-REPORT-MM = 1
                   MOVE 12 TO WS-REPORT-MM
                   SUBTRACT 1 FROM WS-REPORT-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-REPORT-MM
               END-IF
           ELSE
               MOVE WS-COMMAND-LINE(1:6) TO WS-REPORT-MONTH
               IF WS-REPORT-MONTH IS NOT NUMERIC
                   OR WS-COMMAND-LINE(7:) NOT = SPACES
                   OR WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
                   DISPLAY "UNRECOGNIZED REPORT MONTH: "
                       WS-COMMAND-LINE
                   DISPLAY "USE: yyyymm, e.g. 202609"
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      * 1000-SELECT-CLOSED-ENTRIES feeds the sort with every history
      * record merged in the report month. No history on hand just
      * means CUSTRMRG has not closed anything since the file was
      * introduced - the report still prints, empty.
      ******************************************************************
       1000-SELECT-CLOSED-ENTRIES.
           OPEN INPUT SUSPENSE-HISTORY
           IF WS-SUSPENSE-HISTORY-STATUS = "35"
               DISPLAY "No suspense history on hand - empty report"
           ELSE
               IF NOT WS-SH-STATUS-OK
                   STRING "SUSPENSE-HISTORY OPEN FAILED: "
                       WS-SUSPENSE-HISTORY-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               PERFORM UNTIL WS-END-OF-FILE
                   READ SUSPENSE-HISTORY
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HISTORY-READ-COUNT
                           IF SH-MERGE-TIMESTAMP(1:6) = WS-REPORT-MONTH
                               PERFORM 1100-RELEASE-CLOSED-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-HISTORY
           END-IF.

       1100-RELEASE-CLOSED-ENTRY.
           ADD 1 TO WS-SELECTED-COUNT
           MOVE SH-BRANCH-CODE TO SW-BRANCH-CODE
           MOVE SH-REASON-CODE TO SW-REASON-CODE
           IF SH-CORRECTION-OPERATOR = SPACES
               MOVE "UNKNOWN" TO SW-OPERATOR-ID
           ELSE
               MOVE SH-CORRECTION-OPERATOR TO SW-OPERATOR-ID
           END-IF
           MOVE SH-CORRECTION-COUNT TO SW-CORRECTION-COUNT
           MOVE SH-REJECT-TIMESTAMP TO WS-FROM-TIMESTAMP
           MOVE SH-CORRECTION-TIMESTAMP TO WS-TO-TIMESTAMP
           PERFORM 1150-COMPUTE-DAYS-BETWEEN
           MOVE WS-DAYS-BETWEEN TO SW-RC-DAYS
           MOVE WS-DAYS-KNOWN-SWITCH TO SW-RC-KNOWN
           MOVE SH-CORRECTION-TIMESTAMP TO WS-FROM-TIMESTAMP
           MOVE SH-MERGE-TIMESTAMP TO WS-TO-TIMESTAMP
           PERFORM 1150-COMPUTE-DAYS-BETWEEN
           MOVE WS-DAYS-BETWEEN TO SW-CM-DAYS
           MOVE WS-DAYS-KNOWN-SWITCH TO SW-CM-KNOWN
           RELEASE SORT-WORK-RECORD.

      ******************************************************************
      * 1150-COMPUTE-DAYS-BETWEEN. A later date before an earlier one
      * (a clock set back, a hand-edited record) counts as zero days,
      * the same floor CUSTAGE puts under a suspense age.
      ******************************************************************
       1150-COMPUTE-DAYS-BETWEEN.
           MOVE "N" TO WS-DAYS-KNOWN-SWITCH
           MOVE ZERO TO WS-DAYS-BETWEEN
           IF WS-FROM-TIMESTAMP(1:8) IS NUMERIC
               AND WS-TO-TIMESTAMP(1:8) IS NUMERIC
               AND WS-FROM-TIMESTAMP(1:8) NOT = "00000000"
               AND WS-TO-TIMESTAMP(1:8) NOT = "00000000"
               MOVE WS-FROM-TIMESTAMP(1:8) TO WS-FROM-DATE
               MOVE WS-TO-TIMESTAMP(1:8) TO WS-TO-DATE
               COMPUTE WS-FROM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
               COMPUTE WS-TO-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               IF WS-FROM-INTEGER > ZERO AND WS-TO-INTEGER > ZERO
                   SET WS-DAYS-KNOWN TO TRUE
                   COMPUTE WS-DAYS-BETWEEN =
                       WS-TO-INTEGER - WS-FROM-INTEGER
                   IF WS-DAYS-BETWEEN < ZERO
                       MOVE ZERO TO WS-DAYS-BETWEEN
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 2000-REPORT-TURNAROUND takes the sorted entries and prints one
      * line per branch/reason/operator group, with a total line after
      * each branch's groups. A group line is printed when the key
      * changes, and again for the last group at end of sort.
      ******************************************************************
       2000-REPORT-TURNAROUND.
           MOVE HIGH-VALUES TO WS-PREV-GROUP-KEY
           PERFORM UNTIL WS-SORT-END-OF-FILE
               RETURN SORT-WORK
                   AT END
                       SET WS-SORT-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2100-TAKE-SORTED-ENTRY
               END-RETURN
           END-PERFORM
           IF WS-ANY-ENTRY
               PERFORM 2300-PRINT-GROUP-LINE
               PERFORM 2400-PRINT-BRANCH-LINE
           END-IF.

       2100-TAKE-SORTED-ENTRY.
           EVALUATE TRUE
               WHEN NOT WS-ANY-ENTRY
                   SET WS-ANY-ENTRY TO TRUE
                   INITIALIZE WS-BRANCH-TOTALS
                   INITIALIZE WS-GROUP-TOTALS
               WHEN SW-BRANCH-CODE NOT = WS-PREV-BRANCH-CODE
                   PERFORM 2300-PRINT-GROUP-LINE
                   PERFORM 2400-PRINT-BRANCH-LINE
                   MOVE SPACES TO TURNAROUND-REPORT-LINE
                   WRITE TURNAROUND-REPORT-LINE
                   INITIALIZE WS-BRANCH-TOTALS
                   INITIALIZE WS-GROUP-TOTALS
               WHEN SW-REASON-CODE NOT = WS-PREV-REASON-CODE
                   OR SW-OPERATOR-ID NOT = WS-PREV-OPERATOR-ID
                   PERFORM 2300-PRINT-GROUP-LINE
                   INITIALIZE WS-GROUP-TOTALS
           END-EVALUATE
           MOVE SW-BRANCH-CODE TO WS-PREV-BRANCH-CODE
           MOVE SW-REASON-CODE TO WS-PREV-REASON-CODE
           MOVE SW-OPERATOR-ID TO WS-PREV-OPERATOR-ID
           PERFORM 2150-ADD-ENTRY-TO-TOTALS.

      ******************************************************************
      * 2150-ADD-ENTRY-TO-TOTALS adds one closed entry to the group,
      * branch and grand accumulators. Only a known interval counts
      * toward the timings; more than one correction counts as multi.
      ******************************************************************
       2150-ADD-ENTRY-TO-TOTALS.
           ADD 1 TO WS-GRP-CLOSED-COUNT WS-BRN-CLOSED-COUNT
               WS-GRD-CLOSED-COUNT
           IF SW-CORRECTION-COUNT > 1
               ADD 1 TO WS-GRP-MULTI-COUNT WS-BRN-MULTI-COUNT
                   WS-GRD-MULTI-COUNT
           END-IF
           IF SW-RC-KNOWN = "Y"
               ADD 1 TO WS-GRP-RC-TIMED-COUNT WS-BRN-RC-TIMED-COUNT
                   WS-GRD-RC-TIMED-COUNT
               ADD SW-RC-DAYS TO WS-GRP-RC-DAYS-TOTAL
                   WS-BRN-RC-DAYS-TOTAL WS-GRD-RC-DAYS-TOTAL
               IF SW-RC-DAYS > WS-GRP-RC-DAYS-WORST
                   MOVE SW-RC-DAYS TO WS-GRP-RC-DAYS-WORST
               END-IF
               IF SW-RC-DAYS > WS-BRN-RC-DAYS-WORST
                   MOVE SW-RC-DAYS TO WS-BRN-RC-DAYS-WORST
               END-IF
               IF SW-RC-DAYS > WS-GRD-RC-DAYS-WORST
                   MOVE SW-RC-DAYS TO WS-GRD-RC-DAYS-WORST
               END-IF
           END-IF
           IF SW-CM-KNOWN = "Y"
               ADD 1 TO WS-GRP-CM-TIMED-COUNT WS-BRN-CM-TIMED-COUNT
                   WS-GRD-CM-TIMED-COUNT
               ADD SW-CM-DAYS TO WS-GRP-CM-DAYS-TOTAL
                   WS-BRN-CM-DAYS-TOTAL WS-GRD-CM-DAYS-TOTAL
               IF SW-CM-DAYS > WS-GRP-CM-DAYS-WORST
                   MOVE SW-CM-DAYS TO WS-GRP-CM-DAYS-WORST
               END-IF
               IF SW-CM-DAYS > WS-BRN-CM-DAYS-WORST
                   MOVE SW-CM-DAYS TO WS-BRN-CM-DAYS-WORST
               END-IF
               IF SW-CM-DAYS > WS-GRD-CM-DAYS-WORST
                   MOVE SW-CM-DAYS TO WS-GRD-CM-DAYS-WORST
               END-IF
           END-IF.

       2300-PRINT-GROUP-LINE.
           MOVE WS-PREV-BRANCH-CODE TO TL-BRANCH
           MOVE WS-PREV-REASON-CODE TO TL-REASON
           MOVE WS-PREV-OPERATOR-ID TO TL-OPERATOR
           MOVE WS-GROUP-TOTALS TO WS-PRINT-TOTALS
           PERFORM 2800-PRINT-TOTALS-LINE.

       2400-PRINT-BRANCH-LINE.
           MOVE WS-PREV-BRANCH-CODE TO TL-BRANCH
           MOVE SPACES TO TL-REASON
           MOVE "TOTAL" TO TL-OPERATOR
           MOVE WS-BRANCH-TOTALS TO WS-PRINT-TOTALS
           PERFORM 2800-PRINT-TOTALS-LINE.

      ******************************************************************
      * 2800-PRINT-TOTALS-LINE formats whichever level the caller moved
      * to WS-PRINT-TOTALS. An average with nothing timed behind it is
      * left blank, not printed as zero days.
      ******************************************************************
       2800-PRINT-TOTALS-LINE.
           MOVE WS-PRT-CLOSED-COUNT TO TL-CLOSED
           IF WS-PRT-RC-TIMED-COUNT > ZERO
               COMPUTE TL-AVG-RC ROUNDED =
                   WS-PRT-RC-DAYS-TOTAL / WS-PRT-RC-TIMED-COUNT
               MOVE WS-PRT-RC-DAYS-WORST TO TL-WORST-RC
           ELSE
               MOVE SPACES TO TL-AVG-RC-X
               MOVE SPACES TO TL-WORST-RC-X
           END-IF
           IF WS-PRT-CM-TIMED-COUNT > ZERO
               COMPUTE TL-AVG-CM ROUNDED =
                   WS-PRT-CM-DAYS-TOTAL / WS-PRT-CM-TIMED-COUNT
               MOVE WS-PRT-CM-DAYS-WORST TO TL-WORST-CM
           ELSE
               MOVE SPACES TO TL-AVG-CM-X
               MOVE SPACES TO TL-WORST-CM-X
           END-IF
           MOVE WS-PRT-MULTI-COUNT TO TL-MULTI
           COMPUTE TL-UNTIMED =
               WS-PRT-CLOSED-COUNT - WS-PRT-RC-TIMED-COUNT
           WRITE TURNAROUND-REPORT-LINE FROM WS-TOTALS-DETAIL-LINE
           IF NOT WS-TR-STATUS-OK
               STRING "TURNAROUND-REPORT WRITE FAILED: "
                   WS-TURNAROUND-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      ******************************************************************
      * 9000-WRITE-RUN-LOG appends this run's close-out record to the
      * shared run log, the same paragraph every program in the chain
      * carries; see CUSTVAL's 9000 for the full reasoning. Read here
      * is history records read, written is entries closed in the
      * report month.
      ******************************************************************
       9000-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           IF NOT WS-RL-STATUS-OK
               DISPLAY "RUN-LOG OPEN FAILED: " WS-RUN-LOG-STATUS
           ELSE
               MOVE "CUSTTURN" TO LG-PROGRAM-ID
               MOVE WS-START-TIMESTAMP TO LG-START-TIMESTAMP
               MOVE FUNCTION CURRENT-DATE(1:14) TO LG-END-TIMESTAMP
               MOVE WS-HISTORY-READ-COUNT TO LG-RECORDS-READ
               MOVE WS-SELECTED-COUNT TO LG-RECORDS-WRITTEN
               MOVE ZERO TO LG-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF NOT WS-RL-STATUS-OK
                   DISPLAY "RUN-LOG WRITE FAILED: " WS-RUN-LOG-STATUS
               END-IF
               CLOSE RUN-LOG
           END-IF.

      ******************************************************************
      * 9900-FATAL-FILE-ERROR - genuine I/O failures only, the same
      * posture as CUSTVAL: a report that can no longer be written is
      * not worth continuing to build.
      ******************************************************************
       9900-FATAL-FILE-ERROR.
           DISPLAY "FATAL FILE ERROR: " WS-FATAL-ERROR-MESSAGE
           STOP RUN.
