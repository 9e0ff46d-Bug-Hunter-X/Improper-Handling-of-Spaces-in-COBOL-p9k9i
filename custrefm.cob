       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTREFM.
       AUTHOR. DATA-QUALITY-TEAM.

      ******************************************************************
      * CUSTREFM - reference-file maintenance batch program.
      * Applies a reference-transaction file (CUSTRFTX) to the three
      * files every night's outcome depends on:
      *     P - CUSTPARM, the run parameters (change one named field)
      *     R - CUSTRSNF, the reason codes and their severities
      *     B - CUSTBRCH, the branches and their regions
      * with A (add), C (change) and D (delete) actions for reasons and
      * branches, and C only for parameters. Every change is edited
      * before it is applied: numeric parameters numeric and in range,
      * switches Y or N, a severity only R or W, no reason or branch
      * code added twice, and no branch deleted while CUSTOMER-MASTER
      * records still carry it. A bad transaction is rejected onto the
      * change report and the run continues - the same reject-and-
      * continue posture CUSTMNT takes with the master.
      *
      * Each transaction names the operator who asked for it, and each
      * change applied goes to the change history CUSTRFHS with the
      * record before and after, so who changed what is never again a
      * question. The change report (CUSTRFRP) lists every transaction,
      * applied or rejected, with the values before and after, for ops
      * to sign off the next morning.
      *
      * The files are small and line sequential, so each is loaded
      * whole, changed in storage and written back at end of run - and
      * only if something in it changed. The run takes the CUSTMLCK
      * lock, so the reference files never change under a CUSTVAL or
      * CUSTMNT run that has already loaded them.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-TRANSACTIONS ASSIGN TO "CUSTRFTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-TRANS-STATUS.

           SELECT CUSTOMER-PARAMETERS ASSIGN TO "CUSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-PARAMETERS-STATUS.

           SELECT REASON-REFERENCE ASSIGN TO "CUSTRSNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-REFERENCE-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO "CUSTBRCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-MASTER-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT CHANGE-HISTORY ASSIGN TO "CUSTRFHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-HISTORY-STATUS.

           SELECT CHANGE-REPORT ASSIGN TO "CUSTRFRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "CUSTRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * The transaction carries a file code, an action code and the
      * requesting operator, then the data for that file in one of
      * three views: a parameter field name and its new value (keyed
      * left-justified - "3", not "03"), a CUSTRSNF record, or a
      * CUSTBRCH record. A delete needs only the code.
      ******************************************************************
       FD  REFERENCE-TRANSACTIONS
           LABEL RECORDS ARE STANDARD.
       01  REFERENCE-TRANSACTION-RECORD.
           05  RX-FILE-CODE                PIC X(1).
               88  RX-FILE-PARAMETER       VALUE "P".
               88  RX-FILE-REASON          VALUE "R".
               88  RX-FILE-BRANCH          VALUE "B".
           05  RX-ACTION-CODE              PIC X(1).
               88  RX-ACTION-ADD           VALUE "A".
               88  RX-ACTION-CHANGE        VALUE "C".
               88  RX-ACTION-DELETE        VALUE "D".
           05  RX-OPERATOR-ID              PIC X(8).
           05  RX-DATA                     PIC X(75).
           05  RX-PARAMETER-DATA REDEFINES RX-DATA.
               10  RX-PARM-FIELD           PIC X(20).
               10  RX-PARM-VALUE           PIC X(10).
               10  FILLER                  PIC X(45).
           05  RX-REASON-DATA REDEFINES RX-DATA.
               10  RX-REASON-CODE          PIC X(4).
               10  RX-REASON-TEXT          PIC X(40).
               10  RX-SEVERITY             PIC X(1).
                   88  RX-SEVERITY-VALID   VALUE "R" "W".
               10  FILLER                  PIC X(30).
           05  RX-BRANCH-DATA REDEFINES RX-DATA.
               10  RX-BRANCH-CODE          PIC X(5).
               10  RX-BRANCH-NAME          PIC X(30).
               10  RX-MANAGER-NAME         PIC X(30).
               10  RX-REGION               PIC X(10).

       FD  CUSTOMER-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-PARAMETER-RECORD.
           COPY CUSTPARM.

       FD  REASON-REFERENCE
           LABEL RECORDS ARE STANDARD.
       01  REASON-REFERENCE-RECORD.
           COPY CUSTRSN.

       FD  BRANCH-MASTER
           LABEL RECORDS ARE STANDARD.
       01  BRANCH-MASTER-RECORD.
           COPY CUSTBRCH.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-RECORD.
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==CM-==.

       FD  CHANGE-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-HISTORY-RECORD.
           COPY CUSTRFHS.

       FD  CHANGE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-REPORT-LINE              PIC X(132).

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-RECORD.
           COPY CUSTRLG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-REFERENCE-TRANS-STATUS   PIC X(2).
               88  WS-RX-STATUS-OK         VALUE "00".
           05  WS-CUSTOMER-PARAMETERS-STATUS PIC X(2).
               88  WS-CP-STATUS-OK         VALUE "00".
           05  WS-REASON-REFERENCE-STATUS  PIC X(2).
               88  WS-RF-STATUS-OK         VALUE "00".
               88  WS-RF-STATUS-EOF        VALUE "10".
           05  WS-BRANCH-MASTER-STATUS     PIC X(2).
               88  WS-BM-STATUS-OK         VALUE "00".
               88  WS-BM-STATUS-EOF        VALUE "10".
           05  WS-CUSTOMER-MASTER-STATUS   PIC X(2).
               88  WS-CM-STATUS-OK         VALUE "00".
           05  WS-CHANGE-HISTORY-STATUS    PIC X(2).
               88  WS-FH-STATUS-OK         VALUE "00".
           05  WS-CHANGE-REPORT-STATUS     PIC X(2).
               88  WS-CR-STATUS-OK         VALUE "00".
           05  WS-RUN-LOG-STATUS           PIC X(2).
               88  WS-RL-STATUS-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE "N".
               88  WS-END-OF-FILE          VALUE "Y".
           05  WS-MASTER-EOF-SWITCH        PIC X(1).
               88  WS-MASTER-ENDED         VALUE "Y".
           05  WS-TRANS-OK-SWITCH          PIC X(1).
               88  WS-TRANS-OK             VALUE "Y".
           05  WS-PARM-CHANGED-SWITCH      PIC X(1) VALUE "N".
               88  WS-PARM-CHANGED         VALUE "Y".
           05  WS-REASON-CHANGED-SWITCH    PIC X(1) VALUE "N".
               88  WS-REASON-CHANGED       VALUE "Y".
           05  WS-BRANCH-CHANGED-SWITCH    PIC X(1) VALUE "N".
               88  WS-BRANCH-CHANGED       VALUE "Y".
           05  WS-REPORT-OPEN-SWITCH       PIC X(1) VALUE "N".
               88  WS-REPORT-OPEN          VALUE "Y".

       01  WS-FATAL-ERROR-MESSAGE          PIC X(50).

       01  WS-RUN-TIMESTAMP                PIC 9(14).
       01  WS-RUN-TIMESTAMP-PARTS REDEFINES WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-RUN-TIME                 PIC 9(6).

       01  WS-COUNTERS.
           05  WS-TRANS-READ-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-APPLIED-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-REJECTED-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-CARRIED-COUNT            PIC 9(6).

      ******************************************************************
      * WS-PARM-RECORD is CUSTPARM as loaded - the one record, kept in
      * storage under its own prefix so it survives the file being
      * closed and reopened for output. No parameter file on hand
      * starts it at spaces: a parameter change then writes a file
      * carrying just that field, and every reader defaults the rest
      * as it does today.
      ******************************************************************
       01  WS-PARM-RECORD.
           COPY CUSTPARM REPLACING LEADING ==CP-== BY ==PW-==.

      ******************************************************************
      * WS-REASON-TABLE is CUSTRSNF loaded, in the shared CUSTRSNT
      * layout, and WS-BRANCH-TABLE is CUSTBRCH loaded, in the layout
      * CUSTVAL's WS-BRANCH-REF-TABLE uses. Each holds exactly what
      * its readers will load (30 reasons, 100 branches), so an add
      * past that is refused here rather than stopping tomorrow's
      * CUSTVAL on overflow.
      ******************************************************************
       01  WS-REASON-TABLE.
           COPY CUSTRSNT.
       01  WS-REASON-SUB                   PIC 9(3).
       01  WS-REASON-HIT                   PIC 9(3).

       01  WS-BRANCH-TABLE.
           05  WS-BREF-COUNT               PIC 9(3) VALUE ZERO.
           05  WS-BREF-ENTRY OCCURS 100 TIMES.
               10  WS-BREF-BRANCH-CODE     PIC X(5).
               10  WS-BREF-BRANCH-NAME     PIC X(30).
               10  WS-BREF-MANAGER-NAME    PIC X(30).
               10  WS-BREF-REGION          PIC X(10).
       01  WS-BREF-SUB                     PIC 9(3).
       01  WS-BREF-HIT                     PIC 9(3).

      ******************************************************************
      * WS-CHANGE-DETAIL is what one transaction did: the key it
      * changed, the record before and after (for CUSTRFHS) and the
      * same two states as the change report shows them. For a
      * parameter the report shows just the field's old and new value.
      ******************************************************************
       01  WS-CHANGE-DETAIL.
           05  WS-CHANGE-KEY               PIC X(20).
           05  WS-BEFORE-IMAGE             PIC X(80).
           05  WS-AFTER-IMAGE              PIC X(80).
           05  WS-BEFORE-SHOW              PIC X(100).
           05  WS-AFTER-SHOW               PIC X(100).
           05  WS-REJECT-TEXT              PIC X(60).

      ******************************************************************
      * WS-HISTORY-TABLE holds this run's CUSTRFHS records, tagged with
      * the file each one changed, until 4000 has rewritten that file:
      * the history then never records a change the file did not get.
      * 1000 changes is far past what three files of at most 100
      * records take in one run; a transaction past that is rejected
      * for the next run rather than applied without its history.
      ******************************************************************
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-HISTORY-ENTRY OCCURS 1000 TIMES.
               10  WS-HS-FILE-CODE         PIC X(1).
               10  WS-HS-RECORD            PIC X(204).
       01  WS-HISTORY-SUB                  PIC 9(4).
       01  WS-HISTORY-FILE-CODE            PIC X(1).

       01  WS-REASON-VIEW.
           05  VR-REASON-CODE              PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  VR-REASON-TEXT              PIC X(40).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  VR-SEVERITY                 PIC X(1).

       01  WS-BRANCH-VIEW.
           05  VB-BRANCH-CODE              PIC X(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  VB-BRANCH-NAME              PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  VB-MANAGER-NAME             PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  VB-REGION                   PIC X(10).

      ******************************************************************
      * Numeric parameter values are keyed left-justified; 1150 trims
      * the value into WS-VALUE-WORK, checks every character it kept
      * is a digit and there are no more than WS-MAX-DIGITS of them,
      * and hands back WS-NUMERIC-VALUE.
      ******************************************************************
       01  WS-VALUE-EDIT.
           05  WS-VALUE-WORK               PIC X(10).
           05  WS-VALUE-LENGTH             PIC 9(2).
           05  WS-MAX-DIGITS               PIC 9(1).
           05  WS-NUMERIC-VALUE            PIC 9(6).

      ******************************************************************
      * WS-LOCK-REQUEST is the CUSTMLCK parameter area - see the
      * program header for why a reference-file change takes the
      * master run lock.
      ******************************************************************
       01  WS-LOCK-REQUEST.
           COPY CUSTLOKR.

       01  WS-REPORT-HEADING-LINE.
           05  FILLER                      PIC X(34) VALUE
               "REFERENCE FILE CHANGE REPORT  RUN ".
           05  RH-RUN-DATE                 PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  RH-RUN-TIME                 PIC 9(6).

       01  WS-REPORT-COLUMN-LINE.
           05  FILLER                      PIC X(50) VALUE
               "FILE        ACTION  KEY                   OPERATOR".
           05  FILLER                      PIC X(8) VALUE "  RESULT".

       01  WS-REPORT-DETAIL-LINE.
           05  RL-FILE                     PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RL-ACTION                   PIC X(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RL-KEY                      PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RL-OPERATOR                 PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RL-RESULT                   PIC X(60).

       01  WS-REPORT-IMAGE-LINE.
           05  FILLER                      PIC X(12) VALUE SPACES.
           05  RI-LABEL                    PIC X(8).
           05  RI-IMAGE                    PIC X(100).

       01  WS-REPORT-TOTAL-LINE.
           05  TL-LABEL                    PIC X(30).
           05  TL-COUNT                    PIC ZZZ,ZZ9.

       01  WS-REPORT-SIGNOFF-LINE.
           05  FILLER                      PIC X(50) VALUE
               "REVIEWED BY ________________________  DATE ______".
           05  FILLER                      PIC X(4) VALUE "____".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM 0005-ACQUIRE-MASTER-LOCK
           PERFORM 0010-LOAD-RUN-PARAMETERS
           PERFORM 0012-LOAD-REASON-TABLE
           PERFORM 0015-LOAD-BRANCH-MASTER
           PERFORM 0040-OPEN-FILES
           PERFORM 0050-WRITE-REPORT-HEADINGS
           PERFORM UNTIL WS-END-OF-FILE
               READ REFERENCE-TRANSACTIONS
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ-COUNT
                       PERFORM 1000-PROCESS-TRANSACTION
               END-READ
           END-PERFORM
           IF NOT WS-REFERENCE-TRANS-STATUS = "35"
               CLOSE REFERENCE-TRANSACTIONS
           END-IF
           PERFORM 4000-REWRITE-REFERENCE-FILES
           PERFORM 5000-WRITE-REPORT-TOTALS
           CLOSE CHANGE-HISTORY
           CLOSE CHANGE-REPORT
           PERFORM 9500-RELEASE-MASTER-LOCK
           DISPLAY "Transactions read        : " WS-TRANS-READ-COUNT
           DISPLAY "Changes applied          : " WS-APPLIED-COUNT
           DISPLAY "Transactions rejected    : " WS-REJECTED-COUNT
           PERFORM 9000-WRITE-RUN-LOG
           STOP RUN.

       0005-ACQUIRE-MASTER-LOCK.
           SET LK-ACTION-ACQUIRE TO TRUE
           MOVE "CUSTREFM" TO LK-CALLER-PROGRAM
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
           MOVE "CUSTREFM" TO LK-CALLER-PROGRAM
           CALL "CUSTMLCK" USING WS-LOCK-REQUEST.

      ******************************************************************
      * 0010-LOAD-RUN-PARAMETERS takes the CUSTPARM record as it
      * stands - no defaults are filled in here, since whatever is
      * loaded is what gets written back, and a default this program
      * wrote would stop looking like a default to the readers.
      ******************************************************************
       0010-LOAD-RUN-PARAMETERS.
           MOVE SPACES TO WS-PARM-RECORD
           OPEN INPUT CUSTOMER-PARAMETERS
           IF WS-CUSTOMER-PARAMETERS-STATUS = "35"
               DISPLAY "No parameter file on hand - starting empty"
           ELSE
               IF NOT WS-CP-STATUS-OK
                   STRING "CUSTOMER-PARAMETERS OPEN FAILED: "
                       WS-CUSTOMER-PARAMETERS-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               READ CUSTOMER-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CUSTOMER-PARAMETER-RECORD TO WS-PARM-RECORD
               END-READ
               CLOSE CUSTOMER-PARAMETERS
           END-IF.

      ******************************************************************
      * 0012-LOAD-REASON-TABLE and 0015-LOAD-BRANCH-MASTER are the
      * loads CUSTVAL does, overflow stopped rather than truncated:
      * writing back a truncated table would delete the overflow.
      ******************************************************************
       0012-LOAD-REASON-TABLE.
           MOVE ZERO TO RT-REASON-COUNT
           OPEN INPUT REASON-REFERENCE
           IF WS-REASON-REFERENCE-STATUS = "35"
               DISPLAY "No reason file on hand - starting empty"
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

       0015-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER
           IF WS-BRANCH-MASTER-STATUS = "35"
               DISPLAY "No branch master on hand - starting empty"
           ELSE
               IF NOT WS-BM-STATUS-OK
                   STRING "BRANCH-MASTER OPEN FAILED: "
                       WS-BRANCH-MASTER-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               PERFORM UNTIL WS-BM-STATUS-EOF
                   READ BRANCH-MASTER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-BREF-COUNT = 100
                               MOVE
                                 "BRANCH MASTER OVERFLOWS 100 ENTRIES"
                                   TO WS-FATAL-ERROR-MESSAGE
                               PERFORM 9900-FATAL-FILE-ERROR
                           END-IF
                           ADD 1 TO WS-BREF-COUNT
                           MOVE BR-BRANCH-CODE
                               TO WS-BREF-BRANCH-CODE(WS-BREF-COUNT)
                           MOVE BR-BRANCH-NAME
                               TO WS-BREF-BRANCH-NAME(WS-BREF-COUNT)
                           MOVE BR-MANAGER-NAME
                               TO WS-BREF-MANAGER-NAME(WS-BREF-COUNT)
                           MOVE BR-REGION
                               TO WS-BREF-REGION(WS-BREF-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER
           END-IF.

      ******************************************************************
      * 0040-OPEN-FILES. No transaction file on hand is an empty run.
      * CHANGE-HISTORY is the audit trail of every reference change
      * ever made, so like CUSTJRNL it is ALWAYS opened EXTEND, falling
      * back to OUTPUT only the first time the file is created.
      ******************************************************************
       0040-OPEN-FILES.
           OPEN INPUT REFERENCE-TRANSACTIONS
           IF WS-REFERENCE-TRANS-STATUS = "35"
               DISPLAY "No reference transactions on hand - nothing "
                   "to apply"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               IF NOT WS-RX-STATUS-OK
                   STRING "REFERENCE-TRANSACTIONS OPEN FAILED: "
                       WS-REFERENCE-TRANS-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
           END-IF
           OPEN EXTEND CHANGE-HISTORY
           IF WS-CHANGE-HISTORY-STATUS = "35"
               OPEN OUTPUT CHANGE-HISTORY
           END-IF
           IF NOT WS-FH-STATUS-OK
               STRING "CHANGE-HISTORY OPEN FAILED: "
                   WS-CHANGE-HISTORY-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT CHANGE-REPORT
           IF NOT WS-CR-STATUS-OK
               STRING "CHANGE-REPORT OPEN FAILED: "
                   WS-CHANGE-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           SET WS-REPORT-OPEN TO TRUE.

       0050-WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME TO RH-RUN-TIME
           WRITE CHANGE-REPORT-LINE FROM WS-REPORT-HEADING-LINE
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE FROM WS-REPORT-COLUMN-LINE.

      ******************************************************************
      * 1000-PROCESS-TRANSACTION routes each transaction to its file's
      * paragraph. A transaction with no operator is refused outright:
      * knowing who asked for a change is half the point of the run.
      ******************************************************************
       1000-PROCESS-TRANSACTION.
           SET WS-TRANS-OK TO TRUE
           MOVE SPACES TO WS-CHANGE-DETAIL
           EVALUATE TRUE
               WHEN RX-OPERATOR-ID = SPACES
                   MOVE "N" TO WS-TRANS-OK-SWITCH
                   MOVE "OPERATOR ID MISSING" TO WS-REJECT-TEXT
               WHEN WS-HISTORY-COUNT = 1000
                   MOVE "N" TO WS-TRANS-OK-SWITCH
                   MOVE "RUN FULL - RESUBMIT IN THE NEXT RUN"
                       TO WS-REJECT-TEXT
               WHEN RX-FILE-PARAMETER
                   MOVE RX-PARM-FIELD TO WS-CHANGE-KEY
                   PERFORM 1100-CHANGE-PARAMETER
               WHEN RX-FILE-REASON
                   MOVE RX-REASON-CODE TO WS-CHANGE-KEY
                   PERFORM 1200-MAINTAIN-REASON
               WHEN RX-FILE-BRANCH
                   MOVE RX-BRANCH-CODE TO WS-CHANGE-KEY
                   PERFORM 1300-MAINTAIN-BRANCH
               WHEN OTHER
                   MOVE "N" TO WS-TRANS-OK-SWITCH
                   MOVE "FILE CODE MUST BE P, R OR B" TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-TRANS-OK
               PERFORM 2900-RECORD-CHANGE
           ELSE
               PERFORM 3000-REPORT-REJECT
           END-IF.

      ******************************************************************
      * 1100-CHANGE-PARAMETER sets one named CUSTPARM field. Numeric
      * fields must be numeric and, where a reader treats zero as "use
      * the default", non-zero - a zero keyed on purpose would be
      * silently ignored overnight. CP-MIN-NONSPACE-CHARS cannot pass
      * the 30-character name it is measured against. Switches take Y
      * or N only.
      ******************************************************************
       1100-CHANGE-PARAMETER.
           IF NOT RX-ACTION-CHANGE
               MOVE "N" TO WS-TRANS-OK-SWITCH
               MOVE "PARAMETERS CAN ONLY BE CHANGED (ACTION C)"
                   TO WS-REJECT-TEXT
           ELSE
               MOVE WS-PARM-RECORD TO WS-BEFORE-IMAGE
               EVALUATE RX-PARM-FIELD
                   WHEN "MIN-NONSPACE-CHARS"
                       MOVE PW-MIN-NONSPACE-CHARS TO WS-BEFORE-SHOW
                       MOVE 2 TO WS-MAX-DIGITS
                       PERFORM 1150-EDIT-NUMERIC-VALUE
                       IF WS-TRANS-OK
                           IF WS-NUMERIC-VALUE = ZERO
                                   OR WS-NUMERIC-VALUE > 30
                               MOVE "N" TO WS-TRANS-OK-SWITCH
                               MOVE "VALUE MUST BE 1 TO 30"
                                   TO WS-REJECT-TEXT
                           ELSE
                               MOVE WS-NUMERIC-VALUE
                                   TO PW-MIN-NONSPACE-CHARS
                               MOVE PW-MIN-NONSPACE-CHARS
                                   TO WS-AFTER-SHOW
                           END-IF
                       END-IF
                   WHEN "ACCEPT-PADDED-NAMES"
                       MOVE PW-ACCEPT-PADDED-NAMES TO WS-BEFORE-SHOW
                       PERFORM 1160-EDIT-SWITCH-VALUE
                       IF WS-TRANS-OK
                           MOVE RX-PARM-VALUE TO PW-ACCEPT-PADDED-NAMES
                           MOVE PW-ACCEPT-PADDED-NAMES TO WS-AFTER-SHOW
                       END-IF
                   WHEN "REJECT-LOW-VALUES"
                       MOVE PW-REJECT-LOW-VALUES TO WS-BEFORE-SHOW
                       PERFORM 1160-EDIT-SWITCH-VALUE
                       IF WS-TRANS-OK
                           MOVE RX-PARM-VALUE TO PW-REJECT-LOW-VALUES
                           MOVE PW-REJECT-LOW-VALUES TO WS-AFTER-SHOW
                       END-IF
                   WHEN "CHECK-ADDRESS-LINE1"
                       MOVE PW-CHECK-ADDRESS-LINE1 TO WS-BEFORE-SHOW
                       PERFORM 1160-EDIT-SWITCH-VALUE
                       IF WS-TRANS-OK
                           MOVE RX-PARM-VALUE TO PW-CHECK-ADDRESS-LINE1
                           MOVE PW-CHECK-ADDRESS-LINE1 TO WS-AFTER-SHOW
                       END-IF
                   WHEN "CHECK-STATE-CODE"
                       MOVE PW-CHECK-STATE-CODE TO WS-BEFORE-SHOW
                       PERFORM 1160-EDIT-SWITCH-VALUE
                       IF WS-TRANS-OK
                           MOVE RX-PARM-VALUE TO PW-CHECK-STATE-CODE
                           MOVE PW-CHECK-STATE-CODE TO WS-AFTER-SHOW
                       END-IF
                   WHEN "CHECK-ZIP-CODE"
                       MOVE PW-CHECK-ZIP-CODE TO WS-BEFORE-SHOW
                       PERFORM 1160-EDIT-SWITCH-VALUE
                       IF WS-TRANS-OK
                           MOVE RX-PARM-VALUE TO PW-CHECK-ZIP-CODE
                           MOVE PW-CHECK-ZIP-CODE TO WS-AFTER-SHOW
                       END-IF
                   WHEN "ESCALATION-DAYS"
                       MOVE PW-ESCALATION-DAYS TO WS-BEFORE-SHOW
                       MOVE 3 TO WS-MAX-DIGITS
                       PERFORM 1170-EDIT-NONZERO-VALUE
                       IF WS-TRANS-OK
                           MOVE WS-NUMERIC-VALUE TO PW-ESCALATION-DAYS
                           MOVE PW-ESCALATION-DAYS TO WS-AFTER-SHOW
                       END-IF
                   WHEN "EXCEPTION-RC-LIMIT"
                       MOVE PW-EXCEPTION-RC-LIMIT TO WS-BEFORE-SHOW
                       MOVE 6 TO WS-MAX-DIGITS
                       PERFORM 1150-EDIT-NUMERIC-VALUE
                       IF WS-TRANS-OK
                           MOVE WS-NUMERIC-VALUE
                               TO PW-EXCEPTION-RC-LIMIT
                           MOVE PW-EXCEPTION-RC-LIMIT TO WS-AFTER-SHOW
                       END-IF
                   WHEN "DELTA-MODE"
                       MOVE PW-DELTA-MODE TO WS-BEFORE-SHOW
                       PERFORM 1160-EDIT-SWITCH-VALUE
                       IF WS-TRANS-OK
                           MOVE RX-PARM-VALUE TO PW-DELTA-MODE
                           MOVE PW-DELTA-MODE TO WS-AFTER-SHOW
                       END-IF
                   WHEN "HIST-RETAIN-RUNS"
                       MOVE PW-HIST-RETAIN-RUNS TO WS-BEFORE-SHOW
                       MOVE 3 TO WS-MAX-DIGITS
                       PERFORM 1170-EDIT-NONZERO-VALUE
                       IF WS-TRANS-OK
                           MOVE WS-NUMERIC-VALUE TO PW-HIST-RETAIN-RUNS
                           MOVE PW-HIST-RETAIN-RUNS TO WS-AFTER-SHOW
                       END-IF
                   WHEN "NMLG-RETAIN-DAYS"
                       MOVE PW-NMLG-RETAIN-DAYS TO WS-BEFORE-SHOW
                       MOVE 3 TO WS-MAX-DIGITS
                       PERFORM 1170-EDIT-NONZERO-VALUE
                       IF WS-TRANS-OK
                           MOVE WS-NUMERIC-VALUE TO PW-NMLG-RETAIN-DAYS
                           MOVE PW-NMLG-RETAIN-DAYS TO WS-AFTER-SHOW
                       END-IF
                   WHEN "CHRONIC-RUNS"
                       MOVE PW-CHRONIC-RUNS TO WS-BEFORE-SHOW
                       MOVE 3 TO WS-MAX-DIGITS
                       PERFORM 1170-EDIT-NONZERO-VALUE
                       IF WS-TRANS-OK
                           MOVE WS-NUMERIC-VALUE TO PW-CHRONIC-RUNS
                           MOVE PW-CHRONIC-RUNS TO WS-AFTER-SHOW
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-TRANS-OK-SWITCH
                       MOVE "UNKNOWN PARAMETER FIELD NAME"
                           TO WS-REJECT-TEXT
               END-EVALUATE
               IF WS-TRANS-OK
                   MOVE WS-PARM-RECORD TO WS-AFTER-IMAGE
                   SET WS-PARM-CHANGED TO TRUE
               END-IF
           END-IF.

       1150-EDIT-NUMERIC-VALUE.
           MOVE ZERO TO WS-NUMERIC-VALUE
           IF RX-PARM-VALUE = SPACES
               MOVE "N" TO WS-TRANS-OK-SWITCH
           ELSE
               MOVE FUNCTION TRIM(RX-PARM-VALUE) TO WS-VALUE-WORK
               COMPUTE WS-VALUE-LENGTH =
                   FUNCTION LENGTH(FUNCTION TRIM(RX-PARM-VALUE))
               IF WS-VALUE-LENGTH > WS-MAX-DIGITS
                   MOVE "N" TO WS-TRANS-OK-SWITCH
               ELSE
                   IF WS-VALUE-WORK(1:WS-VALUE-LENGTH) IS NOT NUMERIC
                       MOVE "N" TO WS-TRANS-OK-SWITCH
                   ELSE
                       COMPUTE WS-NUMERIC-VALUE =
                           FUNCTION NUMVAL(WS-VALUE-WORK)
                   END-IF
               END-IF
           END-IF
           IF NOT WS-TRANS-OK
               STRING "VALUE MUST BE NUMERIC, AT MOST "
                   WS-MAX-DIGITS " DIGITS"
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
           END-IF.

       1160-EDIT-SWITCH-VALUE.
           IF RX-PARM-VALUE NOT = "Y" AND RX-PARM-VALUE NOT = "N"
               MOVE "N" TO WS-TRANS-OK-SWITCH
               MOVE "VALUE MUST BE Y OR N" TO WS-REJECT-TEXT
           END-IF.

       1170-EDIT-NONZERO-VALUE.
           PERFORM 1150-EDIT-NUMERIC-VALUE
           IF WS-TRANS-OK AND WS-NUMERIC-VALUE = ZERO
               MOVE "N" TO WS-TRANS-OK-SWITCH
               MOVE "VALUE MUST NOT BE ZERO" TO WS-REJECT-TEXT
           END-IF.

      ******************************************************************
      * 1200-MAINTAIN-REASON. A reason code has the E-and-three-digits
      * shape every program uses; an add must not already be on file
      * and a change or delete must be. An add or change must carry
      * text and a severity of R or W - the severity is what decides
      * suspense, so nothing else is let through.
      ******************************************************************
       1200-MAINTAIN-REASON.
           IF RX-REASON-CODE(1:1) NOT = "E"
                   OR RX-REASON-CODE(2:3) IS NOT NUMERIC
               MOVE "N" TO WS-TRANS-OK-SWITCH
               MOVE "REASON CODE MUST BE E AND THREE DIGITS"
                   TO WS-REJECT-TEXT
           ELSE
               PERFORM 1250-FIND-REASON
               EVALUATE TRUE
                   WHEN RX-ACTION-ADD
                       IF WS-REASON-HIT > ZERO
                           MOVE "N" TO WS-TRANS-OK-SWITCH
                           MOVE "REASON CODE ALREADY ON FILE"
                               TO WS-REJECT-TEXT
                       ELSE
                           PERFORM 1210-EDIT-REASON-FIELDS
                       END-IF
                       IF WS-TRANS-OK AND RT-REASON-COUNT = 30
                           MOVE "N" TO WS-TRANS-OK-SWITCH
                           MOVE "REASON FILE FULL - 30 CODES"
                               TO WS-REJECT-TEXT
                       END-IF
                       IF WS-TRANS-OK
                           ADD 1 TO RT-REASON-COUNT
                           MOVE RT-REASON-COUNT TO WS-REASON-HIT
                           PERFORM 1220-SET-REASON-ENTRY
                       END-IF
                   WHEN RX-ACTION-CHANGE
                       IF WS-REASON-HIT = ZERO
                           MOVE "N" TO WS-TRANS-OK-SWITCH
                           MOVE "REASON CODE NOT ON FILE"
                               TO WS-REJECT-TEXT
                       ELSE
                           PERFORM 1210-EDIT-REASON-FIELDS
                       END-IF
                       IF WS-TRANS-OK
                           PERFORM 1230-SHOW-REASON-BEFORE
                           PERFORM 1220-SET-REASON-ENTRY
                       END-IF
                   WHEN RX-ACTION-DELETE
                       IF WS-REASON-HIT = ZERO
                           MOVE "N" TO WS-TRANS-OK-SWITCH
                           MOVE "REASON CODE NOT ON FILE"
                               TO WS-REJECT-TEXT
                       ELSE
                           PERFORM 1230-SHOW-REASON-BEFORE
                           PERFORM 1260-DELETE-REASON-ENTRY
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-TRANS-OK-SWITCH
                       MOVE "ACTION MUST BE A, C OR D" TO WS-REJECT-TEXT
               END-EVALUATE
               IF WS-TRANS-OK
                   SET WS-REASON-CHANGED TO TRUE
               END-IF
           END-IF.

       1210-EDIT-REASON-FIELDS.
           EVALUATE TRUE
               WHEN RX-REASON-TEXT = SPACES
                   MOVE "N" TO WS-TRANS-OK-SWITCH
                   MOVE "REASON TEXT MISSING" TO WS-REJECT-TEXT
               WHEN NOT RX-SEVERITY-VALID
                   MOVE "N" TO WS-TRANS-OK-SWITCH
                   MOVE "SEVERITY MUST BE R OR W" TO WS-REJECT-TEXT
           END-EVALUATE.

       1220-SET-REASON-ENTRY.
           MOVE RX-REASON-CODE TO RT-REASON-CODE(WS-REASON-HIT)
           MOVE RX-REASON-TEXT TO RT-REASON-TEXT(WS-REASON-HIT)
           MOVE RX-SEVERITY TO RT-SEVERITY(WS-REASON-HIT)
           MOVE RX-REASON-CODE TO RF-REASON-CODE VR-REASON-CODE
           MOVE RX-REASON-TEXT TO RF-REASON-TEXT VR-REASON-TEXT
           MOVE RX-SEVERITY TO RF-SEVERITY VR-SEVERITY
           MOVE REASON-REFERENCE-RECORD TO WS-AFTER-IMAGE
           MOVE WS-REASON-VIEW TO WS-AFTER-SHOW.

       1230-SHOW-REASON-BEFORE.
           MOVE RT-REASON-CODE(WS-REASON-HIT)
               TO RF-REASON-CODE VR-REASON-CODE
           MOVE RT-REASON-TEXT(WS-REASON-HIT)
               TO RF-REASON-TEXT VR-REASON-TEXT
           MOVE RT-SEVERITY(WS-REASON-HIT) TO RF-SEVERITY VR-SEVERITY
           MOVE REASON-REFERENCE-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-REASON-VIEW TO WS-BEFORE-SHOW.

       1250-FIND-REASON.
           MOVE ZERO TO WS-REASON-HIT
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > RT-REASON-COUNT
                   OR WS-REASON-HIT > ZERO
               IF RT-REASON-CODE(WS-REASON-SUB) = RX-REASON-CODE
                   MOVE WS-REASON-SUB TO WS-REASON-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
      * 1260-DELETE-REASON-ENTRY closes the gap so the table - and the
      * file written from it - keeps its order without a hole.
      ******************************************************************
       1260-DELETE-REASON-ENTRY.
           PERFORM VARYING WS-REASON-SUB FROM WS-REASON-HIT BY 1
                   UNTIL WS-REASON-SUB >= RT-REASON-COUNT
               MOVE RT-REASON-ENTRY(WS-REASON-SUB + 1)
                   TO RT-REASON-ENTRY(WS-REASON-SUB)
           END-PERFORM
           MOVE SPACES TO RT-REASON-ENTRY(RT-REASON-COUNT)
           SUBTRACT 1 FROM RT-REASON-COUNT.

      ******************************************************************
      * 1300-MAINTAIN-BRANCH. The same add/change/delete rules as a
      * reason code, plus the one that matters most: a branch still
      * carried on CUSTOMER-MASTER cannot be deleted, or every one of
      * its customers would reject tomorrow as an unknown branch
      * (E017). An add or change must name the branch and its region.
      ******************************************************************
       1300-MAINTAIN-BRANCH.
           IF RX-BRANCH-CODE = SPACES
               MOVE "N" TO WS-TRANS-OK-SWITCH
               MOVE "BRANCH CODE MISSING" TO WS-REJECT-TEXT
           ELSE
               PERFORM 1350-FIND-BRANCH
               EVALUATE TRUE
                   WHEN RX-ACTION-ADD
                       IF WS-BREF-HIT > ZERO
                           MOVE "N" TO WS-TRANS-OK-SWITCH
                           MOVE "BRANCH CODE ALREADY ON FILE"
                               TO WS-REJECT-TEXT
                       ELSE
                           PERFORM 1310-EDIT-BRANCH-FIELDS
                       END-IF
                       IF WS-TRANS-OK AND WS-BREF-COUNT = 100
                           MOVE "N" TO WS-TRANS-OK-SWITCH
                           MOVE "BRANCH FILE FULL - 100 BRANCHES"
                               TO WS-REJECT-TEXT
                       END-IF
                       IF WS-TRANS-OK
                           ADD 1 TO WS-BREF-COUNT
                           MOVE WS-BREF-COUNT TO WS-BREF-HIT
                           PERFORM 1320-SET-BRANCH-ENTRY
                       END-IF
                   WHEN RX-ACTION-CHANGE
                       IF WS-BREF-HIT = ZERO
                           MOVE "N" TO WS-TRANS-OK-SWITCH
                           MOVE "BRANCH CODE NOT ON FILE"
                               TO WS-REJECT-TEXT
                       ELSE
                           PERFORM 1310-EDIT-BRANCH-FIELDS
                       END-IF
                       IF WS-TRANS-OK
                           PERFORM 1330-SHOW-BRANCH-BEFORE
                           PERFORM 1320-SET-BRANCH-ENTRY
                       END-IF
                   WHEN RX-ACTION-DELETE
                       IF WS-BREF-HIT = ZERO
                           MOVE "N" TO WS-TRANS-OK-SWITCH
                           MOVE "BRANCH CODE NOT ON FILE"
                               TO WS-REJECT-TEXT
                       ELSE
                           PERFORM 1370-COUNT-CARRYING-RECORDS
                       END-IF
                       IF WS-TRANS-OK
                           PERFORM 1330-SHOW-BRANCH-BEFORE
                           PERFORM 1360-DELETE-BRANCH-ENTRY
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-TRANS-OK-SWITCH
                       MOVE "ACTION MUST BE A, C OR D" TO WS-REJECT-TEXT
               END-EVALUATE
               IF WS-TRANS-OK
                   SET WS-BRANCH-CHANGED TO TRUE
               END-IF
           END-IF.

       1310-EDIT-BRANCH-FIELDS.
           EVALUATE TRUE
               WHEN RX-BRANCH-NAME = SPACES
                   MOVE "N" TO WS-TRANS-OK-SWITCH
                   MOVE "BRANCH NAME MISSING" TO WS-REJECT-TEXT
               WHEN RX-REGION = SPACES
                   MOVE "N" TO WS-TRANS-OK-SWITCH
                   MOVE "REGION MISSING" TO WS-REJECT-TEXT
           END-EVALUATE.

       1320-SET-BRANCH-ENTRY.
           MOVE RX-BRANCH-CODE TO WS-BREF-BRANCH-CODE(WS-BREF-HIT)
           MOVE RX-BRANCH-NAME TO WS-BREF-BRANCH-NAME(WS-BREF-HIT)
           MOVE RX-MANAGER-NAME TO WS-BREF-MANAGER-NAME(WS-BREF-HIT)
           MOVE RX-REGION TO WS-BREF-REGION(WS-BREF-HIT)
           MOVE RX-BRANCH-CODE TO BR-BRANCH-CODE VB-BRANCH-CODE
           MOVE RX-BRANCH-NAME TO BR-BRANCH-NAME VB-BRANCH-NAME
           MOVE RX-MANAGER-NAME TO BR-MANAGER-NAME VB-MANAGER-NAME
           MOVE RX-REGION TO BR-REGION VB-REGION
           MOVE BRANCH-MASTER-RECORD TO WS-AFTER-IMAGE
           MOVE WS-BRANCH-VIEW TO WS-AFTER-SHOW.

       1330-SHOW-BRANCH-BEFORE.
           MOVE WS-BREF-BRANCH-CODE(WS-BREF-HIT)
               TO BR-BRANCH-CODE VB-BRANCH-CODE
           MOVE WS-BREF-BRANCH-NAME(WS-BREF-HIT)
               TO BR-BRANCH-NAME VB-BRANCH-NAME
           MOVE WS-BREF-MANAGER-NAME(WS-BREF-HIT)
               TO BR-MANAGER-NAME VB-MANAGER-NAME
           MOVE WS-BREF-REGION(WS-BREF-HIT) TO BR-REGION VB-REGION
           MOVE BRANCH-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-BRANCH-VIEW TO WS-BEFORE-SHOW.

       1350-FIND-BRANCH.
           MOVE ZERO TO WS-BREF-HIT
           PERFORM VARYING WS-BREF-SUB FROM 1 BY 1
                   UNTIL WS-BREF-SUB > WS-BREF-COUNT
                   OR WS-BREF-HIT > ZERO
               IF WS-BREF-BRANCH-CODE(WS-BREF-SUB) = RX-BRANCH-CODE
                   MOVE WS-BREF-SUB TO WS-BREF-HIT
               END-IF
           END-PERFORM.

       1360-DELETE-BRANCH-ENTRY.
           PERFORM VARYING WS-BREF-SUB FROM WS-BREF-HIT BY 1
                   UNTIL WS-BREF-SUB >= WS-BREF-COUNT
               MOVE WS-BREF-ENTRY(WS-BREF-SUB + 1)
                   TO WS-BREF-ENTRY(WS-BREF-SUB)
           END-PERFORM
           MOVE SPACES TO WS-BREF-ENTRY(WS-BREF-COUNT)
           SUBTRACT 1 FROM WS-BREF-COUNT.

      ******************************************************************
      * 1370-COUNT-CARRYING-RECORDS reads the whole master for the
      * branch being deleted - inactive records included, since a
      * reactivated customer would carry the branch straight back.
      * Branch deletes are rare enough that a pass per delete costs
      * less than keeping a count of every branch. No master on hand
      * means no record carries anything.
      ******************************************************************
       1370-COUNT-CARRYING-RECORDS.
           MOVE ZERO TO WS-CARRIED-COUNT
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-MASTER-STATUS NOT = "35"
               IF NOT WS-CM-STATUS-OK
                   STRING "CUSTOMER-MASTER OPEN FAILED: "
                       WS-CUSTOMER-MASTER-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               MOVE "N" TO WS-MASTER-EOF-SWITCH
               PERFORM UNTIL WS-MASTER-ENDED
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END
                           SET WS-MASTER-ENDED TO TRUE
                       NOT AT END
                           IF CM-BRANCH-CODE = RX-BRANCH-CODE
                               ADD 1 TO WS-CARRIED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-CARRIED-COUNT > ZERO
               MOVE "N" TO WS-TRANS-OK-SWITCH
               STRING "BRANCH STILL CARRIED BY " WS-CARRIED-COUNT
                   " MASTER RECORDS"
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
           END-IF.

      ******************************************************************
      * 2900-RECORD-CHANGE builds the applied change's history record,
      * held in WS-HISTORY-TABLE until 4000 has rewritten the file, and
      * writes it to the change report. It runs only after the table
      * itself was changed.
      ******************************************************************
       2900-RECORD-CHANGE.
           MOVE WS-RUN-TIMESTAMP TO FH-RUN-TIMESTAMP
           MOVE RX-OPERATOR-ID TO FH-OPERATOR-ID
           MOVE RX-FILE-CODE TO FH-FILE-CODE
           MOVE RX-ACTION-CODE TO FH-ACTION-CODE
           MOVE WS-CHANGE-KEY TO FH-CHANGE-KEY
           MOVE WS-BEFORE-IMAGE TO FH-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO FH-AFTER-IMAGE
           ADD 1 TO WS-HISTORY-COUNT
           MOVE RX-FILE-CODE TO WS-HS-FILE-CODE(WS-HISTORY-COUNT)
           MOVE CHANGE-HISTORY-RECORD TO WS-HS-RECORD(WS-HISTORY-COUNT)
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "APPLIED" TO RL-RESULT
           PERFORM 3100-WRITE-DETAIL-LINE
           IF NOT RX-ACTION-ADD
               MOVE "BEFORE" TO RI-LABEL
               MOVE WS-BEFORE-SHOW TO RI-IMAGE
               PERFORM 3200-WRITE-IMAGE-LINE
           END-IF
           IF NOT RX-ACTION-DELETE
               MOVE "AFTER" TO RI-LABEL
               MOVE WS-AFTER-SHOW TO RI-IMAGE
               PERFORM 3200-WRITE-IMAGE-LINE
           END-IF.

       3000-REPORT-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO RL-RESULT
           STRING "REJECTED - " WS-REJECT-TEXT
               DELIMITED BY SIZE INTO RL-RESULT
           IF WS-CHANGE-KEY = SPACES
               MOVE RX-DATA(1:20) TO WS-CHANGE-KEY
           END-IF
           PERFORM 3100-WRITE-DETAIL-LINE.

       3100-WRITE-DETAIL-LINE.
           EVALUATE TRUE
               WHEN RX-FILE-PARAMETER
                   MOVE "PARAMETER" TO RL-FILE
               WHEN RX-FILE-REASON
                   MOVE "REASON" TO RL-FILE
               WHEN RX-FILE-BRANCH
                   MOVE "BRANCH" TO RL-FILE
               WHEN OTHER
                   MOVE RX-FILE-CODE TO RL-FILE
           END-EVALUATE
           EVALUATE TRUE
               WHEN RX-ACTION-ADD
                   MOVE "ADD" TO RL-ACTION
               WHEN RX-ACTION-CHANGE
                   MOVE "CHANGE" TO RL-ACTION
               WHEN RX-ACTION-DELETE
                   MOVE "DELETE" TO RL-ACTION
               WHEN OTHER
                   MOVE RX-ACTION-CODE TO RL-ACTION
           END-EVALUATE
           MOVE WS-CHANGE-KEY TO RL-KEY
           MOVE RX-OPERATOR-ID TO RL-OPERATOR
           WRITE CHANGE-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           IF NOT WS-CR-STATUS-OK
               STRING "CHANGE-REPORT WRITE FAILED: "
                   WS-CHANGE-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       3200-WRITE-IMAGE-LINE.
           WRITE CHANGE-REPORT-LINE FROM WS-REPORT-IMAGE-LINE
           IF NOT WS-CR-STATUS-OK
               STRING "CHANGE-REPORT WRITE FAILED: "
                   WS-CHANGE-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      ******************************************************************
      * 4000-REWRITE-REFERENCE-FILES writes back each file a change was
      * applied to, whole, from its table. A file nothing touched is
      * left exactly as it was, not rewritten. Only once a file is
      * written and closed does its history go to CUSTRFHS (4900), so
      * a run that dies part way leaves history for exactly the files
      * that were rewritten.
      ******************************************************************
       4000-REWRITE-REFERENCE-FILES.
           IF WS-PARM-CHANGED
               OPEN OUTPUT CUSTOMER-PARAMETERS
               IF NOT WS-CP-STATUS-OK
                   STRING "CUSTOMER-PARAMETERS OPEN FAILED: "
                       WS-CUSTOMER-PARAMETERS-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               WRITE CUSTOMER-PARAMETER-RECORD FROM WS-PARM-RECORD
               IF NOT WS-CP-STATUS-OK
                   STRING "CUSTOMER-PARAMETERS WRITE FAILED: "
                       WS-CUSTOMER-PARAMETERS-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               CLOSE CUSTOMER-PARAMETERS
               MOVE "P" TO WS-HISTORY-FILE-CODE
               PERFORM 4900-WRITE-FILE-HISTORY
           END-IF
           IF WS-REASON-CHANGED
               OPEN OUTPUT REASON-REFERENCE
               IF NOT WS-RF-STATUS-OK
                   STRING "REASON-REFERENCE OPEN FAILED: "
                       WS-REASON-REFERENCE-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                       UNTIL WS-REASON-SUB > RT-REASON-COUNT
                   MOVE RT-REASON-CODE(WS-REASON-SUB) TO RF-REASON-CODE
                   MOVE RT-REASON-TEXT(WS-REASON-SUB) TO RF-REASON-TEXT
                   MOVE RT-SEVERITY(WS-REASON-SUB) TO RF-SEVERITY
                   WRITE REASON-REFERENCE-RECORD
                   IF NOT WS-RF-STATUS-OK
                       STRING "REASON-REFERENCE WRITE FAILED: "
                           WS-REASON-REFERENCE-STATUS
                           DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                       PERFORM 9900-FATAL-FILE-ERROR
                   END-IF
               END-PERFORM
               CLOSE REASON-REFERENCE
               MOVE "R" TO WS-HISTORY-FILE-CODE
               PERFORM 4900-WRITE-FILE-HISTORY
           END-IF
           IF WS-BRANCH-CHANGED
               OPEN OUTPUT BRANCH-MASTER
               IF NOT WS-BM-STATUS-OK
                   STRING "BRANCH-MASTER OPEN FAILED: "
                       WS-BRANCH-MASTER-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               PERFORM VARYING WS-BREF-SUB FROM 1 BY 1
                       UNTIL WS-BREF-SUB > WS-BREF-COUNT
                   MOVE WS-BREF-BRANCH-CODE(WS-BREF-SUB)
                       TO BR-BRANCH-CODE
                   MOVE WS-BREF-BRANCH-NAME(WS-BREF-SUB)
                       TO BR-BRANCH-NAME
                   MOVE WS-BREF-MANAGER-NAME(WS-BREF-SUB)
                       TO BR-MANAGER-NAME
                   MOVE WS-BREF-REGION(WS-BREF-SUB) TO BR-REGION
                   WRITE BRANCH-MASTER-RECORD
                   IF NOT WS-BM-STATUS-OK
                       STRING "BRANCH-MASTER WRITE FAILED: "
                           WS-BRANCH-MASTER-STATUS
                           DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                       PERFORM 9900-FATAL-FILE-ERROR
                   END-IF
               END-PERFORM
               CLOSE BRANCH-MASTER
               MOVE "B" TO WS-HISTORY-FILE-CODE
               PERFORM 4900-WRITE-FILE-HISTORY
           END-IF.

       4900-WRITE-FILE-HISTORY.
           PERFORM VARYING WS-HISTORY-SUB FROM 1 BY 1
                   UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
               IF WS-HS-FILE-CODE(WS-HISTORY-SUB) = WS-HISTORY-FILE-CODE
                   WRITE CHANGE-HISTORY-RECORD
                       FROM WS-HS-RECORD(WS-HISTORY-SUB)
                   IF NOT WS-FH-STATUS-OK
                       STRING "CHANGE-HISTORY WRITE FAILED: "
                           WS-CHANGE-HISTORY-STATUS
                           DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                       PERFORM 9900-FATAL-FILE-ERROR
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 5000-WRITE-REPORT-TOTALS closes the change report with the
      * counts and the line ops signs when the changes are reviewed.
      ******************************************************************
       5000-WRITE-REPORT-TOTALS.
           IF WS-TRANS-READ-COUNT = ZERO
               MOVE "NO REFERENCE TRANSACTIONS THIS RUN"
                   TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
           END-IF
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           MOVE "TRANSACTIONS READ" TO TL-LABEL
           MOVE WS-TRANS-READ-COUNT TO TL-COUNT
           WRITE CHANGE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE "CHANGES APPLIED" TO TL-LABEL
           MOVE WS-APPLIED-COUNT TO TL-COUNT
           WRITE CHANGE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE "TRANSACTIONS REJECTED" TO TL-LABEL
           MOVE WS-REJECTED-COUNT TO TL-COUNT
           WRITE CHANGE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE FROM WS-REPORT-SIGNOFF-LINE.

      ******************************************************************
      * 9000-WRITE-RUN-LOG appends this run's close-out record to the
      * shared run log, the same paragraph every program in the chain
      * carries; see CUSTVAL's 9000 for the full reasoning. Read here
      * is transactions read, written is changes applied.
      ******************************************************************
       9000-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           IF NOT WS-RL-STATUS-OK
               DISPLAY "RUN-LOG OPEN FAILED: " WS-RUN-LOG-STATUS
           ELSE
               MOVE "CUSTREFM" TO LG-PROGRAM-ID
               MOVE WS-RUN-TIMESTAMP TO LG-START-TIMESTAMP
               MOVE FUNCTION CURRENT-DATE(1:14) TO LG-END-TIMESTAMP
               MOVE WS-TRANS-READ-COUNT TO LG-RECORDS-READ
               MOVE WS-APPLIED-COUNT TO LG-RECORDS-WRITTEN
               MOVE ZERO TO LG-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF NOT WS-RL-STATUS-OK
                   DISPLAY "RUN-LOG WRITE FAILED: " WS-RUN-LOG-STATUS
               END-IF
               CLOSE RUN-LOG
           END-IF.

      ******************************************************************
      * 9900-FATAL-FILE-ERROR - genuine I/O failures only: a bad
      * transaction rejects and the run continues, a file that can no
      * longer be trusted stops it. A stop before 4000 leaves every
      * reference file as it was and nothing on the history; a stop
      * inside 4000 leaves history for the files already rewritten.
      * Either way the change report has already listed transactions
      * as APPLIED, so while it is still open and writable it gets a
      * closing line saying the run died and where to look.
      ******************************************************************
       9900-FATAL-FILE-ERROR.
           DISPLAY "FATAL FILE ERROR: " WS-FATAL-ERROR-MESSAGE
           IF WS-REPORT-OPEN AND WS-CR-STATUS-OK
               MOVE SPACES TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
               MOVE SPACES TO CHANGE-REPORT-LINE
               STRING "RUN ABENDED - " WS-FATAL-ERROR-MESSAGE
                   DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
               MOVE "APPLIED MEANS APPLIED ONLY WHERE CUSTRFHS SHOWS IT"
                   TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
               CLOSE CHANGE-REPORT
           END-IF
           MOVE 8 TO RETURN-CODE
           STOP RUN.
