       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMASK.
       AUTHOR. DATA-QUALITY-TEAM.

      ******************************************************************
      * CUSTMASK - masked test-copy utility.
      * Reproducing a problem used to mean handing developers the real
      * customer files. This program writes a scrambled copy of
      * CUSTMAST and the five files that travel with it - CUSTSUSP,
      * CUSTRFD, CUSTNMLG, CUSTXREF and CUSTEXC - for the test region,
      * under the CUSTMSKx names, which the test region loads under the
      * production names. Masked are:
      *
      *   customer ids   - every character replaced in its own class
      *                    (digit for digit, letter for letter), by a
      *                    substitution chained both ways along the
      *                    id, so two ids never mask to the same value
      *                    and one id masks the same way in every file
      *                    - CUSTDUPE clusters, CUSTAUDT orphans,
      *                    CUSTCONS chains and CUSTINQ lookups all
      *                    still reproduce;
      *   names and      - every word replaced by a made-up word of the
      *   address lines    same length and case, chosen by the word
      *                    itself, so the same name or street masks the
      *                    same wherever it appears, and a name CUSTVAL
      *                    would normalize still normalizes to the same
      *                    masked name;
      *   ZIP+4 digits   - the four-digit extension only; the five-
      *                    digit ZIP, city and state are kept so branch
      *                    geography still looks like production.
      *
      * Spaces, LOW-VALUES and punctuation are never changed, so the
      * blank, low-value and padded shapes CUSTVAL tests for come
      * through exactly, as do branch codes, statuses, reason codes,
      * timestamps and CR-CUSTOMER-NAME-LENGTH (a masked word is the
      * same length as the real one).
      *
      * The masking is keyed. A key given on the command line (up to
      * nine digits) repeats an earlier copy's masking; with none, the
      * key is drawn from FUNCTION RANDOM, seeded from the clock to the
      * hundredth of a second and a count of how long the clock took
      * to tick over. Neither the key nor its seed is printed or
      * logged, and the run timestamp the report and run log do carry
      * is not enough to work the key out, so such a copy cannot be
      * unmasked or repeated. Either way one run masks all six files
      * with the same key - the files are only consistent with each
      * other when they come from the same run.
      *
      * The control report (CUSTMSKP) proves the copy complete: for
      * each file the records read from production against the records
      * counted back off the finished copy. Any file out of balance
      * ends the run with RETURN-CODE 8 and the copy must not be
      * released. The run takes the CUSTMLCK lock so no updater can
      * change one file between the copies of two others.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT CUSTOMER-SUSPENSE ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-SUSPENSE-STATUS.

           SELECT CUSTOMER-RESUBMIT ASSIGN TO "CUSTRFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-RESUBMIT-STATUS.

           SELECT NAME-CHANGE-LOG ASSIGN TO "CUSTNMLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAME-CHANGE-LOG-STATUS.

           SELECT CROSS-REFERENCE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CROSS-REFERENCE-STATUS.

           SELECT CUSTOMER-EXCEPTIONS ASSIGN TO "CUSTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-EXCEPTIONS-STATUS.

           SELECT MASKED-MASTER ASSIGN TO "CUSTMSKM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-CUSTOMER-ID
               FILE STATUS IS WS-MASKED-MASTER-STATUS.

           SELECT MASKED-SUSPENSE ASSIGN TO "CUSTMSKS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-CUSTOMER-ID
               FILE STATUS IS WS-MASKED-SUSPENSE-STATUS.

           SELECT MASKED-RESUBMIT ASSIGN TO "CUSTMSKR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKED-RESUBMIT-STATUS.

           SELECT MASKED-NAME-LOG ASSIGN TO "CUSTMSKN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKED-NAME-LOG-STATUS.

           SELECT MASKED-CROSS-REFERENCE ASSIGN TO "CUSTMSKX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKED-CROSS-REF-STATUS.

           SELECT MASKED-EXCEPTIONS ASSIGN TO "CUSTMSKE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKED-EXCEPTIONS-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO "CUSTMSKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "CUSTRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-RECORD.
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==CM-==.

       FD  CUSTOMER-SUSPENSE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-SUSPENSE-RECORD.
           COPY CUSTSUSP.

       FD  CUSTOMER-RESUBMIT
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-RESUBMIT-RECORD.
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==RS-==.

       FD  NAME-CHANGE-LOG
           LABEL RECORDS ARE STANDARD.
       01  NAME-CHANGE-LOG-RECORD.
           COPY CUSTCHLG.

       FD  CROSS-REFERENCE
           LABEL RECORDS ARE STANDARD.
       01  CROSS-REFERENCE-RECORD.
           COPY CUSTXREF.

       FD  CUSTOMER-EXCEPTIONS
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-EXCEPTION-RECORD.
           COPY CUSTEXC.

      ******************************************************************
      * The copies are masked in the production record areas above and
      * written FROM them, so each copy's record here needs only its
      * length - and, for the two indexed copies, the key in front.
      ******************************************************************
       FD  MASKED-MASTER
           LABEL RECORDS ARE STANDARD.
       01  MASKED-MASTER-RECORD.
           05  MM-CUSTOMER-ID              PIC X(10).
           05  FILLER                      PIC X(144).

       FD  MASKED-SUSPENSE
           LABEL RECORDS ARE STANDARD.
       01  MASKED-SUSPENSE-RECORD.
           05  MS-CUSTOMER-ID              PIC X(10).
           05  FILLER                      PIC X(257).

       FD  MASKED-RESUBMIT
           LABEL RECORDS ARE STANDARD.
       01  MASKED-RESUBMIT-RECORD          PIC X(154).

       FD  MASKED-NAME-LOG
           LABEL RECORDS ARE STANDARD.
       01  MASKED-NAME-LOG-RECORD          PIC X(89).

       FD  MASKED-CROSS-REFERENCE
           LABEL RECORDS ARE STANDARD.
       01  MASKED-CROSS-REFERENCE-RECORD   PIC X(34).

       FD  MASKED-EXCEPTIONS
           LABEL RECORDS ARE STANDARD.
       01  MASKED-EXCEPTION-RECORD         PIC X(198).

       FD  CONTROL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REPORT-LINE             PIC X(132).

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-RECORD.
           COPY CUSTRLG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CUSTOMER-MASTER-STATUS   PIC X(2).
               88  WS-CM-STATUS-OK         VALUE "00".
           05  WS-CUSTOMER-SUSPENSE-STATUS PIC X(2).
               88  WS-CS-STATUS-OK         VALUE "00".
           05  WS-CUSTOMER-RESUBMIT-STATUS PIC X(2).
               88  WS-RS-STATUS-OK         VALUE "00".
           05  WS-NAME-CHANGE-LOG-STATUS   PIC X(2).
               88  WS-CL-STATUS-OK         VALUE "00".
           05  WS-CROSS-REFERENCE-STATUS   PIC X(2).
               88  WS-XR-STATUS-OK         VALUE "00".
           05  WS-CUSTOMER-EXCEPTIONS-STATUS PIC X(2).
               88  WS-CE-STATUS-OK         VALUE "00".
           05  WS-MASKED-MASTER-STATUS     PIC X(2).
               88  WS-MM-STATUS-OK         VALUE "00".
           05  WS-MASKED-SUSPENSE-STATUS   PIC X(2).
               88  WS-MS-STATUS-OK         VALUE "00".
           05  WS-MASKED-RESUBMIT-STATUS   PIC X(2).
               88  WS-MR-STATUS-OK         VALUE "00".
           05  WS-MASKED-NAME-LOG-STATUS   PIC X(2).
               88  WS-MN-STATUS-OK         VALUE "00".
           05  WS-MASKED-CROSS-REF-STATUS  PIC X(2).
               88  WS-MX-STATUS-OK         VALUE "00".
           05  WS-MASKED-EXCEPTIONS-STATUS PIC X(2).
               88  WS-ME-STATUS-OK         VALUE "00".
           05  WS-CONTROL-REPORT-STATUS    PIC X(2).
               88  WS-CR-STATUS-OK         VALUE "00".
           05  WS-RUN-LOG-STATUS           PIC X(2).
               88  WS-RL-STATUS-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1).
               88  WS-END-OF-FILE          VALUE "Y".
           05  WS-BALANCE-SWITCH           PIC X(1) VALUE "Y".
               88  WS-COPY-BALANCED        VALUE "Y".

       01  WS-FATAL-ERROR-MESSAGE          PIC X(50).

       01  WS-RUN-TIMESTAMP                PIC 9(14).
       01  WS-RUN-TIMESTAMP-PARTS REDEFINES WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-RUN-TIME                 PIC 9(6).

       01  WS-COMMAND-LINE                 PIC X(40) VALUE SPACES.
       01  WS-KEY-LENGTH                   PIC 9(2).

      ******************************************************************
      * WS-KEY-DRAW is the default-key working area 0015 uses. None of
      * it is ever written to the report or the run log.
      ******************************************************************
       01  WS-KEY-DRAW.
           05  WS-DRAW-CLOCK               PIC X(8).
           05  WS-DRAW-CLOCK-NUM REDEFINES WS-DRAW-CLOCK
                                           PIC 9(8).
           05  WS-DRAW-SPIN-COUNT          PIC 9(7).
           05  WS-DRAW-SEED                PIC 9(9).
           05  WS-DRAW-FRACTION            PIC V9(9).

       01  WS-COUNTERS.
           05  WS-TOTAL-READ-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-COPIED-COUNT       PIC 9(7) VALUE ZERO.

      ******************************************************************
      * WS-CONTROL-TABLE is the control report: one entry per file, in
      * the order the files are copied, with the records read from
      * production and the records counted back off the copy. A file
      * not on hand is copied as an empty file (so a test region never
      * keeps a stale copy of it) and reported as such.
      ******************************************************************
       01  WS-CONTROL-TABLE.
           05  WS-CONTROL-ENTRY OCCURS 6 TIMES.
               10  WS-CTL-SOURCE-FILE      PIC X(8).
               10  WS-CTL-COPY-FILE        PIC X(8).
               10  WS-CTL-ON-HAND-SWITCH   PIC X(1).
                   88  WS-CTL-ON-HAND      VALUE "Y".
               10  WS-CTL-READ-COUNT       PIC 9(7).
               10  WS-CTL-COPIED-COUNT     PIC 9(7).
       01  WS-CTL-SUB                      PIC 9(1).

      ******************************************************************
      * WS-MASK-WORK is the masking arithmetic. WS-MASK-KEY is the run
      * key; the id and text seeds are drawn from it separately so an
      * id and a name that happen to be spelt alike do not mask alike.
      * WS-HASH is kept below the prime 999999937 after every step, so
      * the products in 8950 stay well inside eighteen digits.
      ******************************************************************
       01  WS-MASK-WORK.
           05  WS-MASK-KEY                 PIC 9(9).
           05  WS-ID-SEED                  PIC 9(9).
           05  WS-TEXT-SEED                PIC 9(9).
           05  WS-HASH                     PIC 9(18).
           05  WS-CHAR                     PIC X(1).
           05  WS-CHAR-CLASS               PIC X(1).
               88  WS-CHAR-UPPER           VALUE "U".
               88  WS-CHAR-LOWER           VALUE "L".
               88  WS-CHAR-DIGIT           VALUE "D".
               88  WS-CHAR-OTHER           VALUE "O".
           05  WS-CHAR-INDEX               PIC 9(2).
           05  WS-CHAR-CODE                PIC 9(2).
           05  WS-NEW-INDEX                PIC 9(2).
           05  WS-SCAN-POS                 PIC 9(2).
           05  WS-WORD-START               PIC 9(2).
           05  WS-WORD-END                 PIC 9(2).
           05  WS-WORD-POS                 PIC 9(2).

       01  WS-UPPER-ALPHABET               PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-LOWER-ALPHABET               PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".
       01  WS-DIGIT-STRING                 PIC X(10) VALUE
           "0123456789".

      ******************************************************************
      * The field being masked is moved into one of these and back.
      * WS-MASK-SENTINEL is always a space, so the word scan in 8200
      * can look one byte past a word that ends in column 30.
      ******************************************************************
       01  WS-MASK-ID                      PIC X(10).
       01  WS-MASK-ZIP                     PIC X(10).
       01  WS-MASK-AREA.
           05  WS-MASK-TEXT                PIC X(30).
           05  WS-MASK-SENTINEL            PIC X(1) VALUE SPACE.

      ******************************************************************
      * WS-LOCK-REQUEST is the CUSTMLCK parameter area - see the
      * program header for why a copy takes the master run lock.
      ******************************************************************
       01  WS-LOCK-REQUEST.
           COPY CUSTLOKR.

       01  WS-REPORT-HEADING-LINE.
           05  FILLER                      PIC X(37) VALUE
               "MASKED TEST COPY CONTROL REPORT  RUN ".
           05  RH-RUN-DATE                 PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  RH-RUN-TIME                 PIC 9(6).

       01  WS-REPORT-KEY-LINE.
           05  FILLER                      PIC X(10) VALUE "MASK KEY: ".
           05  RK-KEY-SOURCE               PIC X(40).

       01  WS-REPORT-COLUMN-LINE.
           05  FILLER                      PIC X(50) VALUE
               "PRODUCTION  TEST COPY   RECORDS READ  RECORDS COPI".
           05  FILLER                      PIC X(12) VALUE
               "ED  RESULT".

       01  WS-REPORT-DETAIL-LINE.
           05  RL-SOURCE-FILE              PIC X(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  RL-COPY-FILE                PIC X(8).
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  RL-READ-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  RL-COPIED-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  RL-RESULT                   PIC X(30).

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER                      PIC X(26) VALUE
               "ALL FILES".
           05  TL-READ-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  TL-COPIED-COUNT             PIC Z,ZZZ,ZZ9.

       01  WS-REPORT-VERDICT-LINE          PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM 0010-PARSE-COMMAND-LINE
           PERFORM 0005-ACQUIRE-MASTER-LOCK
           PERFORM 0040-OPEN-CONTROL-REPORT
           PERFORM 1000-COPY-MASTER
           PERFORM 2000-COPY-SUSPENSE
           PERFORM 3000-COPY-RESUBMIT
           PERFORM 4000-COPY-NAME-LOG
           PERFORM 5000-COPY-CROSS-REFERENCE
           PERFORM 6000-COPY-EXCEPTIONS
           PERFORM 7000-WRITE-CONTROL-REPORT
           CLOSE CONTROL-REPORT
           PERFORM 9500-RELEASE-MASTER-LOCK
           DISPLAY "Records read             : " WS-TOTAL-READ-COUNT
           DISPLAY "Records copied           : " WS-TOTAL-COPIED-COUNT
           IF NOT WS-COPY-BALANCED
               DISPLAY "MASKED COPY OUT OF BALANCE - SEE CUSTMSKP"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-WRITE-RUN-LOG
           STOP RUN.

      ******************************************************************
      * 0010-PARSE-COMMAND-LINE. The only argument is the optional mask
      * key; anything but one to nine digits stops the run before the
      * lock is asked for, since a mistyped key would silently produce
      * a copy that does not line up with the one it was meant to
      * repeat.
      ******************************************************************
       0010-PARSE-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               PERFORM 0015-DRAW-RANDOM-KEY
               MOVE "DRAWN AT RANDOM - NOT REPEATABLE"
                   TO RK-KEY-SOURCE
           ELSE
               COMPUTE WS-KEY-LENGTH =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-LINE))
               IF WS-KEY-LENGTH > 9
                       OR FUNCTION TRIM(WS-COMMAND-LINE) IS NOT NUMERIC
                   DISPLAY "UNRECOGNIZED RUN: " WS-COMMAND-LINE
                   DISPLAY "USE: CUSTMASK [MASK-KEY, UP TO 9 DIGITS]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-MASK-KEY = FUNCTION NUMVAL(WS-COMMAND-LINE)
               MOVE "SUPPLIED ON COMMAND LINE" TO RK-KEY-SOURCE
           END-IF
           COMPUTE WS-ID-SEED =
               FUNCTION MOD(WS-MASK-KEY * 7 + 3, 999999937)
           COMPUTE WS-TEXT-SEED =
               FUNCTION MOD(WS-MASK-KEY * 13 + 5, 999999937).

      ******************************************************************
      * 0015-DRAW-RANDOM-KEY. The seed is NOT the run timestamp, which
      * the report heading and the run log both carry: it is the clock
      * read again here down to the hundredth, mixed with the number
      * of times the clock had to be read before that hundredth ticked
      * over - a count that varies from run to run and is recorded
      * nowhere. The key is the first RANDOM draw off that seed, kept
      * inside 1 to 999999936 like any key the masking arithmetic
      * takes.
      ******************************************************************
       0015-DRAW-RANDOM-KEY.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-DRAW-CLOCK
           MOVE ZERO TO WS-DRAW-SPIN-COUNT
           PERFORM UNTIL FUNCTION CURRENT-DATE(9:8) NOT = WS-DRAW-CLOCK
                   OR WS-DRAW-SPIN-COUNT = 9999999
               ADD 1 TO WS-DRAW-SPIN-COUNT
           END-PERFORM
           COMPUTE WS-DRAW-SEED = FUNCTION MOD(
               WS-DRAW-CLOCK-NUM * 7919 + WS-DRAW-SPIN-COUNT,
               999999937)
           COMPUTE WS-DRAW-FRACTION = FUNCTION RANDOM(WS-DRAW-SEED)
           COMPUTE WS-MASK-KEY =
               WS-DRAW-FRACTION * 999999936 + 1.

       0005-ACQUIRE-MASTER-LOCK.
           SET LK-ACTION-ACQUIRE TO TRUE
           MOVE "CUSTMASK" TO LK-CALLER-PROGRAM
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
           MOVE "CUSTMASK" TO LK-CALLER-PROGRAM
           CALL "CUSTMLCK" USING WS-LOCK-REQUEST.

       0040-OPEN-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT
           IF NOT WS-CR-STATUS-OK
               STRING "CONTROL-REPORT OPEN FAILED: "
                   WS-CONTROL-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      ******************************************************************
      * 1000-COPY-MASTER through 6000-COPY-EXCEPTIONS copy one file
      * each, the same way: open the production file (not on hand
      * means an empty copy), mask each record in its own record area,
      * write it to the copy, then close the copy and count it back.
      * The count is taken off the finished copy rather than kept as
      * the records are written, so the control report shows what the
      * test region will actually load.
      ******************************************************************
       1000-COPY-MASTER.
           MOVE 1 TO WS-CTL-SUB
           MOVE "CUSTMAST" TO WS-CTL-SOURCE-FILE(WS-CTL-SUB)
           MOVE "CUSTMSKM" TO WS-CTL-COPY-FILE(WS-CTL-SUB)
           PERFORM 1900-START-CONTROL-ENTRY
           OPEN OUTPUT MASKED-MASTER
           IF NOT WS-MM-STATUS-OK
               STRING "MASKED-MASTER OPEN FAILED: "
                   WS-MASKED-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-MASTER-STATUS NOT = "35"
               IF NOT WS-CM-STATUS-OK
                   STRING "CUSTOMER-MASTER OPEN FAILED: "
                       WS-CUSTOMER-MASTER-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-CTL-ON-HAND(WS-CTL-SUB) TO TRUE
               PERFORM UNTIL WS-END-OF-FILE
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-READ-COUNT(WS-CTL-SUB)
                           PERFORM 1100-MASK-MASTER-RECORD
                           WRITE MASKED-MASTER-RECORD
                               FROM CUSTOMER-RECORD
                           IF NOT WS-MM-STATUS-OK
                               STRING "MASKED-MASTER WRITE FAILED: "
                                   WS-MASKED-MASTER-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-FATAL-ERROR-MESSAGE
                               PERFORM 9900-FATAL-FILE-ERROR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE MASKED-MASTER
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MASKED-MASTER
           IF NOT WS-MM-STATUS-OK
               STRING "MASKED-MASTER OPEN FAILED: "
                   WS-MASKED-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ MASKED-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTL-COPIED-COUNT(WS-CTL-SUB)
               END-READ
           END-PERFORM
           CLOSE MASKED-MASTER.

       1100-MASK-MASTER-RECORD.
           MOVE CM-CUSTOMER-ID TO WS-MASK-ID
           PERFORM 8100-MASK-CUSTOMER-ID
           MOVE WS-MASK-ID TO CM-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME TO WS-MASK-TEXT
           PERFORM 8200-MASK-TEXT-FIELD
           MOVE WS-MASK-TEXT TO CM-CUSTOMER-NAME
           MOVE CM-ADDRESS-LINE-1 TO WS-MASK-TEXT
           PERFORM 8200-MASK-TEXT-FIELD
           MOVE WS-MASK-TEXT TO CM-ADDRESS-LINE-1
           MOVE CM-ADDRESS-LINE-2 TO WS-MASK-TEXT
           PERFORM 8200-MASK-TEXT-FIELD
           MOVE WS-MASK-TEXT TO CM-ADDRESS-LINE-2
           MOVE CM-ZIP-CODE TO WS-MASK-ZIP
           PERFORM 8300-MASK-ZIP-CODE
           MOVE WS-MASK-ZIP TO CM-ZIP-CODE.

       1900-START-CONTROL-ENTRY.
           MOVE "N" TO WS-CTL-ON-HAND-SWITCH(WS-CTL-SUB)
           MOVE ZERO TO WS-CTL-READ-COUNT(WS-CTL-SUB)
           MOVE ZERO TO WS-CTL-COPIED-COUNT(WS-CTL-SUB)
           MOVE "N" TO WS-EOF-SWITCH.

      ******************************************************************
      * 2000-COPY-SUSPENSE. The corrected name a branch keyed is a name
      * like any other and is masked with the entry's own name; the
      * operator id and reason text are not customer data and are
      * copied as they stand.
      ******************************************************************
       2000-COPY-SUSPENSE.
           MOVE 2 TO WS-CTL-SUB
           MOVE "CUSTSUSP" TO WS-CTL-SOURCE-FILE(WS-CTL-SUB)
           MOVE "CUSTMSKS" TO WS-CTL-COPY-FILE(WS-CTL-SUB)
           PERFORM 1900-START-CONTROL-ENTRY
           OPEN OUTPUT MASKED-SUSPENSE
           IF NOT WS-MS-STATUS-OK
               STRING "MASKED-SUSPENSE OPEN FAILED: "
                   WS-MASKED-SUSPENSE-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN INPUT CUSTOMER-SUSPENSE
           IF WS-CUSTOMER-SUSPENSE-STATUS NOT = "35"
               IF NOT WS-CS-STATUS-OK
                   STRING "CUSTOMER-SUSPENSE OPEN FAILED: "
                       WS-CUSTOMER-SUSPENSE-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-CTL-ON-HAND(WS-CTL-SUB) TO TRUE
               PERFORM UNTIL WS-END-OF-FILE
                   READ CUSTOMER-SUSPENSE NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-READ-COUNT(WS-CTL-SUB)
                           PERFORM 2100-MASK-SUSPENSE-RECORD
                           WRITE MASKED-SUSPENSE-RECORD
                               FROM CUSTOMER-SUSPENSE-RECORD
                           IF NOT WS-MS-STATUS-OK
                               STRING "MASKED-SUSPENSE WRITE FAILED: "
                                   WS-MASKED-SUSPENSE-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-FATAL-ERROR-MESSAGE
                               PERFORM 9900-FATAL-FILE-ERROR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-SUSPENSE
           END-IF
           CLOSE MASKED-SUSPENSE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MASKED-SUSPENSE
           IF NOT WS-MS-STATUS-OK
               STRING "MASKED-SUSPENSE OPEN FAILED: "
                   WS-MASKED-SUSPENSE-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ MASKED-SUSPENSE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTL-COPIED-COUNT(WS-CTL-SUB)
               END-READ
           END-PERFORM
           CLOSE MASKED-SUSPENSE.

       2100-MASK-SUSPENSE-RECORD.
           MOVE CS-CUSTOMER-ID TO WS-MASK-ID
           PERFORM 8100-MASK-CUSTOMER-ID
           MOVE WS-MASK-ID TO CS-CUSTOMER-ID
           MOVE CS-CUSTOMER-NAME TO WS-MASK-TEXT
           PERFORM 8200-MASK-TEXT-FIELD
           MOVE WS-MASK-TEXT TO CS-CUSTOMER-NAME
           MOVE CS-ADDRESS-LINE-1 TO WS-MASK-TEXT
           PERFORM 8200-MASK-TEXT-FIELD
           MOVE WS-MASK-TEXT TO CS-ADDRESS-LINE-1
           MOVE CS-ADDRESS-LINE-2 TO WS-MASK-TEXT
           PERFORM 8200-MASK-TEXT-FIELD
           MOVE WS-MASK-TEXT TO CS-ADDRESS-LINE-2
           MOVE CS-ZIP-CODE TO WS-MASK-ZIP
           PERFORM 8300-MASK-ZIP-CODE
           MOVE WS-MASK-ZIP TO CS-ZIP-CODE
           MOVE CS-CORRECTED-NAME TO WS-MASK-TEXT
           PERFORM 8200-MASK-TEXT-FIELD
           MOVE WS-MASK-TEXT TO CS-CORRECTED-NAME.

       3000-COPY-RESUBMIT.
           MOVE 3 TO WS-CTL-SUB
           MOVE "CUSTRFD" TO WS-CTL-SOURCE-FILE(WS-CTL-SUB)
           MOVE "CUSTMSKR" TO WS-CTL-COPY-FILE(WS-CTL-SUB)
           PERFORM 1900-START-CONTROL-ENTRY
           OPEN OUTPUT MASKED-RESUBMIT
           IF NOT WS-MR-STATUS-OK
               STRING "MASKED-RESUBMIT OPEN FAILED: "
                   WS-MASKED-RESUBMIT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN INPUT CUSTOMER-RESUBMIT
           IF WS-CUSTOMER-RESUBMIT-STATUS NOT = "35"
               IF NOT WS-RS-STATUS-OK
                   STRING "CUSTOMER-RESUBMIT OPEN FAILED: "
                       WS-CUSTOMER-RESUBMIT-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-CTL-ON-HAND(WS-CTL-SUB) TO TRUE
               PERFORM UNTIL WS-END-OF-FILE
                   READ CUSTOMER-RESUBMIT
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-READ-COUNT(WS-CTL-SUB)
                           PERFORM 3100-MASK-RESUBMIT-RECORD
                           WRITE MASKED-RESUBMIT-RECORD
                               FROM CUSTOMER-RESUBMIT-RECORD
                           IF NOT WS-MR-STATUS-OK
                               STRING "MASKED-RESUBMIT WRITE FAILED: "
                                   WS-MASKED-RESUBMIT-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-FATAL-ERROR-MESSAGE
                               PERFORM 9900-FATAL-FILE-ERROR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-RESUBMIT
           END-IF
           CLOSE MASKED-RESUBMIT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MASKED-RESUBMIT
           IF NOT WS-MR-STATUS-OK
               STRING "MASKED-RESUBMIT OPEN FAILED: "
                   WS-MASKED-RESUBMIT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ MASKED-RESUBMIT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTL-COPIED-COUNT(WS-CTL-SUB)
               END-READ
           END-PERFORM
           CLOSE MASKED-RESUBMIT.

       3100-MASK-RESUBMIT-RECORD.
           MOVE RS-CUSTOMER-ID TO WS-MASK-ID
           PERFORM 8100-MASK-CUSTOMER-ID
           MOVE WS-MASK-ID TO RS-CUSTOMER-ID
           MOVE RS-CUSTOMER-NAME TO WS-MASK-TEXT
           PERFORM 8200-MASK-TEXT-FIELD
           MOVE WS-MASK-TEXT TO RS-CUSTOMER-NAME
           MOVE RS-ADDRESS-LINE-1 TO WS-MASK-TEXT
           PERFORM 8200-MASK-TEXT-FIELD
           MOVE WS-MASK-TEXT TO RS-ADDRESS-LINE-1
           MOVE RS-ADDRESS-LINE-2 TO WS-MASK-TEXT
           PERFORM 8200-MASK-TEXT-FIELD
           MOVE WS-MASK-TEXT TO RS-ADDRESS-LINE-2
           MOVE RS-ZIP-CODE TO WS-MASK-ZIP
           PERFORM 8300-MASK-ZIP-CODE
           MOVE WS-MASK-ZIP TO RS-ZIP-CODE.

      ******************************************************************
      * 4000-COPY-NAME-LOG. Both the before and after names are masked
      * word by word, so a word CUSTVAL left alone is still identical
      * on both sides and CUSTCHLQ shows the same shape of change.
      ******************************************************************
       4000-COPY-NAME-LOG.
           MOVE 4 TO WS-CTL-SUB
           MOVE "CUSTNMLG" TO WS-CTL-SOURCE-FILE(WS-CTL-SUB)
           MOVE "CUSTMSKN" TO WS-CTL-COPY-FILE(WS-CTL-SUB)
           PERFORM 1900-START-CONTROL-ENTRY
           OPEN OUTPUT MASKED-NAME-LOG
           IF NOT WS-MN-STATUS-OK
               STRING "MASKED-NAME-LOG OPEN FAILED: "
                   WS-MASKED-NAME-LOG-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN INPUT NAME-CHANGE-LOG
           IF WS-NAME-CHANGE-LOG-STATUS NOT = "35"
               IF NOT WS-CL-STATUS-OK
                   STRING "NAME-CHANGE-LOG OPEN FAILED: "
                       WS-NAME-CHANGE-LOG-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-CTL-ON-HAND(WS-CTL-SUB) TO TRUE
               PERFORM UNTIL WS-END-OF-FILE
                   READ NAME-CHANGE-LOG
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-READ-COUNT(WS-CTL-SUB)
                           MOVE CL-CUSTOMER-ID TO WS-MASK-ID
                           PERFORM 8100-MASK-CUSTOMER-ID
                           MOVE WS-MASK-ID TO CL-CUSTOMER-ID
                           MOVE CL-NAME-BEFORE TO WS-MASK-TEXT
                           PERFORM 8200-MASK-TEXT-FIELD
                           MOVE WS-MASK-TEXT TO CL-NAME-BEFORE
                           MOVE CL-NAME-AFTER TO WS-MASK-TEXT
                           PERFORM 8200-MASK-TEXT-FIELD
                           MOVE WS-MASK-TEXT TO CL-NAME-AFTER
                           WRITE MASKED-NAME-LOG-RECORD
                               FROM NAME-CHANGE-LOG-RECORD
                           IF NOT WS-MN-STATUS-OK
                               STRING "MASKED-NAME-LOG WRITE FAILED: "
                                   WS-MASKED-NAME-LOG-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-FATAL-ERROR-MESSAGE
                               PERFORM 9900-FATAL-FILE-ERROR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NAME-CHANGE-LOG
           END-IF
           CLOSE MASKED-NAME-LOG
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MASKED-NAME-LOG
           IF NOT WS-MN-STATUS-OK
               STRING "MASKED-NAME-LOG OPEN FAILED: "
                   WS-MASKED-NAME-LOG-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ MASKED-NAME-LOG
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTL-COPIED-COUNT(WS-CTL-SUB)
               END-READ
           END-PERFORM
           CLOSE MASKED-NAME-LOG.

      ******************************************************************
      * 5000-COPY-CROSS-REFERENCE. Loser and survivor are both masked
      * with the same id substitution as every other file, so a chain
      * still leads where it did and a self-pointing record (a loser
      * CUSTBOUT brought back) still points at itself.
      ******************************************************************
       5000-COPY-CROSS-REFERENCE.
           MOVE 5 TO WS-CTL-SUB
           MOVE "CUSTXREF" TO WS-CTL-SOURCE-FILE(WS-CTL-SUB)
           MOVE "CUSTMSKX" TO WS-CTL-COPY-FILE(WS-CTL-SUB)
           PERFORM 1900-START-CONTROL-ENTRY
           OPEN OUTPUT MASKED-CROSS-REFERENCE
           IF NOT WS-MX-STATUS-OK
               STRING "MASKED-CROSS-REFERENCE OPEN FAILED: "
                   WS-MASKED-CROSS-REF-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN INPUT CROSS-REFERENCE
           IF WS-CROSS-REFERENCE-STATUS NOT = "35"
               IF NOT WS-XR-STATUS-OK
                   STRING "CROSS-REFERENCE OPEN FAILED: "
                       WS-CROSS-REFERENCE-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-CTL-ON-HAND(WS-CTL-SUB) TO TRUE
               PERFORM UNTIL WS-END-OF-FILE
                   READ CROSS-REFERENCE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-READ-COUNT(WS-CTL-SUB)
                           MOVE XR-LOSER-ID TO WS-MASK-ID
                           PERFORM 8100-MASK-CUSTOMER-ID
                           MOVE WS-MASK-ID TO XR-LOSER-ID
                           MOVE XR-SURVIVOR-ID TO WS-MASK-ID
                           PERFORM 8100-MASK-CUSTOMER-ID
                           MOVE WS-MASK-ID TO XR-SURVIVOR-ID
                           WRITE MASKED-CROSS-REFERENCE-RECORD
                               FROM CROSS-REFERENCE-RECORD
                           IF NOT WS-MX-STATUS-OK
                               STRING "MASKED-CROSS-REFERENCE WRITE "
                                   "FAILED: " WS-MASKED-CROSS-REF-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-FATAL-ERROR-MESSAGE
                               PERFORM 9900-FATAL-FILE-ERROR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CROSS-REFERENCE
           END-IF
           CLOSE MASKED-CROSS-REFERENCE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MASKED-CROSS-REFERENCE
           IF NOT WS-MX-STATUS-OK
               STRING "MASKED-CROSS-REFERENCE OPEN FAILED: "
                   WS-MASKED-CROSS-REF-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ MASKED-CROSS-REFERENCE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTL-COPIED-COUNT(WS-CTL-SUB)
               END-READ
           END-PERFORM
           CLOSE MASKED-CROSS-REFERENCE.

       6000-COPY-EXCEPTIONS.
           MOVE 6 TO WS-CTL-SUB
           MOVE "CUSTEXC" TO WS-CTL-SOURCE-FILE(WS-CTL-SUB)
           MOVE "CUSTMSKE" TO WS-CTL-COPY-FILE(WS-CTL-SUB)
           PERFORM 1900-START-CONTROL-ENTRY
           OPEN OUTPUT MASKED-EXCEPTIONS
           IF NOT WS-ME-STATUS-OK
               STRING "MASKED-EXCEPTIONS OPEN FAILED: "
                   WS-MASKED-EXCEPTIONS-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN INPUT CUSTOMER-EXCEPTIONS
           IF WS-CUSTOMER-EXCEPTIONS-STATUS NOT = "35"
               IF NOT WS-CE-STATUS-OK
                   STRING "CUSTOMER-EXCEPTIONS OPEN FAILED: "
                       WS-CUSTOMER-EXCEPTIONS-STATUS
                       DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               SET WS-CTL-ON-HAND(WS-CTL-SUB) TO TRUE
               PERFORM UNTIL WS-END-OF-FILE
                   READ CUSTOMER-EXCEPTIONS
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-READ-COUNT(WS-CTL-SUB)
                           PERFORM 6100-MASK-EXCEPTION-RECORD
                           WRITE MASKED-EXCEPTION-RECORD
                               FROM CUSTOMER-EXCEPTION-RECORD
                           IF NOT WS-ME-STATUS-OK
                               STRING "MASKED-EXCEPTIONS WRITE FAILED: "
                                   WS-MASKED-EXCEPTIONS-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-FATAL-ERROR-MESSAGE
                               PERFORM 9900-FATAL-FILE-ERROR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-EXCEPTIONS
           END-IF
           CLOSE MASKED-EXCEPTIONS
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MASKED-EXCEPTIONS
           IF NOT WS-ME-STATUS-OK
               STRING "MASKED-EXCEPTIONS OPEN FAILED: "
                   WS-MASKED-EXCEPTIONS-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ MASKED-EXCEPTIONS
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTL-COPIED-COUNT(WS-CTL-SUB)
               END-READ
           END-PERFORM
           CLOSE MASKED-EXCEPTIONS.

       6100-MASK-EXCEPTION-RECORD.
           MOVE CE-CUSTOMER-ID TO WS-MASK-ID
           PERFORM 8100-MASK-CUSTOMER-ID
           MOVE WS-MASK-ID TO CE-CUSTOMER-ID
           MOVE CE-CUSTOMER-NAME TO WS-MASK-TEXT
           PERFORM 8200-MASK-TEXT-FIELD
           MOVE WS-MASK-TEXT TO CE-CUSTOMER-NAME
           MOVE CE-ADDRESS-LINE-1 TO WS-MASK-TEXT
           PERFORM 8200-MASK-TEXT-FIELD
           MOVE WS-MASK-TEXT TO CE-ADDRESS-LINE-1
           MOVE CE-ADDRESS-LINE-2 TO WS-MASK-TEXT
           PERFORM 8200-MASK-TEXT-FIELD
           MOVE WS-MASK-TEXT TO CE-ADDRESS-LINE-2
           MOVE CE-ZIP-CODE TO WS-MASK-ZIP
           PERFORM 8300-MASK-ZIP-CODE
           MOVE WS-MASK-ZIP TO CE-ZIP-CODE.

      ******************************************************************
      * 7000-WRITE-CONTROL-REPORT prints one line per file and the
      * verdict. A file out of balance fails the whole copy: the test
      * region must not load a set of files that do not agree.
      ******************************************************************
       7000-WRITE-CONTROL-REPORT.
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME TO RH-RUN-TIME
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-HEADING-LINE
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-KEY-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-COLUMN-LINE
           PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
                   UNTIL WS-CTL-SUB > 6
               MOVE WS-CTL-SOURCE-FILE(WS-CTL-SUB) TO RL-SOURCE-FILE
               MOVE WS-CTL-COPY-FILE(WS-CTL-SUB) TO RL-COPY-FILE
               MOVE WS-CTL-READ-COUNT(WS-CTL-SUB) TO RL-READ-COUNT
               MOVE WS-CTL-COPIED-COUNT(WS-CTL-SUB) TO RL-COPIED-COUNT
               ADD WS-CTL-READ-COUNT(WS-CTL-SUB) TO WS-TOTAL-READ-COUNT
               ADD WS-CTL-COPIED-COUNT(WS-CTL-SUB)
                   TO WS-TOTAL-COPIED-COUNT
               EVALUATE TRUE
                   WHEN WS-CTL-READ-COUNT(WS-CTL-SUB)
                           NOT = WS-CTL-COPIED-COUNT(WS-CTL-SUB)
                       MOVE "N" TO WS-BALANCE-SWITCH
                       MOVE "OUT OF BALANCE" TO RL-RESULT
                   WHEN NOT WS-CTL-ON-HAND(WS-CTL-SUB)
                       MOVE "NOT ON HAND - EMPTY COPY" TO RL-RESULT
                   WHEN OTHER
                       MOVE "BALANCED" TO RL-RESULT
               END-EVALUATE
               WRITE CONTROL-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           END-PERFORM
           MOVE WS-TOTAL-READ-COUNT TO TL-READ-COUNT
           MOVE WS-TOTAL-COPIED-COUNT TO TL-COPIED-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           IF WS-COPY-BALANCED
               MOVE "ALL FILES BALANCED - COPY MAY BE RELEASED TO TEST"
                   TO WS-REPORT-VERDICT-LINE
           ELSE
               MOVE "COPY OUT OF BALANCE - DO NOT RELEASE TO TEST"
                   TO WS-REPORT-VERDICT-LINE
           END-IF
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-VERDICT-LINE.

      ******************************************************************
      * 8100-MASK-CUSTOMER-ID replaces each character of WS-MASK-ID in
      * its own class, shifted by a value that depends on the key and
      * on every character already passed. It makes two passes, left
      * to right and then right to left, so a change anywhere in the
      * real id changes the whole masked id and consecutive real ids
      * do not come out consecutive. Each pass starts its hash afresh
      * from the key and chains it only on characters that pass has
      * already read, so knowing the key each pass can be worked back
      * and two different ids can never mask to the same one - which
      * is what keeps the masked master's keys unique and every
      * cross-file link intact. Spaces and LOW-VALUES are left where
      * they are.
      ******************************************************************
       8100-MASK-CUSTOMER-ID.
           MOVE WS-ID-SEED TO WS-HASH
           PERFORM VARYING WS-WORD-POS FROM 1 BY 1
                   UNTIL WS-WORD-POS > 10
               PERFORM 8110-SHIFT-ID-CHARACTER
           END-PERFORM
           MOVE WS-ID-SEED TO WS-HASH
           PERFORM VARYING WS-WORD-POS FROM 10 BY -1
                   UNTIL WS-WORD-POS < 1
               PERFORM 8110-SHIFT-ID-CHARACTER
           END-PERFORM.

      ******************************************************************
      * 8110-SHIFT-ID-CHARACTER shifts the character at WS-WORD-POS by
      * the running hash, then folds the character it READ - not the
      * one it wrote - into the hash for the next position.
      ******************************************************************
       8110-SHIFT-ID-CHARACTER.
           MOVE WS-MASK-ID(WS-WORD-POS:1) TO WS-CHAR
           PERFORM 8900-CLASSIFY-CHARACTER
           EVALUATE TRUE
               WHEN WS-CHAR-UPPER
                   COMPUTE WS-NEW-INDEX = FUNCTION MOD
                       (WS-CHAR-INDEX + WS-HASH, 26) + 1
                   MOVE WS-UPPER-ALPHABET(WS-NEW-INDEX:1)
                       TO WS-MASK-ID(WS-WORD-POS:1)
               WHEN WS-CHAR-LOWER
                   COMPUTE WS-NEW-INDEX = FUNCTION MOD
                       (WS-CHAR-INDEX + WS-HASH, 26) + 1
                   MOVE WS-LOWER-ALPHABET(WS-NEW-INDEX:1)
                       TO WS-MASK-ID(WS-WORD-POS:1)
               WHEN WS-CHAR-DIGIT
                   COMPUTE WS-NEW-INDEX = FUNCTION MOD
                       (WS-CHAR-INDEX + WS-HASH, 10) + 1
                   MOVE WS-DIGIT-STRING(WS-NEW-INDEX:1)
                       TO WS-MASK-ID(WS-WORD-POS:1)
           END-EVALUATE
           COMPUTE WS-HASH = FUNCTION MOD
               (WS-HASH * 48271 + WS-CHAR-CODE + WS-WORD-POS,
                999999937).

      ******************************************************************
      * 8200-MASK-TEXT-FIELD masks WS-MASK-TEXT one word at a time. A
      * word is a run of anything but spaces and LOW-VALUES; 8210
      * replaces its letters and digits and leaves its punctuation, so
      * the field keeps every space, every LOW-VALUE and every padded
      * or squeezed shape it came in with.
      ******************************************************************
       8200-MASK-TEXT-FIELD.
           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > 30
               IF WS-MASK-AREA(WS-SCAN-POS:1) = SPACE
                       OR WS-MASK-AREA(WS-SCAN-POS:1) = LOW-VALUE
                   ADD 1 TO WS-SCAN-POS
               ELSE
                   MOVE WS-SCAN-POS TO WS-WORD-START
                   PERFORM UNTIL WS-MASK-AREA(WS-SCAN-POS:1) = SPACE
                           OR WS-MASK-AREA(WS-SCAN-POS:1) = LOW-VALUE
                       ADD 1 TO WS-SCAN-POS
                   END-PERFORM
                   COMPUTE WS-WORD-END = WS-SCAN-POS - 1
                   PERFORM 8210-MASK-ONE-WORD
               END-IF
           END-PERFORM.

      ******************************************************************
      * 8210-MASK-ONE-WORD. The word's letters and digits, with case
      * folded, are hashed from the text seed, and the hash then
      * chooses each replacement character in turn, keeping its case.
      * The result depends only on the word, so "Smith" and "SMITH"
      * mask to the same letters in the same case they came in, and
      * "O'BRIEN" and "OBRIEN" to the same letters either side of the
      * apostrophe.
      ******************************************************************
       8210-MASK-ONE-WORD.
           MOVE WS-TEXT-SEED TO WS-HASH
           PERFORM VARYING WS-WORD-POS FROM WS-WORD-START BY 1
                   UNTIL WS-WORD-POS > WS-WORD-END
               MOVE WS-MASK-AREA(WS-WORD-POS:1) TO WS-CHAR
               PERFORM 8900-CLASSIFY-CHARACTER
               IF NOT WS-CHAR-OTHER
                   COMPUTE WS-HASH = FUNCTION MOD
                       (WS-HASH * 37 + WS-CHAR-CODE, 999999937)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-WORD-POS FROM WS-WORD-START BY 1
                   UNTIL WS-WORD-POS > WS-WORD-END
               MOVE WS-MASK-AREA(WS-WORD-POS:1) TO WS-CHAR
               PERFORM 8900-CLASSIFY-CHARACTER
               IF NOT WS-CHAR-OTHER
                   PERFORM 8950-NEXT-HASH
               END-IF
               EVALUATE TRUE
                   WHEN WS-CHAR-UPPER
                       COMPUTE WS-NEW-INDEX =
                           FUNCTION MOD(WS-HASH, 26) + 1
                       MOVE WS-UPPER-ALPHABET(WS-NEW-INDEX:1)
                           TO WS-MASK-AREA(WS-WORD-POS:1)
                   WHEN WS-CHAR-LOWER
                       COMPUTE WS-NEW-INDEX =
                           FUNCTION MOD(WS-HASH, 26) + 1
                       MOVE WS-LOWER-ALPHABET(WS-NEW-INDEX:1)
                           TO WS-MASK-AREA(WS-WORD-POS:1)
                   WHEN WS-CHAR-DIGIT
                       COMPUTE WS-NEW-INDEX =
                           FUNCTION MOD(WS-HASH, 10) + 1
                       MOVE WS-DIGIT-STRING(WS-NEW-INDEX:1)
                           TO WS-MASK-AREA(WS-WORD-POS:1)
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      * 8300-MASK-ZIP-CODE replaces the digits of the ZIP+4 extension
      * (positions 6-10, so both the "12345-6789" layout and a run-
      * together "123456789" are covered) with digits chosen by the
      * whole ZIP, so the same ZIP+4 masks the same everywhere. The
      * five-digit ZIP and any non-digit - the hyphen, the blanks of a
      * plain five-digit ZIP, a malformed value CUSTVAL rejects - are
      * left as they are.
      ******************************************************************
       8300-MASK-ZIP-CODE.
           MOVE WS-TEXT-SEED TO WS-HASH
           PERFORM VARYING WS-WORD-POS FROM 1 BY 1
                   UNTIL WS-WORD-POS > 10
               MOVE WS-MASK-ZIP(WS-WORD-POS:1) TO WS-CHAR
               PERFORM 8900-CLASSIFY-CHARACTER
               COMPUTE WS-HASH = FUNCTION MOD
                   (WS-HASH * 37 + WS-CHAR-CODE, 999999937)
           END-PERFORM
           PERFORM VARYING WS-WORD-POS FROM 6 BY 1
                   UNTIL WS-WORD-POS > 10
               MOVE WS-MASK-ZIP(WS-WORD-POS:1) TO WS-CHAR
               PERFORM 8900-CLASSIFY-CHARACTER
               IF WS-CHAR-DIGIT
                   PERFORM 8950-NEXT-HASH
                   COMPUTE WS-NEW-INDEX =
                       FUNCTION MOD(WS-HASH, 10) + 1
                   MOVE WS-DIGIT-STRING(WS-NEW-INDEX:1)
                       TO WS-MASK-ZIP(WS-WORD-POS:1)
               END-IF
           END-PERFORM.

      ******************************************************************
      * 8900-CLASSIFY-CHARACTER sets the class of WS-CHAR, its position
      * in its own alphabet (WS-CHAR-INDEX, from zero) and a case-
      * folded code for hashing (letters 1-26, digits 27-36, anything
      * else zero). The alphabets are searched rather than the
      * character's collating value used, so the masking comes out the
      * same whatever the machine's character set.
      ******************************************************************
       8900-CLASSIFY-CHARACTER.
           MOVE ZERO TO WS-CHAR-CODE
           MOVE ZERO TO WS-CHAR-INDEX
           INSPECT WS-UPPER-ALPHABET TALLYING WS-CHAR-INDEX
               FOR CHARACTERS BEFORE INITIAL WS-CHAR
           IF WS-CHAR-INDEX < 26
               SET WS-CHAR-UPPER TO TRUE
               COMPUTE WS-CHAR-CODE = WS-CHAR-INDEX + 1
           ELSE
               MOVE ZERO TO WS-CHAR-INDEX
               INSPECT WS-LOWER-ALPHABET TALLYING WS-CHAR-INDEX
                   FOR CHARACTERS BEFORE INITIAL WS-CHAR
               IF WS-CHAR-INDEX < 26
                   SET WS-CHAR-LOWER TO TRUE
                   COMPUTE WS-CHAR-CODE = WS-CHAR-INDEX + 1
               ELSE
                   MOVE ZERO TO WS-CHAR-INDEX
                   INSPECT WS-DIGIT-STRING TALLYING WS-CHAR-INDEX
                       FOR CHARACTERS BEFORE INITIAL WS-CHAR
                   IF WS-CHAR-INDEX < 10
                       SET WS-CHAR-DIGIT TO TRUE
                       COMPUTE WS-CHAR-CODE = WS-CHAR-INDEX + 27
                   ELSE
                       SET WS-CHAR-OTHER TO TRUE
                   END-IF
               END-IF
           END-IF.

       8950-NEXT-HASH.
           COMPUTE WS-HASH = FUNCTION MOD
               (WS-HASH * 48271 + 11, 999999937).

      ******************************************************************
      * 9000-WRITE-RUN-LOG appends this run's close-out record to the
      * shared run log, the same paragraph every program in the chain
      * carries; see CUSTVAL's 9000 for the full reasoning. Read is
      * production records read, written is records counted back off
      * the copies.
      ******************************************************************
       9000-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           IF NOT WS-RL-STATUS-OK
               DISPLAY "RUN-LOG OPEN FAILED: " WS-RUN-LOG-STATUS
           ELSE
               MOVE "CUSTMASK" TO LG-PROGRAM-ID
               MOVE WS-RUN-TIMESTAMP TO LG-START-TIMESTAMP
               MOVE FUNCTION CURRENT-DATE(1:14) TO LG-END-TIMESTAMP
               MOVE WS-TOTAL-READ-COUNT TO LG-RECORDS-READ
               MOVE WS-TOTAL-COPIED-COUNT TO LG-RECORDS-WRITTEN
               MOVE RETURN-CODE TO LG-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF NOT WS-RL-STATUS-OK
                   DISPLAY "RUN-LOG WRITE FAILED: " WS-RUN-LOG-STATUS
               END-IF
               CLOSE RUN-LOG
           END-IF.

       9900-FATAL-FILE-ERROR.
           DISPLAY "FATAL FILE ERROR: " WS-FATAL-ERROR-MESSAGE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
