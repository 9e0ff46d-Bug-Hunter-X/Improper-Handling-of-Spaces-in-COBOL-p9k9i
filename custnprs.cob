       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTNPRS.
       AUTHOR. DATA-QUALITY-TEAM.

      ******************************************************************
      * CUSTNPRS - customer name parse.
      * Runs after CUSTVAL, while the names on CUSTOMER-MASTER are
      * freshly normalized, and before CUSTXTRC. CR-CUSTOMER-NAME is
      * one 30-character field, so the statement system had no way to
      * print "Dear Mr. Smith" and nothing could tell a person from a
      * company. This program splits every name into prefix, first,
      * middle, last and suffix, and classifies the customer as an
      * individual or a business (INC, LLC, CORP, TRUST, "&" and the
      * like - see WS-BUSINESS-WORD), writing the result to the name
      * extension file CUSTNMEX (layout CUSTNMEX), one record per
      * customer keyed on the customer id. CUSTXTRC carries the parts
      * and the party type on the CUSTSTMT detail record.
      *
      * The file is rebuilt from the master on every run, so it always
      * agrees with the names CUSTVAL has just normalized and a name
      * that disappears from the master disappears from the file. A
      * customer CUSTERAS has erased is not parsed at all (CUSTERAS
      * also removes the record between runs).
      *
      * A name is read either way round: "JOHN Q SMITH" given name
      * first, or "SMITH, JOHN Q" surname first when a comma follows
      * the surname. Periods are dropped ("DR. J. SMITH" parses as
      * "DR J SMITH"), and a particle in front of the last word
      * ("VAN", "DE", "ST" ...) goes with the surname. Anything the
      * rules cannot settle with confidence - one word only, more than
      * one middle name, digits, "AND" between two people, a part too
      * long for its field - is still written, with the best guess,
      * but marked for review and printed on the review listing
      * CUSTNPRV so a person can check it. A name written surname
      * first with no comma ("SMITH JOHN") cannot be told apart from
      * "JOHN SMITH" by any rule and parses as given name first.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT NAME-EXTENSION ASSIGN TO "CUSTNMEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NX-CUSTOMER-ID
               FILE STATUS IS WS-NAME-EXTENSION-STATUS.

           SELECT REVIEW-REPORT ASSIGN TO "CUSTNPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "CUSTRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-RECORD.
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==CM-==.

       FD  NAME-EXTENSION
           LABEL RECORDS ARE STANDARD.
       01  NAME-EXTENSION-RECORD.
           COPY CUSTNMEX.

       FD  REVIEW-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-REPORT-LINE              PIC X(132).

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-RECORD.
           COPY CUSTRLG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CUSTOMER-MASTER-STATUS   PIC X(2).
               88  WS-CM-STATUS-OK         VALUE "00".
               88  WS-CM-STATUS-EOF        VALUE "10".
           05  WS-NAME-EXTENSION-STATUS    PIC X(2).
               88  WS-NX-STATUS-OK         VALUE "00".
           05  WS-REVIEW-REPORT-STATUS     PIC X(2).
               88  WS-RV-STATUS-OK         VALUE "00".
           05  WS-RUN-LOG-STATUS           PIC X(2).
               88  WS-RL-STATUS-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE "N".
               88  WS-END-OF-FILE          VALUE "Y".
           05  WS-IN-WORD-SWITCH           PIC X(1).
               88  WS-IN-WORD              VALUE "Y".
           05  WS-DIGIT-SWITCH             PIC X(1).
               88  WS-NAME-HAS-DIGITS      VALUE "Y".
           05  WS-BUSINESS-SWITCH          PIC X(1).
               88  WS-BUSINESS-NAME        VALUE "Y".
           05  WS-PARTICLE-SWITCH          PIC X(1).
               88  WS-PARTICLES-DONE       VALUE "Y".

       01  WS-FATAL-ERROR-MESSAGE          PIC X(50).

       01  WS-START-TIMESTAMP              PIC 9(14).

      ******************************************************************
      * WS-LOCK-REQUEST is the CUSTMLCK parameter area. This program
      * only READS the master, so it takes no lock - but when its OPEN
      * fails it asks the lock who has the master, the same as
      * CUSTDUPE.
      ******************************************************************
       01  WS-LOCK-REQUEST.
           COPY CUSTLOKR.

       01  WS-COUNTERS.
           05  WS-MASTER-READ-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-EXTENSION-WRITTEN-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-INDIVIDUAL-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-BUSINESS-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-REVIEW-COUNT             PIC 9(6) VALUE ZERO.
           05  WS-SKIP-ERASED-COUNT        PIC 9(6) VALUE ZERO.

      ******************************************************************
      * WS-WORD-TABLE is the name broken into its words, in order, with
      * whether a comma followed each one. Thirty characters cannot
      * hold more than fifteen words.
      ******************************************************************
       01  WS-WORD-TABLE.
           05  WS-WORD-COUNT               PIC 9(2).
           05  WS-WORD-ENTRY OCCURS 15 TIMES.
               10  WS-WD-TEXT              PIC X(30).
               10  WS-WD-LENGTH            PIC 9(2).
               10  WS-WD-COMMA-SWITCH      PIC X(1).
                   88  WS-WD-ENDS-WITH-COMMA VALUE "Y".

       01  WS-PARSE-WORK-AREA.
           05  WS-SCAN-IDX                 PIC 9(2).
           05  WS-SCAN-CHAR                PIC X(1).
           05  WS-WD-SUB                   PIC 9(2).
           05  WS-FIRST-WORD               PIC 9(2).
           05  WS-LAST-WORD                PIC 9(2).
           05  WS-SURNAME-START            PIC 9(2).
           05  WS-COMMA-WORD               PIC 9(2).
           05  WS-COMMA-COUNT              PIC 9(2).
           05  WS-AMPERSAND-COUNT          PIC 9(2).
           05  WS-JOIN-FROM                PIC 9(2).
           05  WS-JOIN-TO                  PIC 9(2).
           05  WS-JOIN-POINTER             PIC 9(2).
           05  WS-JOINED-TEXT              PIC X(30).
           05  WS-JOINED-LENGTH            PIC 9(2).
           05  WS-PART-WIDTH               PIC 9(2).
           05  WS-REVIEW-REASON-WORK       PIC X(30).

      ******************************************************************
      * WS-CHECK-WORD holds one word of the name, upper-cased, to test
      * against the word lists. A word on WS-BUSINESS-WORD anywhere in
      * the name (or an "&" anywhere at all) makes the customer a
      * business. Titles are only taken from the front of the name,
      * suffixes only from the end, and particles only from just in
      * front of the surname. "V" is left off the suffix list on
      * purpose: at the end of "SMITH, JOHN V" it is a middle initial.
      ******************************************************************
       01  WS-CHECK-WORD                   PIC X(30).
           88  WS-BUSINESS-WORD            VALUE "INC" "LLC" "LLP"
               "LP" "LTD" "CORP" "CORPORATION" "CO" "COMPANY"
               "TRUST" "BANK" "ASSN" "ASSOC" "ASSOCIATION"
               "ASSOCIATES" "FOUNDATION" "FUND" "PARTNERS"
               "PARTNERSHIP" "GROUP" "HOLDINGS" "ENTERPRISES"
               "INDUSTRIES" "SERVICES" "CHURCH" "SCHOOL" "CLUB"
               "SOCIETY" "ESTATE" "PLC".
           88  WS-TITLE-WORD               VALUE "MR" "MRS" "MS"
               "MISS" "MX" "DR" "REV" "PROF" "SIR" "FR" "HON".
           88  WS-SUFFIX-WORD              VALUE "JR" "SR" "II"
               "III" "IV" "ESQ" "MD" "PHD" "DDS" "DVM" "CPA".
           88  WS-SURNAME-PARTICLE         VALUE "VAN" "VON" "DE"
               "DER" "DEN" "DEL" "DELLA" "LA" "LE" "DI" "DA" "DU"
               "DOS" "ST".
           88  WS-JOINT-WORD               VALUE "AND".

       01  WS-REPORT-HEADING-LINE.
           05  FILLER                      PIC X(37) VALUE
               "NAME PARSE REVIEW LISTING        RUN ".
           05  RH-RUN-DATE                 PIC 9(8).

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                      PIC X(54) VALUE
               "CUSTOMER ID  BRANCH  CUSTOMER NAME".
           05  FILLER                      PIC X(13) VALUE
               "REVIEW REASON".

       01  WS-REVIEW-DETAIL-LINE.
           05  RD-CUSTOMER-ID              PIC X(10).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  RD-BRANCH-CODE              PIC X(5).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  RD-CUSTOMER-NAME            PIC X(30).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  RD-REVIEW-REASON            PIC X(30).

       01  WS-REVIEW-PARTS-LINE.
           05  FILLER                      PIC X(13) VALUE
               "   PARSED AS ".
           05  RP-PARTY-TYPE               PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RP-NAME-PREFIX              PIC X(4).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  RP-FIRST-NAME               PIC X(15).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  RP-MIDDLE-NAME              PIC X(15).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  RP-LAST-NAME                PIC X(25).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  RP-NAME-SUFFIX              PIC X(4).

       01  WS-TOTAL-LINE.
           05  TL-LABEL                    PIC X(25).
           05  TL-COUNT                    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-TIMESTAMP
           PERFORM 0040-OPEN-FILES
           PERFORM 1000-WRITE-REVIEW-HEADINGS
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       PERFORM 2000-PARSE-ONE-CUSTOMER
               END-READ
           END-PERFORM
           PERFORM 4000-WRITE-REVIEW-TOTALS
           CLOSE CUSTOMER-MASTER
           CLOSE NAME-EXTENSION
           CLOSE REVIEW-REPORT
           DISPLAY "Master records read      : " WS-MASTER-READ-COUNT
           DISPLAY "Parsed - individual      : " WS-INDIVIDUAL-COUNT
           DISPLAY "Parsed - business        : " WS-BUSINESS-COUNT
           DISPLAY "Parsed - for review      : " WS-REVIEW-COUNT
           DISPLAY "Skipped - erased         : " WS-SKIP-ERASED-COUNT
           DISPLAY "Extension records written: "
               WS-EXTENSION-WRITTEN-COUNT
           PERFORM 9000-WRITE-RUN-LOG
           STOP RUN.

      ******************************************************************
      * 0040-OPEN-FILES. The extension file is opened OUTPUT - it is
      * rebuilt whole every run, written in master key order.
      ******************************************************************
       0040-OPEN-FILES.
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-CM-STATUS-OK
               PERFORM 9800-REPORT-LOCK-HOLDER
               STRING "CUSTOMER-MASTER OPEN FAILED: "
                   WS-CUSTOMER-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT NAME-EXTENSION
           IF NOT WS-NX-STATUS-OK
               STRING "NAME-EXTENSION OPEN FAILED: "
                   WS-NAME-EXTENSION-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT REVIEW-REPORT
           IF NOT WS-RV-STATUS-OK
               STRING "REVIEW-REPORT OPEN FAILED: "
                   WS-REVIEW-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       1000-WRITE-REVIEW-HEADINGS.
           MOVE WS-START-TIMESTAMP(1:8) TO RH-RUN-DATE
           WRITE REVIEW-REPORT-LINE FROM WS-REPORT-HEADING-LINE
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE FROM WS-COLUMN-HEADING-LINE
           IF NOT WS-RV-STATUS-OK
               STRING "REVIEW-REPORT WRITE FAILED: "
                   WS-REVIEW-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      ******************************************************************
      * 2000-PARSE-ONE-CUSTOMER. An erased customer's name is only the
      * CUSTERAS placeholder and gets no extension record. Every other
      * customer, active or not, is parsed - a customer reactivated by
      * CUSTMNT is then ready for the next statement run.
      ******************************************************************
       2000-PARSE-ONE-CUSTOMER.
           IF CM-STATUS-ERASED
               ADD 1 TO WS-SKIP-ERASED-COUNT
           ELSE
               PERFORM 2100-START-EXTENSION-RECORD
               PERFORM 2200-SPLIT-NAME-INTO-WORDS
               PERFORM 2300-CHECK-FOR-BUSINESS
               EVALUATE TRUE
                   WHEN WS-BUSINESS-NAME
                       SET NX-PARTY-BUSINESS TO TRUE
                   WHEN WS-WORD-COUNT = ZERO
                       MOVE "NAME IS BLANK" TO WS-REVIEW-REASON-WORK
                       PERFORM 8800-FLAG-FOR-REVIEW
                   WHEN OTHER
                       PERFORM 2400-PARSE-INDIVIDUAL-NAME
               END-EVALUATE
               PERFORM 2900-WRITE-EXTENSION-RECORD
           END-IF.

       2100-START-EXTENSION-RECORD.
           MOVE SPACES TO NAME-EXTENSION-RECORD
           MOVE CM-CUSTOMER-ID TO NX-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME TO NX-SOURCE-NAME
           SET NX-PARSE-CONFIDENT TO TRUE
           MOVE WS-START-TIMESTAMP TO NX-PARSE-TIMESTAMP.

      ******************************************************************
      * 2200-SPLIT-NAME-INTO-WORDS walks the name a character at a time
      * the way CUSTVAL's 1150 does. Spaces, low-values and periods
      * end a word; a comma ends one too and is remembered against it.
      ******************************************************************
       2200-SPLIT-NAME-INTO-WORDS.
           MOVE ZERO TO WS-WORD-COUNT
           MOVE "N" TO WS-IN-WORD-SWITCH
           MOVE "N" TO WS-DIGIT-SWITCH
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > LENGTH OF CM-CUSTOMER-NAME
               MOVE CM-CUSTOMER-NAME(WS-SCAN-IDX:1) TO WS-SCAN-CHAR
               EVALUATE TRUE
                   WHEN WS-SCAN-CHAR = SPACE OR LOW-VALUE OR "."
                       MOVE "N" TO WS-IN-WORD-SWITCH
                   WHEN WS-SCAN-CHAR = ","
                       IF WS-WORD-COUNT > ZERO
                           SET WS-WD-ENDS-WITH-COMMA(WS-WORD-COUNT)
                               TO TRUE
                       END-IF
                       MOVE "N" TO WS-IN-WORD-SWITCH
                   WHEN OTHER
                       PERFORM 2250-ADD-CHARACTER-TO-WORD
               END-EVALUATE
           END-PERFORM.

       2250-ADD-CHARACTER-TO-WORD.
           IF NOT WS-IN-WORD
               ADD 1 TO WS-WORD-COUNT
               MOVE SPACES TO WS-WD-TEXT(WS-WORD-COUNT)
               MOVE ZERO TO WS-WD-LENGTH(WS-WORD-COUNT)
               MOVE "N" TO WS-WD-COMMA-SWITCH(WS-WORD-COUNT)
               SET WS-IN-WORD TO TRUE
           END-IF
           ADD 1 TO WS-WD-LENGTH(WS-WORD-COUNT)
           MOVE WS-SCAN-CHAR TO WS-WD-TEXT(WS-WORD-COUNT)
               (WS-WD-LENGTH(WS-WORD-COUNT):1)
           IF WS-SCAN-CHAR IS NUMERIC
               SET WS-NAME-HAS-DIGITS TO TRUE
           END-IF.

       2300-CHECK-FOR-BUSINESS.
           MOVE "N" TO WS-BUSINESS-SWITCH
           MOVE ZERO TO WS-AMPERSAND-COUNT
           INSPECT CM-CUSTOMER-NAME
               TALLYING WS-AMPERSAND-COUNT FOR ALL "&"
           IF WS-AMPERSAND-COUNT > ZERO
               SET WS-BUSINESS-NAME TO TRUE
           END-IF
           PERFORM VARYING WS-WD-SUB FROM 1 BY 1
                   UNTIL WS-WD-SUB > WS-WORD-COUNT
                   OR WS-BUSINESS-NAME
               PERFORM 8000-LOAD-CHECK-WORD
               IF WS-BUSINESS-WORD
                   SET WS-BUSINESS-NAME TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
      * 2400-PARSE-INDIVIDUAL-NAME. WS-FIRST-WORD and WS-LAST-WORD
      * close in on the name proper as the title and suffix are taken
      * off; what is left is read surname first if a comma follows a
      * word before the last one, given name first otherwise.
      ******************************************************************
       2400-PARSE-INDIVIDUAL-NAME.
           SET NX-PARTY-INDIVIDUAL TO TRUE
           MOVE 1 TO WS-FIRST-WORD
           MOVE WS-WORD-COUNT TO WS-LAST-WORD
           IF WS-NAME-HAS-DIGITS
               MOVE "NAME CONTAINS DIGITS" TO WS-REVIEW-REASON-WORK
               PERFORM 8800-FLAG-FOR-REVIEW
           END-IF
           PERFORM 2410-TAKE-TITLE
           PERFORM 2420-TAKE-SUFFIX
           PERFORM 2430-CHECK-FOR-JOINT-NAME
           EVALUATE TRUE
               WHEN WS-LAST-WORD < WS-FIRST-WORD
                   MOVE "NOTHING LEFT BUT A TITLE"
                       TO WS-REVIEW-REASON-WORK
                   PERFORM 8800-FLAG-FOR-REVIEW
               WHEN WS-LAST-WORD = WS-FIRST-WORD
                   MOVE WS-FIRST-WORD TO WS-JOIN-FROM
                   MOVE WS-LAST-WORD TO WS-JOIN-TO
                   MOVE LENGTH OF NX-LAST-NAME TO WS-PART-WIDTH
                   PERFORM 8100-JOIN-NAME-WORDS
                   MOVE WS-JOINED-TEXT TO NX-LAST-NAME
                   MOVE "ONE WORD ONLY - NO FIRST NAME"
                       TO WS-REVIEW-REASON-WORK
                   PERFORM 8800-FLAG-FOR-REVIEW
               WHEN OTHER
                   PERFORM 2440-FIND-SURNAME-COMMA
                   IF WS-COMMA-WORD > ZERO
                       PERFORM 2500-PARSE-SURNAME-FIRST
                   ELSE
                       PERFORM 2600-PARSE-GIVEN-NAME-FIRST
                   END-IF
           END-EVALUATE.

       2410-TAKE-TITLE.
           MOVE WS-FIRST-WORD TO WS-WD-SUB
           PERFORM 8000-LOAD-CHECK-WORD
           IF WS-TITLE-WORD
               MOVE WS-WD-TEXT(WS-WD-SUB) TO NX-NAME-PREFIX
               ADD 1 TO WS-FIRST-WORD
           END-IF.

       2420-TAKE-SUFFIX.
           IF WS-LAST-WORD > WS-FIRST-WORD
               MOVE WS-LAST-WORD TO WS-WD-SUB
               PERFORM 8000-LOAD-CHECK-WORD
               IF WS-SUFFIX-WORD
                   MOVE WS-WD-TEXT(WS-WD-SUB) TO NX-NAME-SUFFIX
                   SUBTRACT 1 FROM WS-LAST-WORD
               END-IF
           END-IF.

      ******************************************************************
      * 2430-CHECK-FOR-JOINT-NAME. "JOHN AND MARY SMITH" is two people
      * in one name field; there is no one set of parts to address it
      * by, so it goes to review. (With "&" instead of "AND" the name
      * has already been taken as a business by 2300.)
      ******************************************************************
       2430-CHECK-FOR-JOINT-NAME.
           PERFORM VARYING WS-WD-SUB FROM WS-FIRST-WORD BY 1
                   UNTIL WS-WD-SUB > WS-LAST-WORD
               PERFORM 8000-LOAD-CHECK-WORD
               IF WS-JOINT-WORD
                   MOVE "AND - POSSIBLY TWO PEOPLE"
                       TO WS-REVIEW-REASON-WORK
                   PERFORM 8800-FLAG-FOR-REVIEW
               END-IF
           END-PERFORM.

       2440-FIND-SURNAME-COMMA.
           MOVE ZERO TO WS-COMMA-WORD
           MOVE ZERO TO WS-COMMA-COUNT
           PERFORM VARYING WS-WD-SUB FROM WS-FIRST-WORD BY 1
                   UNTIL WS-WD-SUB >= WS-LAST-WORD
               IF WS-WD-ENDS-WITH-COMMA(WS-WD-SUB)
                   ADD 1 TO WS-COMMA-COUNT
                   IF WS-COMMA-WORD = ZERO
                       MOVE WS-WD-SUB TO WS-COMMA-WORD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-COMMA-COUNT > 1
               MOVE "MORE THAN ONE COMMA IN NAME"
                   TO WS-REVIEW-REASON-WORK
               PERFORM 8800-FLAG-FOR-REVIEW
           END-IF.

      ******************************************************************
      * 2500-PARSE-SURNAME-FIRST - "SMITH, JOHN Q": everything up to
      * the comma is the surname, the next word the first name, and
      * the rest the middle name.
      ******************************************************************
       2500-PARSE-SURNAME-FIRST.
           MOVE WS-FIRST-WORD TO WS-JOIN-FROM
           MOVE WS-COMMA-WORD TO WS-JOIN-TO
           MOVE LENGTH OF NX-LAST-NAME TO WS-PART-WIDTH
           PERFORM 8100-JOIN-NAME-WORDS
           MOVE WS-JOINED-TEXT TO NX-LAST-NAME
           COMPUTE WS-JOIN-FROM = WS-COMMA-WORD + 1
           MOVE WS-JOIN-FROM TO WS-JOIN-TO
           MOVE LENGTH OF NX-FIRST-NAME TO WS-PART-WIDTH
           PERFORM 8100-JOIN-NAME-WORDS
           MOVE WS-JOINED-TEXT TO NX-FIRST-NAME
           IF WS-COMMA-WORD + 2 <= WS-LAST-WORD
               COMPUTE WS-JOIN-FROM = WS-COMMA-WORD + 2
               MOVE WS-LAST-WORD TO WS-JOIN-TO
               PERFORM 2700-SET-MIDDLE-NAME
           END-IF.

      ******************************************************************
      * 2600-PARSE-GIVEN-NAME-FIRST - "JOHN Q VAN DYKE": the last word
      * is the surname, along with any particles just in front of it
      * (always leaving the first word as the first name); the first
      * word is the first name and anything between is the middle.
      ******************************************************************
       2600-PARSE-GIVEN-NAME-FIRST.
           MOVE WS-LAST-WORD TO WS-SURNAME-START
           MOVE "N" TO WS-PARTICLE-SWITCH
           PERFORM UNTIL WS-PARTICLES-DONE
               IF WS-SURNAME-START - 1 > WS-FIRST-WORD
                   COMPUTE WS-WD-SUB = WS-SURNAME-START - 1
                   PERFORM 8000-LOAD-CHECK-WORD
                   IF WS-SURNAME-PARTICLE
                       SUBTRACT 1 FROM WS-SURNAME-START
                   ELSE
                       SET WS-PARTICLES-DONE TO TRUE
                   END-IF
               ELSE
                   SET WS-PARTICLES-DONE TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-SURNAME-START TO WS-JOIN-FROM
           MOVE WS-LAST-WORD TO WS-JOIN-TO
           MOVE LENGTH OF NX-LAST-NAME TO WS-PART-WIDTH
           PERFORM 8100-JOIN-NAME-WORDS
           MOVE WS-JOINED-TEXT TO NX-LAST-NAME
           MOVE WS-FIRST-WORD TO WS-JOIN-FROM
           MOVE WS-FIRST-WORD TO WS-JOIN-TO
           MOVE LENGTH OF NX-FIRST-NAME TO WS-PART-WIDTH
           PERFORM 8100-JOIN-NAME-WORDS
           MOVE WS-JOINED-TEXT TO NX-FIRST-NAME
           IF WS-SURNAME-START - 1 > WS-FIRST-WORD
               COMPUTE WS-JOIN-FROM = WS-FIRST-WORD + 1
               COMPUTE WS-JOIN-TO = WS-SURNAME-START - 1
               PERFORM 2700-SET-MIDDLE-NAME
           END-IF.

      ******************************************************************
      * 2700-SET-MIDDLE-NAME takes WS-JOIN-FROM thru WS-JOIN-TO as the
      * middle name. One middle name or initial is ordinary; two or
      * more could as easily be a double first name or a double
      * surname, so the customer goes to review.
      ******************************************************************
       2700-SET-MIDDLE-NAME.
           IF WS-JOIN-TO > WS-JOIN-FROM
               MOVE "MORE THAN ONE MIDDLE NAME"
                   TO WS-REVIEW-REASON-WORK
               PERFORM 8800-FLAG-FOR-REVIEW
           END-IF
           MOVE LENGTH OF NX-MIDDLE-NAME TO WS-PART-WIDTH
           PERFORM 8100-JOIN-NAME-WORDS
           MOVE WS-JOINED-TEXT TO NX-MIDDLE-NAME.

       2900-WRITE-EXTENSION-RECORD.
           WRITE NAME-EXTENSION-RECORD
           IF NOT WS-NX-STATUS-OK
               STRING "NAME-EXTENSION WRITE FAILED: "
                   WS-NAME-EXTENSION-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           ADD 1 TO WS-EXTENSION-WRITTEN-COUNT
           EVALUATE TRUE
               WHEN NX-PARSE-FOR-REVIEW
                   ADD 1 TO WS-REVIEW-COUNT
                   PERFORM 3000-WRITE-REVIEW-ENTRY
               WHEN NX-PARTY-BUSINESS
                   ADD 1 TO WS-BUSINESS-COUNT
               WHEN OTHER
                   ADD 1 TO WS-INDIVIDUAL-COUNT
           END-EVALUATE.

      ******************************************************************
      * 3000-WRITE-REVIEW-ENTRY prints the name, the first reason it
      * was flagged, and the parts as they were stored, so the
      * reviewer sees what the statement system would have been given.
      ******************************************************************
       3000-WRITE-REVIEW-ENTRY.
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE CM-CUSTOMER-ID TO RD-CUSTOMER-ID
           MOVE CM-BRANCH-CODE TO RD-BRANCH-CODE
           MOVE CM-CUSTOMER-NAME TO RD-CUSTOMER-NAME
           MOVE NX-REVIEW-REASON TO RD-REVIEW-REASON
           WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-DETAIL-LINE
           MOVE NX-PARTY-TYPE TO RP-PARTY-TYPE
           MOVE NX-NAME-PREFIX TO RP-NAME-PREFIX
           MOVE NX-FIRST-NAME TO RP-FIRST-NAME
           MOVE NX-MIDDLE-NAME TO RP-MIDDLE-NAME
           MOVE NX-LAST-NAME TO RP-LAST-NAME
           MOVE NX-NAME-SUFFIX TO RP-NAME-SUFFIX
           WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-PARTS-LINE
           IF NOT WS-RV-STATUS-OK
               STRING "REVIEW-REPORT WRITE FAILED: "
                   WS-REVIEW-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       4000-WRITE-REVIEW-TOTALS.
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE "NAMES FOR REVIEW       : " TO TL-LABEL
           MOVE WS-REVIEW-COUNT TO TL-COUNT
           WRITE REVIEW-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "PARSED AS INDIVIDUALS  : " TO TL-LABEL
           MOVE WS-INDIVIDUAL-COUNT TO TL-COUNT
           WRITE REVIEW-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "PARSED AS BUSINESSES   : " TO TL-LABEL
           MOVE WS-BUSINESS-COUNT TO TL-COUNT
           WRITE REVIEW-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "ERASED - NOT PARSED    : " TO TL-LABEL
           MOVE WS-SKIP-ERASED-COUNT TO TL-COUNT
           WRITE REVIEW-REPORT-LINE FROM WS-TOTAL-LINE
           IF NOT WS-RV-STATUS-OK
               STRING "REVIEW-REPORT WRITE FAILED: "
                   WS-REVIEW-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-FATAL-ERROR-MESSAGE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       8000-LOAD-CHECK-WORD.
           MOVE FUNCTION UPPER-CASE(WS-WD-TEXT(WS-WD-SUB))
               TO WS-CHECK-WORD.

      ******************************************************************
      * 8100-JOIN-NAME-WORDS strings words WS-JOIN-FROM thru WS-JOIN-TO
      * together, one space apart, into WS-JOINED-TEXT. A result wider
      * than the part it is going into (WS-PART-WIDTH) would be cut
      * off on the statement, so the customer goes to review.
      ******************************************************************
       8100-JOIN-NAME-WORDS.
           MOVE SPACES TO WS-JOINED-TEXT
           MOVE 1 TO WS-JOIN-POINTER
           PERFORM VARYING WS-WD-SUB FROM WS-JOIN-FROM BY 1
                   UNTIL WS-WD-SUB > WS-JOIN-TO
               IF WS-WD-SUB > WS-JOIN-FROM
                   ADD 1 TO WS-JOIN-POINTER
               END-IF
               STRING WS-WD-TEXT(WS-WD-SUB)
                   (1:WS-WD-LENGTH(WS-WD-SUB))
                   DELIMITED BY SIZE INTO WS-JOINED-TEXT
                   WITH POINTER WS-JOIN-POINTER
           END-PERFORM
           COMPUTE WS-JOINED-LENGTH = WS-JOIN-POINTER - 1
           IF WS-JOINED-LENGTH > WS-PART-WIDTH
               MOVE "NAME PART TOO LONG FOR FIELD"
                   TO WS-REVIEW-REASON-WORK
               PERFORM 8800-FLAG-FOR-REVIEW
           END-IF.

      ******************************************************************
      * 8800-FLAG-FOR-REVIEW marks the record for review. The first
      * reason found is the one kept and printed.
      ******************************************************************
       8800-FLAG-FOR-REVIEW.
           IF NX-PARSE-CONFIDENT
               SET NX-PARSE-FOR-REVIEW TO TRUE
               MOVE WS-REVIEW-REASON-WORK TO NX-REVIEW-REASON
           END-IF.

      ******************************************************************
      * 9000-WRITE-RUN-LOG appends this run's close-out record to the
      * shared run log, the same paragraph every program in the chain
      * carries; see CUSTVAL's 9000 for the full reasoning. Read is
      * master records read, written is extension records written.
      ******************************************************************
       9000-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           IF NOT WS-RL-STATUS-OK
               DISPLAY "RUN-LOG OPEN FAILED: " WS-RUN-LOG-STATUS
           ELSE
               MOVE "CUSTNPRS" TO LG-PROGRAM-ID
               MOVE WS-START-TIMESTAMP TO LG-START-TIMESTAMP
               MOVE FUNCTION CURRENT-DATE(1:14) TO LG-END-TIMESTAMP
               MOVE WS-MASTER-READ-COUNT TO LG-RECORDS-READ
               MOVE WS-EXTENSION-WRITTEN-COUNT TO LG-RECORDS-WRITTEN
               MOVE ZERO TO LG-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF NOT WS-RL-STATUS-OK
                   DISPLAY "RUN-LOG WRITE FAILED: " WS-RUN-LOG-STATUS
               END-IF
               CLOSE RUN-LOG
           END-IF.

      ******************************************************************
      * 9800-REPORT-LOCK-HOLDER names the updater holding the master
      * when this reader's open fails, so the operator knows whether
      * to wait for a running update or chase a real file problem.
      ******************************************************************
       9800-REPORT-LOCK-HOLDER.
           SET LK-ACTION-QUERY TO TRUE
           MOVE "CUSTNPRS" TO LK-CALLER-PROGRAM
           CALL "CUSTMLCK" USING WS-LOCK-REQUEST
           IF LK-LOCK-HELD
               DISPLAY "CUSTOMER-MASTER HELD BY " LK-HOLDER-PROGRAM
                   " SINCE " LK-HOLDER-TIMESTAMP
           END-IF.

      ******************************************************************
      * 9900-FATAL-FILE-ERROR - genuine I/O failures only, the same
      * posture as CUSTVAL. A half-written extension file is rebuilt
      * whole by simply rerunning.
      ******************************************************************
       9900-FATAL-FILE-ERROR.
           DISPLAY "FATAL FILE ERROR: " WS-FATAL-ERROR-MESSAGE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
