
      *----------------------------------------------------------------
      * FACULTY GRADE-SHEET SUBMISSION TRACKING
      * SECTION,<code>,<facultyID>,<expected>[,<subject>] header
      * records in the input declare what each professor owes.
      * READ-INPUT-FILE tallies what actually arrived per declared
      * section (per section and subject when the header names one,
      * as CLASS-RECORDS templates do);
      * WRITE-SUBMISSION-STATUS turns that into the chase list, and
      * the optional STUDENT-HOLD-INCOMPLETE.TXT trigger holds the
      * final report while anything is short.
      *----------------------------------------------------------------
       01  WS-HOLD-FILE-STATUS        PIC XX.
       01  WS-MAX-SECTION-HEADERS     PIC 999 VALUE 300.
       01  WS-SH-COUNT                PIC 999 VALUE 0.
       01  WS-SECTION-HEADER-TABLE.
           05 WS-SH-ENTRY OCCURS 300 TIMES.
               10 WS-SH-CODE          PIC X(10).
               10 WS-SH-FACULTY       PIC X(10).
               10 WS-SH-SUBJECT       PIC X(10).
               10 WS-SH-EXPECTED      PIC 999.
               10 WS-SH-RECEIVED      PIC 999.
       01  WS-SH-IDX                  PIC 999 VALUE 0.
       01  WS-SH-PARSE.
           05 WS-SH-TXT-TAG           PIC X(10).
           05 WS-SH-TXT-CODE          PIC X(10).
           05 WS-SH-TXT-FACULTY       PIC X(10).
           05 WS-SH-TXT-EXPECTED      PIC X(5).
           05 WS-SH-TXT-SUBJECT       PIC X(10).
       01  WS-SH-INCOMPLETE-COUNT     PIC 999 VALUE 0.

       01  WS-SUB-TITLE-LINE.
           05 FILLER              PIC X(22) VALUE SPACES.
       01  WS-SUB-COL-HDR.
           05 FILLER              PIC X(12) VALUE "SECTION".
           05 FILLER              PIC X(12) VALUE "FACULTY".
           05 FILLER              PIC X(10) VALUE "SUBJECT".
           05 FILLER              PIC X(10) VALUE "EXPECTED".
           05 FILLER              PIC X(10) VALUE "RECEIVED".
           05 FILLER              PIC X(10) VALUE "STATUS".
       01  WS-SUB-DETAIL-LINE.
           05 WS-SBL-SECTION      PIC X(12).
           05 WS-SBL-FACULTY      PIC X(12).
           05 WS-SBL-SUBJECT      PIC X(10).
           05 WS-SBL-EXPECTED     PIC ZZ9.
           05 FILLER              PIC X(7)  VALUE SPACES.
           05 WS-SBL-RECEIVED     PIC ZZ9.
       STORE-SECTION-HEADER.
      *----------------------------------------------------------------
      * STORE-SECTION-HEADER - One SECTION,<code>,<faculty>,<expected>
      * header, optionally ending ,<subject>: remember what that
      * professor's sheet should deliver so the arrivals can be
      * tallied against it.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-SH-TXT-TAG
           MOVE SPACES TO WS-SH-TXT-CODE
           MOVE SPACES TO WS-SH-TXT-FACULTY
           MOVE SPACES TO WS-SH-TXT-EXPECTED
           MOVE SPACES TO WS-SH-TXT-SUBJECT
           UNSTRING WS-TXT-LINE DELIMITED BY ","
               INTO WS-SH-TXT-TAG
                    WS-SH-TXT-CODE
                    WS-SH-TXT-FACULTY
                    WS-SH-TXT-EXPECTED
                    WS-SH-TXT-SUBJECT
           END-UNSTRING
           IF WS-SH-COUNT >= WS-MAX-SECTION-HEADERS
               DISPLAY "WARNING: more than " WS-MAX-SECTION-HEADERS
                   TO WS-SH-CODE(WS-SH-COUNT)
               MOVE FUNCTION TRIM(WS-SH-TXT-FACULTY)
                   TO WS-SH-FACULTY(WS-SH-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-SH-TXT-SUBJECT)) TO WS-SH-SUBJECT(WS-SH-COUNT)
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-SH-TXT-EXPECTED)) = ZERO
                   MOVE FUNCTION NUMVAL(WS-SH-TXT-EXPECTED)
       TALLY-SECTION-RECEIPT.
      *----------------------------------------------------------------
      * TALLY-SECTION-RECEIPT - Count the student record just stored
      * against its section's declared header, if one exists; a
      * header that names a subject only counts that subject.
      *----------------------------------------------------------------
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
               UNTIL WS-SH-IDX > WS-SH-COUNT
               IF WS-SH-CODE(WS-SH-IDX) =
                   FUNCTION TRIM(WS-TXT-SECTION)
                   AND (WS-SH-SUBJECT(WS-SH-IDX) = SPACES
                       OR WS-SH-SUBJECT(WS-SH-IDX) =
                           FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-TXT-SUBJECT)))
                   ADD 1 TO WS-SH-RECEIVED(WS-SH-IDX)
               END-IF
           END-PERFORM.
               UNTIL WS-SH-IDX > WS-SH-COUNT
               MOVE WS-SH-CODE(WS-SH-IDX) TO WS-SBL-SECTION
               MOVE WS-SH-FACULTY(WS-SH-IDX) TO WS-SBL-FACULTY
               MOVE WS-SH-SUBJECT(WS-SH-IDX) TO WS-SBL-SUBJECT
               MOVE WS-SH-EXPECTED(WS-SH-IDX) TO WS-SBL-EXPECTED
               MOVE WS-SH-RECEIVED(WS-SH-IDX) TO WS-SBL-RECEIVED
               EVALUATE TRUE
                   MOVE WS-EXISTING-STU TO WS-CURRENT-STU
                   PERFORM ADD-SUBJECT-ROW
                   PERFORM MARK-ENROLLMENT-GRADED
                   PERFORM TALLY-SECTION-RECEIPT
      * Each subject line is one line of some professor's sheet
               ELSE
               IF NUM-STUDENTS(WS-CURRENT-YEAR)
                       >= WS-MAX-STUDENTS-PER-YEAR
