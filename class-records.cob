      *================================================================
      * PROGRAM: CLASS-RECORDS - FACULTY CLASS RECORD SHEETS
      *================================================================
      * PURPOSE: Faculty built their own class lists, which is where
      *          misspelled IDs and missing students on the grade
      *          sheets came from. Before each grading period this
      *          run prints every faculty member a pre-filled class
      *          record per section and subject, straight from the
      *          enrollment master and the class schedule, together
      *          with the matching grade-sheet template that loads
      *          into STUDENT-GRADING-SYSTEM as it comes back.
      *
      * HOW IT WORKS:
      *   1. STUDENT-TERM.TXT (optional) names the term for the
      *      sheet heading
      *   2. The classes are the section assignments on
      *      CLASS-SCHEDULE.TXT: each distinct YearLevel/Section/
      *      Subject there is one class, taught by the FacultyID of
      *      its first meeting line (a second faculty member on the
      *      same section and subject is warned about and ignored)
      *   3. The class list is every officially enrolled (ENR)
      *      student of STUDENT-ENROLLMENT.TXT taking the class, the
      *      way REGISTRATION-CERT reads the study load: a student
      *      with subject lines on STUDENT-INPUT.TXT takes the
      *      section/subject pairs on those lines (so ADD-DROP
      *      changes are honoured); a student with no subject lines
      *      yet takes the block load - every class scheduled for
      *      their year level and section. Names are listed in
      *      alphabetical order
      *   4. Units are those of the subject's first line on
      *      STUDENT-INPUT.TXT that carries units (field 8), else
      *      3.0 - the units TUITION-ASSESSMENT bills
      *   5. CLASS-RECORD-SHEETS.TXT: one page per class, grouped by
      *      faculty member, with the subject, units, section and
      *      the numbered list of students (ID and name) under blank
      *      PRELIM, MIDTERM and FINAL columns, and a signature block
      *   6. CLASS-RECORD-TEMPLATE.TXT: per class a
      *      "SECTION,Section,FacultyID,ExpectedCount,Subject" header
      *      followed by one "Year,StudentID,,,,Section,Subject,
      *      Units" line per student in the same order, the three
      *      grades left empty for the faculty member to fill in.
      *      The filled blocks are gathered into STUDENT-INPUT.TXT
      *      and the submission status list checks each one against
      *      its expected count
      *
      * NOTE: A class with no enrolled student still gets its sheet
      *       (marked as such) but no template block, so it is never
      *       chased as a missing submission. RETURN-CODE is 1 when
      *       the schedule or the enrollment master is missing.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS-RECORDS.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-TERM-FILE
               ASSIGN TO "STUDENT-TERM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
           SELECT CLASS-SCHEDULE-FILE
               ASSIGN TO "CLASS-SCHEDULE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT STUDENT-ENROLLMENT-FILE
               ASSIGN TO "STUDENT-ENROLLMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-FILE-STATUS.
           SELECT OPTIONAL STUDENT-INPUT-FILE
               ASSIGN TO "STUDENT-INPUT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT CLASS-SHEETS-FILE
               ASSIGN TO "CLASS-RECORD-SHEETS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLASS-TEMPLATE-FILE
               ASSIGN TO "CLASS-RECORD-TEMPLATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-TERM-FILE.
       01  STUDENT-TERM-RECORD         PIC X(20).

       FD  CLASS-SCHEDULE-FILE.
       01  CLASS-SCHEDULE-RECORD       PIC X(100).

       FD  STUDENT-ENROLLMENT-FILE.
       01  STUDENT-ENROLLMENT-RECORD   PIC X(90).

       FD  STUDENT-INPUT-FILE.
       01  STUDENT-INPUT-RECORD        PIC X(100).

       FD  CLASS-SHEETS-FILE.
       01  CLASS-SHEETS-RECORD         PIC X(100).

       FD  CLASS-TEMPLATE-FILE.
       01  CLASS-TEMPLATE-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-TERM-FILE-STATUS         PIC XX.
       01  WS-SCHED-FILE-STATUS        PIC XX.
       01  WS-ENROLL-FILE-STATUS       PIC XX.
       01  WS-INPUT-FILE-STATUS        PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-TERM-ID                  PIC X(10) VALUE "UNDATED".
       01  WS-TERM-LINE                PIC X(20).
       01  WS-DEFAULT-UNITS            PIC 99V9 VALUE 3.0.

      *----------------------------------------------------------------
      * CLASSES - one per scheduled year level/section/subject
      *----------------------------------------------------------------
       01  WS-MAX-CLASSES              PIC 999 VALUE 300.
       01  WS-CL-COUNT                 PIC 999 VALUE 0.
       01  WS-CLASS-TABLE.
               05 WS-CL-ENTRY OCCURS 300 TIMES.
                   10 WS-CL-YEAR       PIC X(15).
                   10 WS-CL-YEAR-KEY   PIC X(15).
                   10 WS-CL-SECTION    PIC X(10).
                   10 WS-CL-SUBJECT    PIC X(10).
                   10 WS-CL-FACULTY    PIC X(10).
                   10 WS-CL-UNITS      PIC 99V9.
       01  WS-CL-IDX                   PIC 999 VALUE 0.
       01  WS-CL-MATCH-IDX             PIC 999 VALUE 0.
       01  WS-SCHEDULE-PARSE.
               05 WS-SCP-LINE          PIC X(100).
               05 WS-SCP-YEAR          PIC X(15).
               05 WS-SCP-SECTION       PIC X(10).
               05 WS-SCP-SUBJECT       PIC X(10).
               05 WS-SCP-FACULTY       PIC X(10).
       01  WS-SCP-YEAR-KEY             PIC X(15).

      *----------------------------------------------------------------
      * CLASS ORDER - class indexes by faculty, section, subject
      *----------------------------------------------------------------
       01  WS-CORD-TABLE.
               05 WS-CORD OCCURS 300 TIMES PIC 999.
       01  WS-CORD-I                   PIC 999 VALUE 0.
       01  WS-CORD-J                   PIC 999 VALUE 0.
       01  WS-CORD-A                   PIC 999 VALUE 0.
       01  WS-CORD-B                   PIC 999 VALUE 0.
       01  WS-CORD-AFTER               PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * ENROLLMENT MASTER
      *----------------------------------------------------------------
       01  WS-MAX-ENROLLMENT           PIC 9999 VALUE 2400.
       01  WS-ENR-COUNT                PIC 9999 VALUE 0.
       01  WS-ENROLLMENT-TABLE.
               05 WS-EN-ENTRY OCCURS 2400 TIMES.
                   10 WS-EN-ID         PIC X(10).
                   10 WS-EN-NAME       PIC X(25).
                   10 WS-EN-NAME-KEY   PIC X(25).
                   10 WS-EN-YEAR       PIC X(15).
                   10 WS-EN-YEAR-KEY   PIC X(15).
                   10 WS-EN-SECTION    PIC X(10).
                   10 WS-EN-STATUS     PIC X(5).
                   10 WS-EN-PRIMARY    PIC 9.
      * 1 on the student's first ENR record - the one a student
      * with subject lines is listed under
                   10 WS-EN-HAS-LOAD   PIC 9.
       01  WS-EN-IDX                   PIC 9999 VALUE 0.
       01  WS-EN-J                     PIC 9999 VALUE 0.
       01  WS-ENR-PARSE.
               05 WS-EP-LINE           PIC X(90).
               05 WS-EP-ID             PIC X(10).
               05 WS-EP-NAME           PIC X(25).
               05 WS-EP-YEAR           PIC X(15).
               05 WS-EP-SECTION        PIC X(10).
               05 WS-EP-STATUS         PIC X(5).

      *----------------------------------------------------------------
      * SUBJECT LINES ON THE GRADING INPUT
      *----------------------------------------------------------------
       01  WS-MAX-LOAD-LINES           PIC 9999 VALUE 6000.
       01  WS-LD-COUNT                 PIC 9999 VALUE 0.
       01  WS-LOAD-TABLE.
               05 WS-LD-ENTRY OCCURS 6000 TIMES.
                   10 WS-LD-ID         PIC X(10).
                   10 WS-LD-SECTION    PIC X(10).
                   10 WS-LD-SUBJECT    PIC X(10).
                   10 WS-LD-HAS-UNITS  PIC 9.
                   10 WS-LD-UNITS      PIC 99V9.
       01  WS-LD-IDX                   PIC 9999 VALUE 0.
       01  WS-INPUT-PARSE.
               05 WS-IN-LINE           PIC X(100).
               05 WS-IN-YEAR           PIC X(15).
               05 WS-IN-STUDENT-ID     PIC X(10).
               05 WS-IN-PRELIM         PIC X(10).
               05 WS-IN-MIDTERM        PIC X(10).
               05 WS-IN-FINAL          PIC X(10).
               05 WS-IN-SECTION        PIC X(10).
               05 WS-IN-SUBJECT        PIC X(10).
               05 WS-IN-UNITS          PIC X(5).

      *----------------------------------------------------------------
      * CLASS LIST OF THE CLASS BEING PRINTED
      *----------------------------------------------------------------
       01  WS-MAX-ROSTER               PIC 999 VALUE 200.
       01  WS-RS-COUNT                 PIC 999 VALUE 0.
       01  WS-ROSTER-TABLE.
               05 WS-RS OCCURS 200 TIMES PIC 9999.
       01  WS-RS-I                     PIC 999 VALUE 0.
       01  WS-RS-J                     PIC 999 VALUE 0.
       01  WS-RS-A                     PIC 9999 VALUE 0.
       01  WS-RS-B                     PIC 9999 VALUE 0.
       01  WS-IN-CLASS                 PIC 9 VALUE 0.
       01  WS-ROSTER-FULL              PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * RUN TOTALS AND WORK FIELDS
      *----------------------------------------------------------------
       01  WS-SHEET-COUNT              PIC 999 VALUE 0.
       01  WS-EMPTY-COUNT              PIC 999 VALUE 0.
       01  WS-LISTED-COUNT             PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT               PIC ZZ9.
       01  WS-EDIT-UNITS               PIC Z9.9.
       01  WS-BUILT-LINE               PIC X(100).

      *----------------------------------------------------------------
      * CLASS RECORD SHEET LAYOUTS
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(100) VALUE SPACES.
       01  WS-PAGE-SEPARATOR           PIC X(100) VALUE ALL "=".
       01  WS-DASH-LINE                PIC X(100) VALUE ALL "-".
       01  WS-SHEET-TITLE.
               05 FILLER               PIC X(38) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "CLASS RECORD".
       01  WS-SHEET-TERM-LINE.
               05 FILLER               PIC X(38) VALUE SPACES.
               05 FILLER               PIC X(6)  VALUE "TERM: ".
               05 WS-STL-TERM          PIC X(10).
       01  WS-SHEET-FACULTY-LINE.
               05 FILLER               PIC X(13) VALUE "FACULTY ID:  ".
               05 WS-SFL-FACULTY       PIC X(22).
               05 FILLER               PIC X(13) VALUE "YEAR LEVEL:  ".
               05 WS-SFL-YEAR          PIC X(15).
       01  WS-SHEET-SUBJECT-LINE.
               05 FILLER               PIC X(13) VALUE "SUBJECT:     ".
               05 WS-SSL-SUBJECT       PIC X(22).
               05 FILLER               PIC X(13) VALUE "SECTION:     ".
               05 WS-SSL-SECTION       PIC X(12).
               05 FILLER               PIC X(7)  VALUE "UNITS: ".
               05 WS-SSL-UNITS         PIC Z9.9.
       01  WS-SHEET-COL-HDR.
               05 FILLER               PIC X(6)  VALUE "NO.".
               05 FILLER               PIC X(12) VALUE "STUDENT ID".
               05 FILLER               PIC X(27) VALUE "NAME".
               05 FILLER               PIC X(10) VALUE "PRELIM".
               05 FILLER               PIC X(10) VALUE "MIDTERM".
               05 FILLER               PIC X(10) VALUE "FINAL".
               05 FILLER               PIC X(7)  VALUE "REMARKS".
       01  WS-SHEET-DETAIL.
               05 WS-SDL-NO            PIC ZZ9.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-SDL-ID            PIC X(12).
               05 WS-SDL-NAME          PIC X(27).
               05 FILLER               PIC X(10) VALUE "________".
               05 FILLER               PIC X(10) VALUE "________".
               05 FILLER               PIC X(10) VALUE "________".
               05 FILLER               PIC X(12) VALUE "__________".
       01  WS-SHEET-EMPTY-LINE.
               05 FILLER               PIC X(6)  VALUE SPACES.
               05 FILLER               PIC X(30)
                   VALUE "NO OFFICIALLY ENROLLED STUDENT".
       01  WS-SHEET-COUNT-LINE.
               05 FILLER               PIC X(20)
                   VALUE "NUMBER OF STUDENTS: ".
               05 WS-SCL-COUNT         PIC ZZ9.
       01  WS-SHEET-SIGN-LINE-1.
               05 FILLER               PIC X(6)  VALUE SPACES.
               05 FILLER               PIC X(34)
                   VALUE "______________________________".
               05 FILLER               PIC X(20)
                   VALUE "__________________".
       01  WS-SHEET-SIGN-LINE-2.
               05 FILLER               PIC X(6)  VALUE SPACES.
               05 FILLER               PIC X(34)
                   VALUE "FACULTY SIGNATURE".
               05 FILLER               PIC X(20)
                   VALUE "DATE SUBMITTED".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load the schedule, the master and the
      * subject lines, then print each class in faculty order.
      *----------------------------------------------------------------
           PERFORM LOAD-TERM
           PERFORM LOAD-CLASSES
           IF WS-SCHED-FILE-STATUS NOT = "00" OR WS-CL-COUNT = 0
               DISPLAY "ERROR: CLASS-SCHEDULE.TXT not found or empty"
                   " - no class to print"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-ENROLLMENT
           IF WS-ENROLL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: STUDENT-ENROLLMENT.TXT not found"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-SUBJECT-LINES
           PERFORM SET-CLASS-UNITS
           PERFORM ORDER-CLASSES

           OPEN OUTPUT CLASS-SHEETS-FILE
           OPEN OUTPUT CLASS-TEMPLATE-FILE
           PERFORM VARYING WS-CORD-I FROM 1 BY 1
               UNTIL WS-CORD-I > WS-CL-COUNT
               MOVE WS-CORD(WS-CORD-I) TO WS-CL-IDX
               PERFORM BUILD-CLASS-LIST
               PERFORM WRITE-CLASS-SHEET
               IF WS-RS-COUNT > 0
                   PERFORM WRITE-CLASS-TEMPLATE
               END-IF
           END-PERFORM
           CLOSE CLASS-SHEETS-FILE
           CLOSE CLASS-TEMPLATE-FILE

           DISPLAY "Class records printed: " WS-SHEET-COUNT
               " (" WS-LISTED-COUNT " student line(s))"
           DISPLAY "Sheets: CLASS-RECORD-SHEETS.TXT  Template: "
               "CLASS-RECORD-TEMPLATE.TXT"
           IF WS-EMPTY-COUNT > 0
               DISPLAY "WARNING: " WS-EMPTY-COUNT " class(es) with no"
                   " officially enrolled student"
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-TERM.
      *----------------------------------------------------------------
      * LOAD-TERM - Term ID from STUDENT-TERM.TXT, "UNDATED" when
      * absent (the grading run's own default).
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-TERM-FILE
           IF WS-TERM-FILE-STATUS = "00"
               READ STUDENT-TERM-FILE INTO WS-TERM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-TERM-LINE) NOT = SPACES
                           MOVE FUNCTION TRIM(WS-TERM-LINE)
                               TO WS-TERM-ID
                       END-IF
               END-READ
           END-IF
           CLOSE STUDENT-TERM-FILE.

       LOAD-CLASSES.
      *----------------------------------------------------------------
      * LOAD-CLASSES - One class per distinct year level, section
      * and subject on CLASS-SCHEDULE.TXT; the first meeting line
      * names the faculty member.
      *----------------------------------------------------------------
           OPEN INPUT CLASS-SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ CLASS-SCHEDULE-FILE INTO WS-SCP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-SCP-LINE) NOT = SPACES
                               PERFORM STORE-CLASS
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE CLASS-SCHEDULE-FILE.

       STORE-CLASS.
      *----------------------------------------------------------------
      * STORE-CLASS - One meeting line; a new year level/section/
      * subject becomes a class.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-SCP-YEAR WS-SCP-SECTION WS-SCP-SUBJECT
               WS-SCP-FACULTY
           UNSTRING WS-SCP-LINE DELIMITED BY ","
               INTO WS-SCP-YEAR
                    WS-SCP-SECTION
                    WS-SCP-SUBJECT
                    WS-SCP-FACULTY
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCP-YEAR))
               TO WS-SCP-YEAR-KEY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCP-SECTION))
               TO WS-SCP-SECTION
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCP-SUBJECT))
               TO WS-SCP-SUBJECT
           MOVE FUNCTION TRIM(WS-SCP-FACULTY) TO WS-SCP-FACULTY
           MOVE 0 TO WS-CL-MATCH-IDX
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
               OR WS-CL-MATCH-IDX > 0
               IF WS-CL-YEAR-KEY(WS-CL-IDX) = WS-SCP-YEAR-KEY
                   AND WS-CL-SECTION(WS-CL-IDX) = WS-SCP-SECTION
                   AND WS-CL-SUBJECT(WS-CL-IDX) = WS-SCP-SUBJECT
                   MOVE WS-CL-IDX TO WS-CL-MATCH-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SCP-SECTION = SPACES
                   OR WS-SCP-SUBJECT = SPACES
                   DISPLAY "WARNING: CLASS-SCHEDULE.TXT line without"
                       " a section or subject skipped: "
                       FUNCTION TRIM(WS-SCP-LINE)
               WHEN WS-CL-MATCH-IDX > 0
                   IF WS-CL-FACULTY(WS-CL-MATCH-IDX) NOT =
                           WS-SCP-FACULTY
                       DISPLAY "WARNING: " FUNCTION TRIM(
                           WS-SCP-SUBJECT) " section "
                           FUNCTION TRIM(WS-SCP-SECTION)
                           " also scheduled under faculty "
                           FUNCTION TRIM(WS-SCP-FACULTY)
                           " - class record goes to "
                           FUNCTION TRIM(WS-CL-FACULTY(
                               WS-CL-MATCH-IDX))
                   END-IF
               WHEN WS-CL-COUNT >= WS-MAX-CLASSES
                   DISPLAY "WARNING: more than " WS-MAX-CLASSES
                       " classes - " FUNCTION TRIM(WS-SCP-SUBJECT)
                       " section " FUNCTION TRIM(WS-SCP-SECTION)
                       " not printed"
               WHEN OTHER
                   ADD 1 TO WS-CL-COUNT
                   MOVE FUNCTION TRIM(WS-SCP-YEAR)
                       TO WS-CL-YEAR(WS-CL-COUNT)
                   MOVE WS-SCP-YEAR-KEY TO WS-CL-YEAR-KEY(WS-CL-COUNT)
                   MOVE WS-SCP-SECTION TO WS-CL-SECTION(WS-CL-COUNT)
                   MOVE WS-SCP-SUBJECT TO WS-CL-SUBJECT(WS-CL-COUNT)
                   MOVE WS-SCP-FACULTY TO WS-CL-FACULTY(WS-CL-COUNT)
                   MOVE WS-DEFAULT-UNITS TO WS-CL-UNITS(WS-CL-COUNT)
           END-EVALUATE.

       LOAD-ENROLLMENT.
      *----------------------------------------------------------------
      * LOAD-ENROLLMENT - Every record of the master; the student's
      * first ENR record is marked primary.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-ENROLLMENT-FILE
           IF WS-ENROLL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-ENR-COUNT >= WS-MAX-ENROLLMENT
                   READ STUDENT-ENROLLMENT-FILE INTO WS-EP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-EP-LINE) NOT = SPACES
                               PERFORM STORE-ENROLLMENT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-ENROLLMENT-FILE.

       STORE-ENROLLMENT.
      *----------------------------------------------------------------
      * STORE-ENROLLMENT - One enrollment record into the table.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-EP-ID WS-EP-NAME WS-EP-YEAR
               WS-EP-SECTION WS-EP-STATUS
           UNSTRING WS-EP-LINE DELIMITED BY ","
               INTO WS-EP-ID
                    WS-EP-NAME
                    WS-EP-YEAR
                    WS-EP-SECTION
                    WS-EP-STATUS
           END-UNSTRING
           ADD 1 TO WS-ENR-COUNT
           MOVE FUNCTION TRIM(WS-EP-ID) TO WS-EN-ID(WS-ENR-COUNT)
           MOVE FUNCTION TRIM(WS-EP-NAME) TO WS-EN-NAME(WS-ENR-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EP-NAME))
               TO WS-EN-NAME-KEY(WS-ENR-COUNT)
           MOVE FUNCTION TRIM(WS-EP-YEAR) TO WS-EN-YEAR(WS-ENR-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EP-YEAR))
               TO WS-EN-YEAR-KEY(WS-ENR-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EP-SECTION))
               TO WS-EN-SECTION(WS-ENR-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EP-STATUS))
               TO WS-EN-STATUS(WS-ENR-COUNT)
           MOVE 0 TO WS-EN-HAS-LOAD(WS-ENR-COUNT)
           MOVE 0 TO WS-EN-PRIMARY(WS-ENR-COUNT)
           IF WS-EN-STATUS(WS-ENR-COUNT) = "ENR"
               MOVE 1 TO WS-EN-PRIMARY(WS-ENR-COUNT)
               PERFORM VARYING WS-EN-J FROM 1 BY 1
                   UNTIL WS-EN-J >= WS-ENR-COUNT
                   IF WS-EN-ID(WS-EN-J) = WS-EN-ID(WS-ENR-COUNT)
                       AND WS-EN-STATUS(WS-EN-J) = "ENR"
                       MOVE 0 TO WS-EN-PRIMARY(WS-ENR-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-SUBJECT-LINES.
      *----------------------------------------------------------------
      * LOAD-SUBJECT-LINES - Each student line of STUDENT-INPUT.TXT
      * (SECTION headers and batch control records skipped) as a
      * student/section/subject load line; the student is marked
      * as carrying an individual load.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-INPUT-FILE
           IF WS-INPUT-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-INPUT-FILE INTO WS-IN-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           EVALUATE TRUE
                               WHEN FUNCTION TRIM(WS-IN-LINE) = SPACES
                                   CONTINUE
                               WHEN WS-IN-LINE(1:9) = "BATCHHDR,"
                                   OR WS-IN-LINE(1:9) = "BATCHTRL,"
                                   CONTINUE
                               WHEN FUNCTION UPPER-CASE(
                                       WS-IN-LINE(1:8)) = "SECTION,"
                                   CONTINUE
                               WHEN OTHER
                                   PERFORM STORE-SUBJECT-LINE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-INPUT-FILE.

       STORE-SUBJECT-LINE.
      *----------------------------------------------------------------
      * STORE-SUBJECT-LINE - One Year,ID,P,M,F,Section,Subject,Units
      * line; section MAIN when blank, as the grading run reads it.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-IN-YEAR WS-IN-STUDENT-ID WS-IN-PRELIM
               WS-IN-MIDTERM WS-IN-FINAL WS-IN-SECTION WS-IN-SUBJECT
               WS-IN-UNITS
           UNSTRING WS-IN-LINE DELIMITED BY ","
               INTO WS-IN-YEAR
                    WS-IN-STUDENT-ID
                    WS-IN-PRELIM
                    WS-IN-MIDTERM
                    WS-IN-FINAL
                    WS-IN-SECTION
                    WS-IN-SUBJECT
                    WS-IN-UNITS
           END-UNSTRING
           IF FUNCTION TRIM(WS-IN-SECTION) = SPACES
               MOVE "MAIN" TO WS-IN-SECTION
           END-IF
           IF WS-LD-COUNT < WS-MAX-LOAD-LINES
               ADD 1 TO WS-LD-COUNT
               MOVE FUNCTION TRIM(WS-IN-STUDENT-ID)
                   TO WS-LD-ID(WS-LD-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-SECTION))
                   TO WS-LD-SECTION(WS-LD-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-SUBJECT))
                   TO WS-LD-SUBJECT(WS-LD-COUNT)
               MOVE 0 TO WS-LD-HAS-UNITS(WS-LD-COUNT)
               MOVE 0 TO WS-LD-UNITS(WS-LD-COUNT)
               IF FUNCTION TRIM(WS-IN-UNITS) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-IN-UNITS)) = ZERO
                   MOVE 1 TO WS-LD-HAS-UNITS(WS-LD-COUNT)
                   COMPUTE WS-LD-UNITS(WS-LD-COUNT) =
                       FUNCTION NUMVAL(WS-IN-UNITS)
               END-IF
               PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENR-COUNT
                   IF WS-EN-ID(WS-EN-IDX) = WS-LD-ID(WS-LD-COUNT)
                       MOVE 1 TO WS-EN-HAS-LOAD(WS-EN-IDX)
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "WARNING: more than " WS-MAX-LOAD-LINES
                   " subject lines on STUDENT-INPUT.TXT - line for "
                   FUNCTION TRIM(WS-IN-STUDENT-ID) " ignored"
           END-IF.

       SET-CLASS-UNITS.
      *----------------------------------------------------------------
      * SET-CLASS-UNITS - Each class takes the units of its
      * subject's first subject line that carries units.
      *----------------------------------------------------------------
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
               MOVE 0 TO WS-IN-CLASS
               PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                   UNTIL WS-LD-IDX > WS-LD-COUNT
                   OR WS-IN-CLASS = 1
                   IF WS-LD-SUBJECT(WS-LD-IDX) =
                           WS-CL-SUBJECT(WS-CL-IDX)
                       AND WS-LD-HAS-UNITS(WS-LD-IDX) = 1
                       MOVE WS-LD-UNITS(WS-LD-IDX)
                           TO WS-CL-UNITS(WS-CL-IDX)
                       MOVE 1 TO WS-IN-CLASS
                   END-IF
               END-PERFORM
           END-PERFORM.

       ORDER-CLASSES.
      *----------------------------------------------------------------
      * ORDER-CLASSES - Exchange sort of the class indexes by
      * faculty, then section, then subject, so each faculty
      * member's sheets come out together.
      *----------------------------------------------------------------
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
               MOVE WS-CL-IDX TO WS-CORD(WS-CL-IDX)
           END-PERFORM
           PERFORM VARYING WS-CORD-I FROM 1 BY 1
               UNTIL WS-CORD-I >= WS-CL-COUNT
               PERFORM VARYING WS-CORD-J FROM 1 BY 1
                   UNTIL WS-CORD-J > WS-CL-COUNT - WS-CORD-I
                   MOVE WS-CORD(WS-CORD-J) TO WS-CORD-A
                   MOVE WS-CORD(WS-CORD-J + 1) TO WS-CORD-B
                   MOVE 0 TO WS-CORD-AFTER
                   EVALUATE TRUE
                       WHEN WS-CL-FACULTY(WS-CORD-A) >
                               WS-CL-FACULTY(WS-CORD-B)
                           MOVE 1 TO WS-CORD-AFTER
                       WHEN WS-CL-FACULTY(WS-CORD-A) <
                               WS-CL-FACULTY(WS-CORD-B)
                           CONTINUE
                       WHEN WS-CL-SECTION(WS-CORD-A) >
                               WS-CL-SECTION(WS-CORD-B)
                           MOVE 1 TO WS-CORD-AFTER
                       WHEN WS-CL-SECTION(WS-CORD-A) <
                               WS-CL-SECTION(WS-CORD-B)
                           CONTINUE
                       WHEN WS-CL-SUBJECT(WS-CORD-A) >
                               WS-CL-SUBJECT(WS-CORD-B)
                           MOVE 1 TO WS-CORD-AFTER
                   END-EVALUATE
                   IF WS-CORD-AFTER = 1
                       MOVE WS-CORD-A TO WS-CORD(WS-CORD-J + 1)
                       MOVE WS-CORD-B TO WS-CORD(WS-CORD-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       BUILD-CLASS-LIST.
      *----------------------------------------------------------------
      * BUILD-CLASS-LIST - The ENR students taking class WS-CL-IDX,
      * in name order: by their subject lines when they have any,
      * by block section when they have none.
      *----------------------------------------------------------------
           MOVE 0 TO WS-RS-COUNT
           MOVE 0 TO WS-ROSTER-FULL
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENR-COUNT
               MOVE 0 TO WS-IN-CLASS
               EVALUATE TRUE
                   WHEN WS-EN-STATUS(WS-EN-IDX) NOT = "ENR"
                       CONTINUE
                   WHEN WS-EN-HAS-LOAD(WS-EN-IDX) = 1
                       IF WS-EN-PRIMARY(WS-EN-IDX) = 1
                           PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                               UNTIL WS-LD-IDX > WS-LD-COUNT
                               OR WS-IN-CLASS = 1
                               IF WS-LD-ID(WS-LD-IDX) =
                                       WS-EN-ID(WS-EN-IDX)
                                   AND WS-LD-SECTION(WS-LD-IDX) =
                                       WS-CL-SECTION(WS-CL-IDX)
                                   AND WS-LD-SUBJECT(WS-LD-IDX) =
                                       WS-CL-SUBJECT(WS-CL-IDX)
                                   MOVE 1 TO WS-IN-CLASS
                               END-IF
                           END-PERFORM
                       END-IF
                   WHEN WS-EN-YEAR-KEY(WS-EN-IDX) =
                           WS-CL-YEAR-KEY(WS-CL-IDX)
                       AND WS-EN-SECTION(WS-EN-IDX) =
                           WS-CL-SECTION(WS-CL-IDX)
                       MOVE 1 TO WS-IN-CLASS
               END-EVALUATE
               IF WS-IN-CLASS = 1
                   IF WS-RS-COUNT < WS-MAX-ROSTER
                       ADD 1 TO WS-RS-COUNT
                       MOVE WS-EN-IDX TO WS-RS(WS-RS-COUNT)
                   ELSE
                       MOVE 1 TO WS-ROSTER-FULL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ROSTER-FULL = 1
               DISPLAY "WARNING: " FUNCTION TRIM(
                   WS-CL-SUBJECT(WS-CL-IDX)) " section "
                   FUNCTION TRIM(WS-CL-SECTION(WS-CL-IDX))
                   " has more than " WS-MAX-ROSTER
                   " students - list truncated"
           END-IF

           PERFORM VARYING WS-RS-I FROM 1 BY 1
               UNTIL WS-RS-I >= WS-RS-COUNT
               PERFORM VARYING WS-RS-J FROM 1 BY 1
                   UNTIL WS-RS-J > WS-RS-COUNT - WS-RS-I
                   MOVE WS-RS(WS-RS-J) TO WS-RS-A
                   MOVE WS-RS(WS-RS-J + 1) TO WS-RS-B
                   IF WS-EN-NAME-KEY(WS-RS-A) >
                           WS-EN-NAME-KEY(WS-RS-B)
                       MOVE WS-RS-A TO WS-RS(WS-RS-J + 1)
                       MOVE WS-RS-B TO WS-RS(WS-RS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-CLASS-SHEET.
      *----------------------------------------------------------------
      * WRITE-CLASS-SHEET - One page: heading, the class list under
      * blank grade columns, and the signature block.
      *----------------------------------------------------------------
           WRITE CLASS-SHEETS-RECORD FROM WS-PAGE-SEPARATOR
           WRITE CLASS-SHEETS-RECORD FROM WS-SHEET-TITLE
           MOVE WS-TERM-ID TO WS-STL-TERM
           WRITE CLASS-SHEETS-RECORD FROM WS-SHEET-TERM-LINE
           WRITE CLASS-SHEETS-RECORD FROM WS-BLANK-LINE
           MOVE WS-CL-FACULTY(WS-CL-IDX) TO WS-SFL-FACULTY
           MOVE WS-CL-YEAR(WS-CL-IDX) TO WS-SFL-YEAR
           WRITE CLASS-SHEETS-RECORD FROM WS-SHEET-FACULTY-LINE
           MOVE WS-CL-SUBJECT(WS-CL-IDX) TO WS-SSL-SUBJECT
           MOVE WS-CL-SECTION(WS-CL-IDX) TO WS-SSL-SECTION
           MOVE WS-CL-UNITS(WS-CL-IDX) TO WS-SSL-UNITS
           WRITE CLASS-SHEETS-RECORD FROM WS-SHEET-SUBJECT-LINE
           WRITE CLASS-SHEETS-RECORD FROM WS-DASH-LINE
           WRITE CLASS-SHEETS-RECORD FROM WS-SHEET-COL-HDR
           WRITE CLASS-SHEETS-RECORD FROM WS-DASH-LINE
           IF WS-RS-COUNT = 0
               WRITE CLASS-SHEETS-RECORD FROM WS-SHEET-EMPTY-LINE
               ADD 1 TO WS-EMPTY-COUNT
           END-IF
           PERFORM VARYING WS-RS-I FROM 1 BY 1
               UNTIL WS-RS-I > WS-RS-COUNT
               MOVE WS-RS(WS-RS-I) TO WS-EN-IDX
               MOVE WS-RS-I TO WS-SDL-NO
               MOVE WS-EN-ID(WS-EN-IDX) TO WS-SDL-ID
               MOVE WS-EN-NAME(WS-EN-IDX) TO WS-SDL-NAME
               WRITE CLASS-SHEETS-RECORD FROM WS-SHEET-DETAIL
           END-PERFORM
           WRITE CLASS-SHEETS-RECORD FROM WS-DASH-LINE
           MOVE WS-RS-COUNT TO WS-SCL-COUNT
           WRITE CLASS-SHEETS-RECORD FROM WS-SHEET-COUNT-LINE
           WRITE CLASS-SHEETS-RECORD FROM WS-BLANK-LINE
           WRITE CLASS-SHEETS-RECORD FROM WS-BLANK-LINE
           WRITE CLASS-SHEETS-RECORD FROM WS-SHEET-SIGN-LINE-1
           WRITE CLASS-SHEETS-RECORD FROM WS-SHEET-SIGN-LINE-2
           WRITE CLASS-SHEETS-RECORD FROM WS-BLANK-LINE
           ADD 1 TO WS-SHEET-COUNT
           ADD WS-RS-COUNT TO WS-LISTED-COUNT.

       WRITE-CLASS-TEMPLATE.
      *----------------------------------------------------------------
      * WRITE-CLASS-TEMPLATE - The class's SECTION header (expected
      * count = students listed, subject named so a section shared
      * by several faculty members is tracked per class), then one
      * grade line per student with the grades left empty.
      *----------------------------------------------------------------
           MOVE WS-RS-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-BUILT-LINE
           STRING "SECTION," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CL-SECTION(WS-CL-IDX))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CL-FACULTY(WS-CL-IDX))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CL-SUBJECT(WS-CL-IDX))
                   DELIMITED BY SIZE
               INTO WS-BUILT-LINE
           WRITE CLASS-TEMPLATE-RECORD FROM WS-BUILT-LINE
           MOVE WS-CL-UNITS(WS-CL-IDX) TO WS-EDIT-UNITS
           PERFORM VARYING WS-RS-I FROM 1 BY 1
               UNTIL WS-RS-I > WS-RS-COUNT
               MOVE WS-RS(WS-RS-I) TO WS-EN-IDX
               MOVE SPACES TO WS-BUILT-LINE
               STRING FUNCTION TRIM(WS-EN-YEAR(WS-EN-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EN-ID(WS-EN-IDX))
                       DELIMITED BY SIZE
                   ",,,," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CL-SECTION(WS-CL-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CL-SUBJECT(WS-CL-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-UNITS) DELIMITED BY SIZE
                   INTO WS-BUILT-LINE
               WRITE CLASS-TEMPLATE-RECORD FROM WS-BUILT-LINE
           END-PERFORM.

       END PROGRAM CLASS-RECORDS.
