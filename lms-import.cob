      *================================================================
      * PROGRAM: LMS-IMPORT - GRADEBOOK IMPORT FROM THE LMS
      *================================================================
      * PURPOSE: Faculty keep their class records in the school's
      *          learning management system. This program turns the
      *          LMS gradebook export into a grading batch, so the
      *          Prelim/Midterm/Final grades are no longer re-typed
      *          into STUDENT-INPUT.TXT or keyed through GRADE-ENTRY.
      *
      * HOW IT WORKS:
      *   1. LMS-COURSE-MAP.TXT maps each LMS course to our codes,
      *      one "LMSCourse,Section,Subject[,Units][,FacultyID]" line
      *      per course
      *   2. LMS-GRADEBOOK.CSV is the gradebook export, one
      *      "LMSCourse,StudentID,Period,Component,Score,MaxScore
      *      [,Weight]" row per component score. Period is PRELIM,
      *      MIDTERM or FINAL (the LMS grade category); a heading row
      *      starting "Course" is skipped
      *   3. Each period grade is the weighted mean of its components'
      *      percentages (Score / MaxScore x 100). A component with
      *      no Weight is weighted by its MaxScore, which makes an
      *      unweighted gradebook a plain points total. A period with
      *      no components is written INC
      *   4. Rows are rejected to LMS-IMPORT-EXCEPTIONS.TXT for: an
      *      LMS course not on the map, a student not on
      *      STUDENT-ENROLLMENT.TXT, a student enrolled but not in
      *      the mapped section (or not ENR), an unknown period, and
      *      a score that is not a number, is negative or exceeds
      *      its MaxScore. A rejected score holds back that student's
      *      whole course - a grade is never built from part of the
      *      gradebook
      *   5. STUDENT-INPUT.TXT is written as a complete batch: a
      *      BATCHHDR record, then per section a SECTION header
      *      (faculty from the map, expected count = the section's
      *      ENR students times the subjects imported for it)
      *      followed by its "Year,ID,Prelim,Midterm,Final,Section,
      *      Subject[,Units]" lines, and a BATCHTRL record carrying
      *      the line count and grade hash total
      *
      * NOTE: The import replaces STUDENT-INPUT.TXT - export every
      *       course of the grading batch in one gradebook file.
      *       Students held back by a rejection show as short on the
      *       grading run's submission status list.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LMS-IMPORT.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-MAP-FILE
               ASSIGN TO "LMS-COURSE-MAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT GRADEBOOK-FILE
               ASSIGN TO "LMS-GRADEBOOK.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADEBOOK-FILE-STATUS.
           SELECT STUDENT-ENROLLMENT-FILE
               ASSIGN TO "STUDENT-ENROLLMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-FILE-STATUS.
           SELECT STUDENT-INPUT-FILE
               ASSIGN TO "STUDENT-INPUT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTIONS-FILE
               ASSIGN TO "LMS-IMPORT-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-MAP-FILE.
       01  COURSE-MAP-RECORD           PIC X(80).

       FD  GRADEBOOK-FILE.
       01  GRADEBOOK-RECORD            PIC X(150).

       FD  STUDENT-ENROLLMENT-FILE.
       01  STUDENT-ENROLLMENT-RECORD   PIC X(90).

       FD  STUDENT-INPUT-FILE.
       01  STUDENT-INPUT-RECORD        PIC X(100).

       FD  EXCEPTIONS-FILE.
       01  EXCEPTIONS-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MAP-FILE-STATUS          PIC XX.
       01  WS-GRADEBOOK-FILE-STATUS    PIC XX.
       01  WS-ENROLL-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.
       01  WS-CURRENT-DATE-DATA        PIC X(21).
       01  WS-TODAY-DATE               PIC X(10).

      *----------------------------------------------------------------
      * LMS COURSE MAP
      *----------------------------------------------------------------
       01  WS-MAX-MAPS                 PIC 999 VALUE 200.
       01  WS-MAP-COUNT                PIC 999 VALUE 0.
       01  WS-MAP-TABLE.
               05 WS-MP-ENTRY OCCURS 200 TIMES.
                   10 WS-MP-COURSE     PIC X(20).
                   10 WS-MP-SECTION    PIC X(10).
                   10 WS-MP-SUBJECT    PIC X(8).
                   10 WS-MP-UNITS      PIC X(5).
                   10 WS-MP-FACULTY    PIC X(10).
       01  WS-MP-IDX                   PIC 999 VALUE 0.
       01  WS-MAP-FOUND                PIC 999 VALUE 0.
       01  WS-MAP-PARSE.
               05 WS-MPP-LINE          PIC X(80).
               05 WS-MPP-COURSE        PIC X(20).
               05 WS-MPP-SECTION       PIC X(10).
               05 WS-MPP-SUBJECT       PIC X(8).
               05 WS-MPP-UNITS         PIC X(5).
               05 WS-MPP-FACULTY       PIC X(10).

      *----------------------------------------------------------------
      * ENROLLMENT MASTER
      *----------------------------------------------------------------
       01  WS-MAX-STUDENTS             PIC 9999 VALUE 2400.
       01  WS-ENR-COUNT                PIC 9999 VALUE 0.
       01  WS-ENROLLMENT-TABLE.
               05 WS-EN-ENTRY OCCURS 2400 TIMES.
                   10 WS-EN-ID         PIC X(10).
                   10 WS-EN-YEAR       PIC X(15).
                   10 WS-EN-SECTION    PIC X(10).
                   10 WS-EN-STATUS     PIC X(4).
       01  WS-EN-IDX                   PIC 9999 VALUE 0.
       01  WS-EN-FOUND                 PIC 9999 VALUE 0.
       01  WS-STUDENT-PARSE.
               05 WS-SP-LINE           PIC X(90).
               05 WS-SP-ID             PIC X(10).
               05 WS-SP-NAME           PIC X(25).
               05 WS-SP-YEAR           PIC X(15).
               05 WS-SP-SECTION        PIC X(10).
               05 WS-SP-STATUS         PIC X(5).

      *----------------------------------------------------------------
      * GRADEBOOK ROW
      *----------------------------------------------------------------
       01  WS-GRADEBOOK-PARSE.
               05 WS-GB-LINE           PIC X(150).
               05 WS-GB-COURSE         PIC X(20).
               05 WS-GB-ID             PIC X(12).
               05 WS-GB-PERIOD         PIC X(12).
               05 WS-GB-COMPONENT      PIC X(30).
               05 WS-GB-SCORE          PIC X(12).
               05 WS-GB-MAX            PIC X(12).
               05 WS-GB-WEIGHT         PIC X(12).
       01  WS-GB-LINE-NO               PIC 9(5) VALUE 0.
       01  WS-GB-ROW-COUNT             PIC 9(5) VALUE 0.
       01  WS-GB-PERIOD-UP             PIC X(12).
       01  WS-PERIOD-IDX               PIC 9 VALUE 0.
       01  WS-SCORE                    PIC S9(5)V99 VALUE 0.
       01  WS-MAX-SCORE                PIC S9(5)V99 VALUE 0.
       01  WS-WEIGHT                   PIC S9(5)V99 VALUE 0.
       01  WS-REJECT-REASON            PIC X(60).

      *----------------------------------------------------------------
      * PER STUDENT AND COURSE ACCUMULATORS (1 = prelim, 2 = midterm,
      * 3 = final)
      *----------------------------------------------------------------
       01  WS-MAX-GRADES               PIC 9(5) VALUE 10000.
       01  WS-AC-COUNT                 PIC 9(5) VALUE 0.
       01  WS-ACCUMULATOR-TABLE.
               05 WS-AC-ENTRY OCCURS 10000 TIMES.
                   10 WS-AC-MAP        PIC 999.
                   10 WS-AC-STUDENT    PIC 9999.
                   10 WS-AC-HELD       PIC 9.
                   10 WS-AC-PERIOD OCCURS 3 TIMES.
                       15 WS-AC-SUM    PIC 9(9)V9999.
                       15 WS-AC-WEIGHT PIC 9(7)V99.
       01  WS-AC-IDX                   PIC 9(5) VALUE 0.
       01  WS-AC-FOUND                 PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * SECTIONS IN THIS BATCH
      *----------------------------------------------------------------
       01  WS-MAX-BATCH-SECTIONS       PIC 99 VALUE 50.
       01  WS-BS-COUNT                 PIC 99 VALUE 0.
       01  WS-BATCH-SECTION-TABLE.
               05 WS-BS-ENTRY OCCURS 50 TIMES.
                   10 WS-BS-SECTION    PIC X(10).
                   10 WS-BS-FACULTY    PIC X(10).
                   10 WS-BS-SUBJECTS   PIC 99.
       01  WS-BS-IDX                   PIC 99 VALUE 0.
       01  WS-BS-FOUND                 PIC 99 VALUE 0.
       01  WS-BS-ENR-COUNT             PIC 9999 VALUE 0.
       01  WS-BS-EXPECTED              PIC 9(5) VALUE 0.
       01  WS-SUBJECT-SEEN             PIC 9 VALUE 0.
       01  WS-MP-J                     PIC 999 VALUE 0.
       01  WS-AC-J                     PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * BATCH OUTPUT
      *----------------------------------------------------------------
       01  WS-BUILT-LINE               PIC X(100).
       01  WS-GRADE-TEXT OCCURS 3 TIMES PIC X(6).
       01  WS-PERIOD-GRADE             PIC 999V99 VALUE 0.
       01  WS-EDIT-GRADE               PIC ZZ9.99.
       01  WS-LINE-COUNT               PIC 9(5) VALUE 0.
       01  WS-HASH-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-EDIT-LINE-COUNT          PIC ZZZZ9.
       01  WS-EDIT-HASH                PIC ZZZZZZZZ9.99.
       01  WS-EDIT-EXPECTED            PIC ZZZZ9.
       01  WS-REJECT-COUNT             PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * EXCEPTION LIST LAYOUT
      *----------------------------------------------------------------
       01  WS-EXC-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(40)
                   VALUE "LMS GRADEBOOK IMPORT - EXCEPTIONS".
       01  WS-EXC-HEADER.
               05 FILLER               PIC X(7)  VALUE "ROW".
               05 FILLER               PIC X(21) VALUE "LMS COURSE".
               05 FILLER               PIC X(13) VALUE "STUDENT ID".
               05 FILLER               PIC X(60) VALUE "REASON".
       01  WS-EXC-DETAIL.
               05 WS-EXD-ROW           PIC ZZZZZ.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-EXD-COURSE        PIC X(21).
               05 WS-EXD-ID            PIC X(13).
               05 WS-EXD-REASON        PIC X(60).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load the map and the master, accumulate the
      * gradebook, then write the grading batch.
      *----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURRENT-DATE-DATA(1:4) "-"
               WS-CURRENT-DATE-DATA(5:2) "-"
               WS-CURRENT-DATE-DATA(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE

           PERFORM LOAD-COURSE-MAP
           IF WS-MAP-COUNT = 0
               DISPLAY "ERROR: LMS-COURSE-MAP.TXT not found or empty -"
                   " no LMS course can be placed"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-ENROLLMENT
           IF WS-ENR-COUNT = 0
               DISPLAY "ERROR: STUDENT-ENROLLMENT.TXT not found or"
                   " empty - no student can be checked"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT GRADEBOOK-FILE
           IF WS-GRADEBOOK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: LMS-GRADEBOOK.CSV not found (status "
                   WS-GRADEBOOK-FILE-STATUS ") - nothing imported;"
                   " STUDENT-INPUT.TXT left as it was"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EXCEPTIONS-FILE
           WRITE EXCEPTIONS-RECORD FROM WS-EXC-TITLE-LINE
           WRITE EXCEPTIONS-RECORD FROM WS-EXC-HEADER
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ GRADEBOOK-FILE INTO WS-GB-LINE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-GB-LINE-NO
                       IF FUNCTION TRIM(WS-GB-LINE) NOT = SPACES
                           PERFORM PROCESS-GRADEBOOK-ROW
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO WS-EOF-FLAG
           CLOSE GRADEBOOK-FILE

           PERFORM WRITE-STUDENT-INPUT
           CLOSE EXCEPTIONS-FILE

           DISPLAY "LMS import: " WS-GB-ROW-COUNT " score row(s), "
               WS-LINE-COUNT " grade line(s) written to"
               " STUDENT-INPUT.TXT, " WS-REJECT-COUNT " row(s)"
               " rejected, " WS-HELD-COUNT " student course(s) held"
           IF WS-REJECT-COUNT > 0 OR WS-HELD-COUNT > 0
               DISPLAY "See LMS-IMPORT-EXCEPTIONS.TXT"
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-COURSE-MAP.
      *----------------------------------------------------------------
      * LOAD-COURSE-MAP - LMSCourse,Section,Subject,Units,FacultyID.
      *----------------------------------------------------------------
           OPEN INPUT COURSE-MAP-FILE
           IF WS-MAP-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-MAP-COUNT >= WS-MAX-MAPS
                   READ COURSE-MAP-FILE INTO WS-MPP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-MPP-LINE) NOT = SPACES
                               PERFORM STORE-COURSE-MAP
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE COURSE-MAP-FILE.

       STORE-COURSE-MAP.
      *----------------------------------------------------------------
      * STORE-COURSE-MAP - One map line; a line without a section or
      * subject is reported and skipped.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-MPP-COURSE WS-MPP-SECTION WS-MPP-SUBJECT
               WS-MPP-UNITS WS-MPP-FACULTY
           UNSTRING WS-MPP-LINE DELIMITED BY ","
               INTO WS-MPP-COURSE
                    WS-MPP-SECTION
                    WS-MPP-SUBJECT
                    WS-MPP-UNITS
                    WS-MPP-FACULTY
           END-UNSTRING
           IF FUNCTION TRIM(WS-MPP-SECTION) = SPACES
               OR FUNCTION TRIM(WS-MPP-SUBJECT) = SPACES
               DISPLAY "WARNING: LMS-COURSE-MAP.TXT line for "
                   FUNCTION TRIM(WS-MPP-COURSE) " has no section or"
                   " subject - skipped"
           ELSE
               ADD 1 TO WS-MAP-COUNT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MPP-COURSE))
                   TO WS-MP-COURSE(WS-MAP-COUNT)
               MOVE FUNCTION TRIM(WS-MPP-SECTION)
                   TO WS-MP-SECTION(WS-MAP-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MPP-SUBJECT))
                   TO WS-MP-SUBJECT(WS-MAP-COUNT)
               MOVE FUNCTION TRIM(WS-MPP-UNITS)
                   TO WS-MP-UNITS(WS-MAP-COUNT)
               MOVE FUNCTION TRIM(WS-MPP-FACULTY)
                   TO WS-MP-FACULTY(WS-MAP-COUNT)
           END-IF.

       LOAD-ENROLLMENT.
      *----------------------------------------------------------------
      * LOAD-ENROLLMENT - ID, year level, section and status (ENR
      * when the 5th field is absent).
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-ENROLLMENT-FILE
           IF WS-ENROLL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-ENR-COUNT >= WS-MAX-STUDENTS
                   READ STUDENT-ENROLLMENT-FILE INTO WS-SP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-SP-LINE) NOT = SPACES
                               PERFORM STORE-ENROLLMENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-ENROLLMENT-FILE.

       STORE-ENROLLMENT-LINE.
      *----------------------------------------------------------------
      * STORE-ENROLLMENT-LINE - One master line into the next slot.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-SP-ID WS-SP-NAME WS-SP-YEAR
               WS-SP-SECTION WS-SP-STATUS
           UNSTRING WS-SP-LINE DELIMITED BY ","
               INTO WS-SP-ID
                    WS-SP-NAME
                    WS-SP-YEAR
                    WS-SP-SECTION
                    WS-SP-STATUS
           END-UNSTRING
           ADD 1 TO WS-ENR-COUNT
           MOVE FUNCTION TRIM(WS-SP-ID) TO WS-EN-ID(WS-ENR-COUNT)
           MOVE FUNCTION TRIM(WS-SP-YEAR) TO WS-EN-YEAR(WS-ENR-COUNT)
           MOVE FUNCTION TRIM(WS-SP-SECTION)
               TO WS-EN-SECTION(WS-ENR-COUNT)
           IF FUNCTION TRIM(WS-SP-STATUS) = SPACES
               MOVE "ENR" TO WS-EN-STATUS(WS-ENR-COUNT)
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SP-STATUS))
                   TO WS-EN-STATUS(WS-ENR-COUNT)
           END-IF.

       PROCESS-GRADEBOOK-ROW.
      *----------------------------------------------------------------
      * PROCESS-GRADEBOOK-ROW - Validate one score row and add it
      * to its student and course; the first failing check is the
      * reason it is rejected.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-GB-COURSE WS-GB-ID WS-GB-PERIOD
               WS-GB-COMPONENT WS-GB-SCORE WS-GB-MAX WS-GB-WEIGHT
           UNSTRING WS-GB-LINE DELIMITED BY ","
               INTO WS-GB-COURSE
                    WS-GB-ID
                    WS-GB-PERIOD
                    WS-GB-COMPONENT
                    WS-GB-SCORE
                    WS-GB-MAX
                    WS-GB-WEIGHT
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GB-COURSE))(1:6)
                   = "COURSE"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GB-ROW-COUNT
           MOVE SPACES TO WS-REJECT-REASON

           MOVE 0 TO WS-MAP-FOUND
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MAP-COUNT OR WS-MAP-FOUND > 0
               IF WS-MP-COURSE(WS-MP-IDX) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GB-COURSE))
                   MOVE WS-MP-IDX TO WS-MAP-FOUND
               END-IF
           END-PERFORM
           IF WS-MAP-FOUND = 0
               MOVE "LMS COURSE NOT ON LMS-COURSE-MAP.TXT"
                   TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE 0 TO WS-EN-FOUND
               PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENR-COUNT OR WS-EN-FOUND > 0
                   IF WS-EN-ID(WS-EN-IDX) = FUNCTION TRIM(WS-GB-ID)
                       MOVE WS-EN-IDX TO WS-EN-FOUND
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-EN-FOUND = 0
                       MOVE "UNKNOWN STUDENT - NOT ON ENROLLMENT"
                           TO WS-REJECT-REASON
                   WHEN WS-EN-SECTION(WS-EN-FOUND)
                           NOT = WS-MP-SECTION(WS-MAP-FOUND)
                       STRING "NOT ENROLLED IN SECTION "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(WS-MP-SECTION(WS-MAP-FOUND))
                               DELIMITED BY SIZE
                           " (ON " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EN-SECTION(WS-EN-FOUND))
                               DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                   WHEN WS-EN-STATUS(WS-EN-FOUND) NOT = "ENR"
                       STRING "STUDENT STATUS IS " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EN-STATUS(WS-EN-FOUND))
                               DELIMITED BY SIZE
                           ", NOT ENR" DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GB-PERIOD))
                   TO WS-GB-PERIOD-UP
               EVALUATE WS-GB-PERIOD-UP(1:3)
                   WHEN "PRE"
                       MOVE 1 TO WS-PERIOD-IDX
                   WHEN "MID"
                       MOVE 2 TO WS-PERIOD-IDX
                   WHEN "FIN"
                       MOVE 3 TO WS-PERIOD-IDX
                   WHEN OTHER
                       MOVE 0 TO WS-PERIOD-IDX
                       MOVE "PERIOD NOT PRELIM, MIDTERM OR FINAL"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM FIND-ACCUMULATOR
               IF WS-AC-FOUND = 0
                   MOVE "TOO MANY STUDENT COURSES FOR ONE IMPORT"
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM CHECK-SCORE
                   IF WS-REJECT-REASON = SPACES
                       COMPUTE WS-AC-SUM(WS-AC-FOUND, WS-PERIOD-IDX) =
                           WS-AC-SUM(WS-AC-FOUND, WS-PERIOD-IDX)
                           + (WS-SCORE * 100 / WS-MAX-SCORE)
                           * WS-WEIGHT
                       ADD WS-WEIGHT
                           TO WS-AC-WEIGHT(WS-AC-FOUND, WS-PERIOD-IDX)
                   ELSE
                       MOVE 1 TO WS-AC-HELD(WS-AC-FOUND)
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION
           END-IF.

       FIND-ACCUMULATOR.
      *----------------------------------------------------------------
      * FIND-ACCUMULATOR - WS-AC-FOUND = the slot for course
      * WS-MAP-FOUND and student WS-EN-FOUND, opened on first use;
      * 0 when the table is full.
      *----------------------------------------------------------------
           MOVE 0 TO WS-AC-FOUND
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT OR WS-AC-FOUND > 0
               IF WS-AC-MAP(WS-AC-IDX) = WS-MAP-FOUND
                   AND WS-AC-STUDENT(WS-AC-IDX) = WS-EN-FOUND
                   MOVE WS-AC-IDX TO WS-AC-FOUND
               END-IF
           END-PERFORM
           IF WS-AC-FOUND = 0 AND WS-AC-COUNT < WS-MAX-GRADES
               ADD 1 TO WS-AC-COUNT
               INITIALIZE WS-AC-ENTRY(WS-AC-COUNT)
               MOVE WS-MAP-FOUND TO WS-AC-MAP(WS-AC-COUNT)
               MOVE WS-EN-FOUND TO WS-AC-STUDENT(WS-AC-COUNT)
               MOVE WS-AC-COUNT TO WS-AC-FOUND
           END-IF.

       CHECK-SCORE.
      *----------------------------------------------------------------
      * CHECK-SCORE - Score and MaxScore numeric, 0 <= Score <=
      * MaxScore, MaxScore > 0; the weight defaults to MaxScore.
      *----------------------------------------------------------------
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-GB-SCORE)) NOT = 0
               OR FUNCTION TRIM(WS-GB-SCORE) = SPACES
               MOVE "SCORE IS NOT A NUMBER" TO WS-REJECT-REASON
           ELSE
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-GB-MAX))
                       NOT = 0
                   OR FUNCTION TRIM(WS-GB-MAX) = SPACES
                   MOVE "MAX SCORE IS NOT A NUMBER" TO WS-REJECT-REASON
               ELSE
                   COMPUTE WS-SCORE = FUNCTION NUMVAL(WS-GB-SCORE)
                   COMPUTE WS-MAX-SCORE = FUNCTION NUMVAL(WS-GB-MAX)
                   EVALUATE TRUE
                       WHEN WS-MAX-SCORE NOT > 0
                           MOVE "MAX SCORE IS ZERO OR NEGATIVE"
                               TO WS-REJECT-REASON
                       WHEN WS-SCORE < 0
                           MOVE "SCORE IS NEGATIVE" TO WS-REJECT-REASON
                       WHEN WS-SCORE > WS-MAX-SCORE
                           MOVE "SCORE EXCEEDS MAX SCORE"
                               TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE WS-MAX-SCORE TO WS-WEIGHT
               IF FUNCTION TRIM(WS-GB-WEIGHT) NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-GB-WEIGHT))
                           = 0
                       COMPUTE WS-WEIGHT =
                           FUNCTION NUMVAL(WS-GB-WEIGHT)
                   ELSE
                       MOVE -1 TO WS-WEIGHT
                   END-IF
                   IF WS-WEIGHT NOT > 0
                       MOVE "WEIGHT IS NOT A POSITIVE NUMBER"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       WRITE-EXCEPTION.
      *----------------------------------------------------------------
      * WRITE-EXCEPTION - The rejected row and its reason.
      *----------------------------------------------------------------
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-GB-LINE-NO TO WS-EXD-ROW
           MOVE WS-GB-COURSE TO WS-EXD-COURSE
           MOVE WS-GB-ID TO WS-EXD-ID
           MOVE WS-REJECT-REASON TO WS-EXD-REASON
           WRITE EXCEPTIONS-RECORD FROM WS-EXC-DETAIL.

       WRITE-STUDENT-INPUT.
      *----------------------------------------------------------------
      * WRITE-STUDENT-INPUT - Header, then each section's SECTION
      * record and grade lines, then the control trailer.
      *----------------------------------------------------------------
           PERFORM COLLECT-BATCH-SECTIONS
           OPEN OUTPUT STUDENT-INPUT-FILE
           MOVE SPACES TO WS-BUILT-LINE
           STRING "BATCHHDR,LMS-IMPORT," DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-BUILT-LINE
           WRITE STUDENT-INPUT-RECORD FROM WS-BUILT-LINE
           PERFORM VARYING WS-BS-IDX FROM 1 BY 1
               UNTIL WS-BS-IDX > WS-BS-COUNT
               PERFORM WRITE-SECTION-HEADER
               PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
                   IF WS-MP-SECTION(WS-AC-MAP(WS-AC-IDX))
                           = WS-BS-SECTION(WS-BS-IDX)
                       PERFORM WRITE-GRADE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-LINE-COUNT TO WS-EDIT-LINE-COUNT
           MOVE WS-HASH-TOTAL TO WS-EDIT-HASH
           MOVE SPACES TO WS-BUILT-LINE
           STRING "BATCHTRL," DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-LINE-COUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-HASH) DELIMITED BY SIZE
               INTO WS-BUILT-LINE
           WRITE STUDENT-INPUT-RECORD FROM WS-BUILT-LINE
           CLOSE STUDENT-INPUT-FILE.

       COLLECT-BATCH-SECTIONS.
      *----------------------------------------------------------------
      * COLLECT-BATCH-SECTIONS - The sections with grades to write,
      * each with its faculty (first mapped course) and the number
      * of distinct subjects imported for it.
      *----------------------------------------------------------------
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               MOVE WS-AC-MAP(WS-AC-IDX) TO WS-MP-IDX
               MOVE 0 TO WS-BS-FOUND
               PERFORM VARYING WS-BS-IDX FROM 1 BY 1
                   UNTIL WS-BS-IDX > WS-BS-COUNT OR WS-BS-FOUND > 0
                   IF WS-BS-SECTION(WS-BS-IDX)
                           = WS-MP-SECTION(WS-MP-IDX)
                       MOVE WS-BS-IDX TO WS-BS-FOUND
                   END-IF
               END-PERFORM
               IF WS-BS-FOUND = 0
                   AND WS-BS-COUNT < WS-MAX-BATCH-SECTIONS
                   ADD 1 TO WS-BS-COUNT
                   MOVE WS-MP-SECTION(WS-MP-IDX)
                       TO WS-BS-SECTION(WS-BS-COUNT)
                   MOVE WS-MP-FACULTY(WS-MP-IDX)
                       TO WS-BS-FACULTY(WS-BS-COUNT)
                   MOVE 0 TO WS-BS-SUBJECTS(WS-BS-COUNT)
                   MOVE WS-BS-COUNT TO WS-BS-FOUND
               END-IF
               IF WS-BS-FOUND > 0
                   PERFORM COUNT-SECTION-SUBJECT
               END-IF
           END-PERFORM.

       COUNT-SECTION-SUBJECT.
      *----------------------------------------------------------------
      * COUNT-SECTION-SUBJECT - Count accumulator WS-AC-IDX's
      * subject against section WS-BS-FOUND unless an earlier slot
      * already did.
      *----------------------------------------------------------------
           MOVE 0 TO WS-SUBJECT-SEEN
           PERFORM VARYING WS-AC-J FROM 1 BY 1
               UNTIL WS-AC-J >= WS-AC-IDX
               MOVE WS-AC-MAP(WS-AC-J) TO WS-MP-J
               IF WS-MP-SECTION(WS-MP-J) = WS-MP-SECTION(WS-MP-IDX)
                   AND WS-MP-SUBJECT(WS-MP-J)
                       = WS-MP-SUBJECT(WS-MP-IDX)
                   MOVE 1 TO WS-SUBJECT-SEEN
               END-IF
           END-PERFORM
           IF WS-SUBJECT-SEEN = 0
               ADD 1 TO WS-BS-SUBJECTS(WS-BS-FOUND)
           END-IF.

       WRITE-SECTION-HEADER.
      *----------------------------------------------------------------
      * WRITE-SECTION-HEADER - SECTION,code,faculty,expected where
      * expected = the section's ENR students x subjects imported.
      *----------------------------------------------------------------
           MOVE 0 TO WS-BS-ENR-COUNT
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENR-COUNT
               IF WS-EN-SECTION(WS-EN-IDX) = WS-BS-SECTION(WS-BS-IDX)
                   AND WS-EN-STATUS(WS-EN-IDX) = "ENR"
                   ADD 1 TO WS-BS-ENR-COUNT
               END-IF
           END-PERFORM
           COMPUTE WS-BS-EXPECTED =
               WS-BS-ENR-COUNT * WS-BS-SUBJECTS(WS-BS-IDX)
           MOVE WS-BS-EXPECTED TO WS-EDIT-EXPECTED
           MOVE SPACES TO WS-BUILT-LINE
           STRING "SECTION," DELIMITED BY SIZE
               FUNCTION TRIM(WS-BS-SECTION(WS-BS-IDX))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-BS-FACULTY(WS-BS-IDX))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-EXPECTED) DELIMITED BY SIZE
               INTO WS-BUILT-LINE
           WRITE STUDENT-INPUT-RECORD FROM WS-BUILT-LINE.

       WRITE-GRADE-LINE.
      *----------------------------------------------------------------
      * WRITE-GRADE-LINE - Accumulator WS-AC-IDX as a grade line
      * (or, when held back, an exception), adding its grades to
      * the trailer hash.
      *----------------------------------------------------------------
           MOVE WS-AC-MAP(WS-AC-IDX) TO WS-MP-IDX
           MOVE WS-AC-STUDENT(WS-AC-IDX) TO WS-EN-IDX
           IF WS-AC-HELD(WS-AC-IDX) = 1
               ADD 1 TO WS-HELD-COUNT
               MOVE 0 TO WS-EXD-ROW
               MOVE WS-MP-COURSE(WS-MP-IDX) TO WS-EXD-COURSE
               MOVE WS-EN-ID(WS-EN-IDX) TO WS-EXD-ID
               MOVE "NOT IMPORTED - COURSE HELD FOR THE REJECTED ROW(S)"
                   TO WS-EXD-REASON
               WRITE EXCEPTIONS-RECORD FROM WS-EXC-DETAIL
           ELSE
               PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 3
                   IF WS-AC-WEIGHT(WS-AC-IDX, WS-PERIOD-IDX) > 0
                       COMPUTE WS-PERIOD-GRADE ROUNDED =
                           WS-AC-SUM(WS-AC-IDX, WS-PERIOD-IDX)
                           / WS-AC-WEIGHT(WS-AC-IDX, WS-PERIOD-IDX)
                       MOVE WS-PERIOD-GRADE TO WS-EDIT-GRADE
                       MOVE FUNCTION TRIM(WS-EDIT-GRADE)
                           TO WS-GRADE-TEXT(WS-PERIOD-IDX)
                       ADD WS-PERIOD-GRADE TO WS-HASH-TOTAL
                   ELSE
                       MOVE "INC" TO WS-GRADE-TEXT(WS-PERIOD-IDX)
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-BUILT-LINE
               STRING FUNCTION TRIM(WS-EN-YEAR(WS-EN-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EN-ID(WS-EN-IDX)) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRADE-TEXT(1)) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRADE-TEXT(2)) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRADE-TEXT(3)) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MP-SECTION(WS-MP-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MP-SUBJECT(WS-MP-IDX))
                       DELIMITED BY SIZE
                   INTO WS-BUILT-LINE
               IF WS-MP-UNITS(WS-MP-IDX) NOT = SPACES
                   STRING FUNCTION TRIM(WS-BUILT-LINE) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MP-UNITS(WS-MP-IDX))
                           DELIMITED BY SIZE
                       INTO WS-GB-LINE
                   MOVE WS-GB-LINE TO WS-BUILT-LINE
               END-IF
               WRITE STUDENT-INPUT-RECORD FROM WS-BUILT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       END PROGRAM LMS-IMPORT.
