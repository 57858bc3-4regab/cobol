      *   4. STUDENT-SLOTS-REPORT.TXT shows every declared section's
      *      cap, enrolled count, slots remaining and waitlist depth
      *      - the sheet the registrar posts during enrollment week
      *   5. When CLASS-SCHEDULE.TXT is present (the schedule
      *      CLASS-SCHEDULE validates), a student already holding an
      *      ENR section is refused a second section whose meetings
      *      overlap it: the later master line is taken off the
      *      master, and a waitlisted student stays waiting rather
      *      than be promoted into a clash. Each refusal is written
      *      to STUDENT-ENROLL-EXCEPTIONS.TXT with the clashing
      *      section
      *   A section with no capacity line is left alone (capacity
      *   control is opt-in per section), and LOA/DRP/GRD entries
      *   neither consume slots nor get waitlisted.

       SELECT OPTIONAL WAITLIST-FILE
            ASSIGN TO "STUDENT-WAITLIST.TXT"
      * Waitlisted students in arrival order, same layout as the
      * enrollment master (status WTL, LRN carried when held).
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WAIT-FILE-STATUS.

            ASSIGN TO "STUDENT-SLOTS-REPORT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CLASS-SCHEDULE-FILE
            ASSIGN TO "CLASS-SCHEDULE.TXT"
      * YearLevel,Section,Subject,FacultyID,RoomID,Days,Start,End
      * - only the section, days and times are used here.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCHED-FILE-STATUS.

       SELECT ENROLL-EXCEPTIONS-FILE
            ASSIGN TO "STUDENT-ENROLL-EXCEPTIONS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-CAPACITY-FILE.
       FD  SLOTS-REPORT-FILE.
       01  SLOTS-REPORT-RECORD         PIC X(100).

       FD  CLASS-SCHEDULE-FILE.
       01  CLASS-SCHEDULE-RECORD       PIC X(100).

       FD  ENROLL-EXCEPTIONS-FILE.
       01  ENROLL-EXCEPTIONS-RECORD    PIC X(140).

       WORKING-STORAGE SECTION.

       01  WS-CAP-FILE-STATUS          PIC XX.
       01  WS-ENROLL-FILE-STATUS       PIC XX.
       01  WS-WAIT-FILE-STATUS         PIC XX.
       01  WS-SCHED-FILE-STATUS        PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

               05 WS-CP-TXT-MAX        PIC X(5).

      *----------------------------------------------------------------
      * ENROLLMENT AND WAITLIST TABLES (5-field student lines, plus
      * the optional LRN)
      *----------------------------------------------------------------
       01  WS-MAX-STUDENTS             PIC 9999 VALUE 2400.
       01  WS-ENR-COUNT                PIC 9999 VALUE 0.
                   10 WS-EN-YEAR       PIC X(15).
                   10 WS-EN-SECTION    PIC X(10).
                   10 WS-EN-STATUS     PIC X(4).
                   10 WS-EN-LRN        PIC X(12).
       01  WS-EN-IDX                   PIC 9999 VALUE 0.

       01  WS-MAX-WAITLIST             PIC 999 VALUE 500.
                   10 WS-WT-NAME       PIC X(25).
                   10 WS-WT-YEAR       PIC X(15).
                   10 WS-WT-SECTION    PIC X(10).
                   10 WS-WT-LRN        PIC X(12).
       01  WS-WT-IDX                   PIC 999 VALUE 0.

       01  WS-STUDENT-PARSE.
               05 WS-SP-YEAR           PIC X(15).
               05 WS-SP-SECTION        PIC X(10).
               05 WS-SP-STATUS         PIC X(5).
               05 WS-SP-LRN            PIC X(12).
       01  WS-BUILT-LINE               PIC X(90).
       01  WS-LRN-LINE                 PIC X(90).

      *----------------------------------------------------------------
      * MEETING TIMES (valid CLASS-SCHEDULE.TXT lines only; a line
      * CLASS-SCHEDULE reports as invalid cannot clash). WS-SC-DAY
      * flags Monday..Saturday, times are minutes past midnight.
      *----------------------------------------------------------------
       01  WS-MAX-MEETINGS             PIC 999 VALUE 600.
       01  WS-SC-COUNT                 PIC 999 VALUE 0.
       01  WS-SCHEDULE-TABLE.
               05 WS-SC-ENTRY OCCURS 600 TIMES.
                   10 WS-SC-YEAR       PIC X(15).
                   10 WS-SC-SECTION    PIC X(10).
                   10 WS-SC-START-MIN  PIC 9(4).
                   10 WS-SC-END-MIN    PIC 9(4).
                   10 WS-SC-DAY        PIC 9 OCCURS 6 TIMES.
       01  WS-SC-IDX                   PIC 999 VALUE 0.
       01  WS-SC-IDX2                  PIC 999 VALUE 0.
       01  WS-SCHED-PARSE.
               05 WS-SCP-LINE          PIC X(100).
               05 WS-SCP-YEAR          PIC X(15).
               05 WS-SCP-SECTION       PIC X(10).
               05 WS-SCP-SUBJECT       PIC X(10).
               05 WS-SCP-FACULTY       PIC X(10).
               05 WS-SCP-ROOM          PIC X(10).
               05 WS-SCP-DAYS          PIC X(7).
               05 WS-SCP-START         PIC X(6).
               05 WS-SCP-END           PIC X(6).
       01  WS-SCP-VALID                PIC 9 VALUE 0.
       01  WS-SCP-CHAR-IDX             PIC 9 VALUE 0.
       01  WS-SCP-DAY-NO               PIC 9 VALUE 0.
       01  WS-SCP-HH                   PIC 99 VALUE 0.
       01  WS-SCP-MM                   PIC 99 VALUE 0.
       01  WS-SCP-TIME                 PIC X(4).
       01  WS-DAY-LETTERS              PIC X(6) VALUE "MTWHFS".
       01  WS-DAY-IDX                  PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * TIME-CONFLICT CHECK - student WS-SP-ID wanting section
      * WS-SP-YEAR/WS-SP-SECTION against the ENR sections the
      * student already holds in master entries 1..WS-CHECK-LIMIT
      *----------------------------------------------------------------
       01  WS-CHECK-LIMIT              PIC 9999 VALUE 0.
       01  WS-CHK-IDX                  PIC 9999 VALUE 0.
       01  WS-CONFLICT-IDX             PIC 9999 VALUE 0.
       01  WS-OVERLAP                  PIC 9 VALUE 0.
       01  WS-EXCEPTION-LINE           PIC X(140).
       01  WS-EXCEPTION-REASON         PIC X(50).

       01  WS-DEMOTED-COUNT            PIC 999 VALUE 0.
       01  WS-REFUSED-COUNT            PIC 999 VALUE 0.
       01  WS-HELD-COUNT               PIC 999 VALUE 0.
       01  WS-PROMOTED-COUNT           PIC 999 VALUE 0.
       01  WS-SLOTS-OPEN               PIC 999 VALUE 0.

               GOBACK
           END-IF
           PERFORM LOAD-WAITLIST
           PERFORM LOAD-SCHEDULE

           OPEN OUTPUT ENROLL-EXCEPTIONS-FILE
           PERFORM DEMOTE-OVERFLOW
           PERFORM PROMOTE-FROM-WAITLIST
           CLOSE ENROLL-EXCEPTIONS-FILE

           IF WS-DEMOTED-COUNT > 0 OR WS-PROMOTED-COUNT > 0
               OR WS-REFUSED-COUNT > 0
               PERFORM REWRITE-ENROLLMENT
               PERFORM REWRITE-WAITLIST
           END-IF
           DISPLAY "Enrollment control complete: " WS-DEMOTED-COUNT
               " waitlisted, " WS-PROMOTED-COUNT " promoted - see"
               " STUDENT-SLOTS-REPORT.TXT"
           IF WS-REFUSED-COUNT > 0 OR WS-HELD-COUNT > 0
               DISPLAY "Schedule conflicts: " WS-REFUSED-COUNT
                   " refused, " WS-HELD-COUNT " held on the waitlist"
                   " - see STUDENT-ENROLL-EXCEPTIONS.TXT"
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

                                   TO WS-EN-YEAR(WS-ENR-COUNT)
                               MOVE FUNCTION TRIM(WS-SP-SECTION)
                                   TO WS-EN-SECTION(WS-ENR-COUNT)
                               MOVE FUNCTION TRIM(WS-SP-LRN)
                                   TO WS-EN-LRN(WS-ENR-COUNT)
                               IF FUNCTION TRIM(WS-SP-STATUS)
                                       = SPACES
                                   MOVE "ENR" TO

       PARSE-STUDENT-LINE.
      *----------------------------------------------------------------
      * PARSE-STUDENT-LINE - Split the student line in WS-SP-LINE:
      * the 5 fields plus the optional 6th, the learner's DepEd LRN.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-SP-ID WS-SP-NAME WS-SP-YEAR
               WS-SP-SECTION WS-SP-STATUS WS-SP-LRN
           UNSTRING WS-SP-LINE DELIMITED BY ","
               INTO WS-SP-ID
                    WS-SP-NAME
                    WS-SP-YEAR
                    WS-SP-SECTION
                    WS-SP-STATUS
                    WS-SP-LRN
           END-UNSTRING.

       LOAD-WAITLIST.
                                   TO WS-WT-YEAR(WS-WTL-COUNT)
                               MOVE FUNCTION TRIM(WS-SP-SECTION)
                                   TO WS-WT-SECTION(WS-WTL-COUNT)
                               MOVE FUNCTION TRIM(WS-SP-LRN)
                                   TO WS-WT-LRN(WS-WTL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE WAITLIST-FILE.

       LOAD-SCHEDULE.
      *----------------------------------------------------------------
      * LOAD-SCHEDULE - Meeting days and times per section. No
      * schedule file means no time-conflict check.
      *----------------------------------------------------------------
           OPEN INPUT CLASS-SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-SC-COUNT >= WS-MAX-MEETINGS
                   READ CLASS-SCHEDULE-FILE INTO WS-SCP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-SCP-LINE) NOT = SPACES
                               ADD 1 TO WS-SC-COUNT
                               PERFORM PARSE-SCHEDULE-LINE
                               IF WS-SCP-VALID = 0
                                   SUBTRACT 1 FROM WS-SC-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE CLASS-SCHEDULE-FILE.

       PARSE-SCHEDULE-LINE.
      *----------------------------------------------------------------
      * PARSE-SCHEDULE-LINE - Section, day letters (M T W H F S)
      * and HHMM times of WS-SCP-LINE into entry WS-SC-COUNT;
      * WS-SCP-VALID 0 when any of them is unreadable.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-SCP-YEAR WS-SCP-SECTION WS-SCP-SUBJECT
               WS-SCP-FACULTY WS-SCP-ROOM WS-SCP-DAYS WS-SCP-START
               WS-SCP-END
           UNSTRING WS-SCP-LINE DELIMITED BY ","
               INTO WS-SCP-YEAR
                    WS-SCP-SECTION
                    WS-SCP-SUBJECT
                    WS-SCP-FACULTY
                    WS-SCP-ROOM
                    WS-SCP-DAYS
                    WS-SCP-START
                    WS-SCP-END
           END-UNSTRING
           MOVE 1 TO WS-SCP-VALID
           MOVE FUNCTION TRIM(WS-SCP-YEAR) TO WS-SC-YEAR(WS-SC-COUNT)
           MOVE FUNCTION TRIM(WS-SCP-SECTION)
               TO WS-SC-SECTION(WS-SC-COUNT)
           IF WS-SC-SECTION(WS-SC-COUNT) = SPACES
               OR WS-SCP-DAYS = SPACES
               MOVE 0 TO WS-SCP-VALID
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCP-DAYS))
               TO WS-SCP-DAYS
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 6
               MOVE 0 TO WS-SC-DAY(WS-SC-COUNT, WS-DAY-IDX)
           END-PERFORM
           PERFORM VARYING WS-SCP-CHAR-IDX FROM 1 BY 1
               UNTIL WS-SCP-CHAR-IDX > 7
               IF WS-SCP-DAYS(WS-SCP-CHAR-IDX:1) NOT = SPACE
                   MOVE 0 TO WS-SCP-DAY-NO
                   PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > 6
                       IF WS-SCP-DAYS(WS-SCP-CHAR-IDX:1) =
                               WS-DAY-LETTERS(WS-DAY-IDX:1)
                           MOVE WS-DAY-IDX TO WS-SCP-DAY-NO
                       END-IF
                   END-PERFORM
                   IF WS-SCP-DAY-NO = 0
                       MOVE 0 TO WS-SCP-VALID
                   ELSE
                       MOVE 1 TO WS-SC-DAY(WS-SC-COUNT, WS-SCP-DAY-NO)
                   END-IF
               END-IF
           END-PERFORM

           MOVE FUNCTION TRIM(WS-SCP-START) TO WS-SCP-TIME
           IF WS-SCP-TIME IS NUMERIC
               MOVE WS-SCP-TIME(1:2) TO WS-SCP-HH
               MOVE WS-SCP-TIME(3:2) TO WS-SCP-MM
               COMPUTE WS-SC-START-MIN(WS-SC-COUNT) =
                   WS-SCP-HH * 60 + WS-SCP-MM
           ELSE
               MOVE 0 TO WS-SCP-VALID
           END-IF
           MOVE FUNCTION TRIM(WS-SCP-END) TO WS-SCP-TIME
           IF WS-SCP-TIME IS NUMERIC
               MOVE WS-SCP-TIME(1:2) TO WS-SCP-HH
               MOVE WS-SCP-TIME(3:2) TO WS-SCP-MM
               COMPUTE WS-SC-END-MIN(WS-SC-COUNT) =
                   WS-SCP-HH * 60 + WS-SCP-MM
           ELSE
               MOVE 0 TO WS-SCP-VALID
           END-IF
           IF WS-SCP-VALID = 1
               AND WS-SC-END-MIN(WS-SC-COUNT) <=
                   WS-SC-START-MIN(WS-SC-COUNT)
               MOVE 0 TO WS-SCP-VALID
           END-IF.

       FIND-TIME-CONFLICT.
      *----------------------------------------------------------------
      * FIND-TIME-CONFLICT - WS-CONFLICT-IDX = the first kept ENR
      * entry (1..WS-CHECK-LIMIT) of student WS-SP-ID in another
      * section that meets at the same time as WS-SP-YEAR/
      * WS-SP-SECTION; 0 when there is none.
      *----------------------------------------------------------------
           MOVE 0 TO WS-CONFLICT-IDX
           IF WS-SC-COUNT > 0
               PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHECK-LIMIT
                   OR WS-CONFLICT-IDX > 0
                   IF WS-EN-KEEP(WS-CHK-IDX) = 1
                       AND WS-EN-STATUS(WS-CHK-IDX) = "ENR "
                       AND WS-EN-ID(WS-CHK-IDX) = WS-SP-ID
                       AND (FUNCTION UPPER-CASE(WS-EN-YEAR(WS-CHK-IDX))
                           NOT = FUNCTION UPPER-CASE(WS-SP-YEAR)
                       OR FUNCTION UPPER-CASE(
                           WS-EN-SECTION(WS-CHK-IDX)) NOT =
                           FUNCTION UPPER-CASE(WS-SP-SECTION))
                       PERFORM CHECK-SECTIONS-OVERLAP
                       IF WS-OVERLAP = 1
                           MOVE WS-CHK-IDX TO WS-CONFLICT-IDX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-SECTIONS-OVERLAP.
      *----------------------------------------------------------------
      * CHECK-SECTIONS-OVERLAP - WS-OVERLAP = 1 when a meeting of
      * WS-SP-YEAR/WS-SP-SECTION and a meeting of master entry
      * WS-CHK-IDX's section share a day and overlap in time.
      *----------------------------------------------------------------
           MOVE 0 TO WS-OVERLAP
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT OR WS-OVERLAP = 1
               IF FUNCTION UPPER-CASE(WS-SC-YEAR(WS-SC-IDX)) =
                       FUNCTION UPPER-CASE(WS-SP-YEAR)
                   AND FUNCTION UPPER-CASE(WS-SC-SECTION(WS-SC-IDX))
                       = FUNCTION UPPER-CASE(WS-SP-SECTION)
                   PERFORM VARYING WS-SC-IDX2 FROM 1 BY 1
                       UNTIL WS-SC-IDX2 > WS-SC-COUNT
                       OR WS-OVERLAP = 1
                       IF FUNCTION UPPER-CASE(WS-SC-YEAR(WS-SC-IDX2))
                               = FUNCTION UPPER-CASE(
                                   WS-EN-YEAR(WS-CHK-IDX))
                           AND FUNCTION UPPER-CASE(
                               WS-SC-SECTION(WS-SC-IDX2)) =
                               FUNCTION UPPER-CASE(
                                   WS-EN-SECTION(WS-CHK-IDX))
                           AND WS-SC-START-MIN(WS-SC-IDX) <
                               WS-SC-END-MIN(WS-SC-IDX2)
                           AND WS-SC-START-MIN(WS-SC-IDX2) <
                               WS-SC-END-MIN(WS-SC-IDX)
                           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                               UNTIL WS-DAY-IDX > 6
                               IF WS-SC-DAY(WS-SC-IDX, WS-DAY-IDX) = 1
                                   AND WS-SC-DAY(WS-SC-IDX2,
                                       WS-DAY-IDX) = 1
                                   MOVE 1 TO WS-OVERLAP
                               END-IF
                           END-PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       WRITE-CONFLICT-EXCEPTION.
      *----------------------------------------------------------------
      * WRITE-CONFLICT-EXCEPTION - WS-EXCEPTION-REASON, the section
      * it clashes with, and the student line as it stood.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-EXCEPTION-LINE
           STRING FUNCTION TRIM(WS-EXCEPTION-REASON) DELIMITED BY SIZE
               " (TIME CONFLICT WITH " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EN-YEAR(WS-CONFLICT-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EN-SECTION(WS-CONFLICT-IDX))
                   DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SP-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-SP-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-SP-YEAR) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-SP-SECTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-SP-STATUS) DELIMITED BY SIZE
               INTO WS-EXCEPTION-LINE
           WRITE ENROLL-EXCEPTIONS-RECORD FROM WS-EXCEPTION-LINE.

       FIND-CAPACITY-ENTRY.
      *----------------------------------------------------------------
      * FIND-CAPACITY-ENTRY - Capacity line for the year level and
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENR-COUNT
               IF WS-EN-STATUS(WS-EN-IDX) = "ENR "
                   MOVE WS-EN-ID(WS-EN-IDX) TO WS-SP-ID
                   MOVE WS-EN-YEAR(WS-EN-IDX) TO WS-SP-YEAR
                   MOVE WS-EN-SECTION(WS-EN-IDX) TO WS-SP-SECTION
                   COMPUTE WS-CHECK-LIMIT = WS-EN-IDX - 1
                   PERFORM FIND-TIME-CONFLICT
                   IF WS-CONFLICT-IDX > 0
                       PERFORM REFUSE-CONFLICTING-LINE
                   ELSE
                       PERFORM FIND-CAPACITY-ENTRY
                       IF WS-CAP-MATCH-IDX > 0
                           IF WS-CAP-ENROLLED(WS-CAP-MATCH-IDX) >=
                                   WS-CAP-MAX(WS-CAP-MATCH-IDX)
                               PERFORM DEMOTE-ONE-STUDENT
                           ELSE
                               ADD 1 TO WS-CAP-ENROLLED(
                                   WS-CAP-MATCH-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       REFUSE-CONFLICTING-LINE.
      *----------------------------------------------------------------
      * REFUSE-CONFLICTING-LINE - A later master line putting the
      * student in a section that clashes with one already held:
      * off the master, onto the exceptions list. It takes no slot.
      *----------------------------------------------------------------
           MOVE 0 TO WS-EN-KEEP(WS-EN-IDX)
           MOVE WS-EN-NAME(WS-EN-IDX) TO WS-SP-NAME
           MOVE WS-EN-STATUS(WS-EN-IDX) TO WS-SP-STATUS
           MOVE "REFUSED" TO WS-EXCEPTION-REASON
           PERFORM WRITE-CONFLICT-EXCEPTION
           ADD 1 TO WS-REFUSED-COUNT.

       DEMOTE-ONE-STUDENT.
      *----------------------------------------------------------------
      * DEMOTE-ONE-STUDENT - Off the master, onto the tail of the
               MOVE WS-EN-YEAR(WS-EN-IDX) TO WS-WT-YEAR(WS-WTL-COUNT)
               MOVE WS-EN-SECTION(WS-EN-IDX)
                   TO WS-WT-SECTION(WS-WTL-COUNT)
               MOVE WS-EN-LRN(WS-EN-IDX) TO WS-WT-LRN(WS-WTL-COUNT)
               ADD 1 TO WS-DEMOTED-COUNT
           END-IF.

                   MOVE WS-WT-YEAR(WS-WT-IDX) TO WS-SP-YEAR
                   MOVE WS-WT-SECTION(WS-WT-IDX) TO WS-SP-SECTION
                   PERFORM FIND-CAPACITY-ENTRY
                   MOVE 0 TO WS-CONFLICT-IDX
                   IF WS-CAP-MATCH-IDX > 0
                       AND WS-CAP-ENROLLED(WS-CAP-MATCH-IDX) <
                           WS-CAP-MAX(WS-CAP-MATCH-IDX)
                       MOVE WS-WT-ID(WS-WT-IDX) TO WS-SP-ID
                       MOVE WS-ENR-COUNT TO WS-CHECK-LIMIT
                       PERFORM FIND-TIME-CONFLICT
                       IF WS-CONFLICT-IDX > 0
      * Stays waiting - the seat goes to the next student in line
                           MOVE WS-WT-NAME(WS-WT-IDX) TO WS-SP-NAME
                           MOVE "WTL" TO WS-SP-STATUS
                           MOVE "HELD ON WAITLIST"
                               TO WS-EXCEPTION-REASON
                           PERFORM WRITE-CONFLICT-EXCEPTION
                           ADD 1 TO WS-HELD-COUNT
                       END-IF
                   END-IF
                   IF WS-CAP-MATCH-IDX > 0
                       AND WS-CAP-ENROLLED(WS-CAP-MATCH-IDX) <
                           WS-CAP-MAX(WS-CAP-MATCH-IDX)
                       AND WS-ENR-COUNT < WS-MAX-STUDENTS
                       AND WS-CONFLICT-IDX = 0
                       MOVE 1 TO WS-WT-PROMOTED(WS-WT-IDX)
                       ADD 1 TO WS-CAP-ENROLLED(WS-CAP-MATCH-IDX)
                       ADD 1 TO WS-ENR-COUNT
                       MOVE WS-WT-SECTION(WS-WT-IDX)
                           TO WS-EN-SECTION(WS-ENR-COUNT)
                       MOVE "ENR" TO WS-EN-STATUS(WS-ENR-COUNT)
                       MOVE WS-WT-LRN(WS-WT-IDX)
                           TO WS-EN-LRN(WS-ENR-COUNT)
                       ADD 1 TO WS-PROMOTED-COUNT
                   END-IF
               END-IF
       REWRITE-ENROLLMENT.
      *----------------------------------------------------------------
      * REWRITE-ENROLLMENT - Kept and promoted students back over
      * the master, full 5-field layout plus the LRN when held.
      *----------------------------------------------------------------
           OPEN OUTPUT ENROLLMENT-FILE
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                       FUNCTION TRIM(WS-EN-STATUS(WS-EN-IDX))
                           DELIMITED BY SIZE
                       INTO WS-BUILT-LINE
                   IF WS-EN-LRN(WS-EN-IDX) NOT = SPACES
                       MOVE SPACES TO WS-LRN-LINE
                       STRING FUNCTION TRIM(WS-BUILT-LINE)
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EN-LRN(WS-EN-IDX))
                               DELIMITED BY SIZE
                           INTO WS-LRN-LINE
                       MOVE WS-LRN-LINE TO WS-BUILT-LINE
                   END-IF
                   WRITE ENROLLMENT-RECORD FROM WS-BUILT-LINE
               END-IF
           END-PERFORM
                           DELIMITED BY SIZE
                       ",WTL" DELIMITED BY SIZE
                       INTO WS-BUILT-LINE
                   IF WS-WT-LRN(WS-WT-IDX) NOT = SPACES
                       MOVE SPACES TO WS-LRN-LINE
                       STRING FUNCTION TRIM(WS-BUILT-LINE)
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(WS-WT-LRN(WS-WT-IDX))
                               DELIMITED BY SIZE
                           INTO WS-LRN-LINE
                       MOVE WS-LRN-LINE TO WS-BUILT-LINE
                   END-IF
                   WRITE WAITLIST-RECORD FROM WS-BUILT-LINE
               END-IF
           END-PERFORM
               WS-DEMOTED-COUNT DELIMITED BY SIZE
               "  PROMOTED THIS RUN: " DELIMITED BY SIZE
               WS-PROMOTED-COUNT DELIMITED BY SIZE
               "  TIME CONFLICTS: " DELIMITED BY SIZE
               WS-REFUSED-COUNT DELIMITED BY SIZE
               " REFUSED, " DELIMITED BY SIZE
               WS-HELD-COUNT DELIMITED BY SIZE
               " HELD" DELIMITED BY SIZE
               INTO WS-RPT-SUMMARY-LINE
           WRITE SLOTS-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE SLOTS-REPORT-RECORD FROM WS-RPT-SUMMARY-LINE
