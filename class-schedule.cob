      *================================================================
      * PROGRAM: CLASS-SCHEDULE - CLASS SCHEDULE, ROOMS AND CONFLICTS
      *================================================================
      * PURPOSE: SECTION-CAPACITY.TXT says how many students a section
      *          holds but not when or where it meets. This run
      *          validates the term's class schedule against the room
      *          master, reports every faculty, room, capacity and
      *          contact-hour conflict before the schedule is posted,
      *          and prints the per-room and per-faculty timetables.
      *
      * HOW IT WORKS:
      *   1. CLASS-SCHEDULE.TXT, one meeting per line:
      *        YearLevel,Section,Subject,FacultyID,RoomID,Days,
      *        StartTime,EndTime
      *      Days is a string of day letters M T W H F S (H is
      *      Thursday, so "TH" is Tuesday and Thursday); times are
      *      24-hour HHMM and the end must follow the start. A
      *      subject meeting on different times on different days
      *      takes one line per time
      *   2. CLASS-ROOMS.TXT is the room master, one
      *      "RoomID,SeatingCapacity" line per room. A meeting in a
      *      room not on it, or with bad days/times, is listed as
      *      an invalid line and left out of every other check
      *   3. Conflicts reported on CLASS-SCHEDULE-REPORT.TXT:
      *        FACULTY   - one faculty member in two meetings that
      *                    share a day and overlap in time
      *        ROOM      - one room booked twice the same way
      *        CAPACITY  - the section's SECTION-CAPACITY.TXT cap is
      *                    more than the room seats
      *        HOURS     - a faculty member's weekly contact hours
      *                    over their rank's limit: the optional 4th
      *                    field (MaxContactHours) of the rank's
      *                    FACULTY-LOAD-RATES.TXT line, rank taken
      *                    from FACULTY-RANKS.TXT; 24 when not given
      *   4. CLASS-TIMETABLES.TXT: every room on the master and every
      *      scheduled faculty member, day by day in time order
      *
      * NOTE: RETURN-CODE is 1 when the schedule has any invalid
      *       line or conflict, so the registrar's batch stops before
      *       ENROLLMENT-CONTROL loads students against it.
      *       ENROLLMENT-CONTROL reads the same CLASS-SCHEDULE.TXT to
      *       refuse a student two sections that meet at once.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS-SCHEDULE.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASS-SCHEDULE-FILE
               ASSIGN TO "CLASS-SCHEDULE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT OPTIONAL CLASS-ROOMS-FILE
               ASSIGN TO "CLASS-ROOMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOMS-FILE-STATUS.
           SELECT OPTIONAL SECTION-CAPACITY-FILE
               ASSIGN TO "SECTION-CAPACITY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-FILE-STATUS.
           SELECT OPTIONAL FACULTY-RANKS-FILE
               ASSIGN TO "FACULTY-RANKS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANKS-FILE-STATUS.
           SELECT OPTIONAL FACULTY-RATES-FILE
               ASSIGN TO "FACULTY-LOAD-RATES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-FILE-STATUS.
           SELECT SCHEDULE-REPORT-FILE
               ASSIGN TO "CLASS-SCHEDULE-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMETABLE-FILE
               ASSIGN TO "CLASS-TIMETABLES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-SCHEDULE-FILE.
       01  CLASS-SCHEDULE-RECORD       PIC X(100).

       FD  CLASS-ROOMS-FILE.
       01  CLASS-ROOMS-RECORD          PIC X(40).

       FD  SECTION-CAPACITY-FILE.
       01  SECTION-CAPACITY-RECORD     PIC X(40).

       FD  FACULTY-RANKS-FILE.
       01  FACULTY-RANKS-RECORD        PIC X(60).

       FD  FACULTY-RATES-FILE.
       01  FACULTY-RATES-RECORD        PIC X(60).

       FD  SCHEDULE-REPORT-FILE.
       01  SCHEDULE-REPORT-RECORD      PIC X(140).

       FD  TIMETABLE-FILE.
       01  TIMETABLE-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-SCHED-FILE-STATUS        PIC XX.
       01  WS-ROOMS-FILE-STATUS        PIC XX.
       01  WS-CAP-FILE-STATUS          PIC XX.
       01  WS-RANKS-FILE-STATUS        PIC XX.
       01  WS-RATES-FILE-STATUS        PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * SCHEDULE TABLE - one entry per meeting line; WS-SC-DAY(1..6)
      * flags Monday..Saturday, times are kept as minutes past
      * midnight for the overlap tests
      *----------------------------------------------------------------
       01  WS-MAX-MEETINGS             PIC 999 VALUE 600.
       01  WS-SC-COUNT                 PIC 999 VALUE 0.
       01  WS-SCHEDULE-TABLE.
               05 WS-SC-ENTRY OCCURS 600 TIMES.
                   10 WS-SC-YEAR       PIC X(15).
                   10 WS-SC-SECTION    PIC X(10).
                   10 WS-SC-SUBJECT    PIC X(10).
                   10 WS-SC-FACULTY    PIC X(10).
                   10 WS-SC-ROOM       PIC X(10).
                   10 WS-SC-DAYS       PIC X(7).
                   10 WS-SC-START      PIC X(4).
                   10 WS-SC-END        PIC X(4).
                   10 WS-SC-START-MIN  PIC 9(4).
                   10 WS-SC-END-MIN    PIC 9(4).
                   10 WS-SC-DAY        PIC 9 OCCURS 6 TIMES.
                   10 WS-SC-VALID      PIC 9.
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
       01  WS-SCP-REASON               PIC X(30).
       01  WS-SCP-CHAR-IDX             PIC 9 VALUE 0.
       01  WS-SCP-DAY-NO               PIC 9 VALUE 0.
       01  WS-SCP-HH                   PIC 99 VALUE 0.
       01  WS-SCP-MM                   PIC 99 VALUE 0.
       01  WS-DAY-LETTERS              PIC X(6) VALUE "MTWHFS".
       01  WS-DAY-NAMES                PIC X(18)
               VALUE "MONTUEWEDTHUFRISAT".
       01  WS-OVERLAP                  PIC 9 VALUE 0.
       01  WS-DAY-IDX                  PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * ROOM MASTER, SECTION CAPS, FACULTY RANKS AND LIMITS
      *----------------------------------------------------------------
       01  WS-MAX-ROOMS                PIC 999 VALUE 200.
       01  WS-ROOM-COUNT               PIC 999 VALUE 0.
       01  WS-ROOM-TABLE.
               05 WS-RM-ENTRY OCCURS 200 TIMES.
                   10 WS-RM-ID         PIC X(10).
                   10 WS-RM-SEATS      PIC 999.
       01  WS-RM-IDX                   PIC 999 VALUE 0.
       01  WS-RM-MATCH-IDX             PIC 999 VALUE 0.
       01  WS-ROOM-PARSE.
               05 WS-RMP-LINE          PIC X(40).
               05 WS-RMP-ID            PIC X(10).
               05 WS-RMP-SEATS         PIC X(6).

       01  WS-MAX-CAPACITIES           PIC 99 VALUE 80.
       01  WS-CAP-COUNT                PIC 99 VALUE 0.
       01  WS-CAPACITY-TABLE.
               05 WS-CAP-ENTRY OCCURS 80 TIMES.
                   10 WS-CAP-YEAR      PIC X(15).
                   10 WS-CAP-SECTION   PIC X(10).
                   10 WS-CAP-MAX       PIC 999.
       01  WS-CAP-IDX                  PIC 99 VALUE 0.
       01  WS-CAP-PARSE.
               05 WS-CP-LINE           PIC X(40).
               05 WS-CP-TXT-YEAR       PIC X(15).
               05 WS-CP-TXT-SECTION    PIC X(10).
               05 WS-CP-TXT-MAX        PIC X(5).

       01  WS-MAX-RANK-LINES           PIC 999 VALUE 200.
       01  WS-RANK-COUNT               PIC 999 VALUE 0.
       01  WS-RANK-TABLE.
               05 WS-RK-ENTRY OCCURS 200 TIMES.
                   10 WS-RK-FACULTY    PIC X(10).
                   10 WS-RK-RANK       PIC X(15).
       01  WS-RK-IDX                   PIC 999 VALUE 0.
       01  WS-RANK-PARSE.
               05 WS-RKP-LINE          PIC X(60).
               05 WS-RKP-FACULTY       PIC X(12).
               05 WS-RKP-RANK          PIC X(20).

       01  WS-MAX-RATES                PIC 99 VALUE 20.
       01  WS-RATE-COUNT               PIC 99 VALUE 0.
       01  WS-RATE-TABLE.
               05 WS-RT-ENTRY OCCURS 20 TIMES.
                   10 WS-RT-RANK       PIC X(15).
                   10 WS-RT-MAX-HOURS  PIC 99V9.
       01  WS-RT-IDX                   PIC 99 VALUE 0.
       01  WS-RATE-PARSE.
               05 WS-RTP-LINE          PIC X(60).
               05 WS-RTP-RANK          PIC X(20).
               05 WS-RTP-REGULAR       PIC X(8).
               05 WS-RTP-RATE          PIC X(12).
               05 WS-RTP-MAX-HOURS     PIC X(8).
       01  WS-DEFAULT-MAX-HOURS        PIC 99V9 VALUE 24.0.

      *----------------------------------------------------------------
      * WEEKLY CONTACT MINUTES PER FACULTY MEMBER
      *----------------------------------------------------------------
       01  WS-MAX-FACULTY              PIC 999 VALUE 300.
       01  WS-FH-COUNT                 PIC 999 VALUE 0.
       01  WS-FACULTY-HOURS-TABLE.
               05 WS-FH-ENTRY OCCURS 300 TIMES.
                   10 WS-FH-ID         PIC X(10).
                   10 WS-FH-MINUTES    PIC 9(5).
                   10 WS-FH-LIMIT      PIC 99V9.
       01  WS-FH-IDX                   PIC 999 VALUE 0.
       01  WS-FH-MATCH-IDX             PIC 999 VALUE 0.
       01  WS-FH-HOURS                 PIC 999V9 VALUE 0.
       01  WS-MEETING-DAYS             PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * TIMETABLE SORT (the meetings of one room/faculty on one day)
      *----------------------------------------------------------------
       01  WS-PICK-COUNT               PIC 999 VALUE 0.
       01  WS-PICK-TABLE.
               05 WS-PICK-SC OCCURS 600 TIMES PIC 999.
       01  WS-PICK-IDX                 PIC 999 VALUE 0.
       01  WS-PICK-IDX2                PIC 999 VALUE 0.
       01  WS-PICK-HOLD                PIC 999 VALUE 0.
       01  WS-TT-KIND                  PIC X VALUE SPACE.
      * R = room timetable, F = faculty timetable
       01  WS-TT-KEY                   PIC X(10).

       01  WS-INVALID-COUNT            PIC 999 VALUE 0.
       01  WS-FACULTY-CONFLICTS        PIC 999 VALUE 0.
       01  WS-ROOM-CONFLICTS           PIC 999 VALUE 0.
       01  WS-CAPACITY-CONFLICTS       PIC 999 VALUE 0.
       01  WS-HOURS-CONFLICTS          PIC 999 VALUE 0.
       01  WS-LINE-NO                  PIC 999 VALUE 0.

      *----------------------------------------------------------------
      * REPORT LAYOUTS
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(140) VALUE SPACES.
       01  WS-RPT-LINE                 PIC X(140).
       01  WS-MEETING-TEXT-1           PIC X(55).
       01  WS-MEETING-TEXT-2           PIC X(55).
       01  WS-EDIT-COUNT               PIC ZZ9.
       01  WS-EDIT-HOURS               PIC ZZ9.9.
       01  WS-EDIT-LIMIT               PIC ZZ9.9.
       01  WS-EDIT-SEATS               PIC ZZ9.
       01  WS-RPT-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(45)
                   VALUE "CLASS SCHEDULE VALIDATION AND CONFLICTS".
       01  WS-TT-TITLE-LINE.
               05 FILLER               PIC X(26) VALUE SPACES.
               05 FILLER               PIC X(30)
                   VALUE "CLASS TIMETABLES".
       01  WS-TT-DETAIL-LINE.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 WS-TTL-DAY           PIC X(5).
               05 WS-TTL-START         PIC X(4).
               05 FILLER               PIC X     VALUE "-".
               05 WS-TTL-END           PIC X(4).
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-TTL-SUBJECT       PIC X(11).
               05 WS-TTL-YEAR          PIC X(16).
               05 WS-TTL-SECTION       PIC X(11).
               05 WS-TTL-OTHER         PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load the masters and the schedule, check
      * every line and pair of lines, then print the timetables.
      *----------------------------------------------------------------
           PERFORM LOAD-ROOMS
           PERFORM LOAD-CAPACITIES
           PERFORM LOAD-FACULTY-RANKS
           PERFORM LOAD-CONTACT-LIMITS

           OPEN OUTPUT SCHEDULE-REPORT-FILE
           WRITE SCHEDULE-REPORT-RECORD FROM WS-RPT-TITLE-LINE
           WRITE SCHEDULE-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "INVALID SCHEDULE LINES" TO WS-RPT-LINE
           WRITE SCHEDULE-REPORT-RECORD FROM WS-RPT-LINE
           PERFORM LOAD-SCHEDULE
           IF WS-SCHED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CLASS-SCHEDULE.TXT not found - no"
                   " schedule to check"
               MOVE "  CLASS-SCHEDULE.TXT NOT FOUND" TO WS-RPT-LINE
               WRITE SCHEDULE-REPORT-RECORD FROM WS-RPT-LINE
               CLOSE SCHEDULE-REPORT-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-INVALID-COUNT = 0
               MOVE "  (none)" TO WS-RPT-LINE
               WRITE SCHEDULE-REPORT-RECORD FROM WS-RPT-LINE
           END-IF

           WRITE SCHEDULE-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "CONFLICTS" TO WS-RPT-LINE
           WRITE SCHEDULE-REPORT-RECORD FROM WS-RPT-LINE
           PERFORM CHECK-BOOKING-CONFLICTS
           PERFORM CHECK-ROOM-CAPACITIES
           PERFORM CHECK-CONTACT-HOURS
           IF WS-FACULTY-CONFLICTS + WS-ROOM-CONFLICTS +
                   WS-CAPACITY-CONFLICTS + WS-HOURS-CONFLICTS = 0
               MOVE "  (none)" TO WS-RPT-LINE
               WRITE SCHEDULE-REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE SCHEDULE-REPORT-FILE

           PERFORM WRITE-TIMETABLES

           DISPLAY "Class schedule checked: " WS-SC-COUNT
               " meeting(s), " WS-INVALID-COUNT " invalid, "
               WS-FACULTY-CONFLICTS " faculty / " WS-ROOM-CONFLICTS
               " room / " WS-CAPACITY-CONFLICTS " capacity / "
               WS-HOURS-CONFLICTS " contact-hour conflict(s) - see"
               " CLASS-SCHEDULE-REPORT.TXT"
           IF WS-INVALID-COUNT > 0 OR WS-FACULTY-CONFLICTS > 0
               OR WS-ROOM-CONFLICTS > 0 OR WS-CAPACITY-CONFLICTS > 0
               OR WS-HOURS-CONFLICTS > 0
               MOVE 1 TO WS-HAS-ERROR
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-ROOMS.
      *----------------------------------------------------------------
      * LOAD-ROOMS - RoomID,SeatingCapacity per line.
      *----------------------------------------------------------------
           OPEN INPUT CLASS-ROOMS-FILE
           IF WS-ROOMS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-ROOM-COUNT >= WS-MAX-ROOMS
                   READ CLASS-ROOMS-FILE INTO WS-RMP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-RMP-LINE) NOT = SPACES
                               MOVE SPACES TO WS-RMP-ID WS-RMP-SEATS
                               UNSTRING WS-RMP-LINE DELIMITED BY ","
                                   INTO WS-RMP-ID
                                        WS-RMP-SEATS
                               END-UNSTRING
                               ADD 1 TO WS-ROOM-COUNT
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-RMP-ID))
                                   TO WS-RM-ID(WS-ROOM-COUNT)
                               MOVE 0 TO WS-RM-SEATS(WS-ROOM-COUNT)
                               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                                       WS-RMP-SEATS)) = ZERO
                                   MOVE FUNCTION NUMVAL(WS-RMP-SEATS)
                                       TO WS-RM-SEATS(WS-ROOM-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           ELSE
               DISPLAY "WARNING: CLASS-ROOMS.TXT not found - every"
                   " meeting's room will be reported unknown"
           END-IF
           CLOSE CLASS-ROOMS-FILE.

       LOAD-CAPACITIES.
      *----------------------------------------------------------------
      * LOAD-CAPACITIES - YearLevel,Section,MaxSlots, as
      * ENROLLMENT-CONTROL reads them.
      *----------------------------------------------------------------
           OPEN INPUT SECTION-CAPACITY-FILE
           IF WS-CAP-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-CAP-COUNT >= WS-MAX-CAPACITIES
                   READ SECTION-CAPACITY-FILE INTO WS-CP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-CP-LINE) NOT = SPACES
                               MOVE SPACES TO WS-CP-TXT-YEAR
                               MOVE SPACES TO WS-CP-TXT-SECTION
                               MOVE SPACES TO WS-CP-TXT-MAX
                               UNSTRING WS-CP-LINE DELIMITED BY ","
                                   INTO WS-CP-TXT-YEAR
                                        WS-CP-TXT-SECTION
                                        WS-CP-TXT-MAX
                               END-UNSTRING
                               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                                       WS-CP-TXT-MAX)) = ZERO
                                   ADD 1 TO WS-CAP-COUNT
                                   MOVE FUNCTION TRIM(WS-CP-TXT-YEAR)
                                       TO WS-CAP-YEAR(WS-CAP-COUNT)
                                   MOVE FUNCTION TRIM(
                                       WS-CP-TXT-SECTION)
                                       TO WS-CAP-SECTION(
                                           WS-CAP-COUNT)
                                   MOVE FUNCTION NUMVAL(
                                       WS-CP-TXT-MAX)
                                       TO WS-CAP-MAX(WS-CAP-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE SECTION-CAPACITY-FILE.

       LOAD-FACULTY-RANKS.
      *----------------------------------------------------------------
      * LOAD-FACULTY-RANKS - FacultyID,Rank[,Status] per line, the
      * file FACULTY-LOAD prices the load from.
      *----------------------------------------------------------------
           OPEN INPUT FACULTY-RANKS-FILE
           IF WS-RANKS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-RANK-COUNT >= WS-MAX-RANK-LINES
                   READ FACULTY-RANKS-FILE INTO WS-RKP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-RKP-FACULTY WS-RKP-RANK
                           UNSTRING WS-RKP-LINE DELIMITED BY ","
                               INTO WS-RKP-FACULTY
                                    WS-RKP-RANK
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-RKP-FACULTY) NOT = SPACES
                               ADD 1 TO WS-RANK-COUNT
                               MOVE FUNCTION TRIM(WS-RKP-FACULTY)
                                   TO WS-RK-FACULTY(WS-RANK-COUNT)
                               MOVE FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(WS-RKP-RANK))
                                   TO WS-RK-RANK(WS-RANK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE FACULTY-RANKS-FILE.

       LOAD-CONTACT-LIMITS.
      *----------------------------------------------------------------
      * LOAD-CONTACT-LIMITS - The optional 4th field of each
      * Rank,RegularLoadUnits,MonthlyRatePerUnit,MaxContactHours
      * line; a rank without one keeps the default limit.
      *----------------------------------------------------------------
           OPEN INPUT FACULTY-RATES-FILE
           IF WS-RATES-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-RATE-COUNT >= WS-MAX-RATES
                   READ FACULTY-RATES-FILE INTO WS-RTP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-RTP-RANK WS-RTP-REGULAR
                               WS-RTP-RATE WS-RTP-MAX-HOURS
                           UNSTRING WS-RTP-LINE DELIMITED BY ","
                               INTO WS-RTP-RANK
                                    WS-RTP-REGULAR
                                    WS-RTP-RATE
                                    WS-RTP-MAX-HOURS
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-RTP-RANK) NOT = SPACES
                               ADD 1 TO WS-RATE-COUNT
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-RTP-RANK))
                                   TO WS-RT-RANK(WS-RATE-COUNT)
                               MOVE WS-DEFAULT-MAX-HOURS
                                   TO WS-RT-MAX-HOURS(WS-RATE-COUNT)
                               IF WS-RTP-MAX-HOURS NOT = SPACES
                                   AND FUNCTION TEST-NUMVAL(
                                       FUNCTION TRIM(WS-RTP-MAX-HOURS))
                                       = ZERO
                                   IF FUNCTION NUMVAL(WS-RTP-MAX-HOURS)
                                           > 0
                                       MOVE FUNCTION NUMVAL(
                                           WS-RTP-MAX-HOURS)
                                           TO WS-RT-MAX-HOURS(
                                               WS-RATE-COUNT)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE FACULTY-RATES-FILE.

       LOAD-SCHEDULE.
      *----------------------------------------------------------------
      * LOAD-SCHEDULE - Every meeting line into the table; bad days,
      * bad times and unknown rooms are reported here and flagged
      * invalid so the later checks skip them.
      *----------------------------------------------------------------
           MOVE 0 TO WS-LINE-NO
           OPEN INPUT CLASS-SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-SC-COUNT >= WS-MAX-MEETINGS
                   READ CLASS-SCHEDULE-FILE INTO WS-SCP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           IF FUNCTION TRIM(WS-SCP-LINE) NOT = SPACES
                               ADD 1 TO WS-SC-COUNT
                               MOVE WS-SC-COUNT TO WS-SC-IDX
                               PERFORM PARSE-SCHEDULE-LINE
                               IF WS-SC-VALID(WS-SC-IDX) = 1
                                   PERFORM FIND-ROOM
                                   IF WS-RM-MATCH-IDX = 0
                                       MOVE "ROOM NOT ON CLASS-ROOMS"
                                           TO WS-SCP-REASON
                                       MOVE 0 TO WS-SC-VALID(WS-SC-IDX)
                                   END-IF
                               END-IF
                               IF WS-SC-VALID(WS-SC-IDX) = 0
                                   PERFORM REPORT-INVALID-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
               CLOSE CLASS-SCHEDULE-FILE
           END-IF.

       PARSE-SCHEDULE-LINE.
      *----------------------------------------------------------------
      * PARSE-SCHEDULE-LINE - Split WS-SCP-LINE into entry WS-SC-IDX:
      * day letters to day flags, HHMM times to minutes. Anything
      * unreadable leaves WS-SC-VALID 0 with WS-SCP-REASON set.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-SCP-YEAR WS-SCP-SECTION WS-SCP-SUBJECT
               WS-SCP-FACULTY WS-SCP-ROOM WS-SCP-DAYS WS-SCP-START
               WS-SCP-END WS-SCP-REASON
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
           MOVE FUNCTION TRIM(WS-SCP-YEAR) TO WS-SC-YEAR(WS-SC-IDX)
           MOVE FUNCTION TRIM(WS-SCP-SECTION)
               TO WS-SC-SECTION(WS-SC-IDX)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCP-SUBJECT))
               TO WS-SC-SUBJECT(WS-SC-IDX)
           MOVE FUNCTION TRIM(WS-SCP-FACULTY)
               TO WS-SC-FACULTY(WS-SC-IDX)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCP-ROOM))
               TO WS-SC-ROOM(WS-SC-IDX)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCP-DAYS))
               TO WS-SC-DAYS(WS-SC-IDX)
           MOVE FUNCTION TRIM(WS-SCP-START) TO WS-SC-START(WS-SC-IDX)
           MOVE FUNCTION TRIM(WS-SCP-END) TO WS-SC-END(WS-SC-IDX)
           MOVE 0 TO WS-SC-START-MIN(WS-SC-IDX)
           MOVE 0 TO WS-SC-END-MIN(WS-SC-IDX)
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 6
               MOVE 0 TO WS-SC-DAY(WS-SC-IDX, WS-DAY-IDX)
           END-PERFORM
           MOVE 1 TO WS-SC-VALID(WS-SC-IDX)

           IF WS-SC-SECTION(WS-SC-IDX) = SPACES
               OR WS-SC-FACULTY(WS-SC-IDX) = SPACES
               OR WS-SC-ROOM(WS-SC-IDX) = SPACES
               MOVE "SECTION/FACULTY/ROOM MISSING" TO WS-SCP-REASON
           END-IF

           IF WS-SCP-REASON = SPACES
               IF WS-SC-DAYS(WS-SC-IDX) = SPACES
                   MOVE "NO MEETING DAYS" TO WS-SCP-REASON
               END-IF
               PERFORM VARYING WS-SCP-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-SCP-CHAR-IDX > 7
                   IF WS-SC-DAYS(WS-SC-IDX)(WS-SCP-CHAR-IDX:1)
                           NOT = SPACE
                       MOVE 0 TO WS-SCP-DAY-NO
                       PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                           UNTIL WS-DAY-IDX > 6
                           IF WS-SC-DAYS(WS-SC-IDX)(WS-SCP-CHAR-IDX:1)
                               = WS-DAY-LETTERS(WS-DAY-IDX:1)
                               MOVE WS-DAY-IDX TO WS-SCP-DAY-NO
                           END-IF
                       END-PERFORM
                       IF WS-SCP-DAY-NO = 0
                           MOVE "DAYS NOT M/T/W/H/F/S"
                               TO WS-SCP-REASON
                       ELSE
                           MOVE 1 TO WS-SC-DAY(WS-SC-IDX,
                               WS-SCP-DAY-NO)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF WS-SCP-REASON = SPACES
               IF WS-SC-START(WS-SC-IDX) IS NOT NUMERIC
                   OR WS-SC-END(WS-SC-IDX) IS NOT NUMERIC
                   MOVE "TIMES NOT HHMM" TO WS-SCP-REASON
               ELSE
                   MOVE WS-SC-START(WS-SC-IDX)(1:2) TO WS-SCP-HH
                   MOVE WS-SC-START(WS-SC-IDX)(3:2) TO WS-SCP-MM
                   IF WS-SCP-HH > 23 OR WS-SCP-MM > 59
                       MOVE "START TIME NOT A TIME" TO WS-SCP-REASON
                   ELSE
                       COMPUTE WS-SC-START-MIN(WS-SC-IDX) =
                           WS-SCP-HH * 60 + WS-SCP-MM
                   END-IF
                   MOVE WS-SC-END(WS-SC-IDX)(1:2) TO WS-SCP-HH
                   MOVE WS-SC-END(WS-SC-IDX)(3:2) TO WS-SCP-MM
                   IF WS-SCP-HH > 23 OR WS-SCP-MM > 59
                       MOVE "END TIME NOT A TIME" TO WS-SCP-REASON
                   ELSE
                       COMPUTE WS-SC-END-MIN(WS-SC-IDX) =
                           WS-SCP-HH * 60 + WS-SCP-MM
                   END-IF
                   IF WS-SCP-REASON = SPACES
                       AND WS-SC-END-MIN(WS-SC-IDX) <=
                           WS-SC-START-MIN(WS-SC-IDX)
                       MOVE "END TIME NOT AFTER START"
                           TO WS-SCP-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-SCP-REASON NOT = SPACES
               MOVE 0 TO WS-SC-VALID(WS-SC-IDX)
           END-IF.

       FIND-ROOM.
      *----------------------------------------------------------------
      * FIND-ROOM - WS-RM-MATCH-IDX = the room master entry for
      * meeting WS-SC-IDX's room, 0 when not on the master.
      *----------------------------------------------------------------
           MOVE 0 TO WS-RM-MATCH-IDX
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
               UNTIL WS-RM-IDX > WS-ROOM-COUNT
               IF WS-RM-ID(WS-RM-IDX) = WS-SC-ROOM(WS-SC-IDX)
                   MOVE WS-RM-IDX TO WS-RM-MATCH-IDX
               END-IF
           END-PERFORM.

       REPORT-INVALID-LINE.
      *----------------------------------------------------------------
      * REPORT-INVALID-LINE - Line number, reason and the line as
      * keyed.
      *----------------------------------------------------------------
           ADD 1 TO WS-INVALID-COUNT
           MOVE WS-LINE-NO TO WS-EDIT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  LINE " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCP-REASON) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCP-LINE) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE SCHEDULE-REPORT-RECORD FROM WS-RPT-LINE.

       CHECK-BOOKING-CONFLICTS.
      *----------------------------------------------------------------
      * CHECK-BOOKING-CONFLICTS - Every pair of valid meetings that
      * share a day and overlap in time: the same faculty member is
      * a FACULTY conflict, the same room a ROOM conflict.
      *----------------------------------------------------------------
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-VALID(WS-SC-IDX) = 1
                   COMPUTE WS-SC-IDX2 = WS-SC-IDX + 1
                   PERFORM UNTIL WS-SC-IDX2 > WS-SC-COUNT
                       IF WS-SC-VALID(WS-SC-IDX2) = 1
                           AND (WS-SC-FACULTY(WS-SC-IDX) =
                               WS-SC-FACULTY(WS-SC-IDX2)
                           OR WS-SC-ROOM(WS-SC-IDX) =
                               WS-SC-ROOM(WS-SC-IDX2))
                           PERFORM CHECK-MEETING-OVERLAP
                           IF WS-OVERLAP = 1
                               PERFORM REPORT-BOOKING-CONFLICT
                           END-IF
                       END-IF
                       ADD 1 TO WS-SC-IDX2
                   END-PERFORM
               END-IF
           END-PERFORM.

       CHECK-MEETING-OVERLAP.
      *----------------------------------------------------------------
      * CHECK-MEETING-OVERLAP - WS-OVERLAP = 1 when meetings
      * WS-SC-IDX and WS-SC-IDX2 share a day and each starts before
      * the other ends (back-to-back meetings do not clash).
      *----------------------------------------------------------------
           MOVE 0 TO WS-OVERLAP
           IF WS-SC-START-MIN(WS-SC-IDX) < WS-SC-END-MIN(WS-SC-IDX2)
               AND WS-SC-START-MIN(WS-SC-IDX2) <
                   WS-SC-END-MIN(WS-SC-IDX)
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 6
                   IF WS-SC-DAY(WS-SC-IDX, WS-DAY-IDX) = 1
                       AND WS-SC-DAY(WS-SC-IDX2, WS-DAY-IDX) = 1
                       MOVE 1 TO WS-OVERLAP
                   END-IF
               END-PERFORM
           END-IF.

       REPORT-BOOKING-CONFLICT.
      *----------------------------------------------------------------
      * REPORT-BOOKING-CONFLICT - One line per clash (a pair that
      * shares both faculty and room is reported under each).
      *----------------------------------------------------------------
           MOVE WS-SC-IDX TO WS-PICK-HOLD
           PERFORM DESCRIBE-MEETING
           MOVE WS-MEETING-TEXT-2 TO WS-MEETING-TEXT-1
           MOVE WS-SC-IDX2 TO WS-PICK-HOLD
           PERFORM DESCRIBE-MEETING
           IF WS-SC-FACULTY(WS-SC-IDX) = WS-SC-FACULTY(WS-SC-IDX2)
               ADD 1 TO WS-FACULTY-CONFLICTS
               MOVE SPACES TO WS-RPT-LINE
               STRING "  FACULTY  " DELIMITED BY SIZE
                   WS-SC-FACULTY(WS-SC-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MEETING-TEXT-1) DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MEETING-TEXT-2) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               WRITE SCHEDULE-REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           IF WS-SC-ROOM(WS-SC-IDX) = WS-SC-ROOM(WS-SC-IDX2)
               ADD 1 TO WS-ROOM-CONFLICTS
               MOVE SPACES TO WS-RPT-LINE
               STRING "  ROOM     " DELIMITED BY SIZE
                   WS-SC-ROOM(WS-SC-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MEETING-TEXT-1) DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MEETING-TEXT-2) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               WRITE SCHEDULE-REPORT-RECORD FROM WS-RPT-LINE
           END-IF.

       DESCRIBE-MEETING.
      *----------------------------------------------------------------
      * DESCRIBE-MEETING - "YearLevel Section Subject Days
      * Start-End" for meeting WS-PICK-HOLD into WS-MEETING-TEXT-2.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-MEETING-TEXT-2
           STRING FUNCTION TRIM(WS-SC-YEAR(WS-PICK-HOLD))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SC-SECTION(WS-PICK-HOLD))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SC-SUBJECT(WS-PICK-HOLD))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SC-DAYS(WS-PICK-HOLD))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SC-START(WS-PICK-HOLD) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-SC-END(WS-PICK-HOLD) DELIMITED BY SIZE
               INTO WS-MEETING-TEXT-2.

       CHECK-ROOM-CAPACITIES.
      *----------------------------------------------------------------
      * CHECK-ROOM-CAPACITIES - A section whose capacity line allows
      * more students than the room of one of its meetings seats.
      *----------------------------------------------------------------
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-VALID(WS-SC-IDX) = 1
                   PERFORM FIND-ROOM
                   PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                       UNTIL WS-CAP-IDX > WS-CAP-COUNT
                       IF FUNCTION UPPER-CASE(WS-CAP-YEAR(WS-CAP-IDX))
                           = FUNCTION UPPER-CASE(
                               WS-SC-YEAR(WS-SC-IDX))
                           AND FUNCTION UPPER-CASE(
                               WS-CAP-SECTION(WS-CAP-IDX)) =
                               FUNCTION UPPER-CASE(
                               WS-SC-SECTION(WS-SC-IDX))
                           AND WS-RM-MATCH-IDX > 0
                           AND WS-CAP-MAX(WS-CAP-IDX) >
                               WS-RM-SEATS(WS-RM-MATCH-IDX)
                           ADD 1 TO WS-CAPACITY-CONFLICTS
                           MOVE WS-CAP-MAX(WS-CAP-IDX) TO WS-EDIT-COUNT
                           MOVE WS-RM-SEATS(WS-RM-MATCH-IDX)
                               TO WS-EDIT-SEATS
                           MOVE WS-SC-IDX TO WS-PICK-HOLD
                           PERFORM DESCRIBE-MEETING
                           MOVE SPACES TO WS-RPT-LINE
                           STRING "  CAPACITY " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-MEETING-TEXT-2)
                                   DELIMITED BY SIZE
                               " - cap " DELIMITED BY SIZE
                               WS-EDIT-COUNT DELIMITED BY SIZE
                               " but room " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-SC-ROOM(WS-SC-IDX))
                                   DELIMITED BY SIZE
                               " seats " DELIMITED BY SIZE
                               WS-EDIT-SEATS DELIMITED BY SIZE
                               INTO WS-RPT-LINE
                           WRITE SCHEDULE-REPORT-RECORD
                               FROM WS-RPT-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       CHECK-CONTACT-HOURS.
      *----------------------------------------------------------------
      * CHECK-CONTACT-HOURS - Weekly minutes per faculty member
      * (meeting length x meeting days), against the limit for the
      * member's rank.
      *----------------------------------------------------------------
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-VALID(WS-SC-IDX) = 1
                   PERFORM FIND-OR-ADD-FACULTY
                   IF WS-FH-MATCH-IDX > 0
                       MOVE 0 TO WS-MEETING-DAYS
                       PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                           UNTIL WS-DAY-IDX > 6
                           ADD WS-SC-DAY(WS-SC-IDX, WS-DAY-IDX)
                               TO WS-MEETING-DAYS
                       END-PERFORM
                       COMPUTE WS-FH-MINUTES(WS-FH-MATCH-IDX) =
                           WS-FH-MINUTES(WS-FH-MATCH-IDX) +
                           (WS-SC-END-MIN(WS-SC-IDX) -
                            WS-SC-START-MIN(WS-SC-IDX)) *
                           WS-MEETING-DAYS
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-FH-IDX FROM 1 BY 1
               UNTIL WS-FH-IDX > WS-FH-COUNT
               COMPUTE WS-FH-HOURS = WS-FH-MINUTES(WS-FH-IDX) / 60
               IF WS-FH-HOURS > WS-FH-LIMIT(WS-FH-IDX)
                   ADD 1 TO WS-HOURS-CONFLICTS
                   MOVE WS-FH-HOURS TO WS-EDIT-HOURS
                   MOVE WS-FH-LIMIT(WS-FH-IDX) TO WS-EDIT-LIMIT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  HOURS    " DELIMITED BY SIZE
                       WS-FH-ID(WS-FH-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EDIT-HOURS DELIMITED BY SIZE
                       " contact hrs/week, limit " DELIMITED BY SIZE
                       WS-EDIT-LIMIT DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   WRITE SCHEDULE-REPORT-RECORD FROM WS-RPT-LINE
               END-IF
           END-PERFORM.

       FIND-OR-ADD-FACULTY.
      *----------------------------------------------------------------
      * FIND-OR-ADD-FACULTY - WS-FH-MATCH-IDX = meeting WS-SC-IDX's
      * faculty member's entry, created on first sight with the
      * rank's contact-hour limit.
      *----------------------------------------------------------------
           MOVE 0 TO WS-FH-MATCH-IDX
           PERFORM VARYING WS-FH-IDX FROM 1 BY 1
               UNTIL WS-FH-IDX > WS-FH-COUNT
               IF WS-FH-ID(WS-FH-IDX) = WS-SC-FACULTY(WS-SC-IDX)
                   MOVE WS-FH-IDX TO WS-FH-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FH-MATCH-IDX = 0 AND WS-FH-COUNT < WS-MAX-FACULTY
               ADD 1 TO WS-FH-COUNT
               MOVE WS-FH-COUNT TO WS-FH-MATCH-IDX
               MOVE WS-SC-FACULTY(WS-SC-IDX) TO WS-FH-ID(WS-FH-COUNT)
               MOVE 0 TO WS-FH-MINUTES(WS-FH-COUNT)
               MOVE WS-DEFAULT-MAX-HOURS TO WS-FH-LIMIT(WS-FH-COUNT)
               PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX > WS-RANK-COUNT
                   IF WS-RK-FACULTY(WS-RK-IDX) =
                           WS-SC-FACULTY(WS-SC-IDX)
                       PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                           UNTIL WS-RT-IDX > WS-RATE-COUNT
                           IF WS-RT-RANK(WS-RT-IDX) =
                                   WS-RK-RANK(WS-RK-IDX)
                               MOVE WS-RT-MAX-HOURS(WS-RT-IDX)
                                   TO WS-FH-LIMIT(WS-FH-COUNT)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-REPORT-SUMMARY.
      *----------------------------------------------------------------
      * WRITE-REPORT-SUMMARY - Counts at the foot of the report.
      *----------------------------------------------------------------
           WRITE SCHEDULE-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "MEETINGS: " DELIMITED BY SIZE
               WS-SC-COUNT DELIMITED BY SIZE
               "  INVALID: " DELIMITED BY SIZE
               WS-INVALID-COUNT DELIMITED BY SIZE
               "  FACULTY: " DELIMITED BY SIZE
               WS-FACULTY-CONFLICTS DELIMITED BY SIZE
               "  ROOM: " DELIMITED BY SIZE
               WS-ROOM-CONFLICTS DELIMITED BY SIZE
               "  CAPACITY: " DELIMITED BY SIZE
               WS-CAPACITY-CONFLICTS DELIMITED BY SIZE
               "  HOURS: " DELIMITED BY SIZE
               WS-HOURS-CONFLICTS DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE SCHEDULE-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-TIMETABLES.
      *----------------------------------------------------------------
      * WRITE-TIMETABLES - Each room on the master, then each
      * scheduled faculty member, day by day.
      *----------------------------------------------------------------
           OPEN OUTPUT TIMETABLE-FILE
           WRITE TIMETABLE-RECORD FROM WS-TT-TITLE-LINE
           MOVE "R" TO WS-TT-KIND
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
               UNTIL WS-RM-IDX > WS-ROOM-COUNT
               MOVE WS-RM-SEATS(WS-RM-IDX) TO WS-EDIT-SEATS
               MOVE SPACES TO WS-RPT-LINE
               STRING "ROOM " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RM-ID(WS-RM-IDX))
                       DELIMITED BY SIZE
                   " (SEATS " DELIMITED BY SIZE
                   WS-EDIT-SEATS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               WRITE TIMETABLE-RECORD FROM WS-BLANK-LINE
               WRITE TIMETABLE-RECORD FROM WS-RPT-LINE
               MOVE WS-RM-ID(WS-RM-IDX) TO WS-TT-KEY
               PERFORM WRITE-ONE-TIMETABLE
           END-PERFORM

           MOVE "F" TO WS-TT-KIND
           PERFORM VARYING WS-FH-IDX FROM 1 BY 1
               UNTIL WS-FH-IDX > WS-FH-COUNT
               COMPUTE WS-FH-HOURS = WS-FH-MINUTES(WS-FH-IDX) / 60
               MOVE WS-FH-HOURS TO WS-EDIT-HOURS
               MOVE WS-FH-LIMIT(WS-FH-IDX) TO WS-EDIT-LIMIT
               MOVE SPACES TO WS-RPT-LINE
               STRING "FACULTY " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FH-ID(WS-FH-IDX))
                       DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-EDIT-HOURS DELIMITED BY SIZE
                   " HRS/WEEK, LIMIT " DELIMITED BY SIZE
                   WS-EDIT-LIMIT DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               WRITE TIMETABLE-RECORD FROM WS-BLANK-LINE
               WRITE TIMETABLE-RECORD FROM WS-RPT-LINE
               MOVE WS-FH-ID(WS-FH-IDX) TO WS-TT-KEY
               PERFORM WRITE-ONE-TIMETABLE
           END-PERFORM
           CLOSE TIMETABLE-FILE.

       WRITE-ONE-TIMETABLE.
      *----------------------------------------------------------------
      * WRITE-ONE-TIMETABLE - For the room or faculty member in
      * WS-TT-KEY, each day's valid meetings sorted by start time.
      * A room line names the faculty member; a faculty line names
      * the room.
      *----------------------------------------------------------------
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 6
               MOVE 0 TO WS-PICK-COUNT
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
                   IF WS-SC-VALID(WS-SC-IDX) = 1
                       AND WS-SC-DAY(WS-SC-IDX, WS-DAY-IDX) = 1
                       AND ((WS-TT-KIND = "R"
                           AND WS-SC-ROOM(WS-SC-IDX) = WS-TT-KEY)
                       OR (WS-TT-KIND = "F"
                           AND WS-SC-FACULTY(WS-SC-IDX) = WS-TT-KEY))
                       ADD 1 TO WS-PICK-COUNT
                       MOVE WS-SC-IDX TO WS-PICK-SC(WS-PICK-COUNT)
                   END-IF
               END-PERFORM

      * Insertion sort on start time - a day holds only a handful
               PERFORM VARYING WS-PICK-IDX FROM 2 BY 1
                   UNTIL WS-PICK-IDX > WS-PICK-COUNT
                   MOVE WS-PICK-SC(WS-PICK-IDX) TO WS-PICK-HOLD
                   MOVE WS-PICK-IDX TO WS-PICK-IDX2
                   PERFORM UNTIL WS-PICK-IDX2 < 2
                       OR WS-SC-START-MIN(WS-PICK-SC(WS-PICK-IDX2 - 1))
                           <= WS-SC-START-MIN(WS-PICK-HOLD)
                       MOVE WS-PICK-SC(WS-PICK-IDX2 - 1)
                           TO WS-PICK-SC(WS-PICK-IDX2)
                       SUBTRACT 1 FROM WS-PICK-IDX2
                   END-PERFORM
                   MOVE WS-PICK-HOLD TO WS-PICK-SC(WS-PICK-IDX2)
               END-PERFORM

               PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > WS-PICK-COUNT
                   MOVE WS-PICK-SC(WS-PICK-IDX) TO WS-SC-IDX
                   IF WS-PICK-IDX = 1
                       MOVE WS-DAY-NAMES((WS-DAY-IDX - 1) * 3 + 1:3)
                           TO WS-TTL-DAY
                   ELSE
                       MOVE SPACES TO WS-TTL-DAY
                   END-IF
                   MOVE WS-SC-START(WS-SC-IDX) TO WS-TTL-START
                   MOVE WS-SC-END(WS-SC-IDX) TO WS-TTL-END
                   MOVE WS-SC-SUBJECT(WS-SC-IDX) TO WS-TTL-SUBJECT
                   MOVE WS-SC-YEAR(WS-SC-IDX) TO WS-TTL-YEAR
                   MOVE WS-SC-SECTION(WS-SC-IDX) TO WS-TTL-SECTION
                   IF WS-TT-KIND = "R"
                       MOVE WS-SC-FACULTY(WS-SC-IDX) TO WS-TTL-OTHER
                   ELSE
                       MOVE WS-SC-ROOM(WS-SC-IDX) TO WS-TTL-OTHER
                   END-IF
                   WRITE TIMETABLE-RECORD FROM WS-TT-DETAIL-LINE
               END-PERFORM
           END-PERFORM.

       END PROGRAM CLASS-SCHEDULE.
