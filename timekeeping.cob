      *================================================================
      * PROGRAM: TIMEKEEPING - BIOMETRIC DTR AND ATTENDANCE SUMMARY
      *================================================================
      * PURPOSE: Turns the raw biometric clock export into a Daily
      *          Time Record per employee and the per-employee
      *          attendance figures EMPLOYEE-PAYROLL deducts and pays
      *          on, so absences are no longer hand-counted off the
      *          printouts into the roster's absence column.
      *
      * HOW IT WORKS:
      *   1. Reads the cutoff dates from PAYROLL-PERIOD.TXT
      *      (PeriodID,CutoffStart,CutoffEnd,RunType) - the DTR
      *      covers every calendar day of the cutoff
      *   2. Loads PAYROLL-EMPLOYEES.TXT for the ID/name/department
      *      of every employee to be timed
      *   3. Loads SHIFT-SCHEDULE.TXT, one
      *      "Key,ShiftStart,ShiftEnd,WorkDays" line per schedule.
      *      Key is an employee ID (wins), a department code, or "*"
      *      for the default shift; times are HH:MM on a 24-hour
      *      clock (an end earlier than the start crosses midnight);
      *      WorkDays lists the scheduled days as letters
      *      M T W H F S U (H = Thursday, U = Sunday), e.g. MTWHF
      *   4. Loads HOLIDAY-CALENDAR.TXT (optional) - a holiday is
      *      never counted as an absence
      *   5. Loads TIMECLOCK-PUNCHES.TXT, the clock export, one
      *      "EmployeeID,YYYY-MM-DD,HH:MM,IN|OUT" line per punch
      *   6. For each scheduled working day: the earliest IN from
      *      four hours before shift start, and the latest OUT up
      *      to eight hours after shift end. No punch at all is an
      *      absence; only one of the pair is a MISSING IN / MISSING
      *      OUT exception for the supervisor to settle (neither
      *      absent nor computed). A full pair gives minutes late,
      *      minutes undertime and the minutes of the scheduled
      *      shift actually worked between 10:00 PM and 6:00 AM
      *   7. Writes PAYROLL-DTR.TXT, one signed block per employee
      *      plus the exceptions list, and PAYROLL-ATTENDANCE.TXT,
      *      one "EmployeeID,DaysAbsent,LateMinutes,UndertimeMinutes,
      *      NightDiffMinutes,DaysPresent" line per timed employee,
      *      which EMPLOYEE-PAYROLL picks up on its next run
      *      (DaysPresent - days worked plus days with a missing
      *      punch - is what PAYROLL-ANOMALY checks for pay with no
      *      attendance at all)
      *
      * NOTE: Employees with no schedule (by ID, department or "*")
      *       are not timed - they are listed as exceptions and left
      *       off PAYROLL-ATTENDANCE.TXT, so payroll falls back to
      *       their roster absence column.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMEKEEPING.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-PERIOD-FILE
               ASSIGN TO "PAYROLL-PERIOD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT ROSTER-FILE
               ASSIGN TO "PAYROLL-EMPLOYEES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT SHIFT-SCHEDULE-FILE
               ASSIGN TO "SHIFT-SCHEDULE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-FILE-STATUS.
           SELECT OPTIONAL HOLIDAY-CALENDAR-FILE
               ASSIGN TO "HOLIDAY-CALENDAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLCAL-FILE-STATUS.
           SELECT TIMECLOCK-FILE
               ASSIGN TO "TIMECLOCK-PUNCHES.TXT"
      * The biometric terminal's export, one punch per line.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOCK-FILE-STATUS.
           SELECT DTR-LISTING-FILE
               ASSIGN TO "PAYROLL-DTR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATTENDANCE-FILE
               ASSIGN TO "PAYROLL-ATTENDANCE.TXT"
      * Consumed by EMPLOYEE-PAYROLL's LOAD-ATTENDANCE.
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-PERIOD-FILE.
       01  PAYROLL-PERIOD-RECORD       PIC X(80).

       FD  ROSTER-FILE.
       01  ROSTER-RECORD               PIC X(150).

       FD  SHIFT-SCHEDULE-FILE.
       01  SHIFT-SCHEDULE-RECORD       PIC X(60).

       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-RECORD     PIC X(30).

       FD  TIMECLOCK-FILE.
       01  TIMECLOCK-RECORD            PIC X(60).

       FD  DTR-LISTING-FILE.
       01  DTR-LISTING-RECORD          PIC X(100).

       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD           PIC X(60).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.

       01  WS-PERIOD-FILE-STATUS       PIC XX.
       01  WS-ROSTER-FILE-STATUS       PIC XX.
       01  WS-SHIFT-FILE-STATUS        PIC XX.
       01  WS-HOLCAL-FILE-STATUS       PIC XX.
       01  WS-CLOCK-FILE-STATUS        PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * CUTOFF
      * Dates are YYYY-MM-DD text; WS-..-DAYNO is the same date as a
      * day number (FUNCTION INTEGER-OF-DATE) so the cutoff can be
      * walked a day at a time and punches compared as minutes.
      *----------------------------------------------------------------
       01  WS-PERIOD-LINE              PIC X(80).
       01  WS-PERIOD-ID-TXT            PIC X(20).
       01  WS-PERIOD-START-TXT         PIC X(20).
       01  WS-PERIOD-END-TXT           PIC X(20).
       01  WS-PERIOD-ID                PIC X(10) VALUE "UNDATED".
       01  WS-PERIOD-START             PIC X(10) VALUE SPACES.
       01  WS-PERIOD-END               PIC X(10) VALUE SPACES.
       01  WS-START-DAYNO              PIC 9(7) VALUE 0.
       01  WS-END-DAYNO                PIC 9(7) VALUE 0.
       01  WS-MAX-CUTOFF-DAYS          PIC 99 VALUE 31.

       01  WS-DATE-TXT                 PIC X(10).
       01  WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01  WS-DATE-DAYNO               PIC 9(7) VALUE 0.
       01  WS-DATE-OK                  PIC 9 VALUE 0.
       01  WS-TIME-TXT                 PIC X(5).
       01  WS-TIME-MIN                 PIC 9(4) VALUE 0.
       01  WS-TIME-OK                  PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * EMPLOYEES TO BE TIMED, WITH THEIR CUTOFF TOTALS
      *----------------------------------------------------------------
       01  WS-MAX-EMPLOYEES            PIC 9(4) VALUE 1000.
       01  WS-EMP-COUNT                PIC 9(4) VALUE 0.
       01  WS-EMP-TABLE.
               05 WS-EMP-ENTRY OCCURS 1000 TIMES.
                   10 WS-EMP-ID            PIC X(10).
                   10 WS-EMP-NAME          PIC X(25).
                   10 WS-EMP-DEPT          PIC X(10).
                   10 WS-EMP-ABSENT        PIC 9(3).
                   10 WS-EMP-LATE          PIC 9(5).
                   10 WS-EMP-UNDERTIME     PIC 9(5).
                   10 WS-EMP-ND-MIN        PIC 9(5).
                   10 WS-EMP-MISSING       PIC 9(3).
                   10 WS-EMP-WORKED        PIC 9(3).
       01  WS-EMP-IDX                  PIC 9(4) VALUE 0.
       01  WS-EMP-MATCH-IDX            PIC 9(4) VALUE 0.

       01  WS-ROSTER-PARSE.
               05 WS-RP-LINE           PIC X(150).
               05 WS-RP-TYPE           PIC X(20).
               05 WS-RP-ID             PIC X(12).
               05 WS-RP-NAME           PIC X(30).
               05 WS-RP-ABSENT         PIC X(10).
               05 WS-RP-DEPT           PIC X(12).

      *----------------------------------------------------------------
      * SHIFT SCHEDULES
      *----------------------------------------------------------------
       01  WS-MAX-SHIFTS               PIC 999 VALUE 100.
       01  WS-SHIFT-COUNT              PIC 999 VALUE 0.
       01  WS-SHIFT-TABLE.
               05 WS-SH-ENTRY OCCURS 100 TIMES.
                   10 WS-SH-KEY            PIC X(10).
                   10 WS-SH-START          PIC 9(4).
                   10 WS-SH-END            PIC 9(4).
                   10 WS-SH-DAYS           PIC X(7).
       01  WS-SH-IDX                   PIC 999 VALUE 0.
       01  WS-SH-MATCH-IDX             PIC 999 VALUE 0.
       01  WS-SH-DEPT-IDX              PIC 999 VALUE 0.
       01  WS-SH-DEFAULT-IDX           PIC 999 VALUE 0.
       01  WS-SHIFT-REJECT-COUNT       PIC 999 VALUE 0.

       01  WS-SHIFT-PARSE.
               05 WS-SP-LINE           PIC X(60).
               05 WS-SP-KEY            PIC X(12).
               05 WS-SP-START          PIC X(8).
               05 WS-SP-END            PIC X(8).
               05 WS-SP-DAYS           PIC X(10).
               05 WS-SP-START-MIN      PIC 9(4).
               05 WS-SP-END-MIN        PIC 9(4).

      *----------------------------------------------------------------
      * HOLIDAY CALENDAR (dates only - the premium is payroll's)
      *----------------------------------------------------------------
       01  WS-MAX-HOLIDAYS             PIC 99 VALUE 30.
       01  WS-HOLIDAY-COUNT            PIC 99 VALUE 0.
       01  WS-HOLIDAY-TABLE.
               05 WS-HOL-DATE OCCURS 30 TIMES PIC X(10).
       01  WS-HOL-IDX                  PIC 99 VALUE 0.
       01  WS-IS-HOLIDAY               PIC 9 VALUE 0.
       01  WS-HOLCAL-PARSE.
               05 WS-HC-LINE           PIC X(30).
               05 WS-HC-DATE           PIC X(12).
               05 WS-HC-TYPE           PIC X(12).

      *----------------------------------------------------------------
      * CLOCK PUNCHES
      * WS-PN-STAMP is the punch as minutes since the calendar's
      * day 1 (day number x 1440 + minute of day), so a shift that
      * crosses midnight compares like any other.
      *----------------------------------------------------------------
       01  WS-MAX-PUNCHES              PIC 9(5) VALUE 20000.
       01  WS-PUNCH-COUNT              PIC 9(5) VALUE 0.
       01  WS-PUNCH-OVERFLOW           PIC 9 VALUE 0.
       01  WS-PUNCH-TABLE.
               05 WS-PN-ENTRY OCCURS 20000 TIMES.
                   10 WS-PN-EMP-ID         PIC X(10).
                   10 WS-PN-STAMP          PIC 9(11).
                   10 WS-PN-DIR            PIC X(3).
       01  WS-PN-IDX                   PIC 9(5) VALUE 0.
       01  WS-PUNCH-REJECT-COUNT       PIC 9(5) VALUE 0.
       01  WS-PUNCH-UNKNOWN-COUNT      PIC 9(5) VALUE 0.

       01  WS-PUNCH-PARSE.
               05 WS-PP-LINE           PIC X(60).
               05 WS-PP-ID             PIC X(12).
               05 WS-PP-DATE           PIC X(12).
               05 WS-PP-TIME           PIC X(8).
               05 WS-PP-DIR            PIC X(6).

      *----------------------------------------------------------------
      * ONE DAY'S WORK FIELDS
      *----------------------------------------------------------------
       01  WS-DAYNO                    PIC 9(7) VALUE 0.
       01  WS-DAY-OF-WEEK              PIC 9 VALUE 0.
      * 1 = Monday ... 7 = Sunday
       01  WS-DAY-LETTERS              PIC X(7) VALUE "MTWHFSU".
       01  WS-DAY-NAMES                PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-LETTER               PIC X.
       01  WS-DAY-SCHEDULED            PIC 9 VALUE 0.
       01  WS-LETTER-TALLY             PIC 99 VALUE 0.
       01  WS-SHIFT-LENGTH             PIC 9(4) VALUE 0.
       01  WS-SHIFT-START-STAMP        PIC 9(11) VALUE 0.
       01  WS-SHIFT-END-STAMP          PIC 9(11) VALUE 0.
       01  WS-WINDOW-FROM              PIC 9(11) VALUE 0.
       01  WS-WINDOW-TO                PIC 9(11) VALUE 0.
       01  WS-IN-STAMP                 PIC 9(11) VALUE 0.
       01  WS-OUT-STAMP                PIC 9(11) VALUE 0.
       01  WS-WORK-FROM                PIC 9(11) VALUE 0.
       01  WS-WORK-TO                  PIC 9(11) VALUE 0.
       01  WS-DAY-LATE                 PIC 9(5) VALUE 0.
       01  WS-DAY-UNDERTIME            PIC 9(5) VALUE 0.
       01  WS-DAY-ND-MIN               PIC 9(5) VALUE 0.
       01  WS-DAY-REMARK               PIC X(20).
       01  WS-LATE-GRACE-MIN           PIC 99 VALUE 0.
      * Minutes past shift start still counted on time - none by
      * default, per the handbook

      * Overlap of the worked span with a night-differential window
       01  WS-OVL-FROM                 PIC 9(11) VALUE 0.
       01  WS-OVL-TO                   PIC 9(11) VALUE 0.
       01  WS-ND-WINDOW-FROM           PIC 9(11) VALUE 0.
       01  WS-ND-WINDOW-TO             PIC 9(11) VALUE 0.
       01  WS-ND-START-MIN             PIC 9(4) VALUE 1320.
       01  WS-ND-END-MIN               PIC 9(4) VALUE 360.
      * 10:00 PM and 6:00 AM as minutes of the day

       01  WS-CLOCK-HH                 PIC 99 VALUE 0.
       01  WS-CLOCK-MM                 PIC 99 VALUE 0.
       01  WS-CLOCK-MOD                PIC 9(4) VALUE 0.
       01  WS-CLOCK-DISPLAY            PIC X(5).
       01  WS-ND-HOURS                 PIC 9(3)V99 VALUE 0.

      *----------------------------------------------------------------
      * RUN TOTALS AND EXCEPTIONS
      *----------------------------------------------------------------
       01  WS-TIMED-COUNT              PIC 9(4) VALUE 0.
       01  WS-NO-SHIFT-COUNT           PIC 9(4) VALUE 0.
       01  WS-MISSING-TOTAL            PIC 9(5) VALUE 0.
       01  WS-MAX-EXCEPTIONS           PIC 9(4) VALUE 2000.
       01  WS-EXC-COUNT                PIC 9(4) VALUE 0.
       01  WS-EXC-TABLE.
               05 WS-EXC-LINE OCCURS 2000 TIMES PIC X(100).
       01  WS-EXC-IDX                  PIC 9(4) VALUE 0.
       01  WS-EXC-TEXT                 PIC X(100).

      *----------------------------------------------------------------
      * LISTING LAYOUT
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(100) VALUE SPACES.
       01  WS-OUT-LINE                 PIC X(100).
       01  WS-DTR-TITLE-LINE.
               05 FILLER               PIC X(25) VALUE SPACES.
               05 FILLER               PIC X(30)
                   VALUE "DAILY TIME RECORD".
       01  WS-DTR-COL-HEADER.
               05 FILLER               PIC X(12) VALUE "DATE".
               05 FILLER               PIC X(5)  VALUE "DAY".
               05 FILLER               PIC X(8)  VALUE "IN".
               05 FILLER               PIC X(8)  VALUE "OUT".
               05 FILLER               PIC X(8)  VALUE "LATE".
               05 FILLER               PIC X(8)  VALUE "UNDER".
               05 FILLER               PIC X(9)  VALUE "ND HRS".
               05 FILLER               PIC X(20) VALUE "REMARKS".
       01  WS-DTR-DETAIL-LINE.
               05 WS-DDL-DATE          PIC X(10).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-DDL-DAY           PIC X(3).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-DDL-IN            PIC X(5).
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-DDL-OUT           PIC X(5).
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-DDL-LATE          PIC ZZZZ9.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-DDL-UNDER         PIC ZZZZ9.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-DDL-ND            PIC ZZ9.99.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-DDL-REMARK        PIC X(20).
       01  WS-DTR-TOTAL-LINE.
               05 FILLER               PIC X(33) VALUE
                   "CUTOFF TOTALS (MINUTES / HOURS)".
               05 WS-DTL-LATE          PIC ZZZZ9.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-DTL-UNDER         PIC ZZZZ9.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-DTL-ND            PIC ZZ9.99.
       01  WS-DTR-SUMMARY-LINE.
               05 FILLER               PIC X(15) VALUE "DAYS WORKED:".
               05 WS-DSL-WORKED        PIC ZZ9.
               05 FILLER               PIC X(5)  VALUE SPACES.
               05 FILLER               PIC X(15) VALUE "DAYS ABSENT:".
               05 WS-DSL-ABSENT        PIC ZZ9.
               05 FILLER               PIC X(5)  VALUE SPACES.
               05 FILLER               PIC X(17) VALUE
                   "MISSING PUNCHES:".
               05 WS-DSL-MISSING       PIC ZZ9.
       01  WS-DTR-SIGN-LINE.
               05 FILLER               PIC X(47) VALUE
                   "EMPLOYEE: ______________________".
               05 FILLER               PIC X(43) VALUE
                   "CERTIFIED CORRECT: ______________________".
       01  WS-DTR-SIGN-CAPTION.
               05 FILLER               PIC X(66) VALUE SPACES.
               05 FILLER               PIC X(20) VALUE
                   "IMMEDIATE SUPERVISOR".
       01  WS-DTR-RULE-LINE            PIC X(90) VALUE ALL "-".

       01  WS-ATT-LINE                 PIC X(60).
       01  WS-ATT-ABSENT-TXT           PIC 9(3).
       01  WS-ATT-LATE-TXT             PIC 9(5).
       01  WS-ATT-UNDER-TXT            PIC 9(5).
       01  WS-ATT-ND-TXT               PIC 9(5).
       01  WS-ATT-PRESENT-TXT          PIC 9(3).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load the cutoff, roster, schedules, holidays
      * and punches, then time every employee and write the DTR and
      * the attendance summary.
      *----------------------------------------------------------------
           PERFORM LOAD-PERIOD-CONTROL
           IF WS-HAS-ERROR = 0
               PERFORM LOAD-ROSTER
           END-IF
           IF WS-HAS-ERROR = 0
               PERFORM LOAD-SHIFT-SCHEDULES
           END-IF
           IF WS-HAS-ERROR = 0
               PERFORM LOAD-HOLIDAYS
               PERFORM LOAD-PUNCHES
           END-IF
           IF WS-HAS-ERROR = 1
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DTR-LISTING-FILE
           OPEN OUTPUT ATTENDANCE-FILE
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               PERFORM TIME-ONE-EMPLOYEE
           END-PERFORM
           PERFORM WRITE-EXCEPTIONS-LIST
           CLOSE DTR-LISTING-FILE
           CLOSE ATTENDANCE-FILE

           IF WS-MISSING-TOTAL > 0
               MOVE "WARNING" TO ERRLOG-SEVERITY
               MOVE "PAY101" TO ERRLOG-CODE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING WS-MISSING-TOTAL DELIMITED BY SIZE
                   " missing punch(es) on the DTR for period "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PERIOD-ID) DELIMITED BY SIZE
                   " - supervisor to settle before payroll"
                       DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
           END-IF

           DISPLAY "Timekeeping complete: " WS-TIMED-COUNT
               " employee(s) timed, " WS-MISSING-TOTAL
               " missing punch(es), " WS-NO-SHIFT-COUNT
               " without a schedule - see PAYROLL-DTR.TXT"
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-PERIOD-CONTROL.
      *----------------------------------------------------------------
      * LOAD-PERIOD-CONTROL - The cutoff the DTR covers. Unlike the
      * payroll run, which can run UNDATED, timekeeping cannot work
      * without both cutoff dates.
      *----------------------------------------------------------------
           OPEN INPUT PAYROLL-PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               READ PAYROLL-PERIOD-FILE INTO WS-PERIOD-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-PERIOD-ID-TXT
                       MOVE SPACES TO WS-PERIOD-START-TXT
                       MOVE SPACES TO WS-PERIOD-END-TXT
                       UNSTRING WS-PERIOD-LINE DELIMITED BY ","
                           INTO WS-PERIOD-ID-TXT
                                WS-PERIOD-START-TXT
                                WS-PERIOD-END-TXT
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-PERIOD-ID-TXT) NOT = SPACES
                           MOVE FUNCTION TRIM(WS-PERIOD-ID-TXT)
                               TO WS-PERIOD-ID
                       END-IF
                       MOVE FUNCTION TRIM(WS-PERIOD-START-TXT)
                           TO WS-PERIOD-START
                       MOVE FUNCTION TRIM(WS-PERIOD-END-TXT)
                           TO WS-PERIOD-END
               END-READ
           END-IF
           CLOSE PAYROLL-PERIOD-FILE

           MOVE WS-PERIOD-START TO WS-DATE-TXT
           PERFORM CONVERT-DATE
           MOVE WS-DATE-DAYNO TO WS-START-DAYNO
           IF WS-DATE-OK = 1
               MOVE WS-PERIOD-END TO WS-DATE-TXT
               PERFORM CONVERT-DATE
               MOVE WS-DATE-DAYNO TO WS-END-DAYNO
           END-IF
           IF WS-DATE-OK = 0
               DISPLAY "ERROR: PAYROLL-PERIOD.TXT has no usable"
                   " cutoff dates (YYYY-MM-DD) - nothing timed"
               MOVE 1 TO WS-HAS-ERROR
           ELSE
               IF WS-END-DAYNO < WS-START-DAYNO
                   OR WS-END-DAYNO - WS-START-DAYNO >=
                       WS-MAX-CUTOFF-DAYS
                   DISPLAY "ERROR: cutoff " WS-PERIOD-START " - "
                       WS-PERIOD-END " is reversed or longer than "
                       WS-MAX-CUTOFF-DAYS " days - nothing timed"
                   MOVE 1 TO WS-HAS-ERROR
               ELSE
                   DISPLAY "Timekeeping cutoff: " WS-PERIOD-ID " "
                       WS-PERIOD-START " - " WS-PERIOD-END
               END-IF
           END-IF.

       CONVERT-DATE.
      *----------------------------------------------------------------
      * CONVERT-DATE - WS-DATE-TXT (YYYY-MM-DD) to its day number in
      * WS-DATE-DAYNO; WS-DATE-OK = 0 for anything that is not a real
      * calendar date.
      *----------------------------------------------------------------
           MOVE 0 TO WS-DATE-OK
           MOVE 0 TO WS-DATE-DAYNO
           IF WS-DATE-TXT(1:4) IS NUMERIC
               AND WS-DATE-TXT(5:1) = "-"
               AND WS-DATE-TXT(6:2) IS NUMERIC
               AND WS-DATE-TXT(8:1) = "-"
               AND WS-DATE-TXT(9:2) IS NUMERIC
               MOVE WS-DATE-TXT(1:4) TO WS-DATE-NUM(1:4)
               MOVE WS-DATE-TXT(6:2) TO WS-DATE-NUM(5:2)
               MOVE WS-DATE-TXT(9:2) TO WS-DATE-NUM(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   COMPUTE WS-DATE-DAYNO =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   MOVE 1 TO WS-DATE-OK
               END-IF
           END-IF.

       CONVERT-TIME.
      *----------------------------------------------------------------
      * CONVERT-TIME - WS-TIME-TXT (HH:MM, 24-hour) to minutes of the
      * day in WS-TIME-MIN; WS-TIME-OK = 0 when malformed.
      *----------------------------------------------------------------
           MOVE 0 TO WS-TIME-OK
           MOVE 0 TO WS-TIME-MIN
           IF WS-TIME-TXT(1:2) IS NUMERIC
               AND WS-TIME-TXT(3:1) = ":"
               AND WS-TIME-TXT(4:2) IS NUMERIC
               IF WS-TIME-TXT(1:2) < "24" AND WS-TIME-TXT(4:2) < "60"
                   COMPUTE WS-TIME-MIN =
                       FUNCTION NUMVAL(WS-TIME-TXT(1:2)) * 60 +
                       FUNCTION NUMVAL(WS-TIME-TXT(4:2))
                   MOVE 1 TO WS-TIME-OK
               END-IF
           END-IF.

       LOAD-ROSTER.
      *----------------------------------------------------------------
      * LOAD-ROSTER - ID, name and department of everyone on
      * PAYROLL-EMPLOYEES.TXT (Type,ID,Name,Absent,Dept,...). A blank
      * department is GENERAL, the same default payroll applies.
      *----------------------------------------------------------------
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: PAYROLL-EMPLOYEES.TXT not found"
                   " (status " WS-ROSTER-FILE-STATUS ") - nobody to"
                   " time"
               MOVE 1 TO WS-HAS-ERROR
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ ROSTER-FILE INTO WS-RP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-RP-LINE) NOT = SPACES
                               AND WS-EMP-COUNT < WS-MAX-EMPLOYEES
                               MOVE SPACES TO WS-RP-TYPE
                               MOVE SPACES TO WS-RP-ID
                               MOVE SPACES TO WS-RP-NAME
                               MOVE SPACES TO WS-RP-ABSENT
                               MOVE SPACES TO WS-RP-DEPT
                               UNSTRING WS-RP-LINE DELIMITED BY ","
                                   INTO WS-RP-TYPE
                                        WS-RP-ID
                                        WS-RP-NAME
                                        WS-RP-ABSENT
                                        WS-RP-DEPT
                               END-UNSTRING
                               IF FUNCTION TRIM(WS-RP-ID) NOT = SPACES
                                   ADD 1 TO WS-EMP-COUNT
                                   INITIALIZE WS-EMP-ENTRY(WS-EMP-COUNT)
                                   MOVE FUNCTION TRIM(WS-RP-ID)
                                       TO WS-EMP-ID(WS-EMP-COUNT)
                                   MOVE FUNCTION TRIM(WS-RP-NAME)
                                       TO WS-EMP-NAME(WS-EMP-COUNT)
                                   IF FUNCTION TRIM(WS-RP-DEPT) = SPACES
                                       MOVE "GENERAL"
                                           TO WS-EMP-DEPT(WS-EMP-COUNT)
                                   ELSE
                                       MOVE FUNCTION UPPER-CASE(
                                           FUNCTION TRIM(WS-RP-DEPT))
                                           TO WS-EMP-DEPT(WS-EMP-COUNT)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE ROSTER-FILE.

       LOAD-SHIFT-SCHEDULES.
      *----------------------------------------------------------------
      * LOAD-SHIFT-SCHEDULES - Key,ShiftStart,ShiftEnd,WorkDays. A line
      * with a bad time or no working days is rejected onto the
      * exceptions list rather than timing anyone against it.
      *----------------------------------------------------------------
           OPEN INPUT SHIFT-SCHEDULE-FILE
           IF WS-SHIFT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: SHIFT-SCHEDULE.TXT not found (status "
                   WS-SHIFT-FILE-STATUS ") - nobody can be timed"
               MOVE 1 TO WS-HAS-ERROR
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ SHIFT-SCHEDULE-FILE INTO WS-SP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-SP-LINE) NOT = SPACES
                               PERFORM STORE-ONE-SHIFT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE SHIFT-SCHEDULE-FILE.

       STORE-ONE-SHIFT.
           MOVE SPACES TO WS-SP-KEY
           MOVE SPACES TO WS-SP-START
           MOVE SPACES TO WS-SP-END
           MOVE SPACES TO WS-SP-DAYS
           UNSTRING WS-SP-LINE DELIMITED BY ","
               INTO WS-SP-KEY
                    WS-SP-START
                    WS-SP-END
                    WS-SP-DAYS
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-SP-START) TO WS-TIME-TXT
           PERFORM CONVERT-TIME
           IF WS-TIME-OK = 1
               MOVE WS-TIME-MIN TO WS-SP-START-MIN
               MOVE FUNCTION TRIM(WS-SP-END) TO WS-TIME-TXT
               PERFORM CONVERT-TIME
               MOVE WS-TIME-MIN TO WS-SP-END-MIN
           END-IF
           IF WS-TIME-OK = 0
               OR FUNCTION TRIM(WS-SP-KEY) = SPACES
               OR FUNCTION TRIM(WS-SP-DAYS) = SPACES
               OR WS-SHIFT-COUNT >= WS-MAX-SHIFTS
               ADD 1 TO WS-SHIFT-REJECT-COUNT
               MOVE SPACES TO WS-EXC-TEXT
               STRING "SCHEDULE REJECTED: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SP-LINE) DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM ADD-EXCEPTION
           ELSE
               ADD 1 TO WS-SHIFT-COUNT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SP-KEY))
                   TO WS-SH-KEY(WS-SHIFT-COUNT)
               MOVE WS-SP-START-MIN TO WS-SH-START(WS-SHIFT-COUNT)
               MOVE WS-SP-END-MIN TO WS-SH-END(WS-SHIFT-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SP-DAYS))
                   TO WS-SH-DAYS(WS-SHIFT-COUNT)
           END-IF.

       LOAD-HOLIDAYS.
      *----------------------------------------------------------------
      * LOAD-HOLIDAYS - Dates from HOLIDAY-CALENDAR.TXT (Date,Type).
      * Absent file = no holidays this cutoff.
      *----------------------------------------------------------------
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF WS-HOLCAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-HOLIDAY-COUNT >= WS-MAX-HOLIDAYS
                   READ HOLIDAY-CALENDAR-FILE INTO WS-HC-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-HC-LINE) NOT = SPACES
                               MOVE SPACES TO WS-HC-DATE
                               MOVE SPACES TO WS-HC-TYPE
                               UNSTRING WS-HC-LINE DELIMITED BY ","
                                   INTO WS-HC-DATE
                                        WS-HC-TYPE
                               END-UNSTRING
                               ADD 1 TO WS-HOLIDAY-COUNT
                               MOVE FUNCTION TRIM(WS-HC-DATE)
                                   TO WS-HOL-DATE(WS-HOLIDAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE HOLIDAY-CALENDAR-FILE.

       LOAD-PUNCHES.
      *----------------------------------------------------------------
      * LOAD-PUNCHES - Every well-formed punch for a roster employee
      * into memory. Malformed lines and punches for IDs not on the
      * roster go on the exceptions list; an export too big for the
      * table stops the run rather than timing people off half of it.
      *----------------------------------------------------------------
           OPEN INPUT TIMECLOCK-FILE
           IF WS-CLOCK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: TIMECLOCK-PUNCHES.TXT not found (status "
                   WS-CLOCK-FILE-STATUS ") - nothing to time"
               MOVE 1 TO WS-HAS-ERROR
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ TIMECLOCK-FILE INTO WS-PP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-PP-LINE) NOT = SPACES
                               PERFORM STORE-ONE-PUNCH
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE TIMECLOCK-FILE
           IF WS-PUNCH-OVERFLOW = 1
               DISPLAY "ERROR: TIMECLOCK-PUNCHES.TXT holds more than "
                   WS-MAX-PUNCHES " punch(es) - split the export by"
                   " cutoff and rerun. NOTHING was timed."
               MOVE 1 TO WS-HAS-ERROR
           END-IF.

       STORE-ONE-PUNCH.
           MOVE SPACES TO WS-PP-ID
           MOVE SPACES TO WS-PP-DATE
           MOVE SPACES TO WS-PP-TIME
           MOVE SPACES TO WS-PP-DIR
           UNSTRING WS-PP-LINE DELIMITED BY ","
               INTO WS-PP-ID
                    WS-PP-DATE
                    WS-PP-TIME
                    WS-PP-DIR
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-PP-DATE) TO WS-DATE-TXT
           PERFORM CONVERT-DATE
           MOVE FUNCTION TRIM(WS-PP-TIME) TO WS-TIME-TXT
           PERFORM CONVERT-TIME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PP-DIR))
               TO WS-PP-DIR
           IF WS-DATE-OK = 0 OR WS-TIME-OK = 0
               OR (WS-PP-DIR NOT = "IN" AND WS-PP-DIR NOT = "OUT")
               ADD 1 TO WS-PUNCH-REJECT-COUNT
               MOVE SPACES TO WS-EXC-TEXT
               STRING "PUNCH REJECTED (FORMAT): " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PP-LINE) DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM ADD-EXCEPTION
           ELSE
               MOVE 0 TO WS-EMP-MATCH-IDX
               PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
                   IF WS-EMP-ID(WS-EMP-IDX) = FUNCTION TRIM(WS-PP-ID)
                       MOVE WS-EMP-IDX TO WS-EMP-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-EMP-MATCH-IDX = 0
                   ADD 1 TO WS-PUNCH-UNKNOWN-COUNT
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "PUNCH REJECTED (NOT ON ROSTER): "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PP-LINE) DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   PERFORM ADD-EXCEPTION
               ELSE
                   IF WS-PUNCH-COUNT >= WS-MAX-PUNCHES
                       MOVE 1 TO WS-PUNCH-OVERFLOW
                   ELSE
                       ADD 1 TO WS-PUNCH-COUNT
                       MOVE FUNCTION TRIM(WS-PP-ID)
                           TO WS-PN-EMP-ID(WS-PUNCH-COUNT)
                       COMPUTE WS-PN-STAMP(WS-PUNCH-COUNT) =
                           WS-DATE-DAYNO * 1440 + WS-TIME-MIN
                       MOVE WS-PP-DIR TO WS-PN-DIR(WS-PUNCH-COUNT)
                   END-IF
               END-IF
           END-IF.

       TIME-ONE-EMPLOYEE.
      *----------------------------------------------------------------
      * TIME-ONE-EMPLOYEE - Resolve WS-EMP-IDX's shift (own ID, then
      * department, then "*"), walk the cutoff a day at a time and
      * write the employee's DTR block and attendance line.
      *----------------------------------------------------------------
           MOVE 0 TO WS-SH-MATCH-IDX
           MOVE 0 TO WS-SH-DEPT-IDX
           MOVE 0 TO WS-SH-DEFAULT-IDX
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
               UNTIL WS-SH-IDX > WS-SHIFT-COUNT
               EVALUATE TRUE
                   WHEN WS-SH-KEY(WS-SH-IDX) =
                           FUNCTION UPPER-CASE(WS-EMP-ID(WS-EMP-IDX))
                       MOVE WS-SH-IDX TO WS-SH-MATCH-IDX
                   WHEN WS-SH-KEY(WS-SH-IDX) = WS-EMP-DEPT(WS-EMP-IDX)
                       MOVE WS-SH-IDX TO WS-SH-DEPT-IDX
                   WHEN WS-SH-KEY(WS-SH-IDX) = "*"
                       MOVE WS-SH-IDX TO WS-SH-DEFAULT-IDX
               END-EVALUATE
           END-PERFORM
           IF WS-SH-MATCH-IDX = 0
               MOVE WS-SH-DEPT-IDX TO WS-SH-MATCH-IDX
           END-IF
           IF WS-SH-MATCH-IDX = 0
               MOVE WS-SH-DEFAULT-IDX TO WS-SH-MATCH-IDX
           END-IF

           IF WS-SH-MATCH-IDX = 0
               ADD 1 TO WS-NO-SHIFT-COUNT
               MOVE SPACES TO WS-EXC-TEXT
               STRING "NO SHIFT SCHEDULE: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EMP-ID(WS-EMP-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EMP-NAME(WS-EMP-IDX))
                       DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EMP-DEPT(WS-EMP-IDX))
                       DELIMITED BY SIZE
                   ") - not timed" DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM ADD-EXCEPTION
           ELSE
               ADD 1 TO WS-TIMED-COUNT
               PERFORM WRITE-DTR-HEADING
               IF WS-SH-END(WS-SH-MATCH-IDX) >
                       WS-SH-START(WS-SH-MATCH-IDX)
                   COMPUTE WS-SHIFT-LENGTH =
                       WS-SH-END(WS-SH-MATCH-IDX) -
                       WS-SH-START(WS-SH-MATCH-IDX)
               ELSE
                   COMPUTE WS-SHIFT-LENGTH =
                       WS-SH-END(WS-SH-MATCH-IDX) + 1440 -
                       WS-SH-START(WS-SH-MATCH-IDX)
      * Ends at or before it starts: the shift crosses midnight
               END-IF
               PERFORM VARYING WS-DAYNO FROM WS-START-DAYNO BY 1
                   UNTIL WS-DAYNO > WS-END-DAYNO
                   PERFORM TIME-ONE-DAY
               END-PERFORM
               PERFORM WRITE-DTR-FOOTING
               PERFORM WRITE-ATTENDANCE-LINE
           END-IF.

       TIME-ONE-DAY.
      *----------------------------------------------------------------
      * TIME-ONE-DAY - One calendar day of WS-EMP-IDX's cutoff. Rest
      * days are skipped; holidays print but are never absences.
      *----------------------------------------------------------------
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-DAYNO - 1, 7) + 1
      * Day 1 of the calendar (1601-01-01) was a Monday
           MOVE WS-DAY-LETTERS(WS-DAY-OF-WEEK:1) TO WS-DAY-LETTER
           MOVE 0 TO WS-LETTER-TALLY
           INSPECT WS-SH-DAYS(WS-SH-MATCH-IDX)
               TALLYING WS-LETTER-TALLY FOR ALL WS-DAY-LETTER

           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAYNO)
           MOVE SPACES TO WS-DATE-TXT
           STRING WS-DATE-NUM(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DATE-NUM(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DATE-NUM(7:2) DELIMITED BY SIZE
               INTO WS-DATE-TXT
           MOVE 0 TO WS-IS-HOLIDAY
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
               IF WS-HOL-DATE(WS-HOL-IDX) = WS-DATE-TXT
                   MOVE 1 TO WS-IS-HOLIDAY
               END-IF
           END-PERFORM

           IF WS-LETTER-TALLY > 0
               MOVE SPACES TO WS-DTR-DETAIL-LINE
               MOVE WS-DATE-TXT TO WS-DDL-DATE
               MOVE WS-DAY-NAMES((WS-DAY-OF-WEEK - 1) * 3 + 1:3)
                   TO WS-DDL-DAY
               MOVE 0 TO WS-DAY-LATE
               MOVE 0 TO WS-DAY-UNDERTIME
               MOVE 0 TO WS-DAY-ND-MIN
               MOVE SPACES TO WS-DAY-REMARK
               PERFORM FIND-DAY-PUNCHES
               EVALUATE TRUE
                   WHEN WS-IS-HOLIDAY = 1
                       MOVE "HOLIDAY" TO WS-DAY-REMARK
                   WHEN WS-IN-STAMP = 0 AND WS-OUT-STAMP = 0
                       MOVE "ABSENT" TO WS-DAY-REMARK
                       ADD 1 TO WS-EMP-ABSENT(WS-EMP-IDX)
                   WHEN WS-IN-STAMP = 0
                       MOVE "MISSING IN" TO WS-DAY-REMARK
                       PERFORM RECORD-MISSING-PUNCH
                   WHEN WS-OUT-STAMP = 0
                       MOVE "MISSING OUT" TO WS-DAY-REMARK
                       PERFORM RECORD-MISSING-PUNCH
                   WHEN OTHER
                       PERFORM COMPUTE-DAY-FIGURES
               END-EVALUATE
               IF WS-IN-STAMP > 0
                   MOVE WS-IN-STAMP TO WS-WORK-FROM
                   PERFORM FORMAT-CLOCK
                   MOVE WS-CLOCK-DISPLAY TO WS-DDL-IN
               END-IF
               IF WS-OUT-STAMP > 0
                   MOVE WS-OUT-STAMP TO WS-WORK-FROM
                   PERFORM FORMAT-CLOCK
                   MOVE WS-CLOCK-DISPLAY TO WS-DDL-OUT
               END-IF
               MOVE WS-DAY-LATE TO WS-DDL-LATE
               MOVE WS-DAY-UNDERTIME TO WS-DDL-UNDER
               COMPUTE WS-ND-HOURS ROUNDED = WS-DAY-ND-MIN / 60
               MOVE WS-ND-HOURS TO WS-DDL-ND
               MOVE WS-DAY-REMARK TO WS-DDL-REMARK
               WRITE DTR-LISTING-RECORD FROM WS-DTR-DETAIL-LINE
           END-IF.

       FIND-DAY-PUNCHES.
      *----------------------------------------------------------------
      * FIND-DAY-PUNCHES - Earliest IN from four hours before shift
      * start up to shift end, latest OUT after the shift start up to
      * eight hours past shift end. 0 = no such punch.
      *----------------------------------------------------------------
           COMPUTE WS-SHIFT-START-STAMP =
               WS-DAYNO * 1440 + WS-SH-START(WS-SH-MATCH-IDX)
           COMPUTE WS-SHIFT-END-STAMP =
               WS-SHIFT-START-STAMP + WS-SHIFT-LENGTH
           MOVE 0 TO WS-IN-STAMP
           MOVE 0 TO WS-OUT-STAMP
           COMPUTE WS-WINDOW-FROM = WS-SHIFT-START-STAMP - 240
           COMPUTE WS-WINDOW-TO = WS-SHIFT-END-STAMP + 480
           PERFORM VARYING WS-PN-IDX FROM 1 BY 1
               UNTIL WS-PN-IDX > WS-PUNCH-COUNT
               IF WS-PN-EMP-ID(WS-PN-IDX) = WS-EMP-ID(WS-EMP-IDX)
                   IF WS-PN-DIR(WS-PN-IDX) = "IN"
                       AND WS-PN-STAMP(WS-PN-IDX) >= WS-WINDOW-FROM
                       AND WS-PN-STAMP(WS-PN-IDX) < WS-SHIFT-END-STAMP
                       IF WS-IN-STAMP = 0
                           OR WS-PN-STAMP(WS-PN-IDX) < WS-IN-STAMP
                           MOVE WS-PN-STAMP(WS-PN-IDX) TO WS-IN-STAMP
                       END-IF
                   END-IF
                   IF WS-PN-DIR(WS-PN-IDX) = "OUT"
                       AND WS-PN-STAMP(WS-PN-IDX) >
                           WS-SHIFT-START-STAMP
                       AND WS-PN-STAMP(WS-PN-IDX) <= WS-WINDOW-TO
                       IF WS-PN-STAMP(WS-PN-IDX) > WS-OUT-STAMP
                           MOVE WS-PN-STAMP(WS-PN-IDX) TO WS-OUT-STAMP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IN-STAMP > 0 AND WS-OUT-STAMP > 0
               AND WS-OUT-STAMP <= WS-IN-STAMP
               MOVE 0 TO WS-OUT-STAMP
      * An OUT before the IN belongs to some other day's pair
           END-IF.

       COMPUTE-DAY-FIGURES.
      *----------------------------------------------------------------
      * COMPUTE-DAY-FIGURES - Full IN/OUT pair: minutes late past the
      * grace period, minutes left before shift end, and the minutes
      * of the scheduled shift worked inside the 10:00 PM - 6:00 AM
      * night-differential windows (the one ending this morning and
      * the one starting tonight).
      *----------------------------------------------------------------
           ADD 1 TO WS-EMP-WORKED(WS-EMP-IDX)
           IF WS-IN-STAMP > WS-SHIFT-START-STAMP + WS-LATE-GRACE-MIN
               COMPUTE WS-DAY-LATE =
                   WS-IN-STAMP - WS-SHIFT-START-STAMP
               MOVE "LATE" TO WS-DAY-REMARK
           END-IF
           IF WS-OUT-STAMP < WS-SHIFT-END-STAMP
               COMPUTE WS-DAY-UNDERTIME =
                   WS-SHIFT-END-STAMP - WS-OUT-STAMP
               IF WS-DAY-LATE > 0
                   MOVE "LATE/UNDERTIME" TO WS-DAY-REMARK
               ELSE
                   MOVE "UNDERTIME" TO WS-DAY-REMARK
               END-IF
           END-IF

           IF WS-IN-STAMP > WS-SHIFT-START-STAMP
               MOVE WS-IN-STAMP TO WS-WORK-FROM
           ELSE
               MOVE WS-SHIFT-START-STAMP TO WS-WORK-FROM
           END-IF
           IF WS-OUT-STAMP < WS-SHIFT-END-STAMP
               MOVE WS-OUT-STAMP TO WS-WORK-TO
           ELSE
               MOVE WS-SHIFT-END-STAMP TO WS-WORK-TO
           END-IF
      * Only scheduled time earns the differential; early arrival
      * and staying on are overtime's business

           COMPUTE WS-ND-WINDOW-FROM =
               (WS-DAYNO - 1) * 1440 + WS-ND-START-MIN
           COMPUTE WS-ND-WINDOW-TO = WS-DAYNO * 1440 + WS-ND-END-MIN
           PERFORM ADD-ND-OVERLAP
           COMPUTE WS-ND-WINDOW-FROM = WS-DAYNO * 1440 + WS-ND-START-MIN
           COMPUTE WS-ND-WINDOW-TO =
               (WS-DAYNO + 1) * 1440 + WS-ND-END-MIN
           PERFORM ADD-ND-OVERLAP

           ADD WS-DAY-LATE TO WS-EMP-LATE(WS-EMP-IDX)
           ADD WS-DAY-UNDERTIME TO WS-EMP-UNDERTIME(WS-EMP-IDX)
           ADD WS-DAY-ND-MIN TO WS-EMP-ND-MIN(WS-EMP-IDX).

       ADD-ND-OVERLAP.
      * Minutes of WS-WORK-FROM..WS-WORK-TO inside the ND window
           IF WS-WORK-FROM > WS-ND-WINDOW-FROM
               MOVE WS-WORK-FROM TO WS-OVL-FROM
           ELSE
               MOVE WS-ND-WINDOW-FROM TO WS-OVL-FROM
           END-IF
           IF WS-WORK-TO < WS-ND-WINDOW-TO
               MOVE WS-WORK-TO TO WS-OVL-TO
           ELSE
               MOVE WS-ND-WINDOW-TO TO WS-OVL-TO
           END-IF
           IF WS-OVL-TO > WS-OVL-FROM
               COMPUTE WS-DAY-ND-MIN =
                   WS-DAY-ND-MIN + WS-OVL-TO - WS-OVL-FROM
           END-IF.

       RECORD-MISSING-PUNCH.
           ADD 1 TO WS-EMP-MISSING(WS-EMP-IDX)
           ADD 1 TO WS-MISSING-TOTAL
           MOVE SPACES TO WS-EXC-TEXT
           STRING FUNCTION TRIM(WS-DAY-REMARK) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EMP-ID(WS-EMP-IDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EMP-NAME(WS-EMP-IDX))
                   DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               WS-DATE-TXT DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           PERFORM ADD-EXCEPTION.

       FORMAT-CLOCK.
      * WS-WORK-FROM (a punch stamp) as HH:MM in WS-CLOCK-DISPLAY
           COMPUTE WS-CLOCK-MOD = FUNCTION MOD(WS-WORK-FROM, 1440)
           DIVIDE WS-CLOCK-MOD BY 60 GIVING WS-CLOCK-HH
               REMAINDER WS-CLOCK-MM
           MOVE SPACES TO WS-CLOCK-DISPLAY
           STRING WS-CLOCK-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CLOCK-MM DELIMITED BY SIZE
               INTO WS-CLOCK-DISPLAY.

       WRITE-DTR-HEADING.
           WRITE DTR-LISTING-RECORD FROM WS-DTR-TITLE-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "PERIOD: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PERIOD-ID) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PERIOD-START DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-PERIOD-END DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE DTR-LISTING-RECORD FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "EMPLOYEE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EMP-ID(WS-EMP-IDX)) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EMP-NAME(WS-EMP-IDX))
                   DELIMITED BY SIZE
               "   DEPT: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EMP-DEPT(WS-EMP-IDX))
                   DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE DTR-LISTING-RECORD FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-SH-START(WS-SH-MATCH-IDX) TO WS-WORK-FROM
           PERFORM FORMAT-CLOCK
           STRING "SHIFT: " DELIMITED BY SIZE
               WS-CLOCK-DISPLAY DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               INTO WS-OUT-LINE
           MOVE WS-SH-END(WS-SH-MATCH-IDX) TO WS-WORK-FROM
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-DISPLAY TO WS-OUT-LINE(16:5)
           MOVE "DAYS:" TO WS-OUT-LINE(24:5)
           MOVE WS-SH-DAYS(WS-SH-MATCH-IDX) TO WS-OUT-LINE(30:7)
           WRITE DTR-LISTING-RECORD FROM WS-OUT-LINE
           WRITE DTR-LISTING-RECORD FROM WS-BLANK-LINE
           WRITE DTR-LISTING-RECORD FROM WS-DTR-COL-HEADER.

       WRITE-DTR-FOOTING.
           MOVE WS-EMP-LATE(WS-EMP-IDX) TO WS-DTL-LATE
           MOVE WS-EMP-UNDERTIME(WS-EMP-IDX) TO WS-DTL-UNDER
           COMPUTE WS-ND-HOURS ROUNDED = WS-EMP-ND-MIN(WS-EMP-IDX) / 60
           MOVE WS-ND-HOURS TO WS-DTL-ND
           WRITE DTR-LISTING-RECORD FROM WS-BLANK-LINE
           WRITE DTR-LISTING-RECORD FROM WS-DTR-TOTAL-LINE
           MOVE WS-EMP-WORKED(WS-EMP-IDX) TO WS-DSL-WORKED
           MOVE WS-EMP-ABSENT(WS-EMP-IDX) TO WS-DSL-ABSENT
           MOVE WS-EMP-MISSING(WS-EMP-IDX) TO WS-DSL-MISSING
           WRITE DTR-LISTING-RECORD FROM WS-DTR-SUMMARY-LINE
           WRITE DTR-LISTING-RECORD FROM WS-BLANK-LINE
           WRITE DTR-LISTING-RECORD FROM WS-BLANK-LINE
           WRITE DTR-LISTING-RECORD FROM WS-DTR-SIGN-LINE
           WRITE DTR-LISTING-RECORD FROM WS-DTR-SIGN-CAPTION
           WRITE DTR-LISTING-RECORD FROM WS-DTR-RULE-LINE
           WRITE DTR-LISTING-RECORD FROM WS-BLANK-LINE.

       WRITE-ATTENDANCE-LINE.
      *----------------------------------------------------------------
      * WRITE-ATTENDANCE-LINE - EmployeeID,DaysAbsent,LateMinutes,
      * UndertimeMinutes,NightDiffMinutes,DaysPresent for the payroll
      * run.
      *----------------------------------------------------------------
           MOVE WS-EMP-ABSENT(WS-EMP-IDX) TO WS-ATT-ABSENT-TXT
           MOVE WS-EMP-LATE(WS-EMP-IDX) TO WS-ATT-LATE-TXT
           MOVE WS-EMP-UNDERTIME(WS-EMP-IDX) TO WS-ATT-UNDER-TXT
           MOVE WS-EMP-ND-MIN(WS-EMP-IDX) TO WS-ATT-ND-TXT
           COMPUTE WS-ATT-PRESENT-TXT =
               WS-EMP-WORKED(WS-EMP-IDX) + WS-EMP-MISSING(WS-EMP-IDX)
           MOVE SPACES TO WS-ATT-LINE
           STRING FUNCTION TRIM(WS-EMP-ID(WS-EMP-IDX))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ATT-ABSENT-TXT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ATT-LATE-TXT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ATT-UNDER-TXT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ATT-ND-TXT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ATT-PRESENT-TXT DELIMITED BY SIZE
               INTO WS-ATT-LINE
           WRITE ATTENDANCE-RECORD FROM WS-ATT-LINE.

       ADD-EXCEPTION.
           IF WS-EXC-COUNT < WS-MAX-EXCEPTIONS
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-EXC-TEXT TO WS-EXC-LINE(WS-EXC-COUNT)
           END-IF.

       WRITE-EXCEPTIONS-LIST.
      *----------------------------------------------------------------
      * WRITE-EXCEPTIONS-LIST - Everything the supervisors and HR
      * must settle: missing punches, untimed employees, rejected
      * schedule and punch lines.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-OUT-LINE
           MOVE "DTR EXCEPTIONS" TO WS-OUT-LINE(26:14)
           WRITE DTR-LISTING-RECORD FROM WS-OUT-LINE
           WRITE DTR-LISTING-RECORD FROM WS-BLANK-LINE
           IF WS-EXC-COUNT = 0
               MOVE "NONE - every scheduled day has a full IN/OUT"
                   TO WS-OUT-LINE
               WRITE DTR-LISTING-RECORD FROM WS-OUT-LINE
           ELSE
               PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
                   WRITE DTR-LISTING-RECORD
                       FROM WS-EXC-LINE(WS-EXC-IDX)
               END-PERFORM
           END-IF.

       LOG-SHARED-ERROR.
      *----------------------------------------------------------------
      * LOG-SHARED-ERROR - Hand the event to ERROR-LOGGER for the
      * consolidated BATCH-EXCEPTIONS.TXT; ON EXCEPTION keeps a
      * standalone run alive when the logger is not linked in.
      *----------------------------------------------------------------
           MOVE "TIMEKEEPING" TO ERRLOG-PROGRAM
           CALL "ERROR-LOGGER" USING ERRLOG-PARAMETER
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SPACES TO ERRLOG-SEVERITY.

       END PROGRAM TIMEKEEPING.
