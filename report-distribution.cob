      *================================================================
      * PROGRAM: REPORT-DISTRIBUTION - REPORT BURSTING BY RECIPIENT
      *================================================================
      * PURPOSE: PAYROLL-REPORT.TXT (with its department breakdown),
      *          the payslips, STUDENT-REPORT.TXT and the retention
      *          report each come out as one file for the whole
      *          school, and every recipient was handed all of it.
      *          This run, the last step of the batch, splits them by
      *          department (payroll) or section (grading) following
      *          a distribution list, so a dean gets only the
      *          sections of their own college and a department head
      *          gets only their own department's payroll.
      *
      * HOW IT WORKS:
      *   1. REPORT-DISTRIBUTION-LIST.TXT holds one
      *      "RecipientID,Report,SliceKey" line per slice a
      *      recipient may see. Report is PAYROLL-REPORT,
      *      PAYROLL-PAYSLIPS, STUDENT-REPORT or
      *      STUDENT-RETENTION-REPORT; SliceKey is a department code
      *      (roster field 5) for the payroll reports or a section
      *      code (enrollment field 4) for the grading reports, or
      *      "*" for the whole report. A dean of several sections
      *      simply has one line per section
      *   2. A report line belongs to a department or section
      *      through the employee or student ID printed on it,
      *      looked up on PAYROLL-EMPLOYEES.TXT (blank department =
      *      GENERAL, the payroll's own default) or on
      *      STUDENT-ENROLLMENT.TXT. Subject lines indented under a
      *      student's line go with that student; the section
      *      summary lines of STUDENT-REPORT.TXT and the department
      *      breakdown lines of PAYROLL-REPORT.TXT go by the
      *      section or department code printed on them
      *   3. Each recipient gets the report's title lines and, over
      *      their own lines, the column headings they fall under.
      *      Lines belonging to no one (type totals, grade
      *      distributions, control totals) are not distributed -
      *      they describe the whole school and only go to a
      *      recipient holding the "*" slice
      *   4. One file per recipient per run,
      *      DIST-<RecipientID>-<YYYYMMDDHHMM>.TXT, holds all of
      *      that recipient's reports, each under a banner naming
      *      the slices it was cut for
      *   5. Every report sent (or missing) is appended to
      *      REPORT-DISTRIBUTION-LOG.TXT - when, to whom, which
      *      report and slices, how many lines and in which file
      *
      * NOTE: Run as the last BATCH-JOBS.TXT step, after the payroll
      *       and grading steps, e.g. "9,REPORT-DISTRIBUTION,Y,0".
      *       The payslips are burst as printed, so a masked run
      *       stays masked in every slice. A report not produced
      *       this run is logged MISSING and noted in the recipient's
      *       file. RETURN-CODE is 1 when the distribution list is
      *       missing or empty.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DISTRIBUTION.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-LIST-FILE
               ASSIGN TO "REPORT-DISTRIBUTION-LIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT OPTIONAL EMPLOYEE-ROSTER-FILE
               ASSIGN TO "PAYROLL-EMPLOYEES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT OPTIONAL STUDENT-ENROLLMENT-FILE
               ASSIGN TO "STUDENT-ENROLLMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-FILE-STATUS.
           SELECT OPTIONAL REPORT-IN-FILE
               ASSIGN TO DYNAMIC WS-REPORT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT DIST-OUT-FILE
               ASSIGN TO DYNAMIC WS-DIST-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT OPTIONAL DIST-LOG-FILE
               ASSIGN TO "REPORT-DISTRIBUTION-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIST-LIST-FILE.
       01  DIST-LIST-RECORD            PIC X(80).

       FD  EMPLOYEE-ROSTER-FILE.
       01  EMPLOYEE-ROSTER-RECORD      PIC X(200).

       FD  STUDENT-ENROLLMENT-FILE.
       01  STUDENT-ENROLLMENT-RECORD   PIC X(90).

       FD  REPORT-IN-FILE.
       01  REPORT-IN-RECORD            PIC X(200).

       FD  DIST-OUT-FILE.
       01  DIST-OUT-RECORD             PIC X(200).

       FD  DIST-LOG-FILE.
       01  DIST-LOG-RECORD             PIC X(150).

       WORKING-STORAGE SECTION.

       COPY ERRLOG.

       01  WS-LIST-FILE-STATUS         PIC XX.
       01  WS-ROSTER-FILE-STATUS       PIC XX.
       01  WS-ENROLL-FILE-STATUS       PIC XX.
       01  WS-REPORT-FILE-STATUS       PIC XX.
       01  WS-OUT-FILE-STATUS          PIC XX.
       01  WS-LOG-FILE-STATUS          PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-REPORT-IN-NAME           PIC X(40).
       01  WS-DIST-OUT-NAME            PIC X(60).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TIMESTAMP-DISPLAY        PIC X(19).
       01  WS-RUN-STAMP                PIC X(12).

      *----------------------------------------------------------------
      * REPORTS THAT CAN BE BURST - name on the distribution list,
      * the file, whose IDs key its lines (E = employee, S =
      * student), how many title lines every slice repeats, and
      * whether a slice code printed on a line (the department
      * breakdown, the section summaries) keys it as well
      *----------------------------------------------------------------
       01  WS-REPORT-DEF-VALUES.
               05 FILLER               PIC X(26)
                   VALUE "PAYROLL-REPORT".
               05 FILLER               PIC X(36)
                   VALUE "PAYROLL-REPORT.TXT".
               05 FILLER               PIC X(3)  VALUE "E51".
               05 FILLER               PIC X(26)
                   VALUE "PAYROLL-PAYSLIPS".
               05 FILLER               PIC X(36)
                   VALUE "PAYROLL-PAYSLIPS.TXT".
               05 FILLER               PIC X(3)  VALUE "E20".
               05 FILLER               PIC X(26)
                   VALUE "STUDENT-REPORT".
               05 FILLER               PIC X(36)
                   VALUE "STUDENT-REPORT.TXT".
               05 FILLER               PIC X(3)  VALUE "S31".
               05 FILLER               PIC X(26)
                   VALUE "STUDENT-RETENTION-REPORT".
               05 FILLER               PIC X(36)
                   VALUE "STUDENT-RETENTION-REPORT.TXT".
               05 FILLER               PIC X(3)  VALUE "S10".
       01  WS-REPORT-DEF-TABLE REDEFINES WS-REPORT-DEF-VALUES.
               05 WS-RD-ENTRY OCCURS 4 TIMES.
                   10 WS-RD-NAME       PIC X(26).
                   10 WS-RD-FILE       PIC X(36).
                   10 WS-RD-KIND       PIC X.
                   10 WS-RD-TITLE-LINES PIC 9.
                   10 WS-RD-CODE-KEYED PIC 9.
       01  WS-REPORT-DEF-COUNT         PIC 9 VALUE 4.
       01  WS-RD-IDX                   PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * DISTRIBUTION LIST AND RECIPIENTS
      *----------------------------------------------------------------
       01  WS-MAX-DIST-LINES           PIC 999 VALUE 500.
       01  WS-DL-COUNT                 PIC 999 VALUE 0.
       01  WS-DIST-TABLE.
               05 WS-DL-ENTRY OCCURS 500 TIMES.
                   10 WS-DL-RECIPIENT  PIC X(12).
                   10 WS-DL-REPORT     PIC X(26).
                   10 WS-DL-SLICE      PIC X(10).
       01  WS-DL-IDX                   PIC 999 VALUE 0.
       01  WS-DIST-PARSE.
               05 WS-DP-LINE           PIC X(80).
               05 WS-DP-RECIPIENT      PIC X(12).
               05 WS-DP-REPORT         PIC X(26).
               05 WS-DP-SLICE          PIC X(10).
       01  WS-DP-KNOWN                 PIC 9 VALUE 0.

       01  WS-MAX-RECIPIENTS           PIC 999 VALUE 200.
       01  WS-RC-COUNT                 PIC 999 VALUE 0.
       01  WS-RECIPIENT-TABLE.
               05 WS-RC-ID OCCURS 200 TIMES PIC X(12).
       01  WS-RC-IDX                   PIC 999 VALUE 0.
       01  WS-RC-FOUND                 PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * SLICES OF THE REPORT BEING BURST FOR THE CURRENT RECIPIENT
      *----------------------------------------------------------------
       01  WS-SL-COUNT                 PIC 99 VALUE 0.
       01  WS-SLICE-TABLE.
               05 WS-SL-CODE OCCURS 50 TIMES PIC X(10).
       01  WS-SL-IDX                   PIC 99 VALUE 0.
       01  WS-SL-ALL                   PIC 9 VALUE 0.
       01  WS-SLICE-LIST               PIC X(60).
       01  WS-SLICE-PTR                PIC 999 VALUE 1.

      *----------------------------------------------------------------
      * ID TO DEPARTMENT / SECTION KEYS
      *----------------------------------------------------------------
       01  WS-MAX-KEYS                 PIC 9999 VALUE 3000.
       01  WS-KY-COUNT                 PIC 9999 VALUE 0.
       01  WS-KEY-TABLE.
               05 WS-KY-ENTRY OCCURS 3000 TIMES.
                   10 WS-KY-KIND       PIC X.
                   10 WS-KY-ID         PIC X(10).
                   10 WS-KY-SLICE      PIC X(10).
       01  WS-KY-IDX                   PIC 9999 VALUE 0.
       01  WS-KEYS-FULL                PIC 9 VALUE 0.
       01  WS-ROSTER-PARSE.
               05 WS-RP-LINE           PIC X(200).
               05 WS-RP-TYPE           PIC X(20).
               05 WS-RP-ID             PIC X(10).
               05 WS-RP-NAME           PIC X(30).
               05 WS-RP-DEPENDENTS     PIC X(5).
               05 WS-RP-DEPT           PIC X(10).
       01  WS-ENR-PARSE.
               05 WS-EP-LINE           PIC X(90).
               05 WS-EP-ID             PIC X(10).
               05 WS-EP-NAME           PIC X(25).
               05 WS-EP-YEAR           PIC X(15).
               05 WS-EP-SECTION        PIC X(10).

      *----------------------------------------------------------------
      * LINE CLASSIFICATION WORK FIELDS
      *----------------------------------------------------------------
       01  WS-RPT-LINE                 PIC X(200).
       01  WS-LINE-NO                  PIC 9(6) VALUE 0.
       01  WS-LINE-INDENT              PIC 999 VALUE 0.
       01  WS-LINE-DIGITS              PIC 999 VALUE 0.
       01  WS-LINE-SLICE               PIC X(10).
       01  WS-LINE-KEYED               PIC 9 VALUE 0.
       01  WS-LINE-ALLOWED             PIC 9 VALUE 0.
       01  WS-TOKEN                    PIC X(20).
       01  WS-TOKEN-PTR                PIC 999 VALUE 1.
       01  WS-TOKEN-COUNT              PIC 99 VALUE 0.
       01  WS-LAST-SLICE               PIC X(10).
       01  WS-LAST-INDENT              PIC 999 VALUE 0.
       01  WS-CONT-ACTIVE              PIC 9 VALUE 0.
       01  WS-PENDING-COUNT            PIC 9 VALUE 0.
       01  WS-PENDING-TABLE.
               05 WS-PENDING-LINE OCCURS 3 TIMES PIC X(200).
       01  WS-PD-IDX                   PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * RUN TOTALS
      *----------------------------------------------------------------
       01  WS-SENT-LINES               PIC 9(6) VALUE 0.
       01  WS-RECIPIENT-LINES          PIC 9(6) VALUE 0.
       01  WS-FILES-WRITTEN            PIC 999 VALUE 0.
       01  WS-REPORTS-SENT             PIC 9(4) VALUE 0.
       01  WS-REPORTS-MISSING          PIC 9(4) VALUE 0.
       01  WS-EDIT-COUNT               PIC ZZZZZ9.
       01  WS-LOG-STATUS               PIC X(7).

      *----------------------------------------------------------------
      * RECIPIENT FILE AND LOG LAYOUTS
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(200) VALUE SPACES.
       01  WS-SEPARATOR-LINE           PIC X(100) VALUE ALL "=".
       01  WS-BANNER-LINE-1.
               05 FILLER               PIC X(22)
                   VALUE "DISTRIBUTION COPY FOR ".
               05 WS-BN1-RECIPIENT     PIC X(14).
               05 FILLER               PIC X(8)  VALUE "REPORT: ".
               05 WS-BN1-REPORT        PIC X(26).
               05 FILLER               PIC X(5)  VALUE "RUN: ".
               05 WS-BN1-STAMP         PIC X(19).
       01  WS-BANNER-LINE-2.
               05 FILLER               PIC X(22)
                   VALUE "SLICE(S):".
               05 WS-BN2-SLICES        PIC X(60).
       01  WS-MISSING-LINE.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 FILLER               PIC X(31)
                   VALUE "REPORT NOT PRODUCED THIS RUN - ".
               05 WS-MSL-FILE          PIC X(36).
       01  WS-END-LINE.
               05 FILLER               PIC X(14) VALUE "END OF REPORT ".
               05 WS-ENL-REPORT        PIC X(26).
               05 WS-ENL-COUNT         PIC ZZZZZ9.
               05 FILLER               PIC X(14)
                   VALUE " LINE(S) SENT".
       01  WS-LOG-LINE.
               05 WS-LGL-STAMP         PIC X(19).
               05 FILLER               PIC X     VALUE SPACE.
               05 WS-LGL-STATUS        PIC X(8).
               05 WS-LGL-RECIPIENT     PIC X(13).
               05 WS-LGL-REPORT        PIC X(25).
               05 WS-LGL-COUNT         PIC ZZZZZ9.
               05 FILLER               PIC X(7)  VALUE " LINES ".
               05 WS-LGL-FILE          PIC X(36).
               05 FILLER               PIC X     VALUE SPACE.
               05 WS-LGL-SLICES        PIC X(34).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load the list and the ID keys, then write
      * each recipient's file in list order.
      *----------------------------------------------------------------
           PERFORM STAMP-TIMESTAMP
           MOVE WS-CURRENT-DATETIME(1:12) TO WS-RUN-STAMP
           PERFORM LOAD-DISTRIBUTION-LIST
           IF WS-LIST-FILE-STATUS NOT = "00" OR WS-DL-COUNT = 0
               DISPLAY "ERROR: REPORT-DISTRIBUTION-LIST.TXT not found"
                   " or empty - nothing distributed"
               MOVE "GEN011" TO ERRLOG-CODE
               MOVE "ERROR" TO ERRLOG-SEVERITY
               MOVE "REPORT-DISTRIBUTION-LIST.TXT not found or empty"
                   TO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-EMPLOYEE-KEYS
           PERFORM LOAD-STUDENT-KEYS

           OPEN EXTEND DIST-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT DIST-LOG-FILE
               CLOSE DIST-LOG-FILE
               OPEN EXTEND DIST-LOG-FILE
           END-IF
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT
               PERFORM WRITE-RECIPIENT-FILE
           END-PERFORM
           CLOSE DIST-LOG-FILE

           DISPLAY "Report distribution: " WS-FILES-WRITTEN
               " recipient file(s), " WS-REPORTS-SENT
               " report slice(s) sent"
           IF WS-REPORTS-MISSING > 0
               DISPLAY "WARNING: " WS-REPORTS-MISSING " report(s) not"
                   " produced this run - see"
                   " REPORT-DISTRIBUTION-LOG.TXT"
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-DISTRIBUTION-LIST.
      *----------------------------------------------------------------
      * LOAD-DISTRIBUTION-LIST - One slice per line; an unknown
      * report name is warned about and skipped. Recipients are
      * collected in the order they first appear.
      *----------------------------------------------------------------
           OPEN INPUT DIST-LIST-FILE
           IF WS-LIST-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ DIST-LIST-FILE INTO WS-DP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-DP-LINE) NOT = SPACES
                               PERFORM STORE-DIST-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
               CLOSE DIST-LIST-FILE
           END-IF.

       STORE-DIST-LINE.
      *----------------------------------------------------------------
      * STORE-DIST-LINE - Validate and keep one list line.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-DP-RECIPIENT WS-DP-REPORT WS-DP-SLICE
           UNSTRING WS-DP-LINE DELIMITED BY ","
               INTO WS-DP-RECIPIENT
                    WS-DP-REPORT
                    WS-DP-SLICE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DP-RECIPIENT))
               TO WS-DP-RECIPIENT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DP-REPORT))
               TO WS-DP-REPORT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DP-SLICE))
               TO WS-DP-SLICE
           MOVE 0 TO WS-DP-KNOWN
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
               UNTIL WS-RD-IDX > WS-REPORT-DEF-COUNT
               IF WS-RD-NAME(WS-RD-IDX) = WS-DP-REPORT
                   MOVE 1 TO WS-DP-KNOWN
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DP-RECIPIENT = SPACES
                   OR WS-DP-SLICE = SPACES
                   DISPLAY "WARNING: distribution line without a"
                       " recipient or slice skipped: "
                       FUNCTION TRIM(WS-DP-LINE)
               WHEN WS-DP-KNOWN = 0
                   DISPLAY "WARNING: unknown report "
                       FUNCTION TRIM(WS-DP-REPORT)
                       " on distribution line skipped: "
                       FUNCTION TRIM(WS-DP-LINE)
               WHEN WS-DL-COUNT >= WS-MAX-DIST-LINES
                   DISPLAY "WARNING: distribution list limit of "
                       WS-MAX-DIST-LINES " lines reached - skipped: "
                       FUNCTION TRIM(WS-DP-LINE)
               WHEN OTHER
                   ADD 1 TO WS-DL-COUNT
                   MOVE WS-DP-RECIPIENT TO WS-DL-RECIPIENT(WS-DL-COUNT)
                   MOVE WS-DP-REPORT TO WS-DL-REPORT(WS-DL-COUNT)
                   MOVE WS-DP-SLICE TO WS-DL-SLICE(WS-DL-COUNT)
                   PERFORM STORE-RECIPIENT
           END-EVALUATE.

       STORE-RECIPIENT.
      *----------------------------------------------------------------
      * STORE-RECIPIENT - Add the line's recipient if not yet known.
      *----------------------------------------------------------------
           MOVE 0 TO WS-RC-FOUND
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT OR WS-RC-FOUND = 1
               IF WS-RC-ID(WS-RC-IDX) = WS-DP-RECIPIENT
                   MOVE 1 TO WS-RC-FOUND
               END-IF
           END-PERFORM
           IF WS-RC-FOUND = 0
               IF WS-RC-COUNT < WS-MAX-RECIPIENTS
                   ADD 1 TO WS-RC-COUNT
                   MOVE WS-DP-RECIPIENT TO WS-RC-ID(WS-RC-COUNT)
               ELSE
                   DISPLAY "WARNING: recipient limit of "
                       WS-MAX-RECIPIENTS " reached - "
                       FUNCTION TRIM(WS-DP-RECIPIENT) " skipped"
               END-IF
           END-IF.

       LOAD-EMPLOYEE-KEYS.
      *----------------------------------------------------------------
      * LOAD-EMPLOYEE-KEYS - Employee ID to department from the
      * roster; a blank department is GENERAL, as in the payroll.
      *----------------------------------------------------------------
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           IF WS-ROSTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ EMPLOYEE-ROSTER-FILE INTO WS-RP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-RP-LINE) NOT = SPACES
                               PERFORM STORE-EMPLOYEE-KEY
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE EMPLOYEE-ROSTER-FILE.

       STORE-EMPLOYEE-KEY.
      *----------------------------------------------------------------
      * STORE-EMPLOYEE-KEY - One roster line.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-RP-TYPE WS-RP-ID WS-RP-NAME
               WS-RP-DEPENDENTS WS-RP-DEPT
           UNSTRING WS-RP-LINE DELIMITED BY ","
               INTO WS-RP-TYPE
                    WS-RP-ID
                    WS-RP-NAME
                    WS-RP-DEPENDENTS
                    WS-RP-DEPT
           END-UNSTRING
           IF FUNCTION TRIM(WS-RP-DEPT) = SPACES
               MOVE "GENERAL" TO WS-RP-DEPT
           END-IF
           IF FUNCTION TRIM(WS-RP-ID) NOT = SPACES
               IF WS-KY-COUNT < WS-MAX-KEYS
                   ADD 1 TO WS-KY-COUNT
                   MOVE "E" TO WS-KY-KIND(WS-KY-COUNT)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RP-ID))
                       TO WS-KY-ID(WS-KY-COUNT)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RP-DEPT))
                       TO WS-KY-SLICE(WS-KY-COUNT)
               ELSE
                   MOVE 1 TO WS-KEYS-FULL
               END-IF
           END-IF.

       LOAD-STUDENT-KEYS.
      *----------------------------------------------------------------
      * LOAD-STUDENT-KEYS - Student ID to section from the
      * enrollment master (the first line of a student wins).
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-ENROLLMENT-FILE
           IF WS-ENROLL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-ENROLLMENT-FILE INTO WS-EP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-EP-LINE) NOT = SPACES
                               PERFORM STORE-STUDENT-KEY
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-ENROLLMENT-FILE
           IF WS-KEYS-FULL = 1
               DISPLAY "WARNING: ID key limit of " WS-MAX-KEYS
                   " reached - lines of the IDs beyond it are not"
                   " distributed"
           END-IF.

       STORE-STUDENT-KEY.
      *----------------------------------------------------------------
      * STORE-STUDENT-KEY - One enrollment line.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-EP-ID WS-EP-NAME WS-EP-YEAR WS-EP-SECTION
           UNSTRING WS-EP-LINE DELIMITED BY ","
               INTO WS-EP-ID
                    WS-EP-NAME
                    WS-EP-YEAR
                    WS-EP-SECTION
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EP-ID))
               TO WS-EP-ID
           MOVE 0 TO WS-RC-FOUND
           PERFORM VARYING WS-KY-IDX FROM 1 BY 1
               UNTIL WS-KY-IDX > WS-KY-COUNT OR WS-RC-FOUND = 1
               IF WS-KY-KIND(WS-KY-IDX) = "S"
                   AND WS-KY-ID(WS-KY-IDX) = WS-EP-ID
                   MOVE 1 TO WS-RC-FOUND
               END-IF
           END-PERFORM
           IF WS-EP-ID NOT = SPACES AND WS-RC-FOUND = 0
               IF WS-KY-COUNT < WS-MAX-KEYS
                   ADD 1 TO WS-KY-COUNT
                   MOVE "S" TO WS-KY-KIND(WS-KY-COUNT)
                   MOVE WS-EP-ID TO WS-KY-ID(WS-KY-COUNT)
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-EP-SECTION))
                       TO WS-KY-SLICE(WS-KY-COUNT)
               ELSE
                   MOVE 1 TO WS-KEYS-FULL
               END-IF
           END-IF.

       WRITE-RECIPIENT-FILE.
      *----------------------------------------------------------------
      * WRITE-RECIPIENT-FILE - The recipient's one file for this
      * run, each report on their list in turn.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-DIST-OUT-NAME
           STRING "DIST-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RC-ID(WS-RC-IDX)) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-RUN-STAMP DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-DIST-OUT-NAME
           OPEN OUTPUT DIST-OUT-FILE
           IF WS-OUT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot create "
                   FUNCTION TRIM(WS-DIST-OUT-NAME) " (status "
                   WS-OUT-FILE-STATUS ") - nothing sent to "
                   FUNCTION TRIM(WS-RC-ID(WS-RC-IDX))
               MOVE "GEN011" TO ERRLOG-CODE
               MOVE "ERROR" TO ERRLOG-SEVERITY
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "Cannot create distribution file "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DIST-OUT-NAME) DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
           ELSE
               ADD 1 TO WS-FILES-WRITTEN
               MOVE 0 TO WS-RECIPIENT-LINES
               PERFORM VARYING WS-RD-IDX FROM 1 BY 1
                   UNTIL WS-RD-IDX > WS-REPORT-DEF-COUNT
                   PERFORM COLLECT-SLICES
                   IF WS-SL-COUNT > 0
                       PERFORM BURST-REPORT
                   END-IF
               END-PERFORM
               CLOSE DIST-OUT-FILE
               DISPLAY "  " WS-RC-ID(WS-RC-IDX) " "
                   FUNCTION TRIM(WS-DIST-OUT-NAME) " ("
                   WS-RECIPIENT-LINES " line(s))"
           END-IF.

       COLLECT-SLICES.
      *----------------------------------------------------------------
      * COLLECT-SLICES - The current recipient's slices of the
      * current report; "*" means the whole report.
      *----------------------------------------------------------------
           MOVE 0 TO WS-SL-COUNT
           MOVE 0 TO WS-SL-ALL
           MOVE SPACES TO WS-SLICE-LIST
           MOVE 1 TO WS-SLICE-PTR
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
               UNTIL WS-DL-IDX > WS-DL-COUNT
               IF WS-DL-RECIPIENT(WS-DL-IDX) = WS-RC-ID(WS-RC-IDX)
                   AND WS-DL-REPORT(WS-DL-IDX) = WS-RD-NAME(WS-RD-IDX)
                   AND WS-SL-COUNT < 50
                   ADD 1 TO WS-SL-COUNT
                   MOVE WS-DL-SLICE(WS-DL-IDX)
                       TO WS-SL-CODE(WS-SL-COUNT)
                   IF WS-DL-SLICE(WS-DL-IDX) = "*"
                       MOVE 1 TO WS-SL-ALL
                   END-IF
                   IF WS-SL-COUNT > 1
                       STRING "," DELIMITED BY SIZE
                           INTO WS-SLICE-LIST
                           WITH POINTER WS-SLICE-PTR
                           ON OVERFLOW
                               CONTINUE
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(WS-DL-SLICE(WS-DL-IDX))
                       DELIMITED BY SIZE
                       INTO WS-SLICE-LIST
                       WITH POINTER WS-SLICE-PTR
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-SL-ALL = 1
               MOVE "* (WHOLE REPORT)" TO WS-SLICE-LIST
           END-IF.

       BURST-REPORT.
      *----------------------------------------------------------------
      * BURST-REPORT - Banner, then the report's lines that belong
      * to the recipient's slices, then an end line and the log.
      *----------------------------------------------------------------
           MOVE WS-RC-ID(WS-RC-IDX) TO WS-BN1-RECIPIENT
           MOVE WS-RD-NAME(WS-RD-IDX) TO WS-BN1-REPORT
           MOVE WS-TIMESTAMP-DISPLAY TO WS-BN1-STAMP
           MOVE WS-SLICE-LIST TO WS-BN2-SLICES
           WRITE DIST-OUT-RECORD FROM WS-SEPARATOR-LINE
           WRITE DIST-OUT-RECORD FROM WS-BANNER-LINE-1
           WRITE DIST-OUT-RECORD FROM WS-BANNER-LINE-2
           WRITE DIST-OUT-RECORD FROM WS-SEPARATOR-LINE
           WRITE DIST-OUT-RECORD FROM WS-BLANK-LINE

           MOVE 0 TO WS-SENT-LINES
           MOVE WS-RD-FILE(WS-RD-IDX) TO WS-REPORT-IN-NAME
           OPEN INPUT REPORT-IN-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               CLOSE REPORT-IN-FILE
               MOVE WS-RD-FILE(WS-RD-IDX) TO WS-MSL-FILE
               WRITE DIST-OUT-RECORD FROM WS-MISSING-LINE
               WRITE DIST-OUT-RECORD FROM WS-BLANK-LINE
               ADD 1 TO WS-REPORTS-MISSING
               MOVE "MISSING" TO WS-LOG-STATUS
               PERFORM WRITE-DIST-LOG
               MOVE "GEN011" TO ERRLOG-CODE
               MOVE "WARNING" TO ERRLOG-SEVERITY
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING FUNCTION TRIM(WS-RD-FILE(WS-RD-IDX))
                   DELIMITED BY SIZE
                   " not produced - not sent to " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RC-ID(WS-RC-IDX))
                   DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
           ELSE
               MOVE 0 TO WS-LINE-NO
               MOVE 0 TO WS-PENDING-COUNT
               MOVE 0 TO WS-CONT-ACTIVE
               MOVE SPACES TO WS-LAST-SLICE
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ REPORT-IN-FILE INTO WS-RPT-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM ROUTE-REPORT-LINE
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
               CLOSE REPORT-IN-FILE
               MOVE WS-RD-NAME(WS-RD-IDX) TO WS-ENL-REPORT
               MOVE WS-SENT-LINES TO WS-ENL-COUNT
               WRITE DIST-OUT-RECORD FROM WS-BLANK-LINE
               WRITE DIST-OUT-RECORD FROM WS-END-LINE
               WRITE DIST-OUT-RECORD FROM WS-BLANK-LINE
               ADD WS-SENT-LINES TO WS-RECIPIENT-LINES
               ADD 1 TO WS-REPORTS-SENT
               MOVE "SENT" TO WS-LOG-STATUS
               PERFORM WRITE-DIST-LOG
           END-IF.

       ROUTE-REPORT-LINE.
      *----------------------------------------------------------------
      * ROUTE-REPORT-LINE - Decide one report line:
      *   title lines      - always sent
      *   keyed lines      - sent when their slice is the
      *                      recipient's, after any headings held
      *   indented lines   - follow the keyed line above them
      *   heading lines    - no figures in them; held (last 3) until
      *                      a line of the recipient's comes under
      *   anything else    - a total or summary of the whole school;
      *                      clears the held headings, never sent
      * A "*" slice takes every line as it stands.
      *----------------------------------------------------------------
           ADD 1 TO WS-LINE-NO
           IF WS-SL-ALL = 1
               OR WS-LINE-NO <= WS-RD-TITLE-LINES(WS-RD-IDX)
               WRITE DIST-OUT-RECORD FROM WS-RPT-LINE
               ADD 1 TO WS-SENT-LINES
           ELSE
               IF WS-RPT-LINE = SPACES
                   MOVE 0 TO WS-CONT-ACTIVE
               ELSE
                   MOVE 0 TO WS-LINE-INDENT
                   INSPECT WS-RPT-LINE
                       TALLYING WS-LINE-INDENT FOR LEADING SPACES
                   PERFORM FIND-LINE-SLICE
                   EVALUATE TRUE
                       WHEN WS-LINE-KEYED = 1
                           MOVE WS-LINE-SLICE TO WS-LAST-SLICE
                           MOVE WS-LINE-INDENT TO WS-LAST-INDENT
                           MOVE 1 TO WS-CONT-ACTIVE
                           PERFORM CHECK-SLICE-ALLOWED
                           IF WS-LINE-ALLOWED = 1
                               PERFORM FLUSH-PENDING-HEADINGS
                               WRITE DIST-OUT-RECORD FROM WS-RPT-LINE
                               ADD 1 TO WS-SENT-LINES
                           END-IF
                       WHEN WS-CONT-ACTIVE = 1
                           AND WS-LINE-INDENT > WS-LAST-INDENT
                           MOVE WS-LAST-SLICE TO WS-LINE-SLICE
                           PERFORM CHECK-SLICE-ALLOWED
                           IF WS-LINE-ALLOWED = 1
                               WRITE DIST-OUT-RECORD FROM WS-RPT-LINE
                               ADD 1 TO WS-SENT-LINES
                           END-IF
                       WHEN OTHER
                           MOVE 0 TO WS-CONT-ACTIVE
                           MOVE 0 TO WS-LINE-DIGITS
                           INSPECT WS-RPT-LINE TALLYING WS-LINE-DIGITS
                               FOR ALL "0" ALL "1" ALL "2" ALL "3"
                                   ALL "4" ALL "5" ALL "6" ALL "7"
                                   ALL "8" ALL "9"
                           IF WS-LINE-DIGITS > 0
                               MOVE 0 TO WS-PENDING-COUNT
                           ELSE
                               PERFORM HOLD-HEADING
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       FIND-LINE-SLICE.
      *----------------------------------------------------------------
      * FIND-LINE-SLICE - Walk the line's words (first 20) for an
      * employee or student ID of the report's kind; where the
      * report prints department or section codes, a code of the
      * recipient's keys the line as well.
      *----------------------------------------------------------------
           MOVE 0 TO WS-LINE-KEYED
           MOVE SPACES TO WS-LINE-SLICE
           MOVE 1 TO WS-TOKEN-PTR
           MOVE 0 TO WS-TOKEN-COUNT
           PERFORM UNTIL WS-LINE-KEYED = 1
               OR WS-TOKEN-PTR > 200
               OR WS-TOKEN-COUNT >= 20
               MOVE SPACES TO WS-TOKEN
               UNSTRING WS-RPT-LINE DELIMITED BY ALL SPACE
                   INTO WS-TOKEN
                   WITH POINTER WS-TOKEN-PTR
               END-UNSTRING
               IF WS-TOKEN NOT = SPACES
                   ADD 1 TO WS-TOKEN-COUNT
                   MOVE FUNCTION UPPER-CASE(WS-TOKEN) TO WS-TOKEN
                   PERFORM VARYING WS-KY-IDX FROM 1 BY 1
                       UNTIL WS-KY-IDX > WS-KY-COUNT
                       OR WS-LINE-KEYED = 1
                       IF WS-KY-KIND(WS-KY-IDX) = WS-RD-KIND(WS-RD-IDX)
                           AND WS-KY-ID(WS-KY-IDX) = WS-TOKEN
                           MOVE WS-KY-SLICE(WS-KY-IDX)
                               TO WS-LINE-SLICE
                           MOVE 1 TO WS-LINE-KEYED
                       END-IF
                   END-PERFORM
                   IF WS-LINE-KEYED = 0
                       AND WS-RD-CODE-KEYED(WS-RD-IDX) = 1
                       PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                           UNTIL WS-SL-IDX > WS-SL-COUNT
                           OR WS-LINE-KEYED = 1
                           IF WS-SL-CODE(WS-SL-IDX) = WS-TOKEN
                               MOVE WS-TOKEN TO WS-LINE-SLICE
                               MOVE 1 TO WS-LINE-KEYED
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-SLICE-ALLOWED.
      *----------------------------------------------------------------
      * CHECK-SLICE-ALLOWED - Is WS-LINE-SLICE one of the
      * recipient's slices of this report?
      *----------------------------------------------------------------
           MOVE 0 TO WS-LINE-ALLOWED
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-SL-COUNT OR WS-LINE-ALLOWED = 1
               IF WS-SL-CODE(WS-SL-IDX) = WS-LINE-SLICE
                   MOVE 1 TO WS-LINE-ALLOWED
               END-IF
           END-PERFORM.

       HOLD-HEADING.
      *----------------------------------------------------------------
      * HOLD-HEADING - Keep the last 3 heading lines; the oldest
      * drops off.
      *----------------------------------------------------------------
           IF WS-PENDING-COUNT >= 3
               MOVE WS-PENDING-LINE(2) TO WS-PENDING-LINE(1)
               MOVE WS-PENDING-LINE(3) TO WS-PENDING-LINE(2)
               MOVE 2 TO WS-PENDING-COUNT
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           MOVE WS-RPT-LINE TO WS-PENDING-LINE(WS-PENDING-COUNT).

       FLUSH-PENDING-HEADINGS.
      *----------------------------------------------------------------
      * FLUSH-PENDING-HEADINGS - Print the held headings over the
      * first line of the recipient's that comes under them, a
      * blank line apart from what was printed before.
      *----------------------------------------------------------------
           IF WS-PENDING-COUNT > 0
               WRITE DIST-OUT-RECORD FROM WS-BLANK-LINE
               PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PENDING-COUNT
                   WRITE DIST-OUT-RECORD
                       FROM WS-PENDING-LINE(WS-PD-IDX)
                   ADD 1 TO WS-SENT-LINES
               END-PERFORM
               MOVE 0 TO WS-PENDING-COUNT
           END-IF.

       WRITE-DIST-LOG.
      *----------------------------------------------------------------
      * WRITE-DIST-LOG - One REPORT-DISTRIBUTION-LOG.TXT line per
      * report per recipient.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-LOG-LINE
           MOVE WS-TIMESTAMP-DISPLAY TO WS-LGL-STAMP
           MOVE WS-LOG-STATUS TO WS-LGL-STATUS
           MOVE WS-RC-ID(WS-RC-IDX) TO WS-LGL-RECIPIENT
           MOVE WS-RD-NAME(WS-RD-IDX) TO WS-LGL-REPORT
           MOVE WS-SENT-LINES TO WS-LGL-COUNT
           MOVE WS-DIST-OUT-NAME TO WS-LGL-FILE
           MOVE WS-SLICE-LIST TO WS-LGL-SLICES
           WRITE DIST-LOG-RECORD FROM WS-LOG-LINE.

       STAMP-TIMESTAMP.
      *----------------------------------------------------------------
      * STAMP-TIMESTAMP - YYYY-MM-DD HH:MM:SS, the same stamp the
      * operator console writes.
      *----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO WS-TIMESTAMP-DISPLAY
           STRING WS-CURRENT-DATETIME(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(7:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CURRENT-DATETIME(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(13:2) DELIMITED BY SIZE
               INTO WS-TIMESTAMP-DISPLAY.

       LOG-SHARED-ERROR.
      *----------------------------------------------------------------
      * LOG-SHARED-ERROR - Hand the event to ERROR-LOGGER for the
      * consolidated BATCH-EXCEPTIONS.TXT; ON EXCEPTION keeps a
      * standalone run alive when the logger is not linked in.
      *----------------------------------------------------------------
           MOVE "REPORT-DISTRIBUTION" TO ERRLOG-PROGRAM
           CALL "ERROR-LOGGER" USING ERRLOG-PARAMETER
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SPACES TO ERRLOG-SEVERITY.

       END PROGRAM REPORT-DISTRIBUTION.
