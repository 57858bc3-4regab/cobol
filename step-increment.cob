      * HOW IT WORKS:
      *   1. Loads the pay plan from PAYROLL-SALARY-GRADES.TXT
      *      (Grade,Step,MonthlyRate - same table EMPLOYEE-PAYROLL
      *      validates against), or from the frozen copy of the
      *      approved version in force today (RATE-VERSION, see
      *      RATEVER.CPY); the version ID heads the report
      *   2. Loads PAYROLL-EMPLOYEES.TXT; every employee carrying a
      *      grade and step (roster fields 10/11) is eligible when
      *      the plan holds the next step up for their grade
       FILE-CONTROL.

       SELECT PAYROLL-SALARY-GRADES-FILE
            ASSIGN TO DYNAMIC WS-SGRADE-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SGRADE-FILE-STATUS.


       WORKING-STORAGE SECTION.

       COPY RATEVER.

       01  WS-SGRADE-FILE-STATUS       PIC XX.
       01  WS-SGRADE-FILE-NAME         PIC X(50)
               VALUE "PAYROLL-SALARY-GRADES.TXT".
       01  WS-GRADES-VERSION-LINE      PIC X(100).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-ROSTER-FILE-STATUS       PIC XX.
       01  WS-TRANS-FILE-STATUS        PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
      * MAIN-PROCEDURE - Load the plan, walk the roster, queue the
      * CHANGE transactions and report.
      *----------------------------------------------------------------
           PERFORM RESOLVE-GRADES-VERSION
           PERFORM LOAD-SALARY-GRADES
           IF WS-SG-COUNT = 0
               DISPLAY "ERROR: " FUNCTION TRIM(WS-SGRADE-FILE-NAME)
                   " not found or empty - nothing to increment against"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT INCREMENT-REPORT-FILE
           WRITE INCREMENT-REPORT-REC FROM WS-RPT-TITLE-LINE
           WRITE INCREMENT-REPORT-REC FROM WS-GRADES-VERSION-LINE
           WRITE INCREMENT-REPORT-REC FROM WS-BLANK-LINE
           WRITE INCREMENT-REPORT-REC FROM WS-RPT-COL-HEADER
           WRITE INCREMENT-REPORT-REC FROM WS-BLANK-LINE
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       RESOLVE-GRADES-VERSION.
      *----------------------------------------------------------------
      * RESOLVE-GRADES-VERSION - The approved PAYROLL-SALARY-GRADES
      * version in force today; none in force (or no RATE-VERSION
      * module linked) keeps the plain file as "BASE".
      *----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE "PAYROLL-SALARY-GRADES" TO RATEVER-TABLE
           MOVE SPACES TO RATEVER-AS-OF
           STRING WS-CURRENT-DATETIME(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(7:2) DELIMITED BY SIZE
               INTO RATEVER-AS-OF
           MOVE "STEP-INCREMENT" TO RATEVER-PROGRAM
           CALL "RATE-VERSION" USING RATEVER-PARAMETER
               ON EXCEPTION
                   MOVE "B" TO RATEVER-RESULT
                   MOVE "BASE" TO RATEVER-VERSION-ID
           END-CALL
           IF RATEVER-FOUND
               MOVE RATEVER-FILE TO WS-SGRADE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-GRADES-VERSION-LINE
           STRING "PAY PLAN VERSION: " DELIMITED BY SIZE
               FUNCTION TRIM(RATEVER-VERSION-ID) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SGRADE-FILE-NAME) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-GRADES-VERSION-LINE
           DISPLAY FUNCTION TRIM(WS-GRADES-VERSION-LINE).

       LOAD-SALARY-GRADES.
      *----------------------------------------------------------------
      * LOAD-SALARY-GRADES - Same Grade,Step,MonthlyRate load the
