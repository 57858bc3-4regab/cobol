      *================================================================
      * PROGRAM: PLANTILLA-REPORT - AUTHORIZED POSITIONS PER DEPARTMENT
      *================================================================
      * PURPOSE: Lists the board-approved plantilla per department -
      *          authorized, filled and vacant items and the annual
      *          cost of the filled ones - and checks the payroll
      *          roster against it, so nobody is paid while sitting
      *          on an item that does not exist.
      *
      * HOW IT WORKS:
      *   1. PLANTILLA.TXT, one "ItemNo,Title,Dept,Type,Grade,Status,
      *      IncumbentID" line per authorized item, as maintained by
      *      ROSTER-MAINT (an item with an incumbent is FILLED)
      *   2. PAYROLL-EMPLOYEES.TXT gives each incumbent's salary step
      *      (roster field 11, step 1 when blank) and the list of
      *      everyone payroll will pay
      *   3. PAYROLL-SALARY-GRADES.TXT (Grade,Step,MonthlyRate) prices
      *      each filled item: annual cost = monthly rate for the
      *      item's grade at the incumbent's step x 12 - or the
      *      frozen copy of the approved pay plan version in force
      *      today (RATE-VERSION, see RATEVER.CPY), named under the
      *      report title
      *   4. PLANTILLA-REPORT.TXT: the items department by department
      *      in file order with a subtotal per department, a grand
      *      total, then the exceptions:
      *        - roster employee holding no plantilla item
      *        - item whose incumbent is not on the roster
      *        - filled item whose grade/step is not in the pay plan
      *          (annual cost shown as zero)
      *
      * NOTE: A roster employee with no item is logged through
      *       ERROR-LOGGER and sets RETURN-CODE 1, so the batch stops
      *       before payroll pays someone the board never approved.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANTILLA-REPORT.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANTILLA-FILE
               ASSIGN TO "PLANTILLA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANT-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE
               ASSIGN TO "PAYROLL-EMPLOYEES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT OPTIONAL SALARY-GRADES-FILE
               ASSIGN TO DYNAMIC WS-SGRADE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGRADE-FILE-STATUS.
           SELECT PLANTILLA-REPORT-FILE
               ASSIGN TO "PLANTILLA-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANTILLA-FILE.
       01  PLANTILLA-RECORD            PIC X(120).

       FD  ROSTER-FILE.
       01  ROSTER-RECORD               PIC X(150).

       FD  SALARY-GRADES-FILE.
       01  SALARY-GRADES-RECORD        PIC X(30).

       FD  PLANTILLA-REPORT-FILE.
       01  PLANTILLA-REPORT-RECORD     PIC X(120).

       WORKING-STORAGE SECTION.

       COPY ERRLOG.

       01  WS-PLANT-FILE-STATUS        PIC XX.
       01  WS-ROSTER-FILE-STATUS       PIC XX.
       01  WS-SGRADE-FILE-STATUS       PIC XX.
       01  WS-SGRADE-FILE-NAME         PIC X(50)
               VALUE "PAYROLL-SALARY-GRADES.TXT".
       01  WS-GRADES-VERSION-LINE      PIC X(120).
       01  WS-CURRENT-DATETIME         PIC X(21).
       COPY RATEVER.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * PLANTILLA ITEMS
      *----------------------------------------------------------------
       01  WS-MAX-PLANTILLA-ITEMS      PIC 9999 VALUE 1000.
       01  WS-PLANT-COUNT              PIC 9999 VALUE 0.
       01  WS-PLANTILLA-TABLE.
               05 WS-PI-ENTRY OCCURS 1000 TIMES.
                   10 WS-PI-ITEM       PIC X(10).
                   10 WS-PI-TITLE      PIC X(30).
                   10 WS-PI-DEPT       PIC X(10).
                   10 WS-PI-TYPE       PIC X(15).
                   10 WS-PI-GRADE      PIC X(4).
                   10 WS-PI-STATUS     PIC X(6).
                   10 WS-PI-INCUMBENT  PIC X(10).
                   10 WS-PI-ANNUAL     PIC 9(9)V99.
                   10 WS-PI-PRINTED    PIC 9.
       01  WS-PI-IDX                   PIC 9999 VALUE 0.
       01  WS-PI-DEPT-IDX              PIC 9999 VALUE 0.
       01  WS-PI-MATCH-IDX             PIC 9999 VALUE 0.
       01  WS-PLANT-PARSE.
               05 WS-PP-LINE           PIC X(120).
               05 WS-PP-ITEM           PIC X(10).
               05 WS-PP-TITLE          PIC X(30).
               05 WS-PP-DEPT           PIC X(10).
               05 WS-PP-TYPE           PIC X(15).
               05 WS-PP-GRADE          PIC X(4).
               05 WS-PP-STATUS         PIC X(8).
               05 WS-PP-INCUMBENT      PIC X(10).

      *----------------------------------------------------------------
      * PAYROLL ROSTER (ID, NAME, STEP)
      *----------------------------------------------------------------
       01  WS-MAX-ROSTER-ENTRIES       PIC 9999 VALUE 1000.
       01  WS-ROSTER-COUNT             PIC 9999 VALUE 0.
       01  WS-ROSTER-TABLE.
               05 WS-RE-ENTRY OCCURS 1000 TIMES.
                   10 WS-RE-ID         PIC X(10).
                   10 WS-RE-NAME       PIC X(25).
                   10 WS-RE-TYPE       PIC X(15).
                   10 WS-RE-STEP       PIC 99.
       01  WS-RE-IDX                   PIC 9999 VALUE 0.
       01  WS-RE-MATCH-IDX             PIC 9999 VALUE 0.
       01  WS-ROSTER-PARSE.
               05 WS-RP-LINE           PIC X(150).
               05 WS-RP-TYPE           PIC X(15).
               05 WS-RP-ID             PIC X(10).
               05 WS-RP-NAME           PIC X(25).
               05 WS-RP-ABSENT         PIC X(5).
               05 WS-RP-DEPT           PIC X(10).
               05 WS-RP-OT-HOURS       PIC X(6).
               05 WS-RP-OT-RATE        PIC X(8).
               05 WS-RP-BANK           PIC X(8).
               05 WS-RP-ACCT           PIC X(16).
               05 WS-RP-GRADE          PIC X(4).
               05 WS-RP-STEP           PIC X(2).

      *----------------------------------------------------------------
      * PAY PLAN (SAME FILE EMPLOYEE-PAYROLL VALIDATES AGAINST)
      *----------------------------------------------------------------
       01  WS-MAX-SALARY-GRADES        PIC 999 VALUE 100.
       01  WS-SG-COUNT                 PIC 999 VALUE 0.
       01  WS-SALARY-GRADE-TABLE.
               05 WS-SG-ENTRY OCCURS 100 TIMES.
                   10 WS-SG-GRADE      PIC X(4).
                   10 WS-SG-STEP       PIC 99.
                   10 WS-SG-RATE       PIC 9(7)V99.
       01  WS-SG-IDX                   PIC 999 VALUE 0.
       01  WS-SG-MATCH-IDX             PIC 999 VALUE 0.
       01  WS-SG-LOOKUP-STEP           PIC 99 VALUE 0.
       01  WS-SG-PARSE.
               05 WS-SG-LINE           PIC X(30).
               05 WS-SG-TXT-GRADE      PIC X(6).
               05 WS-SG-TXT-STEP       PIC X(4).
               05 WS-SG-TXT-RATE       PIC X(12).

      *----------------------------------------------------------------
      * TOTALS
      *----------------------------------------------------------------
       01  WS-MONTHS-PER-YEAR          PIC 99 VALUE 12.
       01  WS-CUR-DEPT                 PIC X(10).
       01  WS-DEPT-AUTHORIZED          PIC 9999 VALUE 0.
       01  WS-DEPT-FILLED              PIC 9999 VALUE 0.
       01  WS-DEPT-VACANT              PIC 9999 VALUE 0.
       01  WS-DEPT-COST                PIC 9(10)V99 VALUE 0.
       01  WS-TOT-AUTHORIZED           PIC 9999 VALUE 0.
       01  WS-TOT-FILLED               PIC 9999 VALUE 0.
       01  WS-TOT-VACANT               PIC 9999 VALUE 0.
       01  WS-TOT-COST                 PIC 9(10)V99 VALUE 0.
       01  WS-NO-ITEM-COUNT            PIC 9999 VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9999 VALUE 0.

      *----------------------------------------------------------------
      * REPORT LAYOUT
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(120) VALUE SPACES.
       01  WS-TITLE-LINE.
               05 FILLER               PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(40)
                   VALUE "PLANTILLA OF AUTHORIZED POSITIONS".
       01  WS-DEPT-HEADING-LINE.
               05 FILLER               PIC X(12) VALUE "DEPARTMENT: ".
               05 WS-DHL-DEPT          PIC X(10).
       01  WS-COL-HEADER.
               05 FILLER               PIC X(12) VALUE "ITEM NO".
               05 FILLER               PIC X(31) VALUE "POSITION TITLE".
               05 FILLER               PIC X(16) VALUE "TYPE".
               05 FILLER               PIC X(6)  VALUE "GRADE".
               05 FILLER               PIC X(8)  VALUE "STATUS".
               05 FILLER               PIC X(12) VALUE "INCUMBENT".
               05 FILLER               PIC X(16)
                   VALUE "   ANNUAL COST".
       01  WS-DETAIL-LINE.
               05 WS-DL-ITEM           PIC X(12).
               05 WS-DL-TITLE          PIC X(31).
               05 WS-DL-TYPE           PIC X(16).
               05 WS-DL-GRADE          PIC X(6).
               05 WS-DL-STATUS         PIC X(8).
               05 WS-DL-INCUMBENT      PIC X(12).
               05 WS-DL-ANNUAL         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-LINE.
               05 WS-CL-LABEL          PIC X(22).
               05 FILLER               PIC X(12) VALUE "AUTHORIZED: ".
               05 WS-CL-AUTHORIZED     PIC ZZZ9.
               05 FILLER               PIC X(10) VALUE "  FILLED: ".
               05 WS-CL-FILLED         PIC ZZZ9.
               05 FILLER               PIC X(10) VALUE "  VACANT: ".
               05 WS-CL-VACANT         PIC ZZZ9.
               05 FILLER               PIC X(23)
                   VALUE "  ANNUAL COST (FILLED):".
               05 WS-CL-COST           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EXC-TITLE-LINE.
               05 FILLER               PIC X(40)
                   VALUE "EXCEPTIONS".
       01  WS-EXCEPTION-LINE           PIC X(120).
       01  WS-MSG-NO-ITEM-1            PIC X(40)
                   VALUE "ON PAYROLL WITHOUT A PLANTILLA ITEM: ".
       01  WS-MSG-NO-ITEM-2            PIC X(40)
                   VALUE "ITEM HELD BY AN ID NOT ON THE ROSTER: ".
       01  WS-MSG-NO-ITEM-3            PIC X(40)
                   VALUE "GRADE/STEP NOT IN THE PAY PLAN: ".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load the plantilla, roster and pay plan,
      * cost the filled items, then print department by department
      * and the cross-check against the roster.
      *----------------------------------------------------------------
           PERFORM LOAD-PLANTILLA
           IF WS-PLANT-COUNT = 0
               DISPLAY "ERROR: PLANTILLA.TXT not found or empty - no"
                   " authorized positions to report"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-ROSTER
           PERFORM RESOLVE-GRADES-VERSION
           PERFORM LOAD-SALARY-GRADES
           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
               UNTIL WS-PI-IDX > WS-PLANT-COUNT
               PERFORM COST-ONE-ITEM
           END-PERFORM

           OPEN OUTPUT PLANTILLA-REPORT-FILE
           WRITE PLANTILLA-REPORT-RECORD FROM WS-TITLE-LINE
           WRITE PLANTILLA-REPORT-RECORD FROM WS-GRADES-VERSION-LINE
           WRITE PLANTILLA-REPORT-RECORD FROM WS-BLANK-LINE
           PERFORM VARYING WS-PI-DEPT-IDX FROM 1 BY 1
               UNTIL WS-PI-DEPT-IDX > WS-PLANT-COUNT
               IF WS-PI-PRINTED(WS-PI-DEPT-IDX) = 0
                   PERFORM WRITE-ONE-DEPARTMENT
               END-IF
           END-PERFORM
           MOVE "ALL DEPARTMENTS" TO WS-CL-LABEL
           MOVE WS-TOT-AUTHORIZED TO WS-CL-AUTHORIZED
           MOVE WS-TOT-FILLED TO WS-CL-FILLED
           MOVE WS-TOT-VACANT TO WS-CL-VACANT
           MOVE WS-TOT-COST TO WS-CL-COST
           WRITE PLANTILLA-REPORT-RECORD FROM WS-COUNT-LINE
           PERFORM WRITE-EXCEPTIONS
           CLOSE PLANTILLA-REPORT-FILE

           DISPLAY "Plantilla report written: " WS-TOT-AUTHORIZED
               " item(s), " WS-TOT-FILLED " filled, " WS-TOT-VACANT
               " vacant - PLANTILLA-REPORT.TXT"
           IF WS-NO-ITEM-COUNT > 0
               DISPLAY "ERROR: " WS-NO-ITEM-COUNT " roster"
                   " employee(s) hold no plantilla item - see"
                   " PLANTILLA-REPORT.TXT"
               MOVE 1 TO WS-HAS-ERROR
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-PLANTILLA.
      *----------------------------------------------------------------
      * LOAD-PLANTILLA - One line per authorized item; an item with
      * an incumbent is FILLED, one without is VACANT.
      *----------------------------------------------------------------
           OPEN INPUT PLANTILLA-FILE
           IF WS-PLANT-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-PLANT-COUNT >= WS-MAX-PLANTILLA-ITEMS
                   READ PLANTILLA-FILE INTO WS-PP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-PP-LINE) NOT = SPACES
                               PERFORM STORE-PLANTILLA-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE PLANTILLA-FILE.

       STORE-PLANTILLA-LINE.
      *----------------------------------------------------------------
      * STORE-PLANTILLA-LINE - Parse one plantilla line into the next
      * table slot.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PP-ITEM WS-PP-TITLE WS-PP-DEPT WS-PP-TYPE
               WS-PP-GRADE WS-PP-STATUS WS-PP-INCUMBENT
           UNSTRING WS-PP-LINE DELIMITED BY ","
               INTO WS-PP-ITEM
                    WS-PP-TITLE
                    WS-PP-DEPT
                    WS-PP-TYPE
                    WS-PP-GRADE
                    WS-PP-STATUS
                    WS-PP-INCUMBENT
           END-UNSTRING
           ADD 1 TO WS-PLANT-COUNT
           INITIALIZE WS-PI-ENTRY(WS-PLANT-COUNT)
           MOVE FUNCTION TRIM(WS-PP-ITEM) TO WS-PI-ITEM(WS-PLANT-COUNT)
           MOVE FUNCTION TRIM(WS-PP-TITLE)
               TO WS-PI-TITLE(WS-PLANT-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PP-DEPT))
               TO WS-PI-DEPT(WS-PLANT-COUNT)
           MOVE FUNCTION TRIM(WS-PP-TYPE) TO WS-PI-TYPE(WS-PLANT-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PP-GRADE))
               TO WS-PI-GRADE(WS-PLANT-COUNT)
           MOVE FUNCTION TRIM(WS-PP-INCUMBENT)
               TO WS-PI-INCUMBENT(WS-PLANT-COUNT)
           IF WS-PI-INCUMBENT(WS-PLANT-COUNT) = SPACES
               MOVE "VACANT" TO WS-PI-STATUS(WS-PLANT-COUNT)
           ELSE
               MOVE "FILLED" TO WS-PI-STATUS(WS-PLANT-COUNT)
           END-IF.

       LOAD-ROSTER.
      *----------------------------------------------------------------
      * LOAD-ROSTER - ID, name, type and salary step of everyone on
      * PAYROLL-EMPLOYEES.TXT. A blank or non-numeric step is 1.
      *----------------------------------------------------------------
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-ROSTER-COUNT >= WS-MAX-ROSTER-ENTRIES
                   READ ROSTER-FILE INTO WS-RP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-RP-LINE) NOT = SPACES
                               PERFORM STORE-ROSTER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE ROSTER-FILE.

       STORE-ROSTER-LINE.
      *----------------------------------------------------------------
      * STORE-ROSTER-LINE - Parse one roster line into the next slot.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-RP-TYPE WS-RP-ID WS-RP-NAME WS-RP-ABSENT
               WS-RP-DEPT WS-RP-OT-HOURS WS-RP-OT-RATE WS-RP-BANK
               WS-RP-ACCT WS-RP-GRADE WS-RP-STEP
           UNSTRING WS-RP-LINE DELIMITED BY ","
               INTO WS-RP-TYPE
                    WS-RP-ID
                    WS-RP-NAME
                    WS-RP-ABSENT
                    WS-RP-DEPT
                    WS-RP-OT-HOURS
                    WS-RP-OT-RATE
                    WS-RP-BANK
                    WS-RP-ACCT
                    WS-RP-GRADE
                    WS-RP-STEP
           END-UNSTRING
           ADD 1 TO WS-ROSTER-COUNT
           MOVE FUNCTION TRIM(WS-RP-ID) TO WS-RE-ID(WS-ROSTER-COUNT)
           MOVE FUNCTION TRIM(WS-RP-NAME) TO WS-RE-NAME(WS-ROSTER-COUNT)
           MOVE FUNCTION TRIM(WS-RP-TYPE) TO WS-RE-TYPE(WS-ROSTER-COUNT)
           MOVE 1 TO WS-RE-STEP(WS-ROSTER-COUNT)
           IF FUNCTION TRIM(WS-RP-STEP) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RP-STEP)) = 0
               MOVE FUNCTION NUMVAL(WS-RP-STEP)
                   TO WS-RE-STEP(WS-ROSTER-COUNT)
           END-IF.

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
           MOVE "PLANTILLA-REPORT" TO RATEVER-PROGRAM
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
               INTO WS-GRADES-VERSION-LINE.

       LOAD-SALARY-GRADES.
      *----------------------------------------------------------------
      * LOAD-SALARY-GRADES - One Grade,Step,MonthlyRate line per pay
      * plan entry; malformed lines are skipped.
      *----------------------------------------------------------------
           OPEN INPUT SALARY-GRADES-FILE
           IF WS-SGRADE-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-SG-COUNT >= WS-MAX-SALARY-GRADES
                   READ SALARY-GRADES-FILE INTO WS-SG-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-SG-TXT-GRADE
                               WS-SG-TXT-STEP WS-SG-TXT-RATE
                           UNSTRING WS-SG-LINE DELIMITED BY ","
                               INTO WS-SG-TXT-GRADE
                                    WS-SG-TXT-STEP
                                    WS-SG-TXT-RATE
                           END-UNSTRING
                           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                                   WS-SG-TXT-STEP)) = ZERO
                               AND FUNCTION TEST-NUMVAL(FUNCTION
                                   TRIM(WS-SG-TXT-RATE)) = ZERO
                               ADD 1 TO WS-SG-COUNT
                               MOVE FUNCTION UPPER-CASE(FUNCTION
                                   TRIM(WS-SG-TXT-GRADE))
                                   TO WS-SG-GRADE(WS-SG-COUNT)
                               MOVE FUNCTION NUMVAL(WS-SG-TXT-STEP)
                                   TO WS-SG-STEP(WS-SG-COUNT)
                               MOVE FUNCTION NUMVAL(WS-SG-TXT-RATE)
                                   TO WS-SG-RATE(WS-SG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE SALARY-GRADES-FILE.

       COST-ONE-ITEM.
      *----------------------------------------------------------------
      * COST-ONE-ITEM - Annual cost of the item at WS-PI-IDX: the
      * pay plan's monthly rate for its grade at the incumbent's step
      * (step 1 when the incumbent is not on the roster) x 12. Zero
      * for a vacant item or a grade/step missing from the plan.
      *----------------------------------------------------------------
           MOVE 0 TO WS-PI-ANNUAL(WS-PI-IDX)
           IF WS-PI-STATUS(WS-PI-IDX) = "FILLED"
               PERFORM FIND-INCUMBENT
               MOVE 1 TO WS-SG-LOOKUP-STEP
               IF WS-RE-MATCH-IDX > 0
                   MOVE WS-RE-STEP(WS-RE-MATCH-IDX)
                       TO WS-SG-LOOKUP-STEP
               END-IF
               MOVE 0 TO WS-SG-MATCH-IDX
               PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-COUNT
                   IF WS-SG-GRADE(WS-SG-IDX) = WS-PI-GRADE(WS-PI-IDX)
                       AND WS-SG-STEP(WS-SG-IDX) = WS-SG-LOOKUP-STEP
                       MOVE WS-SG-IDX TO WS-SG-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-SG-MATCH-IDX > 0
                   COMPUTE WS-PI-ANNUAL(WS-PI-IDX) =
                       WS-SG-RATE(WS-SG-MATCH-IDX) * WS-MONTHS-PER-YEAR
               END-IF
           END-IF.

       FIND-INCUMBENT.
      *----------------------------------------------------------------
      * FIND-INCUMBENT - Roster slot of the item at WS-PI-IDX's
      * incumbent; 0 in WS-RE-MATCH-IDX when not on the roster.
      *----------------------------------------------------------------
           MOVE 0 TO WS-RE-MATCH-IDX
           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
               UNTIL WS-RE-IDX > WS-ROSTER-COUNT
               IF WS-RE-ID(WS-RE-IDX) = WS-PI-INCUMBENT(WS-PI-IDX)
                   MOVE WS-RE-IDX TO WS-RE-MATCH-IDX
               END-IF
           END-PERFORM.

       WRITE-ONE-DEPARTMENT.
      *----------------------------------------------------------------
      * WRITE-ONE-DEPARTMENT - Every item of WS-PI-DEPT-IDX's
      * department (in file order), then its counts and cost. Each
      * printed item is marked so its department is printed once.
      *----------------------------------------------------------------
           MOVE WS-PI-DEPT(WS-PI-DEPT-IDX) TO WS-CUR-DEPT
           MOVE 0 TO WS-DEPT-AUTHORIZED
           MOVE 0 TO WS-DEPT-FILLED
           MOVE 0 TO WS-DEPT-VACANT
           MOVE 0 TO WS-DEPT-COST
           IF WS-CUR-DEPT = SPACES
               MOVE "(NONE)" TO WS-DHL-DEPT
           ELSE
               MOVE WS-CUR-DEPT TO WS-DHL-DEPT
           END-IF
           WRITE PLANTILLA-REPORT-RECORD FROM WS-DEPT-HEADING-LINE
           WRITE PLANTILLA-REPORT-RECORD FROM WS-COL-HEADER

           PERFORM VARYING WS-PI-IDX FROM WS-PI-DEPT-IDX BY 1
               UNTIL WS-PI-IDX > WS-PLANT-COUNT
               IF WS-PI-DEPT(WS-PI-IDX) = WS-CUR-DEPT
                   MOVE 1 TO WS-PI-PRINTED(WS-PI-IDX)
                   ADD 1 TO WS-DEPT-AUTHORIZED
                   IF WS-PI-STATUS(WS-PI-IDX) = "FILLED"
                       ADD 1 TO WS-DEPT-FILLED
                       ADD WS-PI-ANNUAL(WS-PI-IDX) TO WS-DEPT-COST
                   ELSE
                       ADD 1 TO WS-DEPT-VACANT
                   END-IF
                   MOVE WS-PI-ITEM(WS-PI-IDX) TO WS-DL-ITEM
                   MOVE WS-PI-TITLE(WS-PI-IDX) TO WS-DL-TITLE
                   MOVE WS-PI-TYPE(WS-PI-IDX) TO WS-DL-TYPE
                   MOVE WS-PI-GRADE(WS-PI-IDX) TO WS-DL-GRADE
                   MOVE WS-PI-STATUS(WS-PI-IDX) TO WS-DL-STATUS
                   MOVE WS-PI-INCUMBENT(WS-PI-IDX) TO WS-DL-INCUMBENT
                   MOVE WS-PI-ANNUAL(WS-PI-IDX) TO WS-DL-ANNUAL
                   WRITE PLANTILLA-REPORT-RECORD FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM

           MOVE "DEPARTMENT TOTAL" TO WS-CL-LABEL
           MOVE WS-DEPT-AUTHORIZED TO WS-CL-AUTHORIZED
           MOVE WS-DEPT-FILLED TO WS-CL-FILLED
           MOVE WS-DEPT-VACANT TO WS-CL-VACANT
           MOVE WS-DEPT-COST TO WS-CL-COST
           WRITE PLANTILLA-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE PLANTILLA-REPORT-RECORD FROM WS-COUNT-LINE
           WRITE PLANTILLA-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE PLANTILLA-REPORT-RECORD FROM WS-BLANK-LINE
           ADD WS-DEPT-AUTHORIZED TO WS-TOT-AUTHORIZED
           ADD WS-DEPT-FILLED TO WS-TOT-FILLED
           ADD WS-DEPT-VACANT TO WS-TOT-VACANT
           ADD WS-DEPT-COST TO WS-TOT-COST.

       WRITE-EXCEPTIONS.
      *----------------------------------------------------------------
      * WRITE-EXCEPTIONS - Roster employees with no item (each one
      * also logged through ERROR-LOGGER), items held by IDs not on
      * the roster, and filled items the pay plan cannot price.
      *----------------------------------------------------------------
           WRITE PLANTILLA-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE PLANTILLA-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE PLANTILLA-REPORT-RECORD FROM WS-EXC-TITLE-LINE

           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
               UNTIL WS-RE-IDX > WS-ROSTER-COUNT
               MOVE 0 TO WS-PI-MATCH-IDX
               PERFORM VARYING WS-PI-IDX FROM 1 BY 1
                   UNTIL WS-PI-IDX > WS-PLANT-COUNT
                   IF WS-PI-INCUMBENT(WS-PI-IDX) = WS-RE-ID(WS-RE-IDX)
                       MOVE WS-PI-IDX TO WS-PI-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-PI-MATCH-IDX = 0
                   ADD 1 TO WS-NO-ITEM-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   STRING FUNCTION TRIM(WS-MSG-NO-ITEM-1)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RE-ID(WS-RE-IDX))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RE-NAME(WS-RE-IDX))
                           DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RE-TYPE(WS-RE-IDX))
                           DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-EXCEPTION-LINE
                   WRITE PLANTILLA-REPORT-RECORD FROM WS-EXCEPTION-LINE
                   MOVE "PAY104" TO ERRLOG-CODE
                   SET ERRLOG-SEV-ERROR TO TRUE
                   MOVE SPACES TO ERRLOG-MESSAGE
                   STRING "Employee " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RE-ID(WS-RE-IDX))
                           DELIMITED BY SIZE
                       " is on the roster without a plantilla item"
                           DELIMITED BY SIZE
                       INTO ERRLOG-MESSAGE
                   PERFORM LOG-SHARED-ERROR
               END-IF
           END-PERFORM

           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
               UNTIL WS-PI-IDX > WS-PLANT-COUNT
               IF WS-PI-STATUS(WS-PI-IDX) = "FILLED"
                   PERFORM FIND-INCUMBENT
                   IF WS-RE-MATCH-IDX = 0
                       ADD 1 TO WS-EXCEPTION-COUNT
                       MOVE SPACES TO WS-EXCEPTION-LINE
                       STRING FUNCTION TRIM(WS-MSG-NO-ITEM-2)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PI-ITEM(WS-PI-IDX))
                               DELIMITED BY SIZE
                           " / " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PI-INCUMBENT(WS-PI-IDX))
                               DELIMITED BY SIZE
                           INTO WS-EXCEPTION-LINE
                       WRITE PLANTILLA-REPORT-RECORD
                           FROM WS-EXCEPTION-LINE
                   END-IF
                   IF WS-PI-ANNUAL(WS-PI-IDX) = 0
                       ADD 1 TO WS-EXCEPTION-COUNT
                       MOVE SPACES TO WS-EXCEPTION-LINE
                       STRING FUNCTION TRIM(WS-MSG-NO-ITEM-3)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PI-ITEM(WS-PI-IDX))
                               DELIMITED BY SIZE
                           " grade " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PI-GRADE(WS-PI-IDX))
                               DELIMITED BY SIZE
                           INTO WS-EXCEPTION-LINE
                       WRITE PLANTILLA-REPORT-RECORD
                           FROM WS-EXCEPTION-LINE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-EXCEPTION-COUNT = 0
               MOVE "NONE" TO WS-EXCEPTION-LINE
               WRITE PLANTILLA-REPORT-RECORD FROM WS-EXCEPTION-LINE
           END-IF.

       LOG-SHARED-ERROR.
      *----------------------------------------------------------------
      * LOG-SHARED-ERROR - Hand the event to ERROR-LOGGER for the
      * consolidated BATCH-EXCEPTIONS.TXT; ON EXCEPTION keeps a
      * standalone run alive when the logger is not linked in.
      *----------------------------------------------------------------
           MOVE "PLANTILLA-REPORT" TO ERRLOG-PROGRAM
           CALL "ERROR-LOGGER" USING ERRLOG-PARAMETER
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SPACES TO ERRLOG-SEVERITY.

       END PROGRAM PLANTILLA-REPORT.
