      *   4. Writes a billing statement per student and a
      *      receivables summary per year level and section to
      *      STUDENT-BILLING.TXT
      *   5. Employees' children get the tuition privilege: a student
      *      linked on EMPLOYEE-DEPENDENTS.TXT ("StudentID,EmployeeID")
      *      to an employee still on PAYROLL-EMPLOYEES.TXT is
      *      discounted at the rate TUITION-PRIVILEGE.TXT sets for
      *      that employee type, one
      *      "EmployeeType,DiscountPct,MinTenureYears,MaxChildren"
      *      line per type. The percentage applies to tuition (not
      *      miscellaneous fees), after any scholarship grant; the
      *      employee must have served MinTenureYears since the roster
      *      hire date, and only the first MaxChildren enrolled
      *      dependents (in link-file order) qualify. 0 in either
      *      limit means no limit
      *   6. The parent employee's ID on a privilege line prints
      *      down to its last 4 digits (DATA-MASK, see MASKPARM.CPY)
      *      - the billing travels through offices that have no
      *      business linking a student to a staff member - unless
      *      an entitled operator armed an unmasked print of
      *      STUDENT-BILLING.TXT from OPERATOR-CONSOLE; that print
      *      is on the operator activity log. The billing amounts
      *      themselves stay in figures: they are the student's
      *      own charges and every student accounts program reads
      *      them off this file
      *   7. The fee schedule and the grant table are the approved
      *      versions in force for the term on STUDENT-TERM.TXT
      *      (RATE-VERSION, see RATEVER.CPY) - the plain
      *      STUDENT-FEES.TXT / STUDENT-SCHOLARSHIPS.TXT until one
      *      is approved - and both version IDs are printed under the
      *      title of STUDENT-BILLING.TXT and STUDENT-SPONSOR-
      *      BILLING.TXT, so a reprint or re-assessment of an old
      *      term shows (and uses) that term's rates
      *
      * AUTHOR: GROUP2
      *================================================================
       FILE-CONTROL.

           SELECT STUDENT-FEES-FILE
               ASSIGN TO DYNAMIC WS-FEES-FILE-NAME
      * STUDENT-FEES.TXT or the term's approved version
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEES-FILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SCHOLARSHIP-TABLE-FILE
               ASSIGN TO DYNAMIC WS-SCHOL-FILE-NAME
      * Grant table, one
      * "GrantCode,DiscountPct,FixedAmount,Sponsor,MinGWA" line per
      * grant. DiscountPct > 0 wins over FixedAmount; MinGWA > 0
      * discounts their grants covered this run.
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EMPLOYEE-DEPENDENTS-FILE
               ASSIGN TO "EMPLOYEE-DEPENDENTS.TXT"
      * Which enrolled students are employees' children: one
      * "StudentID,EmployeeID" line per dependent, in the order HR
      * recorded them (that order ranks the children for the
      * number-of-children limit).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPEND-FILE-STATUS.

           SELECT OPTIONAL TUITION-PRIVILEGE-FILE
               ASSIGN TO "TUITION-PRIVILEGE.TXT"
      * Privilege rate per employee type, with its tenure and
      * number-of-children limits.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIV-FILE-STATUS.

           SELECT OPTIONAL STUDENT-TERM-FILE
               ASSIGN TO "STUDENT-TERM.TXT"
      * The current term ID (YYYY-T) the rate versions are resolved
      * for.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT OPTIONAL PAYROLL-EMPLOYEES-FILE
               ASSIGN TO "PAYROLL-EMPLOYEES.TXT"
      * The payroll roster ROSTER-MAINT keeps - an employee on it is
      * active (separations are removed); read-only here for the
      * employee type and the hire date (roster field 12).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FEES-FILE.
       FD  SPONSOR-BILLING-FILE.
       01  SPONSOR-BILLING-REC         PIC X(100).

       FD  EMPLOYEE-DEPENDENTS-FILE.
       01  EMPLOYEE-DEPENDENTS-REC     PIC X(30).

       FD  TUITION-PRIVILEGE-FILE.
       01  TUITION-PRIVILEGE-REC       PIC X(50).

       FD  PAYROLL-EMPLOYEES-FILE.
       01  PAYROLL-EMPLOYEES-REC       PIC X(140).

       FD  STUDENT-TERM-FILE.
       01  STUDENT-TERM-RECORD         PIC X(20).

       WORKING-STORAGE SECTION.

       01  WS-FEES-FILE-STATUS    PIC XX.
       01  WS-FEES-FILE-NAME      PIC X(50)
              VALUE "STUDENT-FEES.TXT".
       01  WS-SCHOL-FILE-NAME     PIC X(50)
              VALUE "STUDENT-SCHOLARSHIPS.TXT".
       01  WS-TERM-FILE-STATUS    PIC XX.
       01  WS-TERM-LINE           PIC X(20).
       01  WS-TERM-ID             PIC X(10) VALUE "UNDATED".

      *----------------------------------------------------------------
      * RATE TABLE VERSIONS in force for the term
      *----------------------------------------------------------------
       COPY RATEVER.
       01  WS-FEES-VER-ID         PIC X(6) VALUE "BASE".
       01  WS-SCHOL-VER-ID        PIC X(6) VALUE "BASE".
       01  WS-RATE-VERSION-LINE   PIC X(100).
      * "TERM <id>  FEE SCHEDULE <id>  SCHOLARSHIPS <id>" under the
      * billing titles - led by spaces, so the programs that read
      * the statement lines by student ID pass over it
       01  WS-ENROLL-FILE-STATUS  PIC XX.
       01  WS-INPUT-FILE-STATUS   PIC XX.
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
           05 FILLER              PIC X(5)  VALUE SPACES.
           05 WS-SPL-AMOUNT       PIC ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * EMPLOYEE DEPENDENT TUITION PRIVILEGE
      *----------------------------------------------------------------
       01  WS-DEPEND-FILE-STATUS  PIC XX.
       01  WS-PRIV-FILE-STATUS    PIC XX.
       01  WS-ROSTER-FILE-STATUS  PIC XX.
       01  WS-MAX-PRIV-RULES      PIC 99 VALUE 10.
       01  WS-PRV-COUNT           PIC 99 VALUE 0.
       01  WS-PRIVILEGE-TABLE.
           05 WS-PRV-ENTRY OCCURS 10 TIMES.
               10 WS-PRV-TYPE     PIC X(15).
               10 WS-PRV-PCT      PIC 999.
               10 WS-PRV-MIN-YEARS PIC 99.
               10 WS-PRV-MAX-KIDS PIC 99.
       01  WS-PRV-IDX             PIC 99 VALUE 0.
       01  WS-PRV-MATCH-IDX       PIC 99 VALUE 0.
       01  WS-PRV-PARSE.
           05 WS-PRV-LINE         PIC X(50).
           05 WS-PRV-TXT-TYPE     PIC X(15).
           05 WS-PRV-TXT-PCT      PIC X(5).
           05 WS-PRV-TXT-YEARS    PIC X(5).
           05 WS-PRV-TXT-KIDS     PIC X(5).

       01  WS-MAX-DEPENDENTS      PIC 999 VALUE 500.
       01  WS-DEP-COUNT           PIC 999 VALUE 0.
       01  WS-DEPENDENT-TABLE.
           05 WS-DEP-ENTRY OCCURS 500 TIMES.
               10 WS-DEP-STUDENT  PIC X(10).
               10 WS-DEP-EMP-ID   PIC X(10).
       01  WS-DEP-IDX             PIC 999 VALUE 0.
       01  WS-DEP-MATCH-IDX       PIC 999 VALUE 0.
       01  WS-DEP-PARSE.
           05 WS-DEP-LINE         PIC X(30).
           05 WS-DEP-TXT-STUDENT  PIC X(10).
           05 WS-DEP-TXT-EMP-ID   PIC X(10).

       01  WS-MAX-EMPLOYEES       PIC 9999 VALUE 1000.
       01  WS-EMP-COUNT           PIC 9999 VALUE 0.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 1000 TIMES.
               10 WS-EMP-ID       PIC X(10).
               10 WS-EMP-TYPE     PIC X(15).
               10 WS-EMP-HIRED    PIC X(10).
       01  WS-EMP-IDX             PIC 9999 VALUE 0.
       01  WS-EMP-MATCH-IDX       PIC 9999 VALUE 0.
       01  WS-EMP-PARSE.
           05 WS-EMP-LINE         PIC X(140).
           05 WS-EMP-TXT-TYPE     PIC X(15).
           05 WS-EMP-TXT-ID       PIC X(10).
           05 WS-EMP-TXT-SKIP     PIC X(25).
           05 WS-EMP-TXT-HIRED    PIC X(10).

       01  WS-TODAY-YMD           PIC 9(8) VALUE 0.
       01  WS-HIRED-YMD           PIC 9(8) VALUE 0.
       01  WS-TENURE-YEARS        PIC 99 VALUE 0.
       01  WS-CHILD-RANK          PIC 999 VALUE 0.
       01  WS-SIB-IDX             PIC 9999 VALUE 0.
       01  WS-PRIVILEGE           PIC 9(7)V99 VALUE 0.
       01  WS-PRIVILEGED-COUNT    PIC 999 VALUE 0.
       01  WS-PRIVILEGE-TOTAL     PIC 9(9)V99 VALUE 0.

       01  WS-BILL-PRIV-LINE.
           05 FILLER              PIC X(34)
              VALUE "  LESS EMPLOYEE PRIVILEGE (EMP ID ".
           05 WS-BPL-EMP-ID       PIC X(15).
           05 FILLER              PIC X(2)  VALUE "):".
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 WS-BPL-AMOUNT       PIC -ZZ,ZZ9.99.

      *----------------------------------------------------------------
      * BILLING REPORT LAYOUT
      *----------------------------------------------------------------
       01  WS-BLANK-LINE          PIC X(100) VALUE SPACES.
       COPY MASKPARM.
       01  WS-BILL-UNMASKED       PIC 9 VALUE 0.
       01  WS-BILL-TITLE-LINE.
           05 FILLER              PIC X(22) VALUE SPACES.
           05 FILLER              PIC X(36)
      * MAIN-PROCEDURE - Load the schedule, the enrollment and the
      * unit counts, then bill everyone and summarize.
      *----------------------------------------------------------------
           PERFORM LOAD-TERM
           PERFORM RESOLVE-RATE-VERSIONS
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-ENROLLMENT
           PERFORM LOAD-SCHOLARSHIPS
           PERFORM LOAD-GRANTS
           PERFORM LOAD-GWA-HISTORY
           PERFORM LOAD-PRIVILEGE-RULES
           IF WS-PRV-COUNT > 0
               PERFORM LOAD-DEPENDENTS
               IF WS-DEP-COUNT > 0
                   PERFORM LOAD-EMPLOYEES
               END-IF
           END-IF
           IF WS-HAS-ERROR = 0
               PERFORM MINE-UNIT-COUNTS
               PERFORM WRITE-BILLING
                   DISPLAY WS-SKIPPED-STATUS-COUNT " student(s) not"
                       " billed (status LOA/DRP/GRD)"
               END-IF
               IF WS-PRIVILEGED-COUNT > 0
                   DISPLAY "Employee tuition privilege: "
                       WS-PRIVILEGED-COUNT " dependent(s), total "
                       WS-PRIVILEGE-TOTAL
               END-IF
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-TERM.
      *----------------------------------------------------------------
      * LOAD-TERM - Term ID the rate versions are resolved for.
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

       RESOLVE-RATE-VERSIONS.
      *----------------------------------------------------------------
      * RESOLVE-RATE-VERSIONS - The approved fee schedule and grant
      * table versions in force for the term (the latest approved
      * on an undated run). None in force, or no RATE-VERSION module
      * linked, keeps the plain files as "BASE".
      *----------------------------------------------------------------
           IF WS-TERM-ID = "UNDATED"
               MOVE SPACES TO RATEVER-AS-OF
           ELSE
               MOVE WS-TERM-ID TO RATEVER-AS-OF
           END-IF
           MOVE "TUITION-ASSESSMENT" TO RATEVER-PROGRAM

           MOVE "STUDENT-FEES" TO RATEVER-TABLE
           PERFORM CALL-RATE-VERSION
           MOVE RATEVER-VERSION-ID TO WS-FEES-VER-ID
           IF RATEVER-FOUND
               MOVE RATEVER-FILE TO WS-FEES-FILE-NAME
           END-IF

           MOVE "STUDENT-SCHOLARSHIPS" TO RATEVER-TABLE
           PERFORM CALL-RATE-VERSION
           MOVE RATEVER-VERSION-ID TO WS-SCHOL-VER-ID
           IF RATEVER-FOUND
               MOVE RATEVER-FILE TO WS-SCHOL-FILE-NAME
           END-IF

           MOVE SPACES TO WS-RATE-VERSION-LINE
           STRING "    TERM " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERM-ID) DELIMITED BY SIZE
               "  FEE SCHEDULE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FEES-VER-ID) DELIMITED BY SIZE
               "  SCHOLARSHIPS " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCHOL-VER-ID) DELIMITED BY SIZE
               INTO WS-RATE-VERSION-LINE
           DISPLAY FUNCTION TRIM(WS-RATE-VERSION-LINE).

       CALL-RATE-VERSION.
      *----------------------------------------------------------------
      * CALL-RATE-VERSION - A failed CALL is the base schedule.
      *----------------------------------------------------------------
           CALL "RATE-VERSION" USING RATEVER-PARAMETER
               ON EXCEPTION
                   MOVE "B" TO RATEVER-RESULT
                   MOVE "BASE" TO RATEVER-VERSION-ID
           END-CALL.

       LOAD-FEE-SCHEDULE.
      *----------------------------------------------------------------
      * LOAD-FEE-SCHEDULE - One "YearLevel,PerUnitRate,MiscFee" line
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-FEES-FILE
           IF WS-FEES-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-FEES-FILE-NAME)
                   " not found or could not be opened (status "
                   WS-FEES-FILE-STATUS ")"
               MOVE 1 TO WS-HAS-ERROR
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 1
      * year level and section, then the grand total.
      *----------------------------------------------------------------
           OPEN OUTPUT STUDENT-BILLING-FILE
           MOVE "STUDENT-BILLING.TXT" TO MASK-FILE
           SET MASK-FN-AUTHORIZE TO TRUE
           MOVE "TUITION-ASSESSMENT" TO MASK-PROGRAM
           CALL "DATA-MASK" USING MASK-PARAMETER
               ON EXCEPTION
                   SET MASK-MASKED TO TRUE
           END-CALL
           MOVE 0 TO WS-BILL-UNMASKED
           IF MASK-UNMASKED
               MOVE 1 TO WS-BILL-UNMASKED
           END-IF
           WRITE STUDENT-BILLING-REC FROM WS-BILL-TITLE-LINE
           WRITE STUDENT-BILLING-REC FROM WS-RATE-VERSION-LINE
           WRITE STUDENT-BILLING-REC FROM WS-BLANK-LINE
           WRITE STUDENT-BILLING-REC FROM WS-BILL-COL-HDR
           WRITE STUDENT-BILLING-REC FROM WS-BLANK-LINE
      * sponsored portion lands on the sponsor's own bill - no more
      * off-the-books adjustment afterwards

               PERFORM APPLY-EMPLOYEE-PRIVILEGE
      * An employee's child gets the privilege rate on whatever
      * tuition the grant left - replaces the side-letter discount

               MOVE WS-ENR-ID(WS-ENR-IDX) TO WS-BDL-ID
               MOVE WS-ENR-NAME(WS-ENR-IDX) TO WS-BDL-NAME
               MOVE WS-ENR-YEAR(WS-ENR-IDX) TO WS-BDL-YEAR
               IF WS-DISCOUNT > 0
                   WRITE STUDENT-BILLING-REC FROM WS-BILL-GRANT-LINE
               END-IF
               IF WS-PRIVILEGE > 0
                   WRITE STUDENT-BILLING-REC FROM WS-BILL-PRIV-LINE
               END-IF

               ADD 1 TO WS-BILLED-COUNT
               ADD WS-TOTAL-DUE TO WS-GRAND-TOTAL
      *----------------------------------------------------------------
           OPEN OUTPUT SPONSOR-BILLING-FILE
           WRITE SPONSOR-BILLING-REC FROM WS-SPN-TITLE-LINE
           WRITE SPONSOR-BILLING-REC FROM WS-RATE-VERSION-LINE
           WRITE SPONSOR-BILLING-REC FROM WS-BLANK-LINE
           WRITE SPONSOR-BILLING-REC FROM WS-SPN-COL-HDR
           WRITE SPONSOR-BILLING-REC FROM WS-BLANK-LINE
           DISPLAY "Sponsor billing generated: " WS-SPN-COUNT
               " sponsor(s) on STUDENT-SPONSOR-BILLING.TXT".

       LOAD-PRIVILEGE-RULES.
      *----------------------------------------------------------------
      * LOAD-PRIVILEGE-RULES - One "EmployeeType,DiscountPct,
      * MinTenureYears,MaxChildren" line per employee type. No file
      * means no employee privilege this run.
      *----------------------------------------------------------------
           OPEN INPUT TUITION-PRIVILEGE-FILE
           IF WS-PRIV-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-PRV-COUNT >= WS-MAX-PRIV-RULES
                   READ TUITION-PRIVILEGE-FILE INTO WS-PRV-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-PRV-LINE) NOT = SPACES
                               MOVE SPACES TO WS-PRV-TXT-TYPE
                               MOVE SPACES TO WS-PRV-TXT-PCT
                               MOVE SPACES TO WS-PRV-TXT-YEARS
                               MOVE SPACES TO WS-PRV-TXT-KIDS
                               UNSTRING WS-PRV-LINE DELIMITED BY ","
                                   INTO WS-PRV-TXT-TYPE
                                        WS-PRV-TXT-PCT
                                        WS-PRV-TXT-YEARS
                                        WS-PRV-TXT-KIDS
                               END-UNSTRING
                               ADD 1 TO WS-PRV-COUNT
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-PRV-TXT-TYPE))
                                   TO WS-PRV-TYPE(WS-PRV-COUNT)
                               MOVE FUNCTION NUMVAL(WS-PRV-TXT-PCT)
                                   TO WS-PRV-PCT(WS-PRV-COUNT)
                               MOVE FUNCTION NUMVAL(WS-PRV-TXT-YEARS)
                                   TO WS-PRV-MIN-YEARS(WS-PRV-COUNT)
                               MOVE FUNCTION NUMVAL(WS-PRV-TXT-KIDS)
                                   TO WS-PRV-MAX-KIDS(WS-PRV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE TUITION-PRIVILEGE-FILE.

       LOAD-DEPENDENTS.
      *----------------------------------------------------------------
      * LOAD-DEPENDENTS - The student-to-employee links, in file
      * order.
      *----------------------------------------------------------------
           OPEN INPUT EMPLOYEE-DEPENDENTS-FILE
           IF WS-DEPEND-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-DEP-COUNT >= WS-MAX-DEPENDENTS
                   READ EMPLOYEE-DEPENDENTS-FILE INTO WS-DEP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-DEP-LINE) NOT = SPACES
                               MOVE SPACES TO WS-DEP-TXT-STUDENT
                               MOVE SPACES TO WS-DEP-TXT-EMP-ID
                               UNSTRING WS-DEP-LINE DELIMITED BY ","
                                   INTO WS-DEP-TXT-STUDENT
                                        WS-DEP-TXT-EMP-ID
                               END-UNSTRING
                               ADD 1 TO WS-DEP-COUNT
                               MOVE FUNCTION TRIM(WS-DEP-TXT-STUDENT)
                                   TO WS-DEP-STUDENT(WS-DEP-COUNT)
                               MOVE FUNCTION TRIM(WS-DEP-TXT-EMP-ID)
                                   TO WS-DEP-EMP-ID(WS-DEP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE EMPLOYEE-DEPENDENTS-FILE.

       LOAD-EMPLOYEES.
      *----------------------------------------------------------------
      * LOAD-EMPLOYEES - ID, type and hire date of every employee on
      * the active payroll roster (Type,ID,Name,...,HireDate - the
      * hire date is the 12th field).
      *----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           OPEN INPUT PAYROLL-EMPLOYEES-FILE
           IF WS-ROSTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-EMP-COUNT >= WS-MAX-EMPLOYEES
                   READ PAYROLL-EMPLOYEES-FILE INTO WS-EMP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-EMP-LINE) NOT = SPACES
                               MOVE SPACES TO WS-EMP-TXT-TYPE
                               MOVE SPACES TO WS-EMP-TXT-ID
                               MOVE SPACES TO WS-EMP-TXT-HIRED
                               UNSTRING WS-EMP-LINE DELIMITED BY ","
                                   INTO WS-EMP-TXT-TYPE
                                        WS-EMP-TXT-ID
                                        WS-EMP-TXT-SKIP
                                        WS-EMP-TXT-SKIP
                                        WS-EMP-TXT-SKIP
                                        WS-EMP-TXT-SKIP
                                        WS-EMP-TXT-SKIP
                                        WS-EMP-TXT-SKIP
                                        WS-EMP-TXT-SKIP
                                        WS-EMP-TXT-SKIP
                                        WS-EMP-TXT-SKIP
                                        WS-EMP-TXT-HIRED
                               END-UNSTRING
                               ADD 1 TO WS-EMP-COUNT
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-EMP-TXT-TYPE))
                                   TO WS-EMP-TYPE(WS-EMP-COUNT)
                               MOVE FUNCTION TRIM(WS-EMP-TXT-ID)
                                   TO WS-EMP-ID(WS-EMP-COUNT)
                               MOVE FUNCTION TRIM(WS-EMP-TXT-HIRED)
                                   TO WS-EMP-HIRED(WS-EMP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           ELSE
               DISPLAY "WARNING: PAYROLL-EMPLOYEES.TXT not readable -"
                   " no employee tuition privilege this run"
           END-IF
           CLOSE PAYROLL-EMPLOYEES-FILE.

       APPLY-EMPLOYEE-PRIVILEGE.
      *----------------------------------------------------------------
      * APPLY-EMPLOYEE-PRIVILEGE - If the student at WS-ENR-IDX is an
      * active employee's dependent: find the employee's type rule,
      * check tenure and the child's rank among the employee's
      * enrolled dependents, then take the privilege percentage of
      * tuition off the bill (capped at what is still due).
      * WS-PRIVILEGE is left at 0 otherwise.
      *----------------------------------------------------------------
           MOVE 0 TO WS-PRIVILEGE
           MOVE 0 TO WS-DEP-MATCH-IDX
           PERFORM VARYING WS-DEP-IDX FROM WS-DEP-COUNT BY -1
               UNTIL WS-DEP-IDX < 1
               IF WS-DEP-STUDENT(WS-DEP-IDX) = WS-ENR-ID(WS-ENR-IDX)
                   MOVE WS-DEP-IDX TO WS-DEP-MATCH-IDX
               END-IF
           END-PERFORM
      * Scanned backwards so the first link on file wins when a
      * student is linked to two employee parents

           MOVE 0 TO WS-EMP-MATCH-IDX
           IF WS-DEP-MATCH-IDX > 0
               PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
                   IF WS-EMP-ID(WS-EMP-IDX) =
                       WS-DEP-EMP-ID(WS-DEP-MATCH-IDX)
                       MOVE WS-EMP-IDX TO WS-EMP-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-EMP-MATCH-IDX = 0
                   DISPLAY "WARNING: " WS-ENR-ID(WS-ENR-IDX)
                       " linked to employee "
                       FUNCTION TRIM(WS-DEP-EMP-ID(WS-DEP-MATCH-IDX))
                       " who is not on the active roster - no"
                       " tuition privilege"
               END-IF
           END-IF

           MOVE 0 TO WS-PRV-MATCH-IDX
           IF WS-EMP-MATCH-IDX > 0
               PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-COUNT
                   IF WS-PRV-TYPE(WS-PRV-IDX) =
                       WS-EMP-TYPE(WS-EMP-MATCH-IDX)
                       MOVE WS-PRV-IDX TO WS-PRV-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF

           IF WS-PRV-MATCH-IDX > 0
               IF WS-PRV-MIN-YEARS(WS-PRV-MATCH-IDX) > 0
                   PERFORM CHECK-PRIVILEGE-TENURE
               END-IF
           END-IF

           IF WS-PRV-MATCH-IDX > 0
               IF WS-PRV-MAX-KIDS(WS-PRV-MATCH-IDX) > 0
                   PERFORM CHECK-PRIVILEGE-CHILD-LIMIT
               END-IF
           END-IF

           IF WS-PRV-MATCH-IDX > 0
               COMPUTE WS-PRIVILEGE ROUNDED =
                   WS-TUITION * WS-PRV-PCT(WS-PRV-MATCH-IDX) / 100
               IF WS-PRIVILEGE > WS-TOTAL-DUE
                   MOVE WS-TOTAL-DUE TO WS-PRIVILEGE
               END-IF
               SUBTRACT WS-PRIVILEGE FROM WS-TOTAL-DUE
               IF WS-PRIVILEGE > 0
                   ADD 1 TO WS-PRIVILEGED-COUNT
                   ADD WS-PRIVILEGE TO WS-PRIVILEGE-TOTAL
               END-IF
               MOVE WS-DEP-EMP-ID(WS-DEP-MATCH-IDX) TO WS-BPL-EMP-ID
               IF WS-BILL-UNMASKED = 0
                   MOVE WS-BPL-EMP-ID TO MASK-VALUE
                   SET MASK-FN-ID TO TRUE
                   CALL "DATA-MASK" USING MASK-PARAMETER
                       ON EXCEPTION
                           MOVE ALL "*" TO MASK-VALUE
                   END-CALL
                   MOVE MASK-VALUE TO WS-BPL-EMP-ID
               END-IF
               COMPUTE WS-BPL-AMOUNT = 0 - WS-PRIVILEGE
           END-IF.

       CHECK-PRIVILEGE-TENURE.
      *----------------------------------------------------------------
      * CHECK-PRIVILEGE-TENURE - Completed years of service from the
      * roster hire date (YYYY-MM-DD) to today. A missing or
      * unreadable hire date cannot prove tenure; failing the check
      * clears WS-PRV-MATCH-IDX.
      *----------------------------------------------------------------
           MOVE 0 TO WS-TENURE-YEARS
           MOVE 0 TO WS-HIRED-YMD
           IF WS-EMP-HIRED(WS-EMP-MATCH-IDX)(1:4) IS NUMERIC
               AND WS-EMP-HIRED(WS-EMP-MATCH-IDX)(6:2) IS NUMERIC
               AND WS-EMP-HIRED(WS-EMP-MATCH-IDX)(9:2) IS NUMERIC
               STRING WS-EMP-HIRED(WS-EMP-MATCH-IDX)(1:4)
                       DELIMITED BY SIZE
                   WS-EMP-HIRED(WS-EMP-MATCH-IDX)(6:2)
                       DELIMITED BY SIZE
                   WS-EMP-HIRED(WS-EMP-MATCH-IDX)(9:2)
                       DELIMITED BY SIZE
                   INTO WS-HIRED-YMD
               IF WS-HIRED-YMD < WS-TODAY-YMD
                   COMPUTE WS-TENURE-YEARS =
                       (WS-TODAY-YMD - WS-HIRED-YMD) / 10000
               END-IF
           END-IF
           IF WS-TENURE-YEARS < WS-PRV-MIN-YEARS(WS-PRV-MATCH-IDX)
               DISPLAY "WARNING: " WS-ENR-ID(WS-ENR-IDX)
                   " - employee "
                   FUNCTION TRIM(WS-DEP-EMP-ID(WS-DEP-MATCH-IDX))
                   " has " WS-TENURE-YEARS " year(s) of service,"
                   " privilege needs "
                   WS-PRV-MIN-YEARS(WS-PRV-MATCH-IDX)
               MOVE 0 TO WS-PRV-MATCH-IDX
           END-IF.

       CHECK-PRIVILEGE-CHILD-LIMIT.
      *----------------------------------------------------------------
      * CHECK-PRIVILEGE-CHILD-LIMIT - This child's rank among the
      * employee's currently enrolled dependents, in link-file
      * order; a rank past the type's MaxChildren clears
      * WS-PRV-MATCH-IDX.
      *----------------------------------------------------------------
           MOVE 1 TO WS-CHILD-RANK
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX >= WS-DEP-MATCH-IDX
               IF WS-DEP-EMP-ID(WS-DEP-IDX) =
                   WS-DEP-EMP-ID(WS-DEP-MATCH-IDX)
                   AND WS-DEP-STUDENT(WS-DEP-IDX) NOT =
                       WS-ENR-ID(WS-ENR-IDX)
                   PERFORM VARYING WS-SIB-IDX FROM 1 BY 1
                       UNTIL WS-SIB-IDX > WS-ENR-COUNT
                       IF WS-ENR-ID(WS-SIB-IDX) =
                           WS-DEP-STUDENT(WS-DEP-IDX)
                           AND WS-ENR-STATUS(WS-SIB-IDX) = "ENR "
                           ADD 1 TO WS-CHILD-RANK
                       END-IF
                   END-PERFORM
      * Only an older sibling who is enrolled this term uses up a
      * place - a graduate's slot passes to the next child
               END-IF
           END-PERFORM
           IF WS-CHILD-RANK > WS-PRV-MAX-KIDS(WS-PRV-MATCH-IDX)
               DISPLAY "WARNING: " WS-ENR-ID(WS-ENR-IDX)
                   " is enrolled dependent no. " WS-CHILD-RANK
                   " of employee "
                   FUNCTION TRIM(WS-DEP-EMP-ID(WS-DEP-MATCH-IDX))
                   " - privilege limited to "
                   WS-PRV-MAX-KIDS(WS-PRV-MATCH-IDX) " child(ren)"
               MOVE 0 TO WS-PRV-MATCH-IDX
           END-IF.

       ADD-TO-RECEIVABLES-GROUP.
      *----------------------------------------------------------------
      * ADD-TO-RECEIVABLES-GROUP - Fold the assessment just written
