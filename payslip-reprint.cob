      *================================================================
      * PROGRAM: PAYSLIP-REPRINT - DUPLICATE PAYSLIPS FROM THE MASTER
      *================================================================
      * PURPOSE: Reissues an employee's payslip for any past pay
      *          period - the copies asked for with loan applications
      *          and visa requirements - long after
      *          PAYROLL-PAYSLIPS.TXT has been overwritten by later
      *          cutoffs. Every copy is marked DUPLICATE with the
      *          reprint date, and every request is logged.
      *
      * HOW IT WORKS:
      *   1. PAYSLIP-REPRINT-REQUEST.TXT, one request per line:
      *        EmployeeID,FromPeriod,ToPeriod,RequestedBy,Purpose
      *      ToPeriod blank = FromPeriod alone; otherwise every
      *      period on file from FromPeriod through ToPeriod (period
      *      IDs compare as text, so "2026-01-A" to "2026-06-B" is
      *      the first half of 2026). RequestedBy is required -
      *      a request that does not say who asked is refused.
      *      Purpose is optional free text (LOAN, VISA, ...)
      *   2. PAYROLL-MASTER.DAT is read with the same START/READ NEXT
      *      keyed access PAYROLL-INQUIRY uses, from the employee's
      *      FromPeriod record forward while the ID matches and the
      *      period is within the range
      *   3. PAYROLL-PAYSLIP-REPRINT.TXT gets one payslip per period
      *      found, in the exact layout WRITE-PAYSLIPS prints, under
      *      a "*** DUPLICATE ***" banner carrying the reprint date,
      *      and under the period the rate table versions the period
      *      was computed with (MAST-RATE-VERSIONS)
      *   4. PAYSLIP-REPRINT-LOG.TXT is appended one line per period
      *      reprinted - and one per request that found nothing or
      *      was refused:
      *        ReprintDate,ReprintTime,EmployeeID,Period,
      *        RequestedBy,Purpose,Result
      *
      * NOTE: Periods recorded before the master carried the payslip
      *       detail columns reprint with basic pay, allowance, loan
      *       balance, holiday, night differential and benefit as
      *       zero (gross, deductions, loans and net are always
      *       there). Refused and not-found requests are logged
      *       through ERROR-LOGGER as WARNINGs; a master that cannot
      *       be opened ends the run with RETURN-CODE 1.
      *       The amount columns print starred out (DATA-MASK, see
      *       MASKPARM.CPY) unless an entitled operator armed an
      *       unmasked print of PAYROLL-PAYSLIP-REPRINT.TXT from
      *       OPERATOR-CONSOLE; that print is on the operator
      *       activity log.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSLIP-REPRINT.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT REPRINT-REQUEST-FILE
            ASSIGN TO "PAYSLIP-REPRINT-REQUEST.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REQUEST-FILE-STATUS.

       SELECT PAYROLL-MASTER-FILE
            ASSIGN TO "PAYROLL-MASTER.DAT"
      * Same indexed master EMPLOYEE-PAYROLL writes - both FDs COPY
      * the shared PAYMAST layout.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MAST-KEY
            FILE STATUS IS WS-MASTER-FILE-STATUS.

       SELECT REPRINT-FILE
            ASSIGN TO "PAYROLL-PAYSLIP-REPRINT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL REPRINT-LOG-FILE
            ASSIGN TO "PAYSLIP-REPRINT-LOG.TXT"
      * Standing register of every reprint - appended, never
      * rewritten.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPRINT-REQUEST-FILE.
       01  REPRINT-REQUEST-RECORD      PIC X(100).

       FD  PAYROLL-MASTER-FILE.
       COPY PAYMAST.

       FD  REPRINT-FILE.
       01  REPRINT-RECORD              PIC X(250).

       FD  REPRINT-LOG-FILE.
       01  REPRINT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY MASKPARM.
       01  WS-REPRINT-UNMASKED         PIC 9 VALUE 0.

       01  WS-REQUEST-FILE-STATUS      PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-LOG-FILE-STATUS          PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-READ-DONE-FLAG           PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * REQUEST BEING SERVED
      *----------------------------------------------------------------
       01  WS-REQUEST-PARSE.
               05 WS-RQ-LINE           PIC X(100).
               05 WS-RQ-EMP-ID         PIC X(10).
               05 WS-RQ-FROM-PERIOD    PIC X(10).
               05 WS-RQ-TO-PERIOD      PIC X(10).
               05 WS-RQ-REQUESTED-BY   PIC X(25).
               05 WS-RQ-PURPOSE        PIC X(20).
       01  WS-RQ-PERIOD-COUNT          PIC 999 VALUE 0.
       01  WS-RQ-RESULT                PIC X(12).
       01  WS-LOG-PERIOD               PIC X(10).

       01  WS-REQUEST-COUNT            PIC 999 VALUE 0.
       01  WS-REPRINT-COUNT            PIC 9(5) VALUE 0.
       01  WS-NOT-FOUND-COUNT          PIC 999 VALUE 0.
       01  WS-REFUSED-COUNT            PIC 999 VALUE 0.

       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-REPRINT-DATE             PIC X(10).
       01  WS-REPRINT-TIME             PIC X(8).

      *----------------------------------------------------------------
      * PAYSLIP LAYOUT - keep in step with EMPLOYEE-PAYROLL's
      * WS-PAYSLIP-HDG so a duplicate reads exactly like the original
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(250) VALUE SPACES.
       01  WS-PAYSLIP-HDG.
               05 WS-PS-TITLE-LINE.
                   10 FILLER          PIC X(25) VALUE SPACES.
                   10 FILLER          PIC X(20) VALUE
                                          "EMPLOYEE PAYSLIPS".
               05 WS-PS-COL-HEADER.
                   10 FILLER          PIC X(12) VALUE "EMPLOYEE ID".
                   10 FILLER          PIC X(2)  VALUE SPACES.
                   10 FILLER          PIC X(25) VALUE "NAME".
                   10 FILLER          PIC X(2)  VALUE SPACES.
                   10 FILLER          PIC X(15) VALUE "TYPE".
                   10 FILLER          PIC X(12) VALUE "BASIC PAY".
                   10 FILLER          PIC X(2)  VALUE SPACES.
                   10 FILLER          PIC X(12) VALUE "ALLOWANCE".
                   10 FILLER          PIC X(2)  VALUE SPACES.
                   10 FILLER          PIC X(12) VALUE "GROSS PAY".
                   10 FILLER          PIC X(2)  VALUE SPACES.
                   10 FILLER          PIC X(12) VALUE "DEDUCTION".
                   10 FILLER          PIC X(2)  VALUE SPACES.
                   10 FILLER          PIC X(12) VALUE "LOAN DED".
                   10 FILLER          PIC X(2)  VALUE SPACES.
                   10 FILLER          PIC X(12) VALUE "LOAN BAL".
                   10 FILLER          PIC X(2)  VALUE SPACES.
                   10 FILLER          PIC X(12) VALUE "HOLIDAY".
                   10 FILLER          PIC X(2)  VALUE SPACES.
                   10 FILLER          PIC X(12) VALUE "NIGHT DIFF".
                   10 FILLER          PIC X(2)  VALUE SPACES.
                   10 FILLER          PIC X(12) VALUE "HONORARIA".
                   10 FILLER          PIC X(2)  VALUE SPACES.
                   10 FILLER          PIC X(12) VALUE "BENEFIT".
                   10 FILLER          PIC X(2)  VALUE SPACES.
                   10 FILLER          PIC X(12) VALUE "NET PAY".
               05 WS-PS-DETAIL-LINE.
                   10 WS-PSL-ID        PIC X(12).
                   10 FILLER           PIC X(2)  VALUE SPACES.
                   10 WS-PSL-NAME      PIC X(25).
                   10 FILLER           PIC X(2)  VALUE SPACES.
                   10 WS-PSL-TYPE      PIC X(15).
                   10 WS-PSL-BASIC     PIC ZZZ,ZZ9.99.
                   10 FILLER           PIC X(2)  VALUE SPACES.
                   10 WS-PSL-ALLOWANCE PIC ZZZ,ZZ9.99.
                   10 FILLER           PIC X(2)  VALUE SPACES.
                   10 WS-PSL-GROSS     PIC ZZZ,ZZ9.99.
                   10 FILLER           PIC X(2)  VALUE SPACES.
                   10 WS-PSL-DEDUCTION PIC ZZZ,ZZ9.99.
                   10 FILLER           PIC X(2)  VALUE SPACES.
                   10 WS-PSL-LOAN-DED  PIC ZZZ,ZZ9.99.
                   10 FILLER           PIC X(2)  VALUE SPACES.
                   10 WS-PSL-LOAN-BAL  PIC ZZZ,ZZ9.99.
                   10 FILLER           PIC X(2)  VALUE SPACES.
                   10 WS-PSL-HOL-PAY   PIC ZZZ,ZZ9.99.
                   10 FILLER           PIC X(2)  VALUE SPACES.
                   10 WS-PSL-ND-PAY    PIC ZZZ,ZZ9.99.
                   10 FILLER           PIC X(2)  VALUE SPACES.
                   10 WS-PSL-HON-PAY   PIC ZZZ,ZZ9.99.
                   10 FILLER           PIC X(2)  VALUE SPACES.
                   10 WS-PSL-BEN-DED   PIC ZZZ,ZZ9.99.
                   10 FILLER           PIC X(2)  VALUE SPACES.
                   10 WS-PSL-NET       PIC ZZZ,ZZ9.99.
       01  WS-DUPLICATE-LINE           PIC X(100).
       01  WS-PERIOD-HEADING-LINE      PIC X(100).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Open the master, serve every request line,
      * then summarize.
      *----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO WS-REPRINT-DATE
           STRING WS-CURRENT-DATETIME(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(7:2) DELIMITED BY SIZE
               INTO WS-REPRINT-DATE
           MOVE SPACES TO WS-REPRINT-TIME
           STRING WS-CURRENT-DATETIME(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(13:2) DELIMITED BY SIZE
               INTO WS-REPRINT-TIME

           OPEN INPUT REPRINT-REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS NOT = "00"
               DISPLAY "No PAYSLIP-REPRINT-REQUEST.TXT - nothing to"
                   " reprint"
               CLOSE REPRINT-REQUEST-FILE
               GOBACK
           END-IF

           OPEN INPUT PAYROLL-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: PAYROLL-MASTER.DAT not found or could"
                   " not be opened (status " WS-MASTER-FILE-STATUS
                   ") - run EMPLOYEE-PAYROLL with a roster first"
               CLOSE REPRINT-REQUEST-FILE
               CLOSE PAYROLL-MASTER-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPRINT-FILE
           MOVE "PAYROLL-PAYSLIP-REPRINT.TXT" TO MASK-FILE
           SET MASK-FN-AUTHORIZE TO TRUE
           MOVE "PAYSLIP-REPRINT" TO MASK-PROGRAM
           CALL "DATA-MASK" USING MASK-PARAMETER
               ON EXCEPTION
                   SET MASK-MASKED TO TRUE
           END-CALL
      * No masker linked in means a masked reprint, never a full one
           IF MASK-UNMASKED
               MOVE 1 TO WS-REPRINT-UNMASKED
           END-IF
           OPEN EXTEND REPRINT-LOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ REPRINT-REQUEST-FILE INTO WS-RQ-LINE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(WS-RQ-LINE) NOT = SPACES
                           PERFORM SERVE-REPRINT-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPRINT-LOG-FILE
           CLOSE REPRINT-FILE
           CLOSE PAYROLL-MASTER-FILE
           CLOSE REPRINT-REQUEST-FILE

           DISPLAY "Payslip reprints: " WS-REPRINT-COUNT
               " duplicate(s) for " WS-REQUEST-COUNT " request(s) on"
               " PAYROLL-PAYSLIP-REPRINT.TXT, logged to"
               " PAYSLIP-REPRINT-LOG.TXT"
           IF WS-NOT-FOUND-COUNT > 0
               DISPLAY "WARNING: " WS-NOT-FOUND-COUNT " request(s)"
                   " matched no period on PAYROLL-MASTER.DAT"
           END-IF
           IF WS-REFUSED-COUNT > 0
               DISPLAY "WARNING: " WS-REFUSED-COUNT " request(s)"
                   " refused - employee ID, period or requester"
                   " missing"
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       SERVE-REPRINT-REQUEST.
      *----------------------------------------------------------------
      * SERVE-REPRINT-REQUEST - One EmployeeID,FromPeriod,ToPeriod,
      * RequestedBy,Purpose line: validate it, then reprint every
      * period of the employee in range.
      *----------------------------------------------------------------
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SPACES TO WS-RQ-EMP-ID WS-RQ-FROM-PERIOD
               WS-RQ-TO-PERIOD WS-RQ-REQUESTED-BY WS-RQ-PURPOSE
           UNSTRING WS-RQ-LINE DELIMITED BY ","
               INTO WS-RQ-EMP-ID
                    WS-RQ-FROM-PERIOD
                    WS-RQ-TO-PERIOD
                    WS-RQ-REQUESTED-BY
                    WS-RQ-PURPOSE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-RQ-EMP-ID) TO WS-RQ-EMP-ID
           MOVE FUNCTION TRIM(WS-RQ-FROM-PERIOD) TO WS-RQ-FROM-PERIOD
           MOVE FUNCTION TRIM(WS-RQ-TO-PERIOD) TO WS-RQ-TO-PERIOD
           MOVE FUNCTION TRIM(WS-RQ-REQUESTED-BY)
               TO WS-RQ-REQUESTED-BY
           MOVE FUNCTION TRIM(WS-RQ-PURPOSE) TO WS-RQ-PURPOSE
           IF WS-RQ-TO-PERIOD = SPACES
               MOVE WS-RQ-FROM-PERIOD TO WS-RQ-TO-PERIOD
           END-IF

           IF WS-RQ-EMP-ID = SPACES
               OR WS-RQ-FROM-PERIOD = SPACES
               OR WS-RQ-REQUESTED-BY = SPACES
               OR WS-RQ-TO-PERIOD < WS-RQ-FROM-PERIOD
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED" TO WS-RQ-RESULT
               MOVE WS-RQ-FROM-PERIOD TO WS-LOG-PERIOD
               PERFORM WRITE-REPRINT-LOG-LINE
               MOVE "PAY110" TO ERRLOG-CODE
               SET ERRLOG-SEV-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "Payslip reprint refused for employee "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RQ-EMP-ID) DELIMITED BY SIZE
                   " - ID, period range or requester missing"
                       DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
           ELSE
               PERFORM REPRINT-PERIOD-RANGE
               IF WS-RQ-PERIOD-COUNT = 0
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   MOVE "NOT ON FILE" TO WS-RQ-RESULT
                   MOVE WS-RQ-FROM-PERIOD TO WS-LOG-PERIOD
                   PERFORM WRITE-REPRINT-LOG-LINE
                   MOVE "PAY110" TO ERRLOG-CODE
                   SET ERRLOG-SEV-WARNING TO TRUE
                   MOVE SPACES TO ERRLOG-MESSAGE
                   STRING "No payslip on file for employee "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RQ-EMP-ID) DELIMITED BY SIZE
                       " periods " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RQ-FROM-PERIOD)
                           DELIMITED BY SIZE
                       " to " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RQ-TO-PERIOD)
                           DELIMITED BY SIZE
                       INTO ERRLOG-MESSAGE
                   PERFORM LOG-SHARED-ERROR
               END-IF
           END-IF.

       REPRINT-PERIOD-RANGE.
      *----------------------------------------------------------------
      * REPRINT-PERIOD-RANGE - Position on the employee's FromPeriod
      * record (or the next one after it) and read forward while the
      * ID matches and the period is still within ToPeriod.
      *----------------------------------------------------------------
           MOVE 0 TO WS-RQ-PERIOD-COUNT
           MOVE 0 TO WS-READ-DONE-FLAG
           MOVE WS-RQ-EMP-ID TO MAST-EMP-ID
           MOVE WS-RQ-FROM-PERIOD TO MAST-PERIOD
           START PAYROLL-MASTER-FILE KEY >= MAST-KEY
               INVALID KEY
                   MOVE 1 TO WS-READ-DONE-FLAG
           END-START

           PERFORM UNTIL WS-READ-DONE-FLAG = 1
               READ PAYROLL-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-READ-DONE-FLAG
                   NOT AT END
                       IF MAST-EMP-ID NOT = WS-RQ-EMP-ID
                           OR MAST-PERIOD > WS-RQ-TO-PERIOD
      * Past the last record of this employee's range
                           MOVE 1 TO WS-READ-DONE-FLAG
                       ELSE
                           PERFORM WRITE-DUPLICATE-PAYSLIP
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-DUPLICATE-PAYSLIP.
      *----------------------------------------------------------------
      * WRITE-DUPLICATE-PAYSLIP - The master record just read as a
      * payslip in WRITE-PAYSLIPS' layout, under the DUPLICATE
      * banner, and its log line.
      *----------------------------------------------------------------
           IF MAST-HONORARIA NOT NUMERIC
               MOVE 0 TO MAST-HONORARIA
           END-IF
           IF MAST-PAYSLIP-DETAIL NOT NUMERIC
               MOVE ZEROS TO MAST-PAYSLIP-DETAIL
           END-IF
           IF MAST-RATE-VERSIONS = SPACES
               MOVE "BASE" TO MAST-RATES-VER MAST-CONTRIB-VER
                   MAST-WTAX-VER MAST-GRADES-VER
           END-IF

           MOVE SPACES TO WS-DUPLICATE-LINE
           STRING "*** DUPLICATE - REPRINTED " DELIMITED BY SIZE
               WS-REPRINT-DATE DELIMITED BY SIZE
               " - NOT AN ORIGINAL ***" DELIMITED BY SIZE
               INTO WS-DUPLICATE-LINE
           MOVE SPACES TO WS-PERIOD-HEADING-LINE
           STRING "PAY PERIOD: " DELIMITED BY SIZE
               FUNCTION TRIM(MAST-PERIOD) DELIMITED BY SIZE
               "  RATE VERSIONS: RATES " DELIMITED BY SIZE
               FUNCTION TRIM(MAST-RATES-VER) DELIMITED BY SIZE
               "  CONTRIBUTIONS " DELIMITED BY SIZE
               FUNCTION TRIM(MAST-CONTRIB-VER) DELIMITED BY SIZE
               "  TAX " DELIMITED BY SIZE
               FUNCTION TRIM(MAST-WTAX-VER) DELIMITED BY SIZE
               "  GRADES " DELIMITED BY SIZE
               FUNCTION TRIM(MAST-GRADES-VER) DELIMITED BY SIZE
               INTO WS-PERIOD-HEADING-LINE

           WRITE REPRINT-RECORD FROM WS-PS-TITLE-LINE
           WRITE REPRINT-RECORD FROM WS-DUPLICATE-LINE
           WRITE REPRINT-RECORD FROM WS-PERIOD-HEADING-LINE
           WRITE REPRINT-RECORD FROM WS-BLANK-LINE
           WRITE REPRINT-RECORD FROM WS-PS-COL-HEADER
           WRITE REPRINT-RECORD FROM WS-BLANK-LINE

           MOVE MAST-EMP-ID TO WS-PSL-ID
           MOVE MAST-NAME TO WS-PSL-NAME
           MOVE MAST-TYPE TO WS-PSL-TYPE
           MOVE MAST-BASIC TO WS-PSL-BASIC
           MOVE MAST-ALLOWANCE TO WS-PSL-ALLOWANCE
           MOVE MAST-GROSS TO WS-PSL-GROSS
           MOVE MAST-DEDUCTION TO WS-PSL-DEDUCTION
           MOVE MAST-LOAN-DED TO WS-PSL-LOAN-DED
           MOVE MAST-LOAN-BAL TO WS-PSL-LOAN-BAL
           MOVE MAST-HOL-PAY TO WS-PSL-HOL-PAY
           MOVE MAST-ND-PAY TO WS-PSL-ND-PAY
           MOVE MAST-HONORARIA TO WS-PSL-HON-PAY
           MOVE MAST-BEN-DED TO WS-PSL-BEN-DED
           MOVE MAST-NET TO WS-PSL-NET
           IF WS-REPRINT-UNMASKED = 0
               PERFORM MASK-PAYSLIP-AMOUNTS
           END-IF
           WRITE REPRINT-RECORD FROM WS-PS-DETAIL-LINE
           WRITE REPRINT-RECORD FROM WS-BLANK-LINE
           WRITE REPRINT-RECORD FROM WS-BLANK-LINE

           ADD 1 TO WS-RQ-PERIOD-COUNT
           ADD 1 TO WS-REPRINT-COUNT
           MOVE "REPRINTED" TO WS-RQ-RESULT
           MOVE MAST-PERIOD TO WS-LOG-PERIOD
           PERFORM WRITE-REPRINT-LOG-LINE.

       MASK-PAYSLIP-AMOUNTS.
      *----------------------------------------------------------------
      * MASK-PAYSLIP-AMOUNTS - Star out every amount column, as
      * EMPLOYEE-PAYROLL does on the original.
      *----------------------------------------------------------------
           INSPECT WS-PSL-BASIC
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-ALLOWANCE
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-GROSS
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-DEDUCTION
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-LOAN-DED
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-LOAN-BAL
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-HOL-PAY
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-ND-PAY
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-HON-PAY
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-BEN-DED
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-NET
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS.

       WRITE-REPRINT-LOG-LINE.
      *----------------------------------------------------------------
      * WRITE-REPRINT-LOG-LINE - ReprintDate,ReprintTime,EmployeeID,
      * Period,RequestedBy,Purpose,Result for the current request.
      *----------------------------------------------------------------
           MOVE SPACES TO REPRINT-LOG-RECORD
           STRING WS-REPRINT-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-REPRINT-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-RQ-EMP-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOG-PERIOD) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-RQ-REQUESTED-BY) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-RQ-PURPOSE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-RQ-RESULT) DELIMITED BY SIZE
               INTO REPRINT-LOG-RECORD
           WRITE REPRINT-LOG-RECORD.

       LOG-SHARED-ERROR.
      *----------------------------------------------------------------
      * LOG-SHARED-ERROR - Hand the event to ERROR-LOGGER for the
      * consolidated BATCH-EXCEPTIONS.TXT; ON EXCEPTION keeps a
      * standalone run alive when the logger is not linked in.
      *----------------------------------------------------------------
           MOVE "PAYSLIP-REPRINT" TO ERRLOG-PROGRAM
           CALL "ERROR-LOGGER" USING ERRLOG-PARAMETER
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SPACES TO ERRLOG-SEVERITY.

       END PROGRAM PAYSLIP-REPRINT.
