      *================================================================
      * PROGRAM: EXAM-PERMIT - EXAMINATION PERMITS AND PROMISSORY LIST
      *================================================================
      * PURPOSE: Students pay their assessment in installments due
      *          before the Prelim, Midterm and Final examinations.
      *          Before each exam this program checks every enrolled
      *          student's payments against what should be in by
      *          then, prints a permit for each student who is paid
      *          up and lists the rest for a promissory note, and
      *          charges the late-installment surcharge.
      *
      * HOW IT WORKS:
      *   1. STUDENT-EXAM-PERIOD.TXT names the coming exam - one
      *      "Installment[,AsOfDate]" line, the installment label as
      *      it appears on STUDENT-PAYMENT-TERMS.TXT (e.g. MIDTERM);
      *      AsOfDate (YYYY-MM-DD) defaults to today
      *   2. The installment plan is STUDENT-PAYMENT-TERMS.TXT, the
      *      schedule REGISTRATION-CERT prints on the COR: per year
      *      level (ALL = default), "YearLevel,Installment,Value
      *      [,Basis][,DueDate]" in payment order, Value a percent of
      *      the total due or a fixed amount (Basis AMT), the last
      *      installment taking the remainder
      *   3. Amount due for the exam = the student's installments up
      *      to and including the exam's, priced off the TOTAL DUE on
      *      STUDENT-BILLING.TXT. A student whose schedule has no
      *      such installment owes the full total. Paid = the
      *      STUDENT-LEDGER.TXT payments less refunds ("-" entries)
      *   4. Every installment whose DueDate is before the as-of
      *      date and is not covered by the payments is late. Each
      *      late installment is charged the surcharge on
      *      STUDENT-LATE-SURCHARGE.TXT ("PCT,rate" of the unpaid
      *      part of the installments due by then, or "AMT,amount"
      *      flat) once: the charge is posted to STUDENT-LEDGER.TXT
      *      as an "S" entry whose OR number is the installment's
      *      position in the schedule, so a re-run does not charge
      *      it again. No surcharge file = no surcharge
      *   5. A student whose payments cover the amount due for the
      *      exam plus every surcharge posted gets a permit on
      *      STUDENT-EXAM-PERMITS.TXT; the others, and enrolled
      *      students with no statement, are listed on
      *      STUDENT-PROMISSORY-LIST.TXT with the shortfall
      *
      * NOTE: Only ENR students are considered. Run after the day's
      *       CASHIER-POSTING session so the last payments count.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-PERMIT.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAM-PERIOD-FILE
               ASSIGN TO "STUDENT-EXAM-PERIOD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT STUDENT-ENROLLMENT-FILE
               ASSIGN TO "STUDENT-ENROLLMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-FILE-STATUS.
           SELECT OPTIONAL STUDENT-TERM-FILE
               ASSIGN TO "STUDENT-TERM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
           SELECT OPTIONAL STUDENT-BILLING-FILE
               ASSIGN TO "STUDENT-BILLING.TXT"
      * TOTAL DUE sits in the statement's fixed column 88, width 9.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-FILE-STATUS.
           SELECT OPTIONAL PAYMENT-TERMS-FILE
               ASSIGN TO "STUDENT-PAYMENT-TERMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-FILE-STATUS.
           SELECT OPTIONAL LATE-SURCHARGE-FILE
               ASSIGN TO "STUDENT-LATE-SURCHARGE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SURCH-FILE-STATUS.
           SELECT OPTIONAL STUDENT-LEDGER-FILE
               ASSIGN TO "STUDENT-LEDGER.TXT"
      * Read for payments, then extended with the surcharges.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT EXAM-PERMITS-FILE
               ASSIGN TO "STUDENT-EXAM-PERMITS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROMISSORY-LIST-FILE
               ASSIGN TO "STUDENT-PROMISSORY-LIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXAM-PERIOD-FILE.
       01  EXAM-PERIOD-RECORD          PIC X(40).

       FD  STUDENT-ENROLLMENT-FILE.
       01  STUDENT-ENROLLMENT-RECORD   PIC X(90).

       FD  STUDENT-TERM-FILE.
       01  STUDENT-TERM-RECORD         PIC X(20).

       FD  STUDENT-BILLING-FILE.
       01  STUDENT-BILLING-RECORD      PIC X(100).

       FD  PAYMENT-TERMS-FILE.
       01  PAYMENT-TERMS-RECORD        PIC X(60).

       FD  LATE-SURCHARGE-FILE.
       01  LATE-SURCHARGE-RECORD       PIC X(30).

       FD  STUDENT-LEDGER-FILE.
       01  STUDENT-LEDGER-RECORD.
      * Same fixed-position layout CASHIER-POSTING writes.
               05 LED-ID               PIC X(10).
               05 LED-OR-NO            PIC 9(8).
               05 LED-DATE             PIC X(10).
               05 LED-AMOUNT           PIC 9(7)V99.
               05 LED-SIGN             PIC X.

       FD  EXAM-PERMITS-FILE.
       01  EXAM-PERMITS-RECORD         PIC X(80).

       FD  PROMISSORY-LIST-FILE.
       01  PROMISSORY-LIST-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PERIOD-FILE-STATUS       PIC XX.
       01  WS-ENROLL-FILE-STATUS       PIC XX.
       01  WS-TERM-FILE-STATUS         PIC XX.
       01  WS-BILLING-FILE-STATUS      PIC XX.
       01  WS-TERMS-FILE-STATUS        PIC XX.
       01  WS-SURCH-FILE-STATUS        PIC XX.
       01  WS-LEDGER-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

       01  WS-TERM-LINE                PIC X(20).
       01  WS-TERM-ID                  PIC X(10) VALUE "UNDATED".
       01  WS-CURRENT-DATE-DATA        PIC X(21).
       01  WS-TODAY-DATE               PIC X(10).

      *----------------------------------------------------------------
      * THE COMING EXAM
      *----------------------------------------------------------------
       01  WS-PERIOD-PARSE.
               05 WS-PRD-LINE          PIC X(40).
               05 WS-PRD-LABEL         PIC X(20).
               05 WS-PRD-ASOF          PIC X(12).
       01  WS-EXAM-LABEL               PIC X(20).
       01  WS-AS-OF-DATE               PIC X(10).

      *----------------------------------------------------------------
      * ENROLLMENT MASTER WITH STATEMENT AND LEDGER TOTALS
      *----------------------------------------------------------------
       01  WS-MAX-STUDENTS             PIC 9999 VALUE 2400.
       01  WS-ENR-COUNT                PIC 9999 VALUE 0.
       01  WS-ENROLLMENT-TABLE.
               05 WS-EN-ENTRY OCCURS 2400 TIMES.
                   10 WS-EN-ID         PIC X(10).
                   10 WS-EN-NAME       PIC X(25).
                   10 WS-EN-YEAR       PIC X(15).
                   10 WS-EN-SECTION    PIC X(10).
                   10 WS-EN-STATUS     PIC X(4).
                   10 WS-EN-ASSESSED   PIC 9(7)V99.
                   10 WS-EN-BILLED     PIC 9.
                   10 WS-EN-PAID       PIC S9(7)V99.
                   10 WS-EN-SURCHARGED PIC 9(7)V99.
       01  WS-EN-IDX                   PIC 9999 VALUE 0.
       01  WS-STUDENT-PARSE.
               05 WS-SP-LINE           PIC X(90).
               05 WS-SP-ID             PIC X(10).
               05 WS-SP-NAME           PIC X(25).
               05 WS-SP-YEAR           PIC X(15).
               05 WS-SP-SECTION        PIC X(10).
               05 WS-SP-STATUS         PIC X(5).
       01  WS-BILLING-LINE             PIC X(100).
       01  WS-BILLING-FIELD            PIC X(9).

      * Installments already surcharged (ledger "S" entries: ID and
      * the installment's position in the schedule)
       01  WS-MAX-CHARGED              PIC 9(5) VALUE 10000.
       01  WS-CHD-COUNT                PIC 9(5) VALUE 0.
       01  WS-CHARGED-TABLE.
               05 WS-CHD-ENTRY OCCURS 10000 TIMES.
                   10 WS-CHD-ID        PIC X(10).
                   10 WS-CHD-SEQ       PIC 99.
       01  WS-CHD-IDX                  PIC 9(5) VALUE 0.
       01  WS-CHD-FOUND                PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * INSTALLMENT PLAN
      *----------------------------------------------------------------
       01  WS-MAX-TERMS                PIC 99 VALUE 60.
       01  WS-PT-COUNT                 PIC 99 VALUE 0.
       01  WS-PAYMENT-TERMS-TABLE.
               05 WS-PT-ENTRY OCCURS 60 TIMES.
                   10 WS-PT-YEAR       PIC X(15).
                   10 WS-PT-LABEL      PIC X(20).
                   10 WS-PT-PCT        PIC 999V99.
                   10 WS-PT-BASIS      PIC X(3).
                   10 WS-PT-AMOUNT     PIC 9(7)V99.
                   10 WS-PT-DUE        PIC X(10).
       01  WS-PT-IDX                   PIC 99 VALUE 0.
       01  WS-PT-LAST-IDX              PIC 99 VALUE 0.
       01  WS-PT-USE-YEAR              PIC X(15).
       01  WS-PT-PARSE.
               05 WS-PTP-LINE          PIC X(60).
               05 WS-PTP-YEAR          PIC X(15).
               05 WS-PTP-LABEL         PIC X(20).
               05 WS-PTP-PCT           PIC X(12).
               05 WS-PTP-BASIS         PIC X(5).
               05 WS-PTP-DUE           PIC X(12).
       01  WS-INSTALLMENT              PIC 9(7)V99 VALUE 0.
       01  WS-INSTALLMENT-LEFT         PIC 9(7)V99 VALUE 0.
       01  WS-CUMULATIVE-DUE           PIC 9(7)V99 VALUE 0.
       01  WS-INST-SEQ                 PIC 99 VALUE 0.
       01  WS-EXAM-FOUND               PIC 9 VALUE 0.
       01  WS-DUE-FOR-EXAM             PIC 9(7)V99 VALUE 0.
       01  WS-EXAM-IN-PLAN             PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * LATE SURCHARGE (PCT,rate or AMT,amount)
      *----------------------------------------------------------------
       01  WS-SURCHARGE-PARSE.
               05 WS-SCG-LINE          PIC X(30).
               05 WS-SCG-BASIS         PIC X(5).
               05 WS-SCG-VALUE         PIC X(12).
       01  WS-SURCH-BASIS              PIC X(3) VALUE SPACES.
      * Blank = no surcharge configured
       01  WS-SURCH-VALUE              PIC 9(5)V99 VALUE 0.
       01  WS-SHORTFALL                PIC S9(7)V99 VALUE 0.
       01  WS-SURCHARGE                PIC 9(7)V99 VALUE 0.
       01  WS-LEDGER-OPEN              PIC 9 VALUE 0.
       01  WS-SURCH-COUNT              PIC 9999 VALUE 0.
       01  WS-SURCH-TOTAL              PIC 9(8)V99 VALUE 0.

      *----------------------------------------------------------------
      * RUN TOTALS
      *----------------------------------------------------------------
       01  WS-REQUIRED                 PIC 9(7)V99 VALUE 0.
       01  WS-SHORT                    PIC S9(7)V99 VALUE 0.
       01  WS-PERMIT-COUNT             PIC 9999 VALUE 0.
       01  WS-PROMISSORY-COUNT         PIC 9999 VALUE 0.
       01  WS-PROMISSORY-TOTAL         PIC 9(8)V99 VALUE 0.
       01  WS-EDIT-COUNT               PIC ZZZ9.
       01  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * PERMIT LAYOUT
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
       01  WS-OUT-LINE                 PIC X(132).
       01  WS-PERMIT-TITLE-LINE.
               05 FILLER               PIC X(25) VALUE SPACES.
               05 FILLER               PIC X(30)
                   VALUE "EXAMINATION PERMIT".
       01  WS-PERMIT-EXAM-LINE.
               05 FILLER               PIC X(6)  VALUE "TERM: ".
               05 WS-PEL-TERM          PIC X(14).
               05 FILLER               PIC X(6)  VALUE "EXAM: ".
               05 WS-PEL-EXAM          PIC X(22).
               05 FILLER               PIC X(11) VALUE "PERMIT NO: ".
               05 WS-PEL-NUMBER        PIC 9(4).
       01  WS-PERMIT-STUDENT-LINE.
               05 FILLER               PIC X(9)  VALUE "STUDENT: ".
               05 WS-PSL-ID            PIC X(12).
               05 WS-PSL-NAME          PIC X(25).
       01  WS-PERMIT-YEAR-LINE.
               05 FILLER               PIC X(14) VALUE "YEAR/SECTION: ".
               05 WS-PYL-YEAR          PIC X(15).
               05 FILLER               PIC X(3)  VALUE " / ".
               05 WS-PYL-SECTION       PIC X(10).
       01  WS-PERMIT-SIGN-LINE-1.
               05 FILLER               PIC X(45) VALUE SPACES.
               05 FILLER               PIC X(25)
                   VALUE "_________________________".
       01  WS-PERMIT-SIGN-LINE-2.
               05 FILLER               PIC X(49) VALUE SPACES.
               05 FILLER               PIC X(20)
                   VALUE "ACCOUNTING OFFICE".
       01  WS-PERMIT-RULE-LINE         PIC X(80) VALUE ALL "-".

      *----------------------------------------------------------------
      * PROMISSORY LIST LAYOUT
      *----------------------------------------------------------------
       01  WS-PN-TITLE-LINE.
               05 FILLER               PIC X(25) VALUE SPACES.
               05 FILLER               PIC X(40)
                   VALUE "PROMISSORY NOTE LIST - EXAM PERMIT".
       01  WS-PN-EXAM-LINE.
               05 FILLER               PIC X(6)  VALUE "EXAM: ".
               05 WS-PNE-EXAM          PIC X(22).
               05 FILLER               PIC X(7)  VALUE "AS OF: ".
               05 WS-PNE-ASOF          PIC X(12).
               05 FILLER               PIC X(6)  VALUE "TERM: ".
               05 WS-PNE-TERM          PIC X(10).
       01  WS-PN-HEADER.
               05 FILLER               PIC X(12) VALUE "STUDENT ID".
               05 FILLER               PIC X(26) VALUE "STUDENT NAME".
               05 FILLER               PIC X(12) VALUE "YEAR".
               05 FILLER               PIC X(9)  VALUE "SECTION".
               05 FILLER               PIC X(13) VALUE " DUE FOR EXAM".
               05 FILLER               PIC X(13) VALUE "   SURCHARGE".
               05 FILLER               PIC X(13) VALUE "        PAID".
               05 FILLER               PIC X(13) VALUE "       SHORT".
       01  WS-PN-DETAIL.
               05 WS-PND-ID            PIC X(12).
               05 WS-PND-NAME          PIC X(26).
               05 WS-PND-YEAR          PIC X(12).
               05 WS-PND-SECTION       PIC X(9).
               05 WS-PND-DUE           PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X VALUE SPACE.
               05 WS-PND-SURCHARGE     PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X VALUE SPACE.
               05 WS-PND-PAID          PIC -,---,--9.99.
               05 FILLER               PIC X VALUE SPACE.
               05 WS-PND-SHORT         PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 WS-PND-REMARK        PIC X(14).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load, charge late installments, issue
      * permits or list the student for a promissory note.
      *----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURRENT-DATE-DATA(1:4) "-"
               WS-CURRENT-DATE-DATA(5:2) "-"
               WS-CURRENT-DATE-DATA(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE

           PERFORM LOAD-EXAM-PERIOD
           IF WS-EXAM-LABEL = SPACES
               DISPLAY "ERROR: STUDENT-EXAM-PERIOD.TXT not found or"
                   " names no exam - no permits issued"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-ENROLLMENT
           IF WS-ENR-COUNT = 0
               DISPLAY "ERROR: STUDENT-ENROLLMENT.TXT not found or"
                   " empty - no permits issued"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-TERM
           PERFORM LOAD-ASSESSMENTS
           PERFORM LOAD-PAYMENT-TERMS
           PERFORM LOAD-SURCHARGE
           PERFORM LOAD-LEDGER

           OPEN OUTPUT EXAM-PERMITS-FILE
           OPEN OUTPUT PROMISSORY-LIST-FILE
           WRITE PROMISSORY-LIST-RECORD FROM WS-PN-TITLE-LINE
           MOVE WS-EXAM-LABEL TO WS-PNE-EXAM
           MOVE WS-AS-OF-DATE TO WS-PNE-ASOF
           MOVE WS-TERM-ID TO WS-PNE-TERM
           WRITE PROMISSORY-LIST-RECORD FROM WS-PN-EXAM-LINE
           WRITE PROMISSORY-LIST-RECORD FROM WS-BLANK-LINE
           WRITE PROMISSORY-LIST-RECORD FROM WS-PN-HEADER

           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENR-COUNT
               IF WS-EN-STATUS(WS-EN-IDX) = "ENR "
                   PERFORM CHECK-STUDENT
               END-IF
           END-PERFORM

           IF WS-LEDGER-OPEN = 1
               CLOSE STUDENT-LEDGER-FILE
           END-IF

           WRITE PROMISSORY-LIST-RECORD FROM WS-BLANK-LINE
           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-PROMISSORY-COUNT TO WS-EDIT-COUNT
           MOVE WS-PROMISSORY-TOTAL TO WS-EDIT-AMOUNT
           STRING "STUDENTS SHORT: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               "   TOTAL SHORT: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE PROMISSORY-LIST-RECORD FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-PERMIT-COUNT TO WS-EDIT-COUNT
           STRING "PERMITS ISSUED: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               " (STUDENT-EXAM-PERMITS.TXT)" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE PROMISSORY-LIST-RECORD FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-SURCH-COUNT TO WS-EDIT-COUNT
           MOVE WS-SURCH-TOTAL TO WS-EDIT-AMOUNT
           STRING "SURCHARGES POSTED THIS RUN: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               "  AMOUNT: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
               " (STUDENT-LEDGER.TXT)" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE PROMISSORY-LIST-RECORD FROM WS-OUT-LINE
           CLOSE EXAM-PERMITS-FILE
           CLOSE PROMISSORY-LIST-FILE

           DISPLAY "Exam permits (" FUNCTION TRIM(WS-EXAM-LABEL)
               "): " WS-PERMIT-COUNT " issued, "
               WS-PROMISSORY-COUNT " on the promissory list, "
               WS-SURCH-COUNT " surcharge(s) posted"
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-EXAM-PERIOD.
      *----------------------------------------------------------------
      * LOAD-EXAM-PERIOD - The coming exam's installment label and
      * the as-of date for lateness.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-EXAM-LABEL
           MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
           OPEN INPUT EXAM-PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               READ EXAM-PERIOD-FILE INTO WS-PRD-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-PRD-LABEL WS-PRD-ASOF
                       UNSTRING WS-PRD-LINE DELIMITED BY ","
                           INTO WS-PRD-LABEL
                                WS-PRD-ASOF
                       END-UNSTRING
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-PRD-LABEL)) TO WS-EXAM-LABEL
                       IF FUNCTION TRIM(WS-PRD-ASOF) NOT = SPACES
                           MOVE FUNCTION TRIM(WS-PRD-ASOF)
                               TO WS-AS-OF-DATE
                       END-IF
               END-READ
               CLOSE EXAM-PERIOD-FILE
           END-IF.

       LOAD-ENROLLMENT.
      *----------------------------------------------------------------
      * LOAD-ENROLLMENT - The master; status ENR when the 5th field
      * is absent.
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
      * STORE-ENROLLMENT-LINE - One master line into the next slot,
      * money totals zeroed.
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
           MOVE FUNCTION TRIM(WS-SP-NAME) TO WS-EN-NAME(WS-ENR-COUNT)
           MOVE FUNCTION TRIM(WS-SP-YEAR) TO WS-EN-YEAR(WS-ENR-COUNT)
           MOVE FUNCTION TRIM(WS-SP-SECTION)
               TO WS-EN-SECTION(WS-ENR-COUNT)
           IF FUNCTION TRIM(WS-SP-STATUS) = SPACES
               MOVE "ENR" TO WS-EN-STATUS(WS-ENR-COUNT)
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SP-STATUS))
                   TO WS-EN-STATUS(WS-ENR-COUNT)
           END-IF
           MOVE 0 TO WS-EN-ASSESSED(WS-ENR-COUNT)
           MOVE 0 TO WS-EN-BILLED(WS-ENR-COUNT)
           MOVE 0 TO WS-EN-PAID(WS-ENR-COUNT)
           MOVE 0 TO WS-EN-SURCHARGED(WS-ENR-COUNT).

       LOAD-TERM.
      *----------------------------------------------------------------
      * LOAD-TERM - Term ID for the permit and the list heading.
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

       LOAD-ASSESSMENTS.
      *----------------------------------------------------------------
      * LOAD-ASSESSMENTS - Each student's TOTAL DUE off their
      * STUDENT-BILLING.TXT statement line (ID leads the line, total
      * in the fixed column 88/9 - keep in step with
      * TUITION-ASSESSMENT's statement layout).
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-BILLING-FILE
           IF WS-BILLING-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-BILLING-FILE INTO WS-BILLING-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM MATCH-ASSESSMENT-LINE
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           ELSE
               DISPLAY "WARNING: STUDENT-BILLING.TXT not readable -"
                   " every student will be listed as not assessed"
           END-IF
           CLOSE STUDENT-BILLING-FILE.

       MATCH-ASSESSMENT-LINE.
      *----------------------------------------------------------------
      * MATCH-ASSESSMENT-LINE - Credit the statement line's total to
      * its student, if the line leads with a known ID.
      *----------------------------------------------------------------
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENR-COUNT
               IF WS-BILLING-LINE(1:10) = WS-EN-ID(WS-EN-IDX)
                   MOVE WS-BILLING-LINE(88:9) TO WS-BILLING-FIELD
                   IF FUNCTION TEST-NUMVAL-C(WS-BILLING-FIELD)
                           = ZERO
                       COMPUTE WS-EN-ASSESSED(WS-EN-IDX) =
                           FUNCTION NUMVAL-C(WS-BILLING-FIELD)
                       MOVE 1 TO WS-EN-BILLED(WS-EN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-PAYMENT-TERMS.
      *----------------------------------------------------------------
      * LOAD-PAYMENT-TERMS - YearLevel,Installment,Value,Basis,
      * DueDate lines in payment order; Basis AMT is a fixed amount,
      * anything else a percent.
      *----------------------------------------------------------------
           OPEN INPUT PAYMENT-TERMS-FILE
           IF WS-TERMS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-PT-COUNT >= WS-MAX-TERMS
                   READ PAYMENT-TERMS-FILE INTO WS-PTP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-PTP-LINE) NOT = SPACES
                               PERFORM STORE-PAYMENT-TERM
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           ELSE
               DISPLAY "WARNING: STUDENT-PAYMENT-TERMS.TXT not found -"
                   " the full total is due for every exam"
           END-IF
           CLOSE PAYMENT-TERMS-FILE.

       STORE-PAYMENT-TERM.
      *----------------------------------------------------------------
      * STORE-PAYMENT-TERM - One installment line into the table.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PTP-YEAR WS-PTP-LABEL WS-PTP-PCT
               WS-PTP-BASIS WS-PTP-DUE
           UNSTRING WS-PTP-LINE DELIMITED BY ","
               INTO WS-PTP-YEAR
                    WS-PTP-LABEL
                    WS-PTP-PCT
                    WS-PTP-BASIS
                    WS-PTP-DUE
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PTP-PCT)) = ZERO
               ADD 1 TO WS-PT-COUNT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PTP-YEAR))
                   TO WS-PT-YEAR(WS-PT-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PTP-LABEL))
                   TO WS-PT-LABEL(WS-PT-COUNT)
               MOVE 0 TO WS-PT-PCT(WS-PT-COUNT)
               MOVE 0 TO WS-PT-AMOUNT(WS-PT-COUNT)
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PTP-BASIS))
                       = "AMT"
                   MOVE "AMT" TO WS-PT-BASIS(WS-PT-COUNT)
                   MOVE FUNCTION NUMVAL(WS-PTP-PCT)
                       TO WS-PT-AMOUNT(WS-PT-COUNT)
               ELSE
                   MOVE "PCT" TO WS-PT-BASIS(WS-PT-COUNT)
                   MOVE FUNCTION NUMVAL(WS-PTP-PCT)
                       TO WS-PT-PCT(WS-PT-COUNT)
               END-IF
               MOVE FUNCTION TRIM(WS-PTP-DUE) TO WS-PT-DUE(WS-PT-COUNT)
           END-IF.

       LOAD-SURCHARGE.
      *----------------------------------------------------------------
      * LOAD-SURCHARGE - "PCT,rate" or "AMT,amount"; absent or
      * unreadable means late installments are not charged.
      *----------------------------------------------------------------
           OPEN INPUT LATE-SURCHARGE-FILE
           IF WS-SURCH-FILE-STATUS = "00"
               READ LATE-SURCHARGE-FILE INTO WS-SCG-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-SCG-BASIS WS-SCG-VALUE
                       UNSTRING WS-SCG-LINE DELIMITED BY ","
                           INTO WS-SCG-BASIS
                                WS-SCG-VALUE
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                               WS-SCG-VALUE)) = ZERO
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-SCG-BASIS)) TO WS-SURCH-BASIS
                           MOVE FUNCTION NUMVAL(WS-SCG-VALUE)
                               TO WS-SURCH-VALUE
                       END-IF
               END-READ
           END-IF
           CLOSE LATE-SURCHARGE-FILE
           IF WS-SURCH-BASIS NOT = "PCT" AND WS-SURCH-BASIS NOT = "AMT"
               MOVE SPACES TO WS-SURCH-BASIS
           END-IF
           IF WS-SURCH-VALUE = 0
               MOVE SPACES TO WS-SURCH-BASIS
           END-IF.

       LOAD-LEDGER.
      *----------------------------------------------------------------
      * LOAD-LEDGER - Payments less refunds into each student's paid
      * total; surcharges into their surcharged total and the list
      * of installments already charged.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-LEDGER-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                               UNTIL WS-EN-IDX > WS-ENR-COUNT
                               IF WS-EN-ID(WS-EN-IDX) = LED-ID
                                   PERFORM TAKE-LEDGER-ENTRY
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-LEDGER-FILE.

       TAKE-LEDGER-ENTRY.
      *----------------------------------------------------------------
      * TAKE-LEDGER-ENTRY - One ledger record for student WS-EN-IDX.
      *----------------------------------------------------------------
           EVALUATE LED-SIGN
               WHEN "-"
               WHEN "V"
                   SUBTRACT LED-AMOUNT FROM WS-EN-PAID(WS-EN-IDX)
               WHEN "S"
                   ADD LED-AMOUNT TO WS-EN-SURCHARGED(WS-EN-IDX)
                   IF WS-CHD-COUNT < WS-MAX-CHARGED
                       ADD 1 TO WS-CHD-COUNT
                       MOVE LED-ID TO WS-CHD-ID(WS-CHD-COUNT)
                       MOVE LED-OR-NO TO WS-CHD-SEQ(WS-CHD-COUNT)
                   END-IF
               WHEN OTHER
                   ADD LED-AMOUNT TO WS-EN-PAID(WS-EN-IDX)
           END-EVALUATE.

       CHECK-STUDENT.
      *----------------------------------------------------------------
      * CHECK-STUDENT - Price student WS-EN-IDX's installments,
      * charge the late ones, then permit or promissory note.
      *----------------------------------------------------------------
           IF WS-EN-BILLED(WS-EN-IDX) = 0
               MOVE SPACES TO WS-PN-DETAIL
               MOVE WS-EN-ID(WS-EN-IDX) TO WS-PND-ID
               MOVE WS-EN-NAME(WS-EN-IDX) TO WS-PND-NAME
               MOVE WS-EN-YEAR(WS-EN-IDX) TO WS-PND-YEAR
               MOVE WS-EN-SECTION(WS-EN-IDX) TO WS-PND-SECTION
               MOVE 0 TO WS-PND-DUE WS-PND-SURCHARGE WS-PND-SHORT
               MOVE WS-EN-PAID(WS-EN-IDX) TO WS-PND-PAID
               MOVE "NOT ASSESSED" TO WS-PND-REMARK
               WRITE PROMISSORY-LIST-RECORD FROM WS-PN-DETAIL
               ADD 1 TO WS-PROMISSORY-COUNT
           ELSE
               PERFORM PRICE-INSTALLMENTS
               COMPUTE WS-REQUIRED = WS-DUE-FOR-EXAM
                   + WS-EN-SURCHARGED(WS-EN-IDX)
               COMPUTE WS-SHORT = WS-REQUIRED - WS-EN-PAID(WS-EN-IDX)
               IF WS-SHORT > 0
                   MOVE SPACES TO WS-PN-DETAIL
                   MOVE WS-EN-ID(WS-EN-IDX) TO WS-PND-ID
                   MOVE WS-EN-NAME(WS-EN-IDX) TO WS-PND-NAME
                   MOVE WS-EN-YEAR(WS-EN-IDX) TO WS-PND-YEAR
                   MOVE WS-EN-SECTION(WS-EN-IDX) TO WS-PND-SECTION
                   MOVE WS-DUE-FOR-EXAM TO WS-PND-DUE
                   MOVE WS-EN-SURCHARGED(WS-EN-IDX) TO WS-PND-SURCHARGE
                   MOVE WS-EN-PAID(WS-EN-IDX) TO WS-PND-PAID
                   MOVE WS-SHORT TO WS-PND-SHORT
                   IF WS-EXAM-IN-PLAN = 0
                       MOVE "FULL PAYMENT" TO WS-PND-REMARK
                   END-IF
                   WRITE PROMISSORY-LIST-RECORD FROM WS-PN-DETAIL
                   ADD 1 TO WS-PROMISSORY-COUNT
                   ADD WS-SHORT TO WS-PROMISSORY-TOTAL
               ELSE
                   PERFORM WRITE-PERMIT
               END-IF
           END-IF.

       PRICE-INSTALLMENTS.
      *----------------------------------------------------------------
      * PRICE-INSTALLMENTS - Walk the year level's schedule (ALL
      * when it has none): running total due, the amount due by the
      * coming exam, and a surcharge on each late installment.
      *----------------------------------------------------------------
           MOVE "ALL" TO WS-PT-USE-YEAR
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-YEAR(WS-PT-IDX) =
                       FUNCTION UPPER-CASE(WS-EN-YEAR(WS-EN-IDX))
                   MOVE WS-PT-YEAR(WS-PT-IDX) TO WS-PT-USE-YEAR
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PT-LAST-IDX
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-YEAR(WS-PT-IDX) = WS-PT-USE-YEAR
                   MOVE WS-PT-IDX TO WS-PT-LAST-IDX
               END-IF
           END-PERFORM

           MOVE WS-EN-ASSESSED(WS-EN-IDX) TO WS-DUE-FOR-EXAM
           MOVE 0 TO WS-EXAM-IN-PLAN
           MOVE 0 TO WS-EXAM-FOUND
           MOVE 0 TO WS-CUMULATIVE-DUE
           MOVE 0 TO WS-INST-SEQ
           MOVE WS-EN-ASSESSED(WS-EN-IDX) TO WS-INSTALLMENT-LEFT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-LAST-IDX
               IF WS-PT-YEAR(WS-PT-IDX) = WS-PT-USE-YEAR
                   ADD 1 TO WS-INST-SEQ
                   IF WS-PT-IDX = WS-PT-LAST-IDX
                       MOVE WS-INSTALLMENT-LEFT TO WS-INSTALLMENT
                   ELSE
                       IF WS-PT-BASIS(WS-PT-IDX) = "AMT"
                           MOVE WS-PT-AMOUNT(WS-PT-IDX)
                               TO WS-INSTALLMENT
                       ELSE
                           COMPUTE WS-INSTALLMENT ROUNDED =
                               WS-EN-ASSESSED(WS-EN-IDX) *
                               WS-PT-PCT(WS-PT-IDX) / 100
                       END-IF
                       IF WS-INSTALLMENT > WS-INSTALLMENT-LEFT
                           MOVE WS-INSTALLMENT-LEFT TO WS-INSTALLMENT
                       END-IF
                   END-IF
                   SUBTRACT WS-INSTALLMENT FROM WS-INSTALLMENT-LEFT
                   ADD WS-INSTALLMENT TO WS-CUMULATIVE-DUE
                   IF WS-EXAM-FOUND = 0
                       AND WS-PT-LABEL(WS-PT-IDX) = WS-EXAM-LABEL
                       MOVE WS-CUMULATIVE-DUE TO WS-DUE-FOR-EXAM
                       MOVE 1 TO WS-EXAM-FOUND
                       MOVE 1 TO WS-EXAM-IN-PLAN
                   END-IF
                   IF WS-PT-DUE(WS-PT-IDX) NOT = SPACES
                       AND WS-PT-DUE(WS-PT-IDX) < WS-AS-OF-DATE
                       AND WS-SURCH-BASIS NOT = SPACES
                       PERFORM CHARGE-IF-LATE
                   END-IF
               END-IF
           END-PERFORM.

       CHARGE-IF-LATE.
      *----------------------------------------------------------------
      * CHARGE-IF-LATE - Installment WS-INST-SEQ fell due before the
      * as-of date; if the payments do not cover everything due by
      * then and it has not been charged before, post the surcharge.
      *----------------------------------------------------------------
           COMPUTE WS-SHORTFALL = WS-CUMULATIVE-DUE
               - WS-EN-PAID(WS-EN-IDX)
           IF WS-SHORTFALL > 0
               MOVE 0 TO WS-CHD-FOUND
               PERFORM VARYING WS-CHD-IDX FROM 1 BY 1
                   UNTIL WS-CHD-IDX > WS-CHD-COUNT
                   IF WS-CHD-ID(WS-CHD-IDX) = WS-EN-ID(WS-EN-IDX)
                       AND WS-CHD-SEQ(WS-CHD-IDX) = WS-INST-SEQ
                       MOVE 1 TO WS-CHD-FOUND
                   END-IF
               END-PERFORM
               IF WS-CHD-FOUND = 0
                   IF WS-SURCH-BASIS = "AMT"
                       MOVE WS-SURCH-VALUE TO WS-SURCHARGE
                   ELSE
                       COMPUTE WS-SURCHARGE ROUNDED =
                           WS-SHORTFALL * WS-SURCH-VALUE / 100
                   END-IF
                   IF WS-SURCHARGE > 0
                       PERFORM POST-SURCHARGE
                   END-IF
               END-IF
           END-IF.

       POST-SURCHARGE.
      *----------------------------------------------------------------
      * POST-SURCHARGE - Append the "S" entry (create-then-extend on
      * the first one) and count it against the student.
      *----------------------------------------------------------------
           IF WS-LEDGER-OPEN = 0
               OPEN EXTEND STUDENT-LEDGER-FILE
               IF WS-LEDGER-FILE-STATUS NOT = "00"
                   AND WS-LEDGER-FILE-STATUS NOT = "05"
                   OPEN OUTPUT STUDENT-LEDGER-FILE
                   CLOSE STUDENT-LEDGER-FILE
                   OPEN EXTEND STUDENT-LEDGER-FILE
               END-IF
               MOVE 1 TO WS-LEDGER-OPEN
           END-IF
           MOVE WS-EN-ID(WS-EN-IDX) TO LED-ID
           MOVE WS-INST-SEQ TO LED-OR-NO
           MOVE WS-TODAY-DATE TO LED-DATE
           MOVE WS-SURCHARGE TO LED-AMOUNT
           MOVE "S" TO LED-SIGN
           WRITE STUDENT-LEDGER-RECORD
           ADD WS-SURCHARGE TO WS-EN-SURCHARGED(WS-EN-IDX)
           IF WS-CHD-COUNT < WS-MAX-CHARGED
               ADD 1 TO WS-CHD-COUNT
               MOVE WS-EN-ID(WS-EN-IDX) TO WS-CHD-ID(WS-CHD-COUNT)
               MOVE WS-INST-SEQ TO WS-CHD-SEQ(WS-CHD-COUNT)
           END-IF
           ADD 1 TO WS-SURCH-COUNT
           ADD WS-SURCHARGE TO WS-SURCH-TOTAL.

       WRITE-PERMIT.
      *----------------------------------------------------------------
      * WRITE-PERMIT - One permit for student WS-EN-IDX.
      *----------------------------------------------------------------
           ADD 1 TO WS-PERMIT-COUNT
           WRITE EXAM-PERMITS-RECORD FROM WS-PERMIT-TITLE-LINE
           WRITE EXAM-PERMITS-RECORD FROM WS-BLANK-LINE
           MOVE WS-TERM-ID TO WS-PEL-TERM
           MOVE WS-EXAM-LABEL TO WS-PEL-EXAM
           MOVE WS-PERMIT-COUNT TO WS-PEL-NUMBER
           WRITE EXAM-PERMITS-RECORD FROM WS-PERMIT-EXAM-LINE
           MOVE WS-EN-ID(WS-EN-IDX) TO WS-PSL-ID
           MOVE WS-EN-NAME(WS-EN-IDX) TO WS-PSL-NAME
           WRITE EXAM-PERMITS-RECORD FROM WS-PERMIT-STUDENT-LINE
           MOVE WS-EN-YEAR(WS-EN-IDX) TO WS-PYL-YEAR
           MOVE WS-EN-SECTION(WS-EN-IDX) TO WS-PYL-SECTION
           WRITE EXAM-PERMITS-RECORD FROM WS-PERMIT-YEAR-LINE
           WRITE EXAM-PERMITS-RECORD FROM WS-BLANK-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "The above student has settled the account due for"
                   DELIMITED BY SIZE
               " the " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXAM-LABEL) DELIMITED BY SIZE
               " examinations" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE EXAM-PERMITS-RECORD FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "and is permitted to take them. Issued "
                   DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE EXAM-PERMITS-RECORD FROM WS-OUT-LINE
           WRITE EXAM-PERMITS-RECORD FROM WS-BLANK-LINE
           WRITE EXAM-PERMITS-RECORD FROM WS-PERMIT-SIGN-LINE-1
           WRITE EXAM-PERMITS-RECORD FROM WS-PERMIT-SIGN-LINE-2
           WRITE EXAM-PERMITS-RECORD FROM WS-PERMIT-RULE-LINE.

       END PROGRAM EXAM-PERMIT.
