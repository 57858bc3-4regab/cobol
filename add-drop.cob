      *================================================================
      * PROGRAM: ADD-DROP - SUBJECT ADD/DROP/CHANGE MAINTENANCE
      *================================================================
      * PURPOSE: Applies subject-level load changes - the single
      *          subjects added, dropped or swapped in the first
      *          weeks of term - the way STUDENT-STATUS-MAINT applies
      *          whole-student status changes, then re-assesses the
      *          students affected so the statement, the refund and
      *          the registrar's load all agree.
      *
      * HOW IT WORKS:
      *   1. Reads STUDENT-ADD-DROP-TRANSACTIONS.TXT, one
      *        StudentID,Action,Subject,Section,Units,
      *        EffectiveDate,WeekOfTerm,DropSubject
      *      line per change (one line on file):
      *        ADD     Subject in grading Section (default the
      *                student's block section) for Units (default
      *                the subject's units elsewhere on the input,
      *                else 3.0)
      *        DROP    Subject comes off the load
      *        CHANGE  DropSubject comes off and Subject/Section/
      *                Units go on; a blank DropSubject means the
      *                same subject in another section
      *      EffectiveDate defaults to today; WeekOfTerm drives the
      *      refund band
      *   2. The student must be ENR on STUDENT-ENROLLMENT.TXT. A
      *      student with no subject lines yet is first given the
      *      block load - the subjects CLASS-SCHEDULE.TXT lists for
      *      their year level and section - so a drop has a line to
      *      come off and the assessment does not fall back to the
      *      default full load. Block loads are filed and assessed
      *      on a first pass, so the totals the changes are measured
      *      against are those of the classes actually carried
      *   3. A subject going on is checked against the section's
      *      capacity - the expected count on its SECTION header in
      *      STUDENT-INPUT.TXT (no header or 0 = no limit; a header
      *      naming a subject, as CLASS-RECORDS writes, caps that
      *      subject's class in the section) - and
      *      against STUDENT-PREREQS.TXT, each prerequisite needing
      *      a PASS or CRD record on STUDENT-SUBJECT-HISTORY.TXT.
      *      Rejected lines go to STUDENT-ADD-DROP-EXCEPTIONS.TXT
      *      with the reason
      *   4. Applied changes rewrite STUDENT-INPUT.TXT (a BATCHTRL
      *      trailer's count and grade hash are carried forward for
      *      the lines added and removed), every change is stamped
      *      onto STUDENT-ADD-DROP-LOG.TXT with the run date and
      *      time, and a subject given up (DROP, or CHANGE to a
      *      different subject) is archived as DRP on
      *      STUDENT-SUBJECT-HISTORY.TXT
      *   5. TUITION-ASSESSMENT is then CALLed to re-assess. For
      *      each student changed, the new total due is compared
      *      with the statement total before the run: an increase
      *      is due in full on the new statement; a decrease is
      *      refunded at the STUDENT-REFUND-SCHEDULE.TXT band for
      *      the week of the student's last change and appended to
      *      STUDENT-REFUND-ASSESSMENT.TXT for REFUND-DISBURSEMENT
      *   6. STUDENT-ADD-DROP-REGISTER.TXT is the day's register for
      *      the registrar (load changes) and accounting
      *      (assessment changes, refunds and additional fees)
      *
      * NOTE: Added subjects carry 0,0,0 grades until the term's
      *       grades are keyed over them. A decrease with no week
      *       of term on the transaction is listed but not refunded.
      *       Reprint the student's Certificate of Registration
      *       (REGISTRATION-CERT) after the run.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADD-DROP.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADD-DROP-TRANS-FILE
               ASSIGN TO "STUDENT-ADD-DROP-TRANSACTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT STUDENT-ENROLLMENT-FILE
               ASSIGN TO "STUDENT-ENROLLMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-FILE-STATUS.
           SELECT OPTIONAL STUDENT-INPUT-FILE
               ASSIGN TO "STUDENT-INPUT.TXT"
      * Read whole, rewritten whole when a change is applied.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT OPTIONAL STUDENT-TERM-FILE
               ASSIGN TO "STUDENT-TERM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
           SELECT OPTIONAL CLASS-SCHEDULE-FILE
               ASSIGN TO "CLASS-SCHEDULE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT OPTIONAL STUDENT-PREREQS-FILE
               ASSIGN TO "STUDENT-PREREQS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRQ-FILE-STATUS.
           SELECT OPTIONAL STUDENT-SUBJECT-HISTORY-FILE
               ASSIGN TO "STUDENT-SUBJECT-HISTORY.TXT"
      * Shared SUBJHIST layout: read for passed prerequisites, then
      * extended with the DRP records.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIST-FILE-STATUS.
           SELECT OPTIONAL REFUND-SCHEDULE-FILE
               ASSIGN TO "STUDENT-REFUND-SCHEDULE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-FILE-STATUS.
           SELECT OPTIONAL STUDENT-BILLING-FILE
               ASSIGN TO "STUDENT-BILLING.TXT"
      * Read before and after the re-assessment; TOTAL DUE sits in
      * the statement's fixed column 88, width 9.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-FILE-STATUS.
           SELECT OPTIONAL REFUND-ASSESSMENT-FILE
               ASSIGN TO "STUDENT-REFUND-ASSESSMENT.TXT"
      * Same layout STUDENT-STATUS-MAINT writes; extended here.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-FILE-STATUS.
           SELECT OPTIONAL ADD-DROP-LOG-FILE
               ASSIGN TO "STUDENT-ADD-DROP-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT ADD-DROP-EXCEPTIONS-FILE
               ASSIGN TO "STUDENT-ADD-DROP-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADD-DROP-REGISTER-FILE
               ASSIGN TO "STUDENT-ADD-DROP-REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADD-DROP-TRANS-FILE.
       01  ADD-DROP-TRANS-RECORD       PIC X(100).

       FD  STUDENT-ENROLLMENT-FILE.
       01  STUDENT-ENROLLMENT-RECORD   PIC X(90).

       FD  STUDENT-INPUT-FILE.
       01  STUDENT-INPUT-RECORD        PIC X(100).

       FD  STUDENT-TERM-FILE.
       01  STUDENT-TERM-RECORD         PIC X(20).

       FD  CLASS-SCHEDULE-FILE.
       01  CLASS-SCHEDULE-RECORD       PIC X(100).

       FD  STUDENT-PREREQS-FILE.
       01  STUDENT-PREREQS-RECORD      PIC X(30).

       FD  STUDENT-SUBJECT-HISTORY-FILE.
       COPY SUBJHIST.

       FD  REFUND-SCHEDULE-FILE.
       01  REFUND-SCHEDULE-RECORD      PIC X(30).

       FD  STUDENT-BILLING-FILE.
       01  STUDENT-BILLING-RECORD      PIC X(100).

       FD  REFUND-ASSESSMENT-FILE.
       01  REFUND-ASSESSMENT-RECORD    PIC X(100).

       FD  ADD-DROP-LOG-FILE.
       01  ADD-DROP-LOG-RECORD         PIC X(100).

       FD  ADD-DROP-EXCEPTIONS-FILE.
       01  ADD-DROP-EXCEPTIONS-RECORD  PIC X(150).

       FD  ADD-DROP-REGISTER-FILE.
       01  ADD-DROP-REGISTER-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-TRANS-FILE-STATUS        PIC XX.
       01  WS-ENROLL-FILE-STATUS       PIC XX.
       01  WS-INPUT-FILE-STATUS        PIC XX.
       01  WS-TERM-FILE-STATUS         PIC XX.
       01  WS-SCHED-FILE-STATUS        PIC XX.
       01  WS-PRQ-FILE-STATUS          PIC XX.
       01  WS-SHIST-FILE-STATUS        PIC XX.
       01  WS-BAND-FILE-STATUS         PIC XX.
       01  WS-BILLING-FILE-STATUS      PIC XX.
       01  WS-REFUND-FILE-STATUS       PIC XX.
       01  WS-LOG-FILE-STATUS          PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

       01  WS-TERM-LINE                PIC X(20).
       01  WS-TERM-ID                  PIC X(10) VALUE "UNDATED".
       01  WS-CURRENT-DATE-DATA        PIC X(21).
       01  WS-TODAY-DATE               PIC X(10).
       01  WS-RUN-STAMP                PIC X(19).
       01  WS-CALL-PROGRAM             PIC X(30).
       01  WS-TRANS-PASS               PIC X VALUE "B".
      * B = filing block loads, A = applying the changes
       01  WS-REASSESS-RC              PIC S9(4) VALUE 0.

      *----------------------------------------------------------------
      * ENROLLMENT MASTER
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
       01  WS-EN-IDX                   PIC 9999 VALUE 0.
       01  WS-EN-MATCH-IDX             PIC 9999 VALUE 0.
       01  WS-STUDENT-PARSE.
               05 WS-SP-LINE           PIC X(90).
               05 WS-SP-ID             PIC X(10).
               05 WS-SP-NAME           PIC X(25).
               05 WS-SP-YEAR           PIC X(15).
               05 WS-SP-SECTION        PIC X(10).
               05 WS-SP-STATUS         PIC X(5).

      *----------------------------------------------------------------
      * STUDENT-INPUT.TXT, LINE FOR LINE
      * WS-IL-KIND: D = student line, H = SECTION header, T = batch
      * trailer, O = anything else (blank, BATCHHDR) - copied as is.
      * Lines added this run carry WS-IL-NEW = 1; a removed line
      * has WS-IL-KEEP = 0.
      *----------------------------------------------------------------
       01  WS-MAX-INPUT-LINES          PIC 9(5) VALUE 20000.
       01  WS-IL-COUNT                 PIC 9(5) VALUE 0.
       01  WS-INPUT-LINE-TABLE.
               05 WS-IL-ENTRY OCCURS 20000 TIMES.
                   10 WS-IL-TEXT       PIC X(100).
                   10 WS-IL-KIND       PIC X.
                   10 WS-IL-ID         PIC X(10).
                   10 WS-IL-SUBJECT    PIC X(10).
                   10 WS-IL-SECTION    PIC X(10).
                   10 WS-IL-UNITS      PIC 99V9.
                   10 WS-IL-HASH       PIC 9(5)V99.
                   10 WS-IL-KEEP       PIC 9.
                   10 WS-IL-NEW        PIC 9.
       01  WS-IL-IDX                   PIC 9(5) VALUE 0.
       01  WS-IL-MATCH-IDX             PIC 9(5) VALUE 0.
       01  WS-IL-DROP-IDX              PIC 9(5) VALUE 0.
       01  WS-INPUT-OVERFLOW           PIC 9 VALUE 0.
       01  WS-IN-PARSE.
               05 WS-IN-LINE           PIC X(100).
               05 WS-IN-TXT-YEAR       PIC X(15).
               05 WS-IN-TXT-ID         PIC X(10).
               05 WS-IN-TXT-PRELIM     PIC X(10).
               05 WS-IN-TXT-MIDTERM    PIC X(10).
               05 WS-IN-TXT-FINAL      PIC X(10).
               05 WS-IN-TXT-SECTION    PIC X(10).
               05 WS-IN-TXT-SUBJECT    PIC X(10).
               05 WS-IN-TXT-UNITS      PIC X(5).
       01  WS-HDR-PARSE.
               05 WS-HDR-TXT-TAG       PIC X(10).
               05 WS-HDR-TXT-CODE      PIC X(10).
               05 WS-HDR-TXT-FACULTY   PIC X(10).
               05 WS-HDR-TXT-EXPECTED  PIC X(5).
               05 WS-HDR-TXT-SUBJECT   PIC X(10).

      * Batch trailer carried forward
       01  WS-TRAILER-IDX              PIC 9(5) VALUE 0.
       01  WS-TRL-PARSE.
               05 WS-TRL-TXT-TAG       PIC X(10).
               05 WS-TRL-TXT-COUNT     PIC X(15).
               05 WS-TRL-TXT-HASH      PIC X(15).
       01  WS-TRL-COUNT                PIC 9(5) VALUE 0.
       01  WS-TRL-HASH                 PIC 9(9)V99 VALUE 0.
       01  WS-TRL-EDIT-COUNT           PIC Z(4)9.
       01  WS-TRL-EDIT-HASH            PIC Z(8)9.99.
       01  WS-LINES-ADDED              PIC 9(5) VALUE 0.
       01  WS-LINES-REMOVED            PIC 9(5) VALUE 0.
       01  WS-HASH-REMOVED             PIC 9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      * SECTION CAPACITIES (SECTION,<code>,<faculty>,<expected>)
      *----------------------------------------------------------------
       01  WS-MAX-SECTIONS             PIC 999 VALUE 300.
       01  WS-SEC-COUNT                PIC 999 VALUE 0.
       01  WS-SECTION-TABLE.
               05 WS-SEC-ENTRY OCCURS 300 TIMES.
                   10 WS-SEC-CODE      PIC X(10).
                   10 WS-SEC-SUBJECT   PIC X(10).
                   10 WS-SEC-EXPECTED  PIC 999.
       01  WS-SEC-IDX                  PIC 999 VALUE 0.
       01  WS-SEC-LIMIT                PIC 999 VALUE 0.
       01  WS-SEC-LIMIT-SUBJECT        PIC X(10).
       01  WS-SEC-TAKEN                PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * CLASS SCHEDULE - block loads by year level and section
      *----------------------------------------------------------------
       01  WS-MAX-MEETINGS             PIC 999 VALUE 600.
       01  WS-SC-COUNT                 PIC 999 VALUE 0.
       01  WS-SCHEDULE-TABLE.
               05 WS-SC-ENTRY OCCURS 600 TIMES.
                   10 WS-SC-YEAR       PIC X(15).
                   10 WS-SC-SECTION    PIC X(10).
                   10 WS-SC-SUBJECT    PIC X(10).
       01  WS-SC-IDX                   PIC 999 VALUE 0.
       01  WS-SCHED-PARSE.
               05 WS-SCP-LINE          PIC X(100).
               05 WS-SCP-YEAR          PIC X(15).
               05 WS-SCP-SECTION       PIC X(10).
               05 WS-SCP-SUBJECT       PIC X(10).

      *----------------------------------------------------------------
      * PREREQUISITES AND PASSED SUBJECTS
      *----------------------------------------------------------------
       01  WS-MAX-PREREQS              PIC 999 VALUE 100.
       01  WS-PRQ-COUNT                PIC 999 VALUE 0.
       01  WS-PREREQ-TABLE.
               05 WS-PRQ-ENTRY OCCURS 100 TIMES.
                   10 WS-PRQ-SUBJECT   PIC X(8).
                   10 WS-PRQ-REQUIRED  PIC X(8).
       01  WS-PRQ-IDX                  PIC 999 VALUE 0.
       01  WS-PRQ-PARSE.
               05 WS-PRQ-LINE          PIC X(30).
               05 WS-PRQ-TXT-SUBJ      PIC X(10).
               05 WS-PRQ-TXT-REQ       PIC X(10).
       01  WS-MAX-PASSED-SUBJ          PIC 9(5) VALUE 30000.
       01  WS-PSD-COUNT                PIC 9(5) VALUE 0.
       01  WS-PASSED-SUBJ-TABLE.
               05 WS-PSD-ENTRY OCCURS 30000 TIMES.
                   10 WS-PSD-ID        PIC X(10).
                   10 WS-PSD-SUBJECT   PIC X(8).
       01  WS-PSD-IDX                  PIC 9(5) VALUE 0.
       01  WS-PRQ-MET-FLAG             PIC 9 VALUE 0.
       01  WS-PRQ-MISSING              PIC X(8).

      *----------------------------------------------------------------
      * REFUND BANDS (WeekFrom,WeekTo,RefundPct)
      *----------------------------------------------------------------
       01  WS-MAX-BANDS                PIC 99 VALUE 10.
       01  WS-BAND-COUNT               PIC 99 VALUE 0.
       01  WS-REFUND-BANDS.
               05 WS-BND-ENTRY OCCURS 10 TIMES.
                   10 WS-BND-FROM      PIC 99.
                   10 WS-BND-TO        PIC 99.
                   10 WS-BND-PCT       PIC 999.
       01  WS-BND-IDX                  PIC 99 VALUE 0.
       01  WS-BND-PARSE.
               05 WS-BND-LINE          PIC X(30).
               05 WS-BND-TXT-FROM      PIC X(4).
               05 WS-BND-TXT-TO        PIC X(4).
               05 WS-BND-TXT-PCT       PIC X(5).

      *----------------------------------------------------------------
      * STUDENTS CHANGED THIS RUN, WITH THEIR STATEMENT TOTALS
      *----------------------------------------------------------------
       01  WS-MAX-CHANGED              PIC 999 VALUE 500.
       01  WS-CHG-COUNT                PIC 999 VALUE 0.
       01  WS-CHANGED-TABLE.
               05 WS-CHG-ENTRY OCCURS 500 TIMES.
                   10 WS-CHG-ID        PIC X(10).
                   10 WS-CHG-NAME      PIC X(25).
                   10 WS-CHG-APPLIED   PIC 9.
                   10 WS-CHG-WEEK      PIC 99.
                   10 WS-CHG-HAS-WEEK  PIC 9.
                   10 WS-CHG-OLD-TOTAL PIC 9(7)V99.
                   10 WS-CHG-OLD-FOUND PIC 9.
                   10 WS-CHG-NEW-TOTAL PIC 9(7)V99.
                   10 WS-CHG-NEW-FOUND PIC 9.
       01  WS-CHG-IDX                  PIC 999 VALUE 0.
       01  WS-CHG-MATCH-IDX            PIC 999 VALUE 0.
       01  WS-BILLING-LINE             PIC X(100).
       01  WS-BILLING-FIELD            PIC X(9).
       01  WS-BILLING-PASS             PIC X VALUE "O".
      * O = totals before the run, N = after the re-assessment
       01  WS-DIFFERENCE               PIC S9(7)V99 VALUE 0.
       01  WS-DECREASE                 PIC 9(7)V99 VALUE 0.
       01  WS-REFUND-PCT               PIC 999 VALUE 0.
       01  WS-REFUND-AMOUNT            PIC 9(7)V99 VALUE 0.
       01  WS-ADDITIONAL-AMOUNT        PIC 9(7)V99 VALUE 0.
       01  WS-REFUND-COUNT             PIC 999 VALUE 0.
       01  WS-TOTAL-REFUNDS            PIC 9(8)V99 VALUE 0.
       01  WS-TOTAL-ADDITIONAL         PIC 9(8)V99 VALUE 0.

      *----------------------------------------------------------------
      * TRANSACTION PARSING
      *----------------------------------------------------------------
       01  WS-TRANS-PARSE.
               05 WS-TR-LINE           PIC X(100).
               05 WS-TR-ID             PIC X(10).
               05 WS-TR-ACTION         PIC X(10).
               05 WS-TR-SUBJECT        PIC X(10).
               05 WS-TR-SECTION        PIC X(10).
               05 WS-TR-UNITS          PIC X(5).
               05 WS-TR-EFF-DATE       PIC X(10).
               05 WS-TR-WEEK           PIC X(4).
               05 WS-TR-DROP-SUBJECT   PIC X(10).
       01  WS-TR-ACT                   PIC X(6).
       01  WS-TR-SUBJ                  PIC X(10).
       01  WS-TR-SECT                  PIC X(10).
       01  WS-TR-UNITS-VALUE           PIC 99V9 VALUE 0.
       01  WS-TR-DROP-SUBJ             PIC X(10).
       01  WS-TR-DATE                  PIC X(10).
       01  WS-TRANS-COUNT              PIC 999 VALUE 0.
       01  WS-APPLIED-COUNT            PIC 999 VALUE 0.
       01  WS-REJECT-COUNT             PIC 999 VALUE 0.
       01  WS-DRP-ARCHIVED             PIC 999 VALUE 0.
       01  WS-BLOCK-LOADS              PIC 999 VALUE 0.
       01  WS-BLOCK-FILING             PIC 9 VALUE 0.
       01  WS-REJECT-REASON            PIC X(60).
       01  WS-EXCEPTION-LINE           PIC X(150).
       01  WS-BUILT-LINE               PIC X(100).
       01  WS-EDIT-UNITS               PIC Z9.9.
       01  WS-LOG-LINE                 PIC X(100).

      *----------------------------------------------------------------
      * REGISTER LAYOUT
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
       01  WS-REG-LINE                 PIC X(132).
       01  WS-REG-TITLE-LINE.
               05 FILLER               PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(30)
                   VALUE "DAILY ADD/DROP REGISTER".
       01  WS-REG-DATE-LINE.
               05 FILLER               PIC X(10) VALUE "RUN DATE: ".
               05 WS-RDL-DATE          PIC X(12).
               05 FILLER               PIC X(6)  VALUE "TERM: ".
               05 WS-RDL-TERM          PIC X(10).
       01  WS-REG-LOAD-HDR.
               05 FILLER               PIC X(12) VALUE "STUDENT ID".
               05 FILLER               PIC X(26) VALUE "STUDENT NAME".
               05 FILLER               PIC X(8)  VALUE "ACTION".
               05 FILLER               PIC X(11) VALUE "SUBJECT".
               05 FILLER               PIC X(11) VALUE "SECTION".
               05 FILLER               PIC X(7)  VALUE "UNITS".
               05 FILLER               PIC X(12) VALUE "EFFECTIVE".
               05 FILLER               PIC X(4)  VALUE "WEEK".
       01  WS-REG-LOAD-LINE.
               05 WS-RLL-ID            PIC X(12).
               05 WS-RLL-NAME          PIC X(26).
               05 WS-RLL-ACTION        PIC X(8).
               05 WS-RLL-SUBJECT       PIC X(11).
               05 WS-RLL-SECTION       PIC X(11).
               05 WS-RLL-UNITS         PIC X(7).
               05 WS-RLL-EFF           PIC X(12).
               05 WS-RLL-WEEK          PIC X(4).
       01  WS-REG-FEE-HDR.
               05 FILLER               PIC X(12) VALUE "STUDENT ID".
               05 FILLER               PIC X(26) VALUE "STUDENT NAME".
               05 FILLER               PIC X(13) VALUE "   OLD TOTAL".
               05 FILLER               PIC X(13) VALUE "   NEW TOTAL".
               05 FILLER               PIC X(14) VALUE "   DIFFERENCE".
               05 FILLER               PIC X(6)  VALUE "  WEEK".
               05 FILLER               PIC X(6)  VALUE " REF%".
               05 FILLER               PIC X(13) VALUE "      REFUND".
               05 FILLER               PIC X(14) VALUE " ADDITIONAL".
       01  WS-REG-FEE-LINE.
               05 WS-RFE-ID            PIC X(12).
               05 WS-RFE-NAME          PIC X(26).
               05 WS-RFE-OLD           PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X VALUE SPACE.
               05 WS-RFE-NEW           PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X VALUE SPACE.
               05 WS-RFE-DIFF          PIC -,---,--9.99.
               05 FILLER               PIC X VALUE SPACE.
               05 WS-RFE-WEEK          PIC X(6).
               05 WS-RFE-PCT           PIC X(6).
               05 WS-RFE-REFUND        PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X VALUE SPACE.
               05 WS-RFE-ADDITIONAL    PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-WEEK                PIC Z9.
       01  WS-EDIT-PCT                 PIC ZZ9.
       01  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZ9.99.
       01  WS-REG-SUMMARY-LINE         PIC X(132).

      * Refund assessment layout - kept identical to
      * STUDENT-STATUS-MAINT's (REFUND-DISBURSEMENT reads the refund
      * from column 41 and its reference from column 53)
       01  WS-REFUND-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(35)
                   VALUE "DROP-REFUND ASSESSMENT".
       01  WS-REFUND-COL-HEADER.
               05 FILLER               PIC X(12) VALUE "STUDENT ID".
               05 FILLER               PIC X(6)  VALUE "WEEK".
               05 FILLER               PIC X(14) VALUE "ASSESSED".
               05 FILLER               PIC X(9)  VALUE "REFUND %".
               05 FILLER               PIC X(11) VALUE "REFUND".
               05 FILLER               PIC X(20) VALUE "REFERENCE".
       01  WS-REFUND-DETAIL-LINE.
               05 WS-RFL-ID            PIC X(12).
               05 WS-RFL-WEEK          PIC Z9.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 WS-RFL-ASSESSED      PIC ZZ,ZZ9.99.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 WS-RFL-PCT           PIC ZZ9.
               05 FILLER               PIC X(6)  VALUE SPACES.
               05 WS-RFL-REFUND        PIC ZZ,ZZ9.99.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-RFL-REF           PIC X(20).
       01  WS-REFUND-REF.
      * AD + run date and time + sequence - unique to this refund,
      * REFUND-DISBURSEMENT's key for pick-up and approval
               05 FILLER               PIC X(2)  VALUE "AD".
               05 WS-RREF-STAMP        PIC X(14).
               05 WS-RREF-SEQ          PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load, apply, rewrite the input, re-assess,
      * register.
      *----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURRENT-DATE-DATA(1:4) "-"
               WS-CURRENT-DATE-DATA(5:2) "-"
               WS-CURRENT-DATE-DATA(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           STRING WS-TODAY-DATE " "
               WS-CURRENT-DATE-DATA(9:2) ":"
               WS-CURRENT-DATE-DATA(11:2) ":"
               WS-CURRENT-DATE-DATA(13:2)
               DELIMITED BY SIZE INTO WS-RUN-STAMP

           PERFORM LOAD-ENROLLMENT
           IF WS-ENR-COUNT = 0
               DISPLAY "ERROR: STUDENT-ENROLLMENT.TXT not found or"
                   " empty - nothing to maintain"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-STUDENT-INPUT
           IF WS-INPUT-OVERFLOW = 1
               DISPLAY "ERROR: STUDENT-INPUT.TXT holds more than "
                   WS-MAX-INPUT-LINES " line(s) - NOTHING applied or"
                   " rewritten (a rewrite would truncate it)"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-TERM
           PERFORM LOAD-SCHEDULE
           PERFORM LOAD-PREREQS
           PERFORM LOAD-PASSED-SUBJECTS
           PERFORM LOAD-REFUND-BANDS

           OPEN OUTPUT ADD-DROP-EXCEPTIONS-FILE
           OPEN OUTPUT ADD-DROP-REGISTER-FILE
           WRITE ADD-DROP-REGISTER-RECORD FROM WS-REG-TITLE-LINE
           MOVE WS-TODAY-DATE TO WS-RDL-DATE
           MOVE WS-TERM-ID TO WS-RDL-TERM
           WRITE ADD-DROP-REGISTER-RECORD FROM WS-REG-DATE-LINE
           WRITE ADD-DROP-REGISTER-RECORD FROM WS-BLANK-LINE
           MOVE "SUBJECT LOAD CHANGES (REGISTRAR)" TO WS-REG-LINE
           WRITE ADD-DROP-REGISTER-RECORD FROM WS-REG-LINE
           WRITE ADD-DROP-REGISTER-RECORD FROM WS-REG-LOAD-HDR
           PERFORM OPEN-LOGS-FOR-APPEND

           MOVE "B" TO WS-TRANS-PASS
           PERFORM APPLY-TRANSACTIONS
           IF WS-HAS-ERROR = 0
               IF WS-BLOCK-LOADS > 0
                   PERFORM REWRITE-STUDENT-INPUT
                   PERFORM CALL-TUITION-ASSESSMENT
                   IF WS-REASSESS-RC NOT = 0
                       DISPLAY "WARNING: block-load assessment failed"
                           " - totals before the changes are taken"
                           " from the prior statement"
                   END-IF
               END-IF
               MOVE "O" TO WS-BILLING-PASS
               PERFORM READ-STATEMENT-TOTALS
               MOVE "A" TO WS-TRANS-PASS
               PERFORM APPLY-TRANSACTIONS
           END-IF

           CLOSE ADD-DROP-LOG-FILE
           CLOSE STUDENT-SUBJECT-HISTORY-FILE

           IF WS-APPLIED-COUNT > 0
               PERFORM REWRITE-STUDENT-INPUT
               PERFORM REASSESS-CHANGED-STUDENTS
           ELSE
               DISPLAY "No add/drop transaction applied -"
                   " subject loads unchanged"
           END-IF

           MOVE SPACES TO WS-REG-SUMMARY-LINE
           STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
               WS-TRANS-COUNT DELIMITED BY SIZE
               "  APPLIED: " DELIMITED BY SIZE
               WS-APPLIED-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               " (STUDENT-ADD-DROP-EXCEPTIONS.TXT)  DRP ARCHIVED: "
                   DELIMITED BY SIZE
               WS-DRP-ARCHIVED DELIMITED BY SIZE
               "  BLOCK LOADS FILED: " DELIMITED BY SIZE
               WS-BLOCK-LOADS DELIMITED BY SIZE
               INTO WS-REG-SUMMARY-LINE
           WRITE ADD-DROP-REGISTER-RECORD FROM WS-BLANK-LINE
           WRITE ADD-DROP-REGISTER-RECORD FROM WS-REG-SUMMARY-LINE
           CLOSE ADD-DROP-REGISTER-FILE
           CLOSE ADD-DROP-EXCEPTIONS-FILE

           DISPLAY "Add/drop complete: " WS-APPLIED-COUNT
               " applied, " WS-REJECT-COUNT " rejected, "
               WS-REFUND-COUNT " refund assessment(s)"
           IF WS-REJECT-COUNT > 0
               MOVE 1 TO WS-HAS-ERROR
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

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
                               MOVE SPACES TO WS-SP-ID WS-SP-NAME
                                   WS-SP-YEAR WS-SP-SECTION
                                   WS-SP-STATUS
                               UNSTRING WS-SP-LINE DELIMITED BY ","
                                   INTO WS-SP-ID
                                        WS-SP-NAME
                                        WS-SP-YEAR
                                        WS-SP-SECTION
                                        WS-SP-STATUS
                               END-UNSTRING
                               ADD 1 TO WS-ENR-COUNT
                               MOVE FUNCTION TRIM(WS-SP-ID)
                                   TO WS-EN-ID(WS-ENR-COUNT)
                               MOVE FUNCTION TRIM(WS-SP-NAME)
                                   TO WS-EN-NAME(WS-ENR-COUNT)
                               MOVE FUNCTION TRIM(WS-SP-YEAR)
                                   TO WS-EN-YEAR(WS-ENR-COUNT)
                               MOVE FUNCTION TRIM(WS-SP-SECTION)
                                   TO WS-EN-SECTION(WS-ENR-COUNT)
                               IF FUNCTION TRIM(WS-SP-STATUS)
                                       = SPACES
                                   MOVE "ENR" TO
                                       WS-EN-STATUS(WS-ENR-COUNT)
                               ELSE
                                   MOVE FUNCTION UPPER-CASE(FUNCTION
                                       TRIM(WS-SP-STATUS))
                                       TO WS-EN-STATUS(WS-ENR-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-ENROLLMENT-FILE.

       LOAD-STUDENT-INPUT.
      *----------------------------------------------------------------
      * LOAD-STUDENT-INPUT - Every line, classified; student lines
      * parsed for ID, subject, grading section, units and grade
      * hash, SECTION headers for their expected count.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-INPUT-FILE
           IF WS-INPUT-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-INPUT-FILE INTO WS-IN-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-IL-COUNT >= WS-MAX-INPUT-LINES
                               MOVE 1 TO WS-INPUT-OVERFLOW
                           ELSE
                               PERFORM STORE-INPUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-INPUT-FILE.

       STORE-INPUT-LINE.
      *----------------------------------------------------------------
      * STORE-INPUT-LINE - One STUDENT-INPUT.TXT line into the next
      * slot.
      *----------------------------------------------------------------
           ADD 1 TO WS-IL-COUNT
           MOVE WS-IN-LINE TO WS-IL-TEXT(WS-IL-COUNT)
           MOVE SPACES TO WS-IL-ID(WS-IL-COUNT)
               WS-IL-SUBJECT(WS-IL-COUNT) WS-IL-SECTION(WS-IL-COUNT)
           MOVE 0 TO WS-IL-UNITS(WS-IL-COUNT)
           MOVE 0 TO WS-IL-HASH(WS-IL-COUNT)
           MOVE 1 TO WS-IL-KEEP(WS-IL-COUNT)
           MOVE 0 TO WS-IL-NEW(WS-IL-COUNT)
           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-IN-LINE) = SPACES
                   MOVE "O" TO WS-IL-KIND(WS-IL-COUNT)
               WHEN WS-IN-LINE(1:9) = "BATCHHDR,"
                   MOVE "O" TO WS-IL-KIND(WS-IL-COUNT)
               WHEN WS-IN-LINE(1:9) = "BATCHTRL,"
                   MOVE "T" TO WS-IL-KIND(WS-IL-COUNT)
                   MOVE WS-IL-COUNT TO WS-TRAILER-IDX
               WHEN FUNCTION UPPER-CASE(WS-IN-LINE(1:8)) = "SECTION,"
                   MOVE "H" TO WS-IL-KIND(WS-IL-COUNT)
                   PERFORM STORE-SECTION-HEADER
               WHEN OTHER
                   MOVE "D" TO WS-IL-KIND(WS-IL-COUNT)
                   PERFORM PARSE-STUDENT-LINE
           END-EVALUATE.

       STORE-SECTION-HEADER.
      *----------------------------------------------------------------
      * STORE-SECTION-HEADER - The grading section's expected count,
      * used as its capacity (the subject's, when the header names
      * one).
      *----------------------------------------------------------------
           MOVE SPACES TO WS-HDR-TXT-TAG WS-HDR-TXT-CODE
               WS-HDR-TXT-FACULTY WS-HDR-TXT-EXPECTED
               WS-HDR-TXT-SUBJECT
           UNSTRING WS-IN-LINE DELIMITED BY ","
               INTO WS-HDR-TXT-TAG
                    WS-HDR-TXT-CODE
                    WS-HDR-TXT-FACULTY
                    WS-HDR-TXT-EXPECTED
                    WS-HDR-TXT-SUBJECT
           END-UNSTRING
           IF WS-SEC-COUNT < WS-MAX-SECTIONS
               ADD 1 TO WS-SEC-COUNT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-HDR-TXT-CODE)) TO WS-SEC-CODE(WS-SEC-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-HDR-TXT-SUBJECT)) TO WS-SEC-SUBJECT(WS-SEC-COUNT)
               MOVE 0 TO WS-SEC-EXPECTED(WS-SEC-COUNT)
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-HDR-TXT-EXPECTED)) = ZERO
                   MOVE FUNCTION NUMVAL(WS-HDR-TXT-EXPECTED)
                       TO WS-SEC-EXPECTED(WS-SEC-COUNT)
               END-IF
           END-IF.

       PARSE-STUDENT-LINE.
      *----------------------------------------------------------------
      * PARSE-STUDENT-LINE - ID, subject, section (default MAIN),
      * units (default 3.0) and the line's numeric grade total, the
      * figure a batch trailer's hash carries for it.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-IN-TXT-YEAR WS-IN-TXT-ID
               WS-IN-TXT-PRELIM WS-IN-TXT-MIDTERM WS-IN-TXT-FINAL
               WS-IN-TXT-SECTION WS-IN-TXT-SUBJECT WS-IN-TXT-UNITS
           UNSTRING WS-IN-LINE DELIMITED BY ","
               INTO WS-IN-TXT-YEAR
                    WS-IN-TXT-ID
                    WS-IN-TXT-PRELIM
                    WS-IN-TXT-MIDTERM
                    WS-IN-TXT-FINAL
                    WS-IN-TXT-SECTION
                    WS-IN-TXT-SUBJECT
                    WS-IN-TXT-UNITS
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-TXT-ID) TO WS-IL-ID(WS-IL-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-TXT-SUBJECT))
               TO WS-IL-SUBJECT(WS-IL-COUNT)
           IF FUNCTION TRIM(WS-IN-TXT-SECTION) = SPACES
               MOVE "MAIN" TO WS-IL-SECTION(WS-IL-COUNT)
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-IN-TXT-SECTION)) TO WS-IL-SECTION(WS-IL-COUNT)
           END-IF
           MOVE 3.0 TO WS-IL-UNITS(WS-IL-COUNT)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-TXT-UNITS))
                   = ZERO
               IF FUNCTION NUMVAL(WS-IN-TXT-UNITS) > 0
                   MOVE FUNCTION NUMVAL(WS-IN-TXT-UNITS)
                       TO WS-IL-UNITS(WS-IL-COUNT)
               END-IF
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-TXT-PRELIM))
                   = ZERO
               ADD FUNCTION NUMVAL(WS-IN-TXT-PRELIM)
                   TO WS-IL-HASH(WS-IL-COUNT)
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-TXT-MIDTERM))
                   = ZERO
               ADD FUNCTION NUMVAL(WS-IN-TXT-MIDTERM)
                   TO WS-IL-HASH(WS-IL-COUNT)
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-TXT-FINAL))
                   = ZERO
               ADD FUNCTION NUMVAL(WS-IN-TXT-FINAL)
                   TO WS-IL-HASH(WS-IL-COUNT)
           END-IF.

       LOAD-TERM.
      *----------------------------------------------------------------
      * LOAD-TERM - Term ID for the DRP records and the register.
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

       LOAD-SCHEDULE.
      *----------------------------------------------------------------
      * LOAD-SCHEDULE - Year level, section and subject of every
      * meeting line - enough to know a section's block load.
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
                               MOVE SPACES TO WS-SCP-YEAR
                                   WS-SCP-SECTION WS-SCP-SUBJECT
                               UNSTRING WS-SCP-LINE DELIMITED BY ","
                                   INTO WS-SCP-YEAR
                                        WS-SCP-SECTION
                                        WS-SCP-SUBJECT
                               END-UNSTRING
                               ADD 1 TO WS-SC-COUNT
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-SCP-YEAR))
                                   TO WS-SC-YEAR(WS-SC-COUNT)
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-SCP-SECTION))
                                   TO WS-SC-SECTION(WS-SC-COUNT)
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-SCP-SUBJECT))
                                   TO WS-SC-SUBJECT(WS-SC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE CLASS-SCHEDULE-FILE.

       LOAD-PREREQS.
      *----------------------------------------------------------------
      * LOAD-PREREQS - One SubjectCode,RequiredSubject rule per line.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-PREREQS-FILE
           IF WS-PRQ-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-PRQ-COUNT >= WS-MAX-PREREQS
                   READ STUDENT-PREREQS-FILE INTO WS-PRQ-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-PRQ-LINE) NOT = SPACES
                               MOVE SPACES TO WS-PRQ-TXT-SUBJ
                               MOVE SPACES TO WS-PRQ-TXT-REQ
                               UNSTRING WS-PRQ-LINE DELIMITED BY ","
                                   INTO WS-PRQ-TXT-SUBJ
                                        WS-PRQ-TXT-REQ
                               END-UNSTRING
                               ADD 1 TO WS-PRQ-COUNT
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-PRQ-TXT-SUBJ))
                                   TO WS-PRQ-SUBJECT(WS-PRQ-COUNT)
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-PRQ-TXT-REQ))
                                   TO WS-PRQ-REQUIRED(WS-PRQ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-PREREQS-FILE.

       LOAD-PASSED-SUBJECTS.
      *----------------------------------------------------------------
      * LOAD-PASSED-SUBJECTS - (student, subject) pairs with a PASS
      * or CRD record in the per-subject archive. Only loaded when
      * prerequisite rules are in force.
      *----------------------------------------------------------------
           IF WS-PRQ-COUNT > 0
               OPEN INPUT STUDENT-SUBJECT-HISTORY-FILE
               IF WS-SHIST-FILE-STATUS = "00"
                   PERFORM UNTIL WS-EOF-FLAG = 1
                       OR WS-PSD-COUNT >= WS-MAX-PASSED-SUBJ
                       READ STUDENT-SUBJECT-HISTORY-FILE
                           AT END
                               MOVE 1 TO WS-EOF-FLAG
                           NOT AT END
                               IF SH-STATUS = "PASS"
                                   OR SH-STATUS = "CRD "
                                   ADD 1 TO WS-PSD-COUNT
                                   MOVE SH-ID
                                       TO WS-PSD-ID(WS-PSD-COUNT)
                                   MOVE SH-SUBJECT
                                       TO WS-PSD-SUBJECT(
                                           WS-PSD-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 0 TO WS-EOF-FLAG
               END-IF
               CLOSE STUDENT-SUBJECT-HISTORY-FILE
           END-IF.

       LOAD-REFUND-BANDS.
      *----------------------------------------------------------------
      * LOAD-REFUND-BANDS - WeekFrom,WeekTo,RefundPct bands, as
      * STUDENT-STATUS-MAINT reads them.
      *----------------------------------------------------------------
           OPEN INPUT REFUND-SCHEDULE-FILE
           IF WS-BAND-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-BAND-COUNT >= WS-MAX-BANDS
                   READ REFUND-SCHEDULE-FILE INTO WS-BND-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-BND-LINE) NOT = SPACES
                               MOVE SPACES TO WS-BND-TXT-FROM
                                   WS-BND-TXT-TO WS-BND-TXT-PCT
                               UNSTRING WS-BND-LINE DELIMITED BY ","
                                   INTO WS-BND-TXT-FROM
                                        WS-BND-TXT-TO
                                        WS-BND-TXT-PCT
                               END-UNSTRING
                               ADD 1 TO WS-BAND-COUNT
                               MOVE FUNCTION NUMVAL(WS-BND-TXT-FROM)
                                   TO WS-BND-FROM(WS-BAND-COUNT)
                               MOVE FUNCTION NUMVAL(WS-BND-TXT-TO)
                                   TO WS-BND-TO(WS-BAND-COUNT)
                               MOVE FUNCTION NUMVAL(WS-BND-TXT-PCT)
                                   TO WS-BND-PCT(WS-BAND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE REFUND-SCHEDULE-FILE.

       OPEN-LOGS-FOR-APPEND.
      *----------------------------------------------------------------
      * OPEN-LOGS-FOR-APPEND - The change log and the subject
      * archive, create-then-extend.
      *----------------------------------------------------------------
           OPEN EXTEND ADD-DROP-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT ADD-DROP-LOG-FILE
               CLOSE ADD-DROP-LOG-FILE
               OPEN EXTEND ADD-DROP-LOG-FILE
           END-IF
           OPEN EXTEND STUDENT-SUBJECT-HISTORY-FILE
           IF WS-SHIST-FILE-STATUS NOT = "00"
               OPEN OUTPUT STUDENT-SUBJECT-HISTORY-FILE
               CLOSE STUDENT-SUBJECT-HISTORY-FILE
               OPEN EXTEND STUDENT-SUBJECT-HISTORY-FILE
           END-IF.

       APPLY-TRANSACTIONS.
      *----------------------------------------------------------------
      * APPLY-TRANSACTIONS - Each transaction in file order, so a
      * later line sees the load an earlier one left. Read twice:
      * pass B files block loads only, pass A applies the changes.
      *----------------------------------------------------------------
           OPEN INPUT ADD-DROP-TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: STUDENT-ADD-DROP-TRANSACTIONS.TXT not"
                   " found or could not be opened (status "
                   WS-TRANS-FILE-STATUS ")"
               MOVE 1 TO WS-HAS-ERROR
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ ADD-DROP-TRANS-FILE INTO WS-TR-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-TR-LINE) NOT = SPACES
                               IF WS-TRANS-PASS = "B"
                                   PERFORM PREPARE-BLOCK-LOAD
                               ELSE
                                   ADD 1 TO WS-TRANS-COUNT
                                   PERFORM APPLY-ONE-TRANSACTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE ADD-DROP-TRANS-FILE.

       PREPARE-BLOCK-LOAD.
      *----------------------------------------------------------------
      * PREPARE-BLOCK-LOAD - Pass B: the transaction's student, if
      * enrolled, gets their block load filed and joins the
      * re-assessment list.
      *----------------------------------------------------------------
           PERFORM PARSE-TRANSACTION
           IF WS-EN-MATCH-IDX > 0
               PERFORM ENSURE-BLOCK-LOAD
               PERFORM NOTE-CHANGED-STUDENT
           END-IF
           MOVE SPACES TO WS-REJECT-REASON.

       PARSE-TRANSACTION.
      *----------------------------------------------------------------
      * PARSE-TRANSACTION - Split the transaction line; the student
      * must be ENR on the master (WS-EN-MATCH-IDX, 0 = not).
      *----------------------------------------------------------------
           MOVE SPACES TO WS-TR-ID WS-TR-ACTION WS-TR-SUBJECT
               WS-TR-SECTION WS-TR-UNITS WS-TR-EFF-DATE WS-TR-WEEK
               WS-TR-DROP-SUBJECT
           UNSTRING WS-TR-LINE DELIMITED BY ","
               INTO WS-TR-ID
                    WS-TR-ACTION
                    WS-TR-SUBJECT
                    WS-TR-SECTION
                    WS-TR-UNITS
                    WS-TR-EFF-DATE
                    WS-TR-WEEK
                    WS-TR-DROP-SUBJECT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TR-ACTION))
               TO WS-TR-ACT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TR-SUBJECT))
               TO WS-TR-SUBJ
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TR-SECTION))
               TO WS-TR-SECT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TR-DROP-SUBJECT))
               TO WS-TR-DROP-SUBJ
           IF FUNCTION TRIM(WS-TR-EFF-DATE) = SPACES
               MOVE WS-TODAY-DATE TO WS-TR-DATE
           ELSE
               MOVE FUNCTION TRIM(WS-TR-EFF-DATE) TO WS-TR-DATE
           END-IF
           MOVE SPACES TO WS-REJECT-REASON

           MOVE 0 TO WS-EN-MATCH-IDX
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENR-COUNT
               OR WS-EN-MATCH-IDX > 0
               IF WS-EN-ID(WS-EN-IDX) = FUNCTION TRIM(WS-TR-ID)
                   AND WS-EN-STATUS(WS-EN-IDX) = "ENR "
                   MOVE WS-EN-IDX TO WS-EN-MATCH-IDX
               END-IF
           END-PERFORM.

       APPLY-ONE-TRANSACTION.
      *----------------------------------------------------------------
      * APPLY-ONE-TRANSACTION - Pass A: validate one change against
      * the load as it stands, then apply it.
      *----------------------------------------------------------------
           PERFORM PARSE-TRANSACTION

           EVALUATE TRUE
               WHEN WS-TR-ACT NOT = "ADD" AND WS-TR-ACT NOT = "DROP"
                   AND WS-TR-ACT NOT = "CHANGE"
                   MOVE "action must be ADD, DROP or CHANGE"
                       TO WS-REJECT-REASON
               WHEN WS-TR-SUBJ = SPACES
                   MOVE "no subject code" TO WS-REJECT-REASON
               WHEN WS-EN-MATCH-IDX = 0
                   MOVE "student not enrolled (no ENR master line)"
                       TO WS-REJECT-REASON
               WHEN FUNCTION TRIM(WS-TR-WEEK) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-TR-WEEK)) NOT = ZERO
                   MOVE "week of term is not a number"
                       TO WS-REJECT-REASON
               WHEN FUNCTION TRIM(WS-TR-UNITS) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-TR-UNITS)) NOT = ZERO
                   MOVE "units are not a number" TO WS-REJECT-REASON
               WHEN OTHER
                   EVALUATE WS-TR-ACT
                       WHEN "ADD"
                           PERFORM APPLY-ADD
                       WHEN "DROP"
                           PERFORM APPLY-DROP
                       WHEN "CHANGE"
                           PERFORM APPLY-CHANGE
                   END-EVALUATE
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-EXCEPTION-LINE
               STRING "REJECTED (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   WS-TR-LINE DELIMITED BY SIZE
                   INTO WS-EXCEPTION-LINE
               WRITE ADD-DROP-EXCEPTIONS-RECORD FROM WS-EXCEPTION-LINE
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM NOTE-CHANGED-STUDENT
           END-IF.

       ENSURE-BLOCK-LOAD.
      *----------------------------------------------------------------
      * ENSURE-BLOCK-LOAD - A student with no subject lines yet gets
      * their section's scheduled subjects filed as lines first.
      *----------------------------------------------------------------
           MOVE 0 TO WS-IL-MATCH-IDX
           PERFORM VARYING WS-IL-IDX FROM 1 BY 1
               UNTIL WS-IL-IDX > WS-IL-COUNT
               OR WS-IL-MATCH-IDX > 0
               IF WS-IL-KIND(WS-IL-IDX) = "D"
                   AND WS-IL-KEEP(WS-IL-IDX) = 1
                   AND WS-IL-ID(WS-IL-IDX) = WS-EN-ID(WS-EN-MATCH-IDX)
                   MOVE WS-IL-IDX TO WS-IL-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-IL-MATCH-IDX = 0
               MOVE FUNCTION UPPER-CASE(WS-EN-SECTION(WS-EN-MATCH-IDX))
                   TO WS-TR-SECT
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
                   IF WS-SC-YEAR(WS-SC-IDX) = FUNCTION UPPER-CASE(
                           WS-EN-YEAR(WS-EN-MATCH-IDX))
                       AND WS-SC-SECTION(WS-SC-IDX) = WS-TR-SECT
                       MOVE WS-SC-SUBJECT(WS-SC-IDX) TO WS-TR-SUBJ
                       PERFORM FIND-LOAD-LINE
                       IF WS-IL-MATCH-IDX = 0
                           MOVE 1 TO WS-BLOCK-FILING
                           PERFORM FILE-NEW-LOAD-LINE
                           MOVE 0 TO WS-BLOCK-FILING
                           IF WS-REJECT-REASON = SPACES
                               ADD 1 TO WS-BLOCK-LOADS
                               MOVE "BLOCK" TO WS-RLL-ACTION
                               PERFORM WRITE-LOAD-CHANGE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TR-SUBJECT))
                   TO WS-TR-SUBJ
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TR-SECTION))
                   TO WS-TR-SECT
           END-IF.

       APPLY-ADD.
      *----------------------------------------------------------------
      * APPLY-ADD - A subject not already carried, into a section
      * with room, with its prerequisites passed.
      *----------------------------------------------------------------
           PERFORM FIND-LOAD-LINE
           IF WS-IL-MATCH-IDX > 0
               MOVE "subject already on the student's load"
                   TO WS-REJECT-REASON
           ELSE
               PERFORM CHECK-SUBJECT-GOING-ON
               IF WS-REJECT-REASON = SPACES
                   PERFORM FILE-NEW-LOAD-LINE
                   IF WS-REJECT-REASON = SPACES
                       MOVE "ADD" TO WS-RLL-ACTION
                       PERFORM WRITE-LOAD-CHANGE
                   END-IF
               END-IF
           END-IF.

       APPLY-DROP.
      *----------------------------------------------------------------
      * APPLY-DROP - Take a carried subject off and archive it DRP.
      *----------------------------------------------------------------
           PERFORM FIND-LOAD-LINE
           IF WS-IL-MATCH-IDX = 0
               MOVE "subject not on the student's load"
                   TO WS-REJECT-REASON
           ELSE
               MOVE WS-IL-MATCH-IDX TO WS-IL-DROP-IDX
               PERFORM REMOVE-LOAD-LINE
               PERFORM ARCHIVE-DROPPED-SUBJECT
           END-IF.

       APPLY-CHANGE.
      *----------------------------------------------------------------
      * APPLY-CHANGE - Drop subject (or the same subject's current
      * section) off, the new class on; both halves validated before
      * either is applied.
      *----------------------------------------------------------------
           IF WS-TR-DROP-SUBJ = SPACES
               MOVE WS-TR-SUBJ TO WS-TR-DROP-SUBJ
           END-IF
           MOVE WS-TR-SUBJ TO WS-TR-SUBJECT
           MOVE WS-TR-DROP-SUBJ TO WS-TR-SUBJ
           PERFORM FIND-LOAD-LINE
           MOVE WS-IL-MATCH-IDX TO WS-IL-DROP-IDX
           MOVE WS-TR-SUBJECT TO WS-TR-SUBJ
           EVALUATE TRUE
               WHEN WS-IL-DROP-IDX = 0
                   MOVE "subject being changed is not on the load"
                       TO WS-REJECT-REASON
               WHEN WS-TR-DROP-SUBJ = WS-TR-SUBJ
                   AND (WS-TR-SECT = SPACES OR WS-TR-SECT =
                       WS-IL-SECTION(WS-IL-DROP-IDX))
                   MOVE "change names the section already carried"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   IF WS-TR-DROP-SUBJ NOT = WS-TR-SUBJ
                       PERFORM FIND-LOAD-LINE
                       IF WS-IL-MATCH-IDX > 0
                           MOVE "new subject already on the load"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM CHECK-SUBJECT-GOING-ON
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM FILE-NEW-LOAD-LINE
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM REMOVE-LOAD-LINE
                       IF WS-TR-DROP-SUBJ NOT = WS-TR-SUBJ
                           PERFORM ARCHIVE-DROPPED-SUBJECT
                       END-IF
                       MOVE "CHANGE" TO WS-RLL-ACTION
                       PERFORM WRITE-LOAD-CHANGE
                   END-IF
           END-EVALUATE.

       FIND-LOAD-LINE.
      *----------------------------------------------------------------
      * FIND-LOAD-LINE - The student's carried line for subject
      * WS-TR-SUBJ into WS-IL-MATCH-IDX (0 = not carried).
      *----------------------------------------------------------------
           MOVE 0 TO WS-IL-MATCH-IDX
           PERFORM VARYING WS-IL-IDX FROM 1 BY 1
               UNTIL WS-IL-IDX > WS-IL-COUNT
               OR WS-IL-MATCH-IDX > 0
               IF WS-IL-KIND(WS-IL-IDX) = "D"
                   AND WS-IL-KEEP(WS-IL-IDX) = 1
                   AND WS-IL-ID(WS-IL-IDX) = WS-EN-ID(WS-EN-MATCH-IDX)
                   AND WS-IL-SUBJECT(WS-IL-IDX) = WS-TR-SUBJ
                   MOVE WS-IL-IDX TO WS-IL-MATCH-IDX
               END-IF
           END-PERFORM.

       CHECK-SUBJECT-GOING-ON.
      *----------------------------------------------------------------
      * CHECK-SUBJECT-GOING-ON - Section capacity, then the
      * subject's prerequisites.
      *----------------------------------------------------------------
           IF WS-TR-SECT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-EN-SECTION(WS-EN-MATCH-IDX))
                   TO WS-TR-SECT
           END-IF
           MOVE 0 TO WS-SEC-LIMIT
           MOVE SPACES TO WS-SEC-LIMIT-SUBJECT
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
               UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-CODE(WS-SEC-IDX) = WS-TR-SECT
                   AND (WS-SEC-SUBJECT(WS-SEC-IDX) = SPACES
                       OR WS-SEC-SUBJECT(WS-SEC-IDX) = WS-TR-SUBJ)
                   MOVE WS-SEC-EXPECTED(WS-SEC-IDX) TO WS-SEC-LIMIT
                   MOVE WS-SEC-SUBJECT(WS-SEC-IDX)
                       TO WS-SEC-LIMIT-SUBJECT
               END-IF
           END-PERFORM
           IF WS-SEC-LIMIT > 0
               MOVE 0 TO WS-SEC-TAKEN
               PERFORM VARYING WS-IL-IDX FROM 1 BY 1
                   UNTIL WS-IL-IDX > WS-IL-COUNT
                   IF WS-IL-KIND(WS-IL-IDX) = "D"
                       AND WS-IL-KEEP(WS-IL-IDX) = 1
                       AND WS-IL-SECTION(WS-IL-IDX) = WS-TR-SECT
                       AND (WS-SEC-LIMIT-SUBJECT = SPACES
                           OR WS-IL-SUBJECT(WS-IL-IDX) =
                               WS-SEC-LIMIT-SUBJECT)
                       ADD 1 TO WS-SEC-TAKEN
                   END-IF
               END-PERFORM
               IF WS-SEC-TAKEN >= WS-SEC-LIMIT
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "section " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TR-SECT) DELIMITED BY SIZE
                       " is full (" DELIMITED BY SIZE
                       WS-SEC-TAKEN DELIMITED BY SIZE
                       " of " DELIMITED BY SIZE
                       WS-SEC-LIMIT DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
                   UNTIL WS-PRQ-IDX > WS-PRQ-COUNT
                   OR WS-REJECT-REASON NOT = SPACES
                   IF WS-PRQ-SUBJECT(WS-PRQ-IDX) = WS-TR-SUBJ
                       MOVE 0 TO WS-PRQ-MET-FLAG
                       PERFORM VARYING WS-PSD-IDX FROM 1 BY 1
                           UNTIL WS-PSD-IDX > WS-PSD-COUNT
                           IF WS-PSD-ID(WS-PSD-IDX) =
                                   WS-EN-ID(WS-EN-MATCH-IDX)
                               AND WS-PSD-SUBJECT(WS-PSD-IDX) =
                                   WS-PRQ-REQUIRED(WS-PRQ-IDX)
                               MOVE 1 TO WS-PRQ-MET-FLAG
                           END-IF
                       END-PERFORM
                       IF WS-PRQ-MET-FLAG = 0
                           MOVE WS-PRQ-REQUIRED(WS-PRQ-IDX)
                               TO WS-PRQ-MISSING
                           STRING "prerequisite " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-PRQ-MISSING)
                                   DELIMITED BY SIZE
                               " not passed" DELIMITED BY SIZE
                               INTO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       FILE-NEW-LOAD-LINE.
      *----------------------------------------------------------------
      * FILE-NEW-LOAD-LINE - Student line for WS-TR-SUBJ in section
      * WS-TR-SECT; units from the transaction, else the subject's
      * units elsewhere on the input, else 3.0.
      *----------------------------------------------------------------
           IF WS-IL-COUNT >= WS-MAX-INPUT-LINES
               MOVE "STUDENT-INPUT.TXT is full" TO WS-REJECT-REASON
           ELSE
               IF WS-BLOCK-FILING = 0
                   AND FUNCTION TRIM(WS-TR-UNITS) NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-TR-UNITS)
                       TO WS-TR-UNITS-VALUE
               ELSE
                   MOVE 0 TO WS-TR-UNITS-VALUE
               END-IF
               IF WS-TR-UNITS-VALUE = 0
                   MOVE 3.0 TO WS-TR-UNITS-VALUE
                   PERFORM VARYING WS-IL-IDX FROM WS-IL-COUNT BY -1
                       UNTIL WS-IL-IDX < 1
                       IF WS-IL-KIND(WS-IL-IDX) = "D"
                           AND WS-IL-SUBJECT(WS-IL-IDX) = WS-TR-SUBJ
                           MOVE WS-IL-UNITS(WS-IL-IDX)
                               TO WS-TR-UNITS-VALUE
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO WS-IL-COUNT
               MOVE "D" TO WS-IL-KIND(WS-IL-COUNT)
               MOVE WS-EN-ID(WS-EN-MATCH-IDX) TO WS-IL-ID(WS-IL-COUNT)
               MOVE WS-TR-SUBJ TO WS-IL-SUBJECT(WS-IL-COUNT)
               MOVE WS-TR-SECT TO WS-IL-SECTION(WS-IL-COUNT)
               MOVE WS-TR-UNITS-VALUE TO WS-IL-UNITS(WS-IL-COUNT)
               MOVE 0 TO WS-IL-HASH(WS-IL-COUNT)
               MOVE 1 TO WS-IL-KEEP(WS-IL-COUNT)
               MOVE 1 TO WS-IL-NEW(WS-IL-COUNT)
               MOVE WS-TR-UNITS-VALUE TO WS-EDIT-UNITS
               MOVE SPACES TO WS-BUILT-LINE
               STRING FUNCTION TRIM(WS-EN-YEAR(WS-EN-MATCH-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EN-ID(WS-EN-MATCH-IDX))
                       DELIMITED BY SIZE
                   ",0,0,0," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TR-SECT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TR-SUBJ) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-UNITS) DELIMITED BY SIZE
                   INTO WS-BUILT-LINE
               MOVE WS-BUILT-LINE TO WS-IL-TEXT(WS-IL-COUNT)
           END-IF.

       REMOVE-LOAD-LINE.
      *----------------------------------------------------------------
      * REMOVE-LOAD-LINE - Line WS-IL-DROP-IDX off the input; an
      * original line comes off the batch trailer's count and hash.
      *----------------------------------------------------------------
           MOVE 0 TO WS-IL-KEEP(WS-IL-DROP-IDX)
           IF WS-IL-NEW(WS-IL-DROP-IDX) = 0
               ADD 1 TO WS-LINES-REMOVED
               ADD WS-IL-HASH(WS-IL-DROP-IDX) TO WS-HASH-REMOVED
           END-IF
           IF WS-TR-ACT = "DROP"
               MOVE "DROP" TO WS-RLL-ACTION
               MOVE WS-IL-SUBJECT(WS-IL-DROP-IDX) TO WS-TR-SUBJ
               MOVE WS-IL-SECTION(WS-IL-DROP-IDX) TO WS-TR-SECT
               MOVE WS-IL-UNITS(WS-IL-DROP-IDX) TO WS-TR-UNITS-VALUE
               PERFORM WRITE-LOAD-CHANGE
           END-IF.

       ARCHIVE-DROPPED-SUBJECT.
      *----------------------------------------------------------------
      * ARCHIVE-DROPPED-SUBJECT - Officially dropped: a DRP record
      * on the per-subject archive for this term.
      *----------------------------------------------------------------
           MOVE WS-TERM-ID TO SH-TERM
           MOVE WS-EN-ID(WS-EN-MATCH-IDX) TO SH-ID
           MOVE WS-IL-SUBJECT(WS-IL-DROP-IDX) TO SH-SUBJECT
           MOVE WS-IL-UNITS(WS-IL-DROP-IDX) TO SH-UNITS
           MOVE 0 TO SH-AVG
           MOVE "DRP " TO SH-STATUS
           WRITE STUDENT-SUBJECT-HISTORY-REC
           ADD 1 TO WS-DRP-ARCHIVED.

       WRITE-LOAD-CHANGE.
      *----------------------------------------------------------------
      * WRITE-LOAD-CHANGE - One register line and one date-stamped
      * log line for the change just made (WS-RLL-ACTION, subject
      * WS-TR-SUBJ in WS-TR-SECT).
      *----------------------------------------------------------------
           IF WS-RLL-ACTION NOT = "DROP"
               MOVE WS-IL-UNITS(WS-IL-COUNT) TO WS-TR-UNITS-VALUE
           END-IF
           MOVE WS-TR-UNITS-VALUE TO WS-EDIT-UNITS
           MOVE WS-EN-ID(WS-EN-MATCH-IDX) TO WS-RLL-ID
           MOVE WS-EN-NAME(WS-EN-MATCH-IDX) TO WS-RLL-NAME
           MOVE WS-TR-SUBJ TO WS-RLL-SUBJECT
           MOVE WS-TR-SECT TO WS-RLL-SECTION
           MOVE WS-EDIT-UNITS TO WS-RLL-UNITS
           MOVE WS-TR-DATE TO WS-RLL-EFF
           MOVE FUNCTION TRIM(WS-TR-WEEK) TO WS-RLL-WEEK
           WRITE ADD-DROP-REGISTER-RECORD FROM WS-REG-LOAD-LINE
           IF WS-RLL-ACTION = "CHANGE"
               MOVE SPACES TO WS-REG-LOAD-LINE
               MOVE "  FROM" TO WS-RLL-ACTION
               MOVE WS-IL-SUBJECT(WS-IL-DROP-IDX) TO WS-RLL-SUBJECT
               MOVE WS-IL-SECTION(WS-IL-DROP-IDX) TO WS-RLL-SECTION
               MOVE WS-IL-UNITS(WS-IL-DROP-IDX) TO WS-EDIT-UNITS
               MOVE WS-EDIT-UNITS TO WS-RLL-UNITS
               WRITE ADD-DROP-REGISTER-RECORD FROM WS-REG-LOAD-LINE
               MOVE "CHANGE" TO WS-RLL-ACTION
           END-IF

           MOVE SPACES TO WS-LOG-LINE
           STRING WS-RUN-STAMP DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-TR-DATE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-EN-ID(WS-EN-MATCH-IDX))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-RLL-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-TR-SUBJ) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-TR-SECT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-UNITS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-TR-WEEK) DELIMITED BY SIZE
               INTO WS-LOG-LINE
           IF WS-RLL-ACTION = "CHANGE"
               MOVE SPACES TO WS-BUILT-LINE
               STRING FUNCTION TRIM(WS-LOG-LINE) DELIMITED BY SIZE
                   ",FROM " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IL-SUBJECT(WS-IL-DROP-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IL-SECTION(WS-IL-DROP-IDX))
                       DELIMITED BY SIZE
                   INTO WS-BUILT-LINE
               MOVE WS-BUILT-LINE TO WS-LOG-LINE
           END-IF
           WRITE ADD-DROP-LOG-RECORD FROM WS-LOG-LINE.

       NOTE-CHANGED-STUDENT.
      *----------------------------------------------------------------
      * NOTE-CHANGED-STUDENT - The student joins the re-assessment
      * list; the week of their latest change sets the refund band.
      *----------------------------------------------------------------
           MOVE 0 TO WS-CHG-MATCH-IDX
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF WS-CHG-ID(WS-CHG-IDX) = WS-EN-ID(WS-EN-MATCH-IDX)
                   MOVE WS-CHG-IDX TO WS-CHG-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-CHG-MATCH-IDX = 0 AND WS-CHG-COUNT < WS-MAX-CHANGED
               ADD 1 TO WS-CHG-COUNT
               MOVE WS-CHG-COUNT TO WS-CHG-MATCH-IDX
               MOVE WS-EN-ID(WS-EN-MATCH-IDX)
                   TO WS-CHG-ID(WS-CHG-COUNT)
               MOVE WS-EN-NAME(WS-EN-MATCH-IDX)
                   TO WS-CHG-NAME(WS-CHG-COUNT)
               MOVE 0 TO WS-CHG-APPLIED(WS-CHG-COUNT)
               MOVE 0 TO WS-CHG-HAS-WEEK(WS-CHG-COUNT)
               MOVE 0 TO WS-CHG-WEEK(WS-CHG-COUNT)
               MOVE 0 TO WS-CHG-OLD-FOUND(WS-CHG-COUNT)
               MOVE 0 TO WS-CHG-NEW-FOUND(WS-CHG-COUNT)
               MOVE 0 TO WS-CHG-OLD-TOTAL(WS-CHG-COUNT)
               MOVE 0 TO WS-CHG-NEW-TOTAL(WS-CHG-COUNT)
           END-IF
           IF WS-CHG-MATCH-IDX > 0 AND WS-TRANS-PASS = "A"
               MOVE 1 TO WS-CHG-APPLIED(WS-CHG-MATCH-IDX)
               IF FUNCTION TRIM(WS-TR-WEEK) NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-TR-WEEK)
                       TO WS-CHG-WEEK(WS-CHG-MATCH-IDX)
                   MOVE 1 TO WS-CHG-HAS-WEEK(WS-CHG-MATCH-IDX)
               END-IF
           END-IF.

       REWRITE-STUDENT-INPUT.
      *----------------------------------------------------------------
      * REWRITE-STUDENT-INPUT - Kept lines in their order, the new
      * lines after them, and the batch trailer (if there was one)
      * last, with its count and hash carried forward.
      *----------------------------------------------------------------
           MOVE 0 TO WS-LINES-ADDED
           OPEN OUTPUT STUDENT-INPUT-FILE
           PERFORM VARYING WS-IL-IDX FROM 1 BY 1
               UNTIL WS-IL-IDX > WS-IL-COUNT
               IF WS-IL-KEEP(WS-IL-IDX) = 1
                   AND WS-IL-NEW(WS-IL-IDX) = 0
                   AND WS-IL-KIND(WS-IL-IDX) NOT = "T"
                   WRITE STUDENT-INPUT-RECORD
                       FROM WS-IL-TEXT(WS-IL-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IL-IDX FROM 1 BY 1
               UNTIL WS-IL-IDX > WS-IL-COUNT
               IF WS-IL-KEEP(WS-IL-IDX) = 1
                   AND WS-IL-NEW(WS-IL-IDX) = 1
                   WRITE STUDENT-INPUT-RECORD
                       FROM WS-IL-TEXT(WS-IL-IDX)
                   ADD 1 TO WS-LINES-ADDED
               END-IF
           END-PERFORM
           IF WS-TRAILER-IDX > 0
               PERFORM CARRY-FORWARD-TRAILER
               WRITE STUDENT-INPUT-RECORD FROM WS-BUILT-LINE
           END-IF
           CLOSE STUDENT-INPUT-FILE
           DISPLAY "STUDENT-INPUT.TXT rewritten: " WS-LINES-ADDED
               " line(s) added, " WS-LINES-REMOVED " removed".

       CARRY-FORWARD-TRAILER.
      *----------------------------------------------------------------
      * CARRY-FORWARD-TRAILER - The preparer's declared count and
      * hash adjusted by exactly the lines this run added (grades
      * 0) and removed, so a batch that balanced still balances and
      * one that did not is still caught.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-TRL-TXT-TAG WS-TRL-TXT-COUNT
               WS-TRL-TXT-HASH
           UNSTRING WS-IL-TEXT(WS-TRAILER-IDX) DELIMITED BY ","
               INTO WS-TRL-TXT-TAG
                    WS-TRL-TXT-COUNT
                    WS-TRL-TXT-HASH
           END-UNSTRING
           MOVE 0 TO WS-TRL-COUNT
           MOVE 0 TO WS-TRL-HASH
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TRL-TXT-COUNT))
                   = ZERO
               MOVE FUNCTION NUMVAL(WS-TRL-TXT-COUNT) TO WS-TRL-COUNT
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TRL-TXT-HASH))
                   = ZERO
               MOVE FUNCTION NUMVAL(WS-TRL-TXT-HASH) TO WS-TRL-HASH
           END-IF
           COMPUTE WS-TRL-COUNT = WS-TRL-COUNT + WS-LINES-ADDED
               - WS-LINES-REMOVED
           IF WS-TRL-HASH > WS-HASH-REMOVED
               SUBTRACT WS-HASH-REMOVED FROM WS-TRL-HASH
           ELSE
               MOVE 0 TO WS-TRL-HASH
           END-IF
           MOVE WS-TRL-COUNT TO WS-TRL-EDIT-COUNT
           MOVE WS-TRL-HASH TO WS-TRL-EDIT-HASH
           MOVE SPACES TO WS-BUILT-LINE
           STRING "BATCHTRL," DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRL-EDIT-COUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRL-EDIT-HASH) DELIMITED BY SIZE
               INTO WS-BUILT-LINE.

       REASSESS-CHANGED-STUDENTS.
      *----------------------------------------------------------------
      * REASSESS-CHANGED-STUDENTS - The TUITION-ASSESSMENT run,
      * totals after it, then the fee change per student for
      * accounting.
      *----------------------------------------------------------------
           PERFORM CALL-TUITION-ASSESSMENT

           WRITE ADD-DROP-REGISTER-RECORD FROM WS-BLANK-LINE
           MOVE "ASSESSMENT CHANGES (ACCOUNTING)" TO WS-REG-LINE
           WRITE ADD-DROP-REGISTER-RECORD FROM WS-REG-LINE
           IF WS-REASSESS-RC NOT = 0
               MOVE 1 TO WS-HAS-ERROR
               MOVE SPACES TO WS-REG-LINE
               STRING "RE-ASSESSMENT FAILED (TUITION-ASSESSMENT RC "
                       DELIMITED BY SIZE
                   WS-REASSESS-RC DELIMITED BY SIZE
                   ") - NO FEE CHANGES OR REFUNDS ASSESSED; RE-RUN"
                       DELIMITED BY SIZE
                   " TUITION-ASSESSMENT AND REVIEW" DELIMITED BY SIZE
                   INTO WS-REG-LINE
               WRITE ADD-DROP-REGISTER-RECORD FROM WS-REG-LINE
           ELSE
               MOVE "N" TO WS-BILLING-PASS
               PERFORM READ-STATEMENT-TOTALS
               WRITE ADD-DROP-REGISTER-RECORD FROM WS-REG-FEE-HDR
               PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
                   IF WS-CHG-APPLIED(WS-CHG-IDX) = 1
                       PERFORM WRITE-FEE-CHANGE
                   END-IF
               END-PERFORM
               IF WS-REFUND-COUNT > 0
                   CLOSE REFUND-ASSESSMENT-FILE
               END-IF
               MOVE SPACES TO WS-REG-SUMMARY-LINE
               MOVE WS-TOTAL-REFUNDS TO WS-EDIT-AMOUNT
               STRING "REFUNDS ASSESSED: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   " (STUDENT-REFUND-ASSESSMENT.TXT)"
                       DELIMITED BY SIZE
                   INTO WS-REG-SUMMARY-LINE
               WRITE ADD-DROP-REGISTER-RECORD FROM WS-BLANK-LINE
               WRITE ADD-DROP-REGISTER-RECORD FROM WS-REG-SUMMARY-LINE
               MOVE SPACES TO WS-REG-SUMMARY-LINE
               MOVE WS-TOTAL-ADDITIONAL TO WS-EDIT-AMOUNT
               STRING "ADDITIONAL FEES DUE: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   " (ON THE NEW STUDENT-BILLING.TXT STATEMENTS)"
                       DELIMITED BY SIZE
                   INTO WS-REG-SUMMARY-LINE
               WRITE ADD-DROP-REGISTER-RECORD FROM WS-REG-SUMMARY-LINE
           END-IF.

       CALL-TUITION-ASSESSMENT.
      *----------------------------------------------------------------
      * CALL-TUITION-ASSESSMENT - Re-bill from the rewritten input;
      * its return code into WS-REASSESS-RC.
      *----------------------------------------------------------------
           MOVE "TUITION-ASSESSMENT" TO WS-CALL-PROGRAM
           MOVE 0 TO RETURN-CODE
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   MOVE 99 TO RETURN-CODE
                   DISPLAY "ERROR: program " WS-CALL-PROGRAM
                       " could not be called"
           END-CALL
           MOVE RETURN-CODE TO WS-REASSESS-RC
           MOVE 0 TO RETURN-CODE
           CANCEL WS-CALL-PROGRAM.

       READ-STATEMENT-TOTALS.
      *----------------------------------------------------------------
      * READ-STATEMENT-TOTALS - Each changed student's TOTAL DUE off
      * their statement line, into the old or new column per
      * WS-BILLING-PASS.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-BILLING-FILE
           IF WS-BILLING-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-BILLING-FILE INTO WS-BILLING-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                               UNTIL WS-CHG-IDX > WS-CHG-COUNT
                               IF WS-BILLING-LINE(1:10) =
                                   WS-CHG-ID(WS-CHG-IDX)
                                   PERFORM TAKE-STATEMENT-TOTAL
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-BILLING-FILE.

       TAKE-STATEMENT-TOTAL.
      *----------------------------------------------------------------
      * TAKE-STATEMENT-TOTAL - Columns 88-96 of the statement line.
      *----------------------------------------------------------------
           MOVE WS-BILLING-LINE(88:9) TO WS-BILLING-FIELD
           IF FUNCTION TEST-NUMVAL-C(WS-BILLING-FIELD) = ZERO
               IF WS-BILLING-PASS = "O"
                   COMPUTE WS-CHG-OLD-TOTAL(WS-CHG-IDX) =
                       FUNCTION NUMVAL-C(WS-BILLING-FIELD)
                   MOVE 1 TO WS-CHG-OLD-FOUND(WS-CHG-IDX)
               ELSE
                   COMPUTE WS-CHG-NEW-TOTAL(WS-CHG-IDX) =
                       FUNCTION NUMVAL-C(WS-BILLING-FIELD)
                   MOVE 1 TO WS-CHG-NEW-FOUND(WS-CHG-IDX)
               END-IF
           END-IF.

       WRITE-FEE-CHANGE.
      *----------------------------------------------------------------
      * WRITE-FEE-CHANGE - Student WS-CHG-IDX: an increase is due in
      * full; a decrease is refunded at the band for the week of the
      * change and goes to STUDENT-REFUND-ASSESSMENT.TXT.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-REG-FEE-LINE
           MOVE WS-CHG-ID(WS-CHG-IDX) TO WS-RFE-ID
           MOVE WS-CHG-NAME(WS-CHG-IDX) TO WS-RFE-NAME
           MOVE WS-CHG-OLD-TOTAL(WS-CHG-IDX) TO WS-RFE-OLD
           MOVE WS-CHG-NEW-TOTAL(WS-CHG-IDX) TO WS-RFE-NEW
           COMPUTE WS-DIFFERENCE = WS-CHG-NEW-TOTAL(WS-CHG-IDX)
               - WS-CHG-OLD-TOTAL(WS-CHG-IDX)
           MOVE WS-DIFFERENCE TO WS-RFE-DIFF
           MOVE 0 TO WS-RFE-REFUND
           MOVE 0 TO WS-RFE-ADDITIONAL
           IF WS-CHG-HAS-WEEK(WS-CHG-IDX) = 1
               MOVE WS-CHG-WEEK(WS-CHG-IDX) TO WS-EDIT-WEEK
               MOVE WS-EDIT-WEEK TO WS-RFE-WEEK(5:2)
           END-IF

           EVALUATE TRUE
               WHEN WS-CHG-NEW-FOUND(WS-CHG-IDX) = 0
                   MOVE SPACES TO WS-REG-LINE
                   STRING FUNCTION TRIM(WS-CHG-ID(WS-CHG-IDX))
                           DELIMITED BY SIZE
                       " - NO STATEMENT AFTER RE-ASSESSMENT (NOT"
                           DELIMITED BY SIZE
                       " BILLED) - REVIEW" DELIMITED BY SIZE
                       INTO WS-REG-LINE
                   WRITE ADD-DROP-REGISTER-RECORD FROM WS-REG-LINE
               WHEN WS-DIFFERENCE > 0
                   MOVE WS-DIFFERENCE TO WS-ADDITIONAL-AMOUNT
                   MOVE WS-ADDITIONAL-AMOUNT TO WS-RFE-ADDITIONAL
                   ADD WS-ADDITIONAL-AMOUNT TO WS-TOTAL-ADDITIONAL
                   WRITE ADD-DROP-REGISTER-RECORD FROM WS-REG-FEE-LINE
               WHEN WS-DIFFERENCE < 0
                   AND WS-CHG-OLD-FOUND(WS-CHG-IDX) = 1
                   COMPUTE WS-DECREASE = 0 - WS-DIFFERENCE
                   IF WS-CHG-HAS-WEEK(WS-CHG-IDX) = 0
                       MOVE "NO WK" TO WS-RFE-WEEK
                       WRITE ADD-DROP-REGISTER-RECORD
                           FROM WS-REG-FEE-LINE
                   ELSE
                       MOVE 0 TO WS-REFUND-PCT
                       PERFORM VARYING WS-BND-IDX FROM 1 BY 1
                           UNTIL WS-BND-IDX > WS-BAND-COUNT
                           IF WS-CHG-WEEK(WS-CHG-IDX) >=
                                   WS-BND-FROM(WS-BND-IDX)
                               AND WS-CHG-WEEK(WS-CHG-IDX) <=
                                   WS-BND-TO(WS-BND-IDX)
                               MOVE WS-BND-PCT(WS-BND-IDX)
                                   TO WS-REFUND-PCT
                           END-IF
                       END-PERFORM
                       COMPUTE WS-REFUND-AMOUNT =
                           WS-DECREASE * WS-REFUND-PCT / 100
                       MOVE WS-REFUND-PCT TO WS-EDIT-PCT
                       MOVE WS-EDIT-PCT TO WS-RFE-PCT(2:3)
                       MOVE WS-REFUND-AMOUNT TO WS-RFE-REFUND
                       WRITE ADD-DROP-REGISTER-RECORD
                           FROM WS-REG-FEE-LINE
                       IF WS-REFUND-AMOUNT > 0
                           PERFORM WRITE-REFUND-ASSESSMENT
                       END-IF
                   END-IF
               WHEN OTHER
                   WRITE ADD-DROP-REGISTER-RECORD FROM WS-REG-FEE-LINE
           END-EVALUATE.

       WRITE-REFUND-ASSESSMENT.
      *----------------------------------------------------------------
      * WRITE-REFUND-ASSESSMENT - Append the refund in the
      * drop-refund layout; a new file gets its title and header.
      *----------------------------------------------------------------
           IF WS-REFUND-COUNT = 0
               OPEN EXTEND REFUND-ASSESSMENT-FILE
               IF WS-REFUND-FILE-STATUS NOT = "00"
                   IF WS-REFUND-FILE-STATUS NOT = "05"
                       OPEN OUTPUT REFUND-ASSESSMENT-FILE
                   END-IF
      * "05" = the OPTIONAL file did not exist and EXTEND created it
                   WRITE REFUND-ASSESSMENT-RECORD
                       FROM WS-REFUND-TITLE-LINE
                   WRITE REFUND-ASSESSMENT-RECORD FROM WS-BLANK-LINE
                   WRITE REFUND-ASSESSMENT-RECORD
                       FROM WS-REFUND-COL-HEADER
                   WRITE REFUND-ASSESSMENT-RECORD FROM WS-BLANK-LINE
               END-IF
           END-IF
           MOVE WS-CHG-ID(WS-CHG-IDX) TO WS-RFL-ID
           MOVE WS-CHG-WEEK(WS-CHG-IDX) TO WS-RFL-WEEK
           MOVE WS-DECREASE TO WS-RFL-ASSESSED
           MOVE WS-REFUND-PCT TO WS-RFL-PCT
           MOVE WS-REFUND-AMOUNT TO WS-RFL-REFUND
           ADD 1 TO WS-REFUND-COUNT
           MOVE WS-CURRENT-DATE-DATA(1:14) TO WS-RREF-STAMP
           MOVE WS-REFUND-COUNT TO WS-RREF-SEQ
           MOVE WS-REFUND-REF TO WS-RFL-REF
           WRITE REFUND-ASSESSMENT-RECORD FROM WS-REFUND-DETAIL-LINE
           ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUNDS.

       END PROGRAM ADD-DROP.
