      *================================================================
      * PROGRAM: REGISTRATION-CERT - CERTIFICATE OF REGISTRATION
      *================================================================
      * PURPOSE: Prints the official Certificate of Registration
      *          (study load card) for enrolled students, replacing
      *          the hand-filled registration form students were
      *          given after enrollment and assessment.
      *
      * HOW IT WORKS:
      *   1. COR-REQUEST.TXT says who to print, one request per line:
      *        <StudentID>                  one student (counter
      *                                     request)
      *        SECTION,YearLevel,Section    a whole block section
      *        YEAR,YearLevel               a whole year level
      *        ALL                          every enrolled student
      *      Only ENR students on STUDENT-ENROLLMENT.TXT get a
      *      certificate; each student prints once per run however
      *      many requests name them
      *   2. The study load is the student's subject lines on
      *      STUDENT-INPUT.TXT (subject field 7, units field 8,
      *      default 3.0 - the units TUITION-ASSESSMENT billed).
      *      Each subject's meeting days, time, room and faculty come
      *      from CLASS-SCHEDULE.TXT for the student's section(s);
      *      a subject not on the schedule shows TBA. A student with
      *      no subject lines yet is shown the section's scheduled
      *      subjects (block load)
      *   3. The assessment is the student's statement on
      *      STUDENT-BILLING.TXT: tuition, miscellaneous fees, the
      *      grant and employee-privilege discounts and the total
      *      due. The grant held on STUDENT-GRANTS.TXT is named with
      *      its STUDENT-SCHOLARSHIPS.TXT terms (the grant table
      *      version in force for the term, as the assessment priced
      *      it - RATE-VERSION, see RATEVER.CPY); a grant held but not
      *      applied on the statement (GWA below the floor) is shown
      *      as not applied
      *   4. Payment terms come from STUDENT-PAYMENT-TERMS.TXT, one
      *      "YearLevel,Installment,Value[,Basis][,DueDate]" line per
      *      installment in payment order (YearLevel ALL for the
      *      default schedule). Value is a percent of the total due,
      *      or a fixed amount when Basis is AMT; the last
      *      installment takes the remainder. No terms on file means
      *      full payment upon enrollment. EXAM-PERMIT reads the same
      *      schedule
      *   5. A student with an active hold on STUDENT-HOLDS.TXT, or
      *      with no statement on STUDENT-BILLING.TXT, is listed on
      *      STUDENT-COR-WITHHELD.TXT with the reason (and the office
      *      to clear with) instead of being printed; so is a
      *      requested ID that is not currently enrolled
      *   Certificates go to STUDENT-COR.TXT, one page per student.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRATION-CERT.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COR-REQUEST-FILE
               ASSIGN TO "COR-REQUEST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT OPTIONAL STUDENT-TERM-FILE
               ASSIGN TO "STUDENT-TERM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
           SELECT STUDENT-ENROLLMENT-FILE
               ASSIGN TO "STUDENT-ENROLLMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-FILE-STATUS.
           SELECT OPTIONAL STUDENT-INPUT-FILE
               ASSIGN TO "STUDENT-INPUT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT OPTIONAL CLASS-SCHEDULE-FILE
               ASSIGN TO "CLASS-SCHEDULE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT OPTIONAL STUDENT-BILLING-FILE
               ASSIGN TO "STUDENT-BILLING.TXT"
      * TUITION-ASSESSMENT's statement; read by fixed column - keep
      * in step with its detail, grant and privilege lines.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-FILE-STATUS.
           SELECT OPTIONAL SCHOLARSHIP-TABLE-FILE
               ASSIGN TO DYNAMIC WS-SCHOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHOL-FILE-STATUS.
           SELECT OPTIONAL STUDENT-GRANTS-FILE
               ASSIGN TO "STUDENT-GRANTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRANTS-FILE-STATUS.
           SELECT OPTIONAL STUDENT-HOLDS-FILE
               ASSIGN TO "STUDENT-HOLDS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-FILE-STATUS.
           SELECT OPTIONAL PAYMENT-TERMS-FILE
               ASSIGN TO "STUDENT-PAYMENT-TERMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-FILE-STATUS.
           SELECT COR-OUTPUT-FILE
               ASSIGN TO "STUDENT-COR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COR-WITHHELD-FILE
               ASSIGN TO "STUDENT-COR-WITHHELD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COR-REQUEST-FILE.
       01  COR-REQUEST-RECORD          PIC X(60).

       FD  STUDENT-TERM-FILE.
       01  STUDENT-TERM-RECORD         PIC X(20).

       FD  STUDENT-ENROLLMENT-FILE.
       01  STUDENT-ENROLLMENT-RECORD   PIC X(90).

       FD  STUDENT-INPUT-FILE.
       01  STUDENT-INPUT-RECORD        PIC X(100).

       FD  CLASS-SCHEDULE-FILE.
       01  CLASS-SCHEDULE-RECORD       PIC X(100).

       FD  STUDENT-BILLING-FILE.
       01  STUDENT-BILLING-RECORD      PIC X(100).

       FD  SCHOLARSHIP-TABLE-FILE.
       01  SCHOLARSHIP-TABLE-RECORD    PIC X(60).

       FD  STUDENT-GRANTS-FILE.
       01  STUDENT-GRANTS-RECORD       PIC X(30).

       FD  STUDENT-HOLDS-FILE.
       01  STUDENT-HOLDS-RECORD        PIC X(90).

       FD  PAYMENT-TERMS-FILE.
       01  PAYMENT-TERMS-RECORD        PIC X(60).

       FD  COR-OUTPUT-FILE.
       01  COR-OUTPUT-RECORD           PIC X(100).

       FD  COR-WITHHELD-FILE.
       01  COR-WITHHELD-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-REQUEST-FILE-STATUS      PIC XX.
       01  WS-TERM-FILE-STATUS         PIC XX.
       01  WS-ENROLL-FILE-STATUS       PIC XX.
       01  WS-INPUT-FILE-STATUS        PIC XX.
       01  WS-SCHED-FILE-STATUS        PIC XX.
       01  WS-BILLING-FILE-STATUS      PIC XX.
       01  WS-SCHOL-FILE-STATUS        PIC XX.
       01  WS-GRANTS-FILE-STATUS       PIC XX.
       01  WS-HOLDS-FILE-STATUS        PIC XX.
       01  WS-TERMS-FILE-STATUS        PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

       01  WS-TERM-LINE                PIC X(20).
       01  WS-TERM-ID                  PIC X(10) VALUE "UNDATED".
       01  WS-SCHOL-FILE-NAME          PIC X(50)
               VALUE "STUDENT-SCHOLARSHIPS.TXT".
       COPY RATEVER.

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
                   10 WS-EN-DONE       PIC 9.
      * 1 = already printed or withheld this run
       01  WS-EN-IDX                   PIC 9999 VALUE 0.
       01  WS-EN-IDX2                  PIC 9999 VALUE 0.
       01  WS-EN-MATCH-IDX             PIC 9999 VALUE 0.
       01  WS-STUDENT-PARSE.
               05 WS-SP-LINE           PIC X(90).
               05 WS-SP-ID             PIC X(10).
               05 WS-SP-NAME           PIC X(25).
               05 WS-SP-YEAR           PIC X(15).
               05 WS-SP-SECTION        PIC X(10).
               05 WS-SP-STATUS         PIC X(5).

      *----------------------------------------------------------------
      * SUBJECT LINES (STUDENT-INPUT.TXT, subject-coded lines only)
      *----------------------------------------------------------------
       01  WS-MAX-SUBJECT-LINES        PIC 9(5) VALUE 20000.
       01  WS-SUB-COUNT                PIC 9(5) VALUE 0.
       01  WS-SUBJECT-TABLE.
               05 WS-SUB-ENTRY OCCURS 20000 TIMES.
                   10 WS-SUB-ID        PIC X(10).
                   10 WS-SUB-CODE      PIC X(10).
                   10 WS-SUB-UNITS     PIC 99V9.
       01  WS-SUB-IDX                  PIC 9(5) VALUE 0.
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

      *----------------------------------------------------------------
      * CLASS SCHEDULE (as CLASS-SCHEDULE validates it)
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
       01  WS-SC-IDX                   PIC 999 VALUE 0.
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

      *----------------------------------------------------------------
      * ASSESSMENTS (one per statement line on STUDENT-BILLING.TXT)
      *----------------------------------------------------------------
       01  WS-MAX-BILLS                PIC 9999 VALUE 2400.
       01  WS-BILL-COUNT               PIC 9999 VALUE 0.
       01  WS-BILL-TABLE.
               05 WS-BL-ENTRY OCCURS 2400 TIMES.
                   10 WS-BL-ID         PIC X(10).
                   10 WS-BL-UNITS      PIC 99V9.
                   10 WS-BL-TUITION    PIC 9(7)V99.
                   10 WS-BL-MISC       PIC 9(7)V99.
                   10 WS-BL-TOTAL      PIC 9(7)V99.
                   10 WS-BL-GRANT-CODE PIC X(10).
                   10 WS-BL-GRANT-AMT  PIC 9(7)V99.
                   10 WS-BL-PRIV-AMT   PIC 9(7)V99.
       01  WS-BL-IDX                   PIC 9999 VALUE 0.
       01  WS-BL-MATCH-IDX             PIC 9999 VALUE 0.
       01  WS-BL-LAST-IDX              PIC 9999 VALUE 0.
      * Statement line the following LESS lines belong to
       01  WS-BILLING-LINE             PIC X(100).
       01  WS-BILLING-FIELD            PIC X(10).

      *----------------------------------------------------------------
      * GRANTS HELD AND THE GRANT TABLE
      *----------------------------------------------------------------
       01  WS-MAX-SCHOLARSHIPS         PIC 99 VALUE 20.
       01  WS-SCH-COUNT                PIC 99 VALUE 0.
       01  WS-SCHOLARSHIP-TABLE.
               05 WS-SCH-ENTRY OCCURS 20 TIMES.
                   10 WS-SCH-CODE      PIC X(10).
                   10 WS-SCH-PCT       PIC 999.
                   10 WS-SCH-FIXED     PIC 9(7)V99.
                   10 WS-SCH-SPONSOR   PIC X(15).
       01  WS-SCH-IDX                  PIC 99 VALUE 0.
       01  WS-SCH-MATCH-IDX            PIC 99 VALUE 0.
       01  WS-SCH-PARSE.
               05 WS-SCH-LINE          PIC X(60).
               05 WS-SCH-TXT-CODE      PIC X(10).
               05 WS-SCH-TXT-PCT       PIC X(5).
               05 WS-SCH-TXT-FIXED     PIC X(10).
               05 WS-SCH-TXT-SPONSOR   PIC X(15).

       01  WS-MAX-GRANTS               PIC 999 VALUE 500.
       01  WS-GRANT-COUNT              PIC 999 VALUE 0.
       01  WS-GRANT-TABLE.
               05 WS-GRT-ENTRY OCCURS 500 TIMES.
                   10 WS-GRT-ID        PIC X(10).
                   10 WS-GRT-CODE      PIC X(10).
       01  WS-GRT-IDX                  PIC 999 VALUE 0.
       01  WS-GRT-PARSE.
               05 WS-GRT-LINE          PIC X(30).
               05 WS-GRT-TXT-ID        PIC X(10).
               05 WS-GRT-TXT-CODE      PIC X(10).
       01  WS-HELD-GRANT               PIC X(10).

      *----------------------------------------------------------------
      * RECORDS HOLDS
      *----------------------------------------------------------------
       01  WS-MAX-HOLDS                PIC 999 VALUE 500.
       01  WS-HOLD-COUNT               PIC 999 VALUE 0.
       01  WS-HOLDS-TABLE.
               05 WS-HLD-ENTRY OCCURS 500 TIMES.
                   10 WS-HLD-ID        PIC X(10).
                   10 WS-HLD-TYPE      PIC X(10).
                   10 WS-HLD-OFFICE    PIC X(15).
       01  WS-HLD-IDX                  PIC 999 VALUE 0.
       01  WS-HLD-MATCH-IDX            PIC 999 VALUE 0.
       01  WS-HOLD-PARSE.
               05 WS-HP-LINE           PIC X(90).
               05 WS-HP-ID             PIC X(10).
               05 WS-HP-TYPE           PIC X(10).
               05 WS-HP-OFFICE         PIC X(15).

      *----------------------------------------------------------------
      * PAYMENT TERMS
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

      *----------------------------------------------------------------
      * REQUEST PROCESSING
      *----------------------------------------------------------------
       01  WS-REQUEST-PARSE.
               05 WS-RQ-LINE           PIC X(60).
               05 WS-RQ-TAG            PIC X(15).
               05 WS-RQ-YEAR           PIC X(15).
               05 WS-RQ-SECTION        PIC X(10).
       01  WS-RQ-KIND                  PIC X VALUE SPACE.
      * S = one student, C = section, Y = year level, A = all
       01  WS-RQ-ID                    PIC X(10).
       01  WS-PRINTED-COUNT            PIC 9999 VALUE 0.
       01  WS-WITHHELD-COUNT           PIC 9999 VALUE 0.
       01  WS-WITHHELD-REASON          PIC X(60).

      *----------------------------------------------------------------
      * PER-CERTIFICATE WORK FIELDS
      *----------------------------------------------------------------
       01  WS-TOTAL-UNITS              PIC 999V9 VALUE 0.
       01  WS-SUBJECT-LINES-FOUND      PIC 999 VALUE 0.
       01  WS-MEETINGS-FOUND           PIC 99 VALUE 0.
       01  WS-CUR-SUBJECT              PIC X(10).
       01  WS-CUR-UNITS                PIC 99V9 VALUE 0.
       01  WS-CUR-HAS-UNITS            PIC 9 VALUE 0.
       01  WS-IN-STUDENT-SECTION       PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * CERTIFICATE LAYOUT
      *----------------------------------------------------------------
       01  WS-PAGE-SEPARATOR           PIC X(78) VALUE ALL "=".
       01  WS-BLANK-LINE               PIC X(120) VALUE SPACES.
       01  WS-OUT-LINE                 PIC X(120).
       01  WS-COR-HEADER1.
               05 FILLER               PIC X(18) VALUE SPACES.
               05 FILLER               PIC X(42)
                   VALUE "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES".
       01  WS-COR-HEADER2.
               05 FILLER               PIC X(24) VALUE SPACES.
               05 FILLER               PIC X(30)
                   VALUE "CERTIFICATE OF REGISTRATION".
       01  WS-COR-TERM-LINE.
               05 FILLER               PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(6)  VALUE "TERM: ".
               05 WS-CTL-TERM          PIC X(10).
       01  WS-COR-STUDENT-LINE.
               05 FILLER               PIC X(12) VALUE "STUDENT ID: ".
               05 WS-CSL-ID            PIC X(12).
               05 FILLER               PIC X(6)  VALUE "NAME: ".
               05 WS-CSL-NAME          PIC X(25).
       01  WS-COR-SECTION-LINE.
               05 FILLER               PIC X(12) VALUE "YEAR LEVEL: ".
               05 WS-CSC-YEAR          PIC X(16).
               05 FILLER               PIC X(9)  VALUE "SECTION: ".
               05 WS-CSC-SECTION       PIC X(11).
               05 FILLER               PIC X(18)
                   VALUE "STATUS: ENROLLED".
       01  WS-COR-SUBJECT-HDR.
               05 FILLER               PIC X(11) VALUE "SUBJECT".
               05 FILLER               PIC X(7)  VALUE "UNITS".
               05 FILLER               PIC X(11) VALUE "SECTION".
               05 FILLER               PIC X(9)  VALUE "DAYS".
               05 FILLER               PIC X(12) VALUE "TIME".
               05 FILLER               PIC X(11) VALUE "ROOM".
               05 FILLER               PIC X(10) VALUE "FACULTY".
       01  WS-COR-SUBJECT-LINE.
               05 WS-CSB-SUBJECT       PIC X(11).
               05 WS-CSB-UNITS         PIC X(7).
               05 WS-CSB-SECTION       PIC X(11).
               05 WS-CSB-DAYS          PIC X(9).
               05 WS-CSB-TIME          PIC X(12).
               05 WS-CSB-ROOM          PIC X(11).
               05 WS-CSB-FACULTY       PIC X(10).
       01  WS-EDIT-UNITS               PIC Z9.9.
       01  WS-EDIT-PCT                 PIC ZZ9.
       01  WS-COR-UNITS-LINE.
               05 FILLER               PIC X(13) VALUE "TOTAL UNITS: ".
               05 WS-CUL-UNITS         PIC ZZ9.9.
       01  WS-COR-AMOUNT-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-CAL-LABEL         PIC X(46).
               05 WS-CAL-AMOUNT        PIC -,---,--9.99.
       01  WS-COR-TERMS-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-CTM-LABEL         PIC X(22).
               05 WS-CTM-PCT           PIC ZZ9.99 BLANK WHEN ZERO.
               05 WS-CTM-PCT-SIGN      PIC X(4)  VALUE "%".
               05 WS-CTM-DUE           PIC X(14).
               05 WS-CTM-AMOUNT        PIC -,---,--9.99.
       01  WS-COR-SIGN-LINE-1.
               05 FILLER               PIC X(32)
                   VALUE "____________________".
               05 FILLER               PIC X(20)
                   VALUE "____________________".
       01  WS-COR-SIGN-LINE-2.
               05 FILLER               PIC X(32) VALUE "REGISTRAR".
               05 FILLER               PIC X(20)
                   VALUE "STUDENT'S SIGNATURE".
       01  WS-WITHHELD-TITLE-LINE.
               05 FILLER               PIC X(16) VALUE SPACES.
               05 FILLER               PIC X(50)
                   VALUE "CERTIFICATES OF REGISTRATION WITHHELD".
       01  WS-WITHHELD-COL-HDR.
               05 FILLER               PIC X(12) VALUE "STUDENT ID".
               05 FILLER               PIC X(26) VALUE "STUDENT NAME".
               05 FILLER               PIC X(16) VALUE "YEAR LEVEL".
               05 FILLER               PIC X(11) VALUE "SECTION".
               05 FILLER               PIC X(6)  VALUE "REASON".
       01  WS-WITHHELD-DETAIL-LINE.
               05 WS-WDL-ID            PIC X(12).
               05 WS-WDL-NAME          PIC X(26).
               05 WS-WDL-YEAR          PIC X(16).
               05 WS-WDL-SECTION       PIC X(11).
               05 WS-WDL-REASON        PIC X(55).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load the masters, then work the request
      * file into certificates and the withheld list.
      *----------------------------------------------------------------
           PERFORM LOAD-ENROLLMENT
           IF WS-ENR-COUNT = 0
               DISPLAY "ERROR: STUDENT-ENROLLMENT.TXT not found or"
                   " empty"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-TERM
           PERFORM LOAD-SUBJECT-LINES
           PERFORM LOAD-SCHEDULE
           PERFORM LOAD-BILLING
           PERFORM RESOLVE-SCHOLARSHIP-VERSION
           PERFORM LOAD-SCHOLARSHIPS
           PERFORM LOAD-GRANTS
           PERFORM LOAD-HOLDS
           PERFORM LOAD-PAYMENT-TERMS

           OPEN OUTPUT COR-OUTPUT-FILE
           OPEN OUTPUT COR-WITHHELD-FILE
           WRITE COR-WITHHELD-RECORD FROM WS-WITHHELD-TITLE-LINE
           WRITE COR-WITHHELD-RECORD FROM WS-BLANK-LINE
           WRITE COR-WITHHELD-RECORD FROM WS-WITHHELD-COL-HDR
           WRITE COR-WITHHELD-RECORD FROM WS-BLANK-LINE
           PERFORM PROCESS-REQUESTS
           CLOSE COR-OUTPUT-FILE
           CLOSE COR-WITHHELD-FILE

           DISPLAY "Certificates of registration printed: "
               WS-PRINTED-COUNT " (STUDENT-COR.TXT), withheld: "
               WS-WITHHELD-COUNT " (STUDENT-COR-WITHHELD.TXT)"
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-TERM.
      *----------------------------------------------------------------
      * LOAD-TERM - Term ID from STUDENT-TERM.TXT, "UNDATED" when
      * the file is absent or empty.
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

       LOAD-ENROLLMENT.
      *----------------------------------------------------------------
      * LOAD-ENROLLMENT - The whole master; status ENR when the 5th
      * field is absent.
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
                               MOVE 0 TO WS-EN-DONE(WS-ENR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-ENROLLMENT-FILE.

       LOAD-SUBJECT-LINES.
      *----------------------------------------------------------------
      * LOAD-SUBJECT-LINES - Every subject-coded student line of
      * STUDENT-INPUT.TXT; SECTION headers and batch control records
      * carry no subjects and are skipped.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-INPUT-FILE
           IF WS-INPUT-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-SUB-COUNT >= WS-MAX-SUBJECT-LINES
                   READ STUDENT-INPUT-FILE INTO WS-IN-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           EVALUATE TRUE
                               WHEN FUNCTION TRIM(WS-IN-LINE) = SPACES
                                   CONTINUE
                               WHEN WS-IN-LINE(1:9) = "BATCHHDR,"
                                   OR WS-IN-LINE(1:9) = "BATCHTRL,"
                                   CONTINUE
                               WHEN FUNCTION UPPER-CASE(
                                       WS-IN-LINE(1:8)) = "SECTION,"
                                   CONTINUE
                               WHEN OTHER
                                   PERFORM STORE-SUBJECT-LINE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-INPUT-FILE.

       STORE-SUBJECT-LINE.
      *----------------------------------------------------------------
      * STORE-SUBJECT-LINE - Student, subject and units (3.0 when
      * the units field is blank or unreadable) of one grade line.
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
           IF FUNCTION TRIM(WS-IN-TXT-SUBJECT) NOT = SPACES
               ADD 1 TO WS-SUB-COUNT
               MOVE FUNCTION TRIM(WS-IN-TXT-ID)
                   TO WS-SUB-ID(WS-SUB-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-IN-TXT-SUBJECT)) TO WS-SUB-CODE(WS-SUB-COUNT)
               MOVE 3.0 TO WS-SUB-UNITS(WS-SUB-COUNT)
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-IN-TXT-UNITS)) = ZERO
                   IF FUNCTION NUMVAL(WS-IN-TXT-UNITS) > 0
                       MOVE FUNCTION NUMVAL(WS-IN-TXT-UNITS)
                           TO WS-SUB-UNITS(WS-SUB-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOAD-SCHEDULE.
      *----------------------------------------------------------------
      * LOAD-SCHEDULE - Meeting lines of CLASS-SCHEDULE.TXT, as
      * keyed (CLASS-SCHEDULE is the program that validates them).
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
                                   WS-SCP-FACULTY WS-SCP-ROOM
                                   WS-SCP-DAYS WS-SCP-START
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
                               ADD 1 TO WS-SC-COUNT
                               MOVE FUNCTION TRIM(WS-SCP-YEAR)
                                   TO WS-SC-YEAR(WS-SC-COUNT)
                               MOVE FUNCTION TRIM(WS-SCP-SECTION)
                                   TO WS-SC-SECTION(WS-SC-COUNT)
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-SCP-SUBJECT))
                                   TO WS-SC-SUBJECT(WS-SC-COUNT)
                               MOVE FUNCTION TRIM(WS-SCP-FACULTY)
                                   TO WS-SC-FACULTY(WS-SC-COUNT)
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-SCP-ROOM))
                                   TO WS-SC-ROOM(WS-SC-COUNT)
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-SCP-DAYS))
                                   TO WS-SC-DAYS(WS-SC-COUNT)
                               MOVE FUNCTION TRIM(WS-SCP-START)
                                   TO WS-SC-START(WS-SC-COUNT)
                               MOVE FUNCTION TRIM(WS-SCP-END)
                                   TO WS-SC-END(WS-SC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE CLASS-SCHEDULE-FILE.

       LOAD-BILLING.
      *----------------------------------------------------------------
      * LOAD-BILLING - TUITION-ASSESSMENT's statement: a line led by
      * a student ID is that student's assessment (units 60/4,
      * tuition 66/9, misc 77/9, total due 88/9); the LESS GRANT and
      * LESS EMPLOYEE PRIVILEGE lines under it carry the discounts
      * (amount 56/10, grant code 15/11).
      *----------------------------------------------------------------
           MOVE 0 TO WS-BL-LAST-IDX
           OPEN INPUT STUDENT-BILLING-FILE
           IF WS-BILLING-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-BILLING-FILE INTO WS-BILLING-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM STORE-BILLING-LINE
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           ELSE
               DISPLAY "WARNING: STUDENT-BILLING.TXT not readable -"
                   " every certificate will be withheld as not"
                   " assessed"
           END-IF
           CLOSE STUDENT-BILLING-FILE.

       STORE-BILLING-LINE.
      *----------------------------------------------------------------
      * STORE-BILLING-LINE - File one statement or discount line.
      *----------------------------------------------------------------
           EVALUATE TRUE
               WHEN WS-BILLING-LINE(1:13) = "  LESS GRANT "
                   IF WS-BL-LAST-IDX > 0
                       MOVE FUNCTION TRIM(WS-BILLING-LINE(15:11))
                           TO WS-BL-GRANT-CODE(WS-BL-LAST-IDX)
                       MOVE WS-BILLING-LINE(56:10) TO WS-BILLING-FIELD
                       IF FUNCTION TEST-NUMVAL-C(WS-BILLING-FIELD)
                               = ZERO
                           COMPUTE WS-BL-GRANT-AMT(WS-BL-LAST-IDX) =
                               0 - FUNCTION NUMVAL-C(WS-BILLING-FIELD)
                       END-IF
                   END-IF
               WHEN WS-BILLING-LINE(1:26) = "  LESS EMPLOYEE PRIVILEGE"
                   IF WS-BL-LAST-IDX > 0
                       MOVE WS-BILLING-LINE(56:10) TO WS-BILLING-FIELD
                       IF FUNCTION TEST-NUMVAL-C(WS-BILLING-FIELD)
                               = ZERO
                           COMPUTE WS-BL-PRIV-AMT(WS-BL-LAST-IDX) =
                               0 - FUNCTION NUMVAL-C(WS-BILLING-FIELD)
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-BL-LAST-IDX
                   MOVE 0 TO WS-EN-MATCH-IDX
                   PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                       UNTIL WS-EN-IDX > WS-ENR-COUNT
                       OR WS-EN-MATCH-IDX > 0
                       IF WS-BILLING-LINE(1:10) = WS-EN-ID(WS-EN-IDX)
                           MOVE WS-EN-IDX TO WS-EN-MATCH-IDX
                       END-IF
                   END-PERFORM
                   MOVE WS-BILLING-LINE(88:9) TO WS-BILLING-FIELD
                   IF WS-EN-MATCH-IDX > 0
                       AND WS-BILL-COUNT < WS-MAX-BILLS
                       AND FUNCTION TEST-NUMVAL-C(WS-BILLING-FIELD)
                           = ZERO
                       ADD 1 TO WS-BILL-COUNT
                       MOVE WS-BILL-COUNT TO WS-BL-LAST-IDX
                       MOVE WS-BILLING-LINE(1:10)
                           TO WS-BL-ID(WS-BILL-COUNT)
                       COMPUTE WS-BL-TOTAL(WS-BILL-COUNT) =
                           FUNCTION NUMVAL-C(WS-BILLING-FIELD)
                       MOVE WS-BILLING-LINE(60:4) TO WS-BILLING-FIELD
                       MOVE 0 TO WS-BL-UNITS(WS-BILL-COUNT)
                       IF FUNCTION TEST-NUMVAL(WS-BILLING-FIELD)
                               = ZERO
                           COMPUTE WS-BL-UNITS(WS-BILL-COUNT) =
                               FUNCTION NUMVAL(WS-BILLING-FIELD)
                       END-IF
                       MOVE WS-BILLING-LINE(66:9) TO WS-BILLING-FIELD
                       MOVE 0 TO WS-BL-TUITION(WS-BILL-COUNT)
                       IF FUNCTION TEST-NUMVAL-C(WS-BILLING-FIELD)
                               = ZERO
                           COMPUTE WS-BL-TUITION(WS-BILL-COUNT) =
                               FUNCTION NUMVAL-C(WS-BILLING-FIELD)
                       END-IF
                       MOVE WS-BILLING-LINE(77:9) TO WS-BILLING-FIELD
                       MOVE 0 TO WS-BL-MISC(WS-BILL-COUNT)
                       IF FUNCTION TEST-NUMVAL-C(WS-BILLING-FIELD)
                               = ZERO
                           COMPUTE WS-BL-MISC(WS-BILL-COUNT) =
                               FUNCTION NUMVAL-C(WS-BILLING-FIELD)
                       END-IF
                       MOVE SPACES TO WS-BL-GRANT-CODE(WS-BILL-COUNT)
                       MOVE 0 TO WS-BL-GRANT-AMT(WS-BILL-COUNT)
                       MOVE 0 TO WS-BL-PRIV-AMT(WS-BILL-COUNT)
                   END-IF
           END-EVALUATE.

       RESOLVE-SCHOLARSHIP-VERSION.
      *----------------------------------------------------------------
      * RESOLVE-SCHOLARSHIP-VERSION - The approved grant table version
      * in force for the term, the one TUITION-ASSESSMENT priced the
      * statement with; none in force keeps the plain file.
      *----------------------------------------------------------------
           MOVE "STUDENT-SCHOLARSHIPS" TO RATEVER-TABLE
           IF WS-TERM-ID = "UNDATED"
               MOVE SPACES TO RATEVER-AS-OF
           ELSE
               MOVE WS-TERM-ID TO RATEVER-AS-OF
           END-IF
           MOVE "REGISTRATION-CERT" TO RATEVER-PROGRAM
           CALL "RATE-VERSION" USING RATEVER-PARAMETER
               ON EXCEPTION
                   MOVE "B" TO RATEVER-RESULT
           END-CALL
           IF RATEVER-FOUND
               MOVE RATEVER-FILE TO WS-SCHOL-FILE-NAME
           END-IF.

       LOAD-SCHOLARSHIPS.
      *----------------------------------------------------------------
      * LOAD-SCHOLARSHIPS - The grant table, for the grant's terms.
      *----------------------------------------------------------------
           OPEN INPUT SCHOLARSHIP-TABLE-FILE
           IF WS-SCHOL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-SCH-COUNT >= WS-MAX-SCHOLARSHIPS
                   READ SCHOLARSHIP-TABLE-FILE INTO WS-SCH-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-SCH-LINE) NOT = SPACES
                               MOVE SPACES TO WS-SCH-TXT-CODE
                                   WS-SCH-TXT-PCT WS-SCH-TXT-FIXED
                                   WS-SCH-TXT-SPONSOR
                               UNSTRING WS-SCH-LINE DELIMITED BY ","
                                   INTO WS-SCH-TXT-CODE
                                        WS-SCH-TXT-PCT
                                        WS-SCH-TXT-FIXED
                                        WS-SCH-TXT-SPONSOR
                               END-UNSTRING
                               ADD 1 TO WS-SCH-COUNT
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-SCH-TXT-CODE))
                                   TO WS-SCH-CODE(WS-SCH-COUNT)
                               MOVE FUNCTION NUMVAL(WS-SCH-TXT-PCT)
                                   TO WS-SCH-PCT(WS-SCH-COUNT)
                               MOVE FUNCTION NUMVAL(WS-SCH-TXT-FIXED)
                                   TO WS-SCH-FIXED(WS-SCH-COUNT)
                               MOVE FUNCTION TRIM(WS-SCH-TXT-SPONSOR)
                                   TO WS-SCH-SPONSOR(WS-SCH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE SCHOLARSHIP-TABLE-FILE.

       LOAD-GRANTS.
      *----------------------------------------------------------------
      * LOAD-GRANTS - Who holds which grant.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-GRANTS-FILE
           IF WS-GRANTS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-GRANT-COUNT >= WS-MAX-GRANTS
                   READ STUDENT-GRANTS-FILE INTO WS-GRT-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-GRT-LINE) NOT = SPACES
                               MOVE SPACES TO WS-GRT-TXT-ID
                                   WS-GRT-TXT-CODE
                               UNSTRING WS-GRT-LINE DELIMITED BY ","
                                   INTO WS-GRT-TXT-ID
                                        WS-GRT-TXT-CODE
                               END-UNSTRING
                               ADD 1 TO WS-GRANT-COUNT
                               MOVE FUNCTION TRIM(WS-GRT-TXT-ID)
                                   TO WS-GRT-ID(WS-GRANT-COUNT)
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-GRT-TXT-CODE))
                                   TO WS-GRT-CODE(WS-GRANT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-GRANTS-FILE.

       LOAD-HOLDS.
      *----------------------------------------------------------------
      * LOAD-HOLDS - Active holds, "StudentID,HoldType,Office,
      * Remarks" as HOLDS-MAINT keeps them.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-HOLDS-FILE
           IF WS-HOLDS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-HOLD-COUNT >= WS-MAX-HOLDS
                   READ STUDENT-HOLDS-FILE INTO WS-HP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-HP-LINE) NOT = SPACES
                               MOVE SPACES TO WS-HP-ID WS-HP-TYPE
                                   WS-HP-OFFICE
                               UNSTRING WS-HP-LINE DELIMITED BY ","
                                   INTO WS-HP-ID
                                        WS-HP-TYPE
                                        WS-HP-OFFICE
                               END-UNSTRING
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE FUNCTION TRIM(WS-HP-ID)
                                   TO WS-HLD-ID(WS-HOLD-COUNT)
                               MOVE FUNCTION TRIM(WS-HP-TYPE)
                                   TO WS-HLD-TYPE(WS-HOLD-COUNT)
                               MOVE FUNCTION TRIM(WS-HP-OFFICE)
                                   TO WS-HLD-OFFICE(WS-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-HOLDS-FILE.

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
                               MOVE SPACES TO WS-PTP-YEAR
                                   WS-PTP-LABEL WS-PTP-PCT
                                   WS-PTP-BASIS WS-PTP-DUE
                               UNSTRING WS-PTP-LINE DELIMITED BY ","
                                   INTO WS-PTP-YEAR
                                        WS-PTP-LABEL
                                        WS-PTP-PCT
                                        WS-PTP-BASIS
                                        WS-PTP-DUE
                               END-UNSTRING
                               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                                       WS-PTP-PCT)) = ZERO
                                   ADD 1 TO WS-PT-COUNT
                                   MOVE FUNCTION UPPER-CASE(
                                       FUNCTION TRIM(WS-PTP-YEAR))
                                       TO WS-PT-YEAR(WS-PT-COUNT)
                                   MOVE FUNCTION UPPER-CASE(
                                       FUNCTION TRIM(WS-PTP-LABEL))
                                       TO WS-PT-LABEL(WS-PT-COUNT)
                                   MOVE 0 TO WS-PT-PCT(WS-PT-COUNT)
                                   MOVE 0 TO WS-PT-AMOUNT(WS-PT-COUNT)
                                   IF FUNCTION UPPER-CASE(FUNCTION
                                           TRIM(WS-PTP-BASIS)) = "AMT"
                                       MOVE "AMT"
                                           TO WS-PT-BASIS(WS-PT-COUNT)
                                       MOVE FUNCTION NUMVAL(WS-PTP-PCT)
                                           TO WS-PT-AMOUNT(WS-PT-COUNT)
                                   ELSE
                                       MOVE "PCT"
                                           TO WS-PT-BASIS(WS-PT-COUNT)
                                       MOVE FUNCTION NUMVAL(WS-PTP-PCT)
                                           TO WS-PT-PCT(WS-PT-COUNT)
                                   END-IF
                                   MOVE FUNCTION TRIM(WS-PTP-DUE)
                                       TO WS-PT-DUE(WS-PT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE PAYMENT-TERMS-FILE.

       PROCESS-REQUESTS.
      *----------------------------------------------------------------
      * PROCESS-REQUESTS - Each request line picks its students off
      * the master in master order.
      *----------------------------------------------------------------
           OPEN INPUT COR-REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: COR-REQUEST.TXT not found (status "
                   WS-REQUEST-FILE-STATUS ") - list student IDs,"
                   " SECTION,YearLevel,Section or YEAR,YearLevel"
                   " lines, or the word ALL"
               MOVE 1 TO WS-HAS-ERROR
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ COR-REQUEST-FILE INTO WS-RQ-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-RQ-LINE) NOT = SPACES
                               PERFORM APPLY-REQUEST-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE COR-REQUEST-FILE.

       APPLY-REQUEST-LINE.
      *----------------------------------------------------------------
      * APPLY-REQUEST-LINE - Decide the request kind, then issue a
      * certificate to every enrolled student it covers. A single
      * ID that is not currently enrolled goes on the withheld list.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-RQ-TAG WS-RQ-YEAR WS-RQ-SECTION
           UNSTRING WS-RQ-LINE DELIMITED BY ","
               INTO WS-RQ-TAG
                    WS-RQ-YEAR
                    WS-RQ-SECTION
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RQ-TAG))
               WHEN "ALL"
                   MOVE "A" TO WS-RQ-KIND
               WHEN "SECTION"
                   MOVE "C" TO WS-RQ-KIND
               WHEN "YEAR"
                   MOVE "Y" TO WS-RQ-KIND
               WHEN OTHER
                   MOVE "S" TO WS-RQ-KIND
                   MOVE FUNCTION TRIM(WS-RQ-TAG) TO WS-RQ-ID
           END-EVALUATE

           MOVE 0 TO WS-EN-MATCH-IDX
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENR-COUNT
               IF WS-EN-STATUS(WS-EN-IDX) = "ENR "
                   EVALUATE WS-RQ-KIND
                       WHEN "A"
                           PERFORM ISSUE-ONE-COR
                       WHEN "C"
                           IF FUNCTION UPPER-CASE(WS-EN-YEAR(WS-EN-IDX))
                                   = FUNCTION UPPER-CASE(FUNCTION
                                       TRIM(WS-RQ-YEAR))
                               AND FUNCTION UPPER-CASE(
                                   WS-EN-SECTION(WS-EN-IDX)) =
                                   FUNCTION UPPER-CASE(FUNCTION
                                       TRIM(WS-RQ-SECTION))
                               PERFORM ISSUE-ONE-COR
                           END-IF
                       WHEN "Y"
                           IF FUNCTION UPPER-CASE(WS-EN-YEAR(WS-EN-IDX))
                                   = FUNCTION UPPER-CASE(FUNCTION
                                       TRIM(WS-RQ-YEAR))
                               PERFORM ISSUE-ONE-COR
                           END-IF
                       WHEN "S"
                           IF WS-EN-ID(WS-EN-IDX) = WS-RQ-ID
                               MOVE WS-EN-IDX TO WS-EN-MATCH-IDX
                               PERFORM ISSUE-ONE-COR
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-RQ-KIND = "S" AND WS-EN-MATCH-IDX = 0
               MOVE SPACES TO WS-WITHHELD-DETAIL-LINE
               MOVE WS-RQ-ID TO WS-WDL-ID
               MOVE "NOT CURRENTLY ENROLLED (NO ENR LINE ON THE MASTER)"
                   TO WS-WDL-REASON
               WRITE COR-WITHHELD-RECORD FROM WS-WITHHELD-DETAIL-LINE
               ADD 1 TO WS-WITHHELD-COUNT
           END-IF.

       ISSUE-ONE-COR.
      *----------------------------------------------------------------
      * ISSUE-ONE-COR - Certificate for master entry WS-EN-IDX,
      * unless the student was already handled this run, is on
      * hold, or has no assessment. All of the student's ENR lines
      * are marked done together.
      *----------------------------------------------------------------
           IF WS-EN-DONE(WS-EN-IDX) = 0
               PERFORM VARYING WS-EN-IDX2 FROM 1 BY 1
                   UNTIL WS-EN-IDX2 > WS-ENR-COUNT
                   IF WS-EN-ID(WS-EN-IDX2) = WS-EN-ID(WS-EN-IDX)
                       MOVE 1 TO WS-EN-DONE(WS-EN-IDX2)
                   END-IF
               END-PERFORM

               MOVE 0 TO WS-HLD-MATCH-IDX
               PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HOLD-COUNT
                   OR WS-HLD-MATCH-IDX > 0
                   IF WS-HLD-ID(WS-HLD-IDX) = WS-EN-ID(WS-EN-IDX)
                       MOVE WS-HLD-IDX TO WS-HLD-MATCH-IDX
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-BL-MATCH-IDX
               PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BILL-COUNT
                   IF WS-BL-ID(WS-BL-IDX) = WS-EN-ID(WS-EN-IDX)
                       MOVE WS-BL-IDX TO WS-BL-MATCH-IDX
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN WS-HLD-MATCH-IDX > 0
                       MOVE SPACES TO WS-WITHHELD-REASON
                       STRING "ON HOLD: " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-HLD-TYPE(WS-HLD-MATCH-IDX))
                               DELIMITED BY SIZE
                           " - CLEAR WITH " DELIMITED BY SIZE
                           FUNCTION TRIM(
                               WS-HLD-OFFICE(WS-HLD-MATCH-IDX))
                               DELIMITED BY SIZE
                           INTO WS-WITHHELD-REASON
                       PERFORM WRITE-WITHHELD-LINE
                   WHEN WS-BL-MATCH-IDX = 0
                       MOVE "NOT ASSESSED - NO STATEMENT ON"
                           & " STUDENT-BILLING.TXT"
                           TO WS-WITHHELD-REASON
                       PERFORM WRITE-WITHHELD-LINE
                   WHEN OTHER
                       PERFORM WRITE-COR-PAGE
               END-EVALUATE
           END-IF.

       WRITE-WITHHELD-LINE.
      *----------------------------------------------------------------
      * WRITE-WITHHELD-LINE - Student WS-EN-IDX with
      * WS-WITHHELD-REASON on the withheld list.
      *----------------------------------------------------------------
           MOVE WS-EN-ID(WS-EN-IDX) TO WS-WDL-ID
           MOVE WS-EN-NAME(WS-EN-IDX) TO WS-WDL-NAME
           MOVE WS-EN-YEAR(WS-EN-IDX) TO WS-WDL-YEAR
           MOVE WS-EN-SECTION(WS-EN-IDX) TO WS-WDL-SECTION
           MOVE WS-WITHHELD-REASON TO WS-WDL-REASON
           WRITE COR-WITHHELD-RECORD FROM WS-WITHHELD-DETAIL-LINE
           ADD 1 TO WS-WITHHELD-COUNT.

       WRITE-COR-PAGE.
      *----------------------------------------------------------------
      * WRITE-COR-PAGE - Heading, study load with schedule,
      * assessment, payment terms and signature block for student
      * WS-EN-IDX (assessment WS-BL-MATCH-IDX).
      *----------------------------------------------------------------
           WRITE COR-OUTPUT-RECORD FROM WS-PAGE-SEPARATOR
           WRITE COR-OUTPUT-RECORD FROM WS-COR-HEADER1
           WRITE COR-OUTPUT-RECORD FROM WS-COR-HEADER2
           MOVE WS-TERM-ID TO WS-CTL-TERM
           WRITE COR-OUTPUT-RECORD FROM WS-COR-TERM-LINE
           WRITE COR-OUTPUT-RECORD FROM WS-BLANK-LINE
           MOVE WS-EN-ID(WS-EN-IDX) TO WS-CSL-ID
           MOVE WS-EN-NAME(WS-EN-IDX) TO WS-CSL-NAME
           WRITE COR-OUTPUT-RECORD FROM WS-COR-STUDENT-LINE
           MOVE WS-EN-YEAR(WS-EN-IDX) TO WS-CSC-YEAR
           MOVE WS-EN-SECTION(WS-EN-IDX) TO WS-CSC-SECTION
           WRITE COR-OUTPUT-RECORD FROM WS-COR-SECTION-LINE
           WRITE COR-OUTPUT-RECORD FROM WS-BLANK-LINE

           PERFORM WRITE-STUDY-LOAD
           WRITE COR-OUTPUT-RECORD FROM WS-BLANK-LINE
           PERFORM WRITE-ASSESSMENT
           WRITE COR-OUTPUT-RECORD FROM WS-BLANK-LINE
           PERFORM WRITE-PAYMENT-TERMS

           WRITE COR-OUTPUT-RECORD FROM WS-BLANK-LINE
           WRITE COR-OUTPUT-RECORD FROM WS-BLANK-LINE
           WRITE COR-OUTPUT-RECORD FROM WS-COR-SIGN-LINE-1
           WRITE COR-OUTPUT-RECORD FROM WS-COR-SIGN-LINE-2
           WRITE COR-OUTPUT-RECORD FROM WS-BLANK-LINE
           ADD 1 TO WS-PRINTED-COUNT.

       WRITE-STUDY-LOAD.
      *----------------------------------------------------------------
      * WRITE-STUDY-LOAD - The student's subject lines with their
      * meetings; with no subject lines, the section's scheduled
      * subjects (block load, units as assessed).
      *----------------------------------------------------------------
           WRITE COR-OUTPUT-RECORD FROM WS-COR-SUBJECT-HDR
           MOVE 0 TO WS-TOTAL-UNITS
           MOVE 0 TO WS-SUBJECT-LINES-FOUND
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WS-SUB-ID(WS-SUB-IDX) = WS-EN-ID(WS-EN-IDX)
                   ADD 1 TO WS-SUBJECT-LINES-FOUND
                   MOVE WS-SUB-CODE(WS-SUB-IDX) TO WS-CUR-SUBJECT
                   MOVE WS-SUB-UNITS(WS-SUB-IDX) TO WS-CUR-UNITS
                   MOVE 1 TO WS-CUR-HAS-UNITS
                   ADD WS-SUB-UNITS(WS-SUB-IDX) TO WS-TOTAL-UNITS
                   PERFORM WRITE-ONE-SUBJECT
               END-IF
           END-PERFORM

           IF WS-SUBJECT-LINES-FOUND = 0
               MOVE 0 TO WS-CUR-HAS-UNITS
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
                   IF FUNCTION UPPER-CASE(WS-SC-YEAR(WS-SC-IDX)) =
                           FUNCTION UPPER-CASE(WS-EN-YEAR(WS-EN-IDX))
                       AND FUNCTION UPPER-CASE(
                           WS-SC-SECTION(WS-SC-IDX)) =
                           FUNCTION UPPER-CASE(
                               WS-EN-SECTION(WS-EN-IDX))
                       MOVE WS-SC-SUBJECT(WS-SC-IDX) TO WS-CUR-SUBJECT
                       PERFORM WRITE-ONE-MEETING
                   END-IF
               END-PERFORM
               MOVE WS-BL-UNITS(WS-BL-MATCH-IDX) TO WS-TOTAL-UNITS
           END-IF

           MOVE WS-TOTAL-UNITS TO WS-CUL-UNITS
           WRITE COR-OUTPUT-RECORD FROM WS-BLANK-LINE
           WRITE COR-OUTPUT-RECORD FROM WS-COR-UNITS-LINE.

       WRITE-ONE-SUBJECT.
      *----------------------------------------------------------------
      * WRITE-ONE-SUBJECT - WS-CUR-SUBJECT's meetings in any of the
      * student's ENR sections, one line each; TBA when the
      * schedule does not have it.
      *----------------------------------------------------------------
           MOVE 0 TO WS-MEETINGS-FOUND
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-SUBJECT(WS-SC-IDX) = WS-CUR-SUBJECT
                   MOVE 0 TO WS-IN-STUDENT-SECTION
                   PERFORM VARYING WS-EN-IDX2 FROM 1 BY 1
                       UNTIL WS-EN-IDX2 > WS-ENR-COUNT
                       IF WS-EN-ID(WS-EN-IDX2) = WS-EN-ID(WS-EN-IDX)
                           AND WS-EN-STATUS(WS-EN-IDX2) = "ENR "
                           AND FUNCTION UPPER-CASE(
                               WS-EN-YEAR(WS-EN-IDX2)) =
                               FUNCTION UPPER-CASE(
                                   WS-SC-YEAR(WS-SC-IDX))
                           AND FUNCTION UPPER-CASE(
                               WS-EN-SECTION(WS-EN-IDX2)) =
                               FUNCTION UPPER-CASE(
                                   WS-SC-SECTION(WS-SC-IDX))
                           MOVE 1 TO WS-IN-STUDENT-SECTION
                       END-IF
                   END-PERFORM
                   IF WS-IN-STUDENT-SECTION = 1
                       PERFORM WRITE-ONE-MEETING
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MEETINGS-FOUND = 0
               MOVE SPACES TO WS-COR-SUBJECT-LINE
               MOVE WS-CUR-SUBJECT TO WS-CSB-SUBJECT
               MOVE WS-CUR-UNITS TO WS-EDIT-UNITS
               MOVE WS-EDIT-UNITS TO WS-CSB-UNITS
               MOVE "TBA" TO WS-CSB-DAYS
               WRITE COR-OUTPUT-RECORD FROM WS-COR-SUBJECT-LINE
           END-IF.

       WRITE-ONE-MEETING.
      *----------------------------------------------------------------
      * WRITE-ONE-MEETING - Schedule line WS-SC-IDX under subject
      * WS-CUR-SUBJECT; only the subject's first line names it.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-COR-SUBJECT-LINE
           IF WS-MEETINGS-FOUND = 0 OR WS-CUR-HAS-UNITS = 0
               MOVE WS-CUR-SUBJECT TO WS-CSB-SUBJECT
               IF WS-CUR-HAS-UNITS = 1
                   MOVE WS-CUR-UNITS TO WS-EDIT-UNITS
                   MOVE WS-EDIT-UNITS TO WS-CSB-UNITS
               END-IF
           END-IF
           ADD 1 TO WS-MEETINGS-FOUND
           MOVE WS-SC-SECTION(WS-SC-IDX) TO WS-CSB-SECTION
           MOVE WS-SC-DAYS(WS-SC-IDX) TO WS-CSB-DAYS
           STRING WS-SC-START(WS-SC-IDX) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-SC-END(WS-SC-IDX) DELIMITED BY SIZE
               INTO WS-CSB-TIME
           MOVE WS-SC-ROOM(WS-SC-IDX) TO WS-CSB-ROOM
           MOVE WS-SC-FACULTY(WS-SC-IDX) TO WS-CSB-FACULTY
           WRITE COR-OUTPUT-RECORD FROM WS-COR-SUBJECT-LINE.

       WRITE-ASSESSMENT.
      *----------------------------------------------------------------
      * WRITE-ASSESSMENT - The statement figures, with the grant
      * named from STUDENT-GRANTS.TXT and its terms from the grant
      * table.
      *----------------------------------------------------------------
           MOVE "ASSESSMENT OF FEES" TO WS-OUT-LINE
           WRITE COR-OUTPUT-RECORD FROM WS-OUT-LINE
           MOVE SPACES TO WS-CAL-LABEL
           MOVE WS-BL-UNITS(WS-BL-MATCH-IDX) TO WS-EDIT-UNITS
           STRING "TUITION (" DELIMITED BY SIZE
               WS-EDIT-UNITS DELIMITED BY SIZE
               " UNITS)" DELIMITED BY SIZE
               INTO WS-CAL-LABEL
           MOVE WS-BL-TUITION(WS-BL-MATCH-IDX) TO WS-CAL-AMOUNT
           WRITE COR-OUTPUT-RECORD FROM WS-COR-AMOUNT-LINE
           MOVE "MISCELLANEOUS FEES" TO WS-CAL-LABEL
           MOVE WS-BL-MISC(WS-BL-MATCH-IDX) TO WS-CAL-AMOUNT
           WRITE COR-OUTPUT-RECORD FROM WS-COR-AMOUNT-LINE

           MOVE SPACES TO WS-HELD-GRANT
           PERFORM VARYING WS-GRT-IDX FROM 1 BY 1
               UNTIL WS-GRT-IDX > WS-GRANT-COUNT
               IF WS-GRT-ID(WS-GRT-IDX) = WS-EN-ID(WS-EN-IDX)
                   MOVE WS-GRT-CODE(WS-GRT-IDX) TO WS-HELD-GRANT
               END-IF
           END-PERFORM
           IF WS-HELD-GRANT NOT = SPACES
               MOVE 0 TO WS-SCH-MATCH-IDX
               PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-COUNT
                   IF WS-SCH-CODE(WS-SCH-IDX) = WS-HELD-GRANT
                       MOVE WS-SCH-IDX TO WS-SCH-MATCH-IDX
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-CAL-LABEL
               IF WS-SCH-MATCH-IDX > 0
                   IF WS-SCH-PCT(WS-SCH-MATCH-IDX) > 0
                       MOVE WS-SCH-PCT(WS-SCH-MATCH-IDX)
                           TO WS-EDIT-PCT
                       STRING "LESS SCHOLARSHIP " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-HELD-GRANT)
                               DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-PCT)
                               DELIMITED BY SIZE
                           "%, " DELIMITED BY SIZE
                           FUNCTION TRIM(
                               WS-SCH-SPONSOR(WS-SCH-MATCH-IDX))
                               DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-CAL-LABEL
                   ELSE
                       STRING "LESS SCHOLARSHIP " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-HELD-GRANT)
                               DELIMITED BY SIZE
                           " (FIXED, " DELIMITED BY SIZE
                           FUNCTION TRIM(
                               WS-SCH-SPONSOR(WS-SCH-MATCH-IDX))
                               DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-CAL-LABEL
                   END-IF
               ELSE
                   STRING "LESS SCHOLARSHIP " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HELD-GRANT) DELIMITED BY SIZE
                       INTO WS-CAL-LABEL
               END-IF
               IF WS-BL-GRANT-AMT(WS-BL-MATCH-IDX) > 0
                   COMPUTE WS-CAL-AMOUNT =
                       0 - WS-BL-GRANT-AMT(WS-BL-MATCH-IDX)
                   WRITE COR-OUTPUT-RECORD FROM WS-COR-AMOUNT-LINE
               ELSE
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CAL-LABEL) DELIMITED BY SIZE
                       " - NOT APPLIED ON THIS ASSESSMENT"
                           DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   WRITE COR-OUTPUT-RECORD FROM WS-OUT-LINE
               END-IF
           END-IF

           IF WS-BL-PRIV-AMT(WS-BL-MATCH-IDX) > 0
               MOVE "LESS EMPLOYEE DEPENDENT PRIVILEGE" TO WS-CAL-LABEL
               COMPUTE WS-CAL-AMOUNT =
                   0 - WS-BL-PRIV-AMT(WS-BL-MATCH-IDX)
               WRITE COR-OUTPUT-RECORD FROM WS-COR-AMOUNT-LINE
           END-IF
           MOVE "TOTAL AMOUNT DUE" TO WS-CAL-LABEL
           MOVE WS-BL-TOTAL(WS-BL-MATCH-IDX) TO WS-CAL-AMOUNT
           WRITE COR-OUTPUT-RECORD FROM WS-COR-AMOUNT-LINE.

       WRITE-PAYMENT-TERMS.
      *----------------------------------------------------------------
      * WRITE-PAYMENT-TERMS - The year level's installments (the
      * ALL schedule when the level has none of its own) priced off
      * the total due; the last installment takes the remainder.
      *----------------------------------------------------------------
           MOVE "PAYMENT TERMS" TO WS-OUT-LINE
           WRITE COR-OUTPUT-RECORD FROM WS-OUT-LINE
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

           IF WS-PT-LAST-IDX = 0
               MOVE "UPON ENROLLMENT" TO WS-CTM-LABEL
               MOVE 100 TO WS-CTM-PCT
               MOVE "%" TO WS-CTM-PCT-SIGN
               MOVE SPACES TO WS-CTM-DUE
               MOVE WS-BL-TOTAL(WS-BL-MATCH-IDX) TO WS-CTM-AMOUNT
               WRITE COR-OUTPUT-RECORD FROM WS-COR-TERMS-LINE
           ELSE
               MOVE WS-BL-TOTAL(WS-BL-MATCH-IDX)
                   TO WS-INSTALLMENT-LEFT
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-LAST-IDX
                   IF WS-PT-YEAR(WS-PT-IDX) = WS-PT-USE-YEAR
                       IF WS-PT-IDX = WS-PT-LAST-IDX
                           MOVE WS-INSTALLMENT-LEFT TO WS-INSTALLMENT
                       ELSE
                           IF WS-PT-BASIS(WS-PT-IDX) = "AMT"
                               MOVE WS-PT-AMOUNT(WS-PT-IDX)
                                   TO WS-INSTALLMENT
                           ELSE
                               COMPUTE WS-INSTALLMENT ROUNDED =
                                   WS-BL-TOTAL(WS-BL-MATCH-IDX) *
                                   WS-PT-PCT(WS-PT-IDX) / 100
                           END-IF
                           IF WS-INSTALLMENT > WS-INSTALLMENT-LEFT
                               MOVE WS-INSTALLMENT-LEFT
                                   TO WS-INSTALLMENT
                           END-IF
                       END-IF
                       SUBTRACT WS-INSTALLMENT FROM WS-INSTALLMENT-LEFT
                       MOVE WS-PT-LABEL(WS-PT-IDX) TO WS-CTM-LABEL
                       IF WS-PT-BASIS(WS-PT-IDX) = "AMT"
                           MOVE 0 TO WS-CTM-PCT
                           MOVE SPACES TO WS-CTM-PCT-SIGN
                       ELSE
                           MOVE WS-PT-PCT(WS-PT-IDX) TO WS-CTM-PCT
                           MOVE "%" TO WS-CTM-PCT-SIGN
                       END-IF
                       MOVE SPACES TO WS-CTM-DUE
                       IF WS-PT-DUE(WS-PT-IDX) NOT = SPACES
                           STRING "DUE " DELIMITED BY SIZE
                               WS-PT-DUE(WS-PT-IDX) DELIMITED BY SIZE
                               INTO WS-CTM-DUE
                       END-IF
                       MOVE WS-INSTALLMENT TO WS-CTM-AMOUNT
                       WRITE COR-OUTPUT-RECORD FROM WS-COR-TERMS-LINE
                   END-IF
               END-PERFORM
           END-IF.

       END PROGRAM REGISTRATION-CERT.
