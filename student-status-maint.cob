      *      (STUDENT-REFUND-SCHEDULE.TXT, "WeekFrom,WeekTo,Pct"
      *      lines) is applied against the student's assessed total
      *      parsed off their STUDENT-BILLING.TXT statement line,
      *      and the result appended to STUDENT-REFUND-ASSESSMENT.TXT
      *      under its own refund reference (REFUND-DISBURSEMENT
      *      picks it up from there and pays it)
      *   5. The enrollment master is rewritten with the full
      *      5-field layout (plus the LRN, when the student has one
      *      on file), and every applied change lands on
      *      STUDENT-STATUS-REPORT.TXT with its before/after status
      *
      * AUTHOR: GROUP2

       SELECT REFUND-ASSESSMENT-FILE
            ASSIGN TO "STUDENT-REFUND-ASSESSMENT.TXT"
      * Appended to, never rewritten - ADD-DROP adds its subject-drop
      * refunds to the same file and REFUND-DISBURSEMENT picks every
      * line up by its refund reference.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REFUND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  WS-TRANS-FILE-STATUS        PIC XX.
       01  WS-SCHED-FILE-STATUS        PIC XX.
       01  WS-BILLING-FILE-STATUS      PIC XX.
       01  WS-REFUND-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

                   10 WS-EN-YEAR       PIC X(15).
                   10 WS-EN-SECTION    PIC X(10).
                   10 WS-EN-STATUS     PIC X(4).
                   10 WS-EN-LRN        PIC X(12).
       01  WS-EN-IDX                   PIC 9999 VALUE 0.
       01  WS-EN-MATCH-IDX             PIC 9999 VALUE 0.
       01  WS-ENR-OVERFLOW-COUNT       PIC 9999 VALUE 0.
               05 WS-EP-YEAR           PIC X(15).
               05 WS-EP-SECTION        PIC X(10).
               05 WS-EP-STATUS         PIC X(5).
               05 WS-EP-LRN            PIC X(12).

      *----------------------------------------------------------------
      * TRANSACTION PARSING
       01  WS-REJECT-REASON            PIC X(40).
       01  WS-EXCEPTION-LINE           PIC X(120).
       01  WS-BUILT-LINE               PIC X(90).
       01  WS-LRN-LINE                 PIC X(90).

      *----------------------------------------------------------------
      * REFUND SCHEDULE AND ASSESSMENT
       01  WS-BILLING-FOUND            PIC 9 VALUE 0.
       01  WS-REFUND-COUNT             PIC 999 VALUE 0.
       01  WS-REFUND-OPEN              PIC 9 VALUE 0.
       01  WS-CURRENT-DATE-DATA        PIC X(21).
       01  WS-REFUND-REF.
      * SM + run date and time + sequence - unique to this refund,
      * REFUND-DISBURSEMENT's key for pick-up and approval
               05 FILLER               PIC X(2)  VALUE "SM".
               05 WS-RREF-STAMP        PIC X(14).
               05 WS-RREF-SEQ          PIC 9(4).

       01  WS-REFUND-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(6)  VALUE "WEEK".
               05 FILLER               PIC X(14) VALUE "ASSESSED".
               05 FILLER               PIC X(9)  VALUE "REFUND %".
               05 FILLER               PIC X(11) VALUE "REFUND".
               05 FILLER               PIC X(20) VALUE "REFERENCE".
       01  WS-REFUND-DETAIL-LINE.
               05 WS-RFL-ID            PIC X(12).
               05 WS-RFL-WEEK          PIC Z9.
               05 WS-RFL-PCT           PIC ZZ9.
               05 FILLER               PIC X(6)  VALUE SPACES.
               05 WS-RFL-REFUND        PIC ZZ,ZZ9.99.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-RFL-REF           PIC X(20).

      *----------------------------------------------------------------
      * CHANGE REPORT LAYOUT
      * STORE-ENROLLMENT-LINE - One master line into the next slot.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-EP-ID WS-EP-NAME WS-EP-YEAR
               WS-EP-SECTION WS-EP-STATUS WS-EP-LRN
           UNSTRING WS-EP-LINE DELIMITED BY ","
               INTO WS-EP-ID
                    WS-EP-NAME
                    WS-EP-YEAR
                    WS-EP-SECTION
                    WS-EP-STATUS
                    WS-EP-LRN
           END-UNSTRING
           ADD 1 TO WS-ENR-COUNT
           MOVE FUNCTION TRIM(WS-EP-ID) TO WS-EN-ID(WS-ENR-COUNT)
           MOVE FUNCTION TRIM(WS-EP-YEAR) TO WS-EN-YEAR(WS-ENR-COUNT)
           MOVE FUNCTION TRIM(WS-EP-SECTION)
               TO WS-EN-SECTION(WS-ENR-COUNT)
           MOVE FUNCTION TRIM(WS-EP-LRN)
               TO WS-EN-LRN(WS-ENR-COUNT)
           IF FUNCTION TRIM(WS-EP-STATUS) = SPACES
               MOVE "ENR" TO WS-EN-STATUS(WS-ENR-COUNT)
           ELSE
               COMPUTE WS-REFUND-AMOUNT =
                   WS-ASSESSED-TOTAL * WS-REFUND-PCT / 100
               IF WS-REFUND-OPEN = 0
                   OPEN EXTEND REFUND-ASSESSMENT-FILE
                   IF WS-REFUND-FILE-STATUS NOT = "00"
                       OPEN OUTPUT REFUND-ASSESSMENT-FILE
                       WRITE REFUND-ASSESSMENT-RECORD
                           FROM WS-REFUND-TITLE-LINE
                       WRITE REFUND-ASSESSMENT-RECORD
                           FROM WS-BLANK-LINE
                       WRITE REFUND-ASSESSMENT-RECORD
                           FROM WS-REFUND-COL-HEADER
                       WRITE REFUND-ASSESSMENT-RECORD
                           FROM WS-BLANK-LINE
      * First refund ever - the file gets its title and header
                   END-IF
                   MOVE 1 TO WS-REFUND-OPEN
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   MOVE WS-CURRENT-DATE-DATA(1:14) TO WS-RREF-STAMP
               END-IF
               MOVE FUNCTION TRIM(WS-TR-ID) TO WS-RFL-ID
               MOVE WS-DROP-WEEK TO WS-RFL-WEEK
               MOVE WS-ASSESSED-TOTAL TO WS-RFL-ASSESSED
               MOVE WS-REFUND-PCT TO WS-RFL-PCT
               MOVE WS-REFUND-AMOUNT TO WS-RFL-REFUND
               ADD 1 TO WS-REFUND-COUNT
               MOVE WS-REFUND-COUNT TO WS-RREF-SEQ
               MOVE WS-REFUND-REF TO WS-RFL-REF
               WRITE REFUND-ASSESSMENT-RECORD
                   FROM WS-REFUND-DETAIL-LINE
           END-IF.

       FIND-ASSESSED-TOTAL.

       REWRITE-ENROLLMENT.
      *----------------------------------------------------------------
      * REWRITE-ENROLLMENT - The full 5-field layout, plus the LRN
      * when held, back over STUDENT-ENROLLMENT.TXT.
      *----------------------------------------------------------------
           OPEN OUTPUT ENROLLMENT-FILE
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   FUNCTION TRIM(WS-EN-STATUS(WS-EN-IDX))
                       DELIMITED BY SIZE
                   INTO WS-BUILT-LINE
               IF WS-EN-LRN(WS-EN-IDX) NOT = SPACES
                   MOVE SPACES TO WS-LRN-LINE
                   STRING FUNCTION TRIM(WS-BUILT-LINE) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EN-LRN(WS-EN-IDX))
                           DELIMITED BY SIZE
                       INTO WS-LRN-LINE
                   MOVE WS-LRN-LINE TO WS-BUILT-LINE
               END-IF
               WRITE ENROLLMENT-RECORD FROM WS-BUILT-LINE
           END-PERFORM
           CLOSE ENROLLMENT-FILE
