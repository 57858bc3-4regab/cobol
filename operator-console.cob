      *           first; remove PAYROLL-YEAREND-TRIGGER.TXT after)
      *        4  Archive / purge run
      *        5  Grade correction console (GRADE-ENTRY)
      *        6  Student refund disbursement run
      *           (REFUND-DISBURSEMENT)
      *        7  Student accounts journal run (STUDENT-JOURNAL)
      *        8  Unmasked print - arms ONE unmasked print of a
      *           payslip, check register, remittance listing,
      *           payslip reprint, student billing or payroll
      *           inquiry session (those print masked by default);
      *           a reason is required. DATA-MASK honours the grant
      *           at print time and logs the print
      *      PAYROLL sees 1, 3, 6, 7 and 8, REGISTRAR sees 2 and 5,
      *      ADMIN sees all
      *   4. OPERATOR-ACTIVITY-LOG.TXT gets one appended line per
      *      event: who, what, when, and the result
      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YE-FILE-STATUS.

           SELECT OPTIONAL UNMASK-AUTH-FILE
               ASSIGN TO "UNMASK-AUTHORIZATIONS.TXT"
      * Appended by menu choice 8, used up by DATA-MASK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNMASK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-PASSWORD-FILE.
       FD  PAYROLL-YEAREND-FILE.
       01  PAYROLL-YEAREND-RECORD      PIC X(20).

       FD  UNMASK-AUTH-FILE.
       01  UNMASK-AUTH-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-PWD-FILE-STATUS     PIC XX.
       01  WS-LOG-FILE-STATUS     PIC XX.
       01  WS-YE-FILE-STATUS      PIC XX.
       01  WS-UNMASK-FILE-STATUS  PIC XX.
       01  WS-EOF-FLAG            PIC 9 VALUE 0.

      *----------------------------------------------------------------
       01  WS-MENU-CHOICE         PIC X(5).
       01  WS-DONE-FLAG           PIC 9 VALUE 0.
       01  WS-ACTION-NAME         PIC X(30).
       01  WS-RESULT-TEXT         PIC X(70).
       01  WS-CALL-PROGRAM        PIC X(30).
      * The program the menu choice launches - same dedicated field
      * the batch driver uses for its dynamic CALLs
       01  WS-CALL-RC             PIC 999 VALUE 0.

      *----------------------------------------------------------------
      * UNMASKED PRINT GRANT (menu choice 8)
      *----------------------------------------------------------------
       01  WS-UNMASK-CHOICE       PIC X(5).
       01  WS-UNMASK-FILE         PIC X(40).
       01  WS-UNMASK-REASON       PIC X(60).

       01  WS-LOG-LINE            PIC X(120).
       01  WS-CURRENT-DATETIME    PIC X(21).
       01  WS-TIMESTAMP-DISPLAY   PIC X(19).
                   " reconciliation)"
               DISPLAY "  3  Year-end payroll run (13th month,"
                   " alphalist, monetization)"
               DISPLAY "  6  Student refund disbursement run"
                   " (checks, bank credits, aging)"
               DISPLAY "  7  Student accounts journal run"
                   " (GL voucher for release)"
               DISPLAY "  8  Unmasked print (one report, reason"
                   " required, logged)"
           END-IF
           IF WS-SESSION-ROLE = "REGISTRAR"
               OR WS-SESSION-ROLE = "ADMIN"
                   ELSE
                       PERFORM REFUSE-CHOICE
                   END-IF
               WHEN "6"
                   IF WS-SESSION-ROLE = "PAYROLL"
                       OR WS-SESSION-ROLE = "ADMIN"
                       MOVE "REFUND DISBURSEMENT RUN"
                           TO WS-ACTION-NAME
                       MOVE "REFUND-DISBURSEMENT" TO WS-CALL-PROGRAM
                       PERFORM LAUNCH-JOB
      * RELEASE-APPROVAL takes the refund batch's preparer from this
      * line on the activity log
                   ELSE
                       PERFORM REFUSE-CHOICE
                   END-IF
               WHEN "7"
                   IF WS-SESSION-ROLE = "PAYROLL"
                       OR WS-SESSION-ROLE = "ADMIN"
                       MOVE "STUDENT JOURNAL RUN" TO WS-ACTION-NAME
                       MOVE "STUDENT-JOURNAL" TO WS-CALL-PROGRAM
                       PERFORM LAUNCH-JOB
      * ... and the student journal's preparer from this one
                   ELSE
                       PERFORM REFUSE-CHOICE
                   END-IF
               WHEN "8"
                   IF WS-SESSION-ROLE = "PAYROLL"
                       OR WS-SESSION-ROLE = "ADMIN"
                       PERFORM GRANT-UNMASKED-PRINT
                   ELSE
                       PERFORM REFUSE-CHOICE
                   END-IF
               WHEN "0"
                   MOVE 1 TO WS-DONE-FLAG
               WHEN OTHER
           MOVE "REFUSED" TO WS-RESULT-TEXT
           PERFORM WRITE-ACTIVITY-LOG.

       GRANT-UNMASKED-PRINT.
      *----------------------------------------------------------------
      * GRANT-UNMASKED-PRINT - Pick the report, key the reason, and
      * append one "OperatorID,ReportFile,Reason" grant for
      * DATA-MASK. The grant itself goes on the activity log now;
      * the print that uses it is logged again when it happens.
      *----------------------------------------------------------------
           DISPLAY "Report to print unmasked:"
           DISPLAY "  1  PAYROLL-PAYSLIPS.TXT"
           DISPLAY "  2  PAYROLL-OFFCYCLE-PAYSLIPS.TXT"
           DISPLAY "  3  PAYROLL-CHECK-REGISTER.TXT"
           DISPLAY "  4  PAYROLL-OFFCYCLE-CHECK-REGISTER.TXT"
           DISPLAY "  5  PAYROLL-REMIT-SSS-LISTING.TXT"
           DISPLAY "  6  PAYROLL-REMIT-PHIC-LISTING.TXT"
           DISPLAY "  7  PAYROLL-REMIT-HDMF-LISTING.TXT"
           DISPLAY "  8  PAYROLL-PAYSLIP-REPRINT.TXT"
           DISPLAY "  9  PAYROLL-INQUIRY (next inquiry session)"
           DISPLAY " 10  STUDENT-BILLING.TXT"
           DISPLAY "Report: " WITH NO ADVANCING
           MOVE SPACES TO WS-UNMASK-CHOICE
           ACCEPT WS-UNMASK-CHOICE
           MOVE SPACES TO WS-UNMASK-FILE
           EVALUATE FUNCTION TRIM(WS-UNMASK-CHOICE)
               WHEN "1"
                   MOVE "PAYROLL-PAYSLIPS.TXT" TO WS-UNMASK-FILE
               WHEN "2"
                   MOVE "PAYROLL-OFFCYCLE-PAYSLIPS.TXT"
                       TO WS-UNMASK-FILE
               WHEN "3"
                   MOVE "PAYROLL-CHECK-REGISTER.TXT" TO WS-UNMASK-FILE
               WHEN "4"
                   MOVE "PAYROLL-OFFCYCLE-CHECK-REGISTER.TXT"
                       TO WS-UNMASK-FILE
               WHEN "5"
                   MOVE "PAYROLL-REMIT-SSS-LISTING.TXT"
                       TO WS-UNMASK-FILE
               WHEN "6"
                   MOVE "PAYROLL-REMIT-PHIC-LISTING.TXT"
                       TO WS-UNMASK-FILE
               WHEN "7"
                   MOVE "PAYROLL-REMIT-HDMF-LISTING.TXT"
                       TO WS-UNMASK-FILE
               WHEN "8"
                   MOVE "PAYROLL-PAYSLIP-REPRINT.TXT"
                       TO WS-UNMASK-FILE
               WHEN "9"
                   MOVE "PAYROLL-INQUIRY" TO WS-UNMASK-FILE
               WHEN "10"
                   MOVE "STUDENT-BILLING.TXT" TO WS-UNMASK-FILE
               WHEN OTHER
                   DISPLAY "Enter one of the listed numbers"
           END-EVALUATE

           IF WS-UNMASK-FILE NOT = SPACES
               DISPLAY "Reason (required): " WITH NO ADVANCING
               MOVE SPACES TO WS-UNMASK-REASON
               ACCEPT WS-UNMASK-REASON
               INSPECT WS-UNMASK-REASON REPLACING ALL "," BY ";"
      * The grant line is comma-separated
               MOVE "UNMASK GRANT" TO WS-ACTION-NAME
               IF WS-UNMASK-REASON = SPACES
                   DISPLAY "No reason given - nothing armed"
                   MOVE SPACES TO WS-RESULT-TEXT
                   STRING "REFUSED " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-UNMASK-FILE) DELIMITED BY SIZE
                       " - no reason" DELIMITED BY SIZE
                       INTO WS-RESULT-TEXT
               ELSE
                   OPEN EXTEND UNMASK-AUTH-FILE
                   MOVE SPACES TO UNMASK-AUTH-RECORD
                   STRING FUNCTION TRIM(WS-SESSION-OPERATOR)
                           DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-UNMASK-FILE) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-UNMASK-REASON)
                           DELIMITED BY SIZE
                       INTO UNMASK-AUTH-RECORD
                   WRITE UNMASK-AUTH-RECORD
                   CLOSE UNMASK-AUTH-FILE
                   DISPLAY "Armed: the next "
                       FUNCTION TRIM(WS-UNMASK-FILE)
                       " prints unmasked"
                   MOVE SPACES TO WS-RESULT-TEXT
                   STRING FUNCTION TRIM(WS-UNMASK-FILE)
                           DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-UNMASK-REASON)
                           DELIMITED BY SIZE
                       INTO WS-RESULT-TEXT
               END-IF
               PERFORM WRITE-ACTIVITY-LOG
           END-IF.

       LAUNCH-JOB.
      *----------------------------------------------------------------
      * LAUNCH-JOB - CALL the program named in WS-CALL-PROGRAM the
