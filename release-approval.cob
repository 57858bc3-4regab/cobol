      *          refuses to let the operator who produced the run
      *          approve their own work. Closes the single-person
      *          release gap internal audit wrote up twice.
      *          REFUND-DISBURSEMENT's student refund batch
      *          (STUDENT-REFUND-BANKFILE-STAGED.TXT and
      *          STUDENT-REFUND-CHECKS-STAGED.TXT) is released the
      *          same way, and so is STUDENT-JOURNAL's student
      *          accounts voucher (STUDENT-JOURNAL-STAGED.TXT with
      *          its STUDENT-JOURNAL-CONTROL-STAGED.TXT).
      *
      * HOW IT WORKS:
      *   1. The approver signs on against OPERATOR-PASSWORDS.TXT
      *      (same file and three-attempt rule as OPERATOR-CONSOLE)
      *   2. When a refund batch or a student journal is staged
      *      and not yet released (its stamped TOTAL line is not on
      *      STUDENT-REFUND-CHECKS.TXT / STUDENT-JOURNAL.TXT) the
      *      approver picks which batch to review: payroll (P),
      *      refunds (R) or the student journal (J)
      *   3. The preparer's identity is taken from the last
      *      successful PAYROLL RUN (for refunds, REFUND
      *      DISBURSEMENT RUN; for the student journal, STUDENT
      *      JOURNAL RUN) line on OPERATOR-ACTIVITY-LOG.TXT;
      *      approver = preparer is refused (and logged)
      *   4. The staged files' control totals are shown: the bank
      *      file's TRAILER record count/amount and the journal's
      *      TOTAL debit/credit line (for refunds, the check
      *      register's TOTAL line; the student journal has no
      *      bank file)
      *   5. PAYROLL-ANOMALY's exception list is shown line by
      *      line. A staged bank file with no scan, or a scan whose
      *      copy of the TRAILER no longer matches the staged file
      *      (the run was re-staged after the scan), is refused -
      *      the checker must see the exceptions for THIS file.
      *      The scan covers the payroll bank file only; a refund
      *      batch is reviewed line by line on its check register
      *   6. The approver types RELEASE to approve; anything else
      *      declines. On approval the staged files are copied to
      *      the official names and one activity-log line records
      *      BOTH identities; declines and refusals are logged too.
      *      A student journal's control file is released with it,
      *      so the next STUDENT-JOURNAL run starts after it
      *   7. Before the approver is asked, every staged file about
      *      to be promoted is checked against the control seal its
      *      producer took when it closed the file (CONTROL-SEAL). A
      *      file edited since, or never sealed, is refused and the
      *      refusal logged. The official copies are sealed in turn
      *      as they are written, for OUTBOUND-TRANSMIT to check
      *
      * AUTHOR: GROUP2
      *================================================================
       01  GEN-OUTPUT-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
       COPY SEALPARM.

       01  WS-PWD-FILE-STATUS     PIC XX.
       01  WS-LOG-FILE-STATUS     PIC XX.
       01  WS-JOURNAL-TOTAL-FOUND PIC 9 VALUE 0.
       01  WS-JOURNAL-TOTAL-LINE  PIC X(90).

      *----------------------------------------------------------------
      * ANOMALY SCAN (PAYROLL-ANOMALY-REPORT.TXT)
      *----------------------------------------------------------------
       01  WS-SCAN-FOUND          PIC 9 VALUE 0.
       01  WS-SCAN-CURRENT        PIC 9 VALUE 0.
       01  WS-SCAN-COUNT-TXT      PIC X(5) VALUE SPACES.

       01  WS-COPY-RECORD-COUNT   PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * BATCH BEING RELEASED - P payroll, R student refunds, J
      * student journal; the file names and the preparer's
      * activity-log action follow it
      *----------------------------------------------------------------
       01  WS-RELEASE-BATCH       PIC X VALUE "P".
       01  WS-BATCH-CHOICE        PIC X(5).
       01  WS-REFUND-PENDING      PIC 9 VALUE 0.
       01  WS-JOURNAL-PENDING     PIC 9 VALUE 0.
       01  WS-STAGED-CONTROL-NAME PIC X(50) VALUE SPACES.
       01  WS-OFFICIAL-CONTROL-NAME PIC X(50) VALUE SPACES.
       01  WS-STAGED-TOTAL-LINE   PIC X(90) VALUE SPACES.
       01  WS-RELEASED-TOTAL-LINE PIC X(90) VALUE SPACES.
       01  WS-STAGED-BANK-NAME    PIC X(50).
       01  WS-OFFICIAL-BANK-NAME  PIC X(50).
       01  WS-STAGED-SECOND-NAME  PIC X(50).
       01  WS-OFFICIAL-SECOND-NAME PIC X(50).
       01  WS-SECOND-LABEL        PIC X(11).
       01  WS-BATCH-DESCRIPTION   PIC X(40).
       01  WS-RELEASE-OK          PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * CONTROL SEALS - WS-SEALS-OK drops to 0 on the first staged
      * file whose seal does not verify
      *----------------------------------------------------------------
       01  WS-SEALS-OK            PIC 9 VALUE 0.

       01  WS-LOG-LINE            PIC X(120).
       01  WS-LOG-RESULT          PIC X(60).
       01  WS-CURRENT-DATETIME    PIC X(21).
               GOBACK
           END-IF

           PERFORM CHECK-REFUND-PENDING
           PERFORM CHECK-JOURNAL-PENDING
           IF WS-REFUND-PENDING = 1 OR WS-JOURNAL-PENDING = 1
               PERFORM CHOOSE-RELEASE-BATCH
           END-IF
           PERFORM SET-RELEASE-BATCH

           PERFORM FIND-PREPARER
           IF WS-PREPARER-ID = SPACES
               MOVE "UNKNOWN" TO WS-PREPARER-ID
               EVALUATE WS-RELEASE-BATCH
                   WHEN "R"
                       DISPLAY "WARNING: no successful REFUND"
                           " DISBURSEMENT RUN found on"
                           " OPERATOR-ACTIVITY-LOG.TXT - preparer"
                           " recorded as UNKNOWN"
                   WHEN "J"
                       DISPLAY "WARNING: no successful STUDENT"
                           " JOURNAL RUN found on"
                           " OPERATOR-ACTIVITY-LOG.TXT - preparer"
                           " recorded as UNKNOWN"
                   WHEN OTHER
                       DISPLAY "WARNING: no successful PAYROLL RUN"
                           " found on OPERATOR-ACTIVITY-LOG.TXT -"
                           " preparer recorded as UNKNOWN"
               END-EVALUATE
           END-IF
           IF WS-APPROVER-ID = WS-PREPARER-ID
               DISPLAY "REFUSED: " FUNCTION TRIM(WS-APPROVER-ID)
           PERFORM SHOW-CONTROL-TOTALS
           IF WS-BANK-TRAILER-FOUND = 0
               AND WS-JOURNAL-TOTAL-FOUND = 0
               EVALUATE WS-RELEASE-BATCH
                   WHEN "R"
                       DISPLAY "ERROR: nothing staged - run the"
                           " refund disbursement first"
                   WHEN "J"
                       DISPLAY "ERROR: nothing staged - run the"
                           " student journal first"
                   WHEN OTHER
                       DISPLAY "ERROR: nothing staged - run the"
                           " payroll first"
               END-EVALUATE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-RELEASE-BATCH = "P"
               PERFORM SHOW-ANOMALY-SCAN
           END-IF
           IF WS-RELEASE-BATCH = "P"
               AND WS-BANK-TRAILER-FOUND = 1
               AND WS-SCAN-CURRENT = 0
               IF WS-SCAN-FOUND = 0
                   DISPLAY "REFUSED: no anomaly scan for the staged"
                       " bank file - run PAYROLL-ANOMALY first"
               ELSE
                   DISPLAY "REFUSED: the anomaly scan is for an"
                       " earlier staging of the bank file - run"
                       " PAYROLL-ANOMALY again"
               END-IF
               MOVE "RELEASE REFUSED (anomaly scan missing/stale)"
                   TO WS-LOG-RESULT
               PERFORM WRITE-RELEASE-LOG
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VERIFY-STAGED-SEALS
           IF WS-SEALS-OK = 0
               MOVE "RELEASE REFUSED (control seal not verified)"
                   TO WS-LOG-RESULT
               PERFORM WRITE-RELEASE-LOG
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
                   = "RELEASE"
               PERFORM RELEASE-STAGED-FILES
               IF WS-RELEASE-OK = 1
                   MOVE SPACES TO WS-LOG-RESULT
                   IF WS-SCAN-CURRENT = 1
                       STRING "RELEASED " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-BATCH-DESCRIPTION)
                               DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           WS-SCAN-COUNT-TXT DELIMITED BY SIZE
                           " anomalies)" DELIMITED BY SIZE
                           INTO WS-LOG-RESULT
                   ELSE
                       STRING "RELEASED " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-BATCH-DESCRIPTION)
                               DELIMITED BY SIZE
                           INTO WS-LOG-RESULT
                   END-IF
                   PERFORM WRITE-RELEASE-LOG
                   IF WS-RELEASE-BATCH = "J"
                       DISPLAY "Released: "
                           FUNCTION TRIM(WS-OFFICIAL-SECOND-NAME)
                           " and "
                           FUNCTION TRIM(WS-OFFICIAL-CONTROL-NAME)
                           " are now official"
                   ELSE
                       DISPLAY "Released: "
                           FUNCTION TRIM(WS-OFFICIAL-BANK-NAME)
                           " and "
                           FUNCTION TRIM(WS-OFFICIAL-SECOND-NAME)
                           " are now official"
                   END-IF
               ELSE
                   MOVE "RELEASE FAILED (staged file unreadable)"
                       TO WS-LOG-RESULT
      * launch on the activity log - the regular "PAYROLL RUN" or
      * the console's "YEAR-END PAYROLL RUN" (the December run whose
      * release carries the annualization refunds is the last one
      * that may skip the second pair of eyes) - or, for a refund
      * batch, the last "REFUND DISBURSEMENT RUN" (for the student
      * journal, "STUDENT JOURNAL RUN"). The console stamps
      * every line as timestamp(19) space operator(10) space
      * action: result.
      *----------------------------------------------------------------
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           EVALUATE WS-RELEASE-BATCH
                               WHEN "R"
                                   IF WS-SCAN-LINE(32:32) =
                                   "REFUND DISBURSEMENT RUN: SUCCESS"
                                       MOVE WS-SCAN-LINE(21:10)
                                           TO WS-PREPARER-ID
                                   END-IF
                               WHEN "J"
                                   IF WS-SCAN-LINE(32:28) =
                                       "STUDENT JOURNAL RUN: SUCCESS"
                                       MOVE WS-SCAN-LINE(21:10)
                                           TO WS-PREPARER-ID
                                   END-IF
                               WHEN OTHER
                                   IF WS-SCAN-LINE(32:20) =
                                       "PAYROLL RUN: SUCCESS"
                                       OR WS-SCAN-LINE(32:29) =
                                   "YEAR-END PAYROLL RUN: SUCCESS"
                                       MOVE WS-SCAN-LINE(21:10)
                                           TO WS-PREPARER-ID
                                   END-IF
                           END-EVALUATE
      * Last matching line wins - the log is chronological
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
      * SHOW-CONTROL-TOTALS - The staged bank file's TRAILER record
      * and the staged journal's TOTAL line, straight off disk - the
      * approver reviews the figures as they will reach the bank
      * and the books, not a re-computation. For a refund batch the
      * "TOTAL " line is the staged check register's; a student
      * journal has no bank file.
      *----------------------------------------------------------------
           IF WS-STAGED-BANK-NAME NOT = SPACES
               MOVE 0 TO WS-GEN-EOF-FLAG
               MOVE WS-STAGED-BANK-NAME TO WS-GEN-IN-NAME
               OPEN INPUT GEN-INPUT-FILE
               IF WS-GEN-IN-STATUS = "00"
                   PERFORM UNTIL WS-GEN-EOF-FLAG = 1
                       READ GEN-INPUT-FILE INTO WS-SCAN-LINE
                           AT END
                               MOVE 1 TO WS-GEN-EOF-FLAG
                           NOT AT END
                               IF WS-SCAN-LINE(1:8) = "TRAILER "
                                   MOVE 1 TO WS-BANK-TRAILER-FOUND
                                   MOVE WS-SCAN-LINE(1:80)
                                       TO WS-BANK-TRAILER-LINE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE GEN-INPUT-FILE
           END-IF

           MOVE 0 TO WS-GEN-EOF-FLAG
           MOVE WS-STAGED-SECOND-NAME TO WS-GEN-IN-NAME
           OPEN INPUT GEN-INPUT-FILE
           IF WS-GEN-IN-STATUS = "00"
               PERFORM UNTIL WS-GEN-EOF-FLAG = 1
           IF WS-BANK-TRAILER-FOUND = 1
               DISPLAY "  BANK FILE  " WS-BANK-TRAILER-LINE
           ELSE
               IF WS-RELEASE-BATCH NOT = "J"
                   DISPLAY "  BANK FILE  (no staged file / no"
                       " trailer)"
               END-IF
           END-IF
           IF WS-JOURNAL-TOTAL-FOUND = 1
               DISPLAY "  " WS-SECOND-LABEL WS-JOURNAL-TOTAL-LINE
           ELSE
               DISPLAY "  " WS-SECOND-LABEL
                   "(no staged file / no total)"
           END-IF
           DISPLAY " ".

       SHOW-ANOMALY-SCAN.
      *----------------------------------------------------------------
      * SHOW-ANOMALY-SCAN - PAYROLL-ANOMALY's report, shown as the
      * checker's exception list. Its "STAGED BANK FILE:" line holds
      * the TRAILER the scan saw; only a scan whose trailer matches
      * the staged file being released counts as current.
      *----------------------------------------------------------------
           MOVE 0 TO WS-GEN-EOF-FLAG
           MOVE "PAYROLL-ANOMALY-REPORT.TXT" TO WS-GEN-IN-NAME
           OPEN INPUT GEN-INPUT-FILE
           IF WS-GEN-IN-STATUS = "00"
               MOVE 1 TO WS-SCAN-FOUND
               DISPLAY "ANOMALY SCAN (PAYROLL-ANOMALY-REPORT.TXT):"
               PERFORM UNTIL WS-GEN-EOF-FLAG = 1
                   READ GEN-INPUT-FILE INTO WS-SCAN-LINE
                       AT END
                           MOVE 1 TO WS-GEN-EOF-FLAG
                       NOT AT END
                           IF WS-SCAN-LINE NOT = SPACES
                               DISPLAY "  " FUNCTION TRIM(WS-SCAN-LINE
                                   TRAILING)
                           END-IF
                           IF WS-SCAN-LINE(1:18) = "STAGED BANK FILE: "
                               AND WS-SCAN-LINE(19:80) =
                                   WS-BANK-TRAILER-LINE
                               MOVE 1 TO WS-SCAN-CURRENT
                           END-IF
                           IF WS-SCAN-LINE(1:15) = "ANOMALY LINES: "
                               MOVE WS-SCAN-LINE(16:5)
                                   TO WS-SCAN-COUNT-TXT
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY " "
           END-IF
           CLOSE GEN-INPUT-FILE.

       RELEASE-STAGED-FILES.
      *----------------------------------------------------------------
      * RELEASE-STAGED-FILES - Copy each staged file that exists to
      * its official name. Only files that were actually staged are
      * promoted; the staged copies stay behind as the run's record.
      * Each official copy is sealed as it is written.
      *----------------------------------------------------------------
           MOVE 1 TO WS-RELEASE-OK
           IF WS-BANK-TRAILER-FOUND = 1
               MOVE WS-STAGED-BANK-NAME TO WS-GEN-IN-NAME
               MOVE WS-OFFICIAL-BANK-NAME TO WS-GEN-OUT-NAME
               PERFORM COPY-GEN-FILE
               PERFORM SEAL-RELEASED-FILE
           END-IF
           IF WS-JOURNAL-TOTAL-FOUND = 1
               MOVE WS-STAGED-SECOND-NAME TO WS-GEN-IN-NAME
               MOVE WS-OFFICIAL-SECOND-NAME TO WS-GEN-OUT-NAME
               PERFORM COPY-GEN-FILE
               PERFORM SEAL-RELEASED-FILE
           END-IF
           IF WS-JOURNAL-TOTAL-FOUND = 1
               AND WS-STAGED-CONTROL-NAME NOT = SPACES
               AND WS-RELEASE-OK = 1
               MOVE WS-STAGED-CONTROL-NAME TO WS-GEN-IN-NAME
               MOVE WS-OFFICIAL-CONTROL-NAME TO WS-GEN-OUT-NAME
               PERFORM COPY-GEN-FILE
               PERFORM SEAL-RELEASED-FILE
           END-IF.

       VERIFY-STAGED-SEALS.
      *----------------------------------------------------------------
      * VERIFY-STAGED-SEALS - Every staged file this release would
      * promote must still match the seal its producer took. The
      * first one that does not is reported and stops the release.
      *----------------------------------------------------------------
           MOVE 1 TO WS-SEALS-OK
           IF WS-BANK-TRAILER-FOUND = 1
               MOVE WS-STAGED-BANK-NAME TO SEAL-FILE
               PERFORM VERIFY-ONE-SEAL
           END-IF
           IF WS-JOURNAL-TOTAL-FOUND = 1 AND WS-SEALS-OK = 1
               MOVE WS-STAGED-SECOND-NAME TO SEAL-FILE
               PERFORM VERIFY-ONE-SEAL
           END-IF
           IF WS-JOURNAL-TOTAL-FOUND = 1
               AND WS-STAGED-CONTROL-NAME NOT = SPACES
               AND WS-SEALS-OK = 1
               MOVE WS-STAGED-CONTROL-NAME TO SEAL-FILE
               PERFORM VERIFY-ONE-SEAL
           END-IF
           IF WS-SEALS-OK = 1
               DISPLAY "Control seals verified for the staged files"
           END-IF.

       VERIFY-ONE-SEAL.
      *----------------------------------------------------------------
      * VERIFY-ONE-SEAL - Recompute SEAL-FILE against its seal. An
      * unlinked CONTROL-SEAL verifies nothing.
      *----------------------------------------------------------------
           SET SEAL-FN-VERIFY TO TRUE
           MOVE "RELEASE-APPROVAL" TO SEAL-PROGRAM
           CALL "CONTROL-SEAL" USING SEAL-PARAMETER
               ON EXCEPTION
                   MOVE "M" TO SEAL-RESULT
                   MOVE "CONTROL-SEAL NOT AVAILABLE" TO SEAL-MESSAGE
           END-CALL
           IF NOT SEAL-VERIFIED
               MOVE 0 TO WS-SEALS-OK
               DISPLAY "REFUSED: " FUNCTION TRIM(SEAL-FILE) " - "
                   FUNCTION TRIM(SEAL-MESSAGE)
               DISPLAY "         re-run its producing program to"
                   " stage and seal it again"
           END-IF.

       SEAL-RELEASED-FILE.
      *----------------------------------------------------------------
      * SEAL-RELEASED-FILE - Seal the official copy just written
      * (WS-GEN-OUT-NAME) so OUTBOUND-TRANSMIT can check it before
      * it leaves.
      *----------------------------------------------------------------
           IF WS-RELEASE-OK = 1
               SET SEAL-FN-SEAL TO TRUE
               MOVE "RELEASE-APPROVAL" TO SEAL-PROGRAM
               MOVE WS-GEN-OUT-NAME TO SEAL-FILE
               CALL "CONTROL-SEAL" USING SEAL-PARAMETER
                   ON EXCEPTION
                       MOVE "M" TO SEAL-RESULT
                       MOVE "CONTROL-SEAL NOT AVAILABLE"
                           TO SEAL-MESSAGE
               END-CALL
               IF NOT SEAL-SEALED
                   DISPLAY "WARNING: " FUNCTION TRIM(SEAL-FILE)
                       " not sealed - " FUNCTION TRIM(SEAL-MESSAGE)
                       " - OUTBOUND-TRANSMIT will hold it"
               END-IF
           END-IF.

       CHECK-REFUND-PENDING.
      *----------------------------------------------------------------
      * CHECK-REFUND-PENDING - WS-REFUND-PENDING = 1 when the staged
      * refund check register's TOTAL line (stamped with the time
      * REFUND-DISBURSEMENT staged it) is not the one on the
      * released STUDENT-REFUND-CHECKS.TXT.
      *----------------------------------------------------------------
           MOVE 0 TO WS-REFUND-PENDING
           MOVE SPACES TO WS-STAGED-TOTAL-LINE
           MOVE SPACES TO WS-RELEASED-TOTAL-LINE
           MOVE "STUDENT-REFUND-CHECKS-STAGED.TXT" TO WS-GEN-IN-NAME
           PERFORM FIND-GEN-TOTAL-LINE
           MOVE WS-JOURNAL-TOTAL-LINE TO WS-STAGED-TOTAL-LINE
           IF WS-STAGED-TOTAL-LINE NOT = SPACES
               MOVE "STUDENT-REFUND-CHECKS.TXT" TO WS-GEN-IN-NAME
               PERFORM FIND-GEN-TOTAL-LINE
               MOVE WS-JOURNAL-TOTAL-LINE TO WS-RELEASED-TOTAL-LINE
               IF WS-RELEASED-TOTAL-LINE NOT = WS-STAGED-TOTAL-LINE
                   MOVE 1 TO WS-REFUND-PENDING
               END-IF
           END-IF
           MOVE SPACES TO WS-JOURNAL-TOTAL-LINE.

       CHECK-JOURNAL-PENDING.
      *----------------------------------------------------------------
      * CHECK-JOURNAL-PENDING - WS-JOURNAL-PENDING = 1 when the
      * staged student journal's stamped TOTAL line is not the one
      * on the released STUDENT-JOURNAL.TXT.
      *----------------------------------------------------------------
           MOVE 0 TO WS-JOURNAL-PENDING
           MOVE SPACES TO WS-STAGED-TOTAL-LINE
           MOVE SPACES TO WS-RELEASED-TOTAL-LINE
           MOVE "STUDENT-JOURNAL-STAGED.TXT" TO WS-GEN-IN-NAME
           PERFORM FIND-GEN-TOTAL-LINE
           MOVE WS-JOURNAL-TOTAL-LINE TO WS-STAGED-TOTAL-LINE
           IF WS-STAGED-TOTAL-LINE NOT = SPACES
               MOVE "STUDENT-JOURNAL.TXT" TO WS-GEN-IN-NAME
               PERFORM FIND-GEN-TOTAL-LINE
               MOVE WS-JOURNAL-TOTAL-LINE TO WS-RELEASED-TOTAL-LINE
               IF WS-RELEASED-TOTAL-LINE NOT = WS-STAGED-TOTAL-LINE
                   MOVE 1 TO WS-JOURNAL-PENDING
               END-IF
           END-IF
           MOVE SPACES TO WS-JOURNAL-TOTAL-LINE.

       CHOOSE-RELEASE-BATCH.
      *----------------------------------------------------------------
      * CHOOSE-RELEASE-BATCH - Offer only the batches awaiting
      * release besides payroll; anything else keyed means payroll.
      *----------------------------------------------------------------
           IF WS-REFUND-PENDING = 1
               DISPLAY "A student refund batch is staged and awaiting"
                   " release."
           END-IF
           IF WS-JOURNAL-PENDING = 1
               DISPLAY "A student accounts journal is staged and"
                   " awaiting release."
           END-IF
           EVALUATE TRUE
               WHEN WS-REFUND-PENDING = 1 AND WS-JOURNAL-PENDING = 1
                   DISPLAY "Release which batch - P (payroll), R"
                       " (student refunds) or J (student journal): "
                       WITH NO ADVANCING
               WHEN WS-REFUND-PENDING = 1
                   DISPLAY "Release which batch - P (payroll) or R"
                       " (student refunds): " WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY "Release which batch - P (payroll) or J"
                       " (student journal): " WITH NO ADVANCING
           END-EVALUATE
           MOVE SPACES TO WS-BATCH-CHOICE
           ACCEPT WS-BATCH-CHOICE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BATCH-CHOICE))
               TO WS-BATCH-CHOICE
           IF WS-BATCH-CHOICE = "R" AND WS-REFUND-PENDING = 1
               MOVE "R" TO WS-RELEASE-BATCH
           END-IF
           IF WS-BATCH-CHOICE = "J" AND WS-JOURNAL-PENDING = 1
               MOVE "J" TO WS-RELEASE-BATCH
           END-IF.

       FIND-GEN-TOTAL-LINE.
      *----------------------------------------------------------------
      * FIND-GEN-TOTAL-LINE - The last "TOTAL " line of the file
      * named in WS-GEN-IN-NAME into WS-JOURNAL-TOTAL-LINE (spaces
      * when there is none).
      *----------------------------------------------------------------
           MOVE SPACES TO WS-JOURNAL-TOTAL-LINE
           MOVE 0 TO WS-GEN-EOF-FLAG
           OPEN INPUT GEN-INPUT-FILE
           IF WS-GEN-IN-STATUS = "00"
               PERFORM UNTIL WS-GEN-EOF-FLAG = 1
                   READ GEN-INPUT-FILE INTO WS-SCAN-LINE
                       AT END
                           MOVE 1 TO WS-GEN-EOF-FLAG
                       NOT AT END
                           IF WS-SCAN-LINE(1:6) = "TOTAL "
                               MOVE WS-SCAN-LINE(1:90)
                                   TO WS-JOURNAL-TOTAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GEN-INPUT-FILE.

       SET-RELEASE-BATCH.
      *----------------------------------------------------------------
      * SET-RELEASE-BATCH - The staged and official file names for
      * the batch being released.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-STAGED-CONTROL-NAME
           MOVE SPACES TO WS-OFFICIAL-CONTROL-NAME
           EVALUATE WS-RELEASE-BATCH
               WHEN "R"
                   MOVE "STUDENT-REFUND-BANKFILE-STAGED.TXT"
                       TO WS-STAGED-BANK-NAME
                   MOVE "STUDENT-REFUND-BANKFILE.TXT"
                       TO WS-OFFICIAL-BANK-NAME
                   MOVE "STUDENT-REFUND-CHECKS-STAGED.TXT"
                       TO WS-STAGED-SECOND-NAME
                   MOVE "STUDENT-REFUND-CHECKS.TXT"
                       TO WS-OFFICIAL-SECOND-NAME
                   MOVE "CHECKS     " TO WS-SECOND-LABEL
                   MOVE "refund bank file and check register"
                       TO WS-BATCH-DESCRIPTION
               WHEN "J"
                   MOVE SPACES TO WS-STAGED-BANK-NAME
                   MOVE SPACES TO WS-OFFICIAL-BANK-NAME
                   MOVE "STUDENT-JOURNAL-STAGED.TXT"
                       TO WS-STAGED-SECOND-NAME
                   MOVE "STUDENT-JOURNAL.TXT"
                       TO WS-OFFICIAL-SECOND-NAME
                   MOVE "STUDENT-JOURNAL-CONTROL-STAGED.TXT"
                       TO WS-STAGED-CONTROL-NAME
                   MOVE "STUDENT-JOURNAL-CONTROL.TXT"
                       TO WS-OFFICIAL-CONTROL-NAME
                   MOVE "JOURNAL    " TO WS-SECOND-LABEL
                   MOVE "student accounts journal"
                       TO WS-BATCH-DESCRIPTION
               WHEN OTHER
                   MOVE "PAYROLL-BANKFILE-STAGED.TXT"
                       TO WS-STAGED-BANK-NAME
                   MOVE "PAYROLL-BANKFILE.TXT"
                       TO WS-OFFICIAL-BANK-NAME
                   MOVE "PAYROLL-JOURNAL-STAGED.TXT"
                       TO WS-STAGED-SECOND-NAME
                   MOVE "PAYROLL-JOURNAL.TXT"
                       TO WS-OFFICIAL-SECOND-NAME
                   MOVE "JOURNAL    " TO WS-SECOND-LABEL
                   MOVE "bank file and journal"
                       TO WS-BATCH-DESCRIPTION
           END-EVALUATE.

       COPY-GEN-FILE.
      *----------------------------------------------------------------
      * COPY-GEN-FILE - Record-by-record copy; a source that will
