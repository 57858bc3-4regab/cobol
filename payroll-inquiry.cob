      *      recorded period
      *   4. Repeats until a blank ID is entered
      *
      * NOTE: The amounts show starred out (DATA-MASK, see
      *       MASKPARM.CPY) unless an entitled operator armed an
      *       unmasked PAYROLL-INQUIRY session from OPERATOR-CONSOLE.
      *       The grant covers this one session, and every employee
      *       shown in full is logged on OPERATOR-ACTIVITY-LOG.TXT.
      *
      * AUTHOR: GROUP2
      *================================================================

       01  WS-DONE-FLAG                PIC 9 VALUE 0.
       01  WS-READ-DONE-FLAG           PIC 9 VALUE 0.
       01  WS-PERIOD-COUNT             PIC 999 VALUE 0.
       COPY MASKPARM.

       01  WS-DISPLAY-LINE.
               05 WS-DSP-PERIOD        PIC X(10).
                   ") - run EMPLOYEE-PAYROLL with a roster first"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "PAYROLL-INQUIRY" TO MASK-FILE
               SET MASK-FN-AUTHORIZE TO TRUE
               MOVE "PAYROLL-INQUIRY" TO MASK-PROGRAM
               CALL "DATA-MASK" USING MASK-PARAMETER
                   ON EXCEPTION
                       SET MASK-MASKED TO TRUE
               END-CALL
               DISPLAY "PAYROLL MASTER INQUIRY - enter an employee"
                   " ID, or press ENTER alone to quit"
               IF MASK-MASKED
                   DISPLAY "(amounts masked - an unmasked session is"
                       " armed from OPERATOR-CONSOLE)"
               END-IF
               PERFORM UNTIL WS-DONE-FLAG = 1
                   DISPLAY "Employee ID: " WITH NO ADVANCING
                   MOVE SPACES TO WS-INQUIRY-ID
                           MOVE MAST-DEDUCTION TO WS-DSP-DEDUCTION
                           MOVE MAST-LOAN-DED TO WS-DSP-LOAN
                           MOVE MAST-NET TO WS-DSP-NET
                           IF MASK-MASKED
                               PERFORM MASK-DISPLAY-AMOUNTS
                           END-IF
                           DISPLAY WS-DISPLAY-LINE
                       END-IF
               END-READ
           ELSE
               DISPLAY WS-PERIOD-COUNT " period(s) on file"
               DISPLAY " "
               IF MASK-UNMASKED
                   SET MASK-FN-LOG TO TRUE
                   MOVE SPACES TO MASK-DETAIL
                   STRING "employee " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-INQUIRY-ID) DELIMITED BY SIZE
                       INTO MASK-DETAIL
                   CALL "DATA-MASK" USING MASK-PARAMETER
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
      * One activity-log line per employee shown in full
               END-IF
           END-IF.

       MASK-DISPLAY-AMOUNTS.
      *----------------------------------------------------------------
      * MASK-DISPLAY-AMOUNTS - Star out the amount columns of the
      * line about to be shown.
      *----------------------------------------------------------------
           INSPECT WS-DSP-GROSS
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-DSP-DEDUCTION
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-DSP-LOAN
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-DSP-NET
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS.

       END PROGRAM PAYROLL-INQUIRY.
