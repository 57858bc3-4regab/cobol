      *================================================================
      * PROGRAM: OUTBOUND-TRANSMIT - SEAL-CHECKED HAND-OFF OF FILES
      *================================================================
      * PURPOSE: The last gate before a file leaves the school. The
      *          released bank files, the GL journals and the
      *          SSS/PhilHealth/Pag-IBIG remittance listings are each
      *          checked against the control seal taken when they
      *          were written, and only a file that still matches is
      *          placed in the outbox for the bank, the books or the
      *          agency. A file edited after it was sealed - or one
      *          that was never sealed - is held, not sent.
      *
      * HOW IT WORKS:
      *   1. Each outbound file below is recomputed through
      *      CONTROL-SEAL (VERIFY) against its latest seal on
      *      CONTROL-SEAL-REGISTER.TXT
      *   2. A file that verifies is copied to OUTBOX-<file name>,
      *      the copy the transmission software picks up, and a
      *      SENT line with its record count and checksum is
      *      appended to OUTBOUND-TRANSMIT-LOG.TXT
      *   3. A file already SENT with the same checksum is not sent
      *      twice - it is logged ALREADY SENT
      *   4. A tampered or unsealed file is logged HELD with the
      *      reason, reported to BATCH-EXCEPTIONS.TXT (GEN012) and
      *      left out of the outbox; RETURN-CODE is then 1
      *   5. A file not produced yet (or not yet released) is
      *      simply skipped
      *
      * NOTE: Only the official (released) names are transmitted -
      *       the staged files never leave the office. Run after
      *       RELEASE-APPROVAL and the payroll's remittance step,
      *       e.g. as a BATCH-JOBS.TXT step.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTBOUND-TRANSMIT.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OUTBOUND-IN-FILE
               ASSIGN TO DYNAMIC WS-OUTBOUND-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT OUTBOX-FILE
               ASSIGN TO DYNAMIC WS-OUTBOX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOX-FILE-STATUS.
           SELECT OPTIONAL TRANSMIT-LOG-FILE
               ASSIGN TO "OUTBOUND-TRANSMIT-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-IN-FILE.
       01  OUTBOUND-IN-RECORD          PIC X(250).

       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD               PIC X(250).

       FD  TRANSMIT-LOG-FILE.
       01  TRANSMIT-LOG-RECORD         PIC X(150).

       WORKING-STORAGE SECTION.

       COPY ERRLOG.
       COPY SEALPARM.

       01  WS-IN-FILE-STATUS           PIC XX.
       01  WS-OUTBOX-FILE-STATUS       PIC XX.
       01  WS-LOG-FILE-STATUS          PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-OUTBOUND-IN-NAME         PIC X(50).
       01  WS-OUTBOX-NAME              PIC X(60).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TIMESTAMP-DISPLAY        PIC X(19).

      *----------------------------------------------------------------
      * FILES THAT LEAVE THE SCHOOL - the official names only
      *----------------------------------------------------------------
       01  WS-OUTBOUND-VALUES.
           05 FILLER                   PIC X(40)
               VALUE "PAYROLL-BANKFILE.TXT".
           05 FILLER                   PIC X(40)
               VALUE "PAYROLL-JOURNAL.TXT".
           05 FILLER                   PIC X(40)
               VALUE "PAYROLL-REMIT-SSS.TXT".
           05 FILLER                   PIC X(40)
               VALUE "PAYROLL-REMIT-PHILHEALTH.TXT".
           05 FILLER                   PIC X(40)
               VALUE "PAYROLL-REMIT-PAGIBIG.TXT".
           05 FILLER                   PIC X(40)
               VALUE "STUDENT-REFUND-BANKFILE.TXT".
           05 FILLER                   PIC X(40)
               VALUE "STUDENT-REFUND-CHECKS.TXT".
           05 FILLER                   PIC X(40)
               VALUE "STUDENT-JOURNAL.TXT".
       01  WS-OUTBOUND-TABLE REDEFINES WS-OUTBOUND-VALUES.
           05 WS-OUTBOUND-NAME         PIC X(40) OCCURS 8 TIMES.
       01  WS-OUTBOUND-COUNT           PIC 99 VALUE 8.
       01  WS-OUT-IDX                  PIC 99 VALUE 0.

      *----------------------------------------------------------------
      * TRANSMISSION LOG - "Stamp,File,Result,Count,Checksum,Reason"
      *----------------------------------------------------------------
       01  WS-LOG-LINE                 PIC X(150).
       01  WS-LOG-RESULT               PIC X(12).
       01  WS-LOG-REASON               PIC X(80).
       01  WS-LOG-PARSE.
           05 WS-LP-STAMP              PIC X(19).
           05 WS-LP-FILE               PIC X(50).
           05 WS-LP-RESULT             PIC X(12).
           05 WS-LP-COUNT              PIC X(7).
           05 WS-LP-CHECKSUM           PIC X(10).
       01  WS-LAST-SENT-CHECKSUM       PIC X(10).
       01  WS-COUNT-TXT                PIC 9(7).
       01  WS-CHECKSUM-TXT             PIC 9(10).
       01  WS-COPY-RECORD-COUNT        PIC 9(7) VALUE 0.

       01  WS-SENT-COUNT               PIC 99 VALUE 0.
       01  WS-HELD-COUNT               PIC 99 VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 99 VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Check and hand off every outbound file.
      *----------------------------------------------------------------
           DISPLAY "OUTBOUND-TRANSMIT - seal check of outbound files"
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                   UNTIL WS-OUT-IDX > WS-OUTBOUND-COUNT
               PERFORM TRANSMIT-ONE-FILE
           END-PERFORM

           DISPLAY "Files sent: " WS-SENT-COUNT
               "  held: " WS-HELD-COUNT
               "  already sent: " WS-SKIPPED-COUNT
           IF WS-HELD-COUNT > 0
               DISPLAY "WARNING: held files were edited after they"
                   " were sealed or never sealed - see"
                   " OUTBOUND-TRANSMIT-LOG.TXT"
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK.

       TRANSMIT-ONE-FILE.
      *----------------------------------------------------------------
      * TRANSMIT-ONE-FILE - Verify the file's seal, then send it,
      * skip it as already sent, or hold it.
      *----------------------------------------------------------------
           SET SEAL-FN-VERIFY TO TRUE
           MOVE "OUTBOUND-TRANSMIT" TO SEAL-PROGRAM
           MOVE WS-OUTBOUND-NAME(WS-OUT-IDX) TO SEAL-FILE
           CALL "CONTROL-SEAL" USING SEAL-PARAMETER
               ON EXCEPTION
                   MOVE "N" TO SEAL-RESULT
                   MOVE "CONTROL-SEAL NOT AVAILABLE" TO SEAL-MESSAGE
           END-CALL
           EVALUATE TRUE
               WHEN SEAL-FILE-MISSING
                   CONTINUE
               WHEN SEAL-VERIFIED
                   PERFORM FIND-LAST-SENT
                   MOVE SEAL-CHECKSUM TO WS-CHECKSUM-TXT
                   IF WS-LAST-SENT-CHECKSUM = WS-CHECKSUM-TXT
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE "ALREADY SENT" TO WS-LOG-RESULT
                       MOVE "same checksum as the last transmission"
                           TO WS-LOG-REASON
                       PERFORM WRITE-TRANSMIT-LOG
                       DISPLAY "  ALREADY SENT "
                           FUNCTION TRIM(SEAL-FILE)
                   ELSE
                       PERFORM COPY-TO-OUTBOX
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "HELD" TO WS-LOG-RESULT
                   MOVE SEAL-MESSAGE TO WS-LOG-REASON
                   PERFORM WRITE-TRANSMIT-LOG
                   DISPLAY "  HELD         " FUNCTION TRIM(SEAL-FILE)
                       " - " FUNCTION TRIM(SEAL-MESSAGE)
                   MOVE "GEN012" TO ERRLOG-CODE
                   SET ERRLOG-SEV-ERROR TO TRUE
                   MOVE SPACES TO ERRLOG-MESSAGE
                   STRING FUNCTION TRIM(SEAL-FILE) DELIMITED BY SIZE
                       " held, not transmitted - " DELIMITED BY SIZE
                       FUNCTION TRIM(SEAL-MESSAGE) DELIMITED BY SIZE
                       INTO ERRLOG-MESSAGE
                   PERFORM LOG-SHARED-ERROR
           END-EVALUATE.

       FIND-LAST-SENT.
      *----------------------------------------------------------------
      * FIND-LAST-SENT - WS-LAST-SENT-CHECKSUM is the checksum of the
      * last SENT line for SEAL-FILE on the transmission log, or
      * spaces when it was never sent.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-LAST-SENT-CHECKSUM
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT TRANSMIT-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ TRANSMIT-LOG-FILE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-LOG-PARSE
                       UNSTRING TRANSMIT-LOG-RECORD DELIMITED BY ","
                           INTO WS-LP-STAMP WS-LP-FILE WS-LP-RESULT
                                WS-LP-COUNT WS-LP-CHECKSUM
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(WS-LP-FILE)
                               = FUNCTION UPPER-CASE(SEAL-FILE)
                           AND WS-LP-RESULT = "SENT"
                           MOVE WS-LP-CHECKSUM
                               TO WS-LAST-SENT-CHECKSUM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSMIT-LOG-FILE.

       COPY-TO-OUTBOX.
      *----------------------------------------------------------------
      * COPY-TO-OUTBOX - Record-by-record copy of the verified file
      * to OUTBOX-<file name>, then the SENT log line.
      *----------------------------------------------------------------
           MOVE SEAL-FILE TO WS-OUTBOUND-IN-NAME
           MOVE SPACES TO WS-OUTBOX-NAME
           STRING "OUTBOX-" DELIMITED BY SIZE
               FUNCTION TRIM(SEAL-FILE) DELIMITED BY SIZE
               INTO WS-OUTBOX-NAME
           MOVE 0 TO WS-COPY-RECORD-COUNT
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT OUTBOUND-IN-FILE
           OPEN OUTPUT OUTBOX-FILE
           IF WS-IN-FILE-STATUS NOT = "00"
               OR WS-OUTBOX-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ OUTBOUND-IN-FILE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       WRITE OUTBOX-RECORD FROM OUTBOUND-IN-RECORD
                       ADD 1 TO WS-COPY-RECORD-COUNT
               END-READ
           END-PERFORM
           CLOSE OUTBOUND-IN-FILE
           CLOSE OUTBOX-FILE

           IF WS-OUTBOX-FILE-STATUS NOT = "00"
               ADD 1 TO WS-HELD-COUNT
               MOVE "HELD" TO WS-LOG-RESULT
               MOVE "outbox copy could not be written"
                   TO WS-LOG-REASON
               PERFORM WRITE-TRANSMIT-LOG
               DISPLAY "  HELD         " FUNCTION TRIM(SEAL-FILE)
                   " - outbox copy could not be written"
               MOVE "GEN012" TO ERRLOG-CODE
               SET ERRLOG-SEV-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING FUNCTION TRIM(WS-OUTBOX-NAME) DELIMITED BY SIZE
                   " could not be written" DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
           ELSE
               ADD 1 TO WS-SENT-COUNT
               MOVE "SENT" TO WS-LOG-RESULT
               MOVE WS-OUTBOX-NAME TO WS-LOG-REASON
               PERFORM WRITE-TRANSMIT-LOG
               DISPLAY "  SENT         " FUNCTION TRIM(SEAL-FILE)
                   " (" WS-COPY-RECORD-COUNT " records) -> "
                   FUNCTION TRIM(WS-OUTBOX-NAME)
           END-IF.

       WRITE-TRANSMIT-LOG.
      *----------------------------------------------------------------
      * WRITE-TRANSMIT-LOG - Append one line for SEAL-FILE with the
      * count and checksum recomputed from the file on disk.
      *----------------------------------------------------------------
           OPEN EXTEND TRANSMIT-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSMIT-LOG-FILE
               CLOSE TRANSMIT-LOG-FILE
               OPEN EXTEND TRANSMIT-LOG-FILE
           END-IF
           PERFORM STAMP-TIMESTAMP
           MOVE SEAL-COUNT TO WS-COUNT-TXT
           MOVE SEAL-CHECKSUM TO WS-CHECKSUM-TXT
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-TIMESTAMP-DISPLAY DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SEAL-FILE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOG-RESULT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-COUNT-TXT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CHECKSUM-TXT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOG-REASON) DELIMITED BY SIZE
               INTO WS-LOG-LINE
           WRITE TRANSMIT-LOG-RECORD FROM WS-LOG-LINE
           CLOSE TRANSMIT-LOG-FILE.

       STAMP-TIMESTAMP.
      *----------------------------------------------------------------
      * STAMP-TIMESTAMP - YYYY-MM-DD HH:MM:SS, the same stamp the
      * operator console writes.
      *----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO WS-TIMESTAMP-DISPLAY
           STRING WS-CURRENT-DATETIME(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(7:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CURRENT-DATETIME(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(13:2) DELIMITED BY SIZE
               INTO WS-TIMESTAMP-DISPLAY.

       LOG-SHARED-ERROR.
      *----------------------------------------------------------------
      * LOG-SHARED-ERROR - Hand the event to ERROR-LOGGER for the
      * consolidated BATCH-EXCEPTIONS.TXT; ON EXCEPTION keeps a
      * standalone run alive when the logger is not linked in.
      *----------------------------------------------------------------
           MOVE "OUTBOUND-TRANSMIT" TO ERRLOG-PROGRAM
           CALL "ERROR-LOGGER" USING ERRLOG-PARAMETER
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SPACES TO ERRLOG-SEVERITY.

       END PROGRAM OUTBOUND-TRANSMIT.
