      *================================================================
      * PROGRAM: STUDENT-MASTER-BUILD - INDEXED STUDENT MASTER REBUILD
      *================================================================
      * PURPOSE: Rebuilds STUDENT-MASTER.DAT, the indexed student
      *          master (STUDMAST layout) that STUDENT-INQUIRY reads:
      *          one record per student holding enrollment status,
      *          year level, section, cumulative GWA, retention
      *          status, current balance and active holds, so the
      *          registrar and cashier windows look a student up by
      *          key instead of grepping five text files.
      *
      * HOW IT WORKS:
      *   1. STUDENT-MASTER.DAT is recreated and one record written
      *      per STUDENT-ENROLLMENT.TXT line (a repeated ID keeps the
      *      later line, as the other enrollment readers do)
      *   2. Each of the other files is then read once, straight
      *      through, and applied to its students' records by key -
      *      nothing is held in a table, so there is no cap on the
      *      number of students:
      *        STUDENT-GWA-HISTORY.TXT  terms and cumulative GWA
      *                                 (the last record wins)
      *        STUDENT-RETENTION.TXT    retention status and count
      *        STUDENT-BILLING.TXT      assessed TOTAL DUE (statement
      *                                 column 88/9, as EXAM-PERMIT
      *                                 and CASHIER-POSTING read it)
      *        STUDENT-LEDGER.TXT       payments less refunds ("-"),
      *                                 surcharges ("S") and voided
      *                                 ORs ("V")
      *        STUDENT-HOLDS.TXT        active holds
      *      Balance = assessed - paid. A record for an ID that is
      *      not on the enrollment master is counted and skipped
      *   3. Any of the files in 2 may be absent; its fields stay at
      *      zero/spaces
      *
      * NOTE: Run in the night's batch after the grading run,
      *       CASHIER-POSTING and HOLDS-MAINT. The master is a
      *       derived file - a rerun always rebuilds it from the text
      *       files, which stay the files of record.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-MASTER-BUILD.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "STUDENT-MASTER.DAT"
      * Same indexed master STUDENT-INQUIRY reads - both FDs COPY
      * the shared STUDMAST layout.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               ALTERNATE RECORD KEY IS SM-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-SECTION WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT STUDENT-ENROLLMENT-FILE
               ASSIGN TO "STUDENT-ENROLLMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-FILE-STATUS.
           SELECT OPTIONAL STUDENT-GWA-FILE
               ASSIGN TO "STUDENT-GWA-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GWA-FILE-STATUS.
           SELECT OPTIONAL STUDENT-RETENTION-FILE
               ASSIGN TO "STUDENT-RETENTION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FILE-STATUS.
           SELECT OPTIONAL STUDENT-BILLING-FILE
               ASSIGN TO "STUDENT-BILLING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-FILE-STATUS.
           SELECT OPTIONAL STUDENT-LEDGER-FILE
               ASSIGN TO "STUDENT-LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT OPTIONAL STUDENT-HOLDS-FILE
               ASSIGN TO "STUDENT-HOLDS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  STUDENT-ENROLLMENT-FILE.
       01  STUDENT-ENROLLMENT-RECORD   PIC X(90).

       FD  STUDENT-GWA-FILE.
       COPY GWAREC.

       FD  STUDENT-RETENTION-FILE.
       01  STUDENT-RETENTION-RECORD.
      * Same fixed-position layout the grading run keeps.
               05 RET-ID               PIC X(10).
               05 RET-CONSEC-FAILS     PIC 99.
               05 RET-STATUS           PIC X(16).

       FD  STUDENT-BILLING-FILE.
       01  STUDENT-BILLING-RECORD      PIC X(100).

       FD  STUDENT-LEDGER-FILE.
       01  STUDENT-LEDGER-RECORD.
      * Same fixed-position layout CASHIER-POSTING writes.
               05 LED-ID               PIC X(10).
               05 LED-OR-NO            PIC 9(8).
               05 LED-DATE             PIC X(10).
               05 LED-AMOUNT           PIC 9(7)V99.
               05 LED-SIGN             PIC X.

       FD  STUDENT-HOLDS-FILE.
       01  STUDENT-HOLDS-RECORD        PIC X(90).

       WORKING-STORAGE SECTION.

       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-ENROLL-FILE-STATUS       PIC XX.
       01  WS-GWA-FILE-STATUS          PIC XX.
       01  WS-RET-FILE-STATUS          PIC XX.
       01  WS-BILLING-FILE-STATUS      PIC XX.
       01  WS-LEDGER-FILE-STATUS       PIC XX.
       01  WS-HOLDS-FILE-STATUS        PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.
       01  WS-FOUND-FLAG               PIC 9 VALUE 0.
       01  WS-CURRENT-DATE-DATA        PIC X(21).
       01  WS-TODAY-DATE               PIC X(10).

       01  WS-STUDENT-PARSE.
               05 WS-SP-LINE           PIC X(90).
               05 WS-SP-ID             PIC X(10).
               05 WS-SP-NAME           PIC X(25).
               05 WS-SP-YEAR           PIC X(15).
               05 WS-SP-SECTION        PIC X(10).
               05 WS-SP-STATUS         PIC X(5).
               05 WS-SP-LRN            PIC X(12).
       01  WS-BILLING-LINE             PIC X(100).
       01  WS-BILLING-FIELD            PIC X(9).
       01  WS-HOLD-PARSE.
               05 WS-HP-LINE           PIC X(90).
               05 WS-HP-ID             PIC X(10).
               05 WS-HP-TYPE           PIC X(10).
               05 WS-HP-OFFICE         PIC X(15).

      *----------------------------------------------------------------
      * RUN TOTALS
      *----------------------------------------------------------------
       01  WS-MASTER-COUNT             PIC 9(5) VALUE 0.
       01  WS-REPEAT-COUNT             PIC 9(5) VALUE 0.
       01  WS-GWA-COUNT                PIC 9(5) VALUE 0.
       01  WS-RET-COUNT                PIC 9(5) VALUE 0.
       01  WS-BILLED-COUNT             PIC 9(5) VALUE 0.
       01  WS-LEDGER-COUNT             PIC 9(5) VALUE 0.
       01  WS-HOLD-COUNT               PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-COUNT          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Recreate the master from enrollment, then
      * apply each source file by key.
      *----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURRENT-DATE-DATA(1:4) "-"
               WS-CURRENT-DATE-DATA(5:2) "-"
               WS-CURRENT-DATE-DATA(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE

           OPEN INPUT STUDENT-ENROLLMENT-FILE
           IF WS-ENROLL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: STUDENT-ENROLLMENT.TXT not found"
                   " (status " WS-ENROLL-FILE-STATUS ") -"
                   " STUDENT-MASTER.DAT not rebuilt"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT STUDENT-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: STUDENT-MASTER.DAT could not be created"
                   " (status " WS-MASTER-FILE-STATUS ")"
               CLOSE STUDENT-ENROLLMENT-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE STUDENT-MASTER-FILE
           OPEN I-O STUDENT-MASTER-FILE

           PERFORM UNTIL WS-EOF-FLAG = 1
               READ STUDENT-ENROLLMENT-FILE INTO WS-SP-LINE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(WS-SP-LINE) NOT = SPACES
                           PERFORM WRITE-ENROLLMENT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO WS-EOF-FLAG
           CLOSE STUDENT-ENROLLMENT-FILE

           PERFORM APPLY-GWA-HISTORY
           PERFORM APPLY-RETENTION
           PERFORM APPLY-BILLING
           PERFORM APPLY-LEDGER
           PERFORM APPLY-HOLDS
           CLOSE STUDENT-MASTER-FILE

           DISPLAY "Student master rebuilt: " WS-MASTER-COUNT
               " student(s) on STUDENT-MASTER.DAT"
           DISPLAY "  GWA " WS-GWA-COUNT ", retention " WS-RET-COUNT
               ", billed " WS-BILLED-COUNT ", ledger entries "
               WS-LEDGER-COUNT ", holds " WS-HOLD-COUNT
           IF WS-REPEAT-COUNT > 0
               DISPLAY "WARNING: " WS-REPEAT-COUNT " repeated ID(s) on"
                   " STUDENT-ENROLLMENT.TXT - the later line kept"
           END-IF
           IF WS-UNMATCHED-COUNT > 0
               DISPLAY "  " WS-UNMATCHED-COUNT " record(s) for IDs not"
                   " on the enrollment master skipped"
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       WRITE-ENROLLMENT-RECORD.
      *----------------------------------------------------------------
      * WRITE-ENROLLMENT-RECORD - One enrollment line as a fresh
      * master record; a repeated ID replaces the earlier record.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-SP-ID WS-SP-NAME WS-SP-YEAR WS-SP-SECTION
               WS-SP-STATUS WS-SP-LRN
           UNSTRING WS-SP-LINE DELIMITED BY ","
               INTO WS-SP-ID
                    WS-SP-NAME
                    WS-SP-YEAR
                    WS-SP-SECTION
                    WS-SP-STATUS
                    WS-SP-LRN
           END-UNSTRING
           INITIALIZE STUDENT-MASTER-RECORD
           MOVE FUNCTION TRIM(WS-SP-ID) TO SM-ID
           MOVE FUNCTION TRIM(WS-SP-NAME) TO SM-NAME
           MOVE FUNCTION UPPER-CASE(SM-NAME) TO SM-NAME-KEY
           MOVE FUNCTION TRIM(WS-SP-YEAR) TO SM-YEAR
           MOVE FUNCTION TRIM(WS-SP-SECTION) TO SM-SECTION
           IF FUNCTION TRIM(WS-SP-STATUS) = SPACES
               MOVE "ENR" TO SM-STATUS
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SP-STATUS))
                   TO SM-STATUS
           END-IF
           MOVE FUNCTION TRIM(WS-SP-LRN) TO SM-LRN
           MOVE WS-TODAY-DATE TO SM-BUILT-DATE
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REPEAT-COUNT
                   REWRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: STUDENT-MASTER.DAT rewrite"
                               " failed for " SM-ID " (status "
                               WS-MASTER-FILE-STATUS ")"
                           MOVE 1 TO WS-HAS-ERROR
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-MASTER-COUNT
           END-WRITE.

       READ-MASTER-BY-ID.
      *----------------------------------------------------------------
      * READ-MASTER-BY-ID - Keyed read of the student in SM-ID;
      * WS-FOUND-FLAG = 1 when the student is on the master.
      *----------------------------------------------------------------
           MOVE 1 TO WS-FOUND-FLAG
           READ STUDENT-MASTER-FILE
               KEY IS SM-ID
               INVALID KEY
                   MOVE 0 TO WS-FOUND-FLAG
                   ADD 1 TO WS-UNMATCHED-COUNT
           END-READ.

       REWRITE-MASTER.
      *----------------------------------------------------------------
      * REWRITE-MASTER - Put back the record just updated.
      *----------------------------------------------------------------
           COMPUTE SM-BALANCE = SM-ASSESSED - SM-PAID
           REWRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: STUDENT-MASTER.DAT rewrite failed"
                       " for " SM-ID " (status " WS-MASTER-FILE-STATUS
                       ")"
                   MOVE 1 TO WS-HAS-ERROR
           END-REWRITE.

       APPLY-GWA-HISTORY.
      *----------------------------------------------------------------
      * APPLY-GWA-HISTORY - Terms and cumulative GWA; a later record
      * for the same student overwrites an earlier one.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-GWA-FILE
           IF WS-GWA-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-GWA-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE GWA-ID TO SM-ID
                           PERFORM READ-MASTER-BY-ID
                           IF WS-FOUND-FLAG = 1
                               ADD 1 TO WS-GWA-COUNT
                               MOVE GWA-TERMS TO SM-GWA-TERMS
                               IF GWA-TERMS > 0
                                   COMPUTE SM-GWA ROUNDED =
                                       GWA-SUM / GWA-TERMS
                               ELSE
                                   MOVE 0 TO SM-GWA
                               END-IF
                               PERFORM REWRITE-MASTER
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-GWA-FILE.

       APPLY-RETENTION.
      *----------------------------------------------------------------
      * APPLY-RETENTION - Retention status and consecutive fails.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-RETENTION-FILE
           IF WS-RET-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-RETENTION-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE RET-ID TO SM-ID
                           PERFORM READ-MASTER-BY-ID
                           IF WS-FOUND-FLAG = 1
                               ADD 1 TO WS-RET-COUNT
                               MOVE RET-STATUS TO SM-RETENTION
                               IF RET-CONSEC-FAILS IS NUMERIC
                                   MOVE RET-CONSEC-FAILS
                                       TO SM-CONSEC-FAILS
                               END-IF
                               PERFORM REWRITE-MASTER
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-RETENTION-FILE.

       APPLY-BILLING.
      *----------------------------------------------------------------
      * APPLY-BILLING - TOTAL DUE off each statement line that leads
      * with a student ID on the master.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-BILLING-FILE
           IF WS-BILLING-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-BILLING-FILE INTO WS-BILLING-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE WS-BILLING-LINE(88:9)
                               TO WS-BILLING-FIELD
                           IF WS-BILLING-LINE(1:10) NOT = SPACES
                               AND WS-BILLING-FIELD NOT = SPACES
                               AND FUNCTION TEST-NUMVAL-C(
                                   WS-BILLING-FIELD) = ZERO
                               PERFORM APPLY-BILLING-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-BILLING-FILE.

       APPLY-BILLING-LINE.
      *----------------------------------------------------------------
      * APPLY-BILLING-LINE - One statement line's total. Heading and
      * total lines fail the key read quietly.
      *----------------------------------------------------------------
           MOVE WS-BILLING-LINE(1:10) TO SM-ID
           MOVE 1 TO WS-FOUND-FLAG
           READ STUDENT-MASTER-FILE
               KEY IS SM-ID
               INVALID KEY
                   MOVE 0 TO WS-FOUND-FLAG
           END-READ
           IF WS-FOUND-FLAG = 1
               ADD 1 TO WS-BILLED-COUNT
               COMPUTE SM-ASSESSED = FUNCTION NUMVAL-C(WS-BILLING-FIELD)
               PERFORM REWRITE-MASTER
           END-IF.

       APPLY-LEDGER.
      *----------------------------------------------------------------
      * APPLY-LEDGER - Net every ledger entry into the paid total.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-LEDGER-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE LED-ID TO SM-ID
                           PERFORM READ-MASTER-BY-ID
                           IF WS-FOUND-FLAG = 1
                               ADD 1 TO WS-LEDGER-COUNT
                               IF LED-SIGN = "-" OR LED-SIGN = "S"
                                   OR LED-SIGN = "V"
                                   SUBTRACT LED-AMOUNT FROM SM-PAID
                               ELSE
                                   ADD LED-AMOUNT TO SM-PAID
                               END-IF
                               PERFORM REWRITE-MASTER
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-LEDGER-FILE.

       APPLY-HOLDS.
      *----------------------------------------------------------------
      * APPLY-HOLDS - StudentID,HoldType,Office,Remarks per hold.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-HOLDS-FILE
           IF WS-HOLDS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-HOLDS-FILE INTO WS-HP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-HP-LINE) NOT = SPACES
                               PERFORM APPLY-HOLD-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-HOLDS-FILE.

       APPLY-HOLD-LINE.
      *----------------------------------------------------------------
      * APPLY-HOLD-LINE - Count the hold; carry it in full while
      * there is room in the record.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-HP-ID WS-HP-TYPE WS-HP-OFFICE
           UNSTRING WS-HP-LINE DELIMITED BY ","
               INTO WS-HP-ID
                    WS-HP-TYPE
                    WS-HP-OFFICE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-HP-ID) TO SM-ID
           PERFORM READ-MASTER-BY-ID
           IF WS-FOUND-FLAG = 1
               ADD 1 TO WS-HOLD-COUNT
               ADD 1 TO SM-HOLD-COUNT
               IF SM-HOLD-COUNT <= 5
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HP-TYPE))
                       TO SM-HOLD-TYPE(SM-HOLD-COUNT)
                   MOVE FUNCTION TRIM(WS-HP-OFFICE)
                       TO SM-HOLD-OFFICE(SM-HOLD-COUNT)
               END-IF
               PERFORM REWRITE-MASTER
           END-IF.

       END PROGRAM STUDENT-MASTER-BUILD.
