      *================================================================
      * PROGRAM: FACULTY-LOAD - TEACHING LOAD AND OVERLOAD HONORARIA
      *================================================================
      * PURPOSE: Adds up each faculty member's teaching units for the
      *          term from the grading sections and prices the units
      *          beyond the regular load (or, for part-timers, every
      *          unit) at the per-unit honorarium rate, so overload
      *          is no longer claimed on paper and a part-timer whose
      *          load drops after enrollment closes is paid on the
      *          load actually carried.
      *
      * HOW IT WORKS:
      *   1. STUDENT-TERM.TXT (optional) names the term for the
      *      report heading
      *   2. STUDENT-INPUT.TXT is read the way STUDENT-GRADING-SYSTEM
      *      reads it: SECTION,<code>,<facultyID>,<expected> headers
      *      say who teaches each section (a fifth field, Subject,
      *      narrows the header to that subject, as on CLASS-RECORDS
      *      templates); every student line's section (field 6,
      *      default MAIN), subject (field 7) and units (field 8,
      *      default 3.0) name one subject offering.
      *      Each distinct section/subject pair is counted ONCE for
      *      the section's faculty, however many students it has; a
      *      line with no subject code stands for one 3-unit subject
      *   3. FACULTY-RANKS.TXT, one "FacultyID,Rank,Status" line per
      *      faculty member - Status FT (full-time, the default) or
      *      PT (part-time)
      *   4. FACULTY-LOAD-RATES.TXT, one
      *      "Rank,RegularLoadUnits,MonthlyRatePerUnit" line per rank
      *      (an optional 4th field, MaxContactHours, is the weekly
      *      contact-hour limit CLASS-SCHEDULE checks; ignored here)
      *   5. Full-time: units above the rank's regular load are
      *      overload. Part-time: every unit is paid. Honorarium =
      *      paid units x the rank's monthly rate per unit
      *   6. Writes FACULTY-LOAD-REPORT.TXT (load summary, sections
      *      taught, exceptions) and PAYROLL-HONORARIA.TXT, one
      *      "FacultyID,LoadUnits,PaidUnits,MonthlyHonorarium" line
      *      per faculty member with an honorarium, which
      *      EMPLOYEE-PAYROLL pays on its next run (prorated for a
      *      semi-monthly cutoff like basic pay)
      *
      * NOTE: A section with no SECTION header, a faculty member with
      *       no rank, and a rank with no rate are exceptions: the
      *       units are listed but no honorarium is written for them.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACULTY-LOAD.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-TERM-FILE
               ASSIGN TO "STUDENT-TERM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
           SELECT STUDENT-INPUT-FILE
               ASSIGN TO "STUDENT-INPUT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT FACULTY-RANKS-FILE
               ASSIGN TO "FACULTY-RANKS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANKS-FILE-STATUS.
           SELECT FACULTY-RATES-FILE
               ASSIGN TO "FACULTY-LOAD-RATES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-FILE-STATUS.
           SELECT LOAD-REPORT-FILE
               ASSIGN TO "FACULTY-LOAD-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HONORARIA-FILE
               ASSIGN TO "PAYROLL-HONORARIA.TXT"
      * Consumed by EMPLOYEE-PAYROLL's LOAD-HONORARIA.
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-TERM-FILE.
       01  STUDENT-TERM-RECORD         PIC X(20).

       FD  STUDENT-INPUT-FILE.
       01  STUDENT-INPUT-RECORD        PIC X(100).

       FD  FACULTY-RANKS-FILE.
       01  FACULTY-RANKS-RECORD        PIC X(60).

       FD  FACULTY-RATES-FILE.
       01  FACULTY-RATES-RECORD        PIC X(60).

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-RECORD          PIC X(100).

       FD  HONORARIA-FILE.
       01  HONORARIA-RECORD            PIC X(60).

       WORKING-STORAGE SECTION.

       01  WS-TERM-FILE-STATUS         PIC XX.
       01  WS-INPUT-FILE-STATUS        PIC XX.
       01  WS-RANKS-FILE-STATUS        PIC XX.
       01  WS-RATES-FILE-STATUS        PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.
       01  WS-TERM-ID                  PIC X(10) VALUE "UNDATED".
       01  WS-TERM-LINE                PIC X(20).

      *----------------------------------------------------------------
      * SECTION HEADERS (WHO TEACHES WHAT)
      *----------------------------------------------------------------
       01  WS-MAX-SECTIONS             PIC 999 VALUE 200.
       01  WS-SEC-COUNT                PIC 999 VALUE 0.
       01  WS-SEC-TABLE.
               05 WS-SEC-ENTRY OCCURS 200 TIMES.
                   10 WS-SEC-CODE          PIC X(10).
                   10 WS-SEC-SUBJECT       PIC X(10).
                   10 WS-SEC-FACULTY       PIC X(10).
       01  WS-SEC-IDX                  PIC 999 VALUE 0.
       01  WS-SEC-MATCH-IDX            PIC 999 VALUE 0.

      *----------------------------------------------------------------
      * SUBJECT OFFERINGS (ONE PER DISTINCT SECTION/SUBJECT PAIR)
      *----------------------------------------------------------------
       01  WS-MAX-OFFERINGS            PIC 9(4) VALUE 500.
       01  WS-OFF-COUNT                PIC 9(4) VALUE 0.
       01  WS-OFF-TABLE.
               05 WS-OFF-ENTRY OCCURS 500 TIMES.
                   10 WS-OFF-SECTION       PIC X(10).
                   10 WS-OFF-SUBJECT       PIC X(8).
                   10 WS-OFF-UNITS         PIC 9V9.
                   10 WS-OFF-FACULTY       PIC X(10).
       01  WS-OFF-IDX                  PIC 9(4) VALUE 0.
       01  WS-OFF-MATCH-IDX            PIC 9(4) VALUE 0.

       01  WS-INPUT-PARSE.
               05 WS-IN-LINE           PIC X(100).
               05 WS-IN-YEAR           PIC X(15).
               05 WS-IN-STUDENT-ID     PIC X(10).
               05 WS-IN-PRELIM         PIC X(10).
               05 WS-IN-MIDTERM        PIC X(10).
               05 WS-IN-FINAL          PIC X(10).
               05 WS-IN-SECTION        PIC X(10).
               05 WS-IN-SUBJECT        PIC X(8).
               05 WS-IN-UNITS          PIC X(5).
       01  WS-HDR-PARSE.
               05 WS-HDR-TAG           PIC X(10).
               05 WS-HDR-CODE          PIC X(10).
               05 WS-HDR-FACULTY       PIC X(10).
               05 WS-HDR-EXPECTED      PIC X(5).
               05 WS-HDR-SUBJECT       PIC X(10).
       01  WS-LINE-UNITS               PIC 9V9 VALUE 0.
       01  WS-DEFAULT-UNITS            PIC 9V9 VALUE 3.0.

      *----------------------------------------------------------------
      * FACULTY LOADS
      *----------------------------------------------------------------
       01  WS-MAX-FACULTY              PIC 999 VALUE 200.
       01  WS-FAC-COUNT                PIC 999 VALUE 0.
       01  WS-FAC-TABLE.
               05 WS-FAC-ENTRY OCCURS 200 TIMES.
                   10 WS-FAC-ID            PIC X(10).
                   10 WS-FAC-RANK          PIC X(15).
                   10 WS-FAC-STATUS        PIC X(2).
                   10 WS-FAC-UNITS         PIC 999V9.
                   10 WS-FAC-REGULAR       PIC 99V9.
                   10 WS-FAC-PAID-UNITS    PIC 999V9.
                   10 WS-FAC-RATE          PIC 9(5)V99.
                   10 WS-FAC-HONORARIUM    PIC 9(7)V99.
                   10 WS-FAC-PRICED        PIC 9.
       01  WS-FAC-IDX                  PIC 999 VALUE 0.
       01  WS-FAC-MATCH-IDX            PIC 999 VALUE 0.

       01  WS-MAX-RANK-LINES           PIC 999 VALUE 200.
       01  WS-RANK-COUNT               PIC 999 VALUE 0.
       01  WS-RANK-TABLE.
               05 WS-RK-ENTRY OCCURS 200 TIMES.
                   10 WS-RK-FACULTY        PIC X(10).
                   10 WS-RK-RANK           PIC X(15).
                   10 WS-RK-STATUS         PIC X(2).
       01  WS-RK-IDX                   PIC 999 VALUE 0.
       01  WS-RANK-PARSE.
               05 WS-RKP-LINE          PIC X(60).
               05 WS-RKP-FACULTY       PIC X(12).
               05 WS-RKP-RANK          PIC X(20).
               05 WS-RKP-STATUS        PIC X(5).

       01  WS-MAX-RATES                PIC 99 VALUE 20.
       01  WS-RATE-COUNT               PIC 99 VALUE 0.
       01  WS-RATE-TABLE.
               05 WS-RT-ENTRY OCCURS 20 TIMES.
                   10 WS-RT-RANK           PIC X(15).
                   10 WS-RT-REGULAR        PIC 99V9.
                   10 WS-RT-RATE           PIC 9(5)V99.
       01  WS-RT-IDX                   PIC 99 VALUE 0.
       01  WS-RT-MATCH-IDX             PIC 99 VALUE 0.
       01  WS-RATE-PARSE.
               05 WS-RTP-LINE          PIC X(60).
               05 WS-RTP-RANK          PIC X(20).
               05 WS-RTP-REGULAR       PIC X(8).
               05 WS-RTP-RATE          PIC X(12).

       01  WS-HON-WRITTEN              PIC 999 VALUE 0.
       01  WS-TOTAL-HONORARIA          PIC 9(9)V99 VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 999 VALUE 0.
       01  WS-HON-UNITS-ED             PIC ZZ9.9.
       01  WS-HON-PAID-ED              PIC ZZ9.9.
       01  WS-HON-AMOUNT-ED            PIC 9(7).99.

      *----------------------------------------------------------------
      * REPORT LAYOUT
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(100) VALUE SPACES.
       01  WS-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(40)
                   VALUE "FACULTY TEACHING LOAD AND HONORARIA".
       01  WS-TERM-HEADING-LINE        PIC X(100).
       01  WS-LOAD-COL-HEADER.
               05 FILLER               PIC X(12) VALUE "FACULTY".
               05 FILLER               PIC X(16) VALUE "RANK".
               05 FILLER               PIC X(5)  VALUE "STAT".
               05 FILLER               PIC X(8)  VALUE "  UNITS".
               05 FILLER               PIC X(8)  VALUE "REGULAR".
               05 FILLER               PIC X(8)  VALUE "   PAID".
               05 FILLER               PIC X(12) VALUE "  RATE/UNIT".
               05 FILLER               PIC X(14) VALUE "    MONTHLY".
       01  WS-LOAD-DETAIL-LINE.
               05 WS-LDL-FACULTY       PIC X(12).
               05 WS-LDL-RANK          PIC X(16).
               05 WS-LDL-STATUS        PIC X(5).
               05 WS-LDL-UNITS         PIC ZZZ9.9.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-LDL-REGULAR       PIC ZZ9.9.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-LDL-PAID          PIC ZZZ9.9.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-LDL-RATE          PIC ZZ,ZZ9.99.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-LDL-HONORARIUM    PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-LDL-REMARK        PIC X(12).
       01  WS-LOAD-TOTAL-LINE.
               05 FILLER               PIC X(69)
                   VALUE "TOTAL MONTHLY HONORARIA".
               05 WS-LTL-HONORARIA     PIC Z,ZZZ,ZZ9.99.
       01  WS-OFF-TITLE-LINE.
               05 FILLER               PIC X(40)
                   VALUE "SECTIONS TAUGHT".
       01  WS-OFF-COL-HEADER.
               05 FILLER               PIC X(12) VALUE "FACULTY".
               05 FILLER               PIC X(12) VALUE "SECTION".
               05 FILLER               PIC X(10) VALUE "SUBJECT".
               05 FILLER               PIC X(6)  VALUE "UNITS".
       01  WS-OFF-DETAIL-LINE.
               05 WS-OFL-FACULTY       PIC X(12).
               05 WS-OFL-SECTION       PIC X(12).
               05 WS-OFL-SUBJECT       PIC X(10).
               05 WS-OFL-UNITS         PIC Z9.9.
       01  WS-EXC-TITLE-LINE.
               05 FILLER               PIC X(40)
                   VALUE "EXCEPTIONS - NO HONORARIUM WRITTEN".
       01  WS-EXCEPTION-LINE           PIC X(100).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load the term, sections and rate tables,
      * total each faculty member's units, price them and write the
      * report and the honoraria feed.
      *----------------------------------------------------------------
           PERFORM LOAD-TERM
           PERFORM LOAD-SECTION-OFFERINGS
           IF WS-OFF-COUNT = 0
               DISPLAY "ERROR: STUDENT-INPUT.TXT not found or has no"
                   " student lines - no teaching load to compute"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-FACULTY-RANKS
           PERFORM LOAD-LOAD-RATES
           PERFORM TOTAL-FACULTY-UNITS
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
               UNTIL WS-FAC-IDX > WS-FAC-COUNT
               PERFORM PRICE-ONE-FACULTY
           END-PERFORM
           PERFORM WRITE-LOAD-REPORT
           PERFORM WRITE-HONORARIA-FEED

           DISPLAY "Faculty load computed: " WS-FAC-COUNT
               " faculty, " WS-HON-WRITTEN " honorarium line(s) on"
               " PAYROLL-HONORARIA.TXT"
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "WARNING: " WS-EXCEPTION-COUNT " exception(s)"
                   " - see FACULTY-LOAD-REPORT.TXT"
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-TERM.
      *----------------------------------------------------------------
      * LOAD-TERM - Term ID from STUDENT-TERM.TXT, "UNDATED" when
      * absent (the grading run's own default).
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

       LOAD-SECTION-OFFERINGS.
      *----------------------------------------------------------------
      * LOAD-SECTION-OFFERINGS - One pass over STUDENT-INPUT.TXT:
      * SECTION headers into the section table, batch control
      * records skipped, every other line folded into the offering
      * table.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-INPUT-FILE
           IF WS-INPUT-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
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
                                   PERFORM STORE-SECTION-HEADER
                               WHEN OTHER
                                   PERFORM STORE-OFFERING
                           END-EVALUATE
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-INPUT-FILE.

       STORE-SECTION-HEADER.
      *----------------------------------------------------------------
      * STORE-SECTION-HEADER - SECTION,<code>,<faculty>,<expected>:
      * the section's faculty. A repeated header re-assigns it.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-HDR-TAG WS-HDR-CODE WS-HDR-FACULTY
               WS-HDR-EXPECTED WS-HDR-SUBJECT
           UNSTRING WS-IN-LINE DELIMITED BY ","
               INTO WS-HDR-TAG
                    WS-HDR-CODE
                    WS-HDR-FACULTY
                    WS-HDR-EXPECTED
                    WS-HDR-SUBJECT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HDR-SUBJECT))
               TO WS-HDR-SUBJECT
           MOVE 0 TO WS-SEC-MATCH-IDX
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
               UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-CODE(WS-SEC-IDX) = FUNCTION TRIM(WS-HDR-CODE)
                   AND WS-SEC-SUBJECT(WS-SEC-IDX) = WS-HDR-SUBJECT
                   MOVE WS-SEC-IDX TO WS-SEC-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-SEC-MATCH-IDX = 0
               IF WS-SEC-COUNT < WS-MAX-SECTIONS
                   ADD 1 TO WS-SEC-COUNT
                   MOVE WS-SEC-COUNT TO WS-SEC-MATCH-IDX
                   MOVE FUNCTION TRIM(WS-HDR-CODE)
                       TO WS-SEC-CODE(WS-SEC-MATCH-IDX)
                   MOVE WS-HDR-SUBJECT
                       TO WS-SEC-SUBJECT(WS-SEC-MATCH-IDX)
               ELSE
                   DISPLAY "WARNING: more than " WS-MAX-SECTIONS
                       " SECTION header(s) - extra header ignored"
               END-IF
           END-IF
           IF WS-SEC-MATCH-IDX > 0
               MOVE FUNCTION TRIM(WS-HDR-FACULTY)
                   TO WS-SEC-FACULTY(WS-SEC-MATCH-IDX)
           END-IF.

       STORE-OFFERING.
      *----------------------------------------------------------------
      * STORE-OFFERING - One student line's section/subject pair,
      * added only the first time it is seen; the units are taken
      * from that first line.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-IN-YEAR WS-IN-STUDENT-ID WS-IN-PRELIM
               WS-IN-MIDTERM WS-IN-FINAL WS-IN-SECTION WS-IN-SUBJECT
               WS-IN-UNITS
           UNSTRING WS-IN-LINE DELIMITED BY ","
               INTO WS-IN-YEAR
                    WS-IN-STUDENT-ID
                    WS-IN-PRELIM
                    WS-IN-MIDTERM
                    WS-IN-FINAL
                    WS-IN-SECTION
                    WS-IN-SUBJECT
                    WS-IN-UNITS
           END-UNSTRING
           IF FUNCTION TRIM(WS-IN-SECTION) = SPACES
               MOVE "MAIN" TO WS-IN-SECTION
           END-IF
           MOVE FUNCTION TRIM(WS-IN-SECTION) TO WS-IN-SECTION
           MOVE FUNCTION TRIM(WS-IN-SUBJECT) TO WS-IN-SUBJECT
           MOVE WS-DEFAULT-UNITS TO WS-LINE-UNITS
           IF FUNCTION TRIM(WS-IN-UNITS) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-UNITS))
                   = ZERO
                   MOVE FUNCTION NUMVAL(WS-IN-UNITS) TO WS-LINE-UNITS
               END-IF
           END-IF

           MOVE 0 TO WS-OFF-MATCH-IDX
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
               UNTIL WS-OFF-IDX > WS-OFF-COUNT
               IF WS-OFF-SECTION(WS-OFF-IDX) = WS-IN-SECTION
                   AND WS-OFF-SUBJECT(WS-OFF-IDX) = WS-IN-SUBJECT
                   MOVE WS-OFF-IDX TO WS-OFF-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-OFF-MATCH-IDX = 0
               IF WS-OFF-COUNT < WS-MAX-OFFERINGS
                   ADD 1 TO WS-OFF-COUNT
                   MOVE WS-IN-SECTION TO WS-OFF-SECTION(WS-OFF-COUNT)
                   MOVE WS-IN-SUBJECT TO WS-OFF-SUBJECT(WS-OFF-COUNT)
                   MOVE WS-LINE-UNITS TO WS-OFF-UNITS(WS-OFF-COUNT)
                   MOVE SPACES TO WS-OFF-FACULTY(WS-OFF-COUNT)
               ELSE
                   DISPLAY "WARNING: more than " WS-MAX-OFFERINGS
                       " section/subject offering(s) - "
                       FUNCTION TRIM(WS-IN-SECTION) " "
                       FUNCTION TRIM(WS-IN-SUBJECT) " not counted"
                   MOVE 1 TO WS-HAS-ERROR
               END-IF
           END-IF.

       LOAD-FACULTY-RANKS.
      *----------------------------------------------------------------
      * LOAD-FACULTY-RANKS - FacultyID,Rank,Status per line; a blank
      * or unrecognized status is taken as FT.
      *----------------------------------------------------------------
           OPEN INPUT FACULTY-RANKS-FILE
           IF WS-RANKS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-RANK-COUNT >= WS-MAX-RANK-LINES
                   READ FACULTY-RANKS-FILE INTO WS-RKP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-RKP-FACULTY WS-RKP-RANK
                               WS-RKP-STATUS
                           UNSTRING WS-RKP-LINE DELIMITED BY ","
                               INTO WS-RKP-FACULTY
                                    WS-RKP-RANK
                                    WS-RKP-STATUS
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-RKP-FACULTY) NOT = SPACES
                               ADD 1 TO WS-RANK-COUNT
                               MOVE FUNCTION TRIM(WS-RKP-FACULTY)
                                   TO WS-RK-FACULTY(WS-RANK-COUNT)
                               MOVE FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(WS-RKP-RANK))
                                   TO WS-RK-RANK(WS-RANK-COUNT)
                               IF FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(WS-RKP-STATUS)) = "PT"
                                   MOVE "PT"
                                       TO WS-RK-STATUS(WS-RANK-COUNT)
                               ELSE
                                   MOVE "FT"
                                       TO WS-RK-STATUS(WS-RANK-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           ELSE
               DISPLAY "WARNING: FACULTY-RANKS.TXT not found - no"
                   " faculty can be priced"
               MOVE 1 TO WS-HAS-ERROR
           END-IF
           CLOSE FACULTY-RANKS-FILE.

       LOAD-LOAD-RATES.
      *----------------------------------------------------------------
      * LOAD-LOAD-RATES - Rank,RegularLoadUnits,MonthlyRatePerUnit
      * per line; non-numeric figures count as zero.
      *----------------------------------------------------------------
           OPEN INPUT FACULTY-RATES-FILE
           IF WS-RATES-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-RATE-COUNT >= WS-MAX-RATES
                   READ FACULTY-RATES-FILE INTO WS-RTP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-RTP-RANK WS-RTP-REGULAR
                               WS-RTP-RATE
                           UNSTRING WS-RTP-LINE DELIMITED BY ","
                               INTO WS-RTP-RANK
                                    WS-RTP-REGULAR
                                    WS-RTP-RATE
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-RTP-RANK) NOT = SPACES
                               PERFORM STORE-RATE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           ELSE
               DISPLAY "WARNING: FACULTY-LOAD-RATES.TXT not found -"
                   " no faculty can be priced"
               MOVE 1 TO WS-HAS-ERROR
           END-IF
           CLOSE FACULTY-RATES-FILE.

       STORE-RATE-LINE.
      *----------------------------------------------------------------
      * STORE-RATE-LINE - One rank's regular load and unit rate into
      * the next slot.
      *----------------------------------------------------------------
           ADD 1 TO WS-RATE-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RTP-RANK))
               TO WS-RT-RANK(WS-RATE-COUNT)
           MOVE 0 TO WS-RT-REGULAR(WS-RATE-COUNT)
           MOVE 0 TO WS-RT-RATE(WS-RATE-COUNT)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RTP-REGULAR)) = 0
               MOVE FUNCTION NUMVAL(WS-RTP-REGULAR)
                   TO WS-RT-REGULAR(WS-RATE-COUNT)
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RTP-RATE)) = 0
               MOVE FUNCTION NUMVAL(WS-RTP-RATE)
                   TO WS-RT-RATE(WS-RATE-COUNT)
           END-IF.

       TOTAL-FACULTY-UNITS.
      *----------------------------------------------------------------
      * TOTAL-FACULTY-UNITS - Give every offering its section's
      * faculty (a header naming the offering's subject outranks
      * the section's plain header) and add its units to that
      * faculty member's load, creating the faculty entry on first
      * sight. An offering whose section has no header (or a header
      * with no faculty) stays unassigned and is reported.
      *----------------------------------------------------------------
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
               UNTIL WS-OFF-IDX > WS-OFF-COUNT
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
                   IF WS-SEC-CODE(WS-SEC-IDX) =
                       WS-OFF-SECTION(WS-OFF-IDX)
                       AND WS-SEC-SUBJECT(WS-SEC-IDX) = SPACES
                       MOVE WS-SEC-FACULTY(WS-SEC-IDX)
                           TO WS-OFF-FACULTY(WS-OFF-IDX)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
                   IF WS-SEC-CODE(WS-SEC-IDX) =
                       WS-OFF-SECTION(WS-OFF-IDX)
                       AND WS-SEC-SUBJECT(WS-SEC-IDX) NOT = SPACES
                       AND WS-SEC-SUBJECT(WS-SEC-IDX) =
                           FUNCTION UPPER-CASE(
                               WS-OFF-SUBJECT(WS-OFF-IDX))
                       MOVE WS-SEC-FACULTY(WS-SEC-IDX)
                           TO WS-OFF-FACULTY(WS-OFF-IDX)
                   END-IF
               END-PERFORM

               IF WS-OFF-FACULTY(WS-OFF-IDX) NOT = SPACES
                   MOVE 0 TO WS-FAC-MATCH-IDX
                   PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                       UNTIL WS-FAC-IDX > WS-FAC-COUNT
                       IF WS-FAC-ID(WS-FAC-IDX) =
                           WS-OFF-FACULTY(WS-OFF-IDX)
                           MOVE WS-FAC-IDX TO WS-FAC-MATCH-IDX
                       END-IF
                   END-PERFORM
                   IF WS-FAC-MATCH-IDX = 0
                       AND WS-FAC-COUNT < WS-MAX-FACULTY
                       ADD 1 TO WS-FAC-COUNT
                       MOVE WS-FAC-COUNT TO WS-FAC-MATCH-IDX
                       INITIALIZE WS-FAC-ENTRY(WS-FAC-MATCH-IDX)
                       MOVE WS-OFF-FACULTY(WS-OFF-IDX)
                           TO WS-FAC-ID(WS-FAC-MATCH-IDX)
                   END-IF
                   IF WS-FAC-MATCH-IDX > 0
                       ADD WS-OFF-UNITS(WS-OFF-IDX)
                           TO WS-FAC-UNITS(WS-FAC-MATCH-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       PRICE-ONE-FACULTY.
      *----------------------------------------------------------------
      * PRICE-ONE-FACULTY - Rank and status from FACULTY-RANKS.TXT,
      * regular load and rate from the rank's line, then the paid
      * units: everything for a part-timer, the excess over the
      * regular load for a full-timer. WS-FAC-PRICED stays 0 when
      * the rank or the rate is missing.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-FAC-RANK(WS-FAC-IDX)
           MOVE "FT" TO WS-FAC-STATUS(WS-FAC-IDX)
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
               UNTIL WS-RK-IDX > WS-RANK-COUNT
               IF WS-RK-FACULTY(WS-RK-IDX) = WS-FAC-ID(WS-FAC-IDX)
                   MOVE WS-RK-RANK(WS-RK-IDX) TO WS-FAC-RANK(WS-FAC-IDX)
                   MOVE WS-RK-STATUS(WS-RK-IDX)
                       TO WS-FAC-STATUS(WS-FAC-IDX)
               END-IF
           END-PERFORM

           MOVE 0 TO WS-RT-MATCH-IDX
           IF WS-FAC-RANK(WS-FAC-IDX) NOT = SPACES
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RATE-COUNT
                   IF WS-RT-RANK(WS-RT-IDX) = WS-FAC-RANK(WS-FAC-IDX)
                       MOVE WS-RT-IDX TO WS-RT-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF

           IF WS-RT-MATCH-IDX > 0
               MOVE 1 TO WS-FAC-PRICED(WS-FAC-IDX)
               MOVE WS-RT-REGULAR(WS-RT-MATCH-IDX)
                   TO WS-FAC-REGULAR(WS-FAC-IDX)
               MOVE WS-RT-RATE(WS-RT-MATCH-IDX)
                   TO WS-FAC-RATE(WS-FAC-IDX)
               IF WS-FAC-STATUS(WS-FAC-IDX) = "PT"
                   MOVE WS-FAC-UNITS(WS-FAC-IDX)
                       TO WS-FAC-PAID-UNITS(WS-FAC-IDX)
               ELSE
                   IF WS-FAC-UNITS(WS-FAC-IDX) >
                       WS-FAC-REGULAR(WS-FAC-IDX)
                       COMPUTE WS-FAC-PAID-UNITS(WS-FAC-IDX) =
                           WS-FAC-UNITS(WS-FAC-IDX)
                           - WS-FAC-REGULAR(WS-FAC-IDX)
                   ELSE
                       MOVE 0 TO WS-FAC-PAID-UNITS(WS-FAC-IDX)
                   END-IF
               END-IF
               COMPUTE WS-FAC-HONORARIUM(WS-FAC-IDX) ROUNDED =
                   WS-FAC-PAID-UNITS(WS-FAC-IDX)
                   * WS-FAC-RATE(WS-FAC-IDX)
               ADD WS-FAC-HONORARIUM(WS-FAC-IDX) TO WS-TOTAL-HONORARIA
           END-IF.

       WRITE-LOAD-REPORT.
      *----------------------------------------------------------------
      * WRITE-LOAD-REPORT - Load summary per faculty member, the
      * sections behind each load, then the exceptions.
      *----------------------------------------------------------------
           OPEN OUTPUT LOAD-REPORT-FILE
           WRITE LOAD-REPORT-RECORD FROM WS-TITLE-LINE
           MOVE SPACES TO WS-TERM-HEADING-LINE
           STRING "TERM: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERM-ID) DELIMITED BY SIZE
               INTO WS-TERM-HEADING-LINE
           WRITE LOAD-REPORT-RECORD FROM WS-TERM-HEADING-LINE
           WRITE LOAD-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE LOAD-REPORT-RECORD FROM WS-LOAD-COL-HEADER
           WRITE LOAD-REPORT-RECORD FROM WS-BLANK-LINE

           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
               UNTIL WS-FAC-IDX > WS-FAC-COUNT
               MOVE WS-FAC-ID(WS-FAC-IDX) TO WS-LDL-FACULTY
               MOVE WS-FAC-RANK(WS-FAC-IDX) TO WS-LDL-RANK
               MOVE WS-FAC-STATUS(WS-FAC-IDX) TO WS-LDL-STATUS
               MOVE WS-FAC-UNITS(WS-FAC-IDX) TO WS-LDL-UNITS
               MOVE WS-FAC-REGULAR(WS-FAC-IDX) TO WS-LDL-REGULAR
               MOVE WS-FAC-PAID-UNITS(WS-FAC-IDX) TO WS-LDL-PAID
               MOVE WS-FAC-RATE(WS-FAC-IDX) TO WS-LDL-RATE
               MOVE WS-FAC-HONORARIUM(WS-FAC-IDX) TO WS-LDL-HONORARIUM
               EVALUATE TRUE
                   WHEN WS-FAC-PRICED(WS-FAC-IDX) = 0
                       MOVE "NOT PRICED" TO WS-LDL-REMARK
                   WHEN WS-FAC-STATUS(WS-FAC-IDX) = "PT"
                       MOVE "PART-TIME" TO WS-LDL-REMARK
                   WHEN WS-FAC-PAID-UNITS(WS-FAC-IDX) > 0
                       MOVE "OVERLOAD" TO WS-LDL-REMARK
                   WHEN OTHER
                       MOVE "REGULAR" TO WS-LDL-REMARK
               END-EVALUATE
               WRITE LOAD-REPORT-RECORD FROM WS-LOAD-DETAIL-LINE
           END-PERFORM
           MOVE WS-TOTAL-HONORARIA TO WS-LTL-HONORARIA
           WRITE LOAD-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE LOAD-REPORT-RECORD FROM WS-LOAD-TOTAL-LINE

           WRITE LOAD-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE LOAD-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE LOAD-REPORT-RECORD FROM WS-OFF-TITLE-LINE
           WRITE LOAD-REPORT-RECORD FROM WS-OFF-COL-HEADER
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
               UNTIL WS-OFF-IDX > WS-OFF-COUNT
               IF WS-OFF-FACULTY(WS-OFF-IDX) = SPACES
                   MOVE "UNASSIGNED" TO WS-OFL-FACULTY
               ELSE
                   MOVE WS-OFF-FACULTY(WS-OFF-IDX) TO WS-OFL-FACULTY
               END-IF
               MOVE WS-OFF-SECTION(WS-OFF-IDX) TO WS-OFL-SECTION
               IF WS-OFF-SUBJECT(WS-OFF-IDX) = SPACES
                   MOVE "(NONE)" TO WS-OFL-SUBJECT
               ELSE
                   MOVE WS-OFF-SUBJECT(WS-OFF-IDX) TO WS-OFL-SUBJECT
               END-IF
               MOVE WS-OFF-UNITS(WS-OFF-IDX) TO WS-OFL-UNITS
               WRITE LOAD-REPORT-RECORD FROM WS-OFF-DETAIL-LINE
           END-PERFORM

           WRITE LOAD-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE LOAD-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE LOAD-REPORT-RECORD FROM WS-EXC-TITLE-LINE
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
               UNTIL WS-OFF-IDX > WS-OFF-COUNT
               IF WS-OFF-FACULTY(WS-OFF-IDX) = SPACES
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   STRING "SECTION " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-OFF-SECTION(WS-OFF-IDX))
                           DELIMITED BY SIZE
                       " SUBJECT " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-OFF-SUBJECT(WS-OFF-IDX))
                           DELIMITED BY SIZE
                       ": no SECTION header names its faculty"
                           DELIMITED BY SIZE
                       INTO WS-EXCEPTION-LINE
                   WRITE LOAD-REPORT-RECORD FROM WS-EXCEPTION-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
               UNTIL WS-FAC-IDX > WS-FAC-COUNT
               IF WS-FAC-PRICED(WS-FAC-IDX) = 0
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   IF WS-FAC-RANK(WS-FAC-IDX) = SPACES
                       STRING "FACULTY " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FAC-ID(WS-FAC-IDX))
                               DELIMITED BY SIZE
                           ": not on FACULTY-RANKS.TXT"
                               DELIMITED BY SIZE
                           INTO WS-EXCEPTION-LINE
                   ELSE
                       STRING "FACULTY " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FAC-ID(WS-FAC-IDX))
                               DELIMITED BY SIZE
                           ": rank " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FAC-RANK(WS-FAC-IDX))
                               DELIMITED BY SIZE
                           " has no FACULTY-LOAD-RATES.TXT line"
                               DELIMITED BY SIZE
                           INTO WS-EXCEPTION-LINE
                   END-IF
                   WRITE LOAD-REPORT-RECORD FROM WS-EXCEPTION-LINE
               END-IF
           END-PERFORM
           IF WS-EXCEPTION-COUNT = 0
               MOVE "NONE" TO WS-EXCEPTION-LINE
               WRITE LOAD-REPORT-RECORD FROM WS-EXCEPTION-LINE
           END-IF
           CLOSE LOAD-REPORT-FILE.

       WRITE-HONORARIA-FEED.
      *----------------------------------------------------------------
      * WRITE-HONORARIA-FEED - One line per priced faculty member
      * with a non-zero honorarium. The file is always rewritten, so
      * a faculty member whose overload ended drops off it and is
      * no longer paid.
      *----------------------------------------------------------------
           OPEN OUTPUT HONORARIA-FILE
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
               UNTIL WS-FAC-IDX > WS-FAC-COUNT
               IF WS-FAC-PRICED(WS-FAC-IDX) = 1
                   AND WS-FAC-HONORARIUM(WS-FAC-IDX) > 0
                   MOVE WS-FAC-UNITS(WS-FAC-IDX) TO WS-HON-UNITS-ED
                   MOVE WS-FAC-PAID-UNITS(WS-FAC-IDX) TO WS-HON-PAID-ED
                   MOVE WS-FAC-HONORARIUM(WS-FAC-IDX)
                       TO WS-HON-AMOUNT-ED
                   MOVE SPACES TO HONORARIA-RECORD
                   STRING FUNCTION TRIM(WS-FAC-ID(WS-FAC-IDX))
                           DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HON-UNITS-ED) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HON-PAID-ED) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-HON-AMOUNT-ED DELIMITED BY SIZE
                       INTO HONORARIA-RECORD
                   WRITE HONORARIA-RECORD
                   ADD 1 TO WS-HON-WRITTEN
               END-IF
           END-PERFORM
           CLOSE HONORARIA-FILE.

       END PROGRAM FACULTY-LOAD.
