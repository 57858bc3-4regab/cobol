      *================================================================
      * PROGRAM: NOTIFICATION-QUEUE - STUDENT AND GUARDIAN NOTICES
      *================================================================
      * PURPOSE: Collects the events families are told about - grades
      *          posted, an INC about to lapse, academic warning,
      *          probation or dismissal review, a balance due before
      *          an exam, a new records hold - and writes one outbound
      *          message file for the SMS/email gateway, so the
      *          registrar and cashier stop phoning families one at a
      *          time.
      *
      * HOW IT WORKS:
      *   1. The events are picked up from the nightly batch's files:
      *        GRADES     STUDENT-TERM-HISTORY.TXT, every student
      *                   graded in the current term (STUDENT-TERM.TXT)
      *        INCEXPIRE  STUDENT-INC-LEDGER.TXT, every open INC one
      *                   term away from its conversion to a failing
      *                   grade
      *        ACADWARN   STUDENT-RETENTION.TXT, for the students
      *        PROBATION  graded this term: one failed term (warning),
      *        DISMISSAL  PROBATION, or DISMISSAL-REVIEW
      *        BALANCE    STUDENT-PROMISSORY-LIST.TXT, the shortfall
      *                   EXAM-PERMIT priced off STUDENT-LEDGER.TXT
      *                   for the coming exam
      *        HOLD       STUDENT-HOLDS.TXT, every hold on file
      *      A source file that is absent is skipped
      *   2. STUDENT-CONTACTS.TXT lists who is told, one
      *      "StudentID,Relation,Name,Mobile,Email[,OptOut]" line per
      *      person (the student, a parent, a guardian). OptOut Y
      *      stops every notice to that person; a ;-separated list
      *      of event codes (e.g. BALANCE;HOLD) stops only those
      *   3. The message text comes from NOTIFICATION-TEMPLATES.TXT,
      *      one "EventCode,Text" line per event; an event with no
      *      line keeps its built-in wording. {RECIPIENT} {NAME} {ID}
      *      {TERM} {AVG} {RESULT} {INCTERM} {STANDING} {AMOUNT}
      *      {EXAM} {HOLDTYPE} and {OFFICE} are filled in
      *   4. Each message goes to NOTIFICATION-OUTBOX.TXT as
      *      "Channel|Address|StudentID|EventCode|Message", one SMS
      *      line per mobile number and one EMAIL line per address
      *   5. NOTIFICATION-SENT-LOG.TXT keeps every notice already
      *      dealt with (event, student, reference - the term, exam,
      *      INC term or hold type), so the same notice never goes
      *      out twice. A notice every contact opted out of is logged
      *      OPTOUT; a student with no usable contact is listed on
      *      NOTIFICATION-EXCEPTIONS.TXT and tried again next run
      *
      * NOTE: Run as the last step of the night's batch, after the
      *       grading run, EXAM-PERMIT and HOLDS-MAINT. The outbox is
      *       rewritten every run - the gateway picks it up before
      *       the next one.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICATION-QUEUE.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-TERM-FILE
               ASSIGN TO "STUDENT-TERM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
           SELECT OPTIONAL STUDENT-ENROLLMENT-FILE
               ASSIGN TO "STUDENT-ENROLLMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-FILE-STATUS.
           SELECT OPTIONAL CONTACTS-FILE
               ASSIGN TO "STUDENT-CONTACTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACTS-FILE-STATUS.
           SELECT OPTIONAL TEMPLATES-FILE
               ASSIGN TO "NOTIFICATION-TEMPLATES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATES-FILE-STATUS.
           SELECT OPTIONAL SENT-LOG-FILE
               ASSIGN TO "NOTIFICATION-SENT-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-FILE-STATUS.
           SELECT OPTIONAL STUDENT-TERM-HISTORY-FILE
               ASSIGN TO "STUDENT-TERM-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-FILE-STATUS.
           SELECT OPTIONAL STUDENT-INC-LEDGER-FILE
               ASSIGN TO "STUDENT-INC-LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCL-FILE-STATUS.
           SELECT OPTIONAL STUDENT-RETENTION-FILE
               ASSIGN TO "STUDENT-RETENTION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FILE-STATUS.
           SELECT OPTIONAL PROMISSORY-LIST-FILE
               ASSIGN TO "STUDENT-PROMISSORY-LIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROM-FILE-STATUS.
           SELECT OPTIONAL STUDENT-HOLDS-FILE
               ASSIGN TO "STUDENT-HOLDS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-FILE-STATUS.
           SELECT OUTBOX-FILE
               ASSIGN TO "NOTIFICATION-OUTBOX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTIONS-FILE
               ASSIGN TO "NOTIFICATION-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-TERM-FILE.
       01  STUDENT-TERM-RECORD         PIC X(20).

       FD  STUDENT-ENROLLMENT-FILE.
       01  STUDENT-ENROLLMENT-RECORD   PIC X(90).

       FD  CONTACTS-FILE.
       01  CONTACTS-RECORD             PIC X(160).

       FD  TEMPLATES-FILE.
       01  TEMPLATES-RECORD            PIC X(260).

       FD  SENT-LOG-FILE.
       01  SENT-LOG-RECORD.
      * Fixed-position fields, written and read back by this program
      * only - kept in event/student/reference order.
               05 NSL-EVENT            PIC X(10).
               05 NSL-ID               PIC X(10).
               05 NSL-REF              PIC X(30).
               05 NSL-DATE             PIC X(10).
               05 NSL-DISPOSITION      PIC X(8).

       FD  STUDENT-TERM-HISTORY-FILE.
           COPY TERMHIST.

       FD  STUDENT-INC-LEDGER-FILE.
       01  STUDENT-INC-LEDGER-RECORD.
      * Same fixed-position layout the grading run keeps.
               05 INCL-ID              PIC X(10).
               05 INCL-TERM            PIC X(10).
               05 INCL-SEEN            PIC X(10).
               05 INCL-AGE             PIC 99.
               05 INCL-YEAR            PIC 9.

       FD  STUDENT-RETENTION-FILE.
       01  STUDENT-RETENTION-RECORD.
      * Same fixed-position layout the grading run keeps.
               05 RET-ID               PIC X(10).
               05 RET-CONSEC-FAILS     PIC 99.
               05 RET-STATUS           PIC X(16).

       FD  PROMISSORY-LIST-FILE.
       01  PROMISSORY-LIST-RECORD      PIC X(132).

       FD  STUDENT-HOLDS-FILE.
       01  STUDENT-HOLDS-RECORD        PIC X(90).

       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD               PIC X(400).

       FD  EXCEPTIONS-FILE.
       01  EXCEPTIONS-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-TERM-FILE-STATUS         PIC XX.
       01  WS-ENROLL-FILE-STATUS       PIC XX.
       01  WS-CONTACTS-FILE-STATUS     PIC XX.
       01  WS-TEMPLATES-FILE-STATUS    PIC XX.
       01  WS-SENT-FILE-STATUS         PIC XX.
       01  WS-TH-FILE-STATUS           PIC XX.
       01  WS-INCL-FILE-STATUS         PIC XX.
       01  WS-RET-FILE-STATUS          PIC XX.
       01  WS-PROM-FILE-STATUS         PIC XX.
       01  WS-HOLDS-FILE-STATUS        PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.
       01  WS-CURRENT-DATE-DATA        PIC X(21).
       01  WS-TODAY-DATE               PIC X(10).
       01  WS-TERM-LINE                PIC X(20).
       01  WS-TERM-ID                  PIC X(10) VALUE "UNDATED".

       01  WS-INC-NOTICE-AGE           PIC 99 VALUE 1.
      * An open INC at this age converts to a failing grade on the
      * next term's grading run (the grading run's expiry age is 2).

      *----------------------------------------------------------------
      * ENROLLMENT MASTER (student names)
      *----------------------------------------------------------------
       01  WS-MAX-STUDENTS             PIC 9999 VALUE 2400.
       01  WS-ENR-COUNT                PIC 9999 VALUE 0.
       01  WS-ENROLLMENT-TABLE.
               05 WS-EN-ENTRY OCCURS 2400 TIMES.
                   10 WS-EN-ID         PIC X(10).
                   10 WS-EN-NAME       PIC X(25).
       01  WS-EN-IDX                   PIC 9999 VALUE 0.
       01  WS-STUDENT-PARSE.
               05 WS-SP-LINE           PIC X(90).
               05 WS-SP-ID             PIC X(10).
               05 WS-SP-NAME           PIC X(25).

      *----------------------------------------------------------------
      * CONTACTS
      *----------------------------------------------------------------
       01  WS-MAX-CONTACTS             PIC 9999 VALUE 6000.
       01  WS-CT-COUNT                 PIC 9999 VALUE 0.
       01  WS-CONTACTS-TABLE.
               05 WS-CT-ENTRY OCCURS 6000 TIMES.
                   10 WS-CT-ID         PIC X(10).
                   10 WS-CT-RELATION   PIC X(10).
                   10 WS-CT-NAME       PIC X(25).
                   10 WS-CT-MOBILE     PIC X(15).
                   10 WS-CT-EMAIL      PIC X(40).
                   10 WS-CT-OPTOUT     PIC X(40).
       01  WS-CT-IDX                   PIC 9999 VALUE 0.
       01  WS-CONTACT-PARSE.
               05 WS-CP-LINE           PIC X(160).
               05 WS-CP-ID             PIC X(10).
               05 WS-CP-RELATION       PIC X(10).
               05 WS-CP-NAME           PIC X(25).
               05 WS-CP-MOBILE         PIC X(15).
               05 WS-CP-EMAIL          PIC X(40).
               05 WS-CP-OPTOUT         PIC X(40).

      *----------------------------------------------------------------
      * MESSAGE TEMPLATES
      *----------------------------------------------------------------
       01  WS-TEMPLATE-COUNT           PIC 99 VALUE 7.
       01  WS-TEMPLATE-TABLE.
               05 WS-TP-ENTRY OCCURS 7 TIMES.
                   10 WS-TP-EVENT      PIC X(10).
                   10 WS-TP-TEXT       PIC X(250).
       01  WS-TP-IDX                   PIC 99 VALUE 0.
       01  WS-TP-FOUND                 PIC 99 VALUE 0.
       01  WS-TEMPLATE-PARSE.
               05 WS-TPP-LINE          PIC X(260).
               05 WS-TPP-EVENT         PIC X(10).
               05 WS-TPP-PTR           PIC 999 VALUE 0.

      *----------------------------------------------------------------
      * SENT LOG
      *----------------------------------------------------------------
       01  WS-MAX-SENT                 PIC 9(5) VALUE 20000.
       01  WS-SL-COUNT                 PIC 9(5) VALUE 0.
       01  WS-SENT-TABLE.
               05 WS-SL-ENTRY OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-SL-KEY
                   INDEXED BY SL-IX.
      * Kept sorted on the key (sorted after the load, unused slots
      * padded with HIGH-VALUES, each new notice spliced into
      * position) so the already-sent check is a SEARCH ALL probe.
      * SAVE-SENT-LOG writes the table back sorted, so later loads
      * arrive in order.
                   10 WS-SL-KEY.
                       15 WS-SL-EVENT  PIC X(10).
                       15 WS-SL-ID     PIC X(10).
                       15 WS-SL-REF    PIC X(30).
                   10 WS-SL-DATE       PIC X(10).
                   10 WS-SL-DISPOSITION PIC X(8).
       01  WS-SL-SORT-HOLD             PIC X(68).
       01  WS-SL-IDX                   PIC 9(5) VALUE 0.
       01  WS-SL-J                     PIC 9(5) VALUE 0.
       01  WS-SL-FULL-WARNED           PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * STUDENTS GRADED THIS TERM (last term-history record wins)
      *----------------------------------------------------------------
       01  WS-GR-COUNT                 PIC 9999 VALUE 0.
       01  WS-GRADED-TABLE.
               05 WS-GR-ENTRY OCCURS 2400 TIMES.
                   10 WS-GR-ID         PIC X(10).
                   10 WS-GR-AVG        PIC 999V99.
                   10 WS-GR-STATUS     PIC X(4).
       01  WS-GR-IDX                   PIC 9999 VALUE 0.
       01  WS-GR-FOUND                 PIC 9999 VALUE 0.

      *----------------------------------------------------------------
      * THE EVENT BEING QUEUED
      *----------------------------------------------------------------
       01  WS-EVENT-KEY.
               05 WS-EV-EVENT          PIC X(10).
               05 WS-EV-ID             PIC X(10).
               05 WS-EV-REF            PIC X(30).
       01  WS-TOKEN-NAMES.
               05 FILLER               PIC X(10) VALUE "RECIPIENT".
               05 FILLER               PIC X(10) VALUE "NAME".
               05 FILLER               PIC X(10) VALUE "ID".
               05 FILLER               PIC X(10) VALUE "TERM".
               05 FILLER               PIC X(10) VALUE "AVG".
               05 FILLER               PIC X(10) VALUE "RESULT".
               05 FILLER               PIC X(10) VALUE "INCTERM".
               05 FILLER               PIC X(10) VALUE "STANDING".
               05 FILLER               PIC X(10) VALUE "AMOUNT".
               05 FILLER               PIC X(10) VALUE "EXAM".
               05 FILLER               PIC X(10) VALUE "HOLDTYPE".
               05 FILLER               PIC X(10) VALUE "OFFICE".
       01  WS-TOKEN-NAME-TABLE REDEFINES WS-TOKEN-NAMES.
               05 WS-TK-NAME OCCURS 12 TIMES PIC X(10).
       01  WS-TOKEN-VALUE-TABLE.
               05 WS-TK-VALUE OCCURS 12 TIMES PIC X(40).
      * Same order as WS-TOKEN-NAMES: 1 RECIPIENT, 2 NAME, 3 ID,
      * 4 TERM, 5 AVG, 6 RESULT, 7 INCTERM, 8 STANDING, 9 AMOUNT,
      * 10 EXAM, 11 HOLDTYPE, 12 OFFICE.
       01  WS-TK-IDX                   PIC 99 VALUE 0.
       01  WS-TK-FOUND                 PIC 99 VALUE 0.
       01  WS-TOKEN                    PIC X(12).

      *----------------------------------------------------------------
      * MESSAGE BUILDING
      *----------------------------------------------------------------
       01  WS-MESSAGE                  PIC X(320).
       01  WS-MSG-PTR                  PIC 999 VALUE 1.
       01  WS-TEXT-LEN                 PIC 999 VALUE 0.
       01  WS-CI                       PIC 999 VALUE 0.
       01  WS-CLOSE-POS                PIC 999 VALUE 0.
       01  WS-CJ                       PIC 999 VALUE 0.
       01  WS-OUT-LINE                 PIC X(400).
       01  WS-OPTOUT-HITS              PIC 99 VALUE 0.
       01  WS-EV-CONTACTS              PIC 99 VALUE 0.
       01  WS-EV-SENT                  PIC 99 VALUE 0.
       01  WS-EV-OPTED-OUT             PIC 99 VALUE 0.
       01  WS-EV-REASON                PIC X(40).

      *----------------------------------------------------------------
      * SOURCE PARSING
      *----------------------------------------------------------------
       01  WS-PROM-EXAM                PIC X(20).
       01  WS-PROM-TERM                PIC X(10).
       01  WS-PROM-SHORT-TEXT          PIC X(12).
       01  WS-PROM-SHORT               PIC 9(7)V99 VALUE 0.
       01  WS-HOLD-PARSE.
               05 WS-HP-LINE           PIC X(90).
               05 WS-HP-ID             PIC X(10).
               05 WS-HP-TYPE           PIC X(10).
               05 WS-HP-OFFICE         PIC X(15).
       01  WS-EDIT-AVG                 PIC ZZ9.99.

      *----------------------------------------------------------------
      * RUN TOTALS
      *----------------------------------------------------------------
       01  WS-EVENT-COUNT              PIC 9(5) VALUE 0.
       01  WS-ALREADY-SENT-COUNT       PIC 9(5) VALUE 0.
       01  WS-NOTICE-COUNT             PIC 9(5) VALUE 0.
       01  WS-MESSAGE-COUNT            PIC 9(5) VALUE 0.
       01  WS-OPTOUT-COUNT             PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * EXCEPTION LIST LAYOUT
      *----------------------------------------------------------------
       01  WS-EXC-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(40)
                   VALUE "NOTIFICATION QUEUE - NOTICES NOT SENT".
       01  WS-EXC-HEADER.
               05 FILLER               PIC X(11) VALUE "EVENT".
               05 FILLER               PIC X(12) VALUE "STUDENT ID".
               05 FILLER               PIC X(31) VALUE "REFERENCE".
               05 FILLER               PIC X(40) VALUE "REASON".
       01  WS-EXC-DETAIL.
               05 WS-EXD-EVENT         PIC X(11).
               05 WS-EXD-ID            PIC X(12).
               05 WS-EXD-REF           PIC X(31).
               05 WS-EXD-REASON        PIC X(40).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load the reference files, queue each source's
      * events, then save the sent log.
      *----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURRENT-DATE-DATA(1:4) "-"
               WS-CURRENT-DATE-DATA(5:2) "-"
               WS-CURRENT-DATE-DATA(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE

           PERFORM LOAD-CONTACTS
           IF WS-CT-COUNT = 0
               DISPLAY "ERROR: STUDENT-CONTACTS.TXT not found or empty"
                   " - no one to notify; nothing queued"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-TERM
           PERFORM LOAD-ENROLLMENT
           PERFORM LOAD-TEMPLATES
           PERFORM LOAD-SENT-LOG

           OPEN OUTPUT OUTBOX-FILE
           OPEN OUTPUT EXCEPTIONS-FILE
           WRITE EXCEPTIONS-RECORD FROM WS-EXC-TITLE-LINE
           WRITE EXCEPTIONS-RECORD FROM WS-EXC-HEADER

           PERFORM QUEUE-GRADE-EVENTS
           PERFORM QUEUE-INC-EVENTS
           PERFORM QUEUE-RETENTION-EVENTS
           PERFORM QUEUE-BALANCE-EVENTS
           PERFORM QUEUE-HOLD-EVENTS

           CLOSE OUTBOX-FILE
           CLOSE EXCEPTIONS-FILE
           PERFORM SAVE-SENT-LOG

           DISPLAY "Notification queue (term " FUNCTION TRIM(WS-TERM-ID)
               "): " WS-EVENT-COUNT " event(s), "
               WS-ALREADY-SENT-COUNT " already sent, "
               WS-NOTICE-COUNT " new notice(s)"
           DISPLAY "  " WS-MESSAGE-COUNT " message(s) queued to"
               " NOTIFICATION-OUTBOX.TXT, " WS-OPTOUT-COUNT
               " opted out, " WS-EXCEPTION-COUNT " not sent"
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "See NOTIFICATION-EXCEPTIONS.TXT"
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-TERM.
      *----------------------------------------------------------------
      * LOAD-TERM - Current academic term from STUDENT-TERM.TXT;
      * UNDATED (the grading run's own default) when absent.
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
      * LOAD-ENROLLMENT - Student names for the messages.
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
                               UNSTRING WS-SP-LINE DELIMITED BY ","
                                   INTO WS-SP-ID
                                        WS-SP-NAME
                               END-UNSTRING
                               ADD 1 TO WS-ENR-COUNT
                               MOVE FUNCTION TRIM(WS-SP-ID)
                                   TO WS-EN-ID(WS-ENR-COUNT)
                               MOVE FUNCTION TRIM(WS-SP-NAME)
                                   TO WS-EN-NAME(WS-ENR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-ENROLLMENT-FILE.

       LOAD-CONTACTS.
      *----------------------------------------------------------------
      * LOAD-CONTACTS - StudentID,Relation,Name,Mobile,Email,OptOut.
      *----------------------------------------------------------------
           OPEN INPUT CONTACTS-FILE
           IF WS-CONTACTS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-CT-COUNT >= WS-MAX-CONTACTS
                   READ CONTACTS-FILE INTO WS-CP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-CP-LINE) NOT = SPACES
                               PERFORM STORE-CONTACT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE CONTACTS-FILE.

       STORE-CONTACT.
      *----------------------------------------------------------------
      * STORE-CONTACT - One contact line into the next slot.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-CP-ID WS-CP-RELATION WS-CP-NAME
               WS-CP-MOBILE WS-CP-EMAIL WS-CP-OPTOUT
           UNSTRING WS-CP-LINE DELIMITED BY ","
               INTO WS-CP-ID
                    WS-CP-RELATION
                    WS-CP-NAME
                    WS-CP-MOBILE
                    WS-CP-EMAIL
                    WS-CP-OPTOUT
           END-UNSTRING
           ADD 1 TO WS-CT-COUNT
           MOVE FUNCTION TRIM(WS-CP-ID) TO WS-CT-ID(WS-CT-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CP-RELATION))
               TO WS-CT-RELATION(WS-CT-COUNT)
           MOVE FUNCTION TRIM(WS-CP-NAME) TO WS-CT-NAME(WS-CT-COUNT)
           MOVE FUNCTION TRIM(WS-CP-MOBILE)
               TO WS-CT-MOBILE(WS-CT-COUNT)
           MOVE FUNCTION TRIM(WS-CP-EMAIL) TO WS-CT-EMAIL(WS-CT-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CP-OPTOUT))
               TO WS-CT-OPTOUT(WS-CT-COUNT).

       LOAD-TEMPLATES.
      *----------------------------------------------------------------
      * LOAD-TEMPLATES - Built-in wording first, then any
      * NOTIFICATION-TEMPLATES.TXT line replaces its event's text.
      *----------------------------------------------------------------
           PERFORM SET-DEFAULT-TEMPLATES
           OPEN INPUT TEMPLATES-FILE
           IF WS-TEMPLATES-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ TEMPLATES-FILE INTO WS-TPP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-TPP-LINE) NOT = SPACES
                               PERFORM STORE-TEMPLATE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE TEMPLATES-FILE.

       STORE-TEMPLATE.
      *----------------------------------------------------------------
      * STORE-TEMPLATE - EventCode,Text; the text is everything after
      * the first comma, commas included.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-TPP-EVENT
           MOVE 1 TO WS-TPP-PTR
           UNSTRING WS-TPP-LINE DELIMITED BY ","
               INTO WS-TPP-EVENT
               WITH POINTER WS-TPP-PTR
           END-UNSTRING
           MOVE 0 TO WS-TP-FOUND
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > WS-TEMPLATE-COUNT OR WS-TP-FOUND > 0
               IF WS-TP-EVENT(WS-TP-IDX) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TPP-EVENT))
                   MOVE WS-TP-IDX TO WS-TP-FOUND
               END-IF
           END-PERFORM
           IF WS-TP-FOUND = 0 OR WS-TPP-PTR > 250
               DISPLAY "WARNING: NOTIFICATION-TEMPLATES.TXT line for '"
                   FUNCTION TRIM(WS-TPP-EVENT) "' is not a known event"
                   " or has no text - ignored"
           ELSE
               MOVE WS-TPP-LINE(WS-TPP-PTR:) TO WS-TP-TEXT(WS-TP-FOUND)
           END-IF.

       SET-DEFAULT-TEMPLATES.
      *----------------------------------------------------------------
      * SET-DEFAULT-TEMPLATES - The wording used when the templates
      * file has no line for an event.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-TEMPLATE-TABLE
           MOVE "GRADES" TO WS-TP-EVENT(1)
           STRING "{RECIPIENT}: the grades of {NAME} ({ID}) for "
               "term {TERM} are posted. Term average {AVG} - "
               "{RESULT}." DELIMITED BY SIZE INTO WS-TP-TEXT(1)
           MOVE "INCEXPIRE" TO WS-TP-EVENT(2)
           STRING "{RECIPIENT}: {NAME} ({ID}) has an INC from term "
               "{INCTERM} that becomes a failing grade unless it is "
               "completed this term." DELIMITED BY SIZE
               INTO WS-TP-TEXT(2)
           MOVE "ACADWARN" TO WS-TP-EVENT(3)
           STRING "{RECIPIENT}: {NAME} ({ID}) did not pass term "
               "{TERM} and is under academic warning. Please see "
               "the adviser." DELIMITED BY SIZE INTO WS-TP-TEXT(3)
           MOVE "PROBATION" TO WS-TP-EVENT(4)
           STRING "{RECIPIENT}: {NAME} ({ID}) is on academic "
               "probation as of term {TERM}. Please see the "
               "adviser." DELIMITED BY SIZE INTO WS-TP-TEXT(4)
           MOVE "DISMISSAL" TO WS-TP-EVENT(5)
           STRING "{RECIPIENT}: {NAME} ({ID}) is up for dismissal "
               "review as of term {TERM}. Please see the Dean's "
               "office." DELIMITED BY SIZE INTO WS-TP-TEXT(5)
           MOVE "BALANCE" TO WS-TP-EVENT(6)
           STRING "{RECIPIENT}: {NAME} ({ID}) has PHP {AMOUNT} due "
               "before the {EXAM} exam. Please pay at the cashier "
               "or file a promissory note." DELIMITED BY SIZE
               INTO WS-TP-TEXT(6)
           MOVE "HOLD" TO WS-TP-EVENT(7)
           STRING "{RECIPIENT}: a {HOLDTYPE} hold was placed on the "
               "records of {NAME} ({ID}). Please clear it with "
               "{OFFICE}." DELIMITED BY SIZE INTO WS-TP-TEXT(7).

       LOAD-SENT-LOG.
      *----------------------------------------------------------------
      * LOAD-SENT-LOG - Every notice already dealt with, sorted on
      * the key with HIGH-VALUES over the unused slots.
      *----------------------------------------------------------------
           OPEN INPUT SENT-LOG-FILE
           IF WS-SENT-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-SL-COUNT >= WS-MAX-SENT
                   READ SENT-LOG-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-SL-COUNT
                           MOVE SENT-LOG-RECORD
                               TO WS-SL-ENTRY(WS-SL-COUNT)
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE SENT-LOG-FILE
           PERFORM VARYING WS-SL-IDX FROM 2 BY 1
               UNTIL WS-SL-IDX > WS-SL-COUNT
               MOVE WS-SL-ENTRY(WS-SL-IDX) TO WS-SL-SORT-HOLD
               MOVE WS-SL-IDX TO WS-SL-J
               PERFORM UNTIL WS-SL-J = 1
                   OR WS-SL-KEY(WS-SL-J - 1) <= WS-SL-SORT-HOLD(1:50)
                   MOVE WS-SL-ENTRY(WS-SL-J - 1)
                       TO WS-SL-ENTRY(WS-SL-J)
                   SUBTRACT 1 FROM WS-SL-J
               END-PERFORM
               MOVE WS-SL-SORT-HOLD TO WS-SL-ENTRY(WS-SL-J)
           END-PERFORM
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-MAX-SENT
               IF WS-SL-IDX > WS-SL-COUNT
                   MOVE HIGH-VALUES TO WS-SL-KEY(WS-SL-IDX)
               END-IF
           END-PERFORM.

       QUEUE-GRADE-EVENTS.
      *----------------------------------------------------------------
      * QUEUE-GRADE-EVENTS - One GRADES notice per student with a
      * term-history record for the current term (the last record
      * for the student wins, as on the transcript).
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-TERM-HISTORY-FILE
           IF WS-TH-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-TERM-HISTORY-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF TH-TERM = WS-TERM-ID
                               PERFORM STORE-GRADED-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-TERM-HISTORY-FILE

           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GR-COUNT
               PERFORM CLEAR-TOKENS
               MOVE "GRADES" TO WS-EV-EVENT
               MOVE WS-GR-ID(WS-GR-IDX) TO WS-EV-ID
               MOVE WS-TERM-ID TO WS-EV-REF
               MOVE WS-GR-AVG(WS-GR-IDX) TO WS-EDIT-AVG
               MOVE FUNCTION TRIM(WS-EDIT-AVG) TO WS-TK-VALUE(5)
               EVALUATE WS-GR-STATUS(WS-GR-IDX)
                   WHEN "PASS"
                       MOVE "PASSED" TO WS-TK-VALUE(6)
                   WHEN "FAIL"
                       MOVE "FAILED" TO WS-TK-VALUE(6)
                   WHEN "INC"
                       MOVE "INCOMPLETE" TO WS-TK-VALUE(6)
                   WHEN "DRP"
                       MOVE "DROPPED" TO WS-TK-VALUE(6)
                   WHEN OTHER
                       MOVE WS-GR-STATUS(WS-GR-IDX) TO WS-TK-VALUE(6)
               END-EVALUATE
               PERFORM QUEUE-EVENT
           END-PERFORM.

       STORE-GRADED-STUDENT.
      *----------------------------------------------------------------
      * STORE-GRADED-STUDENT - Keep the term-history record just
      * read, replacing an earlier one for the same student.
      *----------------------------------------------------------------
           MOVE 0 TO WS-GR-FOUND
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GR-COUNT OR WS-GR-FOUND > 0
               IF WS-GR-ID(WS-GR-IDX) = TH-ID
                   MOVE WS-GR-IDX TO WS-GR-FOUND
               END-IF
           END-PERFORM
           IF WS-GR-FOUND = 0
               IF WS-GR-COUNT < WS-MAX-STUDENTS
                   ADD 1 TO WS-GR-COUNT
                   MOVE WS-GR-COUNT TO WS-GR-FOUND
               ELSE
                   DISPLAY "ERROR: more than " WS-MAX-STUDENTS
                       " students graded this term - "
                       FUNCTION TRIM(TH-ID) " not notified"
                   MOVE 1 TO WS-HAS-ERROR
               END-IF
           END-IF
           IF WS-GR-FOUND > 0
               MOVE TH-ID TO WS-GR-ID(WS-GR-FOUND)
               MOVE TH-AVG TO WS-GR-AVG(WS-GR-FOUND)
               MOVE TH-STATUS TO WS-GR-STATUS(WS-GR-FOUND)
           END-IF.

       QUEUE-INC-EVENTS.
      *----------------------------------------------------------------
      * QUEUE-INC-EVENTS - One INCEXPIRE notice per open INC that the
      * next term's grading run will convert.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-INC-LEDGER-FILE
           IF WS-INCL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-INC-LEDGER-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF INCL-AGE IS NUMERIC
                               AND INCL-AGE = WS-INC-NOTICE-AGE
                               PERFORM CLEAR-TOKENS
                               MOVE "INCEXPIRE" TO WS-EV-EVENT
                               MOVE INCL-ID TO WS-EV-ID
                               MOVE INCL-TERM TO WS-EV-REF
                               MOVE INCL-TERM TO WS-TK-VALUE(7)
                               PERFORM QUEUE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-INC-LEDGER-FILE.

       QUEUE-RETENTION-EVENTS.
      *----------------------------------------------------------------
      * QUEUE-RETENTION-EVENTS - Warning, probation or dismissal
      * review for the students graded this term, so a count left
      * over from a student who has since stopped enrolling is not
      * announced again every term.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-RETENTION-FILE
           IF WS-RET-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-RETENTION-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-RETENTION-RECORD
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-RETENTION-FILE.

       CHECK-RETENTION-RECORD.
      *----------------------------------------------------------------
      * CHECK-RETENTION-RECORD - Queue the standing notice, if any,
      * for the retention record just read.
      *----------------------------------------------------------------
           MOVE 0 TO WS-GR-FOUND
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GR-COUNT OR WS-GR-FOUND > 0
               IF WS-GR-ID(WS-GR-IDX) = RET-ID
                   MOVE WS-GR-IDX TO WS-GR-FOUND
               END-IF
           END-PERFORM
           IF WS-GR-FOUND > 0
               PERFORM CLEAR-TOKENS
               MOVE SPACES TO WS-EV-EVENT
               EVALUATE TRUE
                   WHEN RET-STATUS = "DISMISSAL-REVIEW"
                       MOVE "DISMISSAL" TO WS-EV-EVENT
                   WHEN RET-STATUS = "PROBATION"
                       MOVE "PROBATION" TO WS-EV-EVENT
                   WHEN RET-CONSEC-FAILS IS NUMERIC
                       AND RET-CONSEC-FAILS = 1
                       MOVE "ACADWARN" TO WS-EV-EVENT
                       MOVE "ACADEMIC WARNING" TO WS-TK-VALUE(8)
               END-EVALUATE
               IF WS-EV-EVENT NOT = SPACES
                   IF WS-TK-VALUE(8) = SPACES
                       MOVE RET-STATUS TO WS-TK-VALUE(8)
                   END-IF
                   MOVE RET-ID TO WS-EV-ID
                   MOVE WS-TERM-ID TO WS-EV-REF
                   PERFORM QUEUE-EVENT
               END-IF
           END-IF.

       QUEUE-BALANCE-EVENTS.
      *----------------------------------------------------------------
      * QUEUE-BALANCE-EVENTS - One BALANCE notice per student short on
      * EXAM-PERMIT's promissory list (columns as EXAM-PERMIT prints
      * them: the exam line's label at 7 and term at 54, each detail
      * line's ID at 1 and SHORT at 99). Students listed as NOT
      * ASSESSED owe nothing yet and are left out.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PROM-EXAM
           MOVE WS-TERM-ID TO WS-PROM-TERM
           OPEN INPUT PROMISSORY-LIST-FILE
           IF WS-PROM-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ PROMISSORY-LIST-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-PROMISSORY-LINE
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE PROMISSORY-LIST-FILE.

       CHECK-PROMISSORY-LINE.
      *----------------------------------------------------------------
      * CHECK-PROMISSORY-LINE - Pick the exam and term off the exam
      * line; queue a notice for a detail line with a shortfall.
      *----------------------------------------------------------------
           IF PROMISSORY-LIST-RECORD(1:6) = "EXAM: "
               MOVE FUNCTION TRIM(PROMISSORY-LIST-RECORD(7:22))
                   TO WS-PROM-EXAM
               IF PROMISSORY-LIST-RECORD(54:10) NOT = SPACES
                   MOVE FUNCTION TRIM(PROMISSORY-LIST-RECORD(54:10))
                       TO WS-PROM-TERM
               END-IF
           ELSE
               MOVE PROMISSORY-LIST-RECORD(99:12) TO WS-PROM-SHORT-TEXT
               IF PROMISSORY-LIST-RECORD(1:1) NOT = SPACE
                   AND WS-PROM-SHORT-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL-C(WS-PROM-SHORT-TEXT) = 0
                   COMPUTE WS-PROM-SHORT =
                       FUNCTION NUMVAL-C(WS-PROM-SHORT-TEXT)
                   IF WS-PROM-SHORT > 0
                       PERFORM CLEAR-TOKENS
                       MOVE "BALANCE" TO WS-EV-EVENT
                       MOVE PROMISSORY-LIST-RECORD(1:10) TO WS-EV-ID
                       MOVE SPACES TO WS-EV-REF
                       STRING FUNCTION TRIM(WS-PROM-TERM)
                               DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PROM-EXAM)
                               DELIMITED BY SIZE
                           INTO WS-EV-REF
                       MOVE FUNCTION TRIM(WS-PROM-SHORT-TEXT)
                           TO WS-TK-VALUE(9)
                       MOVE WS-PROM-EXAM TO WS-TK-VALUE(10)
                       MOVE WS-PROM-TERM TO WS-TK-VALUE(4)
                       PERFORM QUEUE-EVENT
                   END-IF
               END-IF
           END-IF.

       QUEUE-HOLD-EVENTS.
      *----------------------------------------------------------------
      * QUEUE-HOLD-EVENTS - One HOLD notice per hold on file; the
      * sent log keeps it to the first run that sees the hold.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-HOLDS-FILE
           IF WS-HOLDS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
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
                               PERFORM CLEAR-TOKENS
                               MOVE "HOLD" TO WS-EV-EVENT
                               MOVE FUNCTION TRIM(WS-HP-ID) TO WS-EV-ID
                               MOVE FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(WS-HP-TYPE))
                                   TO WS-EV-REF
                               MOVE WS-EV-REF TO WS-TK-VALUE(11)
                               MOVE FUNCTION TRIM(WS-HP-OFFICE)
                                   TO WS-TK-VALUE(12)
                               PERFORM QUEUE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-HOLDS-FILE.

       CLEAR-TOKENS.
      *----------------------------------------------------------------
      * CLEAR-TOKENS - Blank the event-specific fill-ins.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-TOKEN-VALUE-TABLE WS-EVENT-KEY.

       QUEUE-EVENT.
      *----------------------------------------------------------------
      * QUEUE-EVENT - Send WS-EVENT-KEY's notice to every contact of
      * the student unless the sent log already has it.
      *----------------------------------------------------------------
           ADD 1 TO WS-EVENT-COUNT
           SEARCH ALL WS-SL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SL-KEY(SL-IX) = WS-EVENT-KEY
                   ADD 1 TO WS-ALREADY-SENT-COUNT
                   EXIT PARAGRAPH
           END-SEARCH

           MOVE WS-EV-ID TO WS-TK-VALUE(3)
           MOVE WS-EV-ID TO WS-TK-VALUE(2)
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENR-COUNT
               IF WS-EN-ID(WS-EN-IDX) = WS-EV-ID
                   MOVE WS-EN-NAME(WS-EN-IDX) TO WS-TK-VALUE(2)
               END-IF
           END-PERFORM
           IF WS-TK-VALUE(4) = SPACES
               MOVE WS-TERM-ID TO WS-TK-VALUE(4)
           END-IF
           MOVE 0 TO WS-TP-FOUND
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > WS-TEMPLATE-COUNT OR WS-TP-FOUND > 0
               IF WS-TP-EVENT(WS-TP-IDX) = WS-EV-EVENT
                   MOVE WS-TP-IDX TO WS-TP-FOUND
               END-IF
           END-PERFORM

           MOVE 0 TO WS-EV-CONTACTS WS-EV-SENT WS-EV-OPTED-OUT
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-ID(WS-CT-IDX) = WS-EV-ID
                   ADD 1 TO WS-EV-CONTACTS
                   PERFORM SEND-TO-CONTACT
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-EV-SENT > 0
                   ADD 1 TO WS-NOTICE-COUNT
                   MOVE "SENT" TO WS-SL-SORT-HOLD(61:8)
                   PERFORM LOG-NOTICE
               WHEN WS-EV-OPTED-OUT > 0
                   ADD 1 TO WS-OPTOUT-COUNT
                   MOVE "OPTOUT" TO WS-SL-SORT-HOLD(61:8)
                   PERFORM LOG-NOTICE
               WHEN WS-EV-CONTACTS = 0
                   MOVE "NO CONTACT ON STUDENT-CONTACTS.TXT"
                       TO WS-EV-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   MOVE "NO MOBILE NUMBER OR EMAIL ON FILE"
                       TO WS-EV-REASON
                   PERFORM WRITE-EXCEPTION
           END-EVALUATE.

       SEND-TO-CONTACT.
      *----------------------------------------------------------------
      * SEND-TO-CONTACT - Build contact WS-CT-IDX's message and write
      * one outbox line per channel, unless the contact opted out.
      *----------------------------------------------------------------
           MOVE 0 TO WS-OPTOUT-HITS
           IF WS-CT-OPTOUT(WS-CT-IDX) = "Y"
               MOVE 1 TO WS-OPTOUT-HITS
           ELSE
               IF WS-CT-OPTOUT(WS-CT-IDX) NOT = SPACES
                   AND WS-CT-OPTOUT(WS-CT-IDX) NOT = "N"
                   INSPECT WS-CT-OPTOUT(WS-CT-IDX) TALLYING
                       WS-OPTOUT-HITS FOR ALL
                       FUNCTION TRIM(WS-EV-EVENT)
               END-IF
           END-IF
           IF WS-OPTOUT-HITS > 0
               ADD 1 TO WS-EV-OPTED-OUT
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-MOBILE(WS-CT-IDX) = SPACES
               AND WS-CT-EMAIL(WS-CT-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-CT-NAME(WS-CT-IDX) NOT = SPACES
                   MOVE WS-CT-NAME(WS-CT-IDX) TO WS-TK-VALUE(1)
               WHEN WS-CT-RELATION(WS-CT-IDX) = "STUDENT"
                   MOVE WS-TK-VALUE(2) TO WS-TK-VALUE(1)
               WHEN OTHER
                   MOVE "Parent/Guardian" TO WS-TK-VALUE(1)
           END-EVALUATE
           PERFORM BUILD-MESSAGE

           IF WS-CT-MOBILE(WS-CT-IDX) NOT = SPACES
               MOVE SPACES TO WS-OUT-LINE
               STRING "SMS|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CT-MOBILE(WS-CT-IDX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EV-ID) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EV-EVENT) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MESSAGE) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               WRITE OUTBOX-RECORD FROM WS-OUT-LINE
               ADD 1 TO WS-MESSAGE-COUNT
               ADD 1 TO WS-EV-SENT
           END-IF
           IF WS-CT-EMAIL(WS-CT-IDX) NOT = SPACES
               MOVE SPACES TO WS-OUT-LINE
               STRING "EMAIL|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CT-EMAIL(WS-CT-IDX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EV-ID) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EV-EVENT) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MESSAGE) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               WRITE OUTBOX-RECORD FROM WS-OUT-LINE
               ADD 1 TO WS-MESSAGE-COUNT
               ADD 1 TO WS-EV-SENT
           END-IF.

       BUILD-MESSAGE.
      *----------------------------------------------------------------
      * BUILD-MESSAGE - Copy template WS-TP-FOUND into WS-MESSAGE,
      * replacing each {TOKEN} with its value; an unknown {...} is
      * copied as it stands.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-MESSAGE
           MOVE 1 TO WS-MSG-PTR
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-TP-TEXT(WS-TP-FOUND) TRAILING))
               TO WS-TEXT-LEN
           PERFORM VARYING WS-CI FROM 1 BY 1
               UNTIL WS-CI > WS-TEXT-LEN OR WS-MSG-PTR > 320
               MOVE 0 TO WS-TK-FOUND
               IF WS-TP-TEXT(WS-TP-FOUND)(WS-CI:1) = "{"
                   PERFORM FIND-TOKEN
               END-IF
               IF WS-TK-FOUND > 0
                   IF WS-TK-VALUE(WS-TK-FOUND) NOT = SPACES
                       STRING FUNCTION TRIM(WS-TK-VALUE(WS-TK-FOUND))
                           DELIMITED BY SIZE
                           INTO WS-MESSAGE WITH POINTER WS-MSG-PTR
                   END-IF
                   MOVE WS-CLOSE-POS TO WS-CI
               ELSE
                   STRING WS-TP-TEXT(WS-TP-FOUND)(WS-CI:1)
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE WITH POINTER WS-MSG-PTR
               END-IF
           END-PERFORM.

       FIND-TOKEN.
      *----------------------------------------------------------------
      * FIND-TOKEN - WS-TK-FOUND = the token opened by the "{" at
      * WS-CI (0 when it is not one), WS-CLOSE-POS = its "}".
      *----------------------------------------------------------------
           MOVE 0 TO WS-CLOSE-POS
           PERFORM VARYING WS-CJ FROM WS-CI BY 1
               UNTIL WS-CJ > WS-TEXT-LEN OR WS-CJ > WS-CI + 11
               OR WS-CLOSE-POS > 0
               IF WS-TP-TEXT(WS-TP-FOUND)(WS-CJ:1) = "}"
                   MOVE WS-CJ TO WS-CLOSE-POS
               END-IF
           END-PERFORM
           IF WS-CLOSE-POS > WS-CI + 1
               MOVE WS-TP-TEXT(WS-TP-FOUND)
                   (WS-CI + 1:WS-CLOSE-POS - WS-CI - 1) TO WS-TOKEN
               PERFORM VARYING WS-TK-IDX FROM 1 BY 1
                   UNTIL WS-TK-IDX > 12 OR WS-TK-FOUND > 0
                   IF WS-TK-NAME(WS-TK-IDX) = WS-TOKEN
                       MOVE WS-TK-IDX TO WS-TK-FOUND
                   END-IF
               END-PERFORM
           END-IF.

       LOG-NOTICE.
      *----------------------------------------------------------------
      * LOG-NOTICE - Splice the notice into the sent-log table in key
      * order (disposition already in WS-SL-SORT-HOLD(61:8)).
      *----------------------------------------------------------------
           IF WS-SL-COUNT >= WS-MAX-SENT
               IF WS-SL-FULL-WARNED = 0
                   DISPLAY "ERROR: NOTIFICATION-SENT-LOG.TXT is full ("
                       WS-MAX-SENT " notices) - archive it; notices"
                       " from here on will be sent again next run"
                   MOVE 1 TO WS-SL-FULL-WARNED
                   MOVE 1 TO WS-HAS-ERROR
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVENT-KEY TO WS-SL-SORT-HOLD(1:50)
           MOVE WS-TODAY-DATE TO WS-SL-SORT-HOLD(51:10)
           ADD 1 TO WS-SL-COUNT
           MOVE WS-SL-COUNT TO WS-SL-J
           PERFORM UNTIL WS-SL-J = 1
               OR WS-SL-KEY(WS-SL-J - 1) <= WS-SL-SORT-HOLD(1:50)
               MOVE WS-SL-ENTRY(WS-SL-J - 1) TO WS-SL-ENTRY(WS-SL-J)
               SUBTRACT 1 FROM WS-SL-J
           END-PERFORM
           MOVE WS-SL-SORT-HOLD TO WS-SL-ENTRY(WS-SL-J).

       WRITE-EXCEPTION.
      *----------------------------------------------------------------
      * WRITE-EXCEPTION - A notice that could not go to anyone.
      *----------------------------------------------------------------
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EV-EVENT TO WS-EXD-EVENT
           MOVE WS-EV-ID TO WS-EXD-ID
           MOVE WS-EV-REF TO WS-EXD-REF
           MOVE WS-EV-REASON TO WS-EXD-REASON
           WRITE EXCEPTIONS-RECORD FROM WS-EXC-DETAIL.

       SAVE-SENT-LOG.
      *----------------------------------------------------------------
      * SAVE-SENT-LOG - Rewrite the log in key order.
      *----------------------------------------------------------------
           OPEN OUTPUT SENT-LOG-FILE
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-SL-COUNT
               MOVE WS-SL-ENTRY(WS-SL-IDX) TO SENT-LOG-RECORD
               WRITE SENT-LOG-RECORD
           END-PERFORM
           CLOSE SENT-LOG-FILE.

       END PROGRAM NOTIFICATION-QUEUE.
