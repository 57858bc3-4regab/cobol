      *================================================================
      * PROGRAM: SHARED RATE-TABLE VERSION LOOKUP
      *================================================================
      * PURPOSE: The payroll rate tables, the tax brackets, the
      *          salary grades, the fee schedule and the scholarship
      *          table used to be edited in place, so a rerun,
      *          retro or reprint of an earlier period silently
      *          priced it at today's rates. Each table is now kept
      *          as effective-dated versions approved through
      *          RATE-MAINT, and every run asks this lookup which
      *          version was in force for its pay period or term
      *          (the ERROR-LOGGER CALL pattern, see RATEVER.CPY).
      *
      * HOW IT WORKS:
      *   1. RATE-VERSIONS.TXT is append-only, one
      *      "VersionID,Table,EffectiveFrom,Status,Operator,Stamp,
      *      FileName" line per event: RATE-MAINT writes PENDING
      *      when a maker proposes a version, then APPROVED or
      *      REJECTED when a second operator decides it. The LAST
      *      line of a version is its status
      *   2. Of the table's APPROVED versions, the one in force is
      *      the latest EffectiveFrom not after RATEVER-AS-OF (on a
      *      tie, the later version). A blank RATEVER-AS-OF takes the
      *      latest approved version outright
      *   3. FileName is the version's frozen copy
      *      (<table>-<VersionID>.TXT) the caller loads instead of
      *      the plain table file. No version in force leaves the
      *      caller on its base schedule (RATEVER-BASE)
      *
      * NOTE: Effective-from is a date (YYYY-MM-DD) for the payroll
      *       tables and a term ID (YYYY-T) for the student tables;
      *       both order correctly as text, which is how they are
      *       compared here.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-VERSION.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RATE-VERSIONS-FILE
               ASSIGN TO "RATE-VERSIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSIONS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-VERSIONS-FILE.
       01  RATE-VERSIONS-RECORD        PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-VERSIONS-FILE-STATUS     PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.

       01  WS-VERSION-LINE             PIC X(150).
       01  WS-VERSION-PARSE.
               05 WS-VP-ID             PIC X(6).
               05 WS-VP-TABLE          PIC X(24).
               05 WS-VP-EFFECTIVE      PIC X(10).
               05 WS-VP-STATUS         PIC X(10).
               05 WS-VP-OPERATOR       PIC X(10).
               05 WS-VP-STAMP          PIC X(19).
               05 WS-VP-FILE           PIC X(50).

      *----------------------------------------------------------------
      * THE TABLE'S VERSIONS - last status line of each wins
      *----------------------------------------------------------------
       01  WS-MAX-VERSIONS             PIC 999 VALUE 200.
       01  WS-VER-COUNT                PIC 999 VALUE 0.
       01  WS-VERSION-TABLE.
               05 WS-VER-ENTRY OCCURS 200 TIMES.
                   10 WS-VER-ID        PIC X(6).
                   10 WS-VER-EFFECTIVE PIC X(10).
                   10 WS-VER-STATUS    PIC X(10).
                   10 WS-VER-FILE      PIC X(50).
       01  WS-VER-IDX                  PIC 999 VALUE 0.
       01  WS-VER-MATCH-IDX            PIC 999 VALUE 0.
       01  WS-BEST-IDX                 PIC 999 VALUE 0.

       LINKAGE SECTION.
       COPY RATEVER.

       PROCEDURE DIVISION USING RATEVER-PARAMETER.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Base schedule unless an approved version
      * is in force on RATEVER-AS-OF.
      *----------------------------------------------------------------
           MOVE "B" TO RATEVER-RESULT
           MOVE "BASE" TO RATEVER-VERSION-ID
           MOVE SPACES TO RATEVER-EFFECTIVE
           MOVE SPACES TO RATEVER-FILE
           STRING FUNCTION TRIM(RATEVER-TABLE) DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO RATEVER-FILE

           PERFORM LOAD-TABLE-VERSIONS
           PERFORM FIND-VERSION-IN-FORCE
           IF WS-BEST-IDX > 0
               MOVE "V" TO RATEVER-RESULT
               MOVE WS-VER-ID(WS-BEST-IDX) TO RATEVER-VERSION-ID
               MOVE WS-VER-EFFECTIVE(WS-BEST-IDX) TO RATEVER-EFFECTIVE
               MOVE WS-VER-FILE(WS-BEST-IDX) TO RATEVER-FILE
           END-IF
           GOBACK.

       LOAD-TABLE-VERSIONS.
      *----------------------------------------------------------------
      * LOAD-TABLE-VERSIONS - Every register line of RATEVER-TABLE;
      * a later line of a version already seen updates its status.
      *----------------------------------------------------------------
           MOVE 0 TO WS-VER-COUNT
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT RATE-VERSIONS-FILE
           IF WS-VERSIONS-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ RATE-VERSIONS-FILE INTO WS-VERSION-LINE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-VERSION-PARSE
                       UNSTRING WS-VERSION-LINE DELIMITED BY ","
                           INTO WS-VP-ID WS-VP-TABLE WS-VP-EFFECTIVE
                                WS-VP-STATUS WS-VP-OPERATOR
                                WS-VP-STAMP WS-VP-FILE
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(WS-VP-TABLE)
                               = FUNCTION UPPER-CASE(RATEVER-TABLE)
                           PERFORM STORE-VERSION-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-VERSIONS-FILE.

       STORE-VERSION-LINE.
      *----------------------------------------------------------------
      * STORE-VERSION-LINE - New version, or the new status of one
      * already on the table.
      *----------------------------------------------------------------
           MOVE 0 TO WS-VER-MATCH-IDX
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-COUNT
               IF WS-VER-ID(WS-VER-IDX) = WS-VP-ID
                   MOVE WS-VER-IDX TO WS-VER-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-VER-MATCH-IDX = 0
               AND WS-VER-COUNT < WS-MAX-VERSIONS
               ADD 1 TO WS-VER-COUNT
               MOVE WS-VER-COUNT TO WS-VER-MATCH-IDX
               MOVE WS-VP-ID TO WS-VER-ID(WS-VER-MATCH-IDX)
           END-IF
           IF WS-VER-MATCH-IDX > 0
               MOVE WS-VP-EFFECTIVE
                   TO WS-VER-EFFECTIVE(WS-VER-MATCH-IDX)
               MOVE FUNCTION UPPER-CASE(WS-VP-STATUS)
                   TO WS-VER-STATUS(WS-VER-MATCH-IDX)
               MOVE WS-VP-FILE TO WS-VER-FILE(WS-VER-MATCH-IDX)
           END-IF.

       FIND-VERSION-IN-FORCE.
      *----------------------------------------------------------------
      * FIND-VERSION-IN-FORCE - WS-BEST-IDX is the approved version
      * with the latest effective-from not after RATEVER-AS-OF (the
      * later version on a tie), or 0.
      *----------------------------------------------------------------
           MOVE 0 TO WS-BEST-IDX
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-COUNT
               IF WS-VER-STATUS(WS-VER-IDX) = "APPROVED"
                   AND (RATEVER-AS-OF = SPACES
                       OR WS-VER-EFFECTIVE(WS-VER-IDX)
                           NOT > RATEVER-AS-OF)
                   IF WS-BEST-IDX = 0
                       MOVE WS-VER-IDX TO WS-BEST-IDX
                   ELSE
                       IF WS-VER-EFFECTIVE(WS-VER-IDX)
                               > WS-VER-EFFECTIVE(WS-BEST-IDX)
                           OR (WS-VER-EFFECTIVE(WS-VER-IDX)
                               = WS-VER-EFFECTIVE(WS-BEST-IDX)
                               AND WS-VER-ID(WS-VER-IDX)
                                   > WS-VER-ID(WS-BEST-IDX))
                           MOVE WS-VER-IDX TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM RATE-VERSION.
