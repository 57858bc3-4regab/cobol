      *================================================================
      * PROGRAM: SHARED CONTROL SEAL FOR OUTBOUND FILES
      *================================================================
      * PURPOSE: RELEASE-APPROVAL proves who approved a bank file or
      *          a journal, but nothing proved that the file the bank,
      *          the books or SSS / PhilHealth / Pag-IBIG receive is
      *          the one that was approved. Every outbound file is
      *          now sealed by the program that writes it, and the
      *          seal is recomputed before the file is released or
      *          transmitted - a file edited after sealing is
      *          refused. The writing and checking programs fill the
      *          SEALPARM area and CALL "CONTROL-SEAL" (the
      *          ERROR-LOGGER pattern).
      *
      * HOW IT WORKS:
      *   1. The seal of a file is computed over every record:
      *        - the record count
      *        - the hash total of amounts: every field with a
      *          decimal point and nothing but digits and thousands
      *          commas around it
      *        - the hash total of account and ID numbers: every
      *          all-digit field of 3 to 18 digits (dashes ignored,
      *          so "34-1234567-8" counts), i.e. bank accounts, GL
      *          accounts, check and member numbers
      *        - a checksum over every character, position and line
      *          break (Adler-32 style), so even a change that keeps
      *          both hash totals - two figures swapped, a name
      *          retyped - is caught
      *      Hash totals wrap at their field size, as hash totals do
      *   2. SEAL appends "Stamp,File,Program,Count,AmountHash,
      *      AccountHash,Checksum" to CONTROL-SEAL-REGISTER.TXT. The
      *      register is append-only; a file written again (a
      *      re-staged run) is sealed again and its LATEST line is
      *      the one in force
      *   3. VERIFY recomputes the file and compares it with the
      *      seal in force: SEAL-VERIFIED only when all four agree.
      *      A file never sealed or no longer on disk does not
      *      verify either
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-SEAL.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL SEALED-FILE
               ASSIGN TO DYNAMIC WS-SEALED-FILE-NAME
      * The outbound file being sealed or verified.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEALED-FILE-STATUS.

           SELECT OPTIONAL SEAL-REGISTER-FILE
               ASSIGN TO "CONTROL-SEAL-REGISTER.TXT"
      * Append-only; one line per seal taken.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEALED-FILE.
       01  SEALED-FILE-RECORD          PIC X(250).

       FD  SEAL-REGISTER-FILE.
       01  SEAL-REGISTER-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-SEALED-FILE-NAME         PIC X(50).
       01  WS-SEALED-FILE-STATUS       PIC XX.
       01  WS-REGISTER-FILE-STATUS     PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-FILE-FOUND               PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * SEAL COMPUTATION
      *----------------------------------------------------------------
       01  WS-SEAL-LINE                PIC X(250).
       01  WS-LINE-LENGTH              PIC 999 VALUE 0.
       01  WS-TRAILING-SPACES          PIC 999 VALUE 0.
       01  WS-CHAR-POS                 PIC 999 VALUE 0.
       01  WS-CK-A                     PIC 9(5) VALUE 0.
       01  WS-CK-B                     PIC 9(5) VALUE 0.
       01  WS-CK-MODULUS               PIC 9(5) VALUE 65521.
       01  WS-COMPUTED-SEAL.
               05 WS-CS-COUNT          PIC 9(7).
               05 WS-CS-AMOUNT-HASH    PIC 9(13)V99.
               05 WS-CS-ACCOUNT-HASH   PIC 9(18).
               05 WS-CS-CHECKSUM       PIC 9(10).

       01  WS-TOKEN                    PIC X(40).
       01  WS-TOKEN-PTR                PIC 999 VALUE 1.
       01  WS-TOKEN-POS                PIC 99 VALUE 0.
       01  WS-TOKEN-CHAR               PIC X.
       01  WS-CLEAN-TOKEN              PIC X(40).
       01  WS-CLEAN-LEN                PIC 99 VALUE 0.
       01  WS-TOKEN-DIGITS             PIC 99 VALUE 0.
       01  WS-TOKEN-POINTS             PIC 99 VALUE 0.
       01  WS-TOKEN-OTHER              PIC 99 VALUE 0.
       01  WS-INT-PART                 PIC X(40).
       01  WS-FRAC-PART                PIC X(40).
       01  WS-INT-LEN                  PIC 99 VALUE 0.
       01  WS-RIGHT-DIGITS             PIC X(18) JUSTIFIED RIGHT.
       01  WS-RIGHT-NUMBER REDEFINES WS-RIGHT-DIGITS PIC 9(18).
       01  WS-FRAC-DIGITS              PIC X(2).
       01  WS-FRAC-NUMBER REDEFINES WS-FRAC-DIGITS PIC 99.
       01  WS-TOKEN-AMOUNT             PIC 9(13)V99.

      *----------------------------------------------------------------
      * SEAL REGISTER LINE
      *----------------------------------------------------------------
       01  WS-REGISTER-LINE            PIC X(200).
       01  WS-REGISTER-PARSE.
               05 WS-RG-STAMP          PIC X(19).
               05 WS-RG-FILE           PIC X(50).
               05 WS-RG-PROGRAM        PIC X(24).
               05 WS-RG-COUNT          PIC X(7).
               05 WS-RG-AMOUNT-HASH    PIC X(15).
               05 WS-RG-ACCOUNT-HASH   PIC X(18).
               05 WS-RG-CHECKSUM       PIC X(10).
       01  WS-SEAL-IN-FORCE.
               05 WS-SIF-STAMP         PIC X(19).
               05 WS-SIF-COUNT         PIC X(7).
               05 WS-SIF-AMOUNT-HASH   PIC X(15).
               05 WS-SIF-ACCOUNT-HASH  PIC X(18).
               05 WS-SIF-CHECKSUM      PIC X(10).
       01  WS-SEAL-TEXT.
               05 WS-ST-COUNT          PIC 9(7).
               05 WS-ST-AMOUNT-HASH    PIC 9(15).
               05 WS-ST-ACCOUNT-HASH   PIC 9(18).
               05 WS-ST-CHECKSUM       PIC 9(10).
       01  WS-SEAL-TEXT-X REDEFINES WS-SEAL-TEXT.
               05 WS-STX-COUNT         PIC X(7).
               05 WS-STX-AMOUNT-HASH   PIC X(15).
               05 WS-STX-ACCOUNT-HASH  PIC X(18).
               05 WS-STX-CHECKSUM      PIC X(10).
       01  WS-FILE-KEY                 PIC X(50).
       01  WS-MISMATCH-PTR             PIC 99 VALUE 1.

       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TIMESTAMP-DISPLAY        PIC X(19).

       LINKAGE SECTION.
       COPY SEALPARM.

       PROCEDURE DIVISION USING SEAL-PARAMETER.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Dispatch on SEAL-FUNCTION. An unknown
      * function leaves the file unverified.
      *----------------------------------------------------------------
           MOVE "N" TO SEAL-RESULT
           MOVE 0 TO SEAL-COUNT SEAL-AMOUNT-HASH SEAL-ACCOUNT-HASH
               SEAL-CHECKSUM
           MOVE SPACES TO SEAL-STAMP SEAL-MESSAGE
           EVALUATE TRUE
               WHEN SEAL-FN-SEAL
                   PERFORM SEAL-OUTBOUND-FILE
               WHEN SEAL-FN-VERIFY
                   PERFORM VERIFY-OUTBOUND-FILE
               WHEN OTHER
                   MOVE "UNKNOWN SEAL FUNCTION" TO SEAL-MESSAGE
           END-EVALUATE
           GOBACK.

       SEAL-OUTBOUND-FILE.
      *----------------------------------------------------------------
      * SEAL-OUTBOUND-FILE - Compute the seal of SEAL-FILE and put
      * it on the register.
      *----------------------------------------------------------------
           PERFORM COMPUTE-FILE-SEAL
           IF WS-FILE-FOUND = 0
               MOVE "M" TO SEAL-RESULT
               MOVE "FILE NOT FOUND - NOT SEALED" TO SEAL-MESSAGE
           ELSE
               PERFORM STAMP-TIMESTAMP
               MOVE WS-TIMESTAMP-DISPLAY TO SEAL-STAMP
               PERFORM FORMAT-SEAL-TEXT
               MOVE SPACES TO WS-REGISTER-LINE
               STRING WS-TIMESTAMP-DISPLAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SEAL-FILE) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SEAL-PROGRAM) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-STX-COUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-STX-AMOUNT-HASH DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-STX-ACCOUNT-HASH DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-STX-CHECKSUM DELIMITED BY SIZE
                   INTO WS-REGISTER-LINE
               OPEN EXTEND SEAL-REGISTER-FILE
               IF WS-REGISTER-FILE-STATUS NOT = "00"
                   AND WS-REGISTER-FILE-STATUS NOT = "05"
                   OPEN OUTPUT SEAL-REGISTER-FILE
               END-IF
               WRITE SEAL-REGISTER-RECORD FROM WS-REGISTER-LINE
               CLOSE SEAL-REGISTER-FILE
               MOVE "S" TO SEAL-RESULT
               MOVE "SEALED" TO SEAL-MESSAGE
           END-IF.

       VERIFY-OUTBOUND-FILE.
      *----------------------------------------------------------------
      * VERIFY-OUTBOUND-FILE - Recompute SEAL-FILE and hold it
      * against the latest register line for that file name.
      *----------------------------------------------------------------
           PERFORM FIND-SEAL-IN-FORCE
           PERFORM COMPUTE-FILE-SEAL
           PERFORM FORMAT-SEAL-TEXT
           EVALUATE TRUE
               WHEN WS-FILE-FOUND = 0
                   MOVE "M" TO SEAL-RESULT
                   MOVE "FILE NOT FOUND" TO SEAL-MESSAGE
               WHEN WS-SIF-STAMP = SPACES
                   MOVE "N" TO SEAL-RESULT
                   MOVE "NO SEAL ON CONTROL-SEAL-REGISTER.TXT"
                       TO SEAL-MESSAGE
               WHEN OTHER
                   MOVE WS-SIF-STAMP TO SEAL-STAMP
                   MOVE 1 TO WS-MISMATCH-PTR
                   IF WS-STX-COUNT NOT = WS-SIF-COUNT
                       STRING "RECORD COUNT " DELIMITED BY SIZE
                           INTO SEAL-MESSAGE
                           WITH POINTER WS-MISMATCH-PTR
                       END-STRING
                   END-IF
                   IF WS-STX-AMOUNT-HASH NOT = WS-SIF-AMOUNT-HASH
                       STRING "AMOUNT HASH " DELIMITED BY SIZE
                           INTO SEAL-MESSAGE
                           WITH POINTER WS-MISMATCH-PTR
                       END-STRING
                   END-IF
                   IF WS-STX-ACCOUNT-HASH NOT = WS-SIF-ACCOUNT-HASH
                       STRING "ACCOUNT HASH " DELIMITED BY SIZE
                           INTO SEAL-MESSAGE
                           WITH POINTER WS-MISMATCH-PTR
                       END-STRING
                   END-IF
                   IF WS-STX-CHECKSUM NOT = WS-SIF-CHECKSUM
                       STRING "CHECKSUM " DELIMITED BY SIZE
                           INTO SEAL-MESSAGE
                           WITH POINTER WS-MISMATCH-PTR
                       END-STRING
                   END-IF
                   IF WS-MISMATCH-PTR = 1
                       MOVE "V" TO SEAL-RESULT
                       MOVE "SEAL VERIFIED" TO SEAL-MESSAGE
                   ELSE
                       MOVE "T" TO SEAL-RESULT
                       STRING "CHANGED SINCE SEALED" DELIMITED BY SIZE
                           INTO SEAL-MESSAGE
                           WITH POINTER WS-MISMATCH-PTR
                       END-STRING
                   END-IF
           END-EVALUATE.

       FIND-SEAL-IN-FORCE.
      *----------------------------------------------------------------
      * FIND-SEAL-IN-FORCE - The last register line for SEAL-FILE
      * (file names compared in upper case).
      *----------------------------------------------------------------
           MOVE SPACES TO WS-SEAL-IN-FORCE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SEAL-FILE))
               TO WS-FILE-KEY
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT SEAL-REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ SEAL-REGISTER-FILE INTO WS-REGISTER-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-REGISTER-PARSE
                           UNSTRING WS-REGISTER-LINE DELIMITED BY ","
                               INTO WS-RG-STAMP
                                    WS-RG-FILE
                                    WS-RG-PROGRAM
                                    WS-RG-COUNT
                                    WS-RG-AMOUNT-HASH
                                    WS-RG-ACCOUNT-HASH
                                    WS-RG-CHECKSUM
                           END-UNSTRING
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-RG-FILE)) = WS-FILE-KEY
                               MOVE WS-RG-STAMP TO WS-SIF-STAMP
                               MOVE WS-RG-COUNT TO WS-SIF-COUNT
                               MOVE WS-RG-AMOUNT-HASH
                                   TO WS-SIF-AMOUNT-HASH
                               MOVE WS-RG-ACCOUNT-HASH
                                   TO WS-SIF-ACCOUNT-HASH
                               MOVE WS-RG-CHECKSUM TO WS-SIF-CHECKSUM
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE SEAL-REGISTER-FILE.

       COMPUTE-FILE-SEAL.
      *----------------------------------------------------------------
      * COMPUTE-FILE-SEAL - Read SEAL-FILE end to end; the result is
      * handed back in SEAL-COUNT ... SEAL-CHECKSUM.
      *----------------------------------------------------------------
           MOVE 0 TO WS-CS-COUNT WS-CS-AMOUNT-HASH WS-CS-ACCOUNT-HASH
               WS-CS-CHECKSUM
           MOVE 1 TO WS-CK-A
           MOVE 0 TO WS-CK-B
           MOVE 0 TO WS-FILE-FOUND
           MOVE SEAL-FILE TO WS-SEALED-FILE-NAME
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT SEALED-FILE
           IF WS-SEALED-FILE-STATUS = "00"
               MOVE 1 TO WS-FILE-FOUND
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ SEALED-FILE INTO WS-SEAL-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM ADD-LINE-TO-SEAL
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE SEALED-FILE
           COMPUTE WS-CS-CHECKSUM = WS-CK-B * 65536 + WS-CK-A
           MOVE WS-CS-COUNT TO SEAL-COUNT
           MOVE WS-CS-AMOUNT-HASH TO SEAL-AMOUNT-HASH
           MOVE WS-CS-ACCOUNT-HASH TO SEAL-ACCOUNT-HASH
           MOVE WS-CS-CHECKSUM TO SEAL-CHECKSUM.

       ADD-LINE-TO-SEAL.
      *----------------------------------------------------------------
      * ADD-LINE-TO-SEAL - One record into the count, the checksum
      * (every character up to the last non-blank, then the line
      * break) and the two hash totals (field by field).
      *----------------------------------------------------------------
           ADD 1 TO WS-CS-COUNT
           MOVE 0 TO WS-TRAILING-SPACES
           INSPECT FUNCTION REVERSE(WS-SEAL-LINE)
               TALLYING WS-TRAILING-SPACES FOR LEADING SPACES
           COMPUTE WS-LINE-LENGTH = 250 - WS-TRAILING-SPACES
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
               UNTIL WS-CHAR-POS > WS-LINE-LENGTH
               COMPUTE WS-CK-A = FUNCTION MOD(WS-CK-A +
                   FUNCTION ORD(WS-SEAL-LINE(WS-CHAR-POS:1)),
                   WS-CK-MODULUS)
               COMPUTE WS-CK-B = FUNCTION MOD(WS-CK-B + WS-CK-A,
                   WS-CK-MODULUS)
           END-PERFORM
           COMPUTE WS-CK-A = FUNCTION MOD(WS-CK-A + 11,
               WS-CK-MODULUS)
           COMPUTE WS-CK-B = FUNCTION MOD(WS-CK-B + WS-CK-A,
               WS-CK-MODULUS)

           MOVE 1 TO WS-TOKEN-PTR
           PERFORM UNTIL WS-TOKEN-PTR > WS-LINE-LENGTH
               MOVE SPACES TO WS-TOKEN
               UNSTRING WS-SEAL-LINE DELIMITED BY ALL SPACE
                   INTO WS-TOKEN
                   WITH POINTER WS-TOKEN-PTR
               END-UNSTRING
               IF WS-TOKEN NOT = SPACES
                   PERFORM ADD-TOKEN-TO-HASHES
               END-IF
           END-PERFORM.

       ADD-TOKEN-TO-HASHES.
      *----------------------------------------------------------------
      * ADD-TOKEN-TO-HASHES - A field of digits with one decimal
      * point is an amount; a field of 3 to 18 digits is an account
      * or ID number. Thousands commas and dashes are dropped; any
      * other character (letters, stars of a masked figure, a time
      * of day) leaves the field out of both hash totals.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-CLEAN-TOKEN
           MOVE 0 TO WS-CLEAN-LEN WS-TOKEN-DIGITS WS-TOKEN-POINTS
               WS-TOKEN-OTHER
           PERFORM VARYING WS-TOKEN-POS FROM 1 BY 1
               UNTIL WS-TOKEN-POS > 40
               MOVE WS-TOKEN(WS-TOKEN-POS:1) TO WS-TOKEN-CHAR
               EVALUATE TRUE
                   WHEN WS-TOKEN-CHAR = SPACE
                       OR WS-TOKEN-CHAR = ","
                       OR WS-TOKEN-CHAR = "-"
                       CONTINUE
                   WHEN WS-TOKEN-CHAR IS NUMERIC
                       ADD 1 TO WS-TOKEN-DIGITS
                       ADD 1 TO WS-CLEAN-LEN
                       MOVE WS-TOKEN-CHAR
                           TO WS-CLEAN-TOKEN(WS-CLEAN-LEN:1)
                   WHEN WS-TOKEN-CHAR = "."
                       ADD 1 TO WS-TOKEN-POINTS
                       ADD 1 TO WS-CLEAN-LEN
                       MOVE WS-TOKEN-CHAR
                           TO WS-CLEAN-TOKEN(WS-CLEAN-LEN:1)
                   WHEN OTHER
                       ADD 1 TO WS-TOKEN-OTHER
               END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-TOKEN-OTHER > 0 OR WS-TOKEN-DIGITS = 0
                   CONTINUE
               WHEN WS-TOKEN-POINTS = 1
                   MOVE SPACES TO WS-INT-PART WS-FRAC-PART
                   UNSTRING WS-CLEAN-TOKEN DELIMITED BY "."
                       INTO WS-INT-PART
                            WS-FRAC-PART
                   END-UNSTRING
                   MOVE 0 TO WS-INT-LEN
                   INSPECT WS-INT-PART
                       TALLYING WS-INT-LEN FOR CHARACTERS
                           BEFORE INITIAL SPACE
                   MOVE 0 TO WS-TOKEN-AMOUNT
                   IF WS-INT-LEN > 0 AND WS-INT-LEN <= 13
                       MOVE WS-INT-PART(1:WS-INT-LEN)
                           TO WS-RIGHT-DIGITS
                       INSPECT WS-RIGHT-DIGITS
                           REPLACING LEADING SPACES BY ZEROS
                       MOVE WS-RIGHT-NUMBER TO WS-TOKEN-AMOUNT
                   END-IF
                   MOVE WS-FRAC-PART(1:2) TO WS-FRAC-DIGITS
                   INSPECT WS-FRAC-DIGITS REPLACING ALL SPACES BY ZEROS
                   COMPUTE WS-TOKEN-AMOUNT = WS-TOKEN-AMOUNT
                       + WS-FRAC-NUMBER / 100
                   COMPUTE WS-CS-AMOUNT-HASH = FUNCTION MOD(
                       WS-CS-AMOUNT-HASH + WS-TOKEN-AMOUNT,
                       10000000000000)
               WHEN WS-TOKEN-POINTS = 0
                   AND WS-TOKEN-DIGITS >= 3
                   AND WS-TOKEN-DIGITS <= 18
                   MOVE WS-CLEAN-TOKEN(1:WS-CLEAN-LEN)
                       TO WS-RIGHT-DIGITS
                   INSPECT WS-RIGHT-DIGITS
                       REPLACING LEADING SPACES BY ZEROS
                   COMPUTE WS-CS-ACCOUNT-HASH = FUNCTION MOD(
                       WS-CS-ACCOUNT-HASH + WS-RIGHT-NUMBER,
                       1000000000000000000)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FORMAT-SEAL-TEXT.
      *----------------------------------------------------------------
      * FORMAT-SEAL-TEXT - The computed seal as the fixed digit
      * strings the register carries.
      *----------------------------------------------------------------
           MOVE WS-CS-COUNT TO WS-ST-COUNT
           COMPUTE WS-ST-AMOUNT-HASH = WS-CS-AMOUNT-HASH * 100
           MOVE WS-CS-ACCOUNT-HASH TO WS-ST-ACCOUNT-HASH
           MOVE WS-CS-CHECKSUM TO WS-ST-CHECKSUM.

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

       END PROGRAM CONTROL-SEAL.
