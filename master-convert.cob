      * PROGRAM: ONE-TIME PAYROLL MASTER LAYOUT CONVERSION
      *================================================================
      * PURPOSE: Upgrades an existing PAYROLL-MASTER.DAT to the
      *          current PAYMAST layout, which carries the statutory
      *          ID fields (MAST-TIN / MAST-SSS-NO / MAST-PHIC-NO /
      *          MAST-HDMF-NO), the faculty honorarium
      *          (MAST-HONORARIA), the off-cycle run's exempt
      *          benefit amount (MAST-BEN-EXEMPT), the payslip
      *          detail columns (MAST-PAYSLIP-DETAIL) and the rate
      *          table versions used (MAST-RATE-VERSIONS). Each addition
      *          grew the indexed record, so every program COPYing
      *          PAYMAST would fail to OPEN a pre-upgrade master on
      *          record-size mismatch - this conversion runs ONCE,
      *          before the first payroll run on the new release,
      *          and preserves the whole per-period history.
      *
      * HOW IT WORKS:
      *   1. UNLOAD: the master is opened through each OLD record
      *      layout in turn - first the pre-statutory-ID shape, then
      *      the statutory-ID shape without the honorarium, then the
      *      honorarium shape without the exempt benefit amount, then
      *      the exempt-benefit shape without the payslip detail, then
      *      the payslip-detail shape without the rate table
      *      versions, all
      *      declared inline below and frozen there (they must never
      *      track PAYMAST) - and read in key order through whichever
      *      one opens; every record is written as text
      *      to PAYROLL-MASTER-CONVERT.TXT. All fields are DISPLAY
      *      format, so the text copy is lossless, and the unload
      *      doubles as the conversion's fallback copy.
      *   2. RELOAD: PAYROLL-MASTER.DAT is recreated through the
      *      new PAYMAST layout and every unloaded record re-WRITten
      *      in the same ascending key order; statutory ID fields
      *      missing from the old record arrive as SPACES (exactly
      *      what the payroll run writes for an unregistered
      *      employee) and are filled in as each period is next run
      *      with the registry loaded; the honorarium, the exempt
      *      benefit amount and the payslip detail arrive as zero,
      *      and every rate table version as "BASE" (the built-in or
      *      plain-file schedule every earlier run priced with).
      *   3. A master that is NOT an old layout (already converted,
      *      or absent) fails every unload OPEN and the conversion
      *      refuses cleanly - running this twice cannot hurt the
      *      data.
      *   Old-layout snapshots restore the same way: the
      *   SNAPSHOT-RESTORE rebuild pads short text records with
      *   SPACES into the new layout (zero honorarium, exempt
      *   benefits and payslip detail, "BASE" rate versions), so
      *   pre-upgrade snapshot sets stay restorable.
      *
      * AUTHOR: GROUP2
      *================================================================
            RECORD KEY IS OMAST-KEY
            FILE STATUS IS WS-OLD-FILE-STATUS.

       SELECT OLD-SID-MASTER-FILE
            ASSIGN TO "PAYROLL-MASTER.DAT"
      * The statutory-ID master from before the honorarium field,
      * tried when the pre-statutory-ID layout does not open.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS SMAST-KEY
            FILE STATUS IS WS-OLD-FILE-STATUS.

       SELECT OLD-HON-MASTER-FILE
            ASSIGN TO "PAYROLL-MASTER.DAT"
      * The honorarium master from before the exempt benefit field,
      * tried when neither earlier layout opens.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS HMAST-KEY
            FILE STATUS IS WS-OLD-FILE-STATUS.

       SELECT OLD-BEN-MASTER-FILE
            ASSIGN TO "PAYROLL-MASTER.DAT"
      * The exempt-benefit master from before the payslip detail
      * group, tried when none of the earlier layouts opens.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BMAST-KEY
            FILE STATUS IS WS-OLD-FILE-STATUS.

       SELECT OLD-PSD-MASTER-FILE
            ASSIGN TO "PAYROLL-MASTER.DAT"
      * The payslip-detail master from before the rate table
      * versions, tried when none of the earlier layouts opens.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS PMAST-KEY
            FILE STATUS IS WS-OLD-FILE-STATUS.

       SELECT UNLOAD-FILE
            ASSIGN TO "PAYROLL-MASTER-CONVERT.TXT"
      * Text unload of every old record, in key order - kept after
               05 OMAST-LOAN-DED       PIC 9(9)V99.
               05 OMAST-NET            PIC 9(9)V99.

       FD  OLD-SID-MASTER-FILE.
       01  OLD-SID-MASTER-RECORD.
      * The statutory-ID PAYMAST layout before MAST-HONORARIA, frozen
      * here for the same reason. Only the key is needed by name.
               05 SMAST-KEY.
                   10 SMAST-EMP-ID     PIC X(10).
                   10 SMAST-PERIOD     PIC X(10).
               05 SMAST-DATA           PIC X(184).

       FD  OLD-HON-MASTER-FILE.
       01  OLD-HON-MASTER-RECORD.
      * The honorarium PAYMAST layout before MAST-BEN-EXEMPT, frozen
      * here for the same reason. Only the key is needed by name.
               05 HMAST-KEY.
                   10 HMAST-EMP-ID     PIC X(10).
                   10 HMAST-PERIOD     PIC X(10).
               05 HMAST-DATA           PIC X(195).

       FD  OLD-BEN-MASTER-FILE.
       01  OLD-BEN-MASTER-RECORD.
      * The exempt-benefit PAYMAST layout before MAST-PAYSLIP-DETAIL,
      * frozen here for the same reason. Only the key is needed by
      * name.
               05 BMAST-KEY.
                   10 BMAST-EMP-ID     PIC X(10).
                   10 BMAST-PERIOD     PIC X(10).
               05 BMAST-DATA           PIC X(206).

       FD  OLD-PSD-MASTER-FILE.
       01  OLD-PSD-MASTER-RECORD.
      * The payslip-detail PAYMAST layout before MAST-RATE-VERSIONS,
      * frozen here for the same reason. Only the key is needed by
      * name.
               05 PMAST-KEY.
                   10 PMAST-EMP-ID     PIC X(10).
                   10 PMAST-PERIOD     PIC X(10).
               05 PMAST-DATA           PIC X(272).

       FD  UNLOAD-FILE.
       01  UNLOAD-RECORD               PIC X(320).

       FD  NEW-MASTER-FILE.
       COPY PAYMAST.
           IF WS-RELOAD-COUNT = WS-UNLOAD-COUNT
               DISPLAY "Master conversion complete: "
                   WS-RELOAD-COUNT " record(s) carried into the new"
                   " layout (new fields start as SPACES/zero)."
                   " The text unload PAYROLL-MASTER-CONVERT.TXT is"
                   " kept as the fallback copy."
               MOVE 0 TO RETURN-CODE
       UNLOAD-OLD-MASTER.
      *----------------------------------------------------------------
      * UNLOAD-OLD-MASTER - Every old-layout record to the text
      * unload, in key order, through whichever old layout opens.
      * Every OPEN failing (current layout / absent) leaves the
      * count at zero and the caller refuses.
      *----------------------------------------------------------------
           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-FILE-STATUS NOT = "00"
               DISPLAY "Pre-statutory-ID layout open returned status "
                   WS-OLD-FILE-STATUS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               MOVE 0 TO WS-EOF-FLAG
               CLOSE UNLOAD-FILE
           END-IF
           CLOSE OLD-MASTER-FILE

           IF WS-UNLOAD-COUNT = 0
               OPEN INPUT OLD-SID-MASTER-FILE
               IF WS-OLD-FILE-STATUS NOT = "00"
                   DISPLAY "Statutory-ID layout open returned status "
                       WS-OLD-FILE-STATUS
               ELSE
                   OPEN OUTPUT UNLOAD-FILE
                   PERFORM UNTIL WS-EOF-FLAG = 1
                       READ OLD-SID-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF-FLAG
                           NOT AT END
                               WRITE UNLOAD-RECORD
                                   FROM OLD-SID-MASTER-RECORD
                               ADD 1 TO WS-UNLOAD-COUNT
                       END-READ
                   END-PERFORM
                   MOVE 0 TO WS-EOF-FLAG
                   CLOSE UNLOAD-FILE
               END-IF
               CLOSE OLD-SID-MASTER-FILE
           END-IF

           IF WS-UNLOAD-COUNT = 0
               OPEN INPUT OLD-HON-MASTER-FILE
               IF WS-OLD-FILE-STATUS NOT = "00"
                   DISPLAY "Honorarium layout open returned status "
                       WS-OLD-FILE-STATUS
               ELSE
                   OPEN OUTPUT UNLOAD-FILE
                   PERFORM UNTIL WS-EOF-FLAG = 1
                       READ OLD-HON-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF-FLAG
                           NOT AT END
                               WRITE UNLOAD-RECORD
                                   FROM OLD-HON-MASTER-RECORD
                               ADD 1 TO WS-UNLOAD-COUNT
                       END-READ
                   END-PERFORM
                   MOVE 0 TO WS-EOF-FLAG
                   CLOSE UNLOAD-FILE
               END-IF
               CLOSE OLD-HON-MASTER-FILE
           END-IF

           IF WS-UNLOAD-COUNT = 0
               OPEN INPUT OLD-BEN-MASTER-FILE
               IF WS-OLD-FILE-STATUS NOT = "00"
                   DISPLAY "Exempt-benefit layout open returned status "
                       WS-OLD-FILE-STATUS
               ELSE
                   OPEN OUTPUT UNLOAD-FILE
                   PERFORM UNTIL WS-EOF-FLAG = 1
                       READ OLD-BEN-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF-FLAG
                           NOT AT END
                               WRITE UNLOAD-RECORD
                                   FROM OLD-BEN-MASTER-RECORD
                               ADD 1 TO WS-UNLOAD-COUNT
                       END-READ
                   END-PERFORM
                   MOVE 0 TO WS-EOF-FLAG
                   CLOSE UNLOAD-FILE
               END-IF
               CLOSE OLD-BEN-MASTER-FILE
           END-IF

           IF WS-UNLOAD-COUNT = 0
               OPEN INPUT OLD-PSD-MASTER-FILE
               IF WS-OLD-FILE-STATUS NOT = "00"
                   DISPLAY "Payslip-detail layout open returned status "
                       WS-OLD-FILE-STATUS
               ELSE
                   OPEN OUTPUT UNLOAD-FILE
                   PERFORM UNTIL WS-EOF-FLAG = 1
                       READ OLD-PSD-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF-FLAG
                           NOT AT END
                               WRITE UNLOAD-RECORD
                                   FROM OLD-PSD-MASTER-RECORD
                               ADD 1 TO WS-UNLOAD-COUNT
                       END-READ
                   END-PERFORM
                   MOVE 0 TO WS-EOF-FLAG
                   CLOSE UNLOAD-FILE
               END-IF
               CLOSE OLD-PSD-MASTER-FILE
           END-IF.

       RELOAD-NEW-MASTER.
      *----------------------------------------------------------------
      * RELOAD-NEW-MASTER - Recreate the master through the new
      * PAYMAST layout and re-WRITE the unloaded records (already in
      * ascending key order). The MOVE from the space-filled 320-
      * char unload buffer lands SPACES in any statutory ID field the
      * old record lacked - the same "unregistered" value the payroll
      * run writes - and in the honorarium, exempt benefit amount
      * and payslip detail, which are then zeroed, and in the rate
      * table versions, which become "BASE".
      *----------------------------------------------------------------
           OPEN INPUT UNLOAD-FILE
           OPEN OUTPUT NEW-MASTER-FILE
                       NOT AT END
                           MOVE UNLOAD-RECORD
                               TO PAYROLL-MASTER-RECORD
                           IF MAST-HONORARIA NOT NUMERIC
                               MOVE 0 TO MAST-HONORARIA
                           END-IF
                           IF MAST-BEN-EXEMPT NOT NUMERIC
                               MOVE 0 TO MAST-BEN-EXEMPT
                           END-IF
                           IF MAST-PAYSLIP-DETAIL NOT NUMERIC
                               MOVE ZEROS TO MAST-PAYSLIP-DETAIL
                           END-IF
                           IF MAST-RATE-VERSIONS = SPACES
                               MOVE "BASE" TO MAST-RATES-VER
                                   MAST-CONTRIB-VER MAST-WTAX-VER
                                   MAST-GRADES-VER
                           END-IF
                           WRITE PAYROLL-MASTER-RECORD
                           ADD 1 TO WS-RELOAD-COUNT
                   END-READ
