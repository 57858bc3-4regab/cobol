      *================================================================
      * COPYBOOK: SEALPARM - SHARED OUTBOUND-FILE CONTROL SEAL AREA
      *================================================================
      * Every file that leaves the school for a bank, the books or a
      * government agency is sealed the moment it is written, and
      * the seal is checked again before it is released or sent.
      * Callers fill this area and CALL "CONTROL-SEAL":
      *   SEAL   - SEAL-FILE was just closed: its record count, hash
      *            total of amounts, hash total of account / ID
      *            numbers and checksum are computed and appended
      *            to CONTROL-SEAL-REGISTER.TXT (the latest seal of
      *            a file is the one in force)
      *   VERIFY - SEAL-FILE is recomputed and compared with its
      *            latest seal. Anything but SEAL-VERIFIED means the
      *            file must not be released or sent
      * SEAL-COUNT / -AMOUNT-HASH / -ACCOUNT-HASH / -CHECKSUM come
      * back as computed from the file on disk, SEAL-MESSAGE says
      * what did not match. A caller must treat a failed CALL as
      * not verified - an unlinked sealer never passes a file.
      *================================================================
       01  SEAL-PARAMETER.
           05 SEAL-FUNCTION            PIC X(10).
               88 SEAL-FN-SEAL         VALUE "SEAL".
               88 SEAL-FN-VERIFY       VALUE "VERIFY".
           05 SEAL-PROGRAM             PIC X(24).
      * PROGRAM-ID of the calling program
           05 SEAL-FILE                PIC X(50).
           05 SEAL-RESULT              PIC X(1).
               88 SEAL-SEALED          VALUE "S".
               88 SEAL-VERIFIED        VALUE "V".
               88 SEAL-TAMPERED        VALUE "T".
               88 SEAL-NOT-SEALED      VALUE "N".
               88 SEAL-FILE-MISSING    VALUE "M".
           05 SEAL-COUNT               PIC 9(7).
           05 SEAL-AMOUNT-HASH         PIC 9(13)V99.
           05 SEAL-ACCOUNT-HASH        PIC 9(18).
           05 SEAL-CHECKSUM            PIC 9(10).
           05 SEAL-STAMP               PIC X(19).
      * When the seal in force was taken (VERIFY) or this one (SEAL)
           05 SEAL-MESSAGE             PIC X(80).
