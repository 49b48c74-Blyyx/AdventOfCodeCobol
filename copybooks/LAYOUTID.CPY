      * LAYOUTID.CPY
      * Layout stamp. Every file one step hands to another starts
      * with this record: the layout ID of the records that follow
      * and the version of that layout the producer wrote. A
      * producer bumps the version whenever it changes the record
      * it writes; a consumer carries the ID and version its own FD
      * was written for in LYT-EXPECTED-ID/-VERSION, reads the stamp
      * straight after OPEN, and refuses the file (condition code
      * 12, message 0010) when the file is unstamped, stamped for
      * another layout, or at a version it does not understand --
      * a drifted layout otherwise misreads every field and still
      * foots. The stamp is recognized by its record type in
      * columns 1-4 and fits inside the narrowest record stamped
      * (EXCRECORD1, 25 bytes).
         01 LAYOUT-STAMP-RECORD.
            05 LYT-RECORD-TYPE        PIC X(04).
               88 LYT-IS-STAMP        VALUE 'LYT '.
            05 LYT-LAYOUT-ID          PIC X(12).
            05 LYT-FILLER1            PIC X(01).
            05 LYT-VERSION            PIC X(02).

      * What the step reading the file understands, set by the
      * step before each check.
         01 LYT-EXPECTED-ID           PIC X(12) VALUE SPACES.
         01 LYT-EXPECTED-VERSION      PIC X(02) VALUE SPACES.

      * Files a step keeps from earlier cycles -- prior generations,
      * archives, histories -- may have been written before their
      * producer stamped. A reader of such a file sets
      * LYT-LEGACY-UNSTAMPED when the first record is no stamp,
      * reads the file as version 00 of its layout, treats that
      * first record as data, and logs message 0011 (W) in place of
      * the refusal. A stamp naming another layout or version is
      * still refused.
         01 LYT-LEGACY-STATE          PIC X(01) VALUE 'N'.
            88 LYT-LEGACY-UNSTAMPED   VALUE 'Y'.
            88 LYT-STAMP-READ         VALUE 'N'.
