      * CALIBCTL.CPY
      * Supplier control records on the calibration document. The
      * first record is a header (document ID, business date it was
      * produced for, number of calibration lines that follow) and
      * the last a trailer (line count and hash total actually
      * sent); the calibration lines travel between them. The hash
      * total is the sum, over every calibration line, of the line's
      * length in bytes with trailing spaces excluded -- so a line
      * cut short in transfer is caught even when the count still
      * agrees. Control records are recognized by their record type
      * in columns 1-4 (calibration lines are lower case) and are
      * never scanned for digits.
         01 CALIB-CONTROL-RECORD.
            05 CCR-RECORD-TYPE        PIC X(04).
               88 CCR-IS-HEADER       VALUE 'HDR '.
               88 CCR-IS-TRAILER      VALUE 'TRL '.
            05 CCR-HEADER.
               10 CCR-HDR-DOCUMENT-ID PIC X(16).
               10 CCR-HDR-FILLER1     PIC X(01).
               10 CCR-HDR-BUSN-DATE   PIC 9(08).
               10 CCR-HDR-FILLER2     PIC X(01).
               10 CCR-HDR-LINE-COUNT  PIC 9(07).
               10 CCR-HDR-FILLER3     PIC X(163).
            05 CCR-TRAILER REDEFINES CCR-HEADER.
               10 CCR-TRL-LINE-COUNT  PIC 9(07).
               10 CCR-TRL-FILLER1     PIC X(01).
               10 CCR-TRL-HASH-TOTAL  PIC 9(15).
               10 CCR-TRL-FILLER2     PIC X(173).

      * What was received, kept until end of file for
      * VALIDATE-CONTROL-TOTALS.
      * A control record whose numeric fields are not numeric is
      * SEEN but not USABLE (state B).
         01 CCR-HEADER-STATE          PIC X VALUE 'N'.
            88 CCR-HEADER-SEEN        VALUE 'Y' 'B'.
            88 CCR-HEADER-USABLE      VALUE 'Y'.
         01 CCR-TRAILER-STATE         PIC X VALUE 'N'.
            88 CCR-TRAILER-SEEN       VALUE 'Y' 'B'.
            88 CCR-TRAILER-USABLE     VALUE 'Y'.
         01 CCR-DOCUMENT-ID           PIC X(16) VALUE SPACES.
         01 CCR-EXPECTED-DATE         PIC 9(08) VALUE ZERO.
         01 CCR-EXPECTED-COUNT        PIC 9(07) VALUE ZERO.
         01 CCR-SENT-COUNT            PIC 9(07) VALUE ZERO.
         01 CCR-SENT-HASH             PIC 9(15) VALUE ZERO.
         01 CCR-HASH-TOTAL            PIC 9(15) VALUE ZERO.
         01 CCR-LINE-BYTES            PIC 9(07) VALUE ZERO.
         01 CCR-LINES-AFTER-TRAILER   PIC 9(07) VALUE ZERO.
         01 CCR-MISPLACED-COUNT       PIC 9(07) VALUE ZERO.
         01 CCR-BAD-FIELDS-COUNT      PIC 9(07) VALUE ZERO.
         01 CCR-CONTROL-LINE-STATE    PIC X VALUE 'N'.
            88 CCR-LINE-WAS-CONTROL   VALUE 'Y'.
         01 CCR-FAILED-STATE          PIC X VALUE 'N'.
            88 CCR-CONTROLS-FAILED    VALUE 'Y'.
