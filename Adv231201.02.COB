            FILE STATUS IS FILE2-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALIBHISTFILE1 ASSIGN
            TO DYNAMIC WS-CALIBHISTFILE1-PATH
            FILE STATUS IS FILE7-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * This run's history records are staged here and appended to
      * CALIBHISTFILE1 only once the supplier's control totals have
      * balanced, so a rejected file leaves nothing in the history.
      * Before that it carries an unstamped history across while the
      * stamp is put on it.
           SELECT CALIBHISTWORK1 ASSIGN
            TO DYNAMIC WS-CALIBHISTWORK1-PATH
            FILE STATUS IS FILE8-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DERIVFILE1 ASSIGN
            TO DYNAMIC WS-DERIVFILE1-PATH
            FILE STATUS IS FILE5-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AMBIGRPTFILE1 ASSIGN
            TO DYNAMIC WS-AMBIGRPTFILE1-PATH
            FILE STATUS IS FILE6-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD INPUTFILE1.
            05 DTL-FILLER4      PIC X(02).
            05 DTL-RUN-ID       PIC X(16).

      * CALIBHISTFILE1 accumulates one record per calibration line
      * per run, for Adv231201.01 and .02 alike (HST-PROGRAM-ID tells
      * them apart), so a jump in the calibration sum can be traced
      * to the lines behind it (see Adv231201.04). Always opened
      * EXTEND, like TRENDFILE1 -- a running history, not one run's
      * detail. A rerun of a business date appends again; the last
      * RUN-ID appended for a date is the one that counts.
      * HST-FINGERPRINT is a hash of the whole logical line (every
      * chunk), so a line is recognized again even if it moves.
      * The first record is a layout stamp (see WS-CLH-LAYOUT-ID
      * below); bump its version in .01, .02 and .04 together
      * whenever CALIBHISTRECORD1 changes.
         FD CALIBHISTFILE1.
         01 CALIBHISTRECORD1.
            05 HST-BUSN-DATE        PIC 9(08).
            05 HST-FILLER1          PIC X(02).
            05 HST-PROGRAM-ID       PIC X(12).
            05 HST-FILLER2          PIC X(02).
            05 HST-LINE-NUMBER      PIC 9(07).
            05 HST-FILLER3          PIC X(02).
            05 HST-FINGERPRINT      PIC 9(09).
            05 HST-FILLER4          PIC X(02).
            05 HST-CALIBRATION      PIC 9(02).
            05 HST-FILLER5          PIC X(02).
            05 HST-WORDLIST-VERSION PIC X(10).
            05 HST-FILLER6          PIC X(02).
            05 HST-RUN-ID           PIC X(16).
            05 HST-FILLER7          PIC X(02).
            05 HST-TEXT             PIC X(50).

         FD CALIBHISTWORK1.
         01 CALIBHISTWORKRECORD1 PIC X(128).

         FD ERRORLOGFILE1.
         01 ERRORLOGRECORD1.
            05 ERL-PROGRAM-ID   PIC X(14).
            05 ERL-RUN-ID       PIC X(16).
            05 ERL-FILLER7      PIC X(02).
            05 ERL-SEVERITY     PIC X(01).
            05 ERL-FILLER8      PIC X(02).
            05 ERL-SITE         PIC X(04).
            05 ERL-FILLER9      PIC X(02).
            05 ERL-MSG-NUMBER   PIC 9(04).

      * DIGITWORDFILE1 is a dated, auditable reference file of the
      * spelled-out digit-word mappings used by CONTROL-CARACTER-TYPE
            05 DGW-FILLER4           PIC X(02).
            05 DGW-DIGIT             PIC 9(01).

      * One derivation record per DETAILFILE1 line: where the first
      * and last digit came from -- position within the logical line
      * (counted across 200-byte chunks), source D (literal digit),
      * W (spelled word) or N (none found) -- and for a word, which
      * word and which DIGITWORDFILE1 version (or COMPILED) mapped
      * it. The three flags mark the ambiguity reasons the line was
      * reported under (see WRITE-DERIVATION).
         FD DERIVFILE1.
         01 DERIVRECORD1.
            05 DRV-LINE-NUMBER      PIC 9(07).
            05 DRV-FILLER1          PIC X(02).
            05 DRV-CALIBRATION      PIC 9(02).
            05 DRV-FILLER2          PIC X(02).
            05 DRV-FIRST-POS        PIC 9(05).
            05 DRV-FILLER3          PIC X(02).
            05 DRV-FIRST-SOURCE     PIC X(01).
            05 DRV-FILLER4          PIC X(02).
            05 DRV-FIRST-WORD       PIC X(05).
            05 DRV-FILLER5          PIC X(02).
            05 DRV-FIRST-VERSION    PIC X(10).
            05 DRV-FILLER6          PIC X(02).
            05 DRV-LAST-POS         PIC 9(05).
            05 DRV-FILLER7          PIC X(02).
            05 DRV-LAST-SOURCE      PIC X(01).
            05 DRV-FILLER8          PIC X(02).
            05 DRV-LAST-WORD        PIC X(05).
            05 DRV-FILLER9          PIC X(02).
            05 DRV-LAST-VERSION     PIC X(10).
            05 DRV-FILLER10         PIC X(02).
            05 DRV-OVERLAP-FLAG     PIC X(01).
            05 DRV-NODIGIT-FLAG     PIC X(01).
            05 DRV-WORDBEAT-FLAG    PIC X(01).
            05 DRV-FILLER11         PIC X(02).
            05 DRV-RUN-ID           PIC X(16).

         FD AMBIGRPTFILE1.
         01 AMBIGRPTLINE1 PIC X(132).

      * AOC-SUITE-CTL-MAINT's approval file, checked against the
      * APPROVAL layout stamp.
         FD APPROVALFILE1.
         01 APPROVALRECORD1.
            05 APR-CTLTYPE      PIC X(10).
      -        "d1.detail.txt".
         01 WS-DETAILFILE1-OVERRIDE PIC X(250).

      * Running calibration history (see CALIBHISTRECORD1 above).
         01 WS-CALIBHISTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d1.calibhist.txt".
         01 WS-CALIBHISTFILE1-OVERRIDE PIC X(250).
         01 WS-CALIBHISTWORK1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d1.calibhist.work.txt".
         01 WS-CALIBHISTWORK1-OVERRIDE PIC X(250).
         01 WS-HIST-DATE PIC 9(08).

      * Every non-OK FILE1/FILE2 status across the whole suite is
      * appended here (not just DISPLAYed) so an overnight batch
      * failure can be reviewed in one place the next morning.
         01 WS-DIGITWORDFILE1-OVERRIDE PIC X(250).
         01 WS-DIGITWORD-VERSION-ID PIC X(10) VALUE 'COMPILED'.

      * Per-line derivation records and the reason-coded ambiguity
      * report, for answering a disputed calibration value.
         01 WS-DERIVFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d1.derivation.txt".
         01 WS-DERIVFILE1-OVERRIDE PIC X(250).
         01 WS-AMBIGRPTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d1.ambiguity.txt".
         01 WS-AMBIGRPTFILE1-OVERRIDE PIC X(250).

      * CONTROL-VERSION APPROVALS
      * APPROVALFILE blank (the default) leaves the two-person check
      * off; with a file supplied, DIGITWORD versions recorded
            88 FILE4-STATUS-OK       VALUE 00.
            88 FILE4-STATUS-EOF      VALUE 10.
            88 FILE4-STATUS-NOTFOUND VALUE 35.
         01 FILE5-STATUS PIC 9(02).
            88 FILE5-STATUS-OK  VALUE 00.
         01 FILE6-STATUS PIC 9(02).
            88 FILE6-STATUS-OK  VALUE 00.
         01 FILE7-STATUS PIC 9(02).
            88 FILE7-STATUS-OK       VALUE 00.
            88 FILE7-STATUS-EOF      VALUE 10.
            88 FILE7-STATUS-NOTFOUND VALUE 35.
         01 FILE8-STATUS PIC 9(02).
            88 FILE8-STATUS-OK       VALUE 00.
            88 FILE8-STATUS-EOF      VALUE 10.
         01 FILE9-STATUS PIC 9(02).
            88 FILE9-STATUS-OK       VALUE 00.
            88 FILE9-STATUS-NOTFOUND VALUE 35.
         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * The approval-file layout this step's FD was written for; a
      * file stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-APR-LAYOUT-ID      PIC X(12) VALUE 'APPROVAL'.
         01 WS-APR-LAYOUT-VERSION PIC X(02) VALUE '01'.

      * Layout stamp heading the detail file handed to the
      * reconciliation step (Adv231201.03). This program's record is
      * wider than Adv231201.01's, so it is its own layout ID -- bump
      * the version whenever DETAILRECORD1 changes.
         01 WS-DTL-LAYOUT-ID      PIC X(12) VALUE 'CALIBWORDDTL'.
         01 WS-DTL-LAYOUT-VERSION PIC X(02) VALUE '01'.

      * Layout stamp heading CALIBHISTFILE1, written by .01 and .02
      * alike and checked by Adv231201.04.
         01 WS-CLH-LAYOUT-ID      PIC X(12) VALUE 'CALIBHIST'.
         01 WS-CLH-LAYOUT-VERSION PIC X(02) VALUE '01'.
         COPY LAYOUTID.

      * ERROR LOG WORKING VARIABLES
         01 WS-ERRLOG-OPERATION   PIC X(10).
         01 WS-ERRLOG-MESSAGE     PIC X(40).
      * end-of-suite alert step extracts everything at or above the
      * operator's threshold.
         01 WS-ERRLOG-SEVERITY    PIC X(01) VALUE 'W'.
      * Message number from the suite message catalog; the
      * digest and alert steps look it up for operator action.
         01 WS-ERRLOG-MSG-NUMBER  PIC 9(04) VALUE ZERO.
         01 WS-CURRENT-DATE-TIME  PIC X(21).

      * One RUN-ID per suite execution, assigned by the driving job
         01 WS-RUN-ID          PIC X(16) VALUE 'STANDALONE'.
         01 WS-RUN-ID-OVERRIDE PIC X(16).

      * The warehouse site this run belongs to, assigned by the
      * driving job (SITE) and stamped on every error-log entry
      * written here. Blank outside the driver.
         01 WS-SITE-CODE          PIC X(04) VALUE SPACES.

      * The business processing date this run belongs to, maintained
      * by the driving job (BUSNDATE). Every dated stamp written here
      * uses it when set, so a run that slips past midnight or a
         01 WS-CHUNK-COUNT PIC 9(03).
         01 WS-FIRST-CHUNK-TEXT PIC X(50).

      * Line fingerprint for CALIBHISTFILE1: a rolling hash over the
      * significant bytes of every chunk of the logical line.
         01 WS-CHUNK-BYTES  PIC 9(03).
         01 WS-FP-IX        PIC 9(03).
         01 WS-FINGERPRINT  PIC 9(09).

      * Degraded-but-completed outcomes (discarded or skipped data)
      * end the run with condition code 4 so the driver can tell a
      * clean run from one that needs a human look, without treating
         01 CURRENT-NUMBER PIC 9.

         COPY DGTWORDS.
         COPY CALIBCTL.

         01 WD-IX PIC 9(02).
         01 WS-WORD-FOUND               PIC X VALUE 'N'.
         01 WS-DIGITWORD-LOOKUP-DIGIT   PIC 9(01).
         01 WS-DIGITWORD-LOOKUP-VERSION PIC X(10).

      * DERIVATION WORKING VARIABLES
      * WS-MATCH-WD-IX is the word CONTROL-CARACTER-TYPE matched
      * (zero for a literal digit). Besides the real result, each
      * line is also scanned two other ways for the ambiguity report:
      * GREEDY consumes a matched word so the next match must start
      * after it ("twone" reads 2 only), DIGIT-ONLY ignores words the
      * way Adv231201.01 does.
         01 WS-MATCH-WD-IX        PIC 9(02).
         01 WS-ABS-POS            PIC 9(05).
         01 WS-TOKEN-LEN          PIC 9(01).
         01 WS-DRV-FIRST-POS      PIC 9(05).
         01 WS-DRV-FIRST-SOURCE   PIC X(01).
         01 WS-DRV-FIRST-WORD     PIC X(05).
         01 WS-DRV-FIRST-VERSION  PIC X(10).
         01 WS-DRV-LAST-POS       PIC 9(05).
         01 WS-DRV-LAST-SOURCE    PIC X(01).
         01 WS-DRV-LAST-WORD      PIC X(05).
         01 WS-DRV-LAST-VERSION   PIC X(10).
         01 WS-GREEDY-NEXT        PIC 9(05).
         01 WS-GREEDY-CALIB       PIC 9(02).
         01 WS-GREEDY-STATE       PIC X VALUE 'N'.
            88 GREEDY-HAS-DIGIT   VALUE 'Y'.
         01 WS-DIGITONLY-CALIB    PIC 9(02).
         01 WS-DIGITONLY-STATE    PIC X VALUE 'N'.
            88 DIGITONLY-HAS-DIGIT VALUE 'Y'.

         01 WS-AMB-REASON         PIC X(10).
         01 WS-AMB-ALT            PIC X(02).
         01 WS-AMB-OVERLAP-COUNT  PIC 9(07) VALUE ZERO.
         01 WS-AMB-NODIGIT-COUNT  PIC 9(07) VALUE ZERO.
         01 WS-AMB-WORDBEAT-COUNT PIC 9(07) VALUE ZERO.
         01 WS-AMB-LINES-COUNT    PIC 9(07) VALUE ZERO.
         01 WS-AMB-COUNT-X        PIC Z(06)9.
         01 WS-AMB-POS-X          PIC ZZZZ9.

       PROCEDURE DIVISION.

           PERFORM MAIN-PROCESSING
           PERFORM RESOLVE-DIGITWORD-VERSION
           PERFORM OPEN-FILE1
           PERFORM OPEN-FILE2
           PERFORM OPEN-FILE7
           PERFORM OPEN-HIST-WORK
           PERFORM OPEN-FILE5
           PERFORM OPEN-FILE6
           PERFORM WRITE-AMBIGUITY-HEADINGS

           MOVE ZERO TO CALIBRATION-SUM
           MOVE ZERO TO WS-LINE-NUMBER
              ADD CALIBRATION TO CALIBRATION-SUM

              PERFORM WRITE-FILE2
              PERFORM WRITE-FILE7
              PERFORM WRITE-DERIVATION

              PERFORM READ-FILE1

                   WS-LONGLINE-COUNT
           END-IF

           PERFORM VALIDATE-CONTROL-TOTALS
           PERFORM POST-CALIBRATION-HISTORY

           PERFORM WRITE-AMBIGUITY-COUNTS

           PERFORM CLOSE-FILE1
           PERFORM CLOSE-FILE2
           PERFORM CLOSE-FILE7
           PERFORM CLOSE-FILE5
           PERFORM CLOSE-FILE6
           PERFORM CLOSE-ERRORLOG
           .

       CONTROL-CARACTER-TYPE.
           SET ISNOTNUMBER             TO TRUE
           MOVE ZERO                   TO WS-MATCH-WD-IX

           IF INPUTRECORD1(i:1) IS NUMERIC
              SET ISNUMBER             TO TRUE
                    AND INPUTRECORD1(i:WD-LEN(WD-IX)) =
                       WD-WORD(WD-IX)(1:WD-LEN(WD-IX))
                    MOVE WD-DIGIT(WD-IX) TO CURRENT-NUMBER
                    MOVE WD-IX           TO WS-MATCH-WD-IX
                 END-IF
              END-PERFORM

           END-IF
           .

      * The stamp is the first record of the approval file and is
      * never taken for an approval event. An approval file written
      * before the stamp holds the same records unstamped; it is
      * read from its first record on with a warning (message 0011)
      * until the maintenance program next appends to it and stamps
      * it.
       READ-APPROVAL-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ APPROVALFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE APPROVALRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-APR-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-APR-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               SET LYT-LEGACY-UNSTAMPED TO TRUE
               PERFORM NOTE-LEGACY-LAYOUT
               IF FILE4-STATUS-OK
                  AND APR-CTLTYPE = 'DIGITWORD'
                   PERFORM NOTE-ONE-APPROVAL
               END-IF
           END-IF
           .

       NOTE-LEGACY-LAYOUT.
           SET RUN-HAS-WARNINGS TO TRUE
           DISPLAY 'UNSTAMPED ' LYT-EXPECTED-ID
               ' FILE READ AS VERSION 00'
           MOVE SPACES TO WS-ERRLOG-MESSAGE
           STRING LYT-EXPECTED-ID DELIMITED BY SPACE
                  ' FILE UNSTAMPED, READ AS V00' DELIMITED BY SIZE
             INTO WS-ERRLOG-MESSAGE
           END-STRING
           MOVE 'LAYOUT' TO WS-ERRLOG-OPERATION
           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
           MOVE 'W' TO WS-ERRLOG-SEVERITY
           MOVE 0011 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           .

      * A file from another step whose stamp is missing, names
      * another layout, or carries a version this FD was not written
      * for is refused before any record of it is used: a drifted
      * layout misreads every field and still foots, so stopping
      * here is the only safe answer.
       CHECK-LAYOUT-STAMP.
           IF NOT LYT-IS-STAMP
              OR LYT-LAYOUT-ID NOT = LYT-EXPECTED-ID
              OR LYT-VERSION NOT = LYT-EXPECTED-VERSION
               DISPLAY 'LAYOUT STAMP REFUSED -- EXPECTED '
                   LYT-EXPECTED-ID ' VERSION ' LYT-EXPECTED-VERSION
               MOVE SPACES TO WS-ERRLOG-MESSAGE
               IF LYT-IS-STAMP
                   DISPLAY 'FILE CARRIES ' LYT-LAYOUT-ID
                       ' VERSION ' LYT-VERSION
                   STRING LYT-EXPECTED-ID DELIMITED BY SPACE
                          ' V' LYT-EXPECTED-VERSION
                          ' GOT ' DELIMITED BY SIZE
                          LYT-LAYOUT-ID DELIMITED BY SPACE
                          ' V' LYT-VERSION DELIMITED BY SIZE
                     INTO WS-ERRLOG-MESSAGE
                   END-STRING
               ELSE
                   DISPLAY 'FILE CARRIES NO LAYOUT STAMP'
                   STRING LYT-EXPECTED-ID DELIMITED BY SPACE
                          ' V' LYT-EXPECTED-VERSION
                          ' FILE NOT STAMPED' DELIMITED BY SIZE
                     INTO WS-ERRLOG-MESSAGE
                   END-STRING
               END-IF
               MOVE 'LAYOUT' TO WS-ERRLOG-OPERATION
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0010 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       RESOLVE-FILE-STATUS-TEXT.
           EVALUATE WS-FILE-STATUS-CODE
               WHEN 00
           .

       GET-RUNTIME-PARAMETERS.
           MOVE SPACES TO WS-CALIBHISTFILE1-OVERRIDE
           DISPLAY "CALIBHISTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-CALIBHISTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-CALIBHISTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-CALIBHISTFILE1-OVERRIDE)
                 TO WS-CALIBHISTFILE1-PATH
           END-IF

           MOVE SPACES TO WS-CALIBHISTWORK1-OVERRIDE
           DISPLAY "CALIBHISTWORK" UPON ENVIRONMENT-NAME
           ACCEPT WS-CALIBHISTWORK1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-CALIBHISTWORK1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-CALIBHISTWORK1-OVERRIDE)
                 TO WS-CALIBHISTWORK1-PATH
           END-IF

           MOVE SPACES TO WS-DETAILFILE1-OVERRIDE
           DISPLAY "DETAILFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-DETAILFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
               MOVE FUNCTION TRIM(WS-RUN-ID-OVERRIDE) TO WS-RUN-ID
           END-IF

           DISPLAY "SITE" UPON ENVIRONMENT-NAME
           ACCEPT WS-SITE-CODE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           MOVE SPACES TO WS-BUSN-DATE-OVERRIDE
           DISPLAY "BUSNDATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-BUSN-DATE-OVERRIDE FROM ENVIRONMENT-VALUE
                 TO WS-DIGITWORDFILE1-PATH
           END-IF

           MOVE SPACES TO WS-DERIVFILE1-OVERRIDE
           DISPLAY "DERIVFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-DERIVFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-DERIVFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-DERIVFILE1-OVERRIDE)
                 TO WS-DERIVFILE1-PATH
           END-IF

           MOVE SPACES TO WS-AMBIGRPTFILE1-OVERRIDE
           DISPLAY "AMBIGRPTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-AMBIGRPTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-AMBIGRPTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-AMBIGRPTFILE1-OVERRIDE)
                 TO WS-AMBIGRPTFILE1-PATH
           END-IF

           MOVE SPACES TO WS-APPROVALFILE1-PATH
           DISPLAY "APPROVALFILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-APPROVALFILE1-PATH FROM ENVIRONMENT-VALUE
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0169 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               END-IF
           END-IF
                       MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                       MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
                       MOVE 'F' TO WS-ERRLOG-SEVERITY
                       MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
                       PERFORM WRITE-ERRORLOG
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM READ-APPROVAL-LAYOUT-STAMP
                   PERFORM UNTIL FILE4-STATUS-EOF
                          OR NOT FILE4-STATUS-OK
                       READ APPROVALFILE1
                             TO WS-ERRLOG-MESSAGE
                           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                           MOVE 'S' TO WS-ERRLOG-SEVERITY
                           MOVE 0170 TO WS-ERRLOG-MSG-NUMBER
                           PERFORM WRITE-ERRORLOG
                       END-IF
                   END-IF
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0003 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               END-IF
           END-IF
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * Supplier header/trailer (COPY CALIBCTL) are taken out of the
      * stream here, so MAIN-PROCESSING only ever sees calibration
      * lines.
       READ-FILE1.
           PERFORM READ-FILE1-LINE
           PERFORM UNTIL NOT CCR-LINE-WAS-CONTROL
               PERFORM READ-FILE1-LINE
           END-PERFORM
           .

       READ-FILE1-LINE.
           MOVE 'N'  TO CCR-CONTROL-LINE-STATE
           MOVE ZERO TO CCR-LINE-BYTES
           MOVE ZERO TO WS-FINGERPRINT
           MOVE ZERO TO CALIBRATION
           SET FIRST-DIGIT TO TRUE
           PERFORM RESET-DERIVATION
           MOVE 'N'  TO WS-LONGLINE-THIS-LINE
           MOVE ZERO TO WS-CHUNK-COUNT

           END-PERFORM

           IF FILE1-STATUS-OK
               MOVE SPACES TO CALIB-CONTROL-RECORD
               IF WS-CHUNK-COUNT = 1
                   MOVE INPUTRECORD1 TO CALIB-CONTROL-RECORD
               END-IF
               IF CCR-IS-HEADER OR CCR-IS-TRAILER
                   PERFORM TAKE-CONTROL-RECORD
               ELSE
                   ADD 1 TO WS-LINE-NUMBER
                   ADD CCR-LINE-BYTES TO CCR-HASH-TOTAL
                   IF CCR-TRAILER-SEEN
                       ADD 1 TO CCR-LINES-AFTER-TRAILER
                   END-IF
                   PERFORM SCAN-CALIBRATION-CHUNK
                   IF THIS-LINE-IS-LONG
                       PERFORM WARN-LONGLINE
                   END-IF
               END-IF
           END-IF
           .

       FINGERPRINT-CHUNK.
           PERFORM VARYING WS-FP-IX FROM 1 BY 1
                     UNTIL WS-FP-IX > WS-CHUNK-BYTES
               COMPUTE WS-FINGERPRINT = FUNCTION MOD
                   (WS-FINGERPRINT * 31
                    + FUNCTION ORD(INPUTRECORD1(WS-FP-IX:1)),
                    999999937)
           END-PERFORM
           .

       TAKE-CONTROL-RECORD.
           MOVE 'Y' TO CCR-CONTROL-LINE-STATE
           IF CCR-IS-HEADER
               IF CCR-HEADER-SEEN OR CCR-TRAILER-SEEN
                  OR WS-LINE-NUMBER > ZERO
                   ADD 1 TO CCR-MISPLACED-COUNT
               ELSE
                   MOVE 'B' TO CCR-HEADER-STATE
                   MOVE CCR-HDR-DOCUMENT-ID TO CCR-DOCUMENT-ID
                   IF CCR-HDR-BUSN-DATE IS NUMERIC
                      AND CCR-HDR-LINE-COUNT IS NUMERIC
                       MOVE CCR-HDR-BUSN-DATE  TO CCR-EXPECTED-DATE
                       MOVE CCR-HDR-LINE-COUNT TO CCR-EXPECTED-COUNT
                       SET CCR-HEADER-USABLE TO TRUE
                   END-IF
                   DISPLAY 'SUPPLIER DOCUMENT : ' CCR-DOCUMENT-ID
               END-IF
           ELSE
               IF CCR-TRAILER-SEEN
                   ADD 1 TO CCR-MISPLACED-COUNT
               ELSE
                   MOVE 'B' TO CCR-TRAILER-STATE
                   IF CCR-TRL-LINE-COUNT IS NUMERIC
                      AND CCR-TRL-HASH-TOTAL IS NUMERIC
                       MOVE CCR-TRL-LINE-COUNT TO CCR-SENT-COUNT
                       MOVE CCR-TRL-HASH-TOTAL TO CCR-SENT-HASH
                       SET CCR-TRAILER-USABLE TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      * Results are only trusted when the supplier's control totals
      * agree with what was read. Any disagreement ends the step at
      * condition code 8 (each reason logged S). A document with no
      * header and/or trailer at all is still accepted with a W while
      * suppliers move to the controlled format -- except a header
      * with no trailer, which is exactly what a truncated transfer
      * looks like.
       VALIDATE-CONTROL-TOTALS.
           EVALUATE TRUE
               WHEN NOT CCR-HEADER-SEEN AND NOT CCR-TRAILER-SEEN
                   MOVE 'NO SUPPLIER HEADER OR TRAILER RECORD'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0158 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-CONTROL-WARNING
               WHEN NOT CCR-HEADER-SEEN
                   MOVE 'NO SUPPLIER HEADER RECORD'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0159 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-CONTROL-WARNING
               WHEN NOT CCR-TRAILER-SEEN
                   MOVE 'NO TRAILER - TRANSFER MAY BE TRUNCATED'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0160 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-CONTROL-FAILURE
           END-EVALUATE

           IF CCR-HEADER-SEEN AND NOT CCR-HEADER-USABLE
               MOVE 'HEADER DATE/COUNT NOT NUMERIC'
                 TO WS-ERRLOG-MESSAGE
               MOVE 0161 TO WS-ERRLOG-MSG-NUMBER
               PERFORM LOG-CONTROL-FAILURE
           END-IF
           IF CCR-HEADER-USABLE
               IF CCR-EXPECTED-COUNT NOT = WS-LINE-NUMBER
                   DISPLAY 'HEADER LINE COUNT : ' CCR-EXPECTED-COUNT
                       '  LINES READ : ' WS-LINE-NUMBER
                   MOVE 'HEADER COUNT DISAGREES WITH LINES READ'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0162 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-CONTROL-FAILURE
               END-IF
               IF BUSN-DATE-SET
                  AND CCR-EXPECTED-DATE NOT = WS-BUSN-DATE
                   DISPLAY 'HEADER DATE : ' CCR-EXPECTED-DATE
                       '  BUSNDATE : ' WS-BUSN-DATE
                   MOVE 'HEADER DATE DISAGREES WITH BUSNDATE'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0163 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-CONTROL-FAILURE
               END-IF
           END-IF

           IF CCR-TRAILER-SEEN AND NOT CCR-TRAILER-USABLE
               MOVE 'TRAILER COUNT/HASH NOT NUMERIC'
                 TO WS-ERRLOG-MESSAGE
               MOVE 0164 TO WS-ERRLOG-MSG-NUMBER
               PERFORM LOG-CONTROL-FAILURE
           END-IF
           IF CCR-TRAILER-USABLE
               IF CCR-SENT-COUNT NOT = WS-LINE-NUMBER
                   DISPLAY 'TRAILER LINE COUNT : ' CCR-SENT-COUNT
                       '  LINES READ : ' WS-LINE-NUMBER
                   MOVE 'TRAILER COUNT DISAGREES WITH LINES READ'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0165 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-CONTROL-FAILURE
               END-IF
               IF CCR-SENT-HASH NOT = CCR-HASH-TOTAL
                   DISPLAY 'TRAILER HASH TOTAL : ' CCR-SENT-HASH
                       '  COMPUTED : ' CCR-HASH-TOTAL
                   MOVE 'TRAILER HASH DISAGREES WITH DATA'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0166 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-CONTROL-FAILURE
               END-IF
           END-IF

           IF CCR-MISPLACED-COUNT > ZERO
               MOVE 'HEADER OR TRAILER OUT OF PLACE'
                 TO WS-ERRLOG-MESSAGE
               MOVE 0167 TO WS-ERRLOG-MSG-NUMBER
               PERFORM LOG-CONTROL-FAILURE
           END-IF
           IF CCR-LINES-AFTER-TRAILER > ZERO
               MOVE 'CALIBRATION LINES AFTER THE TRAILER'
                 TO WS-ERRLOG-MESSAGE
               MOVE 0168 TO WS-ERRLOG-MSG-NUMBER
               PERFORM LOG-CONTROL-FAILURE
           END-IF

           IF CCR-CONTROLS-FAILED
               DISPLAY 'SUPPLIER CONTROL TOTALS FAILED - '
                   'CALIBRATION RESULTS NOT TRUSTED'
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       LOG-CONTROL-WARNING.
           SET RUN-HAS-WARNINGS TO TRUE
           DISPLAY 'WARNING: ' WS-ERRLOG-MESSAGE
           MOVE 'CTL TOTALS' TO WS-ERRLOG-OPERATION
           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
           MOVE 'W' TO WS-ERRLOG-SEVERITY
           PERFORM WRITE-ERRORLOG
           .

       LOG-CONTROL-FAILURE.
           SET CCR-CONTROLS-FAILED TO TRUE
           DISPLAY 'CONTROL TOTALS : ' WS-ERRLOG-MESSAGE
           MOVE 'CTL TOTALS' TO WS-ERRLOG-OPERATION
           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
           MOVE 'S' TO WS-ERRLOG-SEVERITY
           PERFORM WRITE-ERRORLOG
           .


       READ-FILE1-CHUNK.
           READ INPUTFILE1
               AT END
                            TO WS-ERRLOG-MESSAGE
                          MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
                          MOVE 'F' TO WS-ERRLOG-SEVERITY
                          MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
                          PERFORM WRITE-ERRORLOG
                          MOVE 12 TO RETURN-CODE
                          STOP RUN
                      END-IF
                   END-IF
                   IF FILE1-STATUS-LONGLINE
                       MOVE 200 TO WS-CHUNK-BYTES
                   ELSE
                       MOVE ZERO TO WS-CHUNK-BYTES
                       IF INPUTRECORD1 NOT = SPACES
                           MOVE FUNCTION LENGTH(FUNCTION TRIM
                               (INPUTRECORD1 TRAILING))
                             TO WS-CHUNK-BYTES
                       END-IF
                   END-IF
                   ADD WS-CHUNK-BYTES TO CCR-LINE-BYTES
                   PERFORM FINGERPRINT-CHUNK
           END-READ
           .

              PERFORM CONTROL-CARACTER-TYPE

              IF ISNUMBER
                 PERFORM NOTE-DERIVATION
                 IF FIRST-DIGIT
                    MOVE CURRENT-NUMBER     TO CALIBRATION(1:1)
                    MOVE CURRENT-NUMBER     TO CALIBRATION(2:1)
           END-PERFORM
           .

       RESET-DERIVATION.
           MOVE ZERO   TO WS-DRV-FIRST-POS WS-DRV-LAST-POS
           MOVE 'N'    TO WS-DRV-FIRST-SOURCE WS-DRV-LAST-SOURCE
           MOVE SPACES TO WS-DRV-FIRST-WORD WS-DRV-LAST-WORD
                          WS-DRV-FIRST-VERSION WS-DRV-LAST-VERSION
           MOVE 1      TO WS-GREEDY-NEXT
           MOVE ZERO   TO WS-GREEDY-CALIB WS-DIGITONLY-CALIB
           MOVE 'N'    TO WS-GREEDY-STATE WS-DIGITONLY-STATE
           .

      * Called for every digit or word SCAN-CALIBRATION-CHUNK accepts,
      * before FIRST-DIGIT is cleared. The chunk count makes the
      * position absolute across the chunks of an overlong line.
       NOTE-DERIVATION.
           COMPUTE WS-ABS-POS = (WS-CHUNK-COUNT - 1) * 200 + i
           IF WS-MATCH-WD-IX = ZERO
               MOVE 1 TO WS-TOKEN-LEN
           ELSE
               MOVE WD-LEN(WS-MATCH-WD-IX) TO WS-TOKEN-LEN
           END-IF

           MOVE WS-ABS-POS TO WS-DRV-LAST-POS
           IF WS-MATCH-WD-IX = ZERO
               MOVE 'D'    TO WS-DRV-LAST-SOURCE
               MOVE SPACES TO WS-DRV-LAST-WORD WS-DRV-LAST-VERSION
           ELSE
               MOVE 'W'    TO WS-DRV-LAST-SOURCE
               MOVE WD-WORD(WS-MATCH-WD-IX) TO WS-DRV-LAST-WORD
               MOVE WD-VERSION-ID(WS-MATCH-WD-IX)
                 TO WS-DRV-LAST-VERSION
           END-IF
           IF FIRST-DIGIT
               MOVE WS-DRV-LAST-POS     TO WS-DRV-FIRST-POS
               MOVE WS-DRV-LAST-SOURCE  TO WS-DRV-FIRST-SOURCE
               MOVE WS-DRV-LAST-WORD    TO WS-DRV-FIRST-WORD
               MOVE WS-DRV-LAST-VERSION TO WS-DRV-FIRST-VERSION
           END-IF

           IF WS-ABS-POS >= WS-GREEDY-NEXT
               IF NOT GREEDY-HAS-DIGIT
                   MOVE CURRENT-NUMBER TO WS-GREEDY-CALIB(1:1)
                   SET GREEDY-HAS-DIGIT TO TRUE
               END-IF
               MOVE CURRENT-NUMBER TO WS-GREEDY-CALIB(2:1)
               COMPUTE WS-GREEDY-NEXT = WS-ABS-POS + WS-TOKEN-LEN
           END-IF

           IF WS-MATCH-WD-IX = ZERO
               IF NOT DIGITONLY-HAS-DIGIT
                   MOVE CURRENT-NUMBER TO WS-DIGITONLY-CALIB(1:1)
                   SET DIGITONLY-HAS-DIGIT TO TRUE
               END-IF
               MOVE CURRENT-NUMBER TO WS-DIGITONLY-CALIB(2:1)
           END-IF
           .

      * Reasons, each reported on its own line of the ambiguity
      * report (a line can carry more than one):
      *   OVERLAP  -- spelled words overlap ("twone", "eightwo") and
      *               reading them without overlap would give another
      *               value (shown as the alternative);
      *   NODIGIT  -- no digit or word at all; the line was summed
      *               as 00;
      *   WORDBEAT -- the line has a literal digit, but a word before
      *               or after it won first or last place, so .01's
      *               digit-only value (the alternative) differs.
      * A line with words and no literal digit differs from .01 too,
      * but no digit was beaten; it is not reported.
       WRITE-DERIVATION.
           MOVE SPACES TO DERIVRECORD1
           MOVE WS-LINE-NUMBER       TO DRV-LINE-NUMBER
           MOVE CALIBRATION          TO DRV-CALIBRATION
           MOVE WS-DRV-FIRST-POS     TO DRV-FIRST-POS
           MOVE WS-DRV-FIRST-SOURCE  TO DRV-FIRST-SOURCE
           MOVE WS-DRV-FIRST-WORD    TO DRV-FIRST-WORD
           MOVE WS-DRV-FIRST-VERSION TO DRV-FIRST-VERSION
           MOVE WS-DRV-LAST-POS      TO DRV-LAST-POS
           MOVE WS-DRV-LAST-SOURCE   TO DRV-LAST-SOURCE
           MOVE WS-DRV-LAST-WORD     TO DRV-LAST-WORD
           MOVE WS-DRV-LAST-VERSION  TO DRV-LAST-VERSION
           MOVE WS-RUN-ID            TO DRV-RUN-ID

           IF WS-DRV-FIRST-SOURCE NOT = 'N'
              AND WS-GREEDY-CALIB NOT = CALIBRATION
               MOVE 'Y' TO DRV-OVERLAP-FLAG
               ADD 1 TO WS-AMB-OVERLAP-COUNT
               MOVE 'OVERLAP'       TO WS-AMB-REASON
               MOVE WS-GREEDY-CALIB TO WS-AMB-ALT
               PERFORM WRITE-AMBIGUITY-LINE
           END-IF
           IF WS-DRV-FIRST-SOURCE = 'N'
               MOVE 'Y' TO DRV-NODIGIT-FLAG
               ADD 1 TO WS-AMB-NODIGIT-COUNT
               MOVE 'NODIGIT' TO WS-AMB-REASON
               MOVE SPACES    TO WS-AMB-ALT
               PERFORM WRITE-AMBIGUITY-LINE
           END-IF
           IF DIGITONLY-HAS-DIGIT
              AND WS-DIGITONLY-CALIB NOT = CALIBRATION
               MOVE 'Y' TO DRV-WORDBEAT-FLAG
               ADD 1 TO WS-AMB-WORDBEAT-COUNT
               MOVE 'WORDBEAT'         TO WS-AMB-REASON
               MOVE WS-DIGITONLY-CALIB TO WS-AMB-ALT
               PERFORM WRITE-AMBIGUITY-LINE
           END-IF
           IF DRV-OVERLAP-FLAG = 'Y'
              OR DRV-NODIGIT-FLAG = 'Y'
              OR DRV-WORDBEAT-FLAG = 'Y'
               ADD 1 TO WS-AMB-LINES-COUNT
           END-IF

           PERFORM WRITE-FILE5
           .

       WRITE-AMBIGUITY-HEADINGS.
           MOVE SPACES TO AMBIGRPTLINE1
           MOVE 'AOC-2023-12-01  CALIBRATION AMBIGUITY REPORT'
             TO AMBIGRPTLINE1
           PERFORM WRITE-FILE6
           MOVE SPACES TO AMBIGRPTLINE1
           IF BUSN-DATE-SET
               STRING 'BUSN DATE ' WS-BUSN-DATE
                   '  RUN ID ' WS-RUN-ID
                   '  WORD LIST ' WS-DIGITWORD-VERSION-ID
                   DELIMITED BY SIZE INTO AMBIGRPTLINE1
           ELSE
               STRING 'RUN ID ' WS-RUN-ID
                   '  WORD LIST ' WS-DIGITWORD-VERSION-ID
                   DELIMITED BY SIZE INTO AMBIGRPTLINE1
           END-IF
           PERFORM WRITE-FILE6
           MOVE SPACES TO AMBIGRPTLINE1
           PERFORM WRITE-FILE6
           MOVE SPACES TO AMBIGRPTLINE1
           STRING 'REASON        LINE  VALUE  ALT'
               '  FIRST SRC  WORD    LAST SRC  WORD   TEXT'
               DELIMITED BY SIZE INTO AMBIGRPTLINE1
           PERFORM WRITE-FILE6
           .

       WRITE-AMBIGUITY-LINE.
           MOVE SPACES TO AMBIGRPTLINE1
           MOVE WS-DRV-FIRST-POS TO WS-AMB-POS-X
           STRING WS-AMB-REASON ' ' WS-LINE-NUMBER
               '     ' CALIBRATION
               '   ' WS-AMB-ALT
               '  ' WS-AMB-POS-X
               '  ' WS-DRV-FIRST-SOURCE
               '   ' WS-DRV-FIRST-WORD
               DELIMITED BY SIZE INTO AMBIGRPTLINE1
           MOVE WS-DRV-LAST-POS TO WS-AMB-POS-X
           STRING '  ' WS-AMB-POS-X
               '  ' WS-DRV-LAST-SOURCE
               '   ' WS-DRV-LAST-WORD
               '  ' WS-FIRST-CHUNK-TEXT
               DELIMITED BY SIZE INTO AMBIGRPTLINE1(49:)
           PERFORM WRITE-FILE6
           .

       WRITE-AMBIGUITY-COUNTS.
           MOVE SPACES TO AMBIGRPTLINE1
           PERFORM WRITE-FILE6
           MOVE 'COUNTS BY REASON' TO AMBIGRPTLINE1
           PERFORM WRITE-FILE6
           MOVE WS-AMB-OVERLAP-COUNT TO WS-AMB-COUNT-X
           MOVE SPACES TO AMBIGRPTLINE1
           STRING '  OVERLAP   OVERLAPPING WORDS DECIDE THE VALUE   '
               WS-AMB-COUNT-X
               DELIMITED BY SIZE INTO AMBIGRPTLINE1
           PERFORM WRITE-FILE6
           MOVE WS-AMB-NODIGIT-COUNT TO WS-AMB-COUNT-X
           MOVE SPACES TO AMBIGRPTLINE1
           STRING '  NODIGIT   NO DIGIT FOUND, SUMMED AS 00         '
               WS-AMB-COUNT-X
               DELIMITED BY SIZE INTO AMBIGRPTLINE1
           PERFORM WRITE-FILE6
           MOVE WS-AMB-WORDBEAT-COUNT TO WS-AMB-COUNT-X
           MOVE SPACES TO AMBIGRPTLINE1
           STRING '  WORDBEAT  A WORD BEAT A DIGIT, DIFFERS FROM .01'
               WS-AMB-COUNT-X
               DELIMITED BY SIZE INTO AMBIGRPTLINE1
           PERFORM WRITE-FILE6
           MOVE WS-AMB-LINES-COUNT TO WS-AMB-COUNT-X
           MOVE SPACES TO AMBIGRPTLINE1
           STRING '  LINES REPORTED UNDER ANY REASON              '
               WS-AMB-COUNT-X
               DELIMITED BY SIZE INTO AMBIGRPTLINE1
           PERFORM WRITE-FILE6
           MOVE WS-LINE-NUMBER TO WS-AMB-COUNT-X
           MOVE SPACES TO AMBIGRPTLINE1
           STRING '  LINES SCANNED                                '
               WS-AMB-COUNT-X
               DELIMITED BY SIZE INTO AMBIGRPTLINE1
           PERFORM WRITE-FILE6
           DISPLAY 'AMBIGUOUS LINES : ' WS-AMB-LINES-COUNT
           .

       WARN-LONGLINE.
           SET RUN-HAS-WARNINGS TO TRUE
           ADD 1 TO WS-LONGLINE-COUNT
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0008 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-DETAIL-LAYOUT-STAMP
           .

       WRITE-DETAIL-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-DTL-LAYOUT-ID TO LYT-LAYOUT-ID
           MOVE WS-DTL-LAYOUT-VERSION TO LYT-VERSION
           MOVE LAYOUT-STAMP-RECORD TO DETAILRECORD1
           WRITE DETAILRECORD1
           IF NOT FILE2-STATUS-OK
               MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON FILE 2'
               DISPLAY 'FILE STATUS : ' FILE2-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE FILE2' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0008 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       OPEN-FILE5.
           OPEN OUTPUT DERIVFILE1
           IF NOT FILE5-STATUS-OK
               MOVE FILE5-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON FILE 5'
               DISPLAY 'FILE STATUS : ' FILE5-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN FILE5' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-FILE5.
           WRITE DERIVRECORD1
           IF NOT FILE5-STATUS-OK
               MOVE FILE5-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON FILE 5'
               DISPLAY 'FILE STATUS : ' FILE5-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE FILE5' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       CLOSE-FILE5.
           CLOSE DERIVFILE1
           IF NOT FILE5-STATUS-OK
               MOVE FILE5-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'CLOSE ERROR ON FILE 5'
               DISPLAY 'FILE STATUS : ' FILE5-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'CLOSE FILE5' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0008 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       OPEN-FILE6.
           OPEN OUTPUT AMBIGRPTFILE1
           IF NOT FILE6-STATUS-OK
               MOVE FILE6-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON FILE 6'
               DISPLAY 'FILE STATUS : ' FILE6-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN FILE6' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE6-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-FILE6.
           WRITE AMBIGRPTLINE1
           IF NOT FILE6-STATUS-OK
               MOVE FILE6-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON FILE 6'
               DISPLAY 'FILE STATUS : ' FILE6-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE FILE6' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE6-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       CLOSE-FILE6.
           CLOSE AMBIGRPTFILE1
           IF NOT FILE6-STATUS-OK
               MOVE FILE6-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'CLOSE ERROR ON FILE 6'
               DISPLAY 'FILE STATUS : ' FILE6-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'CLOSE FILE6' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE6-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0008 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       OPEN-FILE7.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-HIST-DATE
           IF BUSN-DATE-SET
               MOVE WS-BUSN-DATE TO WS-HIST-DATE
           END-IF
           PERFORM STAMP-CALIB-HISTORY
           OPEN EXTEND CALIBHISTFILE1
           IF FILE7-STATUS-NOTFOUND
               OPEN OUTPUT CALIBHISTFILE1
           END-IF
           IF NOT FILE7-STATUS-OK
               MOVE FILE7-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON FILE 7'
               DISPLAY 'FILE STATUS : ' FILE7-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN FILE7' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE7-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-FILE7.
           MOVE SPACES               TO CALIBHISTRECORD1
           MOVE WS-HIST-DATE         TO HST-BUSN-DATE
           MOVE 'ADV231201.02'       TO HST-PROGRAM-ID
           MOVE WS-LINE-NUMBER       TO HST-LINE-NUMBER
           MOVE WS-FINGERPRINT       TO HST-FINGERPRINT
           MOVE CALIBRATION          TO HST-CALIBRATION
           MOVE WS-DIGITWORD-VERSION-ID TO HST-WORDLIST-VERSION
           MOVE WS-RUN-ID            TO HST-RUN-ID
           MOVE WS-FIRST-CHUNK-TEXT  TO HST-TEXT
           MOVE CALIBHISTRECORD1 TO CALIBHISTWORKRECORD1
           WRITE CALIBHISTWORKRECORD1
           IF NOT FILE8-STATUS-OK
               MOVE FILE8-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON FILE 8'
               DISPLAY 'FILE STATUS : ' FILE8-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE FILE8' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE8-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-HIST-RECORD.
           WRITE CALIBHISTRECORD1
           IF NOT FILE7-STATUS-OK
               MOVE FILE7-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON FILE 7'
               DISPLAY 'FILE STATUS : ' FILE7-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE FILE7' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE7-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       OPEN-HIST-WORK.
           OPEN OUTPUT CALIBHISTWORK1
           IF NOT FILE8-STATUS-OK
               MOVE FILE8-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON FILE 8'
               DISPLAY 'FILE STATUS : ' FILE8-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN FILE8' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE8-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * Lines from a file whose control totals failed are not
      * trusted, so they must not reach the running history either:
      * Adv231201.04 would trace the next day's sum movement to them.
       POST-CALIBRATION-HISTORY.
           CLOSE CALIBHISTWORK1
           IF CCR-CONTROLS-FAILED
               DISPLAY 'CALIBRATION HISTORY NOT UPDATED'
           ELSE
               OPEN INPUT CALIBHISTWORK1
               IF NOT FILE8-STATUS-OK
                   MOVE FILE8-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON FILE 8'
                   DISPLAY 'FILE STATUS : ' FILE8-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 'OPEN FILE8' TO WS-ERRLOG-OPERATION
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE8-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'F' TO WS-ERRLOG-SEVERITY
                   MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FILE8-STATUS-EOF
                      OR NOT FILE8-STATUS-OK
                   READ CALIBHISTWORK1
                       AT END
                           CONTINUE
                        NOT AT END
                           MOVE CALIBHISTWORKRECORD1
                             TO CALIBHISTRECORD1
                           PERFORM WRITE-HIST-RECORD
                   END-READ
               END-PERFORM
               CLOSE CALIBHISTWORK1
           END-IF
           .

      * The history is stamped on its first record. One kept from
      * before the stamp is copied through the work file and written
      * back behind one, so it is read as version 00 just this once.
       STAMP-CALIB-HISTORY.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           MOVE WS-CLH-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-CLH-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           OPEN INPUT CALIBHISTFILE1
           IF FILE7-STATUS-OK
               READ CALIBHISTFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE CALIBHISTRECORD1 TO LAYOUT-STAMP-RECORD
               END-READ
               IF LYT-IS-STAMP
                   CLOSE CALIBHISTFILE1
                   PERFORM CHECK-LAYOUT-STAMP
               ELSE
                   PERFORM OPEN-CALIB-WORK-OUTPUT
                   IF FILE7-STATUS-OK
                       SET LYT-LEGACY-UNSTAMPED TO TRUE
                       PERFORM NOTE-LEGACY-LAYOUT
                       PERFORM COPY-CALIB-TO-WORK
                   END-IF
                   IF NOT FILE7-STATUS-EOF
                       PERFORM CALIB-READ-ABEND
                   END-IF
                   CLOSE CALIBHISTFILE1
                   CLOSE CALIBHISTWORK1
                   PERFORM REBUILD-CALIB-HISTORY
               END-IF
           ELSE
               IF FILE7-STATUS-NOTFOUND
                   PERFORM OPEN-CALIB-WORK-OUTPUT
                   CLOSE CALIBHISTWORK1
                   PERFORM REBUILD-CALIB-HISTORY
               END-IF
           END-IF
           .

       OPEN-CALIB-WORK-OUTPUT.
           OPEN OUTPUT CALIBHISTWORK1
           IF NOT FILE8-STATUS-OK
               MOVE 'OPEN FILE8' TO WS-ERRLOG-OPERATION
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM CALIB-WORK-ABEND
           END-IF
           .

      * The first record, already read, is copied with the rest.
       COPY-CALIB-TO-WORK.
           PERFORM UNTIL FILE7-STATUS-EOF
                  OR NOT FILE7-STATUS-OK
               MOVE CALIBHISTRECORD1 TO CALIBHISTWORKRECORD1
               WRITE CALIBHISTWORKRECORD1
               IF NOT FILE8-STATUS-OK
                   MOVE 'WRITE FILE8' TO WS-ERRLOG-OPERATION
                   MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM CALIB-WORK-ABEND
               END-IF
               READ CALIBHISTFILE1
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM
           .

       REBUILD-CALIB-HISTORY.
           OPEN INPUT CALIBHISTWORK1
           IF NOT FILE8-STATUS-OK
               MOVE 'OPEN FILE8' TO WS-ERRLOG-OPERATION
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM CALIB-WORK-ABEND
           END-IF
           OPEN OUTPUT CALIBHISTFILE1
           IF NOT FILE7-STATUS-OK
               MOVE FILE7-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON FILE 7'
               DISPLAY 'FILE STATUS : ' FILE7-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN FILE7' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE7-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-CLH-LAYOUT-ID TO LYT-LAYOUT-ID
           MOVE WS-CLH-LAYOUT-VERSION TO LYT-VERSION
           MOVE SPACES TO CALIBHISTRECORD1
           MOVE LAYOUT-STAMP-RECORD TO CALIBHISTRECORD1
           WRITE CALIBHISTRECORD1
           PERFORM UNTIL FILE8-STATUS-EOF
                  OR NOT FILE8-STATUS-OK
                  OR NOT FILE7-STATUS-OK
               READ CALIBHISTWORK1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE CALIBHISTWORKRECORD1 TO CALIBHISTRECORD1
                       WRITE CALIBHISTRECORD1
               END-READ
           END-PERFORM
           IF NOT FILE8-STATUS-OK AND NOT FILE8-STATUS-EOF
               MOVE 'READ FILE8' TO WS-ERRLOG-OPERATION
               MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
               PERFORM CALIB-WORK-ABEND
           END-IF
           CLOSE CALIBHISTWORK1
           IF NOT FILE7-STATUS-OK
               MOVE FILE7-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON FILE 7'
               DISPLAY 'FILE STATUS : ' FILE7-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE FILE7' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE7-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CALIBHISTFILE1
           .

      * A read error on the history stops the run before the
      * rebuild, which would otherwise write back only what was
      * copied; the history is left as it was.
       CALIB-READ-ABEND.
           MOVE FILE7-STATUS TO WS-FILE-STATUS-CODE
           PERFORM RESOLVE-FILE-STATUS-TEXT
           DISPLAY 'READ ERROR ON CALIBRATION HISTORY'
           DISPLAY 'FILE STATUS : ' FILE7-STATUS
               ' - ' WS-FILE-STATUS-TEXT
           MOVE 'READ CALIB' TO WS-ERRLOG-OPERATION
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE7-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       CALIB-WORK-ABEND.
           MOVE FILE8-STATUS TO WS-FILE-STATUS-CODE
           PERFORM RESOLVE-FILE-STATUS-TEXT
           DISPLAY 'I/O ERROR ON HISTORY WORK FILE'
           DISPLAY 'FILE STATUS : ' FILE8-STATUS
               ' - ' WS-FILE-STATUS-TEXT
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE8-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           PERFORM WRITE-ERRORLOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       CLOSE-FILE7.
           CLOSE CALIBHISTFILE1
           IF NOT FILE7-STATUS-OK
               MOVE FILE7-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'CLOSE ERROR ON FILE 7'
               DISPLAY 'FILE STATUS : ' FILE7-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'CLOSE FILE7' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE7-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0008 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           MOVE WS-ERRLOG-MESSAGE          TO ERL-MESSAGE
           MOVE WS-RUN-ID                  TO ERL-RUN-ID
           MOVE WS-ERRLOG-SEVERITY         TO ERL-SEVERITY
           MOVE WS-ERRLOG-MSG-NUMBER       TO ERL-MSG-NUMBER
           MOVE WS-SITE-CODE               TO ERL-SITE
           WRITE ERRORLOGRECORD1
           IF NOT FILE9-STATUS-OK
               MOVE FILE9-STATUS TO WS-FILE-STATUS-CODE
