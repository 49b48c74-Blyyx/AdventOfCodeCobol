            FILE STATUS IS FILE2-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALIBHISTFILE1 ASSIGN
            TO DYNAMIC WS-CALIBHISTFILE1-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * This run's history records are staged here and appended to
      * CALIBHISTFILE1 only once the supplier's control totals have
      * balanced, so a rejected file leaves nothing in the history.
      * Before that it carries an unstamped history across while the
      * stamp is put on it.
           SELECT CALIBHISTWORK1 ASSIGN
            TO DYNAMIC WS-CALIBHISTWORK1-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
            05 DTL-FILLER3      PIC X(02).
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
       WORKING-STORAGE SECTION.

      * RUN-TIME PARAMETERS
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
            88 FILE1-STATUS-EOF      VALUE 10.
         01 FILE2-STATUS PIC 9(02).
            88 FILE2-STATUS-OK  VALUE 00.
         01 FILE3-STATUS PIC 9(02).
            88 FILE3-STATUS-OK       VALUE 00.
            88 FILE3-STATUS-EOF      VALUE 10.
            88 FILE3-STATUS-NOTFOUND VALUE 35.
         01 FILE4-STATUS PIC 9(02).
            88 FILE4-STATUS-OK       VALUE 00.
            88 FILE4-STATUS-EOF      VALUE 10.
         01 FILE9-STATUS PIC 9(02).
            88 FILE9-STATUS-OK       VALUE 00.
            88 FILE9-STATUS-NOTFOUND VALUE 35.
         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * Layout stamp heading the detail file handed to the
      * reconciliation step (Adv231201.03) -- bump the version
      * whenever DETAILRECORD1 changes.
         01 WS-DTL-LAYOUT-ID      PIC X(12) VALUE 'CALIBDETAIL'.
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

      * Degraded-but-completed outcomes (rejected lines, count
      * mismatches, discarded data) end the run with condition code 4
      * so the driver can tell a clean run from one that needs a
      * codes 8 and 12 signal.
         01 WS-WARNING-STATE PIC X VALUE 'N'.
            88 RUN-HAS-WARNINGS VALUE 'Y'.
         COPY CALIBCTL.

         01 DIGIT          PIC 9.
            88 FIRST-DIGIT VALUE 1.
            88 LAST-DIGIT  VALUE 2.
           PERFORM OPEN-ERRORLOG
           PERFORM OPEN-FILE1
           PERFORM OPEN-FILE2
           PERFORM OPEN-FILE3
           PERFORM OPEN-HIST-WORK

           MOVE ZERO TO CALIBRATION-SUM
           MOVE ZERO TO WS-LINE-NUMBER
              ADD CALIBRATION TO CALIBRATION-SUM

              PERFORM WRITE-FILE2
              PERFORM WRITE-FILE3

              PERFORM READ-FILE1

                   WS-LONGLINE-COUNT
           END-IF

           PERFORM VALIDATE-CONTROL-TOTALS
           PERFORM POST-CALIBRATION-HISTORY

           PERFORM CLOSE-FILE1
           PERFORM CLOSE-FILE2
           PERFORM CLOSE-FILE3
           PERFORM CLOSE-ERRORLOG
           .

      * A history kept from before its producer stamped it has no
      * stamp: it is read as version 00 of the same layout and the
      * step ends with a warning.
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

      * A stamp naming another layout, or a version this FD was not
      * written for, is refused before any record of the file is
      * used: a drifted layout misreads every field and still foots.
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
           MOVE 'N'  TO WS-LONGLINE-THIS-LINE
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

       OPEN-FILE3.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-HIST-DATE
           IF BUSN-DATE-SET
               MOVE WS-BUSN-DATE TO WS-HIST-DATE
           END-IF
           PERFORM STAMP-CALIB-HISTORY
           OPEN EXTEND CALIBHISTFILE1
           IF FILE3-STATUS-NOTFOUND
               OPEN OUTPUT CALIBHISTFILE1
           END-IF
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON FILE 3'
               DISPLAY 'FILE STATUS : ' FILE3-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN FILE3' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-FILE3.
           MOVE SPACES               TO CALIBHISTRECORD1
           MOVE WS-HIST-DATE         TO HST-BUSN-DATE
           MOVE 'ADV231201.01'       TO HST-PROGRAM-ID
           MOVE WS-LINE-NUMBER       TO HST-LINE-NUMBER
           MOVE WS-FINGERPRINT       TO HST-FINGERPRINT
           MOVE CALIBRATION          TO HST-CALIBRATION
           MOVE 'NONE'               TO HST-WORDLIST-VERSION
           MOVE WS-RUN-ID            TO HST-RUN-ID
           MOVE WS-FIRST-CHUNK-TEXT  TO HST-TEXT
           MOVE CALIBHISTRECORD1 TO CALIBHISTWORKRECORD1
           WRITE CALIBHISTWORKRECORD1
           IF NOT FILE4-STATUS-OK
               MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON FILE 4'
               DISPLAY 'FILE STATUS : ' FILE4-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE FILE4' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-HIST-RECORD.
           WRITE CALIBHISTRECORD1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON FILE 3'
               DISPLAY 'FILE STATUS : ' FILE3-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE FILE3' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       OPEN-HIST-WORK.
           OPEN OUTPUT CALIBHISTWORK1
           IF NOT FILE4-STATUS-OK
               MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON FILE 4'
               DISPLAY 'FILE STATUS : ' FILE4-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN FILE4' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
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
               IF NOT FILE4-STATUS-OK
                   MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON FILE 4'
                   DISPLAY 'FILE STATUS : ' FILE4-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 'OPEN FILE4' TO WS-ERRLOG-OPERATION
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'F' TO WS-ERRLOG-SEVERITY
                   MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FILE4-STATUS-EOF
                      OR NOT FILE4-STATUS-OK
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
           IF FILE3-STATUS-OK
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
                   IF FILE3-STATUS-OK
                       SET LYT-LEGACY-UNSTAMPED TO TRUE
                       PERFORM NOTE-LEGACY-LAYOUT
                       PERFORM COPY-CALIB-TO-WORK
                   END-IF
                   IF NOT FILE3-STATUS-EOF
                       PERFORM CALIB-READ-ABEND
                   END-IF
                   CLOSE CALIBHISTFILE1
                   CLOSE CALIBHISTWORK1
                   PERFORM REBUILD-CALIB-HISTORY
               END-IF
           ELSE
               IF FILE3-STATUS-NOTFOUND
                   PERFORM OPEN-CALIB-WORK-OUTPUT
                   CLOSE CALIBHISTWORK1
                   PERFORM REBUILD-CALIB-HISTORY
               END-IF
           END-IF
           .

       OPEN-CALIB-WORK-OUTPUT.
           OPEN OUTPUT CALIBHISTWORK1
           IF NOT FILE4-STATUS-OK
               MOVE 'OPEN FILE4' TO WS-ERRLOG-OPERATION
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM CALIB-WORK-ABEND
           END-IF
           .

      * The first record, already read, is copied with the rest.
       COPY-CALIB-TO-WORK.
           PERFORM UNTIL FILE3-STATUS-EOF
                  OR NOT FILE3-STATUS-OK
               MOVE CALIBHISTRECORD1 TO CALIBHISTWORKRECORD1
               WRITE CALIBHISTWORKRECORD1
               IF NOT FILE4-STATUS-OK
                   MOVE 'WRITE FILE4' TO WS-ERRLOG-OPERATION
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
           IF NOT FILE4-STATUS-OK
               MOVE 'OPEN FILE4' TO WS-ERRLOG-OPERATION
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM CALIB-WORK-ABEND
           END-IF
           OPEN OUTPUT CALIBHISTFILE1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON FILE 3'
               DISPLAY 'FILE STATUS : ' FILE3-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN FILE3' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
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
           PERFORM UNTIL FILE4-STATUS-EOF
                  OR NOT FILE4-STATUS-OK
                  OR NOT FILE3-STATUS-OK
               READ CALIBHISTWORK1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE CALIBHISTWORKRECORD1 TO CALIBHISTRECORD1
                       WRITE CALIBHISTRECORD1
               END-READ
           END-PERFORM
           IF NOT FILE4-STATUS-OK AND NOT FILE4-STATUS-EOF
               MOVE 'READ FILE4' TO WS-ERRLOG-OPERATION
               MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
               PERFORM CALIB-WORK-ABEND
           END-IF
           CLOSE CALIBHISTWORK1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON FILE 3'
               DISPLAY 'FILE STATUS : ' FILE3-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE FILE3' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
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
           MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
           PERFORM RESOLVE-FILE-STATUS-TEXT
           DISPLAY 'READ ERROR ON CALIBRATION HISTORY'
           DISPLAY 'FILE STATUS : ' FILE3-STATUS
               ' - ' WS-FILE-STATUS-TEXT
           MOVE 'READ CALIB' TO WS-ERRLOG-OPERATION
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       CALIB-WORK-ABEND.
           MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
           PERFORM RESOLVE-FILE-STATUS-TEXT
           DISPLAY 'I/O ERROR ON HISTORY WORK FILE'
           DISPLAY 'FILE STATUS : ' FILE4-STATUS
               ' - ' WS-FILE-STATUS-TEXT
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           PERFORM WRITE-ERRORLOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       CLOSE-FILE3.
           CLOSE CALIBHISTFILE1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'CLOSE ERROR ON FILE 3'
               DISPLAY 'FILE STATUS : ' FILE3-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'CLOSE FILE3' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
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
