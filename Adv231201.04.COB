       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-12-01-CALCHANGE.
       AUTHOR. MARC BRASSART.

      * Day-over-day calibration change report. Reads the running
      * CALIBHISTFILE1 that Adv231201.01 and .02 append to and, for
      * each of the two programs, compares one business date against
      * the prior processing date found in the history: which lines
      * were added, which removed, which changed in value, and how
      * much of the movement in the calibration sum each of those
      * explains. Lines are matched on their fingerprint and text,
      * not on line number, so a line inserted near the top does not
      * make every line below it look changed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALIBHISTFILE1 ASSIGN
            TO DYNAMIC WS-CALIBHISTFILE1-PATH
            FILE STATUS IS FILE1-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALIBCHGRPTFILE1 ASSIGN
            TO DYNAMIC WS-CALIBCHGRPTFILE1-PATH
            FILE STATUS IS FILE2-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Same record as Adv231201.01's and .02's CALIBHISTRECORD1,
      * behind the layout stamp they write (see WS-CLH-LAYOUT-ID).
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

         FD CALIBCHGRPTFILE1.
         01 CALIBCHGRPTLINE1 PIC X(132).

         FD ERRORLOGFILE1.
         01 ERRORLOGRECORD1.
            05 ERL-PROGRAM-ID   PIC X(14).
            05 ERL-FILLER1      PIC X(02).
            05 ERL-RUN-DATE     PIC 9(08).
            05 ERL-FILLER2      PIC X(02).
            05 ERL-RUN-TIME     PIC 9(06).
            05 ERL-FILLER3      PIC X(02).
            05 ERL-OPERATION    PIC X(10).
            05 ERL-FILLER4      PIC X(02).
            05 ERL-FILE-STATUS  PIC 9(02).
            05 ERL-FILLER5      PIC X(02).
            05 ERL-MESSAGE      PIC X(40).
            05 ERL-FILLER6      PIC X(02).
            05 ERL-RUN-ID       PIC X(16).
            05 ERL-FILLER7      PIC X(02).
            05 ERL-SEVERITY     PIC X(01).
            05 ERL-FILLER8      PIC X(02).
            05 ERL-SITE         PIC X(04).
            05 ERL-FILLER9      PIC X(02).
            05 ERL-MSG-NUMBER   PIC 9(04).
       WORKING-STORAGE SECTION.

      * RUN-TIME PARAMETERS
         01 WS-CALIBHISTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d1.calibhist.txt".
         01 WS-CALIBHISTFILE1-OVERRIDE PIC X(250).

         01 WS-CALIBCHGRPTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d1.calibchange.txt".
         01 WS-CALIBCHGRPTFILE1-OVERRIDE PIC X(250).

         01 WS-ERRORLOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "errorlog.txt".
         01 WS-ERRORLOGFILE1-OVERRIDE PIC X(250).

      * CALIBCHGDATE: the business date to report on. Defaults to
      * BUSNDATE; standalone with neither, the latest date in the
      * history is used.
         01 WS-REPORT-DATE PIC 9(08) VALUE ZERO.
            88 REPORT-DATE-SET VALUE 1 THRU 99999999.
         01 WS-REPORT-DATE-OVERRIDE PIC X(08).

      * FILE STATUS
         01 FILE1-STATUS PIC 9(02).
            88 FILE1-STATUS-OK       VALUE 00.
            88 FILE1-STATUS-EOF      VALUE 10.
            88 FILE1-STATUS-NOTFOUND VALUE 35.
         01 FILE2-STATUS PIC 9(02).
            88 FILE2-STATUS-OK  VALUE 00.
         01 FILE9-STATUS PIC 9(02).
            88 FILE9-STATUS-OK       VALUE 00.
            88 FILE9-STATUS-NOTFOUND VALUE 35.

      * Every FILEn-STATUS value gets its own descriptive text instead
      * of collapsing every non-zero code into one generic error
      * message, so an operator reviewing an overnight failure can
      * tell "file not found" apart from "already open" apart from a
      * plain I/O error without looking anything up.
         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * ERROR LOG WORKING VARIABLES
         01 WS-ERRLOG-OPERATION   PIC X(10).
         01 WS-ERRLOG-MESSAGE     PIC X(40).
         01 WS-ERRLOG-STATUS-SRC  PIC 9(02).
      * Severity of the entry being written: I informational,
      * W warning (degraded but completed), S severe (balancing or
      * validation failure), F fatal (the program abends). The
      * end-of-suite alert step extracts everything at or above the
      * operator's threshold.
         01 WS-ERRLOG-SEVERITY    PIC X(01) VALUE 'W'.
      * Message number from the suite message catalog; the
      * digest and alert steps look it up for operator action.
         01 WS-ERRLOG-MSG-NUMBER  PIC 9(04) VALUE ZERO.
         01 WS-CURRENT-DATE-TIME  PIC X(21).

      * One RUN-ID per suite execution, assigned by the driving job
      * (RUNID) and stamped on every record written here, so any
      * record anywhere can be traced to exactly one run. Standalone
      * executions outside the driver stamp a fixed marker instead.
         01 WS-RUN-ID          PIC X(16) VALUE 'STANDALONE'.
         01 WS-RUN-ID-OVERRIDE PIC X(16).

      * The warehouse site this run belongs to, assigned by the
      * driving job (SITE) and stamped on every error-log entry
      * written here. Blank outside the driver.
         01 WS-SITE-CODE          PIC X(04) VALUE SPACES.

      * The business processing date this run belongs to, maintained
      * by the driving job (BUSNDATE). Every dated stamp written here
      * uses it when set, so a run that slips past midnight or a
      * rerun days later still lands in history under the date it
      * processes. Zero (standalone) falls back to the wall clock.
         01 WS-BUSN-DATE PIC 9(08) VALUE ZERO.
            88 BUSN-DATE-SET VALUE 1 THRU 99999999.
         01 WS-BUSN-DATE-OVERRIDE PIC X(08).

      * WORKING VARIABLES
         01 WS-WARNING-STATE PIC X VALUE 'N'.
            88 RUN-HAS-WARNINGS VALUE 'Y'.
         01 WS-HISTORY-STATE PIC X VALUE 'Y'.
            88 HISTORY-PRESENT  VALUE 'Y'.
            88 HISTORY-ABSENT   VALUE 'N'.
         01 WS-LEGACY-STATE PIC X VALUE 'N'.
            88 HISTORY-LEGACY-NOTED VALUE 'Y'.

      * Layout stamp expected on CALIBHISTFILE1's first record.
         01 WS-CLH-LAYOUT-ID      PIC X(12) VALUE 'CALIBHIST'.
         01 WS-CLH-LAYOUT-VERSION PIC X(02) VALUE '01'.
         COPY LAYOUTID.

      * The program whose history is being compared, and the two
      * (date, run) pairs being compared. A date processed more than
      * once is represented by the last RUN-ID appended for it.
         01 WS-CHG-PROGRAM-ID PIC X(12).
         01 WS-CUR-DATE       PIC 9(08).
         01 WS-CUR-RUN-ID     PIC X(16).
         01 WS-PRV-DATE       PIC 9(08).
         01 WS-PRV-RUN-ID     PIC X(16).

      * One table per side. CHG-xxx-MATCH is set once a line has been
      * paired with a line on the other side.
         01 WS-TABLE-MAX PIC 9(05) VALUE 5000.
         01 WS-CUR-COUNT PIC 9(05).
         01 WS-CUR-TABLE.
            05 CHG-CUR-ENTRY OCCURS 5000 TIMES.
               10 CHG-CUR-LINE     PIC 9(07).
               10 CHG-CUR-FP       PIC 9(09).
               10 CHG-CUR-CAL      PIC 9(02).
               10 CHG-CUR-VERSION  PIC X(10).
               10 CHG-CUR-TEXT     PIC X(50).
               10 CHG-CUR-MATCH    PIC X(01).
         01 WS-PRV-COUNT PIC 9(05).
         01 WS-PRV-TABLE.
            05 CHG-PRV-ENTRY OCCURS 5000 TIMES.
               10 CHG-PRV-LINE     PIC 9(07).
               10 CHG-PRV-FP       PIC 9(09).
               10 CHG-PRV-CAL      PIC 9(02).
               10 CHG-PRV-VERSION  PIC X(10).
               10 CHG-PRV-TEXT     PIC X(50).
               10 CHG-PRV-MATCH    PIC X(01).
         01 WS-OVERFLOW-COUNT PIC 9(07).
         01 CX PIC 9(05).
         01 PX PIC 9(05).
         01 WS-FOUND-PX PIC 9(05).
         01 WS-SEEK-X   PIC 9(05).

      * Category totals. Sum effects are signed: an added line adds
      * its value to the sum, a removed line takes its value away, a
      * changed line moves it by the difference.
         01 WS-ADDED-LINES      PIC 9(07).
         01 WS-REMOVED-LINES    PIC 9(07).
         01 WS-CHANGED-LINES    PIC 9(07).
         01 WS-UNCHANGED-LINES  PIC 9(07).
         01 WS-ADDED-EFFECT     PIC S9(09).
         01 WS-REMOVED-EFFECT   PIC S9(09).
         01 WS-CHANGED-EFFECT   PIC S9(09).
         01 WS-CUR-SUM          PIC S9(09).
         01 WS-PRV-SUM          PIC S9(09).
         01 WS-MOVEMENT         PIC S9(09).
         01 WS-LINE-EFFECT      PIC S9(03).
         01 WS-SHARE            PIC S9(05)V9.
         01 WS-MOVEMENT-PART    PIC S9(09).

      * Report line work fields
         01 WS-RPT-CATEGORY     PIC X(08).
         01 WS-RPT-CUR-LINE     PIC X(07).
         01 WS-RPT-PRV-LINE     PIC X(07).
         01 WS-RPT-PRV-CAL      PIC X(02).
         01 WS-RPT-CUR-CAL      PIC X(02).
         01 WS-RPT-VERSION      PIC X(10).
         01 WS-RPT-TEXT         PIC X(50).
         01 WS-EFFECT-X         PIC -(3)9.
         01 WS-SUM-X            PIC -(9)9.
         01 WS-COUNT-X          PIC Z(06)9.
         01 WS-SHARE-X          PIC -(5)9.9.
         01 WS-CAL-X            PIC 99.
         01 WS-LINE-X           PIC 9(07).

       PROCEDURE DIVISION.

           PERFORM MAIN-PROCESSING
           IF RUN-HAS-WARNINGS AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       MAIN-PROCESSING.
           PERFORM GET-RUNTIME-PARAMETERS
           PERFORM OPEN-ERRORLOG
           PERFORM OPEN-FILE2

           MOVE SPACES TO CALIBCHGRPTLINE1
           STRING 'AOC-2023-12-01  CALIBRATION CHANGE REPORT'
               '      RUN ID ' WS-RUN-ID
               DELIMITED BY SIZE INTO CALIBCHGRPTLINE1
           PERFORM WRITE-FILE2

           MOVE 'ADV231201.01' TO WS-CHG-PROGRAM-ID
           PERFORM REPORT-ONE-PROGRAM
           MOVE 'ADV231201.02' TO WS-CHG-PROGRAM-ID
           PERFORM REPORT-ONE-PROGRAM

           PERFORM CLOSE-FILE2
           PERFORM CLOSE-ERRORLOG
           .

       REPORT-ONE-PROGRAM.
           MOVE SPACES TO CALIBCHGRPTLINE1
           PERFORM WRITE-FILE2
           MOVE SPACES TO CALIBCHGRPTLINE1
           STRING 'PROGRAM ' WS-CHG-PROGRAM-ID
               DELIMITED BY SIZE INTO CALIBCHGRPTLINE1
           PERFORM WRITE-FILE2

           PERFORM FIND-COMPARISON-DATES

           IF WS-CUR-DATE = ZERO
              OR (REPORT-DATE-SET AND WS-CUR-DATE NOT = WS-REPORT-DATE)
               MOVE SPACES TO CALIBCHGRPTLINE1
               IF REPORT-DATE-SET
                   STRING '  NO CALIBRATION HISTORY FOR '
                       WS-REPORT-DATE
                       DELIMITED BY SIZE INTO CALIBCHGRPTLINE1
               ELSE
                   MOVE '  NO CALIBRATION HISTORY'
                     TO CALIBCHGRPTLINE1
               END-IF
               PERFORM WRITE-FILE2
               DISPLAY WS-CHG-PROGRAM-ID ' : NO HISTORY FOR THE DATE'
               MOVE 'NO CALIBRATION HISTORY FOR THE DATE'
                 TO WS-ERRLOG-MESSAGE
               MOVE 0173 TO WS-ERRLOG-MSG-NUMBER
               PERFORM LOG-CHANGE-WARNING
           ELSE
               IF WS-PRV-DATE = ZERO
                   MOVE SPACES TO CALIBCHGRPTLINE1
                   STRING '  DATE ' WS-CUR-DATE
                       '  RUN ' WS-CUR-RUN-ID
                       '  NO PRIOR PROCESSING DATE IN HISTORY'
                       DELIMITED BY SIZE INTO CALIBCHGRPTLINE1
                   PERFORM WRITE-FILE2
               ELSE
                   PERFORM LOAD-COMPARISON-LINES
                   PERFORM COMPARE-LINES
                   PERFORM WRITE-CHANGE-SUMMARY
               END-IF
           END-IF
           .

      * One pass over the history for WS-CHG-PROGRAM-ID. The report
      * date is the latest date on or before CALIBCHGDATE (any date
      * when none was given); the prior date is the latest earlier
      * one. For each, the RUN-ID of the last record appended wins,
      * so a rerun supersedes the run before it.
       FIND-COMPARISON-DATES.
           MOVE ZERO   TO WS-CUR-DATE WS-PRV-DATE
           MOVE SPACES TO WS-CUR-RUN-ID WS-PRV-RUN-ID
           PERFORM OPEN-FILE1
           IF HISTORY-PRESENT
               PERFORM READ-FIRST-HISTORY-RECORD
               PERFORM UNTIL FILE1-STATUS-EOF
                   IF HST-PROGRAM-ID = WS-CHG-PROGRAM-ID
                      AND (NOT REPORT-DATE-SET
                           OR HST-BUSN-DATE <= WS-REPORT-DATE)
                       PERFORM NOTE-HISTORY-DATE
                   END-IF
                   PERFORM READ-FILE1
               END-PERFORM
               PERFORM CLOSE-FILE1
           END-IF
           .

       NOTE-HISTORY-DATE.
           EVALUATE TRUE
               WHEN HST-BUSN-DATE > WS-CUR-DATE
                   MOVE WS-CUR-DATE   TO WS-PRV-DATE
                   MOVE WS-CUR-RUN-ID TO WS-PRV-RUN-ID
                   MOVE HST-BUSN-DATE TO WS-CUR-DATE
                   MOVE HST-RUN-ID    TO WS-CUR-RUN-ID
               WHEN HST-BUSN-DATE = WS-CUR-DATE
                   MOVE HST-RUN-ID    TO WS-CUR-RUN-ID
               WHEN HST-BUSN-DATE > WS-PRV-DATE
                   MOVE HST-BUSN-DATE TO WS-PRV-DATE
                   MOVE HST-RUN-ID    TO WS-PRV-RUN-ID
               WHEN HST-BUSN-DATE = WS-PRV-DATE
                   MOVE HST-RUN-ID    TO WS-PRV-RUN-ID
           END-EVALUATE
           .

      * Second pass: load the lines of the two chosen runs. A rerun
      * that reused its RUN-ID (a restart) can append the same lines
      * twice, so a line number already loaded for a side replaces
      * the earlier copy instead of adding another.
       LOAD-COMPARISON-LINES.
           MOVE ZERO TO WS-CUR-COUNT WS-PRV-COUNT WS-OVERFLOW-COUNT
           PERFORM OPEN-FILE1
           PERFORM READ-FIRST-HISTORY-RECORD
           PERFORM UNTIL FILE1-STATUS-EOF
               IF HST-PROGRAM-ID = WS-CHG-PROGRAM-ID
                   IF HST-BUSN-DATE = WS-CUR-DATE
                      AND HST-RUN-ID = WS-CUR-RUN-ID
                       PERFORM LOAD-CURRENT-LINE
                   END-IF
                   IF HST-BUSN-DATE = WS-PRV-DATE
                      AND HST-RUN-ID = WS-PRV-RUN-ID
                       PERFORM LOAD-PRIOR-LINE
                   END-IF
               END-IF
               PERFORM READ-FILE1
           END-PERFORM
           PERFORM CLOSE-FILE1

           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY WS-CHG-PROGRAM-ID ' : LINES NOT COMPARED : '
                   WS-OVERFLOW-COUNT
               MOVE 'LINE TABLE FULL - LINES NOT COMPARED'
                 TO WS-ERRLOG-MESSAGE
               MOVE 0174 TO WS-ERRLOG-MSG-NUMBER
               PERFORM LOG-CHANGE-WARNING
           END-IF
           .

       LOAD-CURRENT-LINE.
           MOVE ZERO TO CX
           PERFORM VARYING WS-SEEK-X FROM 1 BY 1
                     UNTIL WS-SEEK-X > WS-CUR-COUNT
                        OR CX > ZERO
               IF CHG-CUR-LINE(WS-SEEK-X) = HST-LINE-NUMBER
                   MOVE WS-SEEK-X TO CX
               END-IF
           END-PERFORM
           IF CX = ZERO
               IF WS-CUR-COUNT >= WS-TABLE-MAX
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-CUR-COUNT TO CX
               END-IF
           END-IF
           IF CX > ZERO
               MOVE HST-LINE-NUMBER      TO CHG-CUR-LINE(CX)
               MOVE HST-FINGERPRINT      TO CHG-CUR-FP(CX)
               MOVE HST-CALIBRATION      TO CHG-CUR-CAL(CX)
               MOVE HST-WORDLIST-VERSION TO CHG-CUR-VERSION(CX)
               MOVE HST-TEXT             TO CHG-CUR-TEXT(CX)
               MOVE 'N'                  TO CHG-CUR-MATCH(CX)
           END-IF
           .

       LOAD-PRIOR-LINE.
           MOVE ZERO TO PX
           PERFORM VARYING WS-SEEK-X FROM 1 BY 1
                     UNTIL WS-SEEK-X > WS-PRV-COUNT
                        OR PX > ZERO
               IF CHG-PRV-LINE(WS-SEEK-X) = HST-LINE-NUMBER
                   MOVE WS-SEEK-X TO PX
               END-IF
           END-PERFORM
           IF PX = ZERO
               IF WS-PRV-COUNT >= WS-TABLE-MAX
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO WS-PRV-COUNT
                   MOVE WS-PRV-COUNT TO PX
               END-IF
           END-IF
           IF PX > ZERO
               MOVE HST-LINE-NUMBER      TO CHG-PRV-LINE(PX)
               MOVE HST-FINGERPRINT      TO CHG-PRV-FP(PX)
               MOVE HST-CALIBRATION      TO CHG-PRV-CAL(PX)
               MOVE HST-WORDLIST-VERSION TO CHG-PRV-VERSION(PX)
               MOVE HST-TEXT             TO CHG-PRV-TEXT(PX)
               MOVE 'N'                  TO CHG-PRV-MATCH(PX)
           END-IF
           .

      * Each line of the report date is paired with the first
      * unpaired prior line with the same fingerprint and text
      * (repeated identical lines pair off one for one). Paired with
      * a different value: CHANGED (the text is the same, so the
      * digit-word version is what moved it). Unpaired on the report
      * date: ADDED. Left unpaired on the prior date: REMOVED.
       COMPARE-LINES.
           MOVE ZERO TO WS-ADDED-LINES WS-REMOVED-LINES
                        WS-CHANGED-LINES WS-UNCHANGED-LINES
                        WS-ADDED-EFFECT WS-REMOVED-EFFECT
                        WS-CHANGED-EFFECT WS-CUR-SUM WS-PRV-SUM

           MOVE SPACES TO CALIBCHGRPTLINE1
           STRING '  DATE ' WS-CUR-DATE '  RUN ' WS-CUR-RUN-ID
               '  COMPARED WITH PRIOR DATE ' WS-PRV-DATE
               '  RUN ' WS-PRV-RUN-ID
               DELIMITED BY SIZE INTO CALIBCHGRPTLINE1
           PERFORM WRITE-FILE2
           MOVE SPACES TO CALIBCHGRPTLINE1
           PERFORM WRITE-FILE2
           MOVE SPACES TO CALIBCHGRPTLINE1
           STRING '  CHANGE    LINE     PRIOR LINE  PRIOR  NOW  EFFECT'
               '  VERSION     TEXT'
               DELIMITED BY SIZE INTO CALIBCHGRPTLINE1
           PERFORM WRITE-FILE2

           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-CUR-COUNT
               ADD CHG-CUR-CAL(CX) TO WS-CUR-SUM
               MOVE ZERO TO WS-FOUND-PX
               PERFORM VARYING PX FROM 1 BY 1
                         UNTIL PX > WS-PRV-COUNT
                            OR WS-FOUND-PX > ZERO
                   IF CHG-PRV-MATCH(PX) = 'N'
                      AND CHG-PRV-FP(PX) = CHG-CUR-FP(CX)
                      AND CHG-PRV-TEXT(PX) = CHG-CUR-TEXT(CX)
                       MOVE PX TO WS-FOUND-PX
                   END-IF
               END-PERFORM
               IF WS-FOUND-PX = ZERO
                   ADD 1 TO WS-ADDED-LINES
                   ADD CHG-CUR-CAL(CX) TO WS-ADDED-EFFECT
                   MOVE 'ADDED' TO WS-RPT-CATEGORY
                   MOVE CHG-CUR-CAL(CX) TO WS-LINE-EFFECT
                   PERFORM WRITE-CURRENT-CHANGE
               ELSE
                   MOVE 'Y' TO CHG-CUR-MATCH(CX)
                   MOVE 'Y' TO CHG-PRV-MATCH(WS-FOUND-PX)
                   IF CHG-CUR-CAL(CX) = CHG-PRV-CAL(WS-FOUND-PX)
                       ADD 1 TO WS-UNCHANGED-LINES
                   ELSE
                       ADD 1 TO WS-CHANGED-LINES
                       COMPUTE WS-LINE-EFFECT = CHG-CUR-CAL(CX)
                           - CHG-PRV-CAL(WS-FOUND-PX)
                       ADD WS-LINE-EFFECT TO WS-CHANGED-EFFECT
                       MOVE 'CHANGED' TO WS-RPT-CATEGORY
                       PERFORM WRITE-CURRENT-CHANGE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PRV-COUNT
               ADD CHG-PRV-CAL(PX) TO WS-PRV-SUM
               IF CHG-PRV-MATCH(PX) = 'N'
                   ADD 1 TO WS-REMOVED-LINES
                   SUBTRACT CHG-PRV-CAL(PX) FROM WS-REMOVED-EFFECT
                   COMPUTE WS-LINE-EFFECT = ZERO - CHG-PRV-CAL(PX)
                   PERFORM WRITE-REMOVED-CHANGE
               END-IF
           END-PERFORM
           .

       WRITE-CURRENT-CHANGE.
           MOVE CHG-CUR-LINE(CX) TO WS-LINE-X
           MOVE WS-LINE-X        TO WS-RPT-CUR-LINE
           MOVE CHG-CUR-CAL(CX)  TO WS-CAL-X
           MOVE WS-CAL-X         TO WS-RPT-CUR-CAL
           MOVE CHG-CUR-VERSION(CX) TO WS-RPT-VERSION
           MOVE CHG-CUR-TEXT(CX) TO WS-RPT-TEXT
           IF WS-FOUND-PX = ZERO
               MOVE SPACES TO WS-RPT-PRV-LINE WS-RPT-PRV-CAL
           ELSE
               MOVE CHG-PRV-LINE(WS-FOUND-PX) TO WS-LINE-X
               MOVE WS-LINE-X                 TO WS-RPT-PRV-LINE
               MOVE CHG-PRV-CAL(WS-FOUND-PX)  TO WS-CAL-X
               MOVE WS-CAL-X                  TO WS-RPT-PRV-CAL
           END-IF
           PERFORM WRITE-CHANGE-LINE
           .

       WRITE-REMOVED-CHANGE.
           MOVE 'REMOVED'        TO WS-RPT-CATEGORY
           MOVE SPACES           TO WS-RPT-CUR-LINE WS-RPT-CUR-CAL
           MOVE CHG-PRV-LINE(PX) TO WS-LINE-X
           MOVE WS-LINE-X        TO WS-RPT-PRV-LINE
           MOVE CHG-PRV-CAL(PX)  TO WS-CAL-X
           MOVE WS-CAL-X         TO WS-RPT-PRV-CAL
           MOVE CHG-PRV-VERSION(PX) TO WS-RPT-VERSION
           MOVE CHG-PRV-TEXT(PX) TO WS-RPT-TEXT
           PERFORM WRITE-CHANGE-LINE
           .

       WRITE-CHANGE-LINE.
           MOVE WS-LINE-EFFECT TO WS-EFFECT-X
           MOVE SPACES TO CALIBCHGRPTLINE1
           STRING '  ' WS-RPT-CATEGORY
               '  ' WS-RPT-CUR-LINE
               '  ' WS-RPT-PRV-LINE
               '     ' WS-RPT-PRV-CAL
               '     ' WS-RPT-CUR-CAL
               '   ' WS-EFFECT-X
               '  ' WS-RPT-VERSION
               '  ' WS-RPT-TEXT
               DELIMITED BY SIZE INTO CALIBCHGRPTLINE1
           PERFORM WRITE-FILE2
           .

      * How much of the sum movement each category explains. The
      * three effects always add up to the movement; a share over
      * 100 or below zero means categories pulled against each other.
       WRITE-CHANGE-SUMMARY.
           COMPUTE WS-MOVEMENT = WS-CUR-SUM - WS-PRV-SUM

           MOVE SPACES TO CALIBCHGRPTLINE1
           PERFORM WRITE-FILE2
           MOVE SPACES TO CALIBCHGRPTLINE1
           MOVE WS-CUR-COUNT TO WS-COUNT-X
           STRING '  LINES ON ' WS-CUR-DATE ' ' WS-COUNT-X
               DELIMITED BY SIZE INTO CALIBCHGRPTLINE1
           MOVE WS-PRV-COUNT TO WS-COUNT-X
           STRING '   ON ' WS-PRV-DATE ' ' WS-COUNT-X
               DELIMITED BY SIZE INTO CALIBCHGRPTLINE1(31:)
           MOVE WS-UNCHANGED-LINES TO WS-COUNT-X
           STRING '   UNCHANGED ' WS-COUNT-X
               DELIMITED BY SIZE INTO CALIBCHGRPTLINE1(59:)
           PERFORM WRITE-FILE2

           MOVE SPACES TO CALIBCHGRPTLINE1
           STRING '  CATEGORY      LINES   SUM EFFECT'
               '  SHARE OF MOVEMENT'
               DELIMITED BY SIZE INTO CALIBCHGRPTLINE1
           PERFORM WRITE-FILE2

           MOVE 'ADDED'          TO WS-RPT-CATEGORY
           MOVE WS-ADDED-LINES   TO WS-COUNT-X
           MOVE WS-ADDED-EFFECT  TO WS-SUM-X
           PERFORM WRITE-CATEGORY-LINE
           MOVE 'REMOVED'        TO WS-RPT-CATEGORY
           MOVE WS-REMOVED-LINES TO WS-COUNT-X
           MOVE WS-REMOVED-EFFECT TO WS-SUM-X
           PERFORM WRITE-CATEGORY-LINE
           MOVE 'CHANGED'        TO WS-RPT-CATEGORY
           MOVE WS-CHANGED-LINES TO WS-COUNT-X
           MOVE WS-CHANGED-EFFECT TO WS-SUM-X
           PERFORM WRITE-CATEGORY-LINE

           MOVE SPACES TO CALIBCHGRPTLINE1
           MOVE WS-CUR-SUM TO WS-SUM-X
           STRING '  SUM ON ' WS-CUR-DATE ' ' WS-SUM-X
               DELIMITED BY SIZE INTO CALIBCHGRPTLINE1
           MOVE WS-PRV-SUM TO WS-SUM-X
           STRING '   ON ' WS-PRV-DATE ' ' WS-SUM-X
               DELIMITED BY SIZE INTO CALIBCHGRPTLINE1(31:)
           MOVE WS-MOVEMENT TO WS-SUM-X
           STRING '   MOVEMENT ' WS-SUM-X
               DELIMITED BY SIZE INTO CALIBCHGRPTLINE1(62:)
           PERFORM WRITE-FILE2

           DISPLAY WS-CHG-PROGRAM-ID ' ' WS-CUR-DATE ' VS '
               WS-PRV-DATE ' ADDED ' WS-ADDED-LINES
               ' REMOVED ' WS-REMOVED-LINES
               ' CHANGED ' WS-CHANGED-LINES
           .

      * WS-SUM-X already holds the category's effect; its share is
      * computed from the matching effect field.
       WRITE-CATEGORY-LINE.
           EVALUATE WS-RPT-CATEGORY
               WHEN 'ADDED'
                   MOVE WS-ADDED-EFFECT TO WS-MOVEMENT-PART
               WHEN 'REMOVED'
                   MOVE WS-REMOVED-EFFECT TO WS-MOVEMENT-PART
               WHEN OTHER
                   MOVE WS-CHANGED-EFFECT TO WS-MOVEMENT-PART
           END-EVALUATE
           MOVE SPACES TO CALIBCHGRPTLINE1
           IF WS-MOVEMENT = ZERO
               STRING '  ' WS-RPT-CATEGORY '  ' WS-COUNT-X
                   '  ' WS-SUM-X '        N/A'
                   DELIMITED BY SIZE INTO CALIBCHGRPTLINE1
           ELSE
               COMPUTE WS-SHARE ROUNDED =
                   WS-MOVEMENT-PART * 100 / WS-MOVEMENT
               MOVE WS-SHARE TO WS-SHARE-X
               STRING '  ' WS-RPT-CATEGORY '  ' WS-COUNT-X
                   '  ' WS-SUM-X '   ' WS-SHARE-X '%'
                   DELIMITED BY SIZE INTO CALIBCHGRPTLINE1
           END-IF
           PERFORM WRITE-FILE2
           .

       LOG-CHANGE-WARNING.
           SET RUN-HAS-WARNINGS TO TRUE
           MOVE 'CHG REPORT' TO WS-ERRLOG-OPERATION
           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
           MOVE 'W' TO WS-ERRLOG-SEVERITY
           PERFORM WRITE-ERRORLOG
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
                   MOVE 'SUCCESSFUL COMPLETION'
                     TO WS-FILE-STATUS-TEXT
               WHEN 10
                   MOVE 'END OF FILE'
                     TO WS-FILE-STATUS-TEXT
               WHEN 22
                   MOVE 'DUPLICATE KEY DETECTED'
                     TO WS-FILE-STATUS-TEXT
               WHEN 23
                   MOVE 'RECORD OR FILE NOT FOUND'
                     TO WS-FILE-STATUS-TEXT
               WHEN 30
                   MOVE 'PERMANENT I/O ERROR'
                     TO WS-FILE-STATUS-TEXT
               WHEN 35
                   MOVE 'FILE DOES NOT EXIST'
                     TO WS-FILE-STATUS-TEXT
               WHEN 37
                   MOVE 'OPEN MODE NOT SUPPORTED FOR THIS FILE'
                     TO WS-FILE-STATUS-TEXT
               WHEN 41
                   MOVE 'FILE ALREADY OPEN'
                     TO WS-FILE-STATUS-TEXT
               WHEN 42
                   MOVE 'FILE NOT OPEN'
                     TO WS-FILE-STATUS-TEXT
               WHEN 44
                   MOVE 'BOUNDARY VIOLATION ON WRITE OR REWRITE'
                     TO WS-FILE-STATUS-TEXT
               WHEN 46
                   MOVE 'SEQUENTIAL READ AFTER END OF FILE'
                     TO WS-FILE-STATUS-TEXT
               WHEN 47
                   MOVE 'READ ATTEMPTED, FILE NOT OPEN INPUT/I-O'
                     TO WS-FILE-STATUS-TEXT
               WHEN 48
                   MOVE 'WRITE ATTEMPTED, FILE NOT OPEN OUTPUT/I-O'
                     TO WS-FILE-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNRECOGNIZED FILE STATUS CODE'
                     TO WS-FILE-STATUS-TEXT
           END-EVALUATE
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

           MOVE SPACES TO WS-CALIBCHGRPTFILE1-OVERRIDE
           DISPLAY "CALIBCHGRPTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-CALIBCHGRPTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-CALIBCHGRPTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-CALIBCHGRPTFILE1-OVERRIDE)
                 TO WS-CALIBCHGRPTFILE1-PATH
           END-IF

           MOVE SPACES TO WS-ERRORLOGFILE1-OVERRIDE
           DISPLAY "ERRORLOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-ERRORLOGFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-ERRORLOGFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ERRORLOGFILE1-OVERRIDE)
                 TO WS-ERRORLOGFILE1-PATH
           END-IF

           MOVE SPACES TO WS-RUN-ID-OVERRIDE
           DISPLAY "RUNID" UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-ID-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-RUN-ID-OVERRIDE NOT = SPACES
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
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-BUSN-DATE-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-BUSN-DATE-OVERRIDE)
                 TO WS-BUSN-DATE
           END-IF

           MOVE WS-BUSN-DATE TO WS-REPORT-DATE
           MOVE SPACES TO WS-REPORT-DATE-OVERRIDE
           DISPLAY "CALIBCHGDATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-REPORT-DATE-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-REPORT-DATE-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-REPORT-DATE-OVERRIDE)
                 TO WS-REPORT-DATE
           END-IF
           .

      * No history yet (the first night after the history was
      * introduced) is not an error: the report says so.
       OPEN-FILE1.
           SET HISTORY-PRESENT TO TRUE
           OPEN INPUT CALIBHISTFILE1
           IF FILE1-STATUS-NOTFOUND
               SET HISTORY-ABSENT TO TRUE
           ELSE
               IF NOT FILE1-STATUS-OK
                       MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
                       PERFORM RESOLVE-FILE-STATUS-TEXT
                       DISPLAY 'OPEN ERROR ON FILE 1'
                       DISPLAY 'FILE STATUS : ' FILE1-STATUS
                           ' - ' WS-FILE-STATUS-TEXT
                       MOVE 'OPEN FILE1' TO WS-ERRLOG-OPERATION
                       MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                       MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
                       MOVE 'F' TO WS-ERRLOG-SEVERITY
                       MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
                       PERFORM WRITE-ERRORLOG
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-IF
           END-IF
           .

       READ-FILE1.
           READ CALIBHISTFILE1
               AT END
                   CONTINUE
                NOT AT END
                   IF NOT FILE1-STATUS-OK
                       MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
                       PERFORM RESOLVE-FILE-STATUS-TEXT
                       DISPLAY 'READ ERROR ON FILE 1'
                       DISPLAY 'FILE STATUS : ' FILE1-STATUS
                           ' - ' WS-FILE-STATUS-TEXT
                       MOVE 'READ FILE1' TO WS-ERRLOG-OPERATION
                       MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                       MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
                       MOVE 'F' TO WS-ERRLOG-SEVERITY
                       MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
                       PERFORM WRITE-ERRORLOG
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           .

      * The stamp is checked and stepped over on every pass. A
      * history written before the stamp starts with a data record:
      * it is read as version 00, and said so once per run.
       READ-FIRST-HISTORY-RECORD.
           PERFORM READ-FILE1
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           IF FILE1-STATUS-OK
               MOVE CALIBHISTRECORD1 TO LAYOUT-STAMP-RECORD
           END-IF
           MOVE WS-CLH-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-CLH-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
               PERFORM READ-FILE1
           ELSE
               IF FILE1-STATUS-OK
                  AND NOT HISTORY-LEGACY-NOTED
                   SET HISTORY-LEGACY-NOTED TO TRUE
                   SET LYT-LEGACY-UNSTAMPED TO TRUE
                   PERFORM NOTE-LEGACY-LAYOUT
               END-IF
           END-IF
           .

       CLOSE-FILE1.
           CLOSE CALIBHISTFILE1
           IF NOT FILE1-STATUS-OK
               MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'CLOSE ERROR ON FILE 1'
               DISPLAY 'FILE STATUS : ' FILE1-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'CLOSE FILE1' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0008 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       OPEN-FILE2.
           OPEN OUTPUT CALIBCHGRPTFILE1
           IF NOT FILE2-STATUS-OK
               MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON FILE 2'
               DISPLAY 'FILE STATUS : ' FILE2-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN FILE2' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-FILE2.
           WRITE CALIBCHGRPTLINE1
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
           END-IF
           .

       CLOSE-FILE2.
           CLOSE CALIBCHGRPTFILE1
           IF NOT FILE2-STATUS-OK
               MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'CLOSE ERROR ON FILE 2'
               DISPLAY 'FILE STATUS : ' FILE2-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'CLOSE FILE2' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0008 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       OPEN-ERRORLOG.
           OPEN EXTEND ERRORLOGFILE1
           IF FILE9-STATUS-NOTFOUND
               OPEN OUTPUT ERRORLOGFILE1
           END-IF
           IF NOT FILE9-STATUS-OK
               MOVE FILE9-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON ERROR LOG FILE'
               DISPLAY 'FILE STATUS : ' FILE9-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-ERRORLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES            TO ERRORLOGRECORD1
           MOVE 'ADV231201.04' TO ERL-PROGRAM-ID
           MOVE WS-CURRENT-DATE-TIME(1:8)  TO ERL-RUN-DATE
           IF BUSN-DATE-SET
               MOVE WS-BUSN-DATE TO ERL-RUN-DATE
           END-IF
           MOVE WS-CURRENT-DATE-TIME(9:6)  TO ERL-RUN-TIME
           MOVE WS-ERRLOG-OPERATION        TO ERL-OPERATION
           MOVE WS-ERRLOG-STATUS-SRC       TO ERL-FILE-STATUS
           MOVE WS-ERRLOG-MESSAGE          TO ERL-MESSAGE
           MOVE WS-RUN-ID                  TO ERL-RUN-ID
           MOVE WS-ERRLOG-SEVERITY         TO ERL-SEVERITY
           MOVE WS-ERRLOG-MSG-NUMBER       TO ERL-MSG-NUMBER
           MOVE WS-SITE-CODE               TO ERL-SITE
           WRITE ERRORLOGRECORD1
           IF NOT FILE9-STATUS-OK
               MOVE FILE9-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON ERROR LOG FILE'
               DISPLAY 'FILE STATUS : ' FILE9-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
           END-IF
           .

       CLOSE-ERRORLOG.
           CLOSE ERRORLOGFILE1
           .
