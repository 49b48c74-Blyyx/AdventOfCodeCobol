       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-12-01-COVERAGE.
       AUTHOR. MARC BRASSART.

      * Roster coverage: compares who SHOULD have submitted (the active
      * roster as of the business date) against who DID (the ranking's
      * sorted totals). Two kinds of finding, both warnings rather than
      * failures -- the day's numbers are still right, but provisioning
      * is about to ship to the wrong people:
      *   - an active rostered elf with no calorie group today;
      *   - a calorie group charged to an elf who is inactive (see
      *     AOC-2022-12-01-ROSTER) or not on the roster at all.
      * Every finding is printed on the coverage report AND written to
      * the shared error log at W severity so the end-of-suite alert
      * step and the log digest pick it up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORTEDTOTALSFILE1 ASSIGN
            TO DYNAMIC WS-SORTEDTOTALSFILE1-PATH
            FILE STATUS IS FILE1-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Roster master maintained by AOC-2022-12-01-ROSTER, keyed by
      * elf number plus effective date. DYNAMIC access serves both the
      * per-submitter as-of lookup and the full sequential walk for
      * elves that did not submit.
           SELECT ELFROSTERFILE1 ASSIGN
            TO DYNAMIC WS-ELFROSTERFILE1-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ROS-ROSTER-KEY
            FILE STATUS IS FILE2-STATUS.

           SELECT COVERAGERPTFILE1 ASSIGN
            TO DYNAMIC WS-COVERAGERPTFILE1-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Adv221201.02's sorted output -- one record per elf that had a
      * calorie group accepted today.
         FD SORTEDTOTALSFILE1.
         01 SORTEDTOTALSRECORD1.
            05 SRT-CALORIES     PIC 9(09).
            05 SRT-FILLER1      PIC X(02).
            05 SRT-ELF-NUM      PIC 9(05).
            05 SRT-FILLER2      PIC X(02).
            05 SRT-RANK         PIC 9(05).
            05 SRT-FILLER3      PIC X(02).
            05 SRT-TIE-FLAG     PIC X(01).
               88 SRT-TIED         VALUE 'T'.

         FD ELFROSTERFILE1.
         01 ROSTERRECORD1.
            05 ROS-ROSTER-KEY.
               10 ROS-ELF-NUMBER   PIC 9(05).
               10 ROS-EFF-DATE     PIC 9(08).
            05 ROS-NAME         PIC X(30).
            05 ROS-DEPARTMENT   PIC X(20).
            05 ROS-ACTIVE-FLAG  PIC X(01).
               88 ROS-ACTIVE       VALUE 'A'.
               88 ROS-INACTIVE     VALUE 'I'.

         FD COVERAGERPTFILE1.
         01 COVERAGELINE1 PIC X(132).

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
         01 WS-SORTEDTOTALSFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.sortedtotals.txt".
         01 WS-SORTEDTOTALSFILE1-OVERRIDE PIC X(250).

         01 WS-ELFROSTERFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.elfroster.mst".
         01 WS-ELFROSTERFILE1-OVERRIDE PIC X(250).

         01 WS-COVERAGERPTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.coverage.txt".
         01 WS-COVERAGERPTFILE1-OVERRIDE PIC X(250).

         01 WS-ERRORLOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "errorlog.txt".
         01 WS-ERRORLOGFILE1-OVERRIDE PIC X(250).

      * FILE STATUS
         01 FILE1-STATUS PIC 9(02).
            88 FILE1-STATUS-OK  VALUE 00.
            88 FILE1-STATUS-EOF VALUE 10.
         01 FILE2-STATUS PIC 9(02).
            88 FILE2-STATUS-OK       VALUE 00.
            88 FILE2-STATUS-EOF      VALUE 10.
            88 FILE2-STATUS-NOTFND   VALUE 23.
            88 FILE2-STATUS-NOTFOUND VALUE 35.
         01 FILE3-STATUS PIC 9(02).
            88 FILE3-STATUS-OK  VALUE 00.
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

      * The sorted-totals layout this step's FD was written for; a
      * file stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-SRT-LAYOUT-ID      PIC X(12) VALUE 'SORTEDTOTALS'.
         01 WS-SRT-LAYOUT-VERSION PIC X(02) VALUE '01'.
         COPY LAYOUTID.

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

      * Unlike the rollup, coverage has nothing to say without the
      * roster: a missing roster is reported and warned, and the run
      * completes with no findings rather than claiming every
      * submitter is unrostered.
         01 WS-ROSTER-STATE PIC X VALUE 'N'.
            88 ROSTER-PRESENT VALUE 'Y'.

      * WORKING VARIABLES
      * One byte per possible elf number, set when the sorted totals
      * carry a group for that elf -- the roster walk tests it to find
      * active elves who sent nothing.
         01 WS-SUBMITTED-TAB.
            05 WS-SUBMITTED-FLAG PIC X(01) OCCURS 99999 TIMES.
               88 ELF-SUBMITTED VALUE 'Y'.

      * Effective-dated lookup work fields (see FIND-ROSTER-VERSION).
         01 WS-RW-VERSION-STATE PIC X VALUE 'N'.
            88 RW-VERSION-FOUND VALUE 'Y'.
         01 WS-RW-WALK-STATE PIC X VALUE 'N'.
            88 RW-WALK-DONE VALUE 'Y'.
         01 WS-RW-NAME        PIC X(30).
         01 WS-RW-DEPARTMENT  PIC X(20).
         01 WS-RW-ACTIVE-FLAG PIC X(01).

      * Full-roster walk: the elf whose versions are being read and
      * the latest of them in force on the business date.
         01 WS-WALK-ELF          PIC 9(05) VALUE ZERO.
         01 WS-LOOKUP-ELF        PIC 9(05).
         01 WS-FINDING-REASON    PIC X(24).

         01 WS-ELVES-READ         PIC 9(05) VALUE ZERO.
         01 WS-ROSTER-ELVES       PIC 9(05) VALUE ZERO.
         01 WS-ACTIVE-ELVES       PIC 9(05) VALUE ZERO.
         01 WS-MISSING-COUNT      PIC 9(05) VALUE ZERO.
         01 WS-INACTIVE-COUNT     PIC 9(05) VALUE ZERO.
         01 WS-UNROSTERED-COUNT   PIC 9(05) VALUE ZERO.
         01 WS-RUN-DATE           PIC 9(08).

         01 WS-WARNING-STATE PIC X VALUE 'N'.
            88 RUN-HAS-WARNINGS VALUE 'Y'.

      * REPORT EDIT FIELDS
         01 WS-RUN-DATE-EDIT      PIC 9999/99/99.
         01 WS-COUNT-X            PIC ZZZZ9.
         01 WS-CALS-X             PIC ZZZ,ZZZ,ZZ9.

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
           PERFORM OPEN-ROSTER

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF BUSN-DATE-SET
               MOVE WS-BUSN-DATE TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-EDIT
           MOVE SPACES TO WS-SUBMITTED-TAB

           PERFORM OPEN-FILE3
           PERFORM WRITE-COVERAGE-HEADING

           IF ROSTER-PRESENT
               PERFORM CHECK-SUBMITTERS
               PERFORM CHECK-ACTIVE-ROSTER
           ELSE
               MOVE SPACES TO COVERAGELINE1
               MOVE 'ROSTER MASTER UNAVAILABLE -- COVERAGE NOT CHECKED'
                 TO COVERAGELINE1
               PERFORM WRITE-FILE3
           END-IF

           PERFORM WRITE-COVERAGE-TOTALS
           PERFORM CLOSE-FILE3

           DISPLAY 'SUBMITTING ELVES READ  : ' WS-ELVES-READ
           DISPLAY 'ACTIVE ROSTERED ELVES  : ' WS-ACTIVE-ELVES
           DISPLAY 'ACTIVE, NO SUBMISSION  : ' WS-MISSING-COUNT
           DISPLAY 'INACTIVE SUBMITTERS    : ' WS-INACTIVE-COUNT
           DISPLAY 'UNROSTERED SUBMITTERS  : ' WS-UNROSTERED-COUNT

           PERFORM CLOSE-ROSTER
           PERFORM CLOSE-ERRORLOG
           .

       WRITE-COVERAGE-HEADING.
           MOVE SPACES TO COVERAGELINE1
           MOVE 'AOC-2022-12-01  ROSTER COVERAGE' TO COVERAGELINE1
           PERFORM WRITE-FILE3

           MOVE SPACES TO COVERAGELINE1
           STRING 'BUSN DATE : ' WS-RUN-DATE-EDIT
               '  RUN ID : ' WS-RUN-ID
               DELIMITED BY SIZE INTO COVERAGELINE1
           PERFORM WRITE-FILE3

           MOVE SPACES TO COVERAGELINE1
           PERFORM WRITE-FILE3
           .

      * Pass 1: every submitter is looked up as of the business date.
      * Anything but an active version is a finding; the flag table is
      * filled on the way through for pass 2.
       CHECK-SUBMITTERS.
           MOVE SPACES TO COVERAGELINE1
           MOVE 'SUBMISSIONS NOT ON THE ACTIVE ROSTER' TO COVERAGELINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO COVERAGELINE1
           MOVE '  ELF    CALORIES  FINDING                   NAME'
             TO COVERAGELINE1
           PERFORM WRITE-FILE3

           OPEN INPUT SORTEDTOTALSFILE1
           IF NOT FILE1-STATUS-OK
               MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON SORTED TOTALS FILE'
               DISPLAY 'FILE STATUS : ' FILE1-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN SORTD' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-SORTED-LAYOUT-STAMP
           PERFORM UNTIL FILE1-STATUS-EOF
                  OR NOT FILE1-STATUS-OK
               READ SORTEDTOTALSFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WS-ELVES-READ
                       PERFORM CHECK-ONE-SUBMITTER
               END-READ
           END-PERFORM
           CLOSE SORTEDTOTALSFILE1

           IF WS-INACTIVE-COUNT + WS-UNROSTERED-COUNT = ZERO
               MOVE SPACES TO COVERAGELINE1
               MOVE '  NONE' TO COVERAGELINE1
               PERFORM WRITE-FILE3
           END-IF
           MOVE SPACES TO COVERAGELINE1
           PERFORM WRITE-FILE3
           .

       CHECK-ONE-SUBMITTER.
           IF SRT-ELF-NUM > ZERO
               SET ELF-SUBMITTED(SRT-ELF-NUM) TO TRUE
           END-IF
           MOVE SRT-ELF-NUM TO WS-LOOKUP-ELF
           PERFORM FIND-ROSTER-VERSION
           EVALUATE TRUE
               WHEN NOT RW-VERSION-FOUND
                   ADD 1 TO WS-UNROSTERED-COUNT
                   MOVE 'NOT ON ROSTER' TO WS-FINDING-REASON
                   MOVE SPACES TO WS-ERRLOG-MESSAGE
                   STRING 'UNROSTERED ELF ' SRT-ELF-NUM
                       ' SUBMITTED A GROUP'
                       DELIMITED BY SIZE INTO WS-ERRLOG-MESSAGE
                   MOVE 0132 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM REPORT-SUBMITTER-FINDING
               WHEN WS-RW-ACTIVE-FLAG NOT = 'A'
                   ADD 1 TO WS-INACTIVE-COUNT
                   MOVE 'INACTIVE ON ROSTER' TO WS-FINDING-REASON
                   MOVE SPACES TO WS-ERRLOG-MESSAGE
                   STRING 'INACTIVE ELF ' SRT-ELF-NUM
                       ' SUBMITTED A GROUP'
                       DELIMITED BY SIZE INTO WS-ERRLOG-MESSAGE
                   MOVE 0133 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM REPORT-SUBMITTER-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       REPORT-SUBMITTER-FINDING.
           SET RUN-HAS-WARNINGS TO TRUE
           MOVE SRT-CALORIES TO WS-CALS-X
           MOVE SPACES TO COVERAGELINE1
           STRING '  ' SRT-ELF-NUM
               '  ' WS-CALS-X
               '  ' WS-FINDING-REASON
               '  ' WS-RW-NAME
               DELIMITED BY SIZE INTO COVERAGELINE1
           PERFORM WRITE-FILE3

           MOVE 'COVERAGE'   TO WS-ERRLOG-OPERATION
           MOVE ZERO         TO WS-ERRLOG-STATUS-SRC
           MOVE 'W'          TO WS-ERRLOG-SEVERITY
           PERFORM WRITE-ERRORLOG
           .

      * Walks the elf's effective-dated versions in key order and
      * keeps the latest one effective on or before the run's
      * business date -- the same as-of selection Adv221201.07 and
      * Adv221201.02's report apply.
       FIND-ROSTER-VERSION.
           MOVE 'N' TO WS-RW-VERSION-STATE
           MOVE 'N' TO WS-RW-WALK-STATE
           MOVE SPACES TO WS-RW-NAME WS-RW-DEPARTMENT
           MOVE SPACE  TO WS-RW-ACTIVE-FLAG

           MOVE WS-LOOKUP-ELF TO ROS-ELF-NUMBER
           MOVE ZERO          TO ROS-EFF-DATE
           START ELFROSTERFILE1 KEY NOT < ROS-ROSTER-KEY
               INVALID KEY
                   SET RW-WALK-DONE TO TRUE
           END-START
           PERFORM UNTIL RW-WALK-DONE
               READ ELFROSTERFILE1 NEXT RECORD
                   AT END
                       SET RW-WALK-DONE TO TRUE
                    NOT AT END
                       IF NOT FILE2-STATUS-OK
                           SET RW-WALK-DONE TO TRUE
                       ELSE
                           IF ROS-ELF-NUMBER NOT = WS-LOOKUP-ELF
                               SET RW-WALK-DONE TO TRUE
                           ELSE
                               PERFORM KEEP-VERSION-IF-IN-FORCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       KEEP-VERSION-IF-IN-FORCE.
           IF ROS-EFF-DATE <= WS-RUN-DATE
               SET RW-VERSION-FOUND TO TRUE
               MOVE ROS-NAME        TO WS-RW-NAME
               MOVE ROS-DEPARTMENT  TO WS-RW-DEPARTMENT
               MOVE ROS-ACTIVE-FLAG TO WS-RW-ACTIVE-FLAG
           END-IF
           .

      * Pass 2: one sequential walk over the whole roster. Versions
      * arrive in elf-then-date order, so each change of elf number
      * closes the previous elf with its latest in-force version
      * already in hand -- no second read per elf.
       CHECK-ACTIVE-ROSTER.
           MOVE SPACES TO COVERAGELINE1
           MOVE 'ACTIVE ROSTERED ELVES WITH NO CALORIE GROUP'
             TO COVERAGELINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO COVERAGELINE1
           MOVE '  ELF  NAME                            DEPARTMENT'
             TO COVERAGELINE1
           PERFORM WRITE-FILE3

           MOVE ZERO TO WS-WALK-ELF
           MOVE 'N' TO WS-RW-VERSION-STATE
           MOVE 'N' TO WS-RW-WALK-STATE
           MOVE ZERO TO ROS-ELF-NUMBER
           MOVE ZERO TO ROS-EFF-DATE
           START ELFROSTERFILE1 KEY NOT < ROS-ROSTER-KEY
               INVALID KEY
                   SET RW-WALK-DONE TO TRUE
           END-START
           PERFORM UNTIL RW-WALK-DONE
               READ ELFROSTERFILE1 NEXT RECORD
                   AT END
                       SET RW-WALK-DONE TO TRUE
                    NOT AT END
                       IF NOT FILE2-STATUS-OK
                           SET RW-WALK-DONE TO TRUE
                       ELSE
                           IF ROS-ELF-NUMBER NOT = WS-WALK-ELF
                               PERFORM CLOSE-ROSTER-ELF
                               MOVE ROS-ELF-NUMBER TO WS-WALK-ELF
                               ADD 1 TO WS-ROSTER-ELVES
                           END-IF
                           PERFORM KEEP-VERSION-IF-IN-FORCE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-ROSTER-ELF

           IF WS-MISSING-COUNT = ZERO
               MOVE SPACES TO COVERAGELINE1
               MOVE '  NONE' TO COVERAGELINE1
               PERFORM WRITE-FILE3
           END-IF
           MOVE SPACES TO COVERAGELINE1
           PERFORM WRITE-FILE3
           .

       CLOSE-ROSTER-ELF.
           IF WS-WALK-ELF > ZERO
              AND RW-VERSION-FOUND
              AND WS-RW-ACTIVE-FLAG = 'A'
               ADD 1 TO WS-ACTIVE-ELVES
               IF NOT ELF-SUBMITTED(WS-WALK-ELF)
                   PERFORM REPORT-MISSING-SUBMITTER
               END-IF
           END-IF
           MOVE 'N' TO WS-RW-VERSION-STATE
           MOVE SPACES TO WS-RW-NAME WS-RW-DEPARTMENT
           MOVE SPACE  TO WS-RW-ACTIVE-FLAG
           .

       REPORT-MISSING-SUBMITTER.
           SET RUN-HAS-WARNINGS TO TRUE
           ADD 1 TO WS-MISSING-COUNT
           MOVE SPACES TO COVERAGELINE1
           STRING '  ' WS-WALK-ELF
               '  ' WS-RW-NAME
               '  ' WS-RW-DEPARTMENT
               DELIMITED BY SIZE INTO COVERAGELINE1
           PERFORM WRITE-FILE3

           MOVE 'COVERAGE'   TO WS-ERRLOG-OPERATION
           MOVE SPACES       TO WS-ERRLOG-MESSAGE
           STRING 'ACTIVE ELF ' WS-WALK-ELF ' SENT NO CALORIE GROUP'
               DELIMITED BY SIZE INTO WS-ERRLOG-MESSAGE
           MOVE ZERO         TO WS-ERRLOG-STATUS-SRC
           MOVE 'W'          TO WS-ERRLOG-SEVERITY
           MOVE 0134 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           .

       WRITE-COVERAGE-TOTALS.
           MOVE WS-ELVES-READ TO WS-COUNT-X
           MOVE SPACES TO COVERAGELINE1
           STRING 'SUBMITTING ELVES        : ' WS-COUNT-X
               DELIMITED BY SIZE INTO COVERAGELINE1
           PERFORM WRITE-FILE3

           MOVE WS-ACTIVE-ELVES TO WS-COUNT-X
           MOVE SPACES TO COVERAGELINE1
           STRING 'ACTIVE ROSTERED ELVES   : ' WS-COUNT-X
               DELIMITED BY SIZE INTO COVERAGELINE1
           PERFORM WRITE-FILE3

           MOVE WS-MISSING-COUNT TO WS-COUNT-X
           MOVE SPACES TO COVERAGELINE1
           STRING 'ACTIVE, NO SUBMISSION   : ' WS-COUNT-X
               DELIMITED BY SIZE INTO COVERAGELINE1
           PERFORM WRITE-FILE3

           MOVE WS-INACTIVE-COUNT TO WS-COUNT-X
           MOVE SPACES TO COVERAGELINE1
           STRING 'INACTIVE SUBMITTERS     : ' WS-COUNT-X
               DELIMITED BY SIZE INTO COVERAGELINE1
           PERFORM WRITE-FILE3

           MOVE WS-UNROSTERED-COUNT TO WS-COUNT-X
           MOVE SPACES TO COVERAGELINE1
           STRING 'UNROSTERED SUBMITTERS   : ' WS-COUNT-X
               DELIMITED BY SIZE INTO COVERAGELINE1
           PERFORM WRITE-FILE3
           .

      * The stamp is the first record of the sorted totals; the
      * reads that follow see only totals.
       READ-SORTED-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           READ SORTEDTOTALSFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE SORTEDTOTALSRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-SRT-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-SRT-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           PERFORM CHECK-LAYOUT-STAMP
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
           MOVE SPACES TO WS-SORTEDTOTALSFILE1-OVERRIDE
           DISPLAY "SORTEDTOTALS1" UPON ENVIRONMENT-NAME
           ACCEPT WS-SORTEDTOTALSFILE1-OVERRIDE
               FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-SORTEDTOTALSFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-SORTEDTOTALSFILE1-OVERRIDE)
                 TO WS-SORTEDTOTALSFILE1-PATH
           END-IF

           MOVE SPACES TO WS-ELFROSTERFILE1-OVERRIDE
           DISPLAY "ELFROSTERFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-ELFROSTERFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-ELFROSTERFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ELFROSTERFILE1-OVERRIDE)
                 TO WS-ELFROSTERFILE1-PATH
           END-IF

           MOVE SPACES TO WS-COVERAGERPTFILE1-OVERRIDE
           DISPLAY "COVERAGERPTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-COVERAGERPTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-COVERAGERPTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-COVERAGERPTFILE1-OVERRIDE)
                 TO WS-COVERAGERPTFILE1-PATH
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
           .

      * Any failure to open the roster is logged as a warning and
      * the coverage checks are skipped -- never failed on.
       OPEN-ROSTER.
           OPEN INPUT ELFROSTERFILE1
           IF FILE2-STATUS-OK
               SET ROSTER-PRESENT TO TRUE
           ELSE
               SET RUN-HAS-WARNINGS TO TRUE
               MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'ROSTER MASTER UNAVAILABLE -- '
                   'COVERAGE NOT CHECKED'
               DISPLAY 'FILE STATUS : ' FILE2-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN ROSTR' TO WS-ERRLOG-OPERATION
               MOVE 'ROSTER UNAVAILABLE, COVERAGE SKIPPED'
                 TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0135 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF
           .

       CLOSE-ROSTER.
           IF ROSTER-PRESENT
               CLOSE ELFROSTERFILE1
           END-IF
           .

       OPEN-FILE3.
           OPEN OUTPUT COVERAGERPTFILE1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON COVERAGE REPORT FILE'
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
           WRITE COVERAGELINE1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON COVERAGE REPORT FILE'
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

       CLOSE-FILE3.
           CLOSE COVERAGERPTFILE1
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
           MOVE 'ADV221201.11' TO ERL-PROGRAM-ID
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
