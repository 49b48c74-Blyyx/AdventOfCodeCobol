       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-12-01-STATEMENT.
       AUTHOR. MARC BRASSART.

      * Per-elf monthly calorie statement, run out-of-cycle for one
      * month (MONTH=YYYYMM, mandatory, as for AOC-SUITE-MONTHLY).
      * One page per elf, from the accumulated rank history
      * (ELFHISTFILE1): every business date of the month the cycle
      * ran, with the elf's calories and rank or NO SUBMISSION, the
      * month's total, average, best and worst day, and every
      * exception-register entry charged to the elf's lines.
      * Name and department are the roster version in force on the
      * last day of the month. Pages are ordered by department, then
      * elf, so a whole stack can be split and handed out as printed.
      * STMTDEPT selects one department, STMTELF one elf; neither
      * prints every elf with history in the month plus every elf
      * active on the roster at month end.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELFHISTFILE1 ASSIGN
            TO DYNAMIC WS-ELFHISTFILE1-PATH
            FILE STATUS IS FILE1-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Roster master maintained by AOC-2022-12-01-ROSTER, keyed by
      * elf number plus effective date, walked once in key order.
           SELECT ELFROSTERFILE1 ASSIGN
            TO DYNAMIC WS-ELFROSTERFILE1-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ROS-ROSTER-KEY
            FILE STATUS IS FILE2-STATUS.

           SELECT EXCREGFILE1 ASSIGN
            TO DYNAMIC WS-EXCREGFILE1-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STMTFILE1 ASSIGN
            TO DYNAMIC WS-STMTFILE1-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTWORK1 ASSIGN TO "SORTWORK".

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * AOC-2022-12-01-HISTORY's ELFHISTRECORD1, behind the layout
      * stamp that program writes (see WS-ELH-LAYOUT-ID).
         FD ELFHISTFILE1.
         01 ELFHISTRECORD1.
            05 HST-BUSN-DATE    PIC 9(08).
            05 HST-FILLER1      PIC X(02).
            05 HST-ELF-NUMBER   PIC 9(05).
            05 HST-FILLER2      PIC X(02).
            05 HST-CALORIES     PIC 9(09).
            05 HST-FILLER3      PIC X(02).
            05 HST-RANK         PIC 9(05).
            05 HST-FILLER4      PIC X(02).
            05 HST-RUN-ID       PIC X(16).

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

      * AOC-2022-12-01-EXCREG's register, checked against the EXCREG
      * layout stamp.
         FD EXCREGFILE1.
         01 EXCREGRECORD1.
            05 REG-BUSN-DATE    PIC 9(08).
            05 REG-FILLER1      PIC X(02).
            05 REG-LINE-NUMBER  PIC 9(07).
            05 REG-FILLER2      PIC X(02).
            05 REG-STATUS       PIC X(09).
            05 REG-FILLER3      PIC X(02).
            05 REG-STATUS-DATE  PIC 9(08).
            05 REG-FILLER4      PIC X(02).
            05 REG-TEXT         PIC X(09).
            05 REG-FILLER5      PIC X(02).
            05 REG-SOURCE-PATH  PIC X(250).
            05 REG-FILLER6      PIC X(02).
            05 REG-ELF-NUMBER   PIC 9(05).

         FD STMTFILE1.
         01 STMTLINE1 PIC X(132).

         SD SORTWORK1.
         01 SORTREC1.
            05 SORT-DEPARTMENT  PIC X(20).
            05 SORT-ELF-NUM     PIC 9(05).
            05 SORT-SLOT        PIC 9(04).

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
         01 WS-MONTH PIC 9(06) VALUE ZERO.
         01 WS-MONTH-OVERRIDE PIC X(06).

      * Selection: a department name (as on the roster, or UNASSIGNED)
      * and/or an elf number. Blank / zero selects everyone.
         01 WS-SEL-DEPT PIC X(20) VALUE SPACES.
         01 WS-SEL-ELF  PIC 9(05) VALUE ZERO.
         01 WS-SEL-ELF-OVERRIDE PIC X(05).

         01 WS-ELFHISTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "elfhist.221201.txt".
         01 WS-ELFHISTFILE1-OVERRIDE PIC X(250).

         01 WS-ELFROSTERFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.elfroster.mst".
         01 WS-ELFROSTERFILE1-OVERRIDE PIC X(250).

         01 WS-EXCREGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "excregister.221201.txt".
         01 WS-EXCREGFILE1-OVERRIDE PIC X(250).

         01 WS-STMTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.statements.txt".
         01 WS-STMTFILE1-OVERRIDE PIC X(250).

         01 WS-ERRORLOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "errorlog.txt".
         01 WS-ERRORLOGFILE1-OVERRIDE PIC X(250).

      * FILE STATUS
         01 FILE1-STATUS PIC 9(02).
            88 FILE1-STATUS-OK       VALUE 00.
            88 FILE1-STATUS-EOF      VALUE 10.
            88 FILE1-STATUS-NOTFOUND VALUE 35.
         01 FILE2-STATUS PIC 9(02).
            88 FILE2-STATUS-OK       VALUE 00.
            88 FILE2-STATUS-EOF      VALUE 10.
            88 FILE2-STATUS-NOTFND   VALUE 23.
            88 FILE2-STATUS-NOTFOUND VALUE 35.
         01 FILE3-STATUS PIC 9(02).
            88 FILE3-STATUS-OK  VALUE 00.
         01 FILE4-STATUS PIC 9(02).
            88 FILE4-STATUS-OK       VALUE 00.
            88 FILE4-STATUS-EOF      VALUE 10.
            88 FILE4-STATUS-NOTFOUND VALUE 35.
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

      * The register layout this step's FD was written for; a
      * register stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-REG-LAYOUT-ID      PIC X(12) VALUE 'EXCREG'.
         01 WS-REG-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * Likewise for the elf history.
         01 WS-ELH-LAYOUT-ID      PIC X(12) VALUE 'ELFHIST'.
         01 WS-ELH-LAYOUT-VERSION PIC X(02) VALUE '01'.
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

         01 WS-ROSTER-STATE PIC X VALUE 'N'.
            88 ROSTER-PRESENT VALUE 'Y'.

      * WORKING VARIABLES
      * First and last day of the requested month; the roster version
      * in force on the last day names each elf.
         01 WS-MONTH-FIRST        PIC 9(08).
         01 WS-MONTH-END          PIC 9(08).
         01 WS-NEXT-MONTH-FIRST   PIC 9(08).
         01 WS-NEXT-YEAR          PIC 9(04).
         01 WS-NEXT-MM            PIC 9(02).
         01 WS-DAY-NUM            PIC 9(02).

      * Days of the month on which the cycle ran at all -- any elf
      * has history for the date. A day this elf has no record for
      * is a day with no submission; a day the cycle never ran is
      * not the elf's absence and is not printed.
         01 WS-CYCLE-DAY-TAB.
            05 WS-CYCLE-DAY PIC X(01) OCCURS 31 TIMES.
               88 CYCLE-RAN VALUE 'Y'.

      * One statement slot per elf, found through a direct elf-number
      * index so the history pass never searches.
         01 WS-ELF-SLOT-TAB.
            05 WS-ELF-SLOT PIC 9(04) OCCURS 99999 TIMES.
         01 WS-ST-MAX             PIC 9(04) VALUE 2000.
         01 WS-ST-COUNT           PIC 9(04) VALUE ZERO.
         01 WS-ST-TAB.
            05 WS-ST-ENTRY OCCURS 2000 TIMES.
               10 WS-ST-ELF         PIC 9(05).
               10 WS-ST-NAME        PIC X(30).
               10 WS-ST-DEPT        PIC X(20).
               10 WS-ST-DAY OCCURS 31 TIMES.
                  15 WS-ST-PRESENT  PIC X(01).
                  15 WS-ST-CALS     PIC 9(09).
                  15 WS-ST-RANK     PIC 9(05).
         01 WS-SX                 PIC 9(04) COMP-3.
         01 WS-DX                 PIC 9(02) COMP-3.
         01 WS-ADD-ELF            PIC 9(05).
         01 WS-TABLE-FULL-STATE PIC X VALUE 'N'.
            88 ST-TABLE-FULL VALUE 'Y'.

      * Register entries of the month charged to an elf.
         01 WS-XR-MAX             PIC 9(04) VALUE 3000.
         01 WS-XR-COUNT           PIC 9(04) VALUE ZERO.
         01 WS-XR-TAB.
            05 WS-XR-ENTRY OCCURS 3000 TIMES.
               10 WS-XR-ELF         PIC 9(05).
               10 WS-XR-DATE        PIC 9(08).
               10 WS-XR-LINE        PIC 9(07).
               10 WS-XR-STATUS      PIC X(09).
               10 WS-XR-TEXT        PIC X(09).
         01 WS-XX                 PIC 9(04) COMP-3.
         01 WS-XR-PRINTED         PIC 9(04).

      * Roster walk work fields.
         01 WS-RW-VERSION-STATE PIC X VALUE 'N'.
            88 RW-VERSION-FOUND VALUE 'Y'.
         01 WS-RW-WALK-STATE PIC X VALUE 'N'.
            88 RW-WALK-DONE VALUE 'Y'.
         01 WS-RW-NAME        PIC X(30).
         01 WS-RW-DEPARTMENT  PIC X(20).
         01 WS-RW-ACTIVE-FLAG PIC X(01).
         01 WS-WALK-ELF       PIC 9(05) VALUE ZERO.

      * Sort bookkeeping, as in Adv221201.02.
         01 WS-SORT-EOF PIC X VALUE 'N'.
            88 SORT-RETURN-DONE VALUE 'Y'.

      * Per-statement figures.
         01 WS-DAYS-SUBMITTED     PIC 9(02).
         01 WS-DAYS-MISSED        PIC 9(02).
         01 WS-MONTH-TOTAL        PIC 9(12).
         01 WS-MONTH-AVG          PIC 9(09).
         01 WS-BEST-DAY           PIC 9(02).
         01 WS-WORST-DAY          PIC 9(02).
         01 WS-DAY-DATE           PIC 9(08).

         01 WS-HIST-READ          PIC 9(07) VALUE ZERO.
         01 WS-HIST-IN-MONTH      PIC 9(07) VALUE ZERO.
         01 WS-STATEMENTS         PIC 9(04) VALUE ZERO.

         01 WS-WARNING-STATE PIC X VALUE 'N'.
            88 RUN-HAS-WARNINGS VALUE 'Y'.

      * REPORT EDIT FIELDS
         01 WS-DATE-EDIT          PIC 9999/99/99.
         01 WS-MONTH-EDIT         PIC 9999/99.
         01 WS-CALS-X             PIC ZZZ,ZZZ,ZZ9.
         01 WS-TOTAL-X            PIC ZZZ,ZZZ,ZZZ,ZZ9.
         01 WS-RANK-X             PIC ZZZZ9.
         01 WS-DAYS-X             PIC Z9.
         01 WS-LINE-X             PIC Z(06)9.

       PROCEDURE DIVISION.

           PERFORM MAIN-PROCESSING
           IF RUN-HAS-WARNINGS AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       MAIN-PROCESSING.
           PERFORM GET-RUNTIME-PARAMETERS

           IF WS-MONTH = ZERO
               DISPLAY 'MONTH (YYYYMM) NOT SUPPLIED OR NOT NUMERIC'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-ERRORLOG
           PERFORM SET-MONTH-BOUNDS
           MOVE SPACES TO WS-CYCLE-DAY-TAB
           MOVE ZERO   TO WS-ELF-SLOT-TAB

           PERFORM LOAD-MONTH-HISTORY
           PERFORM OPEN-ROSTER
           IF ROSTER-PRESENT
               PERFORM NAME-ELVES-FROM-ROSTER
           END-IF
           PERFORM CLOSE-ROSTER
           PERFORM LOAD-REGISTER-ENTRIES

           PERFORM OPEN-FILE3
           SORT SORTWORK1
               ON ASCENDING KEY SORT-DEPARTMENT SORT-ELF-NUM
               INPUT PROCEDURE IS RELEASE-SELECTED-ELVES
               OUTPUT PROCEDURE IS WRITE-STATEMENTS
           IF WS-STATEMENTS = ZERO
               SET RUN-HAS-WARNINGS TO TRUE
               MOVE SPACES TO STMTLINE1
               STRING 'NO ELF MATCHES THE SELECTION FOR MONTH '
                   WS-MONTH-EDIT
                   DELIMITED BY SIZE INTO STMTLINE1
               PERFORM WRITE-FILE3
           END-IF
           PERFORM CLOSE-FILE3

           DISPLAY 'HISTORY RECORDS READ   : ' WS-HIST-READ
           DISPLAY 'HISTORY IN MONTH       : ' WS-HIST-IN-MONTH
           DISPLAY 'REGISTER ENTRIES       : ' WS-XR-COUNT
           DISPLAY 'STATEMENTS WRITTEN     : ' WS-STATEMENTS

           PERFORM CLOSE-ERRORLOG
           .

       SET-MONTH-BOUNDS.
           COMPUTE WS-MONTH-FIRST = WS-MONTH * 100 + 1
           MOVE WS-MONTH-FIRST(1:4) TO WS-NEXT-YEAR
           MOVE WS-MONTH-FIRST(5:2) TO WS-NEXT-MM
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           COMPUTE WS-NEXT-MONTH-FIRST =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MM * 100 + 1
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST) - 1)
           MOVE WS-MONTH TO WS-MONTH-EDIT
           .

      * -------- gather --------

      * History is appended per cycle; a rerun of a business date
      * appends again, so the last record for an elf and date wins.
       LOAD-MONTH-HISTORY.
           OPEN INPUT ELFHISTFILE1
           IF NOT FILE1-STATUS-OK
               MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON ELF HISTORY FILE'
               DISPLAY 'FILE STATUS : ' FILE1-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN HIST' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0002 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-HISTORY-LAYOUT-STAMP
           PERFORM UNTIL FILE1-STATUS-EOF
                  OR NOT FILE1-STATUS-OK
               READ ELFHISTFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       PERFORM COUNT-ONE-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE ELFHISTFILE1
           .

      * A history kept from before the stamp starts with a data
      * record: it is read as version 00 and the run warns.
       READ-HISTORY-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ ELFHISTFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE ELFHISTRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-ELH-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-ELH-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               IF FILE1-STATUS-OK
                   SET LYT-LEGACY-UNSTAMPED TO TRUE
                   PERFORM NOTE-LEGACY-LAYOUT
                   PERFORM COUNT-ONE-HISTORY-RECORD
               END-IF
           END-IF
           .

       COUNT-ONE-HISTORY-RECORD.
           ADD 1 TO WS-HIST-READ
           IF HST-BUSN-DATE(1:6) = WS-MONTH-FIRST(1:6)
              AND HST-ELF-NUMBER > ZERO
               PERFORM TAKE-ONE-HISTORY-RECORD
           END-IF
           .

       TAKE-ONE-HISTORY-RECORD.
           ADD 1 TO WS-HIST-IN-MONTH
           MOVE HST-BUSN-DATE(7:2) TO WS-DAY-NUM
           IF WS-DAY-NUM >= 1 AND WS-DAY-NUM <= 31
               SET CYCLE-RAN(WS-DAY-NUM) TO TRUE
               MOVE HST-ELF-NUMBER TO WS-ADD-ELF
               PERFORM FIND-OR-ADD-SLOT
               IF WS-SX > ZERO
                   MOVE 'Y' TO WS-ST-PRESENT(WS-SX, WS-DAY-NUM)
                   MOVE HST-CALORIES TO WS-ST-CALS(WS-SX, WS-DAY-NUM)
                   MOVE HST-RANK     TO WS-ST-RANK(WS-SX, WS-DAY-NUM)
               END-IF
           END-IF
           .

       FIND-OR-ADD-SLOT.
           MOVE WS-ELF-SLOT(WS-ADD-ELF) TO WS-SX
           IF WS-SX = ZERO
               IF WS-ST-COUNT < WS-ST-MAX
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ST-COUNT TO WS-SX
                   MOVE WS-SX TO WS-ELF-SLOT(WS-ADD-ELF)
                   INITIALIZE WS-ST-ENTRY(WS-SX)
                   MOVE WS-ADD-ELF   TO WS-ST-ELF(WS-SX)
                   MOVE 'UNASSIGNED' TO WS-ST-DEPT(WS-SX)
               ELSE
                   IF NOT ST-TABLE-FULL
                       SET ST-TABLE-FULL TO TRUE
                       SET RUN-HAS-WARNINGS TO TRUE
                       DISPLAY 'STATEMENT TABLE FULL -- ELVES DROPPED'
                       MOVE 'STMT TAB' TO WS-ERRLOG-OPERATION
                       MOVE 'STATEMENT TABLE FULL, ELVES DROPPED'
                         TO WS-ERRLOG-MESSAGE
                       MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                       MOVE 'W' TO WS-ERRLOG-SEVERITY
                       MOVE 0138 TO WS-ERRLOG-MSG-NUMBER
                       PERFORM WRITE-ERRORLOG
                   END-IF
               END-IF
           END-IF
           .

      * One sequential walk over the roster: each elf's latest version
      * in force at month end names the elf if it has history, and an
      * active elf without history still gets a statement -- a month
      * of NO SUBMISSION is exactly what its department head needs to
      * see.
       NAME-ELVES-FROM-ROSTER.
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
                           END-IF
                           IF ROS-EFF-DATE <= WS-MONTH-END
                               SET RW-VERSION-FOUND TO TRUE
                               MOVE ROS-NAME        TO WS-RW-NAME
                               MOVE ROS-DEPARTMENT  TO WS-RW-DEPARTMENT
                               MOVE ROS-ACTIVE-FLAG TO WS-RW-ACTIVE-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-ROSTER-ELF
           .

       CLOSE-ROSTER-ELF.
           IF WS-WALK-ELF > ZERO AND RW-VERSION-FOUND
               MOVE ZERO TO WS-SX
               IF WS-ELF-SLOT(WS-WALK-ELF) > ZERO
                  OR WS-RW-ACTIVE-FLAG = 'A'
                   MOVE WS-WALK-ELF TO WS-ADD-ELF
                   PERFORM FIND-OR-ADD-SLOT
               END-IF
               IF WS-SX > ZERO
                   MOVE WS-RW-NAME TO WS-ST-NAME(WS-SX)
                   IF WS-RW-DEPARTMENT NOT = SPACES
                       MOVE WS-RW-DEPARTMENT TO WS-ST-DEPT(WS-SX)
                   END-IF
               END-IF
           END-IF
           MOVE 'N' TO WS-RW-VERSION-STATE
           MOVE SPACES TO WS-RW-NAME WS-RW-DEPARTMENT
           MOVE SPACE  TO WS-RW-ACTIVE-FLAG
           .

      * Entries of the month carrying the elf their line was charged
      * to. The register is optional: without it the statements
      * simply show no entries.
       LOAD-REGISTER-ENTRIES.
           OPEN INPUT EXCREGFILE1
           IF FILE4-STATUS-NOTFOUND
               DISPLAY 'NO EXCEPTION REGISTER -- NO ENTRIES LISTED'
           ELSE
               IF NOT FILE4-STATUS-OK
                   SET RUN-HAS-WARNINGS TO TRUE
                   MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON EXCEPTION REGISTER'
                   DISPLAY 'FILE STATUS : ' FILE4-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 'OPEN REG' TO WS-ERRLOG-OPERATION
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0003 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               ELSE
                   PERFORM READ-REGISTER-LAYOUT-STAMP
                   PERFORM UNTIL FILE4-STATUS-EOF
                          OR NOT FILE4-STATUS-OK
                       READ EXCREGFILE1
                           AT END
                               CONTINUE
                            NOT AT END
                               PERFORM TAKE-ONE-REGISTER-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE EXCREGFILE1
               END-IF
           END-IF
           .

       TAKE-ONE-REGISTER-ENTRY.
           IF REG-BUSN-DATE(1:6) = WS-MONTH-FIRST(1:6)
              AND REG-ELF-NUMBER IS NUMERIC
              AND REG-ELF-NUMBER > ZERO
               IF WS-ELF-SLOT(REG-ELF-NUMBER) > ZERO
                   IF WS-XR-COUNT < WS-XR-MAX
                       ADD 1 TO WS-XR-COUNT
                       MOVE REG-ELF-NUMBER  TO WS-XR-ELF(WS-XR-COUNT)
                       MOVE REG-BUSN-DATE   TO WS-XR-DATE(WS-XR-COUNT)
                       MOVE REG-LINE-NUMBER TO WS-XR-LINE(WS-XR-COUNT)
                       MOVE REG-STATUS      TO WS-XR-STATUS(WS-XR-COUNT)
                       MOVE REG-TEXT        TO WS-XR-TEXT(WS-XR-COUNT)
                   ELSE
                       SET RUN-HAS-WARNINGS TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      * The stamp is the first record of the register. A register
      * kept from before the stamp has none; version 00 is the same
      * entry record, so its first record is taken as an entry and
      * the run warns (message 0011).
       READ-REGISTER-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ EXCREGFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE EXCREGRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-REG-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-REG-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               SET LYT-LEGACY-UNSTAMPED TO TRUE
               PERFORM NOTE-LEGACY-LAYOUT
               IF FILE4-STATUS-OK
                   PERFORM TAKE-ONE-REGISTER-ENTRY
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

      * A register or history whose stamp names another layout, or
      * carries a version this FD was not written for, is refused
      * before any record of it is used.
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

      * -------- print --------

       RELEASE-SELECTED-ELVES.
           PERFORM VARYING WS-SX FROM 1 BY 1
                     UNTIL WS-SX > WS-ST-COUNT
               IF (WS-SEL-ELF = ZERO
                   OR WS-SEL-ELF = WS-ST-ELF(WS-SX))
                  AND (WS-SEL-DEPT = SPACES
                   OR WS-SEL-DEPT = WS-ST-DEPT(WS-SX))
                   MOVE WS-ST-DEPT(WS-SX) TO SORT-DEPARTMENT
                   MOVE WS-ST-ELF(WS-SX)  TO SORT-ELF-NUM
                   MOVE WS-SX             TO SORT-SLOT
                   RELEASE SORTREC1
               END-IF
           END-PERFORM
           .

       WRITE-STATEMENTS.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL SORT-RETURN-DONE
               RETURN SORTWORK1
                   AT END
                       SET SORT-RETURN-DONE TO TRUE
                    NOT AT END
                       MOVE SORT-SLOT TO WS-SX
                       PERFORM WRITE-ONE-STATEMENT
               END-RETURN
           END-PERFORM
           .

       WRITE-ONE-STATEMENT.
           ADD 1 TO WS-STATEMENTS
           MOVE SPACES TO STMTLINE1
           STRING 'AOC-2022-12-01  MONTHLY CALORIE STATEMENT  '
               WS-MONTH-EDIT
               '  RUN ID : ' WS-RUN-ID
               DELIMITED BY SIZE INTO STMTLINE1
           PERFORM WRITE-FILE3

           MOVE SPACES TO STMTLINE1
           STRING 'DEPARTMENT : ' WS-ST-DEPT(WS-SX)
               DELIMITED BY SIZE INTO STMTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO STMTLINE1
           STRING 'ELF        : ' WS-ST-ELF(WS-SX)
               '  ' WS-ST-NAME(WS-SX)
               DELIMITED BY SIZE INTO STMTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO STMTLINE1
           PERFORM WRITE-FILE3

           MOVE SPACES TO STMTLINE1
           MOVE 'BUSN DATE      CALORIES   RANK' TO STMTLINE1
           PERFORM WRITE-FILE3

           MOVE ZERO TO WS-DAYS-SUBMITTED WS-DAYS-MISSED
           MOVE ZERO TO WS-MONTH-TOTAL WS-BEST-DAY WS-WORST-DAY
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 31
               IF CYCLE-RAN(WS-DX)
                   PERFORM WRITE-STATEMENT-DAY
               END-IF
           END-PERFORM
           MOVE SPACES TO STMTLINE1
           PERFORM WRITE-FILE3

           PERFORM WRITE-STATEMENT-SUMMARY
           PERFORM WRITE-STATEMENT-EXCEPTIONS
           .

       WRITE-STATEMENT-DAY.
           COMPUTE WS-DAY-DATE = WS-MONTH-FIRST - 1 + WS-DX
           MOVE WS-DAY-DATE TO WS-DATE-EDIT
           MOVE SPACES TO STMTLINE1
           IF WS-ST-PRESENT(WS-SX, WS-DX) = 'Y'
               ADD 1 TO WS-DAYS-SUBMITTED
               ADD WS-ST-CALS(WS-SX, WS-DX) TO WS-MONTH-TOTAL
               IF WS-BEST-DAY = ZERO
                  OR WS-ST-CALS(WS-SX, WS-DX)
                     > WS-ST-CALS(WS-SX, WS-BEST-DAY)
                   MOVE WS-DX TO WS-BEST-DAY
               END-IF
               IF WS-WORST-DAY = ZERO
                  OR WS-ST-CALS(WS-SX, WS-DX)
                     < WS-ST-CALS(WS-SX, WS-WORST-DAY)
                   MOVE WS-DX TO WS-WORST-DAY
               END-IF
               MOVE WS-ST-CALS(WS-SX, WS-DX) TO WS-CALS-X
               MOVE WS-ST-RANK(WS-SX, WS-DX) TO WS-RANK-X
               STRING WS-DATE-EDIT '  ' WS-CALS-X '  ' WS-RANK-X
                   DELIMITED BY SIZE INTO STMTLINE1
           ELSE
               ADD 1 TO WS-DAYS-MISSED
               STRING WS-DATE-EDIT '  NO SUBMISSION'
                   DELIMITED BY SIZE INTO STMTLINE1
           END-IF
           PERFORM WRITE-FILE3
           .

       WRITE-STATEMENT-SUMMARY.
           MOVE WS-DAYS-SUBMITTED TO WS-DAYS-X
           MOVE SPACES TO STMTLINE1
           STRING 'DAYS SUBMITTED          : ' WS-DAYS-X
               DELIMITED BY SIZE INTO STMTLINE1
           PERFORM WRITE-FILE3
           MOVE WS-DAYS-MISSED TO WS-DAYS-X
           MOVE SPACES TO STMTLINE1
           STRING 'DAYS WITH NO SUBMISSION : ' WS-DAYS-X
               DELIMITED BY SIZE INTO STMTLINE1
           PERFORM WRITE-FILE3

           MOVE WS-MONTH-TOTAL TO WS-TOTAL-X
           MOVE SPACES TO STMTLINE1
           STRING 'MONTH TOTAL             : ' WS-TOTAL-X
               DELIMITED BY SIZE INTO STMTLINE1
           PERFORM WRITE-FILE3

           IF WS-DAYS-SUBMITTED > ZERO
               COMPUTE WS-MONTH-AVG ROUNDED =
                   WS-MONTH-TOTAL / WS-DAYS-SUBMITTED
               MOVE WS-MONTH-AVG TO WS-CALS-X
               MOVE SPACES TO STMTLINE1
               STRING 'AVERAGE PER SUBMISSION  : ' WS-CALS-X
                   DELIMITED BY SIZE INTO STMTLINE1
               PERFORM WRITE-FILE3

               COMPUTE WS-DAY-DATE = WS-MONTH-FIRST - 1 + WS-BEST-DAY
               MOVE WS-DAY-DATE TO WS-DATE-EDIT
               MOVE WS-ST-CALS(WS-SX, WS-BEST-DAY) TO WS-CALS-X
               MOVE SPACES TO STMTLINE1
               STRING 'BEST DAY                : ' WS-DATE-EDIT
                   '  ' WS-CALS-X
                   DELIMITED BY SIZE INTO STMTLINE1
               PERFORM WRITE-FILE3

               COMPUTE WS-DAY-DATE = WS-MONTH-FIRST - 1 + WS-WORST-DAY
               MOVE WS-DAY-DATE TO WS-DATE-EDIT
               MOVE WS-ST-CALS(WS-SX, WS-WORST-DAY) TO WS-CALS-X
               MOVE SPACES TO STMTLINE1
               STRING 'WORST DAY               : ' WS-DATE-EDIT
                   '  ' WS-CALS-X
                   DELIMITED BY SIZE INTO STMTLINE1
               PERFORM WRITE-FILE3
           END-IF
           MOVE SPACES TO STMTLINE1
           PERFORM WRITE-FILE3
           .

       WRITE-STATEMENT-EXCEPTIONS.
           MOVE SPACES TO STMTLINE1
           MOVE 'EXCEPTION REGISTER ENTRIES' TO STMTLINE1
           PERFORM WRITE-FILE3
           MOVE ZERO TO WS-XR-PRINTED
           PERFORM VARYING WS-XX FROM 1 BY 1
                     UNTIL WS-XX > WS-XR-COUNT
               IF WS-XR-ELF(WS-XX) = WS-ST-ELF(WS-SX)
                   ADD 1 TO WS-XR-PRINTED
                   MOVE WS-XR-DATE(WS-XX) TO WS-DATE-EDIT
                   MOVE WS-XR-LINE(WS-XX) TO WS-LINE-X
                   MOVE SPACES TO STMTLINE1
                   STRING '  ' WS-DATE-EDIT
                       '  LINE ' WS-LINE-X
                       '  "' WS-XR-TEXT(WS-XX) '"'
                       '  ' WS-XR-STATUS(WS-XX)
                       DELIMITED BY SIZE INTO STMTLINE1
                   PERFORM WRITE-FILE3
               END-IF
           END-PERFORM
           IF WS-XR-PRINTED = ZERO
               MOVE SPACES TO STMTLINE1
               MOVE '  NONE' TO STMTLINE1
               PERFORM WRITE-FILE3
           END-IF
           MOVE SPACES TO STMTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO STMTLINE1
           STRING '*** END OF STATEMENT, ELF ' WS-ST-ELF(WS-SX) ' ***'
               DELIMITED BY SIZE INTO STMTLINE1
           PERFORM WRITE-FILE3-END-PAGE
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
           MOVE SPACES TO WS-MONTH-OVERRIDE
           DISPLAY "MONTH" UPON ENVIRONMENT-NAME
           ACCEPT WS-MONTH-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-MONTH-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-MONTH-OVERRIDE) TO WS-MONTH
           END-IF

           MOVE SPACES TO WS-SEL-DEPT
           DISPLAY "STMTDEPT" UPON ENVIRONMENT-NAME
           ACCEPT WS-SEL-DEPT FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           MOVE SPACES TO WS-SEL-ELF-OVERRIDE
           DISPLAY "STMTELF" UPON ENVIRONMENT-NAME
           ACCEPT WS-SEL-ELF-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-SEL-ELF-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-SEL-ELF-OVERRIDE) TO WS-SEL-ELF
           END-IF

           MOVE SPACES TO WS-ELFHISTFILE1-OVERRIDE
           DISPLAY "ELFHISTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-ELFHISTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-ELFHISTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ELFHISTFILE1-OVERRIDE)
                 TO WS-ELFHISTFILE1-PATH
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

           MOVE SPACES TO WS-EXCREGFILE1-OVERRIDE
           DISPLAY "EXCREGFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-EXCREGFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-EXCREGFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-EXCREGFILE1-OVERRIDE)
                 TO WS-EXCREGFILE1-PATH
           END-IF

           MOVE SPACES TO WS-STMTFILE1-OVERRIDE
           DISPLAY "STMTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-STMTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-STMTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-STMTFILE1-OVERRIDE)
                 TO WS-STMTFILE1-PATH
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

      * The roster is optional equipment here, as in the rollup: a
      * missing roster still produces every statement, with the name
      * blank and the department UNASSIGNED.
       OPEN-ROSTER.
           OPEN INPUT ELFROSTERFILE1
           IF FILE2-STATUS-OK
               SET ROSTER-PRESENT TO TRUE
           ELSE
               SET RUN-HAS-WARNINGS TO TRUE
               MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'ROSTER MASTER UNAVAILABLE -- '
                   'STATEMENTS UNASSIGNED'
               DISPLAY 'FILE STATUS : ' FILE2-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN ROSTR' TO WS-ERRLOG-OPERATION
               MOVE 'ROSTER UNAVAILABLE, DEPTS UNASSIGNED'
                 TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0129 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF
           .

       CLOSE-ROSTER.
           IF ROSTER-PRESENT
               CLOSE ELFROSTERFILE1
           END-IF
           .

       OPEN-FILE3.
           OPEN OUTPUT STMTFILE1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON STATEMENT FILE'
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
           WRITE STMTLINE1 BEFORE ADVANCING 1 LINE
           PERFORM CHECK-FILE3-WRITE
           .

      * The last line of each elf's statement throws the page, so
      * the printed stack separates cleanly into one sheet per elf.
       WRITE-FILE3-END-PAGE.
           WRITE STMTLINE1 BEFORE ADVANCING PAGE
           PERFORM CHECK-FILE3-WRITE
           .

       CHECK-FILE3-WRITE.
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON STATEMENT FILE'
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
           CLOSE STMTFILE1
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
           MOVE 'ADV221201.13' TO ERL-PROGRAM-ID
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
