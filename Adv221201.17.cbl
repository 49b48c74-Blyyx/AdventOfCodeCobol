       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-12-01-SNACKPROF.
       AUTHOR. MARC BRASSART.

      * Snack profile. Reads Adv221201.01's item-level detail and
      * answers planning's packing question -- do elves carry a few
      * big items or many small ones? -- three ways:
      *   - items per elf, minimum / average / maximum;
      *   - item calorie values bucketed into configurable bands
      *     (SNACKBANDS), with each band's share of total calories;
      *   - the same figures rolled up by roster department.
      * Every figure is set beside the same business date one week
      * earlier, read from the generation that processed that date
      * (resolved by the driving job); without it the report still
      * prints, with the comparison columns left empty.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMDETAILFILE1 ASSIGN
            TO DYNAMIC WS-ITEMDETAILFILE1-PATH
            FILE STATUS IS FILE1-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Roster master maintained by AOC-2022-12-01-ROSTER, keyed by
      * elf number plus effective date.
           SELECT ELFROSTERFILE1 ASSIGN
            TO DYNAMIC WS-ELFROSTERFILE1-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ROS-ROSTER-KEY
            FILE STATUS IS FILE2-STATUS.

           SELECT WEEKITEMDETAIL1 ASSIGN
            TO DYNAMIC WS-WEEKITEMDETAIL1-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SNACKRPTFILE1 ASSIGN
            TO DYNAMIC WS-SNACKRPTFILE1-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Adv221201.01's item-level detail, checked against its
      * ITEMDETAIL layout stamp.
         FD ITEMDETAILFILE1.
         01 ITEMDETAILRECORD1.
            05 ITM-ELF-NUMBER   PIC 9(05).
            05 ITM-FILLER1      PIC X(02).
            05 ITM-ITEM-SEQ     PIC 9(04).
            05 ITM-FILLER2      PIC X(02).
            05 ITM-LINE-NUMBER  PIC 9(07).
            05 ITM-FILLER3      PIC X(02).
            05 ITM-CALORIES     PIC 9(09).
            05 ITM-FILLER4      PIC X(02).
            05 ITM-SOURCE-PATH  PIC X(250).

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

      * The same item layout, from the week-earlier generation.
         FD WEEKITEMDETAIL1.
         01 WEEKITEMRECORD1.
            05 WIT-ELF-NUMBER   PIC 9(05).
            05 WIT-FILLER1      PIC X(02).
            05 WIT-ITEM-SEQ     PIC 9(04).
            05 WIT-FILLER2      PIC X(02).
            05 WIT-LINE-NUMBER  PIC 9(07).
            05 WIT-FILLER3      PIC X(02).
            05 WIT-CALORIES     PIC 9(09).
            05 WIT-FILLER4      PIC X(02).
            05 WIT-SOURCE-PATH  PIC X(250).

         FD SNACKRPTFILE1.
         01 SNACKRPTLINE1 PIC X(132).

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
         01 WS-ITEMDETAILFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.itemdetail.txt".
         01 WS-ITEMDETAILFILE1-OVERRIDE PIC X(250).

         01 WS-ELFROSTERFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "ELFROSTER.MST".
         01 WS-ELFROSTERFILE1-OVERRIDE PIC X(250).

      * The week-earlier generation's item detail is resolved by the
      * driving job through the generation catalog. No path (no such
      * generation, or it has been purged) leaves the comparison
      * columns empty.
         01 WS-WEEKITEMDETAIL1-PATH PIC X(250) VALUE SPACES.
         01 WS-WEEK-STATE PIC X VALUE 'N'.
            88 WEEK-SUPPLIED VALUE 'Y'.
            88 WEEK-LOADED   VALUE 'L'.

         01 WS-SNACKRPTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.snackprofile.txt".
         01 WS-SNACKRPTFILE1-OVERRIDE PIC X(250).

      * SNACKBANDS: the upper calorie bound of each band, ascending,
      * separated by spaces or commas -- up to eight bounds; one more
      * open-ended band above the last bound is always added.
         01 WS-SNACKBANDS PIC X(80) VALUE
            '1000 2500 5000 10000'.
         01 WS-SNACKBANDS-OVERRIDE PIC X(80).

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
            88 FILE2-STATUS-NOTFOUND VALUE 35.
         01 FILE3-STATUS PIC 9(02).
            88 FILE3-STATUS-OK       VALUE 00.
            88 FILE3-STATUS-EOF      VALUE 10.
            88 FILE3-STATUS-NOTFOUND VALUE 35.
         01 FILE4-STATUS PIC 9(02).
            88 FILE4-STATUS-OK  VALUE 00.
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

      * The item-detail layout this step's FDs were written for; a
      * file stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-ITM-LAYOUT-ID      PIC X(12) VALUE 'ITEMDETAIL'.
         01 WS-ITM-LAYOUT-VERSION PIC X(02) VALUE '01'.
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

         01 WS-WARNING-STATE PIC X VALUE 'N'.
            88 RUN-HAS-WARNINGS VALUE 'Y'.

      * WORKING VARIABLES
         01 WS-RUN-DATE           PIC 9(08).
         01 WS-WEEK-DATE          PIC 9(08).

      * The bands. Slot WS-BD-COUNT is the open-ended top band.
         01 WS-BD-MAX             PIC 9(02) VALUE 9.
         01 WS-BD-COUNT           PIC 9(02) VALUE ZERO.
         01 WS-BD-TAB.
            05 WS-BD-ENTRY OCCURS 9 TIMES.
               10 WS-BD-UPPER       PIC 9(09).
               10 WS-BD-NOW-ITEMS   PIC 9(09) COMP-3.
               10 WS-BD-NOW-CALS    PIC 9(15) COMP-3.
               10 WS-BD-WEEK-ITEMS  PIC 9(09) COMP-3.
               10 WS-BD-WEEK-CALS   PIC 9(15) COMP-3.
         01 WS-BX                 PIC 9(02) COMP-3.
         01 WS-BAND-IX            PIC 9(02).
         01 WS-BAND-TOKEN         PIC X(12).
         01 WS-BAND-PTR           PIC 9(03) COMP-3.
         01 WS-BAND-TEXT          PIC X(80).
         01 WS-BAND-STATE         PIC X VALUE 'Y'.
            88 BANDS-VALID VALUE 'Y'.
         01 WS-BAND-LOWER         PIC 9(09).
         01 WS-ITEM-CALS          PIC 9(09).

      * Items per elf on each side, and the elf's department slot
      * (zero until first looked up), through a direct elf-number
      * index.
         01 WS-EI-TAB.
            05 WS-EI-ENTRY OCCURS 99999 TIMES.
               10 WS-EI-NOW       PIC 9(05) COMP-3.
               10 WS-EI-WEEK      PIC 9(05) COMP-3.
               10 WS-EI-DEPT      PIC 9(03) COMP-3.
         01 WS-ELF-IX             PIC 9(06) COMP-3.
         01 WS-LOOKUP-ELF         PIC 9(05).

      * Departments, in the order first met, with the same figures
      * as the all-elves totals.
         01 WS-DP-MAX             PIC 9(03) VALUE 200.
         01 WS-DP-COUNT           PIC 9(03) VALUE ZERO.
         01 WS-DP-TAB.
            05 WS-DP-ENTRY OCCURS 200 TIMES.
               10 WS-DP-NAME        PIC X(20).
               10 WS-DP-NOW.
                  15 WS-DP-NOW-ELVES   PIC 9(05) COMP-3.
                  15 WS-DP-NOW-ITEMS   PIC 9(09) COMP-3.
                  15 WS-DP-NOW-MIN     PIC 9(05) COMP-3.
                  15 WS-DP-NOW-MAX     PIC 9(05) COMP-3.
                  15 WS-DP-NOW-CALS    PIC 9(15) COMP-3.
               10 WS-DP-WEEK.
                  15 WS-DP-WEEK-ELVES  PIC 9(05) COMP-3.
                  15 WS-DP-WEEK-ITEMS  PIC 9(09) COMP-3.
                  15 WS-DP-WEEK-MIN    PIC 9(05) COMP-3.
                  15 WS-DP-WEEK-MAX    PIC 9(05) COMP-3.
                  15 WS-DP-WEEK-CALS   PIC 9(15) COMP-3.
               10 WS-DP-BAND OCCURS 9 TIMES.
                  15 WS-DB-NOW-ITEMS   PIC 9(09) COMP-3.
                  15 WS-DB-NOW-CALS    PIC 9(15) COMP-3.
                  15 WS-DB-WEEK-ITEMS  PIC 9(09) COMP-3.
                  15 WS-DB-WEEK-CALS   PIC 9(15) COMP-3.
         01 WS-DX                 PIC 9(03) COMP-3.
         01 WS-DP-FOUND-IX        PIC 9(03).
         01 WS-DP-OVERFLOW-STATE  PIC X VALUE 'N'.
            88 DP-OVERFLOWED VALUE 'Y'.
         01 WS-LOOKUP-DEPT        PIC X(20).

      * All-elves totals.
         01 WS-TOT-NOW.
            05 WS-TOT-NOW-ELVES   PIC 9(05) COMP-3 VALUE ZERO.
            05 WS-TOT-NOW-ITEMS   PIC 9(09) COMP-3 VALUE ZERO.
            05 WS-TOT-NOW-MIN     PIC 9(05) COMP-3 VALUE ZERO.
            05 WS-TOT-NOW-MAX     PIC 9(05) COMP-3 VALUE ZERO.
            05 WS-TOT-NOW-CALS    PIC 9(15) COMP-3 VALUE ZERO.
         01 WS-TOT-WEEK.
            05 WS-TOT-WEEK-ELVES  PIC 9(05) COMP-3 VALUE ZERO.
            05 WS-TOT-WEEK-ITEMS  PIC 9(09) COMP-3 VALUE ZERO.
            05 WS-TOT-WEEK-MIN    PIC 9(05) COMP-3 VALUE ZERO.
            05 WS-TOT-WEEK-MAX    PIC 9(05) COMP-3 VALUE ZERO.
            05 WS-TOT-WEEK-CALS   PIC 9(15) COMP-3 VALUE ZERO.
         01 WS-SKIPPED-ITEMS      PIC 9(07) VALUE ZERO.

      * Effective-dated lookup work fields (see FIND-ROSTER-VERSION).
         01 WS-RW-VERSION-STATE PIC X VALUE 'N'.
            88 RW-VERSION-FOUND VALUE 'Y'.
         01 WS-RW-WALK-STATE PIC X VALUE 'N'.
            88 RW-WALK-DONE VALUE 'Y'.
         01 WS-RW-DEPARTMENT  PIC X(20).

      * One block of figures as handed to the print paragraphs.
         01 WS-PR-NOW.
            05 WS-PR-NOW-ELVES    PIC 9(05) COMP-3.
            05 WS-PR-NOW-ITEMS    PIC 9(09) COMP-3.
            05 WS-PR-NOW-MIN      PIC 9(05) COMP-3.
            05 WS-PR-NOW-MAX      PIC 9(05) COMP-3.
            05 WS-PR-NOW-CALS     PIC 9(15) COMP-3.
         01 WS-PR-WEEK.
            05 WS-PR-WEEK-ELVES   PIC 9(05) COMP-3.
            05 WS-PR-WEEK-ITEMS   PIC 9(09) COMP-3.
            05 WS-PR-WEEK-MIN     PIC 9(05) COMP-3.
            05 WS-PR-WEEK-MAX     PIC 9(05) COMP-3.
            05 WS-PR-WEEK-CALS    PIC 9(15) COMP-3.
         01 WS-PR-BAND-TAB.
            05 WS-PR-BAND OCCURS 9 TIMES.
               10 WS-PB-NOW-ITEMS    PIC 9(09) COMP-3.
               10 WS-PB-NOW-CALS     PIC 9(15) COMP-3.
               10 WS-PB-WEEK-ITEMS   PIC 9(09) COMP-3.
               10 WS-PB-WEEK-CALS    PIC 9(15) COMP-3.
         01 WS-PR-LABEL           PIC X(30).
         01 WS-PR-NOW-TEXT        PIC X(12).
         01 WS-PR-WEEK-TEXT       PIC X(12).
         01 WS-AVG-NOW            PIC 9(05)V9.
         01 WS-AVG-WEEK           PIC 9(05)V9.
         01 WS-SHARE-NOW          PIC 9(03)V9.
         01 WS-SHARE-WEEK         PIC 9(03)V9.
         01 WS-SHARE-CHANGE       PIC S9(03)V9.

      * REPORT EDIT FIELDS
         01 WS-COUNT-X            PIC ZZZ,ZZZ,ZZ9.
         01 WS-CALS-X             PIC ZZZ,ZZZ,ZZZ,ZZ9.
         01 WS-AVG-X              PIC ZZ,ZZ9.9.
         01 WS-SHARE-X            PIC ZZ9.9.
         01 WS-CHANGE-X           PIC ---9.9.
         01 WS-LOWER-X            PIC ZZZ,ZZZ,ZZ9.
         01 WS-UPPER-X            PIC ZZZ,ZZZ,ZZ9.

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF BUSN-DATE-SET
               MOVE WS-BUSN-DATE TO WS-RUN-DATE
           END-IF
           COMPUTE WS-WEEK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 7)

           PERFORM SET-UP-BANDS
           INITIALIZE WS-EI-TAB

           PERFORM OPEN-ROSTER
           PERFORM LOAD-TODAYS-ITEMS
           IF WEEK-SUPPLIED
               PERFORM LOAD-WEEK-EARLIER-ITEMS
           END-IF
           PERFORM CLOSE-ROSTER

           PERFORM TALLY-ITEMS-PER-ELF
           PERFORM WRITE-SNACK-PROFILE

           DISPLAY 'ELVES WITH ITEMS        : ' WS-TOT-NOW-ELVES
           DISPLAY 'ITEMS PROFILED          : ' WS-TOT-NOW-ITEMS
           DISPLAY 'DEPARTMENTS             : ' WS-DP-COUNT
           IF WEEK-LOADED
               DISPLAY 'COMPARED WITH BUSN DATE : ' WS-WEEK-DATE
           ELSE
               DISPLAY 'NO WEEK-EARLIER COMPARISON'
           END-IF

           PERFORM CLOSE-ERRORLOG
           .

      * -------- bands --------

      * A band list that is not numeric or not strictly ascending is
      * refused whole, with a warning, in favour of the default -- a
      * half-applied band list would mislabel every share after it.
       SET-UP-BANDS.
           PERFORM PARSE-BAND-LIST
           IF NOT BANDS-VALID
               SET RUN-HAS-WARNINGS TO TRUE
               DISPLAY 'SNACKBANDS NOT USABLE -- DEFAULT BANDS USED'
               MOVE 'BANDS' TO WS-ERRLOG-OPERATION
               MOVE 'SNACKBANDS INVALID, DEFAULT BANDS USED'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0156 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE '1000 2500 5000 10000' TO WS-SNACKBANDS
               PERFORM PARSE-BAND-LIST
           END-IF
           ADD 1 TO WS-BD-COUNT
           MOVE 999999999 TO WS-BD-UPPER(WS-BD-COUNT)
           .

       PARSE-BAND-LIST.
           SET BANDS-VALID TO TRUE
           INITIALIZE WS-BD-TAB
           MOVE ZERO TO WS-BD-COUNT
           MOVE FUNCTION TRIM(WS-SNACKBANDS) TO WS-BAND-TEXT
           INSPECT WS-BAND-TEXT REPLACING ALL ',' BY ' '
           MOVE 1 TO WS-BAND-PTR
           PERFORM UNTIL WS-BAND-PTR > 80
                      OR WS-BAND-TEXT(WS-BAND-PTR:) = SPACES
                      OR NOT BANDS-VALID
               MOVE SPACES TO WS-BAND-TOKEN
               UNSTRING WS-BAND-TEXT DELIMITED BY ALL ' '
                   INTO WS-BAND-TOKEN
                   WITH POINTER WS-BAND-PTR
               END-UNSTRING
               EVALUATE TRUE
                   WHEN WS-BAND-TOKEN = SPACES
                       CONTINUE
                   WHEN FUNCTION TEST-NUMVAL(WS-BAND-TOKEN) NOT = 0
                       MOVE 'N' TO WS-BAND-STATE
                   WHEN WS-BD-COUNT >= WS-BD-MAX - 1
                       MOVE 'N' TO WS-BAND-STATE
                   WHEN OTHER
                       ADD 1 TO WS-BD-COUNT
                       COMPUTE WS-BD-UPPER(WS-BD-COUNT) =
                           FUNCTION NUMVAL(WS-BAND-TOKEN)
                       IF WS-BD-UPPER(WS-BD-COUNT) = ZERO
                           MOVE 'N' TO WS-BAND-STATE
                       END-IF
                       IF WS-BD-COUNT > 1
                           IF WS-BD-UPPER(WS-BD-COUNT)
                              <= WS-BD-UPPER(WS-BD-COUNT - 1)
                               MOVE 'N' TO WS-BAND-STATE
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-BD-COUNT = ZERO
               MOVE 'N' TO WS-BAND-STATE
           END-IF
           .

       FIND-BAND-FOR-ITEM.
           MOVE ZERO TO WS-BAND-IX
           PERFORM VARYING WS-BX FROM 1 BY 1
                     UNTIL WS-BX > WS-BD-COUNT
                        OR WS-BAND-IX > ZERO
               IF WS-ITEM-CALS <= WS-BD-UPPER(WS-BX)
                   MOVE WS-BX TO WS-BAND-IX
               END-IF
           END-PERFORM
           .

      * -------- items --------

       LOAD-TODAYS-ITEMS.
           OPEN INPUT ITEMDETAILFILE1
           IF NOT FILE1-STATUS-OK
               MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON ITEM DETAIL FILE'
               DISPLAY 'FILE STATUS : ' FILE1-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN ITEM' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-ITEM-LAYOUT-STAMP
           PERFORM UNTIL FILE1-STATUS-EOF
                  OR NOT FILE1-STATUS-OK
               READ ITEMDETAILFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       IF ITM-ELF-NUMBER IS NUMERIC
                          AND ITM-ELF-NUMBER > ZERO
                          AND ITM-CALORIES IS NUMERIC
                           MOVE ITM-ELF-NUMBER TO WS-LOOKUP-ELF
                           MOVE ITM-CALORIES   TO WS-ITEM-CALS
                           PERFORM COUNT-TODAYS-ITEM
                       ELSE
                           ADD 1 TO WS-SKIPPED-ITEMS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEMDETAILFILE1
           .

       COUNT-TODAYS-ITEM.
           PERFORM FIND-ELF-DEPARTMENT
           PERFORM FIND-BAND-FOR-ITEM
           MOVE WS-EI-DEPT(WS-LOOKUP-ELF) TO WS-DX
           ADD 1 TO WS-EI-NOW(WS-LOOKUP-ELF)
           ADD 1            TO WS-TOT-NOW-ITEMS
           ADD WS-ITEM-CALS TO WS-TOT-NOW-CALS
           ADD 1            TO WS-BD-NOW-ITEMS(WS-BAND-IX)
           ADD WS-ITEM-CALS TO WS-BD-NOW-CALS(WS-BAND-IX)
           IF WS-DX > ZERO AND WS-DX NOT > WS-DP-MAX
               ADD 1            TO WS-DP-NOW-ITEMS(WS-DX)
               ADD WS-ITEM-CALS TO WS-DP-NOW-CALS(WS-DX)
               ADD 1            TO WS-DB-NOW-ITEMS(WS-DX WS-BAND-IX)
               ADD WS-ITEM-CALS TO WS-DB-NOW-CALS(WS-DX WS-BAND-IX)
           END-IF
           .

       LOAD-WEEK-EARLIER-ITEMS.
           OPEN INPUT WEEKITEMDETAIL1
           IF FILE3-STATUS-NOTFOUND
               DISPLAY 'WEEK-EARLIER ITEM DETAIL NOT FOUND -- '
                   'COMPARISON OMITTED'
           ELSE
               IF NOT FILE3-STATUS-OK
                   SET RUN-HAS-WARNINGS TO TRUE
                   MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON WEEK-EARLIER ITEM DETAIL'
                   DISPLAY 'FILE STATUS : ' FILE3-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 'OPEN WITEM' TO WS-ERRLOG-OPERATION
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0003 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               ELSE
                   PERFORM READ-WEEK-ITEM-LAYOUT-STAMP
                   SET WEEK-LOADED TO TRUE
                   PERFORM UNTIL FILE3-STATUS-EOF
                          OR NOT FILE3-STATUS-OK
                       READ WEEKITEMDETAIL1
                           AT END
                               CONTINUE
                            NOT AT END
                               PERFORM TAKE-WEEK-EARLIER-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE WEEKITEMDETAIL1
               END-IF
           END-IF
           .

       TAKE-WEEK-EARLIER-ITEM.
           IF WIT-ELF-NUMBER IS NUMERIC
              AND WIT-ELF-NUMBER > ZERO
              AND WIT-CALORIES IS NUMERIC
               MOVE WIT-ELF-NUMBER TO WS-LOOKUP-ELF
               MOVE WIT-CALORIES   TO WS-ITEM-CALS
               PERFORM COUNT-WEEK-EARLIER-ITEM
           END-IF
           .

       COUNT-WEEK-EARLIER-ITEM.
           PERFORM FIND-ELF-DEPARTMENT
           PERFORM FIND-BAND-FOR-ITEM
           MOVE WS-EI-DEPT(WS-LOOKUP-ELF) TO WS-DX
           ADD 1 TO WS-EI-WEEK(WS-LOOKUP-ELF)
           ADD 1            TO WS-TOT-WEEK-ITEMS
           ADD WS-ITEM-CALS TO WS-TOT-WEEK-CALS
           ADD 1            TO WS-BD-WEEK-ITEMS(WS-BAND-IX)
           ADD WS-ITEM-CALS TO WS-BD-WEEK-CALS(WS-BAND-IX)
           IF WS-DX > ZERO AND WS-DX NOT > WS-DP-MAX
               ADD 1            TO WS-DP-WEEK-ITEMS(WS-DX)
               ADD WS-ITEM-CALS TO WS-DP-WEEK-CALS(WS-DX)
               ADD 1            TO WS-DB-WEEK-ITEMS(WS-DX WS-BAND-IX)
               ADD WS-ITEM-CALS TO WS-DB-WEEK-CALS(WS-DX WS-BAND-IX)
           END-IF
           .

      * Both weeks are charged to the department the elf belongs to
      * on today's business date, so a department's week-on-week
      * change is a change in what its present elves carry, not a
      * roster transfer. Looked up once per elf.
       FIND-ELF-DEPARTMENT.
           IF WS-EI-DEPT(WS-LOOKUP-ELF) = ZERO
               MOVE 'UNASSIGNED' TO WS-LOOKUP-DEPT
               IF ROSTER-PRESENT
                   PERFORM FIND-ROSTER-VERSION
                   IF RW-VERSION-FOUND
                      AND WS-RW-DEPARTMENT NOT = SPACES
                       MOVE WS-RW-DEPARTMENT TO WS-LOOKUP-DEPT
                   END-IF
               END-IF
               PERFORM FIND-OR-ADD-DEPARTMENT
               MOVE WS-DP-FOUND-IX TO WS-EI-DEPT(WS-LOOKUP-ELF)
           END-IF
           .

       FIND-ROSTER-VERSION.
           MOVE 'N' TO WS-RW-VERSION-STATE
           MOVE 'N' TO WS-RW-WALK-STATE
           MOVE SPACES TO WS-RW-DEPARTMENT

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
                               IF ROS-EFF-DATE <= WS-RUN-DATE
                                   SET RW-VERSION-FOUND TO TRUE
                                   MOVE ROS-DEPARTMENT
                                     TO WS-RW-DEPARTMENT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       FIND-OR-ADD-DEPARTMENT.
           MOVE ZERO TO WS-DP-FOUND-IX
           PERFORM VARYING WS-DX FROM 1 BY 1
                     UNTIL WS-DX > WS-DP-COUNT
                        OR WS-DP-FOUND-IX > ZERO
               IF WS-DP-NAME(WS-DX) = WS-LOOKUP-DEPT
                   MOVE WS-DX TO WS-DP-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-DP-FOUND-IX = ZERO
               IF WS-DP-COUNT < WS-DP-MAX
                   ADD 1 TO WS-DP-COUNT
                   INITIALIZE WS-DP-ENTRY(WS-DP-COUNT)
                   MOVE WS-LOOKUP-DEPT TO WS-DP-NAME(WS-DP-COUNT)
                   MOVE WS-DP-COUNT TO WS-DP-FOUND-IX
               ELSE
                   IF NOT DP-OVERFLOWED
                       SET DP-OVERFLOWED TO TRUE
                       SET RUN-HAS-WARNINGS TO TRUE
                       DISPLAY 'DEPARTMENT TABLE FULL -- LATER '
                           'DEPARTMENTS LEFT OUT OF THE ROLLUP'
                       MOVE 'DEPT TABLE' TO WS-ERRLOG-OPERATION
                       MOVE 'DEPT TABLE FULL, ROLLUP INCOMPLETE'
                         TO WS-ERRLOG-MESSAGE
                       MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                       MOVE 'W' TO WS-ERRLOG-SEVERITY
                       MOVE 0157 TO WS-ERRLOG-MSG-NUMBER
                       PERFORM WRITE-ERRORLOG
                   END-IF
      * The elf is not looked up again; it stays out of every
      * department but still counts in the all-elves figures.
                   MOVE 999 TO WS-DP-FOUND-IX
               END-IF
           END-IF
           .

      * One pass over the elf index gives the item-per-elf minimum
      * and maximum, overall and per department, for each week.
       TALLY-ITEMS-PER-ELF.
           PERFORM VARYING WS-ELF-IX FROM 1 BY 1
                     UNTIL WS-ELF-IX > 99999
               MOVE WS-EI-DEPT(WS-ELF-IX) TO WS-DX
               IF WS-DX > WS-DP-MAX
                   MOVE ZERO TO WS-DX
               END-IF
               IF WS-EI-NOW(WS-ELF-IX) > ZERO
                   ADD 1 TO WS-TOT-NOW-ELVES
                   IF WS-TOT-NOW-ELVES = 1
                      OR WS-EI-NOW(WS-ELF-IX) < WS-TOT-NOW-MIN
                       MOVE WS-EI-NOW(WS-ELF-IX) TO WS-TOT-NOW-MIN
                   END-IF
                   IF WS-EI-NOW(WS-ELF-IX) > WS-TOT-NOW-MAX
                       MOVE WS-EI-NOW(WS-ELF-IX) TO WS-TOT-NOW-MAX
                   END-IF
                   IF WS-DX > ZERO
                       ADD 1 TO WS-DP-NOW-ELVES(WS-DX)
                       IF WS-DP-NOW-ELVES(WS-DX) = 1
                          OR WS-EI-NOW(WS-ELF-IX)
                             < WS-DP-NOW-MIN(WS-DX)
                           MOVE WS-EI-NOW(WS-ELF-IX)
                             TO WS-DP-NOW-MIN(WS-DX)
                       END-IF
                       IF WS-EI-NOW(WS-ELF-IX) > WS-DP-NOW-MAX(WS-DX)
                           MOVE WS-EI-NOW(WS-ELF-IX)
                             TO WS-DP-NOW-MAX(WS-DX)
                       END-IF
                   END-IF
               END-IF
               IF WS-EI-WEEK(WS-ELF-IX) > ZERO
                   ADD 1 TO WS-TOT-WEEK-ELVES
                   IF WS-TOT-WEEK-ELVES = 1
                      OR WS-EI-WEEK(WS-ELF-IX) < WS-TOT-WEEK-MIN
                       MOVE WS-EI-WEEK(WS-ELF-IX) TO WS-TOT-WEEK-MIN
                   END-IF
                   IF WS-EI-WEEK(WS-ELF-IX) > WS-TOT-WEEK-MAX
                       MOVE WS-EI-WEEK(WS-ELF-IX) TO WS-TOT-WEEK-MAX
                   END-IF
                   IF WS-DX > ZERO
                       ADD 1 TO WS-DP-WEEK-ELVES(WS-DX)
                       IF WS-DP-WEEK-ELVES(WS-DX) = 1
                          OR WS-EI-WEEK(WS-ELF-IX)
                             < WS-DP-WEEK-MIN(WS-DX)
                           MOVE WS-EI-WEEK(WS-ELF-IX)
                             TO WS-DP-WEEK-MIN(WS-DX)
                       END-IF
                       IF WS-EI-WEEK(WS-ELF-IX)
                          > WS-DP-WEEK-MAX(WS-DX)
                           MOVE WS-EI-WEEK(WS-ELF-IX)
                             TO WS-DP-WEEK-MAX(WS-DX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      * -------- report --------

       WRITE-SNACK-PROFILE.
           PERFORM OPEN-FILE4
           MOVE SPACES TO SNACKRPTLINE1
           STRING 'AOC-2022-12-01  SNACK PROFILE AND '
               'ITEM-SIZE DISTRIBUTION'
               DELIMITED BY SIZE INTO SNACKRPTLINE1
           PERFORM WRITE-FILE4
           MOVE SPACES TO SNACKRPTLINE1
           IF WEEK-LOADED
               STRING 'BUSN DATE ' WS-RUN-DATE
                   '  RUN ID ' WS-RUN-ID
                   '  COMPARED WITH BUSN DATE ' WS-WEEK-DATE
                   DELIMITED BY SIZE INTO SNACKRPTLINE1
           ELSE
               STRING 'BUSN DATE ' WS-RUN-DATE
                   '  RUN ID ' WS-RUN-ID
                   '  NO COMPARISON -- ' WS-WEEK-DATE
                   ' GENERATION NOT AVAILABLE'
                   DELIMITED BY SIZE INTO SNACKRPTLINE1
           END-IF
           PERFORM WRITE-FILE4
           IF WS-SKIPPED-ITEMS > ZERO
               MOVE WS-SKIPPED-ITEMS TO WS-COUNT-X
               MOVE SPACES TO SNACKRPTLINE1
               STRING 'ITEM RECORDS NOT PROFILED (NOT NUMERIC) : '
                   WS-COUNT-X
                   DELIMITED BY SIZE INTO SNACKRPTLINE1
               PERFORM WRITE-FILE4
           END-IF

           MOVE 'ALL ELVES' TO WS-PR-LABEL
           MOVE WS-TOT-NOW  TO WS-PR-NOW
           MOVE WS-TOT-WEEK TO WS-PR-WEEK
           PERFORM VARYING WS-BX FROM 1 BY 1
                     UNTIL WS-BX > WS-BD-COUNT
               MOVE WS-BD-NOW-ITEMS(WS-BX)  TO WS-PB-NOW-ITEMS(WS-BX)
               MOVE WS-BD-NOW-CALS(WS-BX)   TO WS-PB-NOW-CALS(WS-BX)
               MOVE WS-BD-WEEK-ITEMS(WS-BX) TO WS-PB-WEEK-ITEMS(WS-BX)
               MOVE WS-BD-WEEK-CALS(WS-BX)  TO WS-PB-WEEK-CALS(WS-BX)
           END-PERFORM
           PERFORM WRITE-PROFILE-BLOCK

           PERFORM VARYING WS-DX FROM 1 BY 1
                     UNTIL WS-DX > WS-DP-COUNT
               MOVE SPACES TO WS-PR-LABEL
               STRING 'DEPARTMENT ' WS-DP-NAME(WS-DX)
                   DELIMITED BY SIZE INTO WS-PR-LABEL
               MOVE WS-DP-NOW(WS-DX)  TO WS-PR-NOW
               MOVE WS-DP-WEEK(WS-DX) TO WS-PR-WEEK
               PERFORM VARYING WS-BX FROM 1 BY 1
                         UNTIL WS-BX > WS-BD-COUNT
                   MOVE WS-DB-NOW-ITEMS(WS-DX WS-BX)
                     TO WS-PB-NOW-ITEMS(WS-BX)
                   MOVE WS-DB-NOW-CALS(WS-DX WS-BX)
                     TO WS-PB-NOW-CALS(WS-BX)
                   MOVE WS-DB-WEEK-ITEMS(WS-DX WS-BX)
                     TO WS-PB-WEEK-ITEMS(WS-BX)
                   MOVE WS-DB-WEEK-CALS(WS-DX WS-BX)
                     TO WS-PB-WEEK-CALS(WS-BX)
               END-PERFORM
               PERFORM WRITE-PROFILE-BLOCK
           END-PERFORM
           PERFORM CLOSE-FILE4
           .

      * Prints one block -- all elves or one department -- from the
      * WS-PR- fields: the items-per-elf figures, then one line per
      * band. Week-earlier columns stay blank when there is no
      * comparison.
       WRITE-PROFILE-BLOCK.
           MOVE SPACES TO SNACKRPTLINE1
           PERFORM WRITE-FILE4
           MOVE WS-PR-LABEL TO SNACKRPTLINE1
           PERFORM WRITE-FILE4
           MOVE SPACES TO SNACKRPTLINE1
           STRING '                                THIS WEEK'
               '  WEEK EARLIER'
               DELIMITED BY SIZE INTO SNACKRPTLINE1
           PERFORM WRITE-FILE4

           MOVE WS-PR-NOW-ELVES TO WS-COUNT-X
           MOVE WS-COUNT-X TO WS-PR-NOW-TEXT
           MOVE WS-PR-WEEK-ELVES TO WS-COUNT-X
           MOVE WS-COUNT-X TO WS-PR-WEEK-TEXT
           MOVE 'ELVES WITH ITEMS' TO WS-PR-LABEL
           PERFORM WRITE-FIGURE-LINE

           MOVE WS-PR-NOW-ITEMS TO WS-COUNT-X
           MOVE WS-COUNT-X TO WS-PR-NOW-TEXT
           MOVE WS-PR-WEEK-ITEMS TO WS-COUNT-X
           MOVE WS-COUNT-X TO WS-PR-WEEK-TEXT
           MOVE 'ITEMS' TO WS-PR-LABEL
           PERFORM WRITE-FIGURE-LINE

           MOVE WS-PR-NOW-MIN TO WS-COUNT-X
           MOVE WS-COUNT-X TO WS-PR-NOW-TEXT
           MOVE WS-PR-WEEK-MIN TO WS-COUNT-X
           MOVE WS-COUNT-X TO WS-PR-WEEK-TEXT
           MOVE 'ITEMS PER ELF  MINIMUM' TO WS-PR-LABEL
           PERFORM WRITE-FIGURE-LINE

           MOVE ZERO TO WS-AVG-NOW WS-AVG-WEEK
           IF WS-PR-NOW-ELVES > ZERO
               COMPUTE WS-AVG-NOW ROUNDED =
                   WS-PR-NOW-ITEMS / WS-PR-NOW-ELVES
           END-IF
           IF WS-PR-WEEK-ELVES > ZERO
               COMPUTE WS-AVG-WEEK ROUNDED =
                   WS-PR-WEEK-ITEMS / WS-PR-WEEK-ELVES
           END-IF
           MOVE WS-AVG-NOW TO WS-AVG-X
           MOVE SPACES TO WS-PR-NOW-TEXT
           MOVE WS-AVG-X TO WS-PR-NOW-TEXT(4:)
           MOVE WS-AVG-WEEK TO WS-AVG-X
           MOVE SPACES TO WS-PR-WEEK-TEXT
           MOVE WS-AVG-X TO WS-PR-WEEK-TEXT(4:)
           MOVE '               AVERAGE' TO WS-PR-LABEL
           PERFORM WRITE-FIGURE-LINE

           MOVE WS-PR-NOW-MAX TO WS-COUNT-X
           MOVE WS-COUNT-X TO WS-PR-NOW-TEXT
           MOVE WS-PR-WEEK-MAX TO WS-COUNT-X
           MOVE WS-COUNT-X TO WS-PR-WEEK-TEXT
           MOVE '               MAXIMUM' TO WS-PR-LABEL
           PERFORM WRITE-FIGURE-LINE

           MOVE SPACES TO SNACKRPTLINE1
           PERFORM WRITE-FILE4
           MOVE SPACES TO SNACKRPTLINE1
           STRING 'ITEM CALORIES BAND               ITEMS'
               '         CALORIES  SHARE%'
               '   PRIOR ITEMS  SHARE%  CHANGE'
               DELIMITED BY SIZE INTO SNACKRPTLINE1
           PERFORM WRITE-FILE4
           MOVE ZERO TO WS-BAND-LOWER
           PERFORM VARYING WS-BX FROM 1 BY 1
                     UNTIL WS-BX > WS-BD-COUNT
               PERFORM WRITE-ONE-BAND-LINE
               COMPUTE WS-BAND-LOWER = WS-BD-UPPER(WS-BX) + 1
           END-PERFORM
           MOVE WS-PR-NOW-CALS TO WS-CALS-X
           MOVE SPACES TO SNACKRPTLINE1
           STRING 'TOTAL CALORIES                   '
               '       ' WS-CALS-X
               DELIMITED BY SIZE INTO SNACKRPTLINE1
           IF WEEK-LOADED
               MOVE WS-PR-WEEK-CALS TO WS-CALS-X
               STRING '     ' WS-CALS-X
                   DELIMITED BY SIZE INTO SNACKRPTLINE1(65:)
           END-IF
           PERFORM WRITE-FILE4
           .

       WRITE-FIGURE-LINE.
           IF NOT WEEK-LOADED
               MOVE SPACES TO WS-PR-WEEK-TEXT
           END-IF
           MOVE SPACES TO SNACKRPTLINE1
           STRING WS-PR-LABEL WS-PR-NOW-TEXT
               '  ' WS-PR-WEEK-TEXT
               DELIMITED BY SIZE INTO SNACKRPTLINE1
           PERFORM WRITE-FILE4
           .

       WRITE-ONE-BAND-LINE.
           MOVE ZERO TO WS-SHARE-NOW WS-SHARE-WEEK
           IF WS-PR-NOW-CALS > ZERO
               COMPUTE WS-SHARE-NOW ROUNDED =
                   WS-PB-NOW-CALS(WS-BX) * 100 / WS-PR-NOW-CALS
           END-IF
           IF WS-PR-WEEK-CALS > ZERO
               COMPUTE WS-SHARE-WEEK ROUNDED =
                   WS-PB-WEEK-CALS(WS-BX) * 100 / WS-PR-WEEK-CALS
           END-IF
           COMPUTE WS-SHARE-CHANGE = WS-SHARE-NOW - WS-SHARE-WEEK

           MOVE WS-BAND-LOWER TO WS-LOWER-X
           MOVE SPACES TO WS-PR-LABEL
           IF WS-BX = WS-BD-COUNT
               STRING WS-LOWER-X ' AND OVER'
                   DELIMITED BY SIZE INTO WS-PR-LABEL
           ELSE
               MOVE WS-BD-UPPER(WS-BX) TO WS-UPPER-X
               STRING WS-LOWER-X ' -' WS-UPPER-X
                   DELIMITED BY SIZE INTO WS-PR-LABEL
           END-IF

           MOVE SPACES TO SNACKRPTLINE1
           MOVE WS-PB-NOW-ITEMS(WS-BX) TO WS-COUNT-X
           MOVE WS-PB-NOW-CALS(WS-BX)  TO WS-CALS-X
           MOVE WS-SHARE-NOW           TO WS-SHARE-X
           STRING WS-PR-LABEL(1:25) '  ' WS-COUNT-X
               '  ' WS-CALS-X
               '   ' WS-SHARE-X
               DELIMITED BY SIZE INTO SNACKRPTLINE1
           IF WEEK-LOADED
               MOVE WS-PB-WEEK-ITEMS(WS-BX) TO WS-COUNT-X
               MOVE WS-SHARE-WEEK           TO WS-SHARE-X
               MOVE WS-SHARE-CHANGE         TO WS-CHANGE-X
               STRING '  ' WS-COUNT-X
                   '   ' WS-SHARE-X
                   '  ' WS-CHANGE-X
                   DELIMITED BY SIZE INTO SNACKRPTLINE1(65:)
           END-IF
           PERFORM WRITE-FILE4
           .

       OPEN-FILE4.
           OPEN OUTPUT SNACKRPTFILE1
           IF NOT FILE4-STATUS-OK
               MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON SNACK PROFILE REPORT'
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

       WRITE-FILE4.
           WRITE SNACKRPTLINE1
           IF NOT FILE4-STATUS-OK
               MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON SNACK PROFILE REPORT'
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

       CLOSE-FILE4.
           CLOSE SNACKRPTFILE1
           .

      * The stamp is the first record of each item-detail file; the
      * reads that follow see only items.
       READ-ITEM-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           READ ITEMDETAILFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE ITEMDETAILRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-ITM-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-ITM-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           PERFORM CHECK-LAYOUT-STAMP
           .

      * The week-earlier generation may have been written before
      * item detail was stamped. Version 00 of ITEMDETAIL is the
      * same record without the stamp, so an unstamped file is
      * counted from its first record on and the run warns (message
      * 0011).
       READ-WEEK-ITEM-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ WEEKITEMDETAIL1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE WEEKITEMRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-ITM-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-ITM-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               SET LYT-LEGACY-UNSTAMPED TO TRUE
               PERFORM NOTE-LEGACY-LAYOUT
               IF FILE3-STATUS-OK
                   PERFORM TAKE-WEEK-EARLIER-ITEM
               END-IF
           END-IF
           .

       NOTE-LEGACY-LAYOUT.
           SET RUN-HAS-WARNINGS TO TRUE
           DISPLAY 'WEEK-EARLIER ITEM DETAIL IS UNSTAMPED -- '
               'READ AS ' LYT-EXPECTED-ID ' VERSION 00'
           MOVE SPACES TO WS-ERRLOG-MESSAGE
           STRING LYT-EXPECTED-ID DELIMITED BY SPACE
                  ' WEEK-EARLIER READ AS V00' DELIMITED BY SIZE
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
           MOVE SPACES TO WS-ITEMDETAILFILE1-OVERRIDE
           DISPLAY "ITEMDETAILFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-ITEMDETAILFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-ITEMDETAILFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ITEMDETAILFILE1-OVERRIDE)
                 TO WS-ITEMDETAILFILE1-PATH
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

           MOVE SPACES TO WS-WEEKITEMDETAIL1-PATH
           DISPLAY "WEEKITEMDETAIL1" UPON ENVIRONMENT-NAME
           ACCEPT WS-WEEKITEMDETAIL1-PATH FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-WEEKITEMDETAIL1-PATH NOT = SPACES
               SET WEEK-SUPPLIED TO TRUE
           END-IF

           MOVE SPACES TO WS-SNACKRPTFILE1-OVERRIDE
           DISPLAY "SNACKRPTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-SNACKRPTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-SNACKRPTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-SNACKRPTFILE1-OVERRIDE)
                 TO WS-SNACKRPTFILE1-PATH
           END-IF

           MOVE SPACES TO WS-SNACKBANDS-OVERRIDE
           DISPLAY "SNACKBANDS" UPON ENVIRONMENT-NAME
           ACCEPT WS-SNACKBANDS-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-SNACKBANDS-OVERRIDE NOT = SPACES
               MOVE WS-SNACKBANDS-OVERRIDE TO WS-SNACKBANDS
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
      * missing roster still profiles every item, with every elf
      * charged to UNASSIGNED, and the run warns.
       OPEN-ROSTER.
           OPEN INPUT ELFROSTERFILE1
           IF FILE2-STATUS-OK
               SET ROSTER-PRESENT TO TRUE
           ELSE
               SET RUN-HAS-WARNINGS TO TRUE
               MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'ROSTER MASTER UNAVAILABLE -- '
                   'DEPTS UNASSIGNED'
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
           MOVE 'ADV221201.17' TO ERL-PROGRAM-ID
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
