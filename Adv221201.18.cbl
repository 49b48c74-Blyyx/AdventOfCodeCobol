       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-12-01-LOADLEVEL.
       AUTHOR. MARC BRASSART.

      * Department load-leveling proposal. Reads Adv221201.01's
      * item-level detail with each elf's roster department and, for
      * every department, proposes moving whole items between its
      * elves until each elf carries within LEVELPCT percent of the
      * department average calories. Each move is the one that does
      * the most good -- first bringing elves inside the tolerance
      * band, then narrowing the spread -- so the list stays short;
      * an item moved more than once is listed once, from the elf
      * that carries it today to the elf proposed to carry it.
      * Outputs:
      *   - the transfer list (from elf, to elf, item, calories);
      *   - a before/after load table per department, with every
      *     department that cannot be brought inside the band by
      *     whole-item moves flagged.

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

           SELECT LEVELXFERFILE1 ASSIGN
            TO DYNAMIC WS-LEVELXFERFILE1-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEVELRPTFILE1 ASSIGN
            TO DYNAMIC WS-LEVELRPTFILE1-PATH
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

      * One record per item proposed to change hands. The item is
      * identified as the item detail identifies it: the elf's item
      * sequence and the input line it was read from.
         FD LEVELXFERFILE1.
         01 LEVELXFERRECORD1.
            05 XFR-BUSN-DATE    PIC 9(08).
            05 XFR-FILLER1      PIC X(02).
            05 XFR-RUN-ID       PIC X(16).
            05 XFR-FILLER2      PIC X(02).
            05 XFR-DEPARTMENT   PIC X(20).
            05 XFR-FILLER3      PIC X(02).
            05 XFR-FROM-ELF     PIC 9(05).
            05 XFR-FILLER4      PIC X(02).
            05 XFR-TO-ELF       PIC 9(05).
            05 XFR-FILLER5      PIC X(02).
            05 XFR-ITEM-SEQ     PIC 9(04).
            05 XFR-FILLER6      PIC X(02).
            05 XFR-LINE-NUMBER  PIC 9(07).
            05 XFR-FILLER7      PIC X(02).
            05 XFR-CALORIES     PIC 9(09).

         FD LEVELRPTFILE1.
         01 LEVELRPTLINE1 PIC X(132).

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

         01 WS-LEVELXFERFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.leveltransfers.txt".
         01 WS-LEVELXFERFILE1-OVERRIDE PIC X(250).

         01 WS-LEVELRPTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.levelproposal.txt".
         01 WS-LEVELRPTFILE1-OVERRIDE PIC X(250).

      * LEVELPCT: how far, in percent of the department average, an
      * elf's calories may sit above or below it and still count as
      * level. Greater than zero, at most 100, one decimal place.
         01 WS-LEVEL-PCT PIC 9(03)V9 VALUE 10.
         01 WS-LEVEL-PCT-OVERRIDE PIC X(08).

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
            88 FILE3-STATUS-OK  VALUE 00.
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

      * The item-detail layout this step's FD was written for; a
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

      * Set when the item or elf table fills: loads would be wrong
      * for whoever was left out, so no transfer is proposed at all.
         01 WS-TABLE-STATE PIC X VALUE 'N'.
            88 TABLE-OVERFLOWED VALUE 'Y'.

      * WORKING VARIABLES
         01 WS-RUN-DATE           PIC 9(08).

      * Every elf met in the item detail, in the order first met,
      * with its department slot and its load before and after the
      * proposal. The elf-number index points into this list.
         01 WS-EI-TAB.
            05 WS-EI-ENTRY OCCURS 99999 TIMES.
               10 WS-EI-LIST-IX   PIC 9(05) COMP-3.
         01 WS-LOOKUP-ELF         PIC 9(05).

         01 WS-EL-MAX             PIC 9(05) VALUE 5000.
         01 WS-EL-COUNT           PIC 9(05) VALUE ZERO.
         01 WS-EL-TAB.
            05 WS-EL-ENTRY OCCURS 5000 TIMES.
               10 WS-EL-ELF         PIC 9(05).
               10 WS-EL-DEPT        PIC 9(03) COMP-3.
               10 WS-EL-ITEMS-BEFORE PIC 9(05) COMP-3.
               10 WS-EL-LOAD-BEFORE PIC 9(11) COMP-3.
               10 WS-EL-ITEMS-AFTER PIC 9(05) COMP-3.
               10 WS-EL-LOAD-AFTER  PIC 9(11) COMP-3.
         01 WS-EX                 PIC 9(05) COMP-3.

      * Every item, with the elf carrying it today and the elf the
      * proposal has it carried by (both as elf-list slots).
         01 WS-IT-MAX             PIC 9(05) VALUE 50000.
         01 WS-IT-COUNT           PIC 9(05) VALUE ZERO.
         01 WS-IT-TAB.
            05 WS-IT-ENTRY OCCURS 50000 TIMES.
               10 WS-IT-FROM-EL     PIC 9(05) COMP-3.
               10 WS-IT-OWNER-EL    PIC 9(05) COMP-3.
               10 WS-IT-ITEM-SEQ    PIC 9(04).
               10 WS-IT-LINE-NUMBER PIC 9(07).
               10 WS-IT-CALORIES    PIC 9(09) COMP-3.
         01 WS-IX                 PIC 9(05) COMP-3.
         01 WS-SKIPPED-ITEMS      PIC 9(07) VALUE ZERO.

      * Departments, in the order first met.
         01 WS-DP-MAX             PIC 9(03) VALUE 200.
         01 WS-DP-COUNT           PIC 9(03) VALUE ZERO.
         01 WS-DP-TAB.
            05 WS-DP-ENTRY OCCURS 200 TIMES.
               10 WS-DP-NAME        PIC X(20).
               10 WS-DP-ELVES       PIC 9(05) COMP-3.
               10 WS-DP-ITEMS       PIC 9(07) COMP-3.
               10 WS-DP-CALS        PIC 9(13) COMP-3.
               10 WS-DP-AVERAGE     PIC 9(11)V99 COMP-3.
               10 WS-DP-LOWER       PIC 9(11)V99 COMP-3.
               10 WS-DP-UPPER       PIC 9(11)V99 COMP-3.
               10 WS-DP-MOVES       PIC 9(05) COMP-3.
               10 WS-DP-TRANSFERS   PIC 9(05) COMP-3.
               10 WS-DP-OUTSIDE-BEFORE PIC 9(05) COMP-3.
               10 WS-DP-OUTSIDE-AFTER  PIC 9(05) COMP-3.
      * L levelled by the transfers, A already level, F cannot be
      * levelled within the tolerance, U no roster department.
               10 WS-DP-RESULT      PIC X(01).
                  88 DP-LEVELLED       VALUE 'L'.
                  88 DP-ALREADY-LEVEL  VALUE 'A'.
                  88 DP-NOT-LEVELLED   VALUE 'F'.
                  88 DP-UNASSIGNED     VALUE 'U'.
         01 WS-DX                 PIC 9(03) COMP-3.
         01 WS-DP-FOUND-IX        PIC 9(03).
         01 WS-DP-OVERFLOW-STATE  PIC X VALUE 'N'.
            88 DP-OVERFLOWED VALUE 'Y'.
         01 WS-LOOKUP-DEPT        PIC X(20).

      * The department being levelled: its elves and its items, as
      * slots in the elf and item tables.
         01 WS-MB-COUNT           PIC 9(05) VALUE ZERO.
         01 WS-MB-TAB.
            05 WS-MB-EL OCCURS 5000 TIMES PIC 9(05) COMP-3.
         01 WS-MX                 PIC 9(05) COMP-3.
         01 WS-DI-COUNT           PIC 9(05) VALUE ZERO.
         01 WS-DI-TAB.
            05 WS-DI-IT OCCURS 50000 TIMES PIC 9(05) COMP-3.
         01 WS-DIX                PIC 9(05) COMP-3.
         01 WS-DJX                PIC 9(05) COMP-3.

      * A department stops once every elf is inside the band, once
      * no single whole-item move improves it, or at the move limit.
         01 WS-MOVE-MAX           PIC 9(05) VALUE 2000.
         01 WS-LEVEL-STATE        PIC X VALUE 'N'.
            88 LEVEL-DONE VALUE 'Y'.

      * The move being weighed and the best one found so far.
         01 WS-DONOR-EL           PIC 9(05) COMP-3.
         01 WS-TAKER-EL           PIC 9(05) COMP-3.
         01 WS-DONOR-LOAD         PIC 9(11) COMP-3.
         01 WS-TAKER-LOAD         PIC 9(11) COMP-3.
         01 WS-MOVE-CALS          PIC 9(11) COMP-3.
         01 WS-NEW-DONOR-LOAD     PIC 9(11) COMP-3.
         01 WS-NEW-TAKER-LOAD     PIC 9(11) COMP-3.
         01 WS-OLD-OUTSIDE        PIC 9(01).
         01 WS-NEW-OUTSIDE        PIC 9(01).
         01 WS-OLD-SPREAD         PIC 9(11)V99 COMP-3.
         01 WS-NEW-SPREAD         PIC 9(11)V99 COMP-3.
         01 WS-DEVIATION          PIC 9(11)V99 COMP-3.
         01 WS-GAIN-INSIDE        PIC S9(01).
         01 WS-GAIN-SQUARES       PIC 9(18) COMP-3.
         01 WS-BACK-IT            PIC 9(05) COMP-3.
         01 WS-BEST-IT            PIC 9(05) COMP-3.
         01 WS-BEST-BACK-IT       PIC 9(05) COMP-3.
         01 WS-BEST-TAKER-EL      PIC 9(05) COMP-3.
         01 WS-BEST-INSIDE        PIC S9(01).
         01 WS-BEST-SQUARES       PIC 9(18) COMP-3.
         01 WS-CHECK-LOAD         PIC 9(11) COMP-3.
         01 WS-CHECK-STATE        PIC X VALUE 'N'.
            88 LOAD-OUTSIDE-BAND VALUE 'Y'.

      * Run totals.
         01 WS-TOT-ITEMS          PIC 9(07) VALUE ZERO.
         01 WS-TOT-TRANSFERS      PIC 9(07) VALUE ZERO.
         01 WS-TOT-LEVELLED       PIC 9(03) VALUE ZERO.
         01 WS-TOT-ALREADY        PIC 9(03) VALUE ZERO.
         01 WS-TOT-NOT-LEVELLED   PIC 9(03) VALUE ZERO.

      * Effective-dated lookup work fields (see FIND-ROSTER-VERSION).
         01 WS-RW-VERSION-STATE PIC X VALUE 'N'.
            88 RW-VERSION-FOUND VALUE 'Y'.
         01 WS-RW-WALK-STATE PIC X VALUE 'N'.
            88 RW-WALK-DONE VALUE 'Y'.
         01 WS-RW-DEPARTMENT  PIC X(20).
         01 WS-RW-ACTIVE-FLAG PIC X(01).

         01 WS-PCT-OF-AVG         PIC S9(07)V9.

      * REPORT EDIT FIELDS
         01 WS-COUNT-X            PIC ZZZ,ZZ9.
         01 WS-ITEMS-X            PIC ZZ,ZZ9.
         01 WS-CALS-X             PIC Z,ZZZ,ZZZ,ZZ9.
         01 WS-AVG-X              PIC Z,ZZZ,ZZZ,ZZ9.99.
         01 WS-LOWER-X            PIC Z,ZZZ,ZZZ,ZZ9.99.
         01 WS-UPPER-X            PIC Z,ZZZ,ZZZ,ZZ9.99.
         01 WS-PCT-X              PIC ZZ9.9.
         01 WS-VS-AVG-X           PIC +,+++,++9.9.
         01 WS-VS-AVG-AFTER-X     PIC +,+++,++9.9.
         01 WS-LOAD-AFTER-X       PIC Z,ZZZ,ZZZ,ZZ9.
         01 WS-ITEMS-AFTER-X      PIC ZZ,ZZ9.
         01 WS-ELF-X              PIC 9(05).
         01 WS-TO-ELF-X           PIC 9(05).
         01 WS-LINE-X             PIC Z(06)9.
         01 WS-SEQ-X              PIC ZZZ9.
         01 WS-OUTSIDE-TEXT       PIC X(16).

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

           PERFORM CHECK-LEVEL-PCT
           INITIALIZE WS-EI-TAB

           PERFORM OPEN-ROSTER
           PERFORM LOAD-ITEMS
           PERFORM CLOSE-ROSTER

           PERFORM OPEN-FILE3
           PERFORM OPEN-FILE4
           PERFORM WRITE-REPORT-HEADING
           IF TABLE-OVERFLOWED
               MOVE SPACES TO LEVELRPTLINE1
               PERFORM WRITE-FILE4
               MOVE SPACES TO LEVELRPTLINE1
               STRING '*** ITEM OR ELF TABLE FULL -- NO TRANSFERS '
                   'PROPOSED; LOADS WOULD BE INCOMPLETE'
                   DELIMITED BY SIZE INTO LEVELRPTLINE1
               PERFORM WRITE-FILE4
           ELSE
               PERFORM VARYING WS-DX FROM 1 BY 1
                         UNTIL WS-DX > WS-DP-COUNT
                   PERFORM LEVEL-ONE-DEPARTMENT
                   PERFORM WRITE-DEPARTMENT-BLOCK
               END-PERFORM
               PERFORM WRITE-REPORT-SUMMARY
           END-IF
           PERFORM CLOSE-FILE3
           PERFORM CLOSE-FILE4

           DISPLAY 'ELVES WITH ITEMS        : ' WS-EL-COUNT
           DISPLAY 'ITEMS CONSIDERED        : ' WS-TOT-ITEMS
           DISPLAY 'DEPARTMENTS             : ' WS-DP-COUNT
           DISPLAY 'TRANSFERS PROPOSED      : ' WS-TOT-TRANSFERS
           DISPLAY 'DEPARTMENTS NOT LEVELLED: ' WS-TOT-NOT-LEVELLED

           PERFORM CLOSE-ERRORLOG
           .

      * A tolerance that is not a number, zero, or over 100 percent
      * is refused with a warning in favour of the default -- a bad
      * LEVELPCT must not turn into a list of pointless moves.
       CHECK-LEVEL-PCT.
           IF WS-LEVEL-PCT-OVERRIDE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-LEVEL-PCT-OVERRIDE) = 0
                   IF FUNCTION NUMVAL(WS-LEVEL-PCT-OVERRIDE) > 0
                      AND FUNCTION NUMVAL(WS-LEVEL-PCT-OVERRIDE)
                          <= 100
                       COMPUTE WS-LEVEL-PCT =
                           FUNCTION NUMVAL(WS-LEVEL-PCT-OVERRIDE)
                   ELSE
                       PERFORM REFUSE-LEVEL-PCT
                   END-IF
               ELSE
                   PERFORM REFUSE-LEVEL-PCT
               END-IF
           END-IF
           .

       REFUSE-LEVEL-PCT.
           SET RUN-HAS-WARNINGS TO TRUE
           DISPLAY 'LEVELPCT NOT USABLE -- DEFAULT OF 10 PERCENT USED'
           MOVE 'LEVELPCT' TO WS-ERRLOG-OPERATION
           MOVE 'LEVELPCT INVALID, DEFAULT 10 PCT USED'
             TO WS-ERRLOG-MESSAGE
           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
           MOVE 'W' TO WS-ERRLOG-SEVERITY
           MOVE 0236 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           MOVE 10 TO WS-LEVEL-PCT
           .

      * -------- items --------

       LOAD-ITEMS.
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
                  OR TABLE-OVERFLOWED
               READ ITEMDETAILFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       IF ITM-ELF-NUMBER IS NUMERIC
                          AND ITM-ELF-NUMBER > ZERO
                          AND ITM-CALORIES IS NUMERIC
                           MOVE ITM-ELF-NUMBER TO WS-LOOKUP-ELF
                           PERFORM STORE-ITEM
                       ELSE
                           ADD 1 TO WS-SKIPPED-ITEMS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEMDETAILFILE1
           .

       STORE-ITEM.
           PERFORM FIND-OR-ADD-ELF
           IF WS-IT-COUNT >= WS-IT-MAX
              AND NOT TABLE-OVERFLOWED
               PERFORM NOTE-TABLE-OVERFLOW
           END-IF
           IF NOT TABLE-OVERFLOWED
               ADD 1 TO WS-IT-COUNT
               MOVE WS-EX TO WS-IT-FROM-EL(WS-IT-COUNT)
                             WS-IT-OWNER-EL(WS-IT-COUNT)
               MOVE ITM-ITEM-SEQ    TO WS-IT-ITEM-SEQ(WS-IT-COUNT)
               MOVE ITM-LINE-NUMBER TO WS-IT-LINE-NUMBER(WS-IT-COUNT)
               MOVE ITM-CALORIES    TO WS-IT-CALORIES(WS-IT-COUNT)
               ADD 1 TO WS-TOT-ITEMS
               ADD 1 TO WS-EL-ITEMS-BEFORE(WS-EX)
                        WS-EL-ITEMS-AFTER(WS-EX)
               ADD ITM-CALORIES TO WS-EL-LOAD-BEFORE(WS-EX)
                                   WS-EL-LOAD-AFTER(WS-EX)
               MOVE WS-EL-DEPT(WS-EX) TO WS-DX
               ADD 1 TO WS-DP-ITEMS(WS-DX)
               ADD ITM-CALORIES TO WS-DP-CALS(WS-DX)
           END-IF
           .

      * An elf is looked up on the roster once, at its first item,
      * and charged to the department it belongs to on the business
      * date being processed. An elf not active on that date stays
      * UNASSIGNED, as on the department totals.
       FIND-OR-ADD-ELF.
           MOVE WS-EI-LIST-IX(WS-LOOKUP-ELF) TO WS-EX
           IF WS-EX = ZERO
              AND NOT TABLE-OVERFLOWED
               IF WS-EL-COUNT >= WS-EL-MAX
                   PERFORM NOTE-TABLE-OVERFLOW
               ELSE
                   MOVE 'UNASSIGNED' TO WS-LOOKUP-DEPT
                   IF ROSTER-PRESENT
                       PERFORM FIND-ROSTER-VERSION
                       IF RW-VERSION-FOUND
                          AND WS-RW-ACTIVE-FLAG = 'A'
                          AND WS-RW-DEPARTMENT NOT = SPACES
                           MOVE WS-RW-DEPARTMENT TO WS-LOOKUP-DEPT
                       END-IF
                   END-IF
                   PERFORM FIND-OR-ADD-DEPARTMENT
                   IF WS-DP-FOUND-IX = ZERO
                       PERFORM NOTE-TABLE-OVERFLOW
                   ELSE
                       ADD 1 TO WS-EL-COUNT
                       MOVE WS-EL-COUNT TO WS-EX
                       INITIALIZE WS-EL-ENTRY(WS-EX)
                       MOVE WS-LOOKUP-ELF TO WS-EL-ELF(WS-EX)
                       MOVE WS-DP-FOUND-IX TO WS-EL-DEPT(WS-EX)
                       MOVE WS-EX TO WS-EI-LIST-IX(WS-LOOKUP-ELF)
                       ADD 1 TO WS-DP-ELVES(WS-DP-FOUND-IX)
                   END-IF
               END-IF
           END-IF
           .

       NOTE-TABLE-OVERFLOW.
           SET TABLE-OVERFLOWED TO TRUE
           SET RUN-HAS-WARNINGS TO TRUE
           DISPLAY 'ITEM, ELF OR DEPARTMENT TABLE FULL -- '
               'NO TRANSFERS PROPOSED'
           MOVE 'TABLE FULL' TO WS-ERRLOG-OPERATION
           MOVE 'TABLE FULL, NO LEVELING PROPOSAL MADE'
             TO WS-ERRLOG-MESSAGE
           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
           MOVE 'S' TO WS-ERRLOG-SEVERITY
           MOVE 0237 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           MOVE 8 TO RETURN-CODE
           .

       FIND-ROSTER-VERSION.
           MOVE 'N' TO WS-RW-VERSION-STATE
           MOVE 'N' TO WS-RW-WALK-STATE
           MOVE SPACES TO WS-RW-DEPARTMENT
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
                               IF ROS-EFF-DATE <= WS-RUN-DATE
                                   SET RW-VERSION-FOUND TO TRUE
                                   MOVE ROS-DEPARTMENT
                                     TO WS-RW-DEPARTMENT
                                   MOVE ROS-ACTIVE-FLAG
                                     TO WS-RW-ACTIVE-FLAG
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
              AND WS-DP-COUNT < WS-DP-MAX
               ADD 1 TO WS-DP-COUNT
               INITIALIZE WS-DP-ENTRY(WS-DP-COUNT)
               MOVE WS-LOOKUP-DEPT TO WS-DP-NAME(WS-DP-COUNT)
               MOVE WS-DP-COUNT TO WS-DP-FOUND-IX
           END-IF
           .

      * -------- leveling --------

      * The band is the department average plus or minus LEVELPCT
      * percent of it. Elves without a roster department are not a
      * team anyone balances, so they are listed but never levelled.
       LEVEL-ONE-DEPARTMENT.
           COMPUTE WS-DP-AVERAGE(WS-DX) ROUNDED =
               WS-DP-CALS(WS-DX) / WS-DP-ELVES(WS-DX)
           COMPUTE WS-DP-LOWER(WS-DX) ROUNDED =
               WS-DP-AVERAGE(WS-DX) * (100 - WS-LEVEL-PCT) / 100
           COMPUTE WS-DP-UPPER(WS-DX) ROUNDED =
               WS-DP-AVERAGE(WS-DX) * (100 + WS-LEVEL-PCT) / 100

           MOVE ZERO TO WS-MB-COUNT
           PERFORM VARYING WS-EX FROM 1 BY 1
                     UNTIL WS-EX > WS-EL-COUNT
               IF WS-EL-DEPT(WS-EX) = WS-DX
                   ADD 1 TO WS-MB-COUNT
                   MOVE WS-EX TO WS-MB-EL(WS-MB-COUNT)
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-DI-COUNT
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > WS-IT-COUNT
               MOVE WS-IT-FROM-EL(WS-IX) TO WS-EX
               IF WS-EL-DEPT(WS-EX) = WS-DX
                   ADD 1 TO WS-DI-COUNT
                   MOVE WS-IX TO WS-DI-IT(WS-DI-COUNT)
               END-IF
           END-PERFORM

           PERFORM COUNT-OUTSIDE-BAND
           MOVE WS-DP-OUTSIDE-AFTER(WS-DX)
             TO WS-DP-OUTSIDE-BEFORE(WS-DX)

           EVALUATE TRUE
               WHEN WS-DP-NAME(WS-DX) = 'UNASSIGNED'
                   SET DP-UNASSIGNED(WS-DX) TO TRUE
               WHEN WS-DP-OUTSIDE-BEFORE(WS-DX) = ZERO
                   SET DP-ALREADY-LEVEL(WS-DX) TO TRUE
                   ADD 1 TO WS-TOT-ALREADY
               WHEN OTHER
                   MOVE 'N' TO WS-LEVEL-STATE
                   PERFORM MAKE-ONE-MOVE
                       UNTIL LEVEL-DONE
                   PERFORM COUNT-OUTSIDE-BAND
                   IF WS-DP-OUTSIDE-AFTER(WS-DX) = ZERO
                       SET DP-LEVELLED(WS-DX) TO TRUE
                       ADD 1 TO WS-TOT-LEVELLED
                   ELSE
                       SET DP-NOT-LEVELLED(WS-DX) TO TRUE
                       PERFORM FLAG-NOT-LEVELLED
                   END-IF
           END-EVALUATE
           .

       COUNT-OUTSIDE-BAND.
           MOVE ZERO TO WS-DP-OUTSIDE-AFTER(WS-DX)
           PERFORM VARYING WS-MX FROM 1 BY 1
                     UNTIL WS-MX > WS-MB-COUNT
               MOVE WS-MB-EL(WS-MX) TO WS-EX
               MOVE WS-EL-LOAD-AFTER(WS-EX) TO WS-CHECK-LOAD
               PERFORM CHECK-LOAD-IN-BAND
               IF LOAD-OUTSIDE-BAND
                   ADD 1 TO WS-DP-OUTSIDE-AFTER(WS-DX)
               END-IF
           END-PERFORM
           .

       CHECK-LOAD-IN-BAND.
           IF WS-CHECK-LOAD < WS-DP-LOWER(WS-DX)
              OR WS-CHECK-LOAD > WS-DP-UPPER(WS-DX)
               SET LOAD-OUTSIDE-BAND TO TRUE
           ELSE
               MOVE 'N' TO WS-CHECK-STATE
           END-IF
           .

      * One step: weigh moving each item of every elf above the
      * average to every elf below it, where at least one of the two
      * is outside the band, and make the best move. A move must
      * leave both elves nearer the average than the farther of them
      * was, and may not carry more than the gap between them, so
      * every move strictly narrows the spread and the walk always
      * ends. Best is the move that brings the most elves inside the
      * band, then the one that narrows the spread most. Only when no
      * single item will do are exchanges weighed: a larger item one
      * way against a smaller one back, judged on the difference.
       MAKE-ONE-MOVE.
           MOVE ZERO TO WS-BEST-IT WS-BEST-BACK-IT
                        WS-BEST-TAKER-EL WS-BEST-SQUARES
           MOVE -1 TO WS-BEST-INSIDE
           MOVE ZERO TO WS-BACK-IT
           PERFORM VARYING WS-DIX FROM 1 BY 1
                     UNTIL WS-DIX > WS-DI-COUNT
               MOVE WS-DI-IT(WS-DIX) TO WS-IX
               MOVE WS-IT-OWNER-EL(WS-IX) TO WS-DONOR-EL
               MOVE WS-EL-LOAD-AFTER(WS-DONOR-EL) TO WS-DONOR-LOAD
               IF WS-DONOR-LOAD > WS-DP-AVERAGE(WS-DX)
                  AND WS-IT-CALORIES(WS-IX) > ZERO
                   MOVE WS-IT-CALORIES(WS-IX) TO WS-MOVE-CALS
                   PERFORM VARYING WS-MX FROM 1 BY 1
                             UNTIL WS-MX > WS-MB-COUNT
                       MOVE WS-MB-EL(WS-MX) TO WS-TAKER-EL
                       MOVE WS-EL-LOAD-AFTER(WS-TAKER-EL)
                         TO WS-TAKER-LOAD
                       IF WS-TAKER-LOAD < WS-DP-AVERAGE(WS-DX)
                           PERFORM WEIGH-ONE-MOVE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           IF WS-BEST-IT = ZERO
               PERFORM VARYING WS-DIX FROM 1 BY 1
                         UNTIL WS-DIX > WS-DI-COUNT
                   MOVE WS-DI-IT(WS-DIX) TO WS-IX
                   MOVE WS-IT-OWNER-EL(WS-IX) TO WS-DONOR-EL
                   MOVE WS-EL-LOAD-AFTER(WS-DONOR-EL) TO WS-DONOR-LOAD
                   IF WS-DONOR-LOAD > WS-DP-AVERAGE(WS-DX)
                       PERFORM VARYING WS-DJX FROM 1 BY 1
                                 UNTIL WS-DJX > WS-DI-COUNT
                           MOVE WS-DI-IT(WS-DJX) TO WS-BACK-IT
                           MOVE WS-IT-OWNER-EL(WS-BACK-IT)
                             TO WS-TAKER-EL
                           MOVE WS-EL-LOAD-AFTER(WS-TAKER-EL)
                             TO WS-TAKER-LOAD
                           IF WS-TAKER-LOAD < WS-DP-AVERAGE(WS-DX)
                              AND WS-IT-CALORIES(WS-BACK-IT)
                                  < WS-IT-CALORIES(WS-IX)
                               COMPUTE WS-MOVE-CALS =
                                   WS-IT-CALORIES(WS-IX)
                                   - WS-IT-CALORIES(WS-BACK-IT)
                               PERFORM WEIGH-ONE-MOVE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF

           IF WS-BEST-IT = ZERO
               SET LEVEL-DONE TO TRUE
           ELSE
               MOVE WS-IT-OWNER-EL(WS-BEST-IT) TO WS-DONOR-EL
               MOVE WS-IT-CALORIES(WS-BEST-IT) TO WS-MOVE-CALS
               SUBTRACT WS-MOVE-CALS
                   FROM WS-EL-LOAD-AFTER(WS-DONOR-EL)
               ADD WS-MOVE-CALS TO WS-EL-LOAD-AFTER(WS-BEST-TAKER-EL)
               MOVE WS-BEST-TAKER-EL TO WS-IT-OWNER-EL(WS-BEST-IT)
               IF WS-BEST-BACK-IT = ZERO
                   SUBTRACT 1 FROM WS-EL-ITEMS-AFTER(WS-DONOR-EL)
                   ADD 1 TO WS-EL-ITEMS-AFTER(WS-BEST-TAKER-EL)
               ELSE
                   MOVE WS-IT-CALORIES(WS-BEST-BACK-IT)
                     TO WS-MOVE-CALS
                   ADD WS-MOVE-CALS
                     TO WS-EL-LOAD-AFTER(WS-DONOR-EL)
                   SUBTRACT WS-MOVE-CALS
                       FROM WS-EL-LOAD-AFTER(WS-BEST-TAKER-EL)
                   MOVE WS-DONOR-EL TO WS-IT-OWNER-EL(WS-BEST-BACK-IT)
               END-IF
               ADD 1 TO WS-DP-MOVES(WS-DX)
               PERFORM COUNT-OUTSIDE-BAND
               IF WS-DP-OUTSIDE-AFTER(WS-DX) = ZERO
                  OR WS-DP-MOVES(WS-DX) >= WS-MOVE-MAX
                   SET LEVEL-DONE TO TRUE
               END-IF
           END-IF
           .

      * Weighs WS-MOVE-CALS passing from the donor to the taker --
      * one item (WS-IX), or the difference of an exchange of WS-IX
      * for WS-BACK-IT.
       WEIGH-ONE-MOVE.
           IF WS-MOVE-CALS < WS-DONOR-LOAD - WS-TAKER-LOAD
               MOVE ZERO TO WS-OLD-OUTSIDE WS-NEW-OUTSIDE
               MOVE WS-DONOR-LOAD TO WS-CHECK-LOAD
               PERFORM CHECK-LOAD-IN-BAND
               IF LOAD-OUTSIDE-BAND
                   ADD 1 TO WS-OLD-OUTSIDE
               END-IF
               MOVE WS-TAKER-LOAD TO WS-CHECK-LOAD
               PERFORM CHECK-LOAD-IN-BAND
               IF LOAD-OUTSIDE-BAND
                   ADD 1 TO WS-OLD-OUTSIDE
               END-IF

               IF WS-OLD-OUTSIDE > ZERO
                   COMPUTE WS-NEW-DONOR-LOAD =
                       WS-DONOR-LOAD - WS-MOVE-CALS
                   COMPUTE WS-NEW-TAKER-LOAD =
                       WS-TAKER-LOAD + WS-MOVE-CALS
                   MOVE WS-NEW-DONOR-LOAD TO WS-CHECK-LOAD
                   PERFORM CHECK-LOAD-IN-BAND
                   IF LOAD-OUTSIDE-BAND
                       ADD 1 TO WS-NEW-OUTSIDE
                   END-IF
                   MOVE WS-NEW-TAKER-LOAD TO WS-CHECK-LOAD
                   PERFORM CHECK-LOAD-IN-BAND
                   IF LOAD-OUTSIDE-BAND
                       ADD 1 TO WS-NEW-OUTSIDE
                   END-IF

                   COMPUTE WS-OLD-SPREAD =
                       WS-DONOR-LOAD - WS-DP-AVERAGE(WS-DX)
                   COMPUTE WS-DEVIATION =
                       WS-DP-AVERAGE(WS-DX) - WS-TAKER-LOAD
                   IF WS-DEVIATION > WS-OLD-SPREAD
                       MOVE WS-DEVIATION TO WS-OLD-SPREAD
                   END-IF
                   COMPUTE WS-NEW-SPREAD = FUNCTION ABS(
                       WS-NEW-DONOR-LOAD - WS-DP-AVERAGE(WS-DX))
                   COMPUTE WS-DEVIATION = FUNCTION ABS(
                       WS-NEW-TAKER-LOAD - WS-DP-AVERAGE(WS-DX))
                   IF WS-DEVIATION > WS-NEW-SPREAD
                       MOVE WS-DEVIATION TO WS-NEW-SPREAD
                   END-IF

                   IF WS-NEW-SPREAD < WS-OLD-SPREAD
                       COMPUTE WS-GAIN-INSIDE =
                           WS-OLD-OUTSIDE - WS-NEW-OUTSIDE
                       COMPUTE WS-GAIN-SQUARES = WS-MOVE-CALS *
                           (WS-DONOR-LOAD - WS-TAKER-LOAD
                            - WS-MOVE-CALS)
                       IF WS-GAIN-INSIDE > WS-BEST-INSIDE
                          OR (WS-GAIN-INSIDE = WS-BEST-INSIDE
                              AND WS-GAIN-SQUARES > WS-BEST-SQUARES)
                           MOVE WS-IX TO WS-BEST-IT
                           MOVE WS-BACK-IT TO WS-BEST-BACK-IT
                           MOVE WS-TAKER-EL TO WS-BEST-TAKER-EL
                           MOVE WS-GAIN-INSIDE TO WS-BEST-INSIDE
                           MOVE WS-GAIN-SQUARES TO WS-BEST-SQUARES
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       FLAG-NOT-LEVELLED.
           ADD 1 TO WS-TOT-NOT-LEVELLED
           SET RUN-HAS-WARNINGS TO TRUE
           DISPLAY 'DEPARTMENT NOT LEVELLED WITHIN TOLERANCE : '
               WS-DP-NAME(WS-DX)
           MOVE 'LEVEL DEPT' TO WS-ERRLOG-OPERATION
           MOVE SPACES TO WS-ERRLOG-MESSAGE
           STRING 'NOT LEVELLED: ' WS-DP-NAME(WS-DX)
               DELIMITED BY SIZE INTO WS-ERRLOG-MESSAGE
           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
           MOVE 'W' TO WS-ERRLOG-SEVERITY
           MOVE 0235 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           .

      * -------- report and transfer list --------

       WRITE-REPORT-HEADING.
           MOVE SPACES TO LEVELRPTLINE1
           STRING 'AOC-2022-12-01  DEPARTMENT LOAD-LEVELING PROPOSAL'
               DELIMITED BY SIZE INTO LEVELRPTLINE1
           PERFORM WRITE-FILE4
           MOVE WS-LEVEL-PCT TO WS-PCT-X
           MOVE SPACES TO LEVELRPTLINE1
           STRING 'BUSN DATE ' WS-RUN-DATE
               '  RUN ID ' WS-RUN-ID
               '  TOLERANCE ' WS-PCT-X
               ' PCT OF DEPARTMENT AVERAGE'
               DELIMITED BY SIZE INTO LEVELRPTLINE1
           PERFORM WRITE-FILE4
           IF WS-SKIPPED-ITEMS > ZERO
               MOVE WS-SKIPPED-ITEMS TO WS-COUNT-X
               MOVE SPACES TO LEVELRPTLINE1
               STRING 'ITEM RECORDS NOT CONSIDERED (NOT NUMERIC) : '
                   WS-COUNT-X
                   DELIMITED BY SIZE INTO LEVELRPTLINE1
               PERFORM WRITE-FILE4
           END-IF
           .

      * Per department: the figures the band is built from, the
      * transfers, the before/after table and the result line.
       WRITE-DEPARTMENT-BLOCK.
           MOVE SPACES TO LEVELRPTLINE1
           PERFORM WRITE-FILE4
           MOVE WS-DP-ELVES(WS-DX) TO WS-ITEMS-X
           MOVE WS-DP-ITEMS(WS-DX) TO WS-COUNT-X
           MOVE WS-DP-CALS(WS-DX)  TO WS-CALS-X
           MOVE SPACES TO LEVELRPTLINE1
           STRING 'DEPARTMENT ' WS-DP-NAME(WS-DX)
               '  ELVES ' WS-ITEMS-X
               '  ITEMS ' WS-COUNT-X
               '  CALORIES ' WS-CALS-X
               DELIMITED BY SIZE INTO LEVELRPTLINE1
           PERFORM WRITE-FILE4
           MOVE WS-DP-AVERAGE(WS-DX) TO WS-AVG-X
           MOVE WS-DP-LOWER(WS-DX)   TO WS-LOWER-X
           MOVE WS-DP-UPPER(WS-DX)   TO WS-UPPER-X
           MOVE SPACES TO LEVELRPTLINE1
           STRING '  AVERAGE ' WS-AVG-X
               '   BAND ' WS-LOWER-X ' TO ' WS-UPPER-X
               DELIMITED BY SIZE INTO LEVELRPTLINE1
           PERFORM WRITE-FILE4

           IF DP-LEVELLED(WS-DX)
              OR DP-NOT-LEVELLED(WS-DX)
               PERFORM WRITE-DEPARTMENT-TRANSFERS
           END-IF

           MOVE SPACES TO LEVELRPTLINE1
           PERFORM WRITE-FILE4
           MOVE SPACES TO LEVELRPTLINE1
           STRING '  ELF      ITEMS  CALORIES BEFORE  VS AVG %'
               '   ITEMS   CALORIES AFTER  VS AVG %'
               DELIMITED BY SIZE INTO LEVELRPTLINE1
           PERFORM WRITE-FILE4
           PERFORM VARYING WS-MX FROM 1 BY 1
                     UNTIL WS-MX > WS-MB-COUNT
               MOVE WS-MB-EL(WS-MX) TO WS-EX
               PERFORM WRITE-LOAD-LINE
           END-PERFORM

           MOVE SPACES TO LEVELRPTLINE1
           EVALUATE TRUE
               WHEN DP-UNASSIGNED(WS-DX)
                   STRING '  RESULT : NOT LEVELLED -- ELVES WITH NO '
                       'ROSTER DEPARTMENT'
                       DELIMITED BY SIZE INTO LEVELRPTLINE1
               WHEN DP-ALREADY-LEVEL(WS-DX)
                   STRING '  RESULT : ALREADY WITHIN TOLERANCE -- '
                       'NO TRANSFERS'
                       DELIMITED BY SIZE INTO LEVELRPTLINE1
               WHEN DP-LEVELLED(WS-DX)
                   MOVE WS-DP-TRANSFERS(WS-DX) TO WS-ITEMS-X
                   STRING '  RESULT : LEVELLED WITHIN TOLERANCE BY '
                       WS-ITEMS-X ' TRANSFERS'
                       DELIMITED BY SIZE INTO LEVELRPTLINE1
               WHEN OTHER
                   MOVE WS-DP-OUTSIDE-AFTER(WS-DX) TO WS-ITEMS-X
                   STRING '  RESULT : *** CANNOT BE LEVELLED WITHIN '
                       'TOLERANCE BY WHOLE ITEMS -- '
                       WS-ITEMS-X ' ELVES STILL OUTSIDE THE BAND'
                       DELIMITED BY SIZE INTO LEVELRPTLINE1
           END-EVALUATE
           PERFORM WRITE-FILE4
           .

      * Only the net effect is listed: an item that changed hands more
      * than once during the search moves once, from the elf that
      * carries it today to the elf it ends with.
       WRITE-DEPARTMENT-TRANSFERS.
           MOVE SPACES TO LEVELRPTLINE1
           PERFORM WRITE-FILE4
           MOVE SPACES TO LEVELRPTLINE1
           STRING '  FROM ELF  TO ELF   ITEM   ITEM LINE'
               '        CALORIES'
               DELIMITED BY SIZE INTO LEVELRPTLINE1
           PERFORM WRITE-FILE4
           PERFORM VARYING WS-DIX FROM 1 BY 1
                     UNTIL WS-DIX > WS-DI-COUNT
               MOVE WS-DI-IT(WS-DIX) TO WS-IX
               IF WS-IT-OWNER-EL(WS-IX) NOT = WS-IT-FROM-EL(WS-IX)
                   PERFORM WRITE-ONE-TRANSFER
               END-IF
           END-PERFORM
           IF WS-DP-TRANSFERS(WS-DX) = ZERO
               MOVE SPACES TO LEVELRPTLINE1
               MOVE '  NO WHOLE-ITEM TRANSFER IMPROVES THIS DEPARTMENT'
                 TO LEVELRPTLINE1
               PERFORM WRITE-FILE4
           END-IF
           .

       WRITE-ONE-TRANSFER.
           ADD 1 TO WS-DP-TRANSFERS(WS-DX)
           ADD 1 TO WS-TOT-TRANSFERS
           MOVE WS-IT-FROM-EL(WS-IX) TO WS-EX
           MOVE WS-EL-ELF(WS-EX) TO WS-ELF-X
           MOVE WS-IT-OWNER-EL(WS-IX) TO WS-EX
           MOVE WS-EL-ELF(WS-EX) TO WS-TO-ELF-X
           MOVE WS-IT-ITEM-SEQ(WS-IX)    TO WS-SEQ-X
           MOVE WS-IT-LINE-NUMBER(WS-IX) TO WS-LINE-X
           MOVE WS-IT-CALORIES(WS-IX)    TO WS-CALS-X
           MOVE SPACES TO LEVELRPTLINE1
           STRING '  ' WS-ELF-X '     ' WS-TO-ELF-X
               '    ' WS-SEQ-X '     ' WS-LINE-X
               '  ' WS-CALS-X
               DELIMITED BY SIZE INTO LEVELRPTLINE1
           PERFORM WRITE-FILE4

           MOVE SPACES TO LEVELXFERRECORD1
           MOVE WS-RUN-DATE              TO XFR-BUSN-DATE
           MOVE WS-RUN-ID                TO XFR-RUN-ID
           MOVE WS-DP-NAME(WS-DX)        TO XFR-DEPARTMENT
           MOVE WS-ELF-X                 TO XFR-FROM-ELF
           MOVE WS-TO-ELF-X              TO XFR-TO-ELF
           MOVE WS-IT-ITEM-SEQ(WS-IX)    TO XFR-ITEM-SEQ
           MOVE WS-IT-LINE-NUMBER(WS-IX) TO XFR-LINE-NUMBER
           MOVE WS-IT-CALORIES(WS-IX)    TO XFR-CALORIES
           PERFORM WRITE-FILE3
           .

       WRITE-LOAD-LINE.
           MOVE ZERO TO WS-PCT-OF-AVG
           IF WS-DP-AVERAGE(WS-DX) > ZERO
               COMPUTE WS-PCT-OF-AVG ROUNDED =
                   (WS-EL-LOAD-BEFORE(WS-EX) - WS-DP-AVERAGE(WS-DX))
                   * 100 / WS-DP-AVERAGE(WS-DX)
           END-IF
           MOVE WS-PCT-OF-AVG TO WS-VS-AVG-X
           MOVE ZERO TO WS-PCT-OF-AVG
           IF WS-DP-AVERAGE(WS-DX) > ZERO
               COMPUTE WS-PCT-OF-AVG ROUNDED =
                   (WS-EL-LOAD-AFTER(WS-EX) - WS-DP-AVERAGE(WS-DX))
                   * 100 / WS-DP-AVERAGE(WS-DX)
           END-IF
           MOVE WS-PCT-OF-AVG TO WS-VS-AVG-AFTER-X

           MOVE SPACES TO WS-OUTSIDE-TEXT
           IF NOT DP-UNASSIGNED(WS-DX)
               MOVE WS-EL-LOAD-AFTER(WS-EX) TO WS-CHECK-LOAD
               PERFORM CHECK-LOAD-IN-BAND
               IF LOAD-OUTSIDE-BAND
                   MOVE '  OUTSIDE BAND' TO WS-OUTSIDE-TEXT
               END-IF
           END-IF

           MOVE WS-EL-ELF(WS-EX)          TO WS-ELF-X
           MOVE WS-EL-ITEMS-BEFORE(WS-EX) TO WS-ITEMS-X
           MOVE WS-EL-LOAD-BEFORE(WS-EX)  TO WS-CALS-X
           MOVE WS-EL-ITEMS-AFTER(WS-EX)  TO WS-ITEMS-AFTER-X
           MOVE WS-EL-LOAD-AFTER(WS-EX)   TO WS-LOAD-AFTER-X
           MOVE SPACES TO LEVELRPTLINE1
           STRING '  ' WS-ELF-X '   ' WS-ITEMS-X
               '    ' WS-CALS-X ' ' WS-VS-AVG-X
               '  ' WS-ITEMS-AFTER-X
               '    ' WS-LOAD-AFTER-X ' ' WS-VS-AVG-AFTER-X
               WS-OUTSIDE-TEXT
               DELIMITED BY SIZE INTO LEVELRPTLINE1
           PERFORM WRITE-FILE4
           .

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO LEVELRPTLINE1
           PERFORM WRITE-FILE4
           MOVE SPACES TO LEVELRPTLINE1
           MOVE 'SUMMARY' TO LEVELRPTLINE1
           PERFORM WRITE-FILE4
           MOVE WS-DP-COUNT TO WS-COUNT-X
           MOVE SPACES TO LEVELRPTLINE1
           STRING '  DEPARTMENTS                  ' WS-COUNT-X
               DELIMITED BY SIZE INTO LEVELRPTLINE1
           PERFORM WRITE-FILE4
           MOVE WS-TOT-ALREADY TO WS-COUNT-X
           MOVE SPACES TO LEVELRPTLINE1
           STRING '  ALREADY WITHIN TOLERANCE     ' WS-COUNT-X
               DELIMITED BY SIZE INTO LEVELRPTLINE1
           PERFORM WRITE-FILE4
           MOVE WS-TOT-LEVELLED TO WS-COUNT-X
           MOVE SPACES TO LEVELRPTLINE1
           STRING '  LEVELLED BY TRANSFERS        ' WS-COUNT-X
               DELIMITED BY SIZE INTO LEVELRPTLINE1
           PERFORM WRITE-FILE4
           MOVE WS-TOT-NOT-LEVELLED TO WS-COUNT-X
           MOVE SPACES TO LEVELRPTLINE1
           STRING '  CANNOT BE LEVELLED (***)     ' WS-COUNT-X
               DELIMITED BY SIZE INTO LEVELRPTLINE1
           PERFORM WRITE-FILE4
           MOVE WS-TOT-TRANSFERS TO WS-COUNT-X
           MOVE SPACES TO LEVELRPTLINE1
           STRING '  TRANSFERS PROPOSED           ' WS-COUNT-X
               DELIMITED BY SIZE INTO LEVELRPTLINE1
           PERFORM WRITE-FILE4
           .

       OPEN-FILE3.
           OPEN OUTPUT LEVELXFERFILE1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON TRANSFER LIST'
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
           WRITE LEVELXFERRECORD1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON TRANSFER LIST'
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
           CLOSE LEVELXFERFILE1
           .

       OPEN-FILE4.
           OPEN OUTPUT LEVELRPTFILE1
           IF NOT FILE4-STATUS-OK
               MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON LOAD-LEVELING REPORT'
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
           WRITE LEVELRPTLINE1
           IF NOT FILE4-STATUS-OK
               MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON LOAD-LEVELING REPORT'
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
           CLOSE LEVELRPTFILE1
           .

      * The stamp is the first record of the item-detail file; the
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

           MOVE SPACES TO WS-LEVELXFERFILE1-OVERRIDE
           DISPLAY "LEVELXFERFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-LEVELXFERFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-LEVELXFERFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-LEVELXFERFILE1-OVERRIDE)
                 TO WS-LEVELXFERFILE1-PATH
           END-IF

           MOVE SPACES TO WS-LEVELRPTFILE1-OVERRIDE
           DISPLAY "LEVELRPTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-LEVELRPTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-LEVELRPTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-LEVELRPTFILE1-OVERRIDE)
                 TO WS-LEVELRPTFILE1-PATH
           END-IF

           MOVE SPACES TO WS-LEVEL-PCT-OVERRIDE
           DISPLAY "LEVELPCT" UPON ENVIRONMENT-NAME
           ACCEPT WS-LEVEL-PCT-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

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
      * missing roster leaves every elf UNASSIGNED, which is listed
      * but not levelled, and the run warns.
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
           MOVE 'ADV221201.18' TO ERL-PROGRAM-ID
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
