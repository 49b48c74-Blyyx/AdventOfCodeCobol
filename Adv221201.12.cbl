       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-12-01-DUPCHECK.
       AUTHOR. MARC BRASSART.

      * Copied-list detection. Every line of a resubmitted list is
      * numeric and plausible, so the counting jobs accept it; only the
      * item-level detail shows it up. Each elf group's item values, in
      * ITM-ITEM-SEQ order, are compared:
      *   - against every other group of the same business date (one
      *     elf handing in another elf's list), and
      *   - against the same elf's group in the prior generation's item
      *     detail (yesterday's list handed in again).
      * A suspect is reported with both sides' elf numbers, item counts
      * and source file/line ranges, and one line per suspect group is
      * written to SUSPECTFILE1 for AOC-2022-12-01-EXCREG to post to the
      * exception register as SUSPECTED. Nothing here stops the cycle:
      * suspects end the step with a warning (return code 4).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMDETAILFILE1 ASSIGN
            TO DYNAMIC WS-ITEMDETAILFILE1-PATH
            FILE STATUS IS FILE1-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PREVITEMDETAIL1 ASSIGN
            TO DYNAMIC WS-PREVITEMDETAIL1-PATH
            FILE STATUS IS FILE2-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUPRPTFILE1 ASSIGN
            TO DYNAMIC WS-DUPRPTFILE1-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPECTFILE1 ASSIGN
            TO DYNAMIC WS-SUSPECTFILE1-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Adv221201.01's item-level detail, checked against its
      * ITEMDETAIL layout stamp. Items of one group are
      * written consecutively with ITM-ITEM-SEQ restarting at 1.
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

      * The same layout, from the prior generation's directory.
         FD PREVITEMDETAIL1.
         01 PREVITEMRECORD1.
            05 PIT-ELF-NUMBER   PIC 9(05).
            05 PIT-FILLER1      PIC X(02).
            05 PIT-ITEM-SEQ     PIC 9(04).
            05 PIT-FILLER2      PIC X(02).
            05 PIT-LINE-NUMBER  PIC 9(07).
            05 PIT-FILLER3      PIC X(02).
            05 PIT-CALORIES     PIC 9(09).
            05 PIT-FILLER4      PIC X(02).
            05 PIT-SOURCE-PATH  PIC X(250).

         FD DUPRPTFILE1.
         01 DUPRPTLINE1 PIC X(132).

      * One record per suspect group, consumed by
      * AOC-2022-12-01-EXCREG. SUS-LINE-NUMBER is the group's first
      * input line -- the register's key alongside the business date.
      * SUS-TEXT says what it matched: "DUP nnnnn" another elf's group
      * today, "PRV nnnnn" the elf's own prior-generation group.
         FD SUSPECTFILE1.
         01 SUSPECTRECORD1.
            05 SUS-LINE-NUMBER  PIC 9(07).
            05 SUS-FILLER1      PIC X(02).
            05 SUS-TEXT         PIC X(09).
            05 SUS-FILLER2      PIC X(02).
            05 SUS-SOURCE-PATH  PIC X(250).
            05 SUS-FILLER3      PIC X(02).
            05 SUS-ELF-NUMBER   PIC 9(05).

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

      * The prior generation's item detail is resolved by the driving
      * job through the generation catalog. No path (first cycle, or
      * that generation purged) simply skips the day-over-day check.
         01 WS-PREVITEMDETAIL1-PATH PIC X(250) VALUE SPACES.
         01 WS-PREV-STATE PIC X VALUE 'N'.
            88 PREV-SUPPLIED VALUE 'Y'.

         01 WS-DUPRPTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.duplicates.txt".
         01 WS-DUPRPTFILE1-OVERRIDE PIC X(250).

         01 WS-SUSPECTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.suspects.txt".
         01 WS-SUSPECTFILE1-OVERRIDE PIC X(250).

      * Groups shorter than this are not compared: two elves each
      * carrying the same single item is coincidence, not copying.
         01 WS-DUP-MIN-ITEMS PIC 9(04) VALUE 3.
         01 WS-DUP-MIN-ITEMS-OVERRIDE PIC X(04).

         01 WS-ERRORLOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "errorlog.txt".
         01 WS-ERRORLOGFILE1-OVERRIDE PIC X(250).

      * FILE STATUS
         01 FILE1-STATUS PIC 9(02).
            88 FILE1-STATUS-OK       VALUE 00.
            88 FILE1-STATUS-EOF      VALUE 10.
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

      * The item-detail layout this step's FDs were written for; a
      * file stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-ITM-LAYOUT-ID      PIC X(12) VALUE 'ITEMDETAIL'.
         01 WS-ITM-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * The suspect-file layout this step writes and stamps at the
      * head of SUSPECTFILE1 -- bump the version whenever
      * SUSPECTRECORD1 changes.
         01 WS-SUS-LAYOUT-ID      PIC X(12) VALUE 'SUSPECT'.
         01 WS-SUS-LAYOUT-VERSION PIC X(02) VALUE '01'.
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

      * WORKING VARIABLES
      * Both generations are held in memory: item values in one flat
      * table per generation, and one descriptor per group pointing at
      * its first item. The count, total and position-weighted sum
      * are the group's fingerprint -- two groups are only compared
      * item by item when all three agree.
         01 WS-ITEM-MAX           PIC 9(06) VALUE 30000.
         01 WS-GROUP-MAX          PIC 9(05) VALUE 3000.

         01 WS-CUR-ITEM-COUNT     PIC 9(06) VALUE ZERO.
         01 WS-CUR-ITEM-TAB.
            05 WS-CUR-ITEM-CALS   PIC 9(09) OCCURS 30000 TIMES.
         01 WS-CUR-GROUP-COUNT    PIC 9(05) VALUE ZERO.
         01 WS-CUR-GROUP-TAB.
            05 WS-CUR-GROUP OCCURS 3000 TIMES.
               10 WS-CG-ELF         PIC 9(05).
               10 WS-CG-FIRST-ITEM  PIC 9(06).
               10 WS-CG-ITEMS       PIC 9(04).
               10 WS-CG-FIRST-LINE  PIC 9(07).
               10 WS-CG-LAST-LINE   PIC 9(07).
               10 WS-CG-TOTAL       PIC 9(12).
               10 WS-CG-WEIGHTED    PIC 9(18).
               10 WS-CG-SOURCE      PIC X(250).
               10 WS-CG-SUSPECT     PIC X(01).
                  88 CG-POSTED         VALUE 'Y'.

         01 WS-PRV-ITEM-COUNT     PIC 9(06) VALUE ZERO.
         01 WS-PRV-ITEM-TAB.
            05 WS-PRV-ITEM-CALS   PIC 9(09) OCCURS 30000 TIMES.
         01 WS-PRV-GROUP-COUNT    PIC 9(05) VALUE ZERO.
         01 WS-PRV-GROUP-TAB.
            05 WS-PRV-GROUP OCCURS 3000 TIMES.
               10 WS-PG-ELF         PIC 9(05).
               10 WS-PG-FIRST-ITEM  PIC 9(06).
               10 WS-PG-ITEMS       PIC 9(04).
               10 WS-PG-FIRST-LINE  PIC 9(07).
               10 WS-PG-LAST-LINE   PIC 9(07).
               10 WS-PG-TOTAL       PIC 9(12).
               10 WS-PG-WEIGHTED    PIC 9(18).
               10 WS-PG-SOURCE      PIC X(250).

      * Load state: a table overflow stops loading that generation and
      * is warned, so a partial comparison is never mistaken for a
      * clean one.
         01 WS-CUR-OVERFLOW-STATE PIC X VALUE 'N'.
            88 CUR-OVERFLOWED VALUE 'Y'.
         01 WS-PRV-OVERFLOW-STATE PIC X VALUE 'N'.
            88 PRV-OVERFLOWED VALUE 'Y'.
         01 WS-PRV-LOADED-STATE PIC X VALUE 'N'.
            88 PRV-LOADED VALUE 'Y'.

         01 WS-GX                 PIC 9(05) COMP-3.
         01 WS-GY                 PIC 9(05) COMP-3.
         01 WS-MATCH-IX           PIC 9(05) COMP-3.
         01 WS-IX                 PIC 9(06) COMP-3.
         01 WS-IX-A               PIC 9(06) COMP-3.
         01 WS-IX-B               PIC 9(06) COMP-3.
         01 WS-ITEMS-SAME-STATE   PIC X VALUE 'N'.
            88 ITEMS-SAME VALUE 'Y'.

         01 WS-SAME-DAY-COUNT     PIC 9(05) VALUE ZERO.
         01 WS-PRIOR-GEN-COUNT    PIC 9(05) VALUE ZERO.
         01 WS-SUSPECT-COUNT      PIC 9(05) VALUE ZERO.
         01 WS-SHORT-COUNT        PIC 9(05) VALUE ZERO.
         01 WS-RUN-DATE           PIC 9(08).

         01 WS-WARNING-STATE PIC X VALUE 'N'.
            88 RUN-HAS-WARNINGS VALUE 'Y'.

      * REPORT EDIT FIELDS
         01 WS-RUN-DATE-EDIT      PIC 9999/99/99.
         01 WS-COUNT-X            PIC ZZZZ9.
         01 WS-ITEMS-X            PIC ZZZ9.
         01 WS-ITEMS2-X           PIC ZZZ9.
         01 WS-SUS-TAG            PIC X(04).
         01 WS-SUS-ELF            PIC 9(05).

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
           MOVE WS-RUN-DATE TO WS-RUN-DATE-EDIT

           PERFORM LOAD-CURRENT-ITEMS
           IF PREV-SUPPLIED
               PERFORM LOAD-PRIOR-ITEMS
           END-IF

           PERFORM OPEN-FILE3
           PERFORM OPEN-FILE4
           PERFORM WRITE-DUP-HEADING
           PERFORM CHECK-SAME-DAY-COPIES
           PERFORM CHECK-PRIOR-GEN-COPIES
           PERFORM WRITE-DUP-TOTALS
           PERFORM CLOSE-FILE4
           PERFORM CLOSE-FILE3

           IF WS-SUSPECT-COUNT > ZERO
               SET RUN-HAS-WARNINGS TO TRUE
               MOVE 'DUP CHECK' TO WS-ERRLOG-OPERATION
               MOVE SPACES TO WS-ERRLOG-MESSAGE
               STRING WS-SUSPECT-COUNT
                   ' GROUPS SUSPECTED COPIED'
                   DELIMITED BY SIZE INTO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0136 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF

           DISPLAY 'GROUPS TODAY           : ' WS-CUR-GROUP-COUNT
           DISPLAY 'GROUPS PRIOR GENERATION: ' WS-PRV-GROUP-COUNT
           DISPLAY 'SAME-DAY COPIES        : ' WS-SAME-DAY-COUNT
           DISPLAY 'PRIOR-GENERATION COPIES: ' WS-PRIOR-GEN-COUNT
           DISPLAY 'SUSPECT GROUPS POSTED  : ' WS-SUSPECT-COUNT

           PERFORM CLOSE-ERRORLOG
           .

      * -------- load --------

       LOAD-CURRENT-ITEMS.
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
                  OR CUR-OVERFLOWED
               READ ITEMDETAILFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       PERFORM LOAD-ONE-CURRENT-ITEM
               END-READ
           END-PERFORM
           CLOSE ITEMDETAILFILE1
           IF CUR-OVERFLOWED
               MOVE 'CURRENT' TO WS-ERRLOG-MESSAGE
               PERFORM WARN-TABLE-OVERFLOW
           END-IF
           .

       LOAD-ONE-CURRENT-ITEM.
           IF WS-CUR-ITEM-COUNT >= WS-ITEM-MAX
               SET CUR-OVERFLOWED TO TRUE
           ELSE
               IF ITM-ITEM-SEQ = 1
                  OR WS-CUR-GROUP-COUNT = ZERO
                  OR ITM-ELF-NUMBER NOT = WS-CG-ELF(WS-CUR-GROUP-COUNT)
                   IF WS-CUR-GROUP-COUNT >= WS-GROUP-MAX
                       SET CUR-OVERFLOWED TO TRUE
                   ELSE
                       ADD 1 TO WS-CUR-GROUP-COUNT
                       MOVE WS-CUR-GROUP-COUNT TO WS-GX
                       MOVE ITM-ELF-NUMBER  TO WS-CG-ELF(WS-GX)
                       COMPUTE WS-CG-FIRST-ITEM(WS-GX) =
                           WS-CUR-ITEM-COUNT + 1
                       MOVE ZERO            TO WS-CG-ITEMS(WS-GX)
                       MOVE ITM-LINE-NUMBER TO WS-CG-FIRST-LINE(WS-GX)
                       MOVE ZERO            TO WS-CG-TOTAL(WS-GX)
                       MOVE ZERO            TO WS-CG-WEIGHTED(WS-GX)
                       MOVE ITM-SOURCE-PATH TO WS-CG-SOURCE(WS-GX)
                       MOVE 'N'             TO WS-CG-SUSPECT(WS-GX)
                   END-IF
               END-IF
           END-IF
           IF NOT CUR-OVERFLOWED
               MOVE WS-CUR-GROUP-COUNT TO WS-GX
               ADD 1 TO WS-CUR-ITEM-COUNT
               MOVE ITM-CALORIES TO WS-CUR-ITEM-CALS(WS-CUR-ITEM-COUNT)
               ADD 1 TO WS-CG-ITEMS(WS-GX)
               MOVE ITM-LINE-NUMBER TO WS-CG-LAST-LINE(WS-GX)
               ADD ITM-CALORIES TO WS-CG-TOTAL(WS-GX)
               COMPUTE WS-CG-WEIGHTED(WS-GX) = WS-CG-WEIGHTED(WS-GX)
                   + ITM-CALORIES * WS-CG-ITEMS(WS-GX)
           END-IF
           .

       LOAD-PRIOR-ITEMS.
           OPEN INPUT PREVITEMDETAIL1
           IF FILE2-STATUS-NOTFOUND
               DISPLAY 'PRIOR GENERATION ITEM DETAIL NOT FOUND -- '
                   'DAY-OVER-DAY CHECK SKIPPED'
           ELSE
               IF NOT FILE2-STATUS-OK
                   SET RUN-HAS-WARNINGS TO TRUE
                   MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON PRIOR ITEM DETAIL'
                   DISPLAY 'FILE STATUS : ' FILE2-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 'OPEN PITEM' TO WS-ERRLOG-OPERATION
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0003 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               ELSE
                   PERFORM READ-PRIOR-ITEM-LAYOUT-STAMP
                   SET PRV-LOADED TO TRUE
                   PERFORM UNTIL FILE2-STATUS-EOF
                          OR NOT FILE2-STATUS-OK
                          OR PRV-OVERFLOWED
                       READ PREVITEMDETAIL1
                           AT END
                               CONTINUE
                            NOT AT END
                               PERFORM LOAD-ONE-PRIOR-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE PREVITEMDETAIL1
                   IF PRV-OVERFLOWED
                       MOVE 'PRIOR' TO WS-ERRLOG-MESSAGE
                       PERFORM WARN-TABLE-OVERFLOW
                   END-IF
               END-IF
           END-IF
           .

       LOAD-ONE-PRIOR-ITEM.
           IF WS-PRV-ITEM-COUNT >= WS-ITEM-MAX
               SET PRV-OVERFLOWED TO TRUE
           ELSE
               IF PIT-ITEM-SEQ = 1
                  OR WS-PRV-GROUP-COUNT = ZERO
                  OR PIT-ELF-NUMBER NOT = WS-PG-ELF(WS-PRV-GROUP-COUNT)
                   IF WS-PRV-GROUP-COUNT >= WS-GROUP-MAX
                       SET PRV-OVERFLOWED TO TRUE
                   ELSE
                       ADD 1 TO WS-PRV-GROUP-COUNT
                       MOVE WS-PRV-GROUP-COUNT TO WS-GY
                       MOVE PIT-ELF-NUMBER  TO WS-PG-ELF(WS-GY)
                       COMPUTE WS-PG-FIRST-ITEM(WS-GY) =
                           WS-PRV-ITEM-COUNT + 1
                       MOVE ZERO            TO WS-PG-ITEMS(WS-GY)
                       MOVE PIT-LINE-NUMBER TO WS-PG-FIRST-LINE(WS-GY)
                       MOVE ZERO            TO WS-PG-TOTAL(WS-GY)
                       MOVE ZERO            TO WS-PG-WEIGHTED(WS-GY)
                       MOVE PIT-SOURCE-PATH TO WS-PG-SOURCE(WS-GY)
                   END-IF
               END-IF
           END-IF
           IF NOT PRV-OVERFLOWED
               MOVE WS-PRV-GROUP-COUNT TO WS-GY
               ADD 1 TO WS-PRV-ITEM-COUNT
               MOVE PIT-CALORIES TO WS-PRV-ITEM-CALS(WS-PRV-ITEM-COUNT)
               ADD 1 TO WS-PG-ITEMS(WS-GY)
               MOVE PIT-LINE-NUMBER TO WS-PG-LAST-LINE(WS-GY)
               ADD PIT-CALORIES TO WS-PG-TOTAL(WS-GY)
               COMPUTE WS-PG-WEIGHTED(WS-GY) = WS-PG-WEIGHTED(WS-GY)
                   + PIT-CALORIES * WS-PG-ITEMS(WS-GY)
           END-IF
           .

      * Caller leaves 'CURRENT' or 'PRIOR' in WS-ERRLOG-MESSAGE.
       WARN-TABLE-OVERFLOW.
           SET RUN-HAS-WARNINGS TO TRUE
           DISPLAY 'ITEM TABLE FULL -- '
               FUNCTION TRIM(WS-ERRLOG-MESSAGE)
               ' GENERATION ONLY PARTLY COMPARED'
           MOVE 'DUP TAB' TO WS-ERRLOG-OPERATION
           MOVE SPACES TO WS-ERRLOG-MESSAGE
           MOVE 'ITEM TABLE FULL, COMPARISON PARTIAL'
             TO WS-ERRLOG-MESSAGE
           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
           MOVE 'W' TO WS-ERRLOG-SEVERITY
           MOVE 0137 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           .

      * -------- compare --------

       WRITE-DUP-HEADING.
           MOVE SPACES TO DUPRPTLINE1
           MOVE 'AOC-2022-12-01  SUSPECTED COPIED CALORIE GROUPS'
             TO DUPRPTLINE1
           PERFORM WRITE-FILE3

           MOVE SPACES TO DUPRPTLINE1
           STRING 'BUSN DATE : ' WS-RUN-DATE-EDIT
               '  RUN ID : ' WS-RUN-ID
               '  MINIMUM ITEMS COMPARED : ' WS-DUP-MIN-ITEMS
               DELIMITED BY SIZE INTO DUPRPTLINE1
           PERFORM WRITE-FILE3

           MOVE SPACES TO DUPRPTLINE1
           PERFORM WRITE-FILE3
           .

      * Every group is matched against every other; the first other
      * group with the same items is named as its counterpart. Both
      * sides of a pair are listed and posted -- which of the two is
      * the copy is for the follow-up to decide, not this program.
       CHECK-SAME-DAY-COPIES.
           MOVE SPACES TO DUPRPTLINE1
           MOVE 'SAME BUSINESS DATE -- GROUP IDENTICAL TO ANOTHER ELF'
             TO DUPRPTLINE1
           PERFORM WRITE-FILE3

           PERFORM VARYING WS-GX FROM 1 BY 1
                     UNTIL WS-GX > WS-CUR-GROUP-COUNT
               IF WS-CG-ITEMS(WS-GX) < WS-DUP-MIN-ITEMS
                   ADD 1 TO WS-SHORT-COUNT
               ELSE
                   PERFORM FIND-SAME-DAY-MATCH
                   IF WS-MATCH-IX > ZERO
                       PERFORM REPORT-SAME-DAY-COPY
                   END-IF
               END-IF
           END-PERFORM

           IF WS-SAME-DAY-COUNT = ZERO
               MOVE SPACES TO DUPRPTLINE1
               MOVE '  NONE' TO DUPRPTLINE1
               PERFORM WRITE-FILE3
           END-IF
           MOVE SPACES TO DUPRPTLINE1
           PERFORM WRITE-FILE3
           .

       FIND-SAME-DAY-MATCH.
           MOVE ZERO TO WS-MATCH-IX
           PERFORM VARYING WS-GY FROM 1 BY 1
                     UNTIL WS-GY > WS-CUR-GROUP-COUNT
                        OR WS-MATCH-IX > ZERO
               IF WS-GY NOT = WS-GX
                  AND WS-CG-ELF(WS-GY) NOT = WS-CG-ELF(WS-GX)
                  AND WS-CG-ITEMS(WS-GY)    = WS-CG-ITEMS(WS-GX)
                  AND WS-CG-TOTAL(WS-GY)    = WS-CG-TOTAL(WS-GX)
                  AND WS-CG-WEIGHTED(WS-GY) = WS-CG-WEIGHTED(WS-GX)
                   MOVE WS-CG-FIRST-ITEM(WS-GX) TO WS-IX-A
                   MOVE WS-CG-FIRST-ITEM(WS-GY) TO WS-IX-B
                   PERFORM COMPARE-CURRENT-ITEMS
                   IF ITEMS-SAME
                       MOVE WS-GY TO WS-MATCH-IX
                   END-IF
               END-IF
           END-PERFORM
           .

      * Fingerprints agree; confirm item by item so a hash collision
      * can never post a false suspect.
       COMPARE-CURRENT-ITEMS.
           SET ITEMS-SAME TO TRUE
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > WS-CG-ITEMS(WS-GX)
                        OR NOT ITEMS-SAME
               IF WS-CUR-ITEM-CALS(WS-IX-A) NOT =
                  WS-CUR-ITEM-CALS(WS-IX-B)
                   MOVE 'N' TO WS-ITEMS-SAME-STATE
               END-IF
               ADD 1 TO WS-IX-A
               ADD 1 TO WS-IX-B
           END-PERFORM
           .

       REPORT-SAME-DAY-COPY.
           ADD 1 TO WS-SAME-DAY-COUNT
           MOVE WS-CG-ITEMS(WS-GX)        TO WS-ITEMS-X
           MOVE WS-CG-ITEMS(WS-MATCH-IX)  TO WS-ITEMS2-X
           MOVE SPACES TO DUPRPTLINE1
           STRING '  ELF ' WS-CG-ELF(WS-GX)
               ' ITEMS ' WS-ITEMS-X
               ' LINES ' WS-CG-FIRST-LINE(WS-GX)
               '-' WS-CG-LAST-LINE(WS-GX)
               '  SAME AS ELF ' WS-CG-ELF(WS-MATCH-IX)
               ' ITEMS ' WS-ITEMS2-X
               ' LINES ' WS-CG-FIRST-LINE(WS-MATCH-IX)
               '-' WS-CG-LAST-LINE(WS-MATCH-IX)
               DELIMITED BY SIZE INTO DUPRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO DUPRPTLINE1
           STRING '      SOURCE ' WS-CG-SOURCE(WS-GX)
               DELIMITED BY SIZE INTO DUPRPTLINE1
           PERFORM WRITE-FILE3
           IF WS-CG-SOURCE(WS-MATCH-IX) NOT = WS-CG-SOURCE(WS-GX)
               MOVE SPACES TO DUPRPTLINE1
               STRING '      VERSUS ' WS-CG-SOURCE(WS-MATCH-IX)
                   DELIMITED BY SIZE INTO DUPRPTLINE1
               PERFORM WRITE-FILE3
           END-IF

           MOVE 'DUP ' TO WS-SUS-TAG
           MOVE WS-CG-ELF(WS-MATCH-IX) TO WS-SUS-ELF
           PERFORM WRITE-SUSPECT-RECORD
           .

      * Each of today's groups against the same elf's group in the
      * prior generation -- only the elf's own list is relevant here;
      * another elf's old list handed in today is caught by nobody
      * and is not worth a full cross-generation sweep.
       CHECK-PRIOR-GEN-COPIES.
           MOVE SPACES TO DUPRPTLINE1
           MOVE 'PRIOR GENERATION -- GROUP IDENTICAL TO THE ELF''S OWN'
             TO DUPRPTLINE1
           PERFORM WRITE-FILE3

           IF NOT PRV-LOADED
               MOVE SPACES TO DUPRPTLINE1
               MOVE '  NOT CHECKED -- NO PRIOR GENERATION ITEM DETAIL'
                 TO DUPRPTLINE1
               PERFORM WRITE-FILE3
           ELSE
               PERFORM VARYING WS-GX FROM 1 BY 1
                         UNTIL WS-GX > WS-CUR-GROUP-COUNT
                   IF WS-CG-ITEMS(WS-GX) NOT < WS-DUP-MIN-ITEMS
                       PERFORM FIND-PRIOR-GEN-MATCH
                       IF WS-MATCH-IX > ZERO
                           PERFORM REPORT-PRIOR-GEN-COPY
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PRIOR-GEN-COUNT = ZERO
                   MOVE SPACES TO DUPRPTLINE1
                   MOVE '  NONE' TO DUPRPTLINE1
                   PERFORM WRITE-FILE3
               END-IF
           END-IF
           MOVE SPACES TO DUPRPTLINE1
           PERFORM WRITE-FILE3
           .

       FIND-PRIOR-GEN-MATCH.
           MOVE ZERO TO WS-MATCH-IX
           PERFORM VARYING WS-GY FROM 1 BY 1
                     UNTIL WS-GY > WS-PRV-GROUP-COUNT
                        OR WS-MATCH-IX > ZERO
               IF WS-PG-ELF(WS-GY)      = WS-CG-ELF(WS-GX)
                  AND WS-PG-ITEMS(WS-GY)    = WS-CG-ITEMS(WS-GX)
                  AND WS-PG-TOTAL(WS-GY)    = WS-CG-TOTAL(WS-GX)
                  AND WS-PG-WEIGHTED(WS-GY) = WS-CG-WEIGHTED(WS-GX)
                   MOVE WS-CG-FIRST-ITEM(WS-GX) TO WS-IX-A
                   MOVE WS-PG-FIRST-ITEM(WS-GY) TO WS-IX-B
                   PERFORM COMPARE-PRIOR-ITEMS
                   IF ITEMS-SAME
                       MOVE WS-GY TO WS-MATCH-IX
                   END-IF
               END-IF
           END-PERFORM
           .

       COMPARE-PRIOR-ITEMS.
           SET ITEMS-SAME TO TRUE
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > WS-CG-ITEMS(WS-GX)
                        OR NOT ITEMS-SAME
               IF WS-CUR-ITEM-CALS(WS-IX-A) NOT =
                  WS-PRV-ITEM-CALS(WS-IX-B)
                   MOVE 'N' TO WS-ITEMS-SAME-STATE
               END-IF
               ADD 1 TO WS-IX-A
               ADD 1 TO WS-IX-B
           END-PERFORM
           .

       REPORT-PRIOR-GEN-COPY.
           ADD 1 TO WS-PRIOR-GEN-COUNT
           MOVE WS-CG-ITEMS(WS-GX)        TO WS-ITEMS-X
           MOVE WS-PG-ITEMS(WS-MATCH-IX)  TO WS-ITEMS2-X
           MOVE SPACES TO DUPRPTLINE1
           STRING '  ELF ' WS-CG-ELF(WS-GX)
               ' ITEMS ' WS-ITEMS-X
               ' LINES ' WS-CG-FIRST-LINE(WS-GX)
               '-' WS-CG-LAST-LINE(WS-GX)
               '  SAME AS PRIOR GEN ITEMS ' WS-ITEMS2-X
               ' LINES ' WS-PG-FIRST-LINE(WS-MATCH-IX)
               '-' WS-PG-LAST-LINE(WS-MATCH-IX)
               DELIMITED BY SIZE INTO DUPRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO DUPRPTLINE1
           STRING '      SOURCE ' WS-CG-SOURCE(WS-GX)
               DELIMITED BY SIZE INTO DUPRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO DUPRPTLINE1
           STRING '      PRIOR  ' WS-PG-SOURCE(WS-MATCH-IX)
               DELIMITED BY SIZE INTO DUPRPTLINE1
           PERFORM WRITE-FILE3

           MOVE 'PRV ' TO WS-SUS-TAG
           MOVE WS-CG-ELF(WS-GX) TO WS-SUS-ELF
           PERFORM WRITE-SUSPECT-RECORD
           .

      * The register keys on business date plus first input line, so
      * a group suspect on both counts is posted once -- under the
      * same-day finding, which is checked first.
       WRITE-SUSPECT-RECORD.
           IF NOT CG-POSTED(WS-GX)
               MOVE 'Y' TO WS-CG-SUSPECT(WS-GX)
               ADD 1 TO WS-SUSPECT-COUNT
               MOVE SPACES TO SUSPECTRECORD1
               MOVE WS-CG-FIRST-LINE(WS-GX) TO SUS-LINE-NUMBER
               STRING WS-SUS-TAG WS-SUS-ELF
                   DELIMITED BY SIZE INTO SUS-TEXT
               MOVE WS-CG-SOURCE(WS-GX) TO SUS-SOURCE-PATH
               MOVE WS-CG-ELF(WS-GX)    TO SUS-ELF-NUMBER
               PERFORM WRITE-FILE4
           END-IF
           .

       WRITE-DUP-TOTALS.
           MOVE WS-CUR-GROUP-COUNT TO WS-COUNT-X
           MOVE SPACES TO DUPRPTLINE1
           STRING 'GROUPS TODAY              : ' WS-COUNT-X
               DELIMITED BY SIZE INTO DUPRPTLINE1
           PERFORM WRITE-FILE3

           MOVE WS-SHORT-COUNT TO WS-COUNT-X
           MOVE SPACES TO DUPRPTLINE1
           STRING 'TOO SHORT TO COMPARE      : ' WS-COUNT-X
               DELIMITED BY SIZE INTO DUPRPTLINE1
           PERFORM WRITE-FILE3

           MOVE WS-PRV-GROUP-COUNT TO WS-COUNT-X
           MOVE SPACES TO DUPRPTLINE1
           STRING 'GROUPS PRIOR GENERATION   : ' WS-COUNT-X
               DELIMITED BY SIZE INTO DUPRPTLINE1
           PERFORM WRITE-FILE3

           MOVE WS-SAME-DAY-COUNT TO WS-COUNT-X
           MOVE SPACES TO DUPRPTLINE1
           STRING 'SAME-DAY COPIES           : ' WS-COUNT-X
               DELIMITED BY SIZE INTO DUPRPTLINE1
           PERFORM WRITE-FILE3

           MOVE WS-PRIOR-GEN-COUNT TO WS-COUNT-X
           MOVE SPACES TO DUPRPTLINE1
           STRING 'PRIOR-GENERATION COPIES   : ' WS-COUNT-X
               DELIMITED BY SIZE INTO DUPRPTLINE1
           PERFORM WRITE-FILE3

           MOVE WS-SUSPECT-COUNT TO WS-COUNT-X
           MOVE SPACES TO DUPRPTLINE1
           STRING 'POSTED TO REGISTER        : ' WS-COUNT-X
               DELIMITED BY SIZE INTO DUPRPTLINE1
           PERFORM WRITE-FILE3
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

      * The prior generation may have been written before item
      * detail was stamped. Version 00 of ITEMDETAIL is the same
      * record without the stamp, so an unstamped file is loaded
      * from its first record on and the run warns (message 0011).
       READ-PRIOR-ITEM-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ PREVITEMDETAIL1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE PREVITEMRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-ITM-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-ITM-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               SET LYT-LEGACY-UNSTAMPED TO TRUE
               PERFORM NOTE-LEGACY-LAYOUT
               IF FILE2-STATUS-OK
                   PERFORM LOAD-ONE-PRIOR-ITEM
               END-IF
           END-IF
           .

       NOTE-LEGACY-LAYOUT.
           SET RUN-HAS-WARNINGS TO TRUE
           DISPLAY 'PRIOR GENERATION ITEM DETAIL IS UNSTAMPED -- '
               'READ AS ' LYT-EXPECTED-ID ' VERSION 00'
           MOVE SPACES TO WS-ERRLOG-MESSAGE
           STRING LYT-EXPECTED-ID DELIMITED BY SPACE
                  ' PRIOR GENERATION READ AS V00' DELIMITED BY SIZE
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

           MOVE SPACES TO WS-PREVITEMDETAIL1-PATH
           DISPLAY "PREVITEMDETAIL1" UPON ENVIRONMENT-NAME
           ACCEPT WS-PREVITEMDETAIL1-PATH FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TRIM(WS-PREVITEMDETAIL1-PATH) NOT = SPACES
               SET PREV-SUPPLIED TO TRUE
           END-IF

           MOVE SPACES TO WS-DUPRPTFILE1-OVERRIDE
           DISPLAY "DUPRPTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-DUPRPTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-DUPRPTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-DUPRPTFILE1-OVERRIDE)
                 TO WS-DUPRPTFILE1-PATH
           END-IF

           MOVE SPACES TO WS-SUSPECTFILE1-OVERRIDE
           DISPLAY "SUSPECTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-SUSPECTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-SUSPECTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-SUSPECTFILE1-OVERRIDE)
                 TO WS-SUSPECTFILE1-PATH
           END-IF

           MOVE SPACES TO WS-DUP-MIN-ITEMS-OVERRIDE
           DISPLAY "DUPMINITEMS" UPON ENVIRONMENT-NAME
           ACCEPT WS-DUP-MIN-ITEMS-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-DUP-MIN-ITEMS-OVERRIDE) = 0
              AND FUNCTION NUMVAL(WS-DUP-MIN-ITEMS-OVERRIDE) NOT = ZERO
               MOVE FUNCTION NUMVAL(WS-DUP-MIN-ITEMS-OVERRIDE)
                 TO WS-DUP-MIN-ITEMS
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

       OPEN-FILE3.
           OPEN OUTPUT DUPRPTFILE1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON DUPLICATE REPORT FILE'
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
           WRITE DUPRPTLINE1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON DUPLICATE REPORT FILE'
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
           CLOSE DUPRPTFILE1
           .

      * The suspect file is always written, stamp only on a clean
      * day, so the register step never mistakes "no suspects" for
      * "not run".
       OPEN-FILE4.
           OPEN OUTPUT SUSPECTFILE1
           IF NOT FILE4-STATUS-OK
               MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON SUSPECT FILE'
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
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-SUS-LAYOUT-ID      TO LYT-LAYOUT-ID
           MOVE WS-SUS-LAYOUT-VERSION TO LYT-VERSION
           MOVE SPACES TO SUSPECTRECORD1
           MOVE LAYOUT-STAMP-RECORD TO SUSPECTRECORD1
           PERFORM WRITE-FILE4
           .

       WRITE-FILE4.
           WRITE SUSPECTRECORD1
           IF NOT FILE4-STATUS-OK
               MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON SUSPECT FILE'
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
           CLOSE SUSPECTFILE1
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
           MOVE 'ADV221201.12' TO ERL-PROGRAM-ID
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
