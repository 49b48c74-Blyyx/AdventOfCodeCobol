       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2023-12-02-LIMITADV.
       AUTHOR. MARC BRASSART.

      * Cube-limit advisor. Reads the TRENDFILE1 history Adv231202
      * accumulates over a chosen date range, builds per color the
      * distribution of cubes each game needed (TRD-RED/GREEN/BLUE-
      * NEEDED), and proposes for each color the smallest limit that
      * keeps the target percentage of games possible. The proposal
      * is written in CUBELIMIT.CTL layout under a new version ID and
      * an effective date after everything on file -- ready to go to
      * AOC-SUITE-CTL-MAINT as PROPOSEDFILE1 and to Adv231202 as
      * PROPOSEDCUBELIMITS for the what-if comparison. The report
      * prints the percentile table behind every proposed number.
      * Nothing here changes a live control file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRENDFILE1 ASSIGN
            TO DYNAMIC WS-TRENDFILE1-PATH
            FILE STATUS IS FILE1-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Sorted by run date and game so that a date processed more
      * than once (rerun) contributes each game once -- the last
      * record appended for the date and game, same as everywhere
      * else a rerun supersedes.
           SELECT TRENDSORT1 ASSIGN TO "ADVSORT".

      * One record per game observed in range, kept for the second
      * pass that counts games possible on all colors together.
           SELECT ADVWORKFILE1 ASSIGN
            TO DYNAMIC WS-ADVWORKFILE1-PATH
            FILE STATUS IS FILE2-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUBELIMITFILE1 ASSIGN
            TO DYNAMIC WS-CUBELIMITFILE1-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADVPROPFILE1 ASSIGN
            TO DYNAMIC WS-ADVPROPFILE1-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADVRPTFILE1 ASSIGN
            TO DYNAMIC WS-ADVRPTFILE1-PATH
            FILE STATUS IS FILE5-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Adv231202's trend history, headed by its TREND layout stamp
      * (see RELEASE-TREND-HISTORY).
         FD TRENDFILE1.
         01 TRENDRECORD1.
            05 TRD-RUN-DATE        PIC 9(08).
            05 TRD-FILLER1         PIC X(02).
            05 TRD-GAME-NUMBER     PIC 9(03).
            05 TRD-FILLER2         PIC X(02).
            05 TRD-GREEN-NEEDED    PIC 9(03).
            05 TRD-FILLER3         PIC X(02).
            05 TRD-BLUE-NEEDED     PIC 9(03).
            05 TRD-FILLER4         PIC X(02).
            05 TRD-RED-NEEDED      PIC 9(03).
            05 TRD-FILLER5         PIC X(02).
            05 TRD-POWER-SET       PIC 9(08).
            05 TRD-FILLER6         PIC X(02).
            05 TRD-RUN-ID          PIC X(16).

         SD TRENDSORT1.
         01 SRTREC1.
            05 SRT-RUN-DATE        PIC 9(08).
            05 SRT-FILLER1         PIC X(02).
            05 SRT-GAME-NUMBER     PIC 9(03).
            05 SRT-FILLER2         PIC X(02).
            05 SRT-GREEN-NEEDED    PIC 9(03).
            05 SRT-FILLER3         PIC X(02).
            05 SRT-BLUE-NEEDED     PIC 9(03).
            05 SRT-FILLER4         PIC X(02).
            05 SRT-RED-NEEDED      PIC 9(03).
            05 SRT-FILLER5         PIC X(02).
            05 SRT-POWER-SET       PIC 9(08).
            05 SRT-FILLER6         PIC X(02).
            05 SRT-RUN-ID          PIC X(16).

         FD ADVWORKFILE1.
         01 ADVWORKRECORD1.
            05 AWK-RED-NEEDED      PIC 9(03).
            05 AWK-FILLER1         PIC X(01).
            05 AWK-GREEN-NEEDED    PIC 9(03).
            05 AWK-FILLER2         PIC X(01).
            05 AWK-BLUE-NEEDED     PIC 9(03).

      * Must track Adv231202.cbl's CUBELIMITRECORD1 exactly -- the
      * proposal below is written in the same layout.
         FD CUBELIMITFILE1.
         01 CUBELIMITRECORD1.
            05 CBL-VERSION-ID        PIC X(10).
            05 CBL-FILLER1           PIC X(02).
            05 CBL-EFFECTIVE-DATE    PIC 9(08).
            05 CBL-FILLER2           PIC X(02).
            05 CBL-COLOR-NAME        PIC X(10).
            05 CBL-FILLER3           PIC X(02).
            05 CBL-COLOR-LIMIT       PIC 9(03).

         FD ADVPROPFILE1.
         01 ADVPROPRECORD1.
            05 PRP-VERSION-ID        PIC X(10).
            05 PRP-FILLER1           PIC X(02).
            05 PRP-EFFECTIVE-DATE    PIC 9(08).
            05 PRP-FILLER2           PIC X(02).
            05 PRP-COLOR-NAME        PIC X(10).
            05 PRP-FILLER3           PIC X(02).
            05 PRP-COLOR-LIMIT       PIC 9(03).

         FD ADVRPTFILE1.
         01 ADVRPTLINE1 PIC X(132).

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
         01 WS-TRENDFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d2.trend.txt".
         01 WS-TRENDFILE1-OVERRIDE PIC X(250).

         01 WS-CUBELIMITFILE1-PATH PIC X(250) VALUE
                  "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "CUBELIMIT.CTL".
         01 WS-CUBELIMITFILE1-OVERRIDE PIC X(250).

         01 WS-ADVPROPFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "PROPOSED.CTL".
         01 WS-ADVPROPFILE1-OVERRIDE PIC X(250).

         01 WS-ADVRPTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d2.limitadvice.txt".
         01 WS-ADVRPTFILE1-OVERRIDE PIC X(250).

         01 WS-ADVWORKFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d2.limitadvwork.txt".
         01 WS-ADVWORKFILE1-OVERRIDE PIC X(250).

         01 WS-ERRORLOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "errorlog.txt".
         01 WS-ERRORLOGFILE1-OVERRIDE PIC X(250).

      * ADVTARGETPCT: share of games (percent, one decimal) each
      * color's limit must keep possible. ADVFROMDATE/ADVTODATE bound
      * the history used; the upper bound defaults to BUSNDATE.
      * ADVVERSION/ADVEFFDATE override the proposal's version ID and
      * effective date, which otherwise follow the last on file.
         01 WS-TARGET-PCT PIC 9(03)V9 VALUE 95.0.
         01 WS-TARGET-PCT-OVERRIDE PIC X(06).
         01 WS-FROM-DATE PIC 9(08) VALUE ZERO.
         01 WS-FROM-DATE-OVERRIDE PIC X(08).
         01 WS-TO-DATE PIC 9(08) VALUE 99999999.
         01 WS-TO-DATE-OVERRIDE PIC X(08).
         01 WS-ADV-VERSION PIC X(10) VALUE SPACES.
         01 WS-ADV-EFF-DATE PIC 9(08) VALUE ZERO.
         01 WS-ADV-EFF-DATE-OVERRIDE PIC X(08).

      * FILE STATUS
         01 FILE1-STATUS PIC 9(02).
            88 FILE1-STATUS-OK  VALUE 00.
            88 FILE1-STATUS-EOF VALUE 10.
         01 FILE2-STATUS PIC 9(02).
            88 FILE2-STATUS-OK  VALUE 00.
            88 FILE2-STATUS-EOF VALUE 10.
         01 FILE3-STATUS PIC 9(02).
            88 FILE3-STATUS-OK       VALUE 00.
            88 FILE3-STATUS-EOF      VALUE 10.
            88 FILE3-STATUS-NOTFOUND VALUE 35.
         01 FILE4-STATUS PIC 9(02).
            88 FILE4-STATUS-OK  VALUE 00.
         01 FILE5-STATUS PIC 9(02).
            88 FILE5-STATUS-OK  VALUE 00.
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

      * The trend layout TRENDRECORD1 was written for; a history
      * stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-TRD-LAYOUT-ID      PIC X(12) VALUE 'TREND'.
         01 WS-TRD-LAYOUT-VERSION PIC X(02) VALUE '01'.
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
         01 WS-WARNING-STATE PIC X VALUE 'N'.
            88 RUN-HAS-WARNINGS VALUE 'Y'.
         01 WS-SORT-EOF PIC X VALUE 'N'.
            88 SORT-RETURN-DONE VALUE 'Y'.

      * One date/game group at a time comes off the sort; the record
      * held here is the group's latest until the key changes.
         01 WS-HELD-STATE PIC X VALUE 'N'.
            88 RECORD-IS-HELD VALUE 'Y'.
         01 WS-HELD-DATE        PIC 9(08).
         01 WS-HELD-GAME        PIC 9(03).
         01 WS-HELD-RED         PIC 9(03).
         01 WS-HELD-GREEN       PIC 9(03).
         01 WS-HELD-BLUE        PIC 9(03).
         01 WS-RECORD-COUNT     PIC 9(07) VALUE ZERO.
         01 WS-SUPERSEDED-COUNT PIC 9(07) VALUE ZERO.
         01 WS-GAME-COUNT       PIC 9(07) VALUE ZERO.
         01 WS-FIRST-DATE       PIC 9(08) VALUE ZERO.
         01 WS-LAST-DATE        PIC 9(08) VALUE ZERO.

      * Per color (1 red, 2 green, 3 blue -- the three TRENDFILE1
      * carries): the limit latest on file, the proposal, and how
      * many games needed each cube count 0-999.
         01 ADV-COLOR-TABLE.
            05 ADV-COLOR OCCURS 3 TIMES.
               10 ADV-COLOR-NAME     PIC X(10).
               10 ADV-CURRENT-LIMIT  PIC 9(03).
               10 ADV-CURRENT-EFF    PIC 9(08).
               10 ADV-CURRENT-VER    PIC X(10).
               10 ADV-PROPOSED-LIMIT PIC 9(03).
               10 ADV-PROPOSED-PCT   PIC 9(03)V9.
               10 ADV-MIN-NEEDED     PIC 9(03).
               10 ADV-MAX-NEEDED     PIC 9(03).
               10 ADV-NEEDED-COUNT   PIC 9(07) COMP-3
                                     OCCURS 1000 TIMES.
         01 CX PIC 9(01).
         01 NX PIC 9(04).
         01 WS-NEEDED-WORK      PIC 9(03).
         01 WS-CUM-COUNT        PIC 9(07).
         01 WS-CUM-PCT          PIC 9(03)V9.
         01 WS-PCTL-WANTED      PIC 9(03)V9.
         01 WS-PCTL-VALUE       PIC 9(03).

      * Games possible on every color at once, under the limits on
      * file and under the proposal. Per-color targets do not compound
      * into the same overall share, so the joint figure is shown.
         01 WS-CUR-POSSIBLE     PIC 9(07) VALUE ZERO.
         01 WS-PROP-POSSIBLE    PIC 9(07) VALUE ZERO.

      * Existing versions on file, so the proposal never reuses one.
         01 WS-VER-MAX   PIC 9(03) VALUE 200.
         01 WS-VER-COUNT PIC 9(03) VALUE ZERO.
         01 WS-VER-TABLE.
            05 WS-VER-ID OCCURS 200 TIMES PIC X(10).
         01 VX PIC 9(03).
         01 WS-MAX-EFF-DATE     PIC 9(08) VALUE ZERO.
         01 WS-HIGH-VNUM        PIC 9(03) VALUE ZERO.
         01 WS-VNUM             PIC 9(03).
         01 WS-AS-OF-DATE       PIC 9(08).
         01 WS-ADVICE-STATE PIC X VALUE 'Y'.
            88 ADVICE-OK        VALUE 'Y'.
            88 ADVICE-REFUSED   VALUE 'N'.

      * REPORT EDIT FIELDS
         01 WS-COUNT-X          PIC Z(06)9.
         01 WS-CUM-X            PIC Z(06)9.
         01 WS-PCT-X            PIC ZZ9.9.
         01 WS-NEEDED-X         PIC ZZ9.
         01 WS-LIMIT-X          PIC ZZ9.
         01 WS-MARK             PIC X(24).

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
           PERFORM INITIALIZE-COLORS
           PERFORM LOAD-CURRENT-LIMITS

           PERFORM OPEN-FILE2
           SORT TRENDSORT1
               ON ASCENDING KEY SRT-RUN-DATE
                                SRT-GAME-NUMBER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-TREND-HISTORY
               OUTPUT PROCEDURE IS TALLY-SORTED-TRENDS
           PERFORM CLOSE-FILE2

           PERFORM OPEN-FILE5
           PERFORM WRITE-REPORT-HEADER

           IF WS-GAME-COUNT = ZERO
               MOVE SPACES TO ADVRPTLINE1
               MOVE 'NO GAMES IN THE HISTORY RANGE - NO PROPOSAL'
                 TO ADVRPTLINE1
               PERFORM WRITE-FILE5
               DISPLAY 'NO GAMES IN THE HISTORY RANGE - NO PROPOSAL'
               MOVE 'ADVISE' TO WS-ERRLOG-OPERATION
               MOVE 'NO TREND HISTORY IN RANGE - NO PROPOSAL'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0179 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PROPOSE-LIMITS
               PERFORM RESOLVE-PROPOSAL-VERSION
               PERFORM COUNT-JOINT-POSSIBLE
               PERFORM WRITE-PROPOSAL-SUMMARY
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 3
                   PERFORM WRITE-PERCENTILE-TABLE
               END-PERFORM
               IF ADVICE-OK
                   PERFORM WRITE-PROPOSAL-FILE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM CLOSE-FILE5
           PERFORM CLOSE-ERRORLOG
           .

       INITIALIZE-COLORS.
           INITIALIZE ADV-COLOR-TABLE
           MOVE 'red'   TO ADV-COLOR-NAME(1)
           MOVE 'green' TO ADV-COLOR-NAME(2)
           MOVE 'blue'  TO ADV-COLOR-NAME(3)
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 3
               MOVE 999 TO ADV-MIN-NEEDED(CX)
           END-PERFORM
           .

      * The limits on file as of the end of the range (latest
      * effective entry per color, a later line winning a tie) are
      * shown beside the proposal. The same pass collects every
      * version ID and the latest effective date, which the proposal
      * must move past for AOC-SUITE-CTL-MAINT to accept it.
       LOAD-CURRENT-LIMITS.
           MOVE WS-TO-DATE TO WS-AS-OF-DATE
           OPEN INPUT CUBELIMITFILE1
           IF FILE3-STATUS-NOTFOUND
               DISPLAY 'NO CUBE LIMIT FILE - NO LIMITS ON FILE'
           ELSE
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
               PERFORM UNTIL FILE3-STATUS-EOF
                   READ CUBELIMITFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           IF CUBELIMITRECORD1 NOT = SPACES
                               PERFORM NOTE-LIMIT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUBELIMITFILE1
           END-IF
           .

       NOTE-LIMIT-ENTRY.
           PERFORM VARYING VX FROM 1 BY 1
                     UNTIL VX > WS-VER-COUNT
                        OR WS-VER-ID(VX) = CBL-VERSION-ID
               CONTINUE
           END-PERFORM
           IF VX > WS-VER-COUNT AND WS-VER-COUNT < WS-VER-MAX
               ADD 1 TO WS-VER-COUNT
               MOVE CBL-VERSION-ID TO WS-VER-ID(WS-VER-COUNT)
           END-IF
           IF CBL-VERSION-ID(1:1) = 'V'
              AND CBL-VERSION-ID(2:3) IS NUMERIC
              AND CBL-VERSION-ID(5:6) = SPACES
               MOVE CBL-VERSION-ID(2:3) TO WS-VNUM
               IF WS-VNUM > WS-HIGH-VNUM
                   MOVE WS-VNUM TO WS-HIGH-VNUM
               END-IF
           END-IF
           IF CBL-EFFECTIVE-DATE IS NUMERIC
               IF CBL-EFFECTIVE-DATE > WS-MAX-EFF-DATE
                   MOVE CBL-EFFECTIVE-DATE TO WS-MAX-EFF-DATE
               END-IF
               PERFORM VARYING CX FROM 1 BY 1
                         UNTIL CX > 3
                            OR ADV-COLOR-NAME(CX) = CBL-COLOR-NAME
                   CONTINUE
               END-PERFORM
               IF CX <= 3
                  AND CBL-COLOR-LIMIT IS NUMERIC
                  AND CBL-EFFECTIVE-DATE <= WS-AS-OF-DATE
                  AND CBL-EFFECTIVE-DATE >= ADV-CURRENT-EFF(CX)
                   MOVE CBL-COLOR-LIMIT    TO ADV-CURRENT-LIMIT(CX)
                   MOVE CBL-EFFECTIVE-DATE TO ADV-CURRENT-EFF(CX)
                   MOVE CBL-VERSION-ID     TO ADV-CURRENT-VER(CX)
               END-IF
           END-IF
           .

      * SORT input procedure: the history's layout stamp is checked
      * and kept out of the sort; every other record is released. A
      * history kept from before the stamp is read as version 00 and
      * its first record is released with the rest.
       RELEASE-TREND-HISTORY.
           OPEN INPUT TRENDFILE1
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
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ TRENDFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE TRENDRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-TRD-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-TRD-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               IF FILE1-STATUS-OK
                   SET LYT-LEGACY-UNSTAMPED TO TRUE
                   PERFORM NOTE-LEGACY-LAYOUT
                   MOVE TRENDRECORD1 TO SRTREC1
                   RELEASE SRTREC1
               END-IF
           END-IF
           PERFORM UNTIL FILE1-STATUS-EOF
                  OR NOT FILE1-STATUS-OK
               READ TRENDFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE TRENDRECORD1 TO SRTREC1
                       RELEASE SRTREC1
               END-READ
           END-PERFORM
           CLOSE TRENDFILE1
           .

      * SORT output procedure: history in run-date order, game within
      * date. The held record is released to the tallies on every key
      * change; a second record for the same date and game replaces
      * the held one (the rerun's record wins).
       TALLY-SORTED-TRENDS.
           MOVE 'N' TO WS-SORT-EOF
           MOVE 'N' TO WS-HELD-STATE
           PERFORM UNTIL SORT-RETURN-DONE
               RETURN TRENDSORT1
                   AT END
                       SET SORT-RETURN-DONE TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM HOLD-TREND-RECORD
               END-RETURN
           END-PERFORM
           IF RECORD-IS-HELD
               PERFORM TALLY-HELD-RECORD
           END-IF
           .

       HOLD-TREND-RECORD.
           IF SRT-GAME-NUMBER = ZERO
              OR SRT-RUN-DATE < WS-FROM-DATE
              OR SRT-RUN-DATE > WS-TO-DATE
               CONTINUE
           ELSE
               IF RECORD-IS-HELD
                   IF SRT-RUN-DATE = WS-HELD-DATE
                      AND SRT-GAME-NUMBER = WS-HELD-GAME
                       ADD 1 TO WS-SUPERSEDED-COUNT
                   ELSE
                       PERFORM TALLY-HELD-RECORD
                   END-IF
               END-IF
               SET RECORD-IS-HELD TO TRUE
               MOVE SRT-RUN-DATE     TO WS-HELD-DATE
               MOVE SRT-GAME-NUMBER  TO WS-HELD-GAME
               MOVE SRT-RED-NEEDED   TO WS-HELD-RED
               MOVE SRT-GREEN-NEEDED TO WS-HELD-GREEN
               MOVE SRT-BLUE-NEEDED  TO WS-HELD-BLUE
           END-IF
           .

       TALLY-HELD-RECORD.
           ADD 1 TO WS-GAME-COUNT
           IF WS-FIRST-DATE = ZERO
               MOVE WS-HELD-DATE TO WS-FIRST-DATE
           END-IF
           MOVE WS-HELD-DATE TO WS-LAST-DATE
           MOVE 1 TO CX
           MOVE WS-HELD-RED TO WS-NEEDED-WORK
           PERFORM TALLY-ONE-COLOR
           MOVE 2 TO CX
           MOVE WS-HELD-GREEN TO WS-NEEDED-WORK
           PERFORM TALLY-ONE-COLOR
           MOVE 3 TO CX
           MOVE WS-HELD-BLUE TO WS-NEEDED-WORK
           PERFORM TALLY-ONE-COLOR

           MOVE SPACES        TO ADVWORKRECORD1
           MOVE WS-HELD-RED   TO AWK-RED-NEEDED
           MOVE WS-HELD-GREEN TO AWK-GREEN-NEEDED
           MOVE WS-HELD-BLUE  TO AWK-BLUE-NEEDED
           PERFORM WRITE-FILE2
           .

       TALLY-ONE-COLOR.
           ADD 1 TO ADV-NEEDED-COUNT(CX, WS-NEEDED-WORK + 1)
           IF WS-NEEDED-WORK < ADV-MIN-NEEDED(CX)
               MOVE WS-NEEDED-WORK TO ADV-MIN-NEEDED(CX)
           END-IF
           IF WS-NEEDED-WORK > ADV-MAX-NEEDED(CX)
               MOVE WS-NEEDED-WORK TO ADV-MAX-NEEDED(CX)
           END-IF
           .

      * Each color's proposal is the smallest cube count at or under
      * which at least ADVTARGETPCT of the observed games fall. A
      * limit of zero is not a valid control entry, so a color no
      * game ever needed is proposed at 1.
       PROPOSE-LIMITS.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 3
               MOVE WS-TARGET-PCT TO WS-PCTL-WANTED
               PERFORM FIND-PERCENTILE
               MOVE WS-PCTL-VALUE TO ADV-PROPOSED-LIMIT(CX)
               IF ADV-PROPOSED-LIMIT(CX) = ZERO
                   MOVE 1 TO ADV-PROPOSED-LIMIT(CX)
               END-IF
               MOVE ZERO TO WS-CUM-COUNT
               PERFORM VARYING NX FROM 1 BY 1
                         UNTIL NX > ADV-PROPOSED-LIMIT(CX) + 1
                   ADD ADV-NEEDED-COUNT(CX, NX) TO WS-CUM-COUNT
               END-PERFORM
               COMPUTE ADV-PROPOSED-PCT(CX) ROUNDED =
                   WS-CUM-COUNT * 100 / WS-GAME-COUNT
           END-PERFORM
           .

      * Smallest needed value whose cumulative share of games reaches
      * WS-PCTL-WANTED, for color CX.
       FIND-PERCENTILE.
           MOVE ZERO TO WS-CUM-COUNT
           MOVE ADV-MAX-NEEDED(CX) TO WS-PCTL-VALUE
           PERFORM VARYING NX FROM 1 BY 1
                     UNTIL NX > ADV-MAX-NEEDED(CX) + 1
               ADD ADV-NEEDED-COUNT(CX, NX) TO WS-CUM-COUNT
               IF WS-CUM-COUNT * 1000
                  >= WS-PCTL-WANTED * 10 * WS-GAME-COUNT
                   COMPUTE WS-PCTL-VALUE = NX - 1
                   COMPUTE NX = ADV-MAX-NEEDED(CX) + 1
               END-IF
           END-PERFORM
           .

      * Next Vnnn after the highest on file (V001 for an empty file)
      * unless ADVVERSION names one; effective the day after the
      * business date, or the day after the latest effective date on
      * file if that is later, unless ADVEFFDATE says otherwise. An
      * override AOC-SUITE-CTL-MAINT would reject is refused here.
       RESOLVE-PROPOSAL-VERSION.
           IF WS-ADV-VERSION = SPACES
               MOVE SPACES TO WS-ADV-VERSION
               COMPUTE WS-VNUM = WS-HIGH-VNUM + 1
               STRING 'V' WS-VNUM DELIMITED BY SIZE
                 INTO WS-ADV-VERSION
           END-IF
           PERFORM VARYING VX FROM 1 BY 1
                     UNTIL VX > WS-VER-COUNT
               IF WS-VER-ID(VX) = WS-ADV-VERSION
                   DISPLAY 'VERSION ' WS-ADV-VERSION
                       ' IS ALREADY ON FILE'
                   MOVE 'PROPOSAL VERSION ALREADY ON FILE'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0180 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-ADVICE-REFUSED
               END-IF
           END-PERFORM

           IF WS-ADV-EFF-DATE = ZERO
               IF BUSN-DATE-SET
                   MOVE WS-BUSN-DATE TO WS-ADV-EFF-DATE
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ADV-EFF-DATE
               END-IF
               IF WS-MAX-EFF-DATE > WS-ADV-EFF-DATE
                   MOVE WS-MAX-EFF-DATE TO WS-ADV-EFF-DATE
               END-IF
               COMPUTE WS-ADV-EFF-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-ADV-EFF-DATE) + 1)
           ELSE
               IF WS-ADV-EFF-DATE <= WS-MAX-EFF-DATE
                   DISPLAY 'EFFECTIVE DATE ' WS-ADV-EFF-DATE
                       ' NOT AFTER LATEST ON FILE ' WS-MAX-EFF-DATE
                   MOVE 'PROPOSAL EFF DATE NOT AFTER FILE'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0181 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-ADVICE-REFUSED
               END-IF
           END-IF
           .

       LOG-ADVICE-REFUSED.
           SET ADVICE-REFUSED TO TRUE
           MOVE 'ADVISE' TO WS-ERRLOG-OPERATION
           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
           MOVE 'S' TO WS-ERRLOG-SEVERITY
           PERFORM WRITE-ERRORLOG
           .

       COUNT-JOINT-POSSIBLE.
           OPEN INPUT ADVWORKFILE1
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
           PERFORM UNTIL FILE2-STATUS-EOF
               READ ADVWORKFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       IF AWK-RED-NEEDED   <= ADV-CURRENT-LIMIT(1)
                          AND AWK-GREEN-NEEDED <= ADV-CURRENT-LIMIT(2)
                          AND AWK-BLUE-NEEDED  <= ADV-CURRENT-LIMIT(3)
                           ADD 1 TO WS-CUR-POSSIBLE
                       END-IF
                       IF AWK-RED-NEEDED   <= ADV-PROPOSED-LIMIT(1)
                          AND AWK-GREEN-NEEDED <= ADV-PROPOSED-LIMIT(2)
                          AND AWK-BLUE-NEEDED  <= ADV-PROPOSED-LIMIT(3)
                           ADD 1 TO WS-PROP-POSSIBLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADVWORKFILE1
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO ADVRPTLINE1
           STRING 'AOC-2023-12-02  CUBE LIMIT ADVISOR'
               '      RUN ID ' WS-RUN-ID
               DELIMITED BY SIZE INTO ADVRPTLINE1
           PERFORM WRITE-FILE5
           MOVE SPACES TO ADVRPTLINE1
           MOVE WS-GAME-COUNT TO WS-COUNT-X
           STRING 'HISTORY ' WS-FIRST-DATE ' TO ' WS-LAST-DATE
               '   GAMES OBSERVED ' WS-COUNT-X
               DELIMITED BY SIZE INTO ADVRPTLINE1
           MOVE WS-SUPERSEDED-COUNT TO WS-COUNT-X
           STRING '   RERUN RECORDS SUPERSEDED ' WS-COUNT-X
               DELIMITED BY SIZE INTO ADVRPTLINE1(56:)
           PERFORM WRITE-FILE5
           MOVE SPACES TO ADVRPTLINE1
           MOVE WS-TARGET-PCT TO WS-PCT-X
           STRING 'TARGET ' WS-PCT-X
               ' PCT OF GAMES POSSIBLE ON EACH COLOR'
               DELIMITED BY SIZE INTO ADVRPTLINE1
           PERFORM WRITE-FILE5
           .

       WRITE-PROPOSAL-SUMMARY.
           MOVE SPACES TO ADVRPTLINE1
           IF ADVICE-OK
               STRING 'PROPOSED VERSION ' WS-ADV-VERSION
                   '  EFFECTIVE ' WS-ADV-EFF-DATE
                   DELIMITED BY SIZE INTO ADVRPTLINE1
           ELSE
               STRING 'PROPOSED VERSION ' WS-ADV-VERSION
                   '  EFFECTIVE ' WS-ADV-EFF-DATE
                   '  ** REFUSED - SEE ERROR LOG, NOTHING WRITTEN **'
                   DELIMITED BY SIZE INTO ADVRPTLINE1
           END-IF
           PERFORM WRITE-FILE5
           MOVE SPACES TO ADVRPTLINE1
           PERFORM WRITE-FILE5
           MOVE SPACES TO ADVRPTLINE1
           STRING 'COLOR       ON FILE  VERSION     '
               'PROPOSED  GAMES WITHIN'
               DELIMITED BY SIZE INTO ADVRPTLINE1
           PERFORM WRITE-FILE5
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 3
               MOVE SPACES TO ADVRPTLINE1
               MOVE ADV-CURRENT-LIMIT(CX)  TO WS-LIMIT-X
               MOVE ADV-PROPOSED-LIMIT(CX) TO WS-NEEDED-X
               MOVE ADV-PROPOSED-PCT(CX)   TO WS-PCT-X
               STRING ADV-COLOR-NAME(CX) '      ' WS-LIMIT-X
                   '  ' ADV-CURRENT-VER(CX)
                   '       ' WS-NEEDED-X
                   '       ' WS-PCT-X ' PCT'
                   DELIMITED BY SIZE INTO ADVRPTLINE1
               PERFORM WRITE-FILE5
           END-PERFORM
           MOVE SPACES TO ADVRPTLINE1
           PERFORM WRITE-FILE5
           MOVE SPACES TO ADVRPTLINE1
           MOVE WS-CUR-POSSIBLE TO WS-COUNT-X
           COMPUTE WS-CUM-PCT ROUNDED =
               WS-CUR-POSSIBLE * 100 / WS-GAME-COUNT
           MOVE WS-CUM-PCT TO WS-PCT-X
           STRING 'GAMES POSSIBLE ON ALL COLORS   ON FILE '
               WS-COUNT-X ' (' WS-PCT-X ' PCT)'
               DELIMITED BY SIZE INTO ADVRPTLINE1
           MOVE WS-PROP-POSSIBLE TO WS-COUNT-X
           COMPUTE WS-CUM-PCT ROUNDED =
               WS-PROP-POSSIBLE * 100 / WS-GAME-COUNT
           MOVE WS-CUM-PCT TO WS-PCT-X
           STRING '   PROPOSED ' WS-COUNT-X ' (' WS-PCT-X ' PCT)'
               DELIMITED BY SIZE INTO ADVRPTLINE1(63:)
           PERFORM WRITE-FILE5
           .

      * The distribution behind color CX's number: every cube count
      * some game needed, with its cumulative share, then the usual
      * percentiles for reference.
       WRITE-PERCENTILE-TABLE.
           MOVE SPACES TO ADVRPTLINE1
           PERFORM WRITE-FILE5
           MOVE SPACES TO ADVRPTLINE1
           STRING 'PERCENTILE TABLE  ' ADV-COLOR-NAME(CX)
               DELIMITED BY SIZE INTO ADVRPTLINE1
           PERFORM WRITE-FILE5
           MOVE '  NEEDED     GAMES  CUMULATIVE  CUM PCT'
             TO ADVRPTLINE1
           PERFORM WRITE-FILE5
           MOVE ZERO TO WS-CUM-COUNT
           PERFORM VARYING NX FROM 1 BY 1
                     UNTIL NX > ADV-MAX-NEEDED(CX) + 1
               IF ADV-NEEDED-COUNT(CX, NX) > ZERO
                   ADD ADV-NEEDED-COUNT(CX, NX) TO WS-CUM-COUNT
                   PERFORM WRITE-PERCENTILE-ROW
               END-IF
           END-PERFORM

           MOVE SPACES TO ADVRPTLINE1
           MOVE 50.0 TO WS-PCTL-WANTED
           PERFORM FIND-PERCENTILE
           MOVE WS-PCTL-VALUE TO WS-NEEDED-X
           STRING '  P50 ' WS-NEEDED-X DELIMITED BY SIZE
             INTO ADVRPTLINE1
           MOVE 75.0 TO WS-PCTL-WANTED
           PERFORM FIND-PERCENTILE
           MOVE WS-PCTL-VALUE TO WS-NEEDED-X
           STRING '  P75 ' WS-NEEDED-X DELIMITED BY SIZE
             INTO ADVRPTLINE1(12:)
           MOVE 90.0 TO WS-PCTL-WANTED
           PERFORM FIND-PERCENTILE
           MOVE WS-PCTL-VALUE TO WS-NEEDED-X
           STRING '  P90 ' WS-NEEDED-X DELIMITED BY SIZE
             INTO ADVRPTLINE1(23:)
           MOVE 95.0 TO WS-PCTL-WANTED
           PERFORM FIND-PERCENTILE
           MOVE WS-PCTL-VALUE TO WS-NEEDED-X
           STRING '  P95 ' WS-NEEDED-X DELIMITED BY SIZE
             INTO ADVRPTLINE1(34:)
           MOVE 99.0 TO WS-PCTL-WANTED
           PERFORM FIND-PERCENTILE
           MOVE WS-PCTL-VALUE TO WS-NEEDED-X
           STRING '  P99 ' WS-NEEDED-X DELIMITED BY SIZE
             INTO ADVRPTLINE1(45:)
           MOVE ADV-MAX-NEEDED(CX) TO WS-NEEDED-X
           STRING '  MAX ' WS-NEEDED-X DELIMITED BY SIZE
             INTO ADVRPTLINE1(56:)
           PERFORM WRITE-FILE5
           .

       WRITE-PERCENTILE-ROW.
           COMPUTE WS-NEEDED-WORK = NX - 1
           MOVE SPACES TO WS-MARK
           IF WS-NEEDED-WORK = ADV-PROPOSED-LIMIT(CX)
               MOVE '<== PROPOSED' TO WS-MARK
           END-IF
           IF WS-NEEDED-WORK = ADV-CURRENT-LIMIT(CX)
               IF WS-MARK = SPACES
                   MOVE '<== ON FILE' TO WS-MARK
               ELSE
                   MOVE '<== PROPOSED AND ON FILE' TO WS-MARK
               END-IF
           END-IF
           COMPUTE WS-CUM-PCT ROUNDED =
               WS-CUM-COUNT * 100 / WS-GAME-COUNT
           MOVE SPACES TO ADVRPTLINE1
           MOVE WS-NEEDED-WORK TO WS-NEEDED-X
           MOVE ADV-NEEDED-COUNT(CX, NX) TO WS-COUNT-X
           MOVE WS-CUM-COUNT TO WS-CUM-X
           MOVE WS-CUM-PCT TO WS-PCT-X
           STRING '     ' WS-NEEDED-X
               '   ' WS-COUNT-X
               '     ' WS-CUM-X
               '    ' WS-PCT-X
               '  ' WS-MARK
               DELIMITED BY SIZE INTO ADVRPTLINE1
           PERFORM WRITE-FILE5
           .

       WRITE-PROPOSAL-FILE.
           PERFORM OPEN-FILE4
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 3
               MOVE SPACES                 TO ADVPROPRECORD1
               MOVE WS-ADV-VERSION         TO PRP-VERSION-ID
               MOVE WS-ADV-EFF-DATE        TO PRP-EFFECTIVE-DATE
               MOVE ADV-COLOR-NAME(CX)     TO PRP-COLOR-NAME
               MOVE ADV-PROPOSED-LIMIT(CX) TO PRP-COLOR-LIMIT
               PERFORM WRITE-FILE4
           END-PERFORM
           PERFORM CLOSE-FILE4
           DISPLAY 'PROPOSAL ' WS-ADV-VERSION ' EFFECTIVE '
               WS-ADV-EFF-DATE ' RED ' ADV-PROPOSED-LIMIT(1)
               ' GREEN ' ADV-PROPOSED-LIMIT(2)
               ' BLUE ' ADV-PROPOSED-LIMIT(3)
           .

       OPEN-FILE2.
           OPEN OUTPUT ADVWORKFILE1
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
           WRITE ADVWORKRECORD1
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
           CLOSE ADVWORKFILE1
           .

       OPEN-FILE4.
           OPEN OUTPUT ADVPROPFILE1
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

       WRITE-FILE4.
           WRITE ADVPROPRECORD1
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

       CLOSE-FILE4.
           CLOSE ADVPROPFILE1
           IF NOT FILE4-STATUS-OK
               MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'CLOSE ERROR ON FILE 4'
               DISPLAY 'FILE STATUS : ' FILE4-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'CLOSE FILE4' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0008 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       OPEN-FILE5.
           OPEN OUTPUT ADVRPTFILE1
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
           WRITE ADVRPTLINE1
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
           CLOSE ADVRPTFILE1
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
           MOVE SPACES TO WS-TRENDFILE1-OVERRIDE
           DISPLAY "TRENDFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-TRENDFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-TRENDFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-TRENDFILE1-OVERRIDE)
                 TO WS-TRENDFILE1-PATH
           END-IF

           MOVE SPACES TO WS-CUBELIMITFILE1-OVERRIDE
           DISPLAY "CUBELIMITFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-CUBELIMITFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-CUBELIMITFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-CUBELIMITFILE1-OVERRIDE)
                 TO WS-CUBELIMITFILE1-PATH
           END-IF

           MOVE SPACES TO WS-ADVPROPFILE1-OVERRIDE
           DISPLAY "ADVPROPFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-ADVPROPFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-ADVPROPFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ADVPROPFILE1-OVERRIDE)
                 TO WS-ADVPROPFILE1-PATH
           END-IF

           MOVE SPACES TO WS-ADVRPTFILE1-OVERRIDE
           DISPLAY "ADVRPTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-ADVRPTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-ADVRPTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ADVRPTFILE1-OVERRIDE)
                 TO WS-ADVRPTFILE1-PATH
           END-IF

           MOVE SPACES TO WS-ADVWORKFILE1-OVERRIDE
           DISPLAY "ADVWORKFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-ADVWORKFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-ADVWORKFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ADVWORKFILE1-OVERRIDE)
                 TO WS-ADVWORKFILE1-PATH
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


           IF BUSN-DATE-SET
               MOVE WS-BUSN-DATE TO WS-TO-DATE
           END-IF

           MOVE SPACES TO WS-TARGET-PCT-OVERRIDE
           DISPLAY "ADVTARGETPCT" UPON ENVIRONMENT-NAME
           ACCEPT WS-TARGET-PCT-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-TARGET-PCT-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-TARGET-PCT-OVERRIDE)
                 TO WS-TARGET-PCT
           END-IF

           MOVE SPACES TO WS-FROM-DATE-OVERRIDE
           DISPLAY "ADVFROMDATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-FROM-DATE-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-FROM-DATE-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-FROM-DATE-OVERRIDE)
                 TO WS-FROM-DATE
           END-IF

           MOVE SPACES TO WS-TO-DATE-OVERRIDE
           DISPLAY "ADVTODATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-TO-DATE-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-TO-DATE-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-TO-DATE-OVERRIDE)
                 TO WS-TO-DATE
           END-IF

           MOVE SPACES TO WS-ADV-EFF-DATE-OVERRIDE
           DISPLAY "ADVEFFDATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ADV-EFF-DATE-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-ADV-EFF-DATE-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-ADV-EFF-DATE-OVERRIDE)
                 TO WS-ADV-EFF-DATE
           END-IF

           DISPLAY "ADVVERSION" UPON ENVIRONMENT-NAME
           ACCEPT WS-ADV-VERSION FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           IF WS-TARGET-PCT = ZERO OR WS-TARGET-PCT > 100
               DISPLAY 'ADVTARGETPCT MUST BE 0.1 TO 100.0'
               MOVE 'PARMS' TO WS-ERRLOG-OPERATION
               MOVE 'ADVTARGETPCT OUT OF RANGE'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               PERFORM OPEN-ERRORLOG
               MOVE 0182 TO WS-ERRLOG-MSG-NUMBER
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
           MOVE 'ADV231202.05' TO ERL-PROGRAM-ID
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
