       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2023-12-02-GAMECARD.
       AUTHOR. MARC BRASSART.

      * Printed game card. For each game number asked for, lays out
      * every set and draw Adv231202 parsed (DRAWDETAILFILE1) as a
      * grid -- one row per set, one column per color -- under the
      * limit and version in force for that color on the business
      * date (CUBELIMITFILE1), marks the draw that made the game
      * impossible or marginal, and foots the card with the needed
      * cubes and power set Adv231202 recorded for the game
      * (DETAILFILE1). Answers "why did game n come out that way"
      * without reading the raw semicolon/comma text by eye.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWDETAILFILE1 ASSIGN
            TO DYNAMIC WS-DRAWDETAILFILE1-PATH
            FILE STATUS IS FILE1-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DETAILFILE1 ASSIGN
            TO DYNAMIC WS-DETAILFILE1-PATH
            FILE STATUS IS FILE2-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUBELIMITFILE1 ASSIGN
            TO DYNAMIC WS-CUBELIMITFILE1-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GAMECARDFILE1 ASSIGN
            TO DYNAMIC WS-GAMECARDFILE1-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Adv231202.cbl's draw detail, checked against the DRAWDETAIL
      * layout stamp.
         FD DRAWDETAILFILE1.
         01 DRAWDETAILRECORD1.
            05 DTD-GAME-NUMBER     PIC 9(03).
            05 DTD-FILLER1         PIC X(02).
            05 DTD-SET-NUMBER      PIC 9(03).
            05 DTD-FILLER2         PIC X(02).
            05 DTD-DRAW-NUMBER     PIC 9(03).
            05 DTD-FILLER3         PIC X(02).
            05 DTD-COLOR-NAME      PIC X(10).
            05 DTD-FILLER4         PIC X(02).
            05 DTD-CUBE-COUNT      PIC 9(03).

      * Adv231202.cbl's game detail, checked against the GAMEDETAIL
      * layout stamp.
         FD DETAILFILE1.
         01 DETAILRECORD1.
            05 DTL-GAME-NUMBER     PIC 9(03).
            05 DTL-FILLER1         PIC X(02).
            05 DTL-SET-STATE       PIC X(01).
            05 DTL-FILLER2         PIC X(02).
            05 DTL-GREEN-NEEDED    PIC 9(03).
            05 DTL-FILLER3         PIC X(02).
            05 DTL-BLUE-NEEDED     PIC 9(03).
            05 DTL-FILLER4         PIC X(02).
            05 DTL-RED-NEEDED      PIC 9(03).
            05 DTL-FILLER5         PIC X(02).
            05 DTL-POWER-SET       PIC 9(08).
            05 DTL-FILLER6         PIC X(02).
            05 DTL-LIMIT-VERSION   PIC X(10).
            05 DTL-FILLER7         PIC X(02).
            05 DTL-RUN-ID          PIC X(16).

         FD CUBELIMITFILE1.
         01 CUBELIMITRECORD1.
            05 CBL-VERSION-ID        PIC X(10).
            05 CBL-FILLER1           PIC X(02).
            05 CBL-EFFECTIVE-DATE    PIC 9(08).
            05 CBL-FILLER2           PIC X(02).
            05 CBL-COLOR-NAME        PIC X(10).
            05 CBL-FILLER3           PIC X(02).
            05 CBL-COLOR-LIMIT       PIC 9(03).

         FD GAMECARDFILE1.
         01 GAMECARDLINE1 PIC X(132).

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
         01 WS-DRAWDETAILFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d2.drawdetail.txt".
         01 WS-DRAWDETAILFILE1-OVERRIDE PIC X(250).

         01 WS-DETAILFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d2.detail.txt".
         01 WS-DETAILFILE1-OVERRIDE PIC X(250).

         01 WS-CUBELIMITFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "CUBELIMIT.CTL".
         01 WS-CUBELIMITFILE1-OVERRIDE PIC X(250).

         01 WS-GAMECARDFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d2.gamecard.txt".
         01 WS-GAMECARDFILE1-OVERRIDE PIC X(250).

         01 WS-ERRORLOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "errorlog.txt".
         01 WS-ERRORLOGFILE1-OVERRIDE PIC X(250).

      * CARDGAMES lists the game numbers to print, separated by
      * commas or spaces, in the order the cards are wanted.
      * CARDDATE is the business date whose limits the cards are
      * judged against (defaults to BUSNDATE, then today); point
      * DRAWDETAILFILE1/DETAILFILE1 at that date's run. MARGINPCT is
      * Adv231202's own marginal band, so the card marks the same
      * draws the run did.
         01 WS-CARDGAMES          PIC X(200) VALUE SPACES.
         01 WS-CARD-DATE          PIC 9(08) VALUE ZERO.
         01 WS-CARD-DATE-OVERRIDE PIC X(08).
         01 WS-MARGIN-PCT PIC 9(03) VALUE ZERO.
            88 MARGIN-MODE VALUE 1 THRU 999.
         01 WS-MARGIN-PCT-OVERRIDE PIC X(03).

      * Compiled-in limits, the same fallback Adv231202 uses for a
      * color CUBELIMITFILE1 has no entry in force for.
         01 WS-LIMIT-RED   PIC 9(03) VALUE 12.
         01 WS-LIMIT-GREEN PIC 9(03) VALUE 13.
         01 WS-LIMIT-BLUE  PIC 9(03) VALUE 14.

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
         01 FILE9-STATUS PIC 9(02).
            88 FILE9-STATUS-OK       VALUE 00.
            88 FILE9-STATUS-NOTFOUND VALUE 35.

         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * The draw-detail and detail layouts this step's FDs were
      * written for; a file stamped otherwise is refused (see
      * LAYOUTID.CPY).
         01 WS-DTD-LAYOUT-ID      PIC X(12) VALUE 'DRAWDETAIL'.
         01 WS-DTD-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-DTL-LAYOUT-ID      PIC X(12) VALUE 'GAMEDETAIL'.
         01 WS-DTL-LAYOUT-VERSION PIC X(02) VALUE '01'.
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

         COPY CUBECOLR.
         01 WS-COLOR-LOOKUP-NAME PIC X(10).
         01 WS-COLOR-FOUND-IX    PIC 9(02).

      * The cards asked for, in the order asked, with the footing
      * figures picked up from DETAILFILE1 for each.
         01 WS-CARD-MAX   PIC 9(03) VALUE 50.
         01 WS-CARD-COUNT PIC 9(03) VALUE ZERO.
         01 WS-CARD-TAB.
            05 WS-CARD-ENTRY OCCURS 50 TIMES.
               10 WS-CD-GAME        PIC 9(03).
               10 WS-CD-ROWS        PIC 9(05).
               10 WS-CD-HAS-DETAIL  PIC X(01).
               10 WS-CD-SET-STATE   PIC X(01).
               10 WS-CD-RED         PIC 9(03).
               10 WS-CD-GREEN       PIC 9(03).
               10 WS-CD-BLUE        PIC 9(03).
               10 WS-CD-POWER-SET   PIC 9(08).
               10 WS-CD-LIMIT-VER   PIC X(10).
               10 WS-CD-RUN-ID      PIC X(16).
         01 CX PIC 9(03).
         01 WS-CARD-FOUND-IX PIC 9(03).
         01 WS-LIST-TEXT     PIC X(200).
         01 WS-LIST-PTR      PIC 9(03).
         01 WS-LIST-TOKEN    PIC X(10).
         01 WS-LIST-GAME     PIC 9(03).
         01 WS-LIST-STATE    PIC X VALUE 'Y'.
            88 LIST-VALID    VALUE 'Y'.

      * Draw rows of the requested games, in DRAWDETAILFILE1 order
      * (set, then draw within set), tagged with the card they
      * belong to.
         01 WS-ROW-MAX   PIC 9(05) VALUE 3000.
         01 WS-ROW-COUNT PIC 9(05) VALUE ZERO.
         01 WS-ROW-TAB.
            05 WS-ROW-ENTRY OCCURS 3000 TIMES.
               10 WS-RW-CARD      PIC 9(03).
               10 WS-RW-SET       PIC 9(03).
               10 WS-RW-DRAW      PIC 9(03).
               10 WS-RW-COLOR-IX  PIC 9(02).
               10 WS-RW-CUBES     PIC 9(03).
         01 RX PIC 9(05).
         01 WS-ROWS-DROPPED PIC 9(05) VALUE ZERO.

      * One card being laid out.
         01 WS-GRID-SET       PIC 9(03).
         01 WS-GRID-OPEN      PIC X(01).
         01 WS-GRID-CELLS.
            05 WS-GRID-FILLED OCCURS 8 TIMES PIC X(01).
         01 WS-GRID-COL       PIC 9(03).
         01 WS-MARGIN-FLOOR   PIC 9(05).
         01 WS-CELL-MARK      PIC X(01).
         01 WS-CARD-VERDICT   PIC X(01).
            88 CARD-POSSIBLE   VALUE 'O'.
            88 CARD-MARGINAL   VALUE 'M'.
            88 CARD-IMPOSSIBLE VALUE 'N'.
         01 WS-KEY-ROW        PIC 9(05).
         01 WS-KEY-HEADROOM   PIC 9(03).
         01 WS-HEADROOM       PIC 9(03).
         01 WS-DRAWN-MAX-TAB.
            05 WS-DRAWN-MAX OCCURS 8 TIMES PIC 9(03).
         01 WS-NEEDED-WORK    PIC 9(03).
         01 WS-NEEDED-DIFFERS PIC X(01).
         01 WS-CARDS-PRINTED  PIC 9(03) VALUE ZERO.

      * REPORT EDIT FIELDS
         01 WS-GAME-X     PIC ZZ9.
         01 WS-SET-X      PIC ZZ9.
         01 WS-DRAW-X     PIC ZZ9.
         01 WS-CUBES-X    PIC ZZ9.
         01 WS-LIMIT-X    PIC ZZ9.
         01 WS-PCT-X      PIC ZZ9.
         01 WS-VERDICT-TEXT PIC X(10).
         01 WS-DETAIL-TEXT  PIC X(10).

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
           PERFORM PARSE-CARD-LIST
           IF NOT LIST-VALID
               DISPLAY 'CARDGAMES MUST LIST 1 TO ' WS-CARD-MAX
                   ' GAME NUMBERS (1-999)'
               MOVE 'CARD LIST' TO WS-ERRLOG-OPERATION
               MOVE 'CARDGAMES MISSING OR INVALID'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0183 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-ERRORLOG
               STOP RUN
           END-IF

           PERFORM INIT-COLOR-TAB
           PERFORM LOAD-LIMITS-IN-FORCE
           PERFORM COLLECT-DRAW-ROWS
           PERFORM COLLECT-DETAIL-FIGURES

           PERFORM OPEN-FILE4
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-CARD-COUNT
               PERFORM PRINT-GAME-CARD
           END-PERFORM
           PERFORM CLOSE-FILE4

           DISPLAY 'GAME CARDS REQUESTED : ' WS-CARD-COUNT
           DISPLAY 'GAME CARDS PRINTED   : ' WS-CARDS-PRINTED
           PERFORM CLOSE-ERRORLOG
           .

      * Game numbers are kept once each, in the order first listed.
       PARSE-CARD-LIST.
           MOVE FUNCTION TRIM(WS-CARDGAMES) TO WS-LIST-TEXT
           INSPECT WS-LIST-TEXT REPLACING ALL ',' BY ' '
           MOVE 1 TO WS-LIST-PTR
           PERFORM UNTIL WS-LIST-PTR > 200
                      OR WS-LIST-TEXT(WS-LIST-PTR:) = SPACES
                      OR NOT LIST-VALID
               MOVE SPACES TO WS-LIST-TOKEN
               UNSTRING WS-LIST-TEXT DELIMITED BY ALL ' '
                   INTO WS-LIST-TOKEN
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               EVALUATE TRUE
                   WHEN WS-LIST-TOKEN = SPACES
                       CONTINUE
                   WHEN FUNCTION TEST-NUMVAL(WS-LIST-TOKEN) NOT = 0
                       MOVE 'N' TO WS-LIST-STATE
                   WHEN FUNCTION NUMVAL(WS-LIST-TOKEN) < 1
                     OR FUNCTION NUMVAL(WS-LIST-TOKEN) > 999
                       MOVE 'N' TO WS-LIST-STATE
                   WHEN OTHER
                       COMPUTE WS-LIST-GAME =
                           FUNCTION NUMVAL(WS-LIST-TOKEN)
                       PERFORM FIND-CARD-FOR-GAME
                       IF WS-CARD-FOUND-IX = ZERO
                           IF WS-CARD-COUNT < WS-CARD-MAX
                               ADD 1 TO WS-CARD-COUNT
                               INITIALIZE WS-CARD-ENTRY(WS-CARD-COUNT)
                               MOVE WS-LIST-GAME
                                 TO WS-CD-GAME(WS-CARD-COUNT)
                               MOVE 'N'
                                 TO WS-CD-HAS-DETAIL(WS-CARD-COUNT)
                           ELSE
                               MOVE 'N' TO WS-LIST-STATE
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-CARD-COUNT = ZERO
               MOVE 'N' TO WS-LIST-STATE
           END-IF
           .

       FIND-CARD-FOR-GAME.
           MOVE ZERO TO WS-CARD-FOUND-IX
           PERFORM VARYING CX FROM 1 BY 1
                     UNTIL CX > WS-CARD-COUNT
                        OR WS-CARD-FOUND-IX > ZERO
               IF WS-CD-GAME(CX) = WS-LIST-GAME
                   MOVE CX TO WS-CARD-FOUND-IX
               END-IF
           END-PERFORM
           .

       INIT-COLOR-TAB.
           INITIALIZE COLOR-TAB
           MOVE 3              TO COLOR-COUNT

           MOVE 'red'          TO COLOR-NAME(1)
           MOVE WS-LIMIT-RED   TO COLOR-LIMIT(1)
           MOVE 'COMPILED'     TO COLOR-VERSION-ID(1)
           MOVE ZERO           TO COLOR-EFF-DATE(1)

           MOVE 'green'        TO COLOR-NAME(2)
           MOVE WS-LIMIT-GREEN TO COLOR-LIMIT(2)
           MOVE 'COMPILED'     TO COLOR-VERSION-ID(2)
           MOVE ZERO           TO COLOR-EFF-DATE(2)

           MOVE 'blue'         TO COLOR-NAME(3)
           MOVE WS-LIMIT-BLUE  TO COLOR-LIMIT(3)
           MOVE 'COMPILED'     TO COLOR-VERSION-ID(3)
           MOVE ZERO           TO COLOR-EFF-DATE(3)
           .

      * Per color, the entry with the latest effective date on or
      * before CARDDATE -- a later line winning a tie -- exactly as
      * Adv231202 picks limits for an ASOFDATE rerun. A color the
      * limit file introduces gets its own grid column.
       LOAD-LIMITS-IN-FORCE.
           OPEN INPUT CUBELIMITFILE1
           IF FILE3-STATUS-NOTFOUND
               DISPLAY 'NO CUBE LIMIT FILE - COMPILED LIMITS SHOWN'
               SET RUN-HAS-WARNINGS TO TRUE
               MOVE 'LOAD CBLLIM' TO WS-ERRLOG-OPERATION
               MOVE 'NO CUBE LIMIT FILE, COMPILED LIMITS'
                 TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0184 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           ELSE
               IF NOT FILE3-STATUS-OK
                   MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON CUBE LIMIT FILE'
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
                           IF CBL-EFFECTIVE-DATE IS NUMERIC
                              AND CBL-COLOR-LIMIT IS NUMERIC
                              AND CBL-COLOR-NAME NOT = SPACES
                              AND CBL-EFFECTIVE-DATE <= WS-CARD-DATE
                               PERFORM TAKE-LIMIT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUBELIMITFILE1
           END-IF
           .

       TAKE-LIMIT-ENTRY.
           MOVE CBL-COLOR-NAME TO WS-COLOR-LOOKUP-NAME
           PERFORM FIND-COLOR
           IF WS-COLOR-FOUND-IX > ZERO
               IF CBL-EFFECTIVE-DATE
                  >= COLOR-EFF-DATE(WS-COLOR-FOUND-IX)
                   MOVE CBL-COLOR-LIMIT
                     TO COLOR-LIMIT(WS-COLOR-FOUND-IX)
                   MOVE CBL-VERSION-ID
                     TO COLOR-VERSION-ID(WS-COLOR-FOUND-IX)
                   MOVE CBL-EFFECTIVE-DATE
                     TO COLOR-EFF-DATE(WS-COLOR-FOUND-IX)
               END-IF
           END-IF
           .

      * Finds WS-COLOR-LOOKUP-NAME in COLOR-TAB, adding it (no limit,
      * version NONE) when it is new and there is room.
       FIND-COLOR.
           MOVE ZERO TO WS-COLOR-FOUND-IX
           PERFORM VARYING COLOR-IX FROM 1 BY 1
                     UNTIL COLOR-IX > COLOR-COUNT
                        OR WS-COLOR-FOUND-IX > ZERO
               IF FUNCTION TRIM(COLOR-NAME(COLOR-IX)) =
                  FUNCTION TRIM(WS-COLOR-LOOKUP-NAME)
                   MOVE COLOR-IX TO WS-COLOR-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-COLOR-FOUND-IX = ZERO
               IF COLOR-COUNT < 8
                   ADD 1 TO COLOR-COUNT
                   MOVE WS-COLOR-LOOKUP-NAME TO COLOR-NAME(COLOR-COUNT)
                   MOVE ZERO   TO COLOR-LIMIT(COLOR-COUNT)
                   MOVE 'NONE' TO COLOR-VERSION-ID(COLOR-COUNT)
                   MOVE ZERO   TO COLOR-EFF-DATE(COLOR-COUNT)
                   MOVE COLOR-COUNT TO WS-COLOR-FOUND-IX
               ELSE
                   SET RUN-HAS-WARNINGS TO TRUE
                   DISPLAY 'COLOR TAB FULL -- CANNOT ADD COLOR '
                       WS-COLOR-LOOKUP-NAME
                   MOVE 'LOAD CBLLIM' TO WS-ERRLOG-OPERATION
                   MOVE 'COLOR TAB FULL, COLOR IGNORED'
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0185 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               END-IF
           END-IF
           .

       COLLECT-DRAW-ROWS.
           OPEN INPUT DRAWDETAILFILE1
           IF NOT FILE1-STATUS-OK
               MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON DRAW DETAIL FILE'
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
           PERFORM READ-DRAW-LAYOUT-STAMP
           PERFORM UNTIL FILE1-STATUS-EOF
               READ DRAWDETAILFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       PERFORM TAKE-ONE-DRAW-ROW
               END-READ
           END-PERFORM
           CLOSE DRAWDETAILFILE1
           IF WS-ROWS-DROPPED > ZERO
               DISPLAY 'DRAW ROWS NOT SHOWN (TABLE FULL) : '
                   WS-ROWS-DROPPED
               SET RUN-HAS-WARNINGS TO TRUE
               MOVE 'LOAD DRAWS' TO WS-ERRLOG-OPERATION
               MOVE 'DRAW ROW TABLE FULL, CARDS INCOMPLETE'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0186 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF
           .

       TAKE-ONE-DRAW-ROW.
           MOVE DTD-GAME-NUMBER TO WS-LIST-GAME
           PERFORM FIND-CARD-FOR-GAME
           IF WS-CARD-FOUND-IX > ZERO
               PERFORM KEEP-DRAW-ROW
           END-IF
           .

       KEEP-DRAW-ROW.
           MOVE DTD-COLOR-NAME TO WS-COLOR-LOOKUP-NAME
           PERFORM FIND-COLOR
           IF WS-ROW-COUNT < WS-ROW-MAX AND WS-COLOR-FOUND-IX > ZERO
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-CARD-FOUND-IX  TO WS-RW-CARD(WS-ROW-COUNT)
               MOVE DTD-SET-NUMBER    TO WS-RW-SET(WS-ROW-COUNT)
               MOVE DTD-DRAW-NUMBER   TO WS-RW-DRAW(WS-ROW-COUNT)
               MOVE WS-COLOR-FOUND-IX TO WS-RW-COLOR-IX(WS-ROW-COUNT)
               MOVE DTD-CUBE-COUNT    TO WS-RW-CUBES(WS-ROW-COUNT)
               ADD 1 TO WS-CD-ROWS(WS-CARD-FOUND-IX)
           ELSE
               ADD 1 TO WS-ROWS-DROPPED
           END-IF
           .

      * A restarted Adv231202 run can append a game a second time;
      * the last record for the game is the one that counts.
       COLLECT-DETAIL-FIGURES.
           OPEN INPUT DETAILFILE1
           IF NOT FILE2-STATUS-OK
               MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON DETAIL FILE'
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
           PERFORM READ-DETAIL-LAYOUT-STAMP
           PERFORM UNTIL FILE2-STATUS-EOF
               READ DETAILFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       PERFORM TAKE-ONE-DETAIL-RECORD
               END-READ
           END-PERFORM
           CLOSE DETAILFILE1
           .

       TAKE-ONE-DETAIL-RECORD.
           MOVE DTL-GAME-NUMBER TO WS-LIST-GAME
           PERFORM FIND-CARD-FOR-GAME
           IF WS-CARD-FOUND-IX > ZERO
               MOVE WS-CARD-FOUND-IX TO CX
               MOVE 'Y'               TO WS-CD-HAS-DETAIL(CX)
               MOVE DTL-SET-STATE     TO WS-CD-SET-STATE(CX)
               MOVE DTL-RED-NEEDED    TO WS-CD-RED(CX)
               MOVE DTL-GREEN-NEEDED  TO WS-CD-GREEN(CX)
               MOVE DTL-BLUE-NEEDED   TO WS-CD-BLUE(CX)
               MOVE DTL-POWER-SET     TO WS-CD-POWER-SET(CX)
               MOVE DTL-LIMIT-VERSION TO WS-CD-LIMIT-VER(CX)
               MOVE DTL-RUN-ID        TO WS-CD-RUN-ID(CX)
           END-IF
           .

      * The stamp is the first record of each input. A card can be
      * asked for a business date whose files were kept from before
      * the stamps: an unstamped file is read as version 00, its
      * first record is data, and the run warns (message 0011).
       READ-DRAW-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ DRAWDETAILFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE DRAWDETAILRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-DTD-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-DTD-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               SET LYT-LEGACY-UNSTAMPED TO TRUE
               PERFORM NOTE-LEGACY-LAYOUT
               IF FILE1-STATUS-OK
                   PERFORM TAKE-ONE-DRAW-ROW
               END-IF
           END-IF
           .

       READ-DETAIL-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ DETAILFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE DETAILRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-DTL-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-DTL-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               SET LYT-LEGACY-UNSTAMPED TO TRUE
               PERFORM NOTE-LEGACY-LAYOUT
               IF FILE2-STATUS-OK
                   PERFORM TAKE-ONE-DETAIL-RECORD
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

      ******************************************************************
      * One card. Grid columns start at 13, ten wide per color; each
      * cell is the cube count drawn, followed by * when it is over
      * the color's limit (impossible) or + when it is inside the
      * MARGINPCT band under it (marginal). A set that names a color
      * twice continues on a second row under the same set number.
      ******************************************************************
       PRINT-GAME-CARD.
           MOVE WS-CD-GAME(CX) TO WS-GAME-X
           IF WS-CD-ROWS(CX) = ZERO
               MOVE SPACES TO GAMECARDLINE1
               STRING 'GAME ' WS-GAME-X
                   '   NOT FOUND IN DRAWDETAILFILE1 - NO CARD'
                   DELIMITED BY SIZE INTO GAMECARDLINE1
               PERFORM WRITE-FILE4
               MOVE SPACES TO GAMECARDLINE1
               PERFORM WRITE-FILE4
               DISPLAY 'GAME ' WS-GAME-X ' NOT FOUND IN DRAW DETAIL'
               SET RUN-HAS-WARNINGS TO TRUE
               MOVE 'PRINT CARD' TO WS-ERRLOG-OPERATION
               MOVE SPACES TO WS-ERRLOG-MESSAGE
               STRING 'GAME ' WS-GAME-X ' NOT IN DRAW DETAIL'
                   DELIMITED BY SIZE INTO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0187 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           ELSE
               PERFORM JUDGE-GAME
               PERFORM WRITE-CARD-HEADING
               PERFORM WRITE-CARD-GRID
               PERFORM WRITE-CARD-FOOTING
               ADD 1 TO WS-CARDS-PRINTED
           END-IF
           .

      * The card's own verdict and the draw behind it: the first draw
      * over its limit for an impossible game, otherwise the draw
      * with the least headroom inside the marginal band.
       JUDGE-GAME.
           SET CARD-POSSIBLE TO TRUE
           MOVE ZERO TO WS-KEY-ROW
           MOVE 999 TO WS-KEY-HEADROOM
           INITIALIZE WS-DRAWN-MAX-TAB
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-ROW-COUNT
               IF WS-RW-CARD(RX) = CX
                   MOVE WS-RW-COLOR-IX(RX) TO COLOR-IX
                   IF WS-RW-CUBES(RX) > WS-DRAWN-MAX(COLOR-IX)
                       MOVE WS-RW-CUBES(RX) TO WS-DRAWN-MAX(COLOR-IX)
                   END-IF
                   PERFORM MARK-CELL
                   EVALUATE TRUE
                       WHEN WS-CELL-MARK = '*'
                           IF NOT CARD-IMPOSSIBLE
                               SET CARD-IMPOSSIBLE TO TRUE
                               MOVE RX TO WS-KEY-ROW
                           END-IF
                       WHEN WS-CELL-MARK = '+'
                           IF NOT CARD-IMPOSSIBLE
                               SET CARD-MARGINAL TO TRUE
                               COMPUTE WS-HEADROOM =
                                   COLOR-LIMIT(COLOR-IX)
                                   - WS-RW-CUBES(RX)
                               IF WS-HEADROOM < WS-KEY-HEADROOM
                                   MOVE WS-HEADROOM TO WS-KEY-HEADROOM
                                   MOVE RX TO WS-KEY-ROW
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN CARD-IMPOSSIBLE
                   MOVE 'IMPOSSIBLE' TO WS-VERDICT-TEXT
               WHEN CARD-MARGINAL
                   MOVE 'MARGINAL'   TO WS-VERDICT-TEXT
               WHEN OTHER
                   MOVE 'POSSIBLE'   TO WS-VERDICT-TEXT
           END-EVALUATE
           .

      * Mark for row RX against color COLOR-IX's limit in force. A
      * color with no limit on file is never judged.
       MARK-CELL.
           MOVE SPACE TO WS-CELL-MARK
           IF COLOR-VERSION-ID(COLOR-IX) NOT = 'NONE'
               IF WS-RW-CUBES(RX) > COLOR-LIMIT(COLOR-IX)
                   MOVE '*' TO WS-CELL-MARK
               ELSE
                   IF MARGIN-MODE
                       COMPUTE WS-MARGIN-FLOOR =
                           COLOR-LIMIT(COLOR-IX)
                             - (COLOR-LIMIT(COLOR-IX) * WS-MARGIN-PCT)
                             / 100
                       IF WS-RW-CUBES(RX) > WS-MARGIN-FLOOR
                           MOVE '+' TO WS-CELL-MARK
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       WRITE-CARD-HEADING.
           MOVE SPACES TO GAMECARDLINE1
           MOVE ALL '=' TO GAMECARDLINE1(1:92)
           PERFORM WRITE-FILE4
           MOVE SPACES TO GAMECARDLINE1
           STRING 'GAME CARD  GAME ' WS-GAME-X
               '   BUSINESS DATE ' WS-CARD-DATE
               '   CARD VERDICT ' WS-VERDICT-TEXT
               DELIMITED BY SIZE INTO GAMECARDLINE1
           PERFORM WRITE-FILE4
           IF MARGIN-MODE
               MOVE SPACES TO GAMECARDLINE1
               MOVE WS-MARGIN-PCT TO WS-PCT-X
               STRING '* OVER LIMIT   + WITHIN ' WS-PCT-X
                   ' PCT UNDER LIMIT'
                   DELIMITED BY SIZE INTO GAMECARDLINE1
           ELSE
               MOVE '* OVER LIMIT' TO GAMECARDLINE1
           END-IF
           PERFORM WRITE-FILE4
           MOVE SPACES TO GAMECARDLINE1
           PERFORM WRITE-FILE4

           MOVE SPACES TO GAMECARDLINE1
           MOVE 'COLOR' TO GAMECARDLINE1(1:)
           PERFORM VARYING COLOR-IX FROM 1 BY 1
                     UNTIL COLOR-IX > COLOR-COUNT
               COMPUTE WS-GRID-COL = 13 + (COLOR-IX - 1) * 10
               MOVE COLOR-NAME(COLOR-IX)
                 TO GAMECARDLINE1(WS-GRID-COL:10)
           END-PERFORM
           PERFORM WRITE-FILE4
           MOVE SPACES TO GAMECARDLINE1
           MOVE 'LIMIT' TO GAMECARDLINE1(1:)
           PERFORM VARYING COLOR-IX FROM 1 BY 1
                     UNTIL COLOR-IX > COLOR-COUNT
               COMPUTE WS-GRID-COL = 13 + (COLOR-IX - 1) * 10
               IF COLOR-VERSION-ID(COLOR-IX) = 'NONE'
                   MOVE '  -' TO GAMECARDLINE1(WS-GRID-COL:3)
               ELSE
                   MOVE COLOR-LIMIT(COLOR-IX) TO WS-LIMIT-X
                   MOVE WS-LIMIT-X TO GAMECARDLINE1(WS-GRID-COL:3)
               END-IF
           END-PERFORM
           PERFORM WRITE-FILE4
           MOVE SPACES TO GAMECARDLINE1
           MOVE 'VERSION' TO GAMECARDLINE1(1:)
           PERFORM VARYING COLOR-IX FROM 1 BY 1
                     UNTIL COLOR-IX > COLOR-COUNT
               COMPUTE WS-GRID-COL = 13 + (COLOR-IX - 1) * 10
               MOVE COLOR-VERSION-ID(COLOR-IX)
                 TO GAMECARDLINE1(WS-GRID-COL:9)
           END-PERFORM
           PERFORM WRITE-FILE4
           PERFORM WRITE-CARD-RULE
           .

       WRITE-CARD-RULE.
           MOVE SPACES TO GAMECARDLINE1
           MOVE ALL '-' TO GAMECARDLINE1(1:92)
           PERFORM WRITE-FILE4
           .

       WRITE-CARD-GRID.
           MOVE 'N' TO WS-GRID-OPEN
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-ROW-COUNT
               IF WS-RW-CARD(RX) = CX
                   MOVE WS-RW-COLOR-IX(RX) TO COLOR-IX
                   IF WS-GRID-OPEN = 'Y'
                       IF WS-RW-SET(RX) NOT = WS-GRID-SET
                          OR WS-GRID-FILLED(COLOR-IX) = 'Y'
                           PERFORM WRITE-FILE4
                           MOVE 'N' TO WS-GRID-OPEN
                       END-IF
                   END-IF
                   IF WS-GRID-OPEN = 'N'
                       PERFORM START-GRID-ROW
                   END-IF
                   PERFORM MARK-CELL
                   COMPUTE WS-GRID-COL = 13 + (COLOR-IX - 1) * 10
                   MOVE WS-RW-CUBES(RX) TO WS-CUBES-X
                   MOVE WS-CUBES-X TO GAMECARDLINE1(WS-GRID-COL:3)
                   MOVE WS-CELL-MARK
                     TO GAMECARDLINE1(WS-GRID-COL + 3:1)
                   MOVE 'Y' TO WS-GRID-FILLED(COLOR-IX)
               END-IF
           END-PERFORM
           IF WS-GRID-OPEN = 'Y'
               PERFORM WRITE-FILE4
           END-IF
           PERFORM WRITE-CARD-RULE
           .

       START-GRID-ROW.
           MOVE 'Y' TO WS-GRID-OPEN
           MOVE WS-RW-SET(RX) TO WS-GRID-SET
           MOVE SPACES TO WS-GRID-CELLS
           MOVE SPACES TO GAMECARDLINE1
           MOVE WS-RW-SET(RX) TO WS-SET-X
           STRING 'SET ' WS-SET-X
               DELIMITED BY SIZE INTO GAMECARDLINE1
           .

      * Footing: what Adv231202 recorded for the game. Needed cubes
      * are checked against the largest draw on the card; a detail
      * verdict or limit version that disagrees with the card means
      * the run judged the game under different limits (an AD-HOC
      * override or a different date) and is called out.
       WRITE-CARD-FOOTING.
           IF WS-CD-HAS-DETAIL(CX) NOT = 'Y'
               MOVE SPACES TO GAMECARDLINE1
               MOVE 'NO DETAILFILE1 RECORD FOR THIS GAME - NOT FOOTED'
                 TO GAMECARDLINE1
               PERFORM WRITE-FILE4
               SET RUN-HAS-WARNINGS TO TRUE
               MOVE 'PRINT CARD' TO WS-ERRLOG-OPERATION
               MOVE SPACES TO WS-ERRLOG-MESSAGE
               STRING 'GAME ' WS-GAME-X ' NOT IN DETAILFILE1'
                   DELIMITED BY SIZE INTO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0188 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           ELSE
               MOVE 'N' TO WS-NEEDED-DIFFERS
               MOVE SPACES TO GAMECARDLINE1
               MOVE 'NEEDED' TO GAMECARDLINE1(1:)
               PERFORM VARYING COLOR-IX FROM 1 BY 1
                         UNTIL COLOR-IX > COLOR-COUNT
                   EVALUATE COLOR-NAME(COLOR-IX)
                       WHEN 'red'
                           MOVE WS-CD-RED(CX)   TO WS-NEEDED-WORK
                       WHEN 'green'
                           MOVE WS-CD-GREEN(CX) TO WS-NEEDED-WORK
                       WHEN 'blue'
                           MOVE WS-CD-BLUE(CX)  TO WS-NEEDED-WORK
                       WHEN OTHER
                           MOVE WS-DRAWN-MAX(COLOR-IX)
                             TO WS-NEEDED-WORK
                   END-EVALUATE
                   IF WS-NEEDED-WORK NOT = WS-DRAWN-MAX(COLOR-IX)
                       MOVE 'Y' TO WS-NEEDED-DIFFERS
                   END-IF
                   COMPUTE WS-GRID-COL = 13 + (COLOR-IX - 1) * 10
                   MOVE WS-NEEDED-WORK TO WS-CUBES-X
                   MOVE WS-CUBES-X TO GAMECARDLINE1(WS-GRID-COL:3)
               END-PERFORM
               PERFORM WRITE-FILE4
               MOVE SPACES TO GAMECARDLINE1
               STRING 'POWER SET   ' WS-CD-POWER-SET(CX)
                   '   DETAIL VERDICT ' WS-CD-SET-STATE(CX)
                   '   LIMIT VERSION ' WS-CD-LIMIT-VER(CX)
                   '   RUN ID ' WS-CD-RUN-ID(CX)
                   DELIMITED BY SIZE INTO GAMECARDLINE1
               PERFORM WRITE-FILE4
               IF WS-NEEDED-DIFFERS = 'Y'
                   MOVE SPACES TO GAMECARDLINE1
                   MOVE '** NEEDED CUBES DO NOT MATCH THE DRAWS ABOVE'
                     TO GAMECARDLINE1
                   PERFORM WRITE-FILE4
               END-IF
               IF WS-CD-SET-STATE(CX) NOT = WS-CARD-VERDICT
                   MOVE SPACES TO GAMECARDLINE1
                   STRING '** DETAIL VERDICT ' WS-CD-SET-STATE(CX)
                       ' DIFFERS FROM CARD VERDICT ' WS-CARD-VERDICT
                       ' - RUN USED OTHER LIMITS'
                       DELIMITED BY SIZE INTO GAMECARDLINE1
                   PERFORM WRITE-FILE4
               END-IF
           END-IF
           PERFORM WRITE-KEY-DRAW-LINE
           MOVE SPACES TO GAMECARDLINE1
           PERFORM WRITE-FILE4
           .

       WRITE-KEY-DRAW-LINE.
           IF WS-KEY-ROW > ZERO
               MOVE WS-KEY-ROW TO RX
               MOVE WS-RW-COLOR-IX(RX) TO COLOR-IX
               MOVE WS-RW-SET(RX)   TO WS-SET-X
               MOVE WS-RW-DRAW(RX)  TO WS-DRAW-X
               MOVE WS-RW-CUBES(RX) TO WS-CUBES-X
               MOVE COLOR-LIMIT(COLOR-IX) TO WS-LIMIT-X
               MOVE SPACES TO GAMECARDLINE1
               IF CARD-IMPOSSIBLE
                   STRING 'MADE IMPOSSIBLE BY SET ' WS-SET-X
                       ' DRAW ' WS-DRAW-X ': ' WS-CUBES-X ' '
                       COLOR-NAME(COLOR-IX) ' OVER LIMIT '
                       WS-LIMIT-X ' (' COLOR-VERSION-ID(COLOR-IX) ')'
                       DELIMITED BY SIZE INTO GAMECARDLINE1
               ELSE
                   STRING 'MARGINAL AT SET ' WS-SET-X
                       ' DRAW ' WS-DRAW-X ': ' WS-CUBES-X ' '
                       COLOR-NAME(COLOR-IX) ' AGAINST LIMIT '
                       WS-LIMIT-X ' (' COLOR-VERSION-ID(COLOR-IX) ')'
                       DELIMITED BY SIZE INTO GAMECARDLINE1
               END-IF
               PERFORM WRITE-FILE4
           END-IF
           .

       OPEN-FILE4.
           OPEN OUTPUT GAMECARDFILE1
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
           WRITE GAMECARDLINE1
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
           CLOSE GAMECARDFILE1
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
           MOVE SPACES TO WS-DRAWDETAILFILE1-OVERRIDE
           DISPLAY "DRAWDETAILFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-DRAWDETAILFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-DRAWDETAILFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-DRAWDETAILFILE1-OVERRIDE)
                 TO WS-DRAWDETAILFILE1-PATH
           END-IF

           MOVE SPACES TO WS-DETAILFILE1-OVERRIDE
           DISPLAY "DETAILFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-DETAILFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-DETAILFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-DETAILFILE1-OVERRIDE)
                 TO WS-DETAILFILE1-PATH
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

           MOVE SPACES TO WS-GAMECARDFILE1-OVERRIDE
           DISPLAY "GAMECARDFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-GAMECARDFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-GAMECARDFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-GAMECARDFILE1-OVERRIDE)
                 TO WS-GAMECARDFILE1-PATH
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

           DISPLAY "CARDGAMES" UPON ENVIRONMENT-NAME
           ACCEPT WS-CARDGAMES FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           MOVE SPACES TO WS-CARD-DATE-OVERRIDE
           DISPLAY "CARDDATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-CARD-DATE-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-CARD-DATE-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-CARD-DATE-OVERRIDE)
                 TO WS-CARD-DATE
           END-IF

           MOVE SPACES TO WS-MARGIN-PCT-OVERRIDE
           DISPLAY "MARGINPCT" UPON ENVIRONMENT-NAME
           ACCEPT WS-MARGIN-PCT-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-MARGIN-PCT-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-MARGIN-PCT-OVERRIDE)
                 TO WS-MARGIN-PCT
           END-IF

           IF WS-CARD-DATE = ZERO
               IF BUSN-DATE-SET
                   MOVE WS-BUSN-DATE TO WS-CARD-DATE
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CARD-DATE
               END-IF
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
           MOVE 'ADV231202.06' TO ERL-PROGRAM-ID
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
