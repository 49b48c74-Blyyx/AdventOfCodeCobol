       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-SUITE-SITECONS.
       AUTHOR. MARC BRASSART.

      * Cross-site consolidation for management. Every site's cycle
      * appends its own row per business date to its own KPI file
      * (AOC-SUITE-KPI); this report reads the KPI file of each site
      * listed in SITES.CTL and rolls up elf totals, calibration sums
      * and cube game results by site over a business-date range,
      * with a suite-wide total line. A site with no figures for the
      * range is shown as NOT REPORTED and raises a warning -- the
      * total is then knowingly short a site, never silently.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITESFILE1 ASSIGN
            TO DYNAMIC WS-SITESFILE1-PATH
            FILE STATUS IS FILE1-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KPIFILE1 ASSIGN
            TO DYNAMIC WS-KPIFILE1-PATH
            FILE STATUS IS FILE2-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONSRPTFILE1 ASSIGN
            TO DYNAMIC WS-CONSRPTFILE1-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One line per site: code, name, and the path of that site's
      * KPI file (relative paths resolve from the suite directory the
      * driver runs in). Lines starting '*' are comments.
         FD SITESFILE1.
         01 SITERECORD1.
            05 STE-SITE-CODE    PIC X(04).
            05 STE-FILLER1      PIC X(02).
            05 STE-SITE-NAME    PIC X(30).
            05 STE-FILLER2      PIC X(02).
            05 STE-KPI-PATH     PIC X(200).

      * AOC-SUITE-KPI's KPIRECORD1, behind the layout stamp that
      * program writes (see WS-KPI-LAYOUT-ID).
         FD KPIFILE1.
         01 KPIRECORD1.
            05 KPI-BUSN-DATE     PIC 9(08).
            05 KPI-FILLER1       PIC X(02).
            05 KPI-ELF-GROUPS    PIC 9(05).
            05 KPI-FILLER2       PIC X(02).
            05 KPI-GRAND-TOTAL   PIC 9(12).
            05 KPI-FILLER3       PIC X(02).
            05 KPI-TOP-CALORIES  PIC 9(09).
            05 KPI-FILLER4       PIC X(02).
            05 KPI-CALIB-SUM1    PIC 9(09).
            05 KPI-FILLER5       PIC X(02).
            05 KPI-CALIB-SUM2    PIC 9(09).
            05 KPI-FILLER6       PIC X(02).
            05 KPI-RECON-DIFFS   PIC 9(05).
            05 KPI-FILLER7       PIC X(02).
            05 KPI-GAME-COUNT    PIC 9(05).
            05 KPI-FILLER8       PIC X(02).
            05 KPI-CORRECT-GAMES PIC 9(05).
            05 KPI-FILLER9       PIC X(02).
            05 KPI-POWER-TOTAL   PIC 9(10).
            05 KPI-FILLER10      PIC X(02).
            05 KPI-EDIT-REJECTS  PIC 9(07).
            05 KPI-FILLER11      PIC X(02).
            05 KPI-EXCEPTIONS    PIC 9(07).
            05 KPI-FILLER12      PIC X(02).
            05 KPI-WORST-RC      PIC 9(02).
            05 KPI-FILLER13      PIC X(02).
            05 KPI-RUN-ID        PIC X(16).
            05 KPI-FILLER14      PIC X(02).
            05 KPI-SITE          PIC X(04).

         FD CONSRPTFILE1.
         01 CONSRPTLINE1 PIC X(132).

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
         01 WS-SITESFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "SITES.CTL".
         01 WS-SITESFILE1-OVERRIDE PIC X(250).

         01 WS-KPIFILE1-PATH PIC X(250).

         01 WS-CONSRPTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "siteconsolidation.txt".
         01 WS-CONSRPTFILE1-OVERRIDE PIC X(250).

         01 WS-ERRORLOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "errorlog.txt".
         01 WS-ERRORLOGFILE1-OVERRIDE PIC X(250).

      * CONSFROMDATE / CONSTODATE bound the business dates rolled up;
      * the to-date defaults to BUSNDATE (then today) and the from-date
      * to the to-date, so the nightly run reports the day just
      * closed. KPI rows with a blank KPI-SITE were written before the
      * suite ran a second site and belong to HOMESITE.
         01 WS-CONS-FROM-DATE PIC 9(08) VALUE ZERO.
         01 WS-CONS-FROM-DATE-OVERRIDE PIC X(08).
         01 WS-CONS-TO-DATE   PIC 9(08) VALUE ZERO.
         01 WS-CONS-TO-DATE-OVERRIDE PIC X(08).
         01 WS-HOME-SITE      PIC X(04) VALUE 'WH01'.
         01 WS-HOME-SITE-OVERRIDE PIC X(04).

      * FILE STATUS
         01 FILE1-STATUS PIC 9(02).
            88 FILE1-STATUS-OK  VALUE 00.
            88 FILE1-STATUS-EOF VALUE 10.
         01 FILE2-STATUS PIC 9(02).
            88 FILE2-STATUS-OK       VALUE 00.
            88 FILE2-STATUS-EOF      VALUE 10.
            88 FILE2-STATUS-NOTFOUND VALUE 35.
         01 FILE3-STATUS PIC 9(02).
            88 FILE3-STATUS-OK  VALUE 00.
         01 FILE9-STATUS PIC 9(02).
            88 FILE9-STATUS-OK       VALUE 00.
            88 FILE9-STATUS-NOTFOUND VALUE 35.

         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * The KPI layout this step's FD was written for. A site whose
      * file is stamped otherwise is left out of the totals and
      * shown as not reported, rather than holding every other site.
         01 WS-KPI-LAYOUT-ID      PIC X(12) VALUE 'KPI'.
         01 WS-KPI-LAYOUT-VERSION PIC X(02) VALUE '01'.
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

      * The latest KPI row per business date for the site being read
      * -- a date backed out and rerun appends a second row, and only
      * the rerun's figures stand.
         01 WS-DATE-TAB.
            05 WS-DATE-COUNT PIC 9(04) VALUE ZERO.
            05 WS-DATE-ENTRY OCCURS 400 TIMES.
               10 WS-DT-DATE    PIC 9(08).
               10 WS-DT-RECORD  PIC X(141).
         01 DX PIC 9(04).
         01 WS-DATE-FOUND PIC X VALUE 'N'.
            88 DATE-FOUND VALUE 'Y'.
         01 WS-FOREIGN-ROWS PIC 9(05) VALUE ZERO.
         01 WS-SITE-STATE PIC X(01).
            88 SITE-NO-FILE     VALUE 'F'.
            88 SITE-NO-FIGURES  VALUE 'N'.
            88 SITE-REPORTED    VALUE 'R'.
            88 SITE-LAYOUT-REFUSED VALUE 'L'.

      * Site totals over the range, then the suite-wide totals.
         01 WS-SITE-TOTALS.
            05 WS-ST-DATES       PIC 9(05).
            05 WS-ST-GROUPS      PIC 9(09).
            05 WS-ST-CALORIES    PIC 9(15).
            05 WS-ST-TOP         PIC 9(09).
            05 WS-ST-CALIB1      PIC 9(11).
            05 WS-ST-CALIB2      PIC 9(11).
            05 WS-ST-RECON       PIC 9(07).
            05 WS-ST-GAMES       PIC 9(07).
            05 WS-ST-POSSIBLE    PIC 9(07).
            05 WS-ST-POWER       PIC 9(13).
            05 WS-ST-WORST-RC    PIC 9(02).
         01 WS-ALL-TOTALS.
            05 WS-AT-DATES       PIC 9(05).
            05 WS-AT-GROUPS      PIC 9(09).
            05 WS-AT-CALORIES    PIC 9(15).
            05 WS-AT-TOP         PIC 9(09).
            05 WS-AT-CALIB1      PIC 9(11).
            05 WS-AT-CALIB2      PIC 9(11).
            05 WS-AT-RECON       PIC 9(07).
            05 WS-AT-GAMES       PIC 9(07).
            05 WS-AT-POSSIBLE    PIC 9(07).
            05 WS-AT-POWER       PIC 9(13).
            05 WS-AT-WORST-RC    PIC 9(02).
         01 WS-SITES-LISTED   PIC 9(03) VALUE ZERO.
         01 WS-SITES-REPORTED PIC 9(03) VALUE ZERO.
         01 WS-SITES-REFUSED  PIC 9(03) VALUE ZERO.

         01 WS-ALL-TOTALS-WORK.
            05 WS-WK-DATES       PIC 9(05).
            05 WS-WK-GROUPS      PIC 9(09).
            05 WS-WK-CALORIES    PIC 9(15).
            05 WS-WK-TOP         PIC 9(09).
            05 WS-WK-CALIB1      PIC 9(11).
            05 WS-WK-CALIB2      PIC 9(11).
            05 WS-WK-RECON       PIC 9(07).
            05 WS-WK-GAMES       PIC 9(07).
            05 WS-WK-POSSIBLE    PIC 9(07).
            05 WS-WK-POWER       PIC 9(13).
            05 WS-WK-WORST-RC    PIC 9(02).

      * REPORT EDIT FIELDS
         01 WS-DATES-X    PIC Z(04)9.
         01 WS-GROUPS-X   PIC Z(06)9.
         01 WS-CAL-X      PIC Z(13)9.
         01 WS-TOP-X      PIC Z(08)9.
         01 WS-CALIB-X    PIC Z(10)9.
         01 WS-SMALL-X    PIC Z(06)9.
         01 WS-POWER-X    PIC Z(12)9.
         01 WS-RC-X       PIC Z9.

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
           INITIALIZE WS-ALL-TOTALS

           OPEN INPUT SITESFILE1
           IF NOT FILE1-STATUS-OK
               MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON SITES FILE'
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
           PERFORM OPEN-FILE3
           PERFORM WRITE-CONS-HEADING

           PERFORM UNTIL FILE1-STATUS-EOF
               READ SITESFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       IF STE-SITE-CODE NOT = SPACES
                          AND STE-SITE-CODE(1:1) NOT = '*'
                           PERFORM CONSOLIDATE-ONE-SITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SITESFILE1

           PERFORM WRITE-CONS-TOTAL
           PERFORM CLOSE-FILE3

           DISPLAY 'SITES LISTED            = ' WS-SITES-LISTED
           DISPLAY 'SITES REPORTED          = ' WS-SITES-REPORTED
           IF WS-SITES-REFUSED > ZERO
               DISPLAY 'SITES LAYOUT REFUSED    = ' WS-SITES-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'ALL SITES ELF CALORIES  = ' WS-AT-CALORIES
           DISPLAY 'ALL SITES CORRECT GAMES = ' WS-AT-POSSIBLE
           IF WS-SITES-LISTED = ZERO
               DISPLAY 'NO SITES IN SITES FILE -- NOTHING CONSOLIDATED'
               MOVE 'CONSOLIDATE' TO WS-ERRLOG-OPERATION
               MOVE 'NO SITES IN SITES FILE' TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0229 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM CLOSE-ERRORLOG
           .

       CONSOLIDATE-ONE-SITE.
           ADD 1 TO WS-SITES-LISTED
           INITIALIZE WS-SITE-TOTALS
           MOVE ZERO TO WS-DATE-COUNT
           MOVE ZERO TO WS-FOREIGN-ROWS
           MOVE FUNCTION TRIM(STE-KPI-PATH) TO WS-KPIFILE1-PATH

           OPEN INPUT KPIFILE1
           IF FILE2-STATUS-NOTFOUND
               SET SITE-NO-FILE TO TRUE
           ELSE
               IF NOT FILE2-STATUS-OK
                   MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON KPI FILE'
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
               SET SITE-NO-FIGURES TO TRUE
               PERFORM READ-KPI-LAYOUT-STAMP
               IF NOT SITE-LAYOUT-REFUSED
                   PERFORM UNTIL FILE2-STATUS-EOF
                       READ KPIFILE1
                           AT END
                               CONTINUE
                            NOT AT END
                               PERFORM KEEP-KPI-ROW
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE KPIFILE1
               IF NOT SITE-LAYOUT-REFUSED
                   PERFORM VARYING DX FROM 1 BY 1
                             UNTIL DX > WS-DATE-COUNT
                       MOVE WS-DT-RECORD(DX) TO KPIRECORD1
                       PERFORM ADD-KPI-ROW
                   END-PERFORM
                   IF WS-ST-DATES > ZERO
                       SET SITE-REPORTED TO TRUE
                       ADD 1 TO WS-SITES-REPORTED
                   END-IF
               END-IF
           END-IF

           PERFORM WRITE-CONS-SITE-LINE
           EVALUATE TRUE
               WHEN SITE-NO-FILE
                   SET RUN-HAS-WARNINGS TO TRUE
                   MOVE 'CONSOLIDATE' TO WS-ERRLOG-OPERATION
                   MOVE 'SITE KPI FILE NOT FOUND'
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0230 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               WHEN SITE-NO-FIGURES
                   SET RUN-HAS-WARNINGS TO TRUE
                   MOVE 'CONSOLIDATE' TO WS-ERRLOG-OPERATION
                   MOVE 'SITE HAS NO KPI ROW IN DATE RANGE'
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0231 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               WHEN SITE-LAYOUT-REFUSED
                   ADD 1 TO WS-SITES-REFUSED
                   DISPLAY 'SITE ' STE-SITE-CODE ' KPI FILE CARRIES '
                       LYT-LAYOUT-ID ' VERSION ' LYT-VERSION
                       ' -- NOT CONSOLIDATED'
                   MOVE 'LAYOUT' TO WS-ERRLOG-OPERATION
                   MOVE SPACES TO WS-ERRLOG-MESSAGE
                   STRING 'SITE ' STE-SITE-CODE ' KPI FILE '
                          DELIMITED BY SIZE
                          LYT-LAYOUT-ID DELIMITED BY SPACE
                          ' V' LYT-VERSION ' REFUSED'
                          DELIMITED BY SIZE
                     INTO WS-ERRLOG-MESSAGE
                   END-STRING
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'S' TO WS-ERRLOG-SEVERITY
                   MOVE 0239 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
           END-EVALUATE
           IF WS-FOREIGN-ROWS > ZERO
               DISPLAY 'SITE ' STE-SITE-CODE ' KPI FILE HOLDS '
                   WS-FOREIGN-ROWS ' ROW(S) OF ANOTHER SITE -- IGNORED'
               SET RUN-HAS-WARNINGS TO TRUE
               MOVE 'CONSOLIDATE' TO WS-ERRLOG-OPERATION
               MOVE 'KPI FILE HOLDS ANOTHER SITE ROWS'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0232 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF
           .

      * The stamp is the first record of a site's KPI file. A file
      * kept from before the stamp starts with a row: it is read as
      * version 00 and that row is kept like the rest.
       READ-KPI-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ KPIFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE KPIRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           IF LYT-IS-STAMP
               IF LYT-LAYOUT-ID NOT = WS-KPI-LAYOUT-ID
                  OR LYT-VERSION NOT = WS-KPI-LAYOUT-VERSION
                   SET SITE-LAYOUT-REFUSED TO TRUE
               END-IF
           ELSE
               IF FILE2-STATUS-OK
                   SET LYT-LEGACY-UNSTAMPED TO TRUE
                   PERFORM NOTE-LEGACY-LAYOUT
                   PERFORM KEEP-KPI-ROW
               END-IF
           END-IF
           .

       NOTE-LEGACY-LAYOUT.
           SET RUN-HAS-WARNINGS TO TRUE
           DISPLAY 'SITE ' STE-SITE-CODE
               ' : UNSTAMPED KPI FILE READ AS VERSION 00'
           MOVE SPACES TO WS-ERRLOG-MESSAGE
           STRING 'SITE ' STE-SITE-CODE
                  ' KPI FILE UNSTAMPED, READ AS V00'
                  DELIMITED BY SIZE
             INTO WS-ERRLOG-MESSAGE
           END-STRING
           MOVE 'LAYOUT' TO WS-ERRLOG-OPERATION
           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
           MOVE 'W' TO WS-ERRLOG-SEVERITY
           MOVE 0011 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           .

      * Rows in range for this site only; a row stamped with another
      * site means SITES.CTL points at the wrong file, and is counted
      * rather than added into this site's line.
       KEEP-KPI-ROW.
           IF KPI-BUSN-DATE IS NOT NUMERIC
              OR KPI-BUSN-DATE < WS-CONS-FROM-DATE
              OR KPI-BUSN-DATE > WS-CONS-TO-DATE
               CONTINUE
           ELSE
               IF KPI-SITE = STE-SITE-CODE
                  OR (KPI-SITE = SPACES
                      AND STE-SITE-CODE = WS-HOME-SITE)
                   MOVE 'N' TO WS-DATE-FOUND
                   PERFORM VARYING DX FROM 1 BY 1
                     UNTIL DX > WS-DATE-COUNT OR DATE-FOUND
                       IF WS-DT-DATE(DX) = KPI-BUSN-DATE
                           SET DATE-FOUND TO TRUE
                           MOVE KPIRECORD1 TO WS-DT-RECORD(DX)
                       END-IF
                   END-PERFORM
                   IF NOT DATE-FOUND AND WS-DATE-COUNT < 400
                       ADD 1 TO WS-DATE-COUNT
                       MOVE KPI-BUSN-DATE TO WS-DT-DATE(WS-DATE-COUNT)
                       MOVE KPIRECORD1 TO WS-DT-RECORD(WS-DATE-COUNT)
                   END-IF
               ELSE
                   ADD 1 TO WS-FOREIGN-ROWS
               END-IF
           END-IF
           .

       ADD-KPI-ROW.
           ADD 1                 TO WS-ST-DATES
           ADD KPI-ELF-GROUPS    TO WS-ST-GROUPS
           ADD KPI-GRAND-TOTAL   TO WS-ST-CALORIES
           IF KPI-TOP-CALORIES > WS-ST-TOP
               MOVE KPI-TOP-CALORIES TO WS-ST-TOP
           END-IF
           ADD KPI-CALIB-SUM1    TO WS-ST-CALIB1
           ADD KPI-CALIB-SUM2    TO WS-ST-CALIB2
           ADD KPI-RECON-DIFFS   TO WS-ST-RECON
           ADD KPI-GAME-COUNT    TO WS-ST-GAMES
           ADD KPI-CORRECT-GAMES TO WS-ST-POSSIBLE
           ADD KPI-POWER-TOTAL   TO WS-ST-POWER
           IF KPI-WORST-RC > WS-ST-WORST-RC
               MOVE KPI-WORST-RC TO WS-ST-WORST-RC
           END-IF

           ADD 1                 TO WS-AT-DATES
           ADD KPI-ELF-GROUPS    TO WS-AT-GROUPS
           ADD KPI-GRAND-TOTAL   TO WS-AT-CALORIES
           IF KPI-TOP-CALORIES > WS-AT-TOP
               MOVE KPI-TOP-CALORIES TO WS-AT-TOP
           END-IF
           ADD KPI-CALIB-SUM1    TO WS-AT-CALIB1
           ADD KPI-CALIB-SUM2    TO WS-AT-CALIB2
           ADD KPI-RECON-DIFFS   TO WS-AT-RECON
           ADD KPI-GAME-COUNT    TO WS-AT-GAMES
           ADD KPI-CORRECT-GAMES TO WS-AT-POSSIBLE
           ADD KPI-POWER-TOTAL   TO WS-AT-POWER
           IF KPI-WORST-RC > WS-AT-WORST-RC
               MOVE KPI-WORST-RC TO WS-AT-WORST-RC
           END-IF
           .

       WRITE-CONS-HEADING.
           MOVE SPACES TO CONSRPTLINE1
           STRING 'AOC SUITE  CROSS-SITE CONSOLIDATION'
               '      BUSINESS DATES ' WS-CONS-FROM-DATE
               ' TO ' WS-CONS-TO-DATE
               '      RUN ID ' WS-RUN-ID
               DELIMITED BY SIZE INTO CONSRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO CONSRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO CONSRPTLINE1
           MOVE 'ELF CALORIES'  TO CONSRPTLINE1(44:)
           MOVE 'TOP ELF'       TO CONSRPTLINE1(59:)
           MOVE 'CALIB .01'     TO CONSRPTLINE1(69:)
           MOVE 'CALIB .02'     TO CONSRPTLINE1(81:)
           MOVE 'RECON'         TO CONSRPTLINE1(95:)
           MOVE 'GAMES'         TO CONSRPTLINE1(103:)
           MOVE 'POSSBL'        TO CONSRPTLINE1(110:)
           MOVE 'POWER SETS'    TO CONSRPTLINE1(120:)
           PERFORM WRITE-FILE3
           MOVE SPACES TO CONSRPTLINE1
           MOVE 'SITE'          TO CONSRPTLINE1(1:)
           MOVE 'NAME'          TO CONSRPTLINE1(7:)
           MOVE 'DATES'         TO CONSRPTLINE1(28:)
           MOVE 'GROUPS'        TO CONSRPTLINE1(35:)
           MOVE 'DIFFS'         TO CONSRPTLINE1(95:)
           MOVE 'RC'            TO CONSRPTLINE1(130:)
           PERFORM WRITE-FILE3
           .

       WRITE-CONS-SITE-LINE.
           MOVE SPACES TO CONSRPTLINE1
           MOVE STE-SITE-CODE      TO CONSRPTLINE1(1:4)
           MOVE STE-SITE-NAME(1:20) TO CONSRPTLINE1(7:20)
           EVALUATE TRUE
               WHEN SITE-NO-FILE
                   MOVE 'NOT REPORTED -- NO KPI FILE AT SITE PATH'
                     TO CONSRPTLINE1(28:)
               WHEN SITE-NO-FIGURES
                   MOVE 'NOT REPORTED -- NO KPI ROW IN DATE RANGE'
                     TO CONSRPTLINE1(28:)
               WHEN SITE-LAYOUT-REFUSED
                   MOVE 'NOT REPORTED -- KPI FILE LAYOUT REFUSED'
                     TO CONSRPTLINE1(28:)
               WHEN OTHER
                   MOVE WS-SITE-TOTALS TO WS-ALL-TOTALS-WORK
                   PERFORM EDIT-CONS-FIGURES
           END-EVALUATE
           PERFORM WRITE-FILE3
           .

       WRITE-CONS-TOTAL.
           MOVE SPACES TO CONSRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO CONSRPTLINE1
           MOVE 'ALL' TO CONSRPTLINE1(1:4)
           MOVE 'ALL SITES' TO CONSRPTLINE1(7:20)
           MOVE WS-ALL-TOTALS TO WS-ALL-TOTALS-WORK
           PERFORM EDIT-CONS-FIGURES
           PERFORM WRITE-FILE3
           .

       EDIT-CONS-FIGURES.
           MOVE WS-WK-DATES    TO WS-DATES-X
           MOVE WS-DATES-X     TO CONSRPTLINE1(28:5)
           MOVE WS-WK-GROUPS   TO WS-GROUPS-X
           MOVE WS-GROUPS-X    TO CONSRPTLINE1(34:7)
           MOVE WS-WK-CALORIES TO WS-CAL-X
           MOVE WS-CAL-X       TO CONSRPTLINE1(42:14)
           MOVE WS-WK-TOP      TO WS-TOP-X
           MOVE WS-TOP-X       TO CONSRPTLINE1(57:9)
           MOVE WS-WK-CALIB1   TO WS-CALIB-X
           MOVE WS-CALIB-X     TO CONSRPTLINE1(67:11)
           MOVE WS-WK-CALIB2   TO WS-CALIB-X
           MOVE WS-CALIB-X     TO CONSRPTLINE1(79:11)
           MOVE WS-WK-RECON    TO WS-SMALL-X
           MOVE WS-SMALL-X     TO CONSRPTLINE1(93:7)
           MOVE WS-WK-GAMES    TO WS-SMALL-X
           MOVE WS-SMALL-X     TO CONSRPTLINE1(101:7)
           MOVE WS-WK-POSSIBLE TO WS-SMALL-X
           MOVE WS-SMALL-X     TO CONSRPTLINE1(109:7)
           MOVE WS-WK-POWER    TO WS-POWER-X
           MOVE WS-POWER-X     TO CONSRPTLINE1(117:13)
           MOVE WS-WK-WORST-RC TO WS-RC-X
           MOVE WS-RC-X        TO CONSRPTLINE1(130:2)
           .

       OPEN-FILE3.
           OPEN OUTPUT CONSRPTFILE1
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
           WRITE CONSRPTLINE1
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

       CLOSE-FILE3.
           CLOSE CONSRPTFILE1
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
           MOVE SPACES TO WS-SITESFILE1-OVERRIDE
           DISPLAY "SITESFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-SITESFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-SITESFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-SITESFILE1-OVERRIDE)
                 TO WS-SITESFILE1-PATH
           END-IF

           MOVE SPACES TO WS-CONSRPTFILE1-OVERRIDE
           DISPLAY "CONSRPTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-CONSRPTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-CONSRPTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-CONSRPTFILE1-OVERRIDE)
                 TO WS-CONSRPTFILE1-PATH
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

           MOVE SPACES TO WS-CONS-FROM-DATE-OVERRIDE
           DISPLAY "CONSFROMDATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-CONS-FROM-DATE-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-CONS-FROM-DATE-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-CONS-FROM-DATE-OVERRIDE)
                 TO WS-CONS-FROM-DATE
           END-IF

           MOVE SPACES TO WS-CONS-TO-DATE-OVERRIDE
           DISPLAY "CONSTODATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-CONS-TO-DATE-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-CONS-TO-DATE-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-CONS-TO-DATE-OVERRIDE)
                 TO WS-CONS-TO-DATE
           END-IF

           MOVE SPACES TO WS-HOME-SITE-OVERRIDE
           DISPLAY "HOMESITE" UPON ENVIRONMENT-NAME
           ACCEPT WS-HOME-SITE-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-HOME-SITE-OVERRIDE NOT = SPACES
               MOVE WS-HOME-SITE-OVERRIDE TO WS-HOME-SITE
           END-IF

           IF WS-CONS-TO-DATE = ZERO
               IF BUSN-DATE-SET
                   MOVE WS-BUSN-DATE TO WS-CONS-TO-DATE
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONS-TO-DATE
               END-IF
           END-IF
           IF WS-CONS-FROM-DATE = ZERO
               MOVE WS-CONS-TO-DATE TO WS-CONS-FROM-DATE
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
           MOVE 'SUITESITECONS' TO ERL-PROGRAM-ID
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
