       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-SUITE-BURST.
       AUTHOR. MARC BRASSART.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTCTLFILE1 ASSIGN
            TO DYNAMIC WS-DISTCTLFILE1-PATH
            FILE STATUS IS FILE1-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Reused for each report burst; the path is switched per report
      * (see DEFINE-BURST-REPORTS).
           SELECT REPORTINFILE1 ASSIGN
            TO DYNAMIC WS-REPORTINFILE1-PATH
            FILE STATUS IS FILE2-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Roster master maintained by AOC-2022-12-01-ROSTER, keyed by
      * elf number plus effective date. Report rows keyed by elf go
      * to the department in force on the run's business date -- the
      * same as-of walk the department rollup uses.
           SELECT ELFROSTERFILE1 ASSIGN
            TO DYNAMIC WS-ELFROSTERFILE1-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ROS-ROSTER-KEY
            FILE STATUS IS FILE3-STATUS.

           SELECT PACKETFILE1 ASSIGN
            TO DYNAMIC WS-PACKETFILE1-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISTLOGFILE1 ASSIGN
            TO DYNAMIC WS-DISTLOGFILE1-PATH
            FILE STATUS IS FILE5-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Distribution control (control/DISTRIB.CTL): who receives which
      * report for which department, and how many copies. Department
      * *DEFAULT names the recipients of the report's operations
      * packet. Lines starting '*' are commentary.
         FD DISTCTLFILE1.
         01 DISTCTLRECORD1.
            05 DST-REPORT-ID    PIC X(08).
            05 DST-FILLER1      PIC X(02).
            05 DST-DEPARTMENT   PIC X(20).
            05 DST-FILLER2      PIC X(02).
            05 DST-RECIPIENT    PIC X(30).
            05 DST-FILLER3      PIC X(02).
            05 DST-COPIES       PIC X(02).
            05 DST-FILLER4      PIC X(14).

         FD REPORTINFILE1.
         01 REPORTINLINE1 PIC X(132).

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

      * The print room's burst output: per report, each department's
      * packet once per recipient and copy, each copy behind its own
      * cover sheet and each sheet thrown to a new page.
         FD PACKETFILE1.
         01 PACKETLINE1 PIC X(132).

      * Distribution log: one record per packet handed out -- which
      * report, which department, to whom, how many copies and rows,
      * under which RUN-ID. Route O marks the operations packet
      * (department *DEFAULT).
         FD DISTLOGFILE1.
         01 DISTLOGRECORD1.
            05 DSL-RUN-ID       PIC X(16).
            05 DSL-FILLER1      PIC X(02).
            05 DSL-BUSN-DATE    PIC 9(08).
            05 DSL-FILLER2      PIC X(02).
            05 DSL-REPORT-ID    PIC X(08).
            05 DSL-FILLER3      PIC X(02).
            05 DSL-DEPARTMENT   PIC X(20).
            05 DSL-FILLER4      PIC X(02).
            05 DSL-RECIPIENT    PIC X(30).
            05 DSL-FILLER5      PIC X(02).
            05 DSL-COPIES       PIC 9(02).
            05 DSL-FILLER6      PIC X(02).
            05 DSL-ROWS         PIC 9(05).
            05 DSL-FILLER7      PIC X(02).
            05 DSL-ROUTE        PIC X(01).
               88 DSL-ROUTE-DEPT   VALUE 'D'.
               88 DSL-ROUTE-OPS    VALUE 'O'.

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
      * The four reports burst, each at the path its producing step
      * wrote it to: the top-N report (AOC-2022-12-01 .02), the
      * department rollup (.07), rank movement (.06) and exception
      * aging (.09).
         01 WS-DISTCTLFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "DISTRIB.CTL".
         01 WS-DISTCTLFILE1-OVERRIDE PIC X(250).

         01 WS-TOPNRPTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.report.txt".
         01 WS-TOPNRPTFILE1-OVERRIDE PIC X(250).

         01 WS-DEPTRPTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.deptreport.txt".
         01 WS-DEPTRPTFILE1-OVERRIDE PIC X(250).

         01 WS-RANKMOVEFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.rankmove.txt".
         01 WS-RANKMOVEFILE1-OVERRIDE PIC X(250).

         01 WS-AGERPTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "excaging.txt".
         01 WS-AGERPTFILE1-OVERRIDE PIC X(250).

         01 WS-ELFROSTERFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.elfroster.mst".
         01 WS-ELFROSTERFILE1-OVERRIDE PIC X(250).

         01 WS-PACKETFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "distribution.txt".
         01 WS-PACKETFILE1-OVERRIDE PIC X(250).

         01 WS-DISTLOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "distlog.txt".
         01 WS-DISTLOGFILE1-OVERRIDE PIC X(250).

         01 WS-ERRORLOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "errorlog.txt".
         01 WS-ERRORLOGFILE1-OVERRIDE PIC X(250).

         01 WS-REPORTINFILE1-PATH PIC X(250).

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
            88 FILE3-STATUS-NOTFOUND VALUE 35.
         01 FILE4-STATUS PIC 9(02).
            88 FILE4-STATUS-OK       VALUE 00.
         01 FILE5-STATUS PIC 9(02).
            88 FILE5-STATUS-OK       VALUE 00.
            88 FILE5-STATUS-NOTFOUND VALUE 35.
         01 FILE9-STATUS PIC 9(02).
            88 FILE9-STATUS-OK       VALUE 00.
            88 FILE9-STATUS-NOTFOUND VALUE 35.

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

         01 WS-RUN-ID          PIC X(16) VALUE 'STANDALONE'.
         01 WS-RUN-ID-OVERRIDE PIC X(16).

      * The warehouse site this run belongs to, assigned by the
      * driving job (SITE) and stamped on every error-log entry
      * written here. Blank outside the driver.
         01 WS-SITE-CODE          PIC X(04) VALUE SPACES.
         01 WS-BUSN-DATE PIC 9(08) VALUE ZERO.
            88 BUSN-DATE-SET VALUE 1 THRU 99999999.
         01 WS-BUSN-DATE-OVERRIDE PIC X(08).

      * The roster is optional equipment, the same convention as the
      * department rollup: without it every elf-keyed row bursts to
      * UNASSIGNED (with a warning) rather than holding up the
      * distribution.
         01 WS-ROSTER-STATE PIC X VALUE 'N'.
            88 ROSTER-PRESENT VALUE 'Y'.

      * WORKING VARIABLES
      * One entry per report burst. The detail block of each report
      * starts on the line after its column heading (MARKER) and runs
      * to the first blank line; within it a non-blank key at
      * KEY-COL is an elf number (KEY-TYPE E, department from the
      * roster) or a department name (KEY-TYPE D). Every other line
      * -- titles, headings, totals -- goes into every packet. The
      * columns must track the producing programs' detail lines.
         01 WS-RPT-COUNT          PIC 9(02) VALUE 4.
         01 WS-RPT-TAB.
            05 WS-RPT-ENTRY OCCURS 4 TIMES.
               10 WS-RPT-ID         PIC X(08).
               10 WS-RPT-TITLE      PIC X(40).
               10 WS-RPT-PATH       PIC X(250).
               10 WS-RPT-MARKER     PIC X(30).
               10 WS-RPT-MARKER-LEN PIC 9(02).
               10 WS-RPT-KEY-COL    PIC 9(03).
               10 WS-RPT-KEY-LEN    PIC 9(02).
               10 WS-RPT-KEY-TYPE   PIC X(01).
                  88 RPT-KEY-IS-ELF    VALUE 'E'.
                  88 RPT-KEY-IS-DEPT   VALUE 'D'.
         01 WS-RPT-IX             PIC 9(02).

      * The distribution control, loaded once.
         01 WS-DST-MAX            PIC 9(03) VALUE 500.
         01 WS-DST-COUNT          PIC 9(03) VALUE ZERO.
         01 WS-DST-TAB.
            05 WS-DST-ENTRY OCCURS 500 TIMES.
               10 WS-DST-REPORT-ID  PIC X(08).
               10 WS-DST-DEPARTMENT PIC X(20).
               10 WS-DST-RECIPIENT  PIC X(30).
               10 WS-DST-COPIES     PIC 9(02).
         01 WS-DST-IX             PIC 9(03).
         01 WS-DST-MATCHES        PIC 9(03).

      * Departments met in the report being burst, with their row
      * counts and route: D to the department's own recipients, O to
      * the operations packet. A department the table cannot hold is
      * routed to operations as well, so no row goes undistributed.
         01 WS-DEPT-MAX           PIC 9(03) VALUE 100.
         01 WS-DEPT-COUNT         PIC 9(03) VALUE ZERO.
         01 WS-DEPT-TAB.
            05 WS-DEPT-ENTRY OCCURS 100 TIMES.
               10 WS-DP-NAME        PIC X(20).
               10 WS-DP-ROWS        PIC 9(05).
               10 WS-DP-ROUTE       PIC X(01).
         01 WS-DP-IX              PIC 9(05) COMP-3.
         01 WS-DP-FOUND-IX        PIC 9(05) COMP-3.
         01 WS-DP-TARGET-IX       PIC 9(05) COMP-3.
         01 WS-DP-PACKET-IX       PIC 9(05) COMP-3.
         01 WS-DEPT-FULL-STATE PIC X VALUE 'N'.
            88 DEPT-TABLE-OVERFLOWED VALUE 'Y'.

      * One pass over a report either collects its departments or
      * writes one packet's body (WS-DP-TARGET-IX, zero for the
      * operations packet).
         01 WS-SCAN-MODE PIC X VALUE 'C'.
            88 SCAN-COLLECT VALUE 'C'.
            88 SCAN-WRITE   VALUE 'W'.
         01 WS-RPT-FOUND-STATE PIC X VALUE 'N'.
            88 RPT-FOUND VALUE 'Y'.
         01 WS-BLOCK-STATE PIC X VALUE 'H'.
            88 BLOCK-BEFORE VALUE 'H'.
            88 BLOCK-IN     VALUE 'D'.
            88 BLOCK-AFTER  VALUE 'F'.
         01 WS-LINE-KIND PIC X VALUE 'C'.
            88 LINE-IS-COMMON VALUE 'C'.
            88 LINE-IS-DETAIL VALUE 'D'.
         01 WS-KEY-TEXT           PIC X(20).
         01 WS-LINE-ELF           PIC 9(05).
         01 WS-LINE-DEPT          PIC X(20).

      * Effective-dated lookup work fields (see FIND-ROSTER-VERSION).
         01 WS-RW-VERSION-STATE PIC X VALUE 'N'.
            88 RW-VERSION-FOUND VALUE 'Y'.
         01 WS-RW-WALK-STATE PIC X VALUE 'N'.
            88 RW-WALK-DONE VALUE 'Y'.
         01 WS-RW-DEPARTMENT  PIC X(20).
         01 WS-RW-ACTIVE-FLAG PIC X(01).

      * The packet being written.
         01 WS-PKT-RECIPIENT      PIC X(30).
         01 WS-PKT-DEPARTMENT     PIC X(20).
         01 WS-PKT-COPIES         PIC 9(02).
         01 WS-PKT-COPY           PIC 9(02).
         01 WS-PKT-ROWS           PIC 9(05).
         01 WS-PKT-ROUTE          PIC X(01).
            88 PKT-IS-OPERATIONS  VALUE 'O'.
         01 WS-OPS-DEPTS          PIC 9(03).
         01 WS-OPS-ROWS           PIC 9(05).

         01 WS-REPORTS-BURST      PIC 9(02) VALUE ZERO.
         01 WS-PACKETS-WRITTEN    PIC 9(05) VALUE ZERO.
         01 WS-COPIES-WRITTEN     PIC 9(05) VALUE ZERO.
         01 WS-WARN-COUNT         PIC 9(03) VALUE ZERO.
         01 WS-RUN-DATE           PIC 9(08).

      * REPORT EDIT FIELDS
         01 WS-RUN-DATE-EDIT      PIC 9999/99/99.
         01 WS-ROWS-X             PIC ZZZZ9.
         01 WS-COPY-X             PIC Z9.
         01 WS-COPIES-X           PIC Z9.

       PROCEDURE DIVISION.

           PERFORM MAIN-PROCESSING

           IF WS-WARN-COUNT > ZERO AND RETURN-CODE = ZERO
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

           PERFORM OPEN-ROSTER
           PERFORM LOAD-DISTRIBUTION-CONTROL
           PERFORM DEFINE-BURST-REPORTS
           PERFORM OPEN-PACKETS
           PERFORM OPEN-DISTLOG

           PERFORM VARYING WS-RPT-IX FROM 1 BY 1
                     UNTIL WS-RPT-IX > WS-RPT-COUNT
               PERFORM BURST-ONE-REPORT
           END-PERFORM

           PERFORM CLOSE-PACKETS
           PERFORM CLOSE-DISTLOG

           DISPLAY 'REPORTS BURST             : ' WS-REPORTS-BURST
           DISPLAY 'PACKETS DISTRIBUTED       : ' WS-PACKETS-WRITTEN
           DISPLAY 'COPIES PRINTED            : ' WS-COPIES-WRITTEN

           PERFORM CLOSE-ROSTER
           PERFORM CLOSE-ERRORLOG
           .

      * Without a distribution control nothing has a recipient: every
      * department's rows go to the operations packets, each with its
      * warning, so the reports still get handed out.
       LOAD-DISTRIBUTION-CONTROL.
           OPEN INPUT DISTCTLFILE1
           IF FILE1-STATUS-NOTFOUND
               DISPLAY 'NO DISTRIBUTION CONTROL -- ALL ROWS GO TO '
                   'THE OPERATIONS PACKETS'
           ELSE
               IF NOT FILE1-STATUS-OK
                   MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON DISTRIBUTION CONTROL'
                   DISPLAY 'FILE STATUS : ' FILE1-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 'OPEN DSTCT' TO WS-ERRLOG-OPERATION
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'F' TO WS-ERRLOG-SEVERITY
                   MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FILE1-STATUS-EOF
                      OR NOT FILE1-STATUS-OK
                   READ DISTCTLFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           IF DISTCTLRECORD1 NOT = SPACES
                              AND DST-REPORT-ID(1:1) NOT = '*'
                               PERFORM NOTE-DISTRIBUTION-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISTCTLFILE1
           END-IF
           DISPLAY 'DISTRIBUTION LINES LOADED : ' WS-DST-COUNT
           .

       NOTE-DISTRIBUTION-LINE.
           IF WS-DST-COUNT < WS-DST-MAX
               ADD 1 TO WS-DST-COUNT
               MOVE DST-REPORT-ID  TO WS-DST-REPORT-ID(WS-DST-COUNT)
               MOVE DST-DEPARTMENT TO WS-DST-DEPARTMENT(WS-DST-COUNT)
               MOVE DST-RECIPIENT  TO WS-DST-RECIPIENT(WS-DST-COUNT)
               IF DST-COPIES IS NUMERIC AND DST-COPIES > ZERO
                   MOVE DST-COPIES TO WS-DST-COPIES(WS-DST-COUNT)
               ELSE
                   MOVE 1          TO WS-DST-COPIES(WS-DST-COUNT)
               END-IF
           ELSE
               DISPLAY 'DISTRIBUTION TABLE FULL -- IGNORED : '
                   DST-REPORT-ID ' ' DST-DEPARTMENT
           END-IF
           .

      * Key columns, by producer:
      *   TOPN     Adv221201.02 WRITE-REPORT-DETAIL, elf number in
      *            columns 23-27 after rank, tie mark and calories;
      *   DEPTRPT  Adv221201.07 WRITE-ONE-DEPT-LINE, department name
      *            in columns 1-20;
      *   RANKMOVE Adv221201.06 WRITE-ONE-MOVEMENT-LINE, elf number
      *            in columns 8-12 after rank and tie mark;
      *   EXCAGING Adv221201.09 AGE-ONE-OPEN-ENTRY, elf number in
      *            columns 60-64 at the end of the line.
       DEFINE-BURST-REPORTS.
           MOVE 'TOPN'                      TO WS-RPT-ID(1)
           MOVE 'TOP ELVES BY CALORIES CARRIED'
                                            TO WS-RPT-TITLE(1)
           MOVE WS-TOPNRPTFILE1-PATH        TO WS-RPT-PATH(1)
           MOVE 'RANK   CALORIES'           TO WS-RPT-MARKER(1)
           MOVE 15                          TO WS-RPT-MARKER-LEN(1)
           MOVE 23                          TO WS-RPT-KEY-COL(1)
           MOVE 5                           TO WS-RPT-KEY-LEN(1)
           MOVE 'E'                         TO WS-RPT-KEY-TYPE(1)

           MOVE 'DEPTRPT'                   TO WS-RPT-ID(2)
           MOVE 'CALORIES BY DEPARTMENT'    TO WS-RPT-TITLE(2)
           MOVE WS-DEPTRPTFILE1-PATH        TO WS-RPT-PATH(2)
           MOVE 'DEPARTMENT            ELVES'
                                            TO WS-RPT-MARKER(2)
           MOVE 27                          TO WS-RPT-MARKER-LEN(2)
           MOVE 1                           TO WS-RPT-KEY-COL(2)
           MOVE 20                          TO WS-RPT-KEY-LEN(2)
           MOVE 'D'                         TO WS-RPT-KEY-TYPE(2)

           MOVE 'RANKMOVE'                  TO WS-RPT-ID(3)
           MOVE 'ELF RANK MOVEMENT'         TO WS-RPT-TITLE(3)
           MOVE WS-RANKMOVEFILE1-PATH       TO WS-RPT-PATH(3)
           MOVE 'RANK   ELF-NO'             TO WS-RPT-MARKER(3)
           MOVE 13                          TO WS-RPT-MARKER-LEN(3)
           MOVE 8                           TO WS-RPT-KEY-COL(3)
           MOVE 5                           TO WS-RPT-KEY-LEN(3)
           MOVE 'E'                         TO WS-RPT-KEY-TYPE(3)

           MOVE 'EXCAGING'                  TO WS-RPT-ID(4)
           MOVE 'OPEN EXCEPTION AGING'      TO WS-RPT-TITLE(4)
           MOVE WS-AGERPTFILE1-PATH         TO WS-RPT-PATH(4)
           MOVE 'REG DATE'                  TO WS-RPT-MARKER(4)
           MOVE 8                           TO WS-RPT-MARKER-LEN(4)
           MOVE 60                          TO WS-RPT-KEY-COL(4)
           MOVE 5                           TO WS-RPT-KEY-LEN(4)
           MOVE 'E'                         TO WS-RPT-KEY-TYPE(4)
           .

      * A first pass collects the report's departments; each is
      * routed to its own recipients or, failing any, to the
      * operations packet with a warning. Each packet is then a
      * fresh pass over the report, writing only its own rows.
       BURST-ONE-REPORT.
           MOVE WS-RPT-PATH(WS-RPT-IX) TO WS-REPORTINFILE1-PATH
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-OPS-DEPTS
           MOVE ZERO TO WS-OPS-ROWS
           MOVE 'N'  TO WS-DEPT-FULL-STATE
           SET SCAN-COLLECT TO TRUE
           PERFORM SCAN-REPORT

           IF NOT RPT-FOUND
               ADD 1 TO WS-WARN-COUNT
               DISPLAY 'REPORT ' FUNCTION TRIM(WS-RPT-ID(WS-RPT-IX))
                   ' NOT FOUND -- NOT DISTRIBUTED'
               MOVE 'BURST RPT' TO WS-ERRLOG-OPERATION
               MOVE SPACES TO WS-ERRLOG-MESSAGE
               STRING WS-RPT-ID(WS-RPT-IX) DELIMITED BY SPACE
                   ' REPORT NOT FOUND, NOT BURST'
                   DELIMITED BY SIZE INTO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0234 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           ELSE
               ADD 1 TO WS-REPORTS-BURST
               PERFORM ROUTE-DEPARTMENTS
               PERFORM VARYING WS-DP-PACKET-IX FROM 1 BY 1
                         UNTIL WS-DP-PACKET-IX > WS-DEPT-COUNT
                   IF WS-DP-ROUTE(WS-DP-PACKET-IX) = 'D'
                       PERFORM WRITE-DEPARTMENT-PACKETS
                   END-IF
               END-PERFORM
               IF WS-OPS-ROWS > ZERO
                   PERFORM WRITE-OPERATIONS-PACKETS
               END-IF
               DISPLAY 'REPORT ' WS-RPT-ID(WS-RPT-IX)
                   ' DEPARTMENTS : ' WS-DEPT-COUNT
                   '  TO OPERATIONS : ' WS-OPS-DEPTS
           END-IF
           .

       ROUTE-DEPARTMENTS.
           PERFORM VARYING WS-DP-IX FROM 1 BY 1
                     UNTIL WS-DP-IX > WS-DEPT-COUNT
               MOVE ZERO TO WS-DST-MATCHES
               PERFORM VARYING WS-DST-IX FROM 1 BY 1
                         UNTIL WS-DST-IX > WS-DST-COUNT
                   IF WS-DST-REPORT-ID(WS-DST-IX)
                        = WS-RPT-ID(WS-RPT-IX)
                      AND WS-DST-DEPARTMENT(WS-DST-IX)
                        = WS-DP-NAME(WS-DP-IX)
                       ADD 1 TO WS-DST-MATCHES
                   END-IF
               END-PERFORM
               IF WS-DST-MATCHES > ZERO
                   MOVE 'D' TO WS-DP-ROUTE(WS-DP-IX)
               ELSE
                   MOVE 'O' TO WS-DP-ROUTE(WS-DP-IX)
                   ADD 1 TO WS-OPS-DEPTS
                   ADD WS-DP-ROWS(WS-DP-IX) TO WS-OPS-ROWS
                   PERFORM WARN-NO-RECIPIENT
               END-IF
           END-PERFORM
           .

       WARN-NO-RECIPIENT.
           ADD 1 TO WS-WARN-COUNT
           DISPLAY 'NO RECIPIENT FOR '
               FUNCTION TRIM(WS-RPT-ID(WS-RPT-IX)) ' / '
               FUNCTION TRIM(WS-DP-NAME(WS-DP-IX))
               ' -- ROWS GO TO THE OPERATIONS PACKET'
           MOVE 'BURST DEPT' TO WS-ERRLOG-OPERATION
           MOVE SPACES TO WS-ERRLOG-MESSAGE
           STRING WS-RPT-ID(WS-RPT-IX) DELIMITED BY SPACE
               '/' DELIMITED BY SIZE
               WS-DP-NAME(WS-DP-IX) DELIMITED BY '  '
               ' TO OPS PACKET' DELIMITED BY SIZE
               INTO WS-ERRLOG-MESSAGE
           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
           MOVE 'W' TO WS-ERRLOG-SEVERITY
           MOVE 0233 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           .

      * The department index is its own: the packet passes reuse
      * WS-DP-IX to look each row's department up.
       WRITE-DEPARTMENT-PACKETS.
           MOVE WS-DP-PACKET-IX       TO WS-DP-TARGET-IX
           MOVE WS-DP-NAME(WS-DP-PACKET-IX) TO WS-PKT-DEPARTMENT
           MOVE WS-DP-ROWS(WS-DP-PACKET-IX) TO WS-PKT-ROWS
           MOVE 'D'                   TO WS-PKT-ROUTE
           PERFORM VARYING WS-DST-IX FROM 1 BY 1
                     UNTIL WS-DST-IX > WS-DST-COUNT
               IF WS-DST-REPORT-ID(WS-DST-IX) = WS-RPT-ID(WS-RPT-IX)
                  AND WS-DST-DEPARTMENT(WS-DST-IX)
                    = WS-DP-NAME(WS-DP-PACKET-IX)
                   MOVE WS-DST-RECIPIENT(WS-DST-IX)
                     TO WS-PKT-RECIPIENT
                   MOVE WS-DST-COPIES(WS-DST-IX) TO WS-PKT-COPIES
                   PERFORM WRITE-ONE-PACKET
               END-IF
           END-PERFORM
           .

      * The report's *DEFAULT recipients take the operations packet;
      * with none defined it is addressed to OPERATIONS, one copy.
       WRITE-OPERATIONS-PACKETS.
           MOVE ZERO       TO WS-DP-TARGET-IX
           MOVE '*DEFAULT' TO WS-PKT-DEPARTMENT
           MOVE WS-OPS-ROWS TO WS-PKT-ROWS
           MOVE 'O'        TO WS-PKT-ROUTE
           MOVE ZERO       TO WS-DST-MATCHES
           PERFORM VARYING WS-DST-IX FROM 1 BY 1
                     UNTIL WS-DST-IX > WS-DST-COUNT
               IF WS-DST-REPORT-ID(WS-DST-IX) = WS-RPT-ID(WS-RPT-IX)
                  AND WS-DST-DEPARTMENT(WS-DST-IX) = '*DEFAULT'
                   ADD 1 TO WS-DST-MATCHES
                   MOVE WS-DST-RECIPIENT(WS-DST-IX)
                     TO WS-PKT-RECIPIENT
                   MOVE WS-DST-COPIES(WS-DST-IX) TO WS-PKT-COPIES
                   PERFORM WRITE-ONE-PACKET
               END-IF
           END-PERFORM
           IF WS-DST-MATCHES = ZERO
               MOVE 'OPERATIONS' TO WS-PKT-RECIPIENT
               MOVE 1            TO WS-PKT-COPIES
               PERFORM WRITE-ONE-PACKET
           END-IF
           .

      * Every copy is a cover sheet and the packet body, each ending
      * on a page throw; the log records the packet once, with its
      * copy count.
       WRITE-ONE-PACKET.
           PERFORM VARYING WS-PKT-COPY FROM 1 BY 1
                     UNTIL WS-PKT-COPY > WS-PKT-COPIES
               PERFORM WRITE-COVER-SHEET
               SET SCAN-WRITE TO TRUE
               PERFORM SCAN-REPORT
               MOVE SPACES TO PACKETLINE1
               PERFORM WRITE-PACKET-END-PAGE
               ADD 1 TO WS-COPIES-WRITTEN
           END-PERFORM
           ADD 1 TO WS-PACKETS-WRITTEN
           PERFORM WRITE-DISTLOG-RECORD
           .

       WRITE-COVER-SHEET.
           MOVE WS-PKT-COPY   TO WS-COPY-X
           MOVE WS-PKT-COPIES TO WS-COPIES-X
           MOVE WS-PKT-ROWS   TO WS-ROWS-X

           MOVE SPACES TO PACKETLINE1
           MOVE 'AOC SUITE  REPORT DISTRIBUTION -- COVER SHEET'
             TO PACKETLINE1
           PERFORM WRITE-PACKET-LINE

           MOVE SPACES TO PACKETLINE1
           PERFORM WRITE-PACKET-LINE

           MOVE SPACES TO PACKETLINE1
           STRING 'RECIPIENT   : ' WS-PKT-RECIPIENT
               DELIMITED BY SIZE INTO PACKETLINE1
           PERFORM WRITE-PACKET-LINE

           MOVE SPACES TO PACKETLINE1
           IF PKT-IS-OPERATIONS
               STRING 'DEPARTMENT  : OPERATIONS -- '
                   'DEPARTMENTS WITHOUT A RECIPIENT'
                   DELIMITED BY SIZE INTO PACKETLINE1
           ELSE
               STRING 'DEPARTMENT  : ' WS-PKT-DEPARTMENT
                   DELIMITED BY SIZE INTO PACKETLINE1
           END-IF
           PERFORM WRITE-PACKET-LINE

           MOVE SPACES TO PACKETLINE1
           STRING 'REPORT      : ' WS-RPT-ID(WS-RPT-IX)
               '  ' WS-RPT-TITLE(WS-RPT-IX)
               DELIMITED BY SIZE INTO PACKETLINE1
           PERFORM WRITE-PACKET-LINE

           MOVE SPACES TO PACKETLINE1
           STRING 'BUSN DATE   : ' WS-RUN-DATE-EDIT
               '  RUN ID : ' WS-RUN-ID
               DELIMITED BY SIZE INTO PACKETLINE1
           PERFORM WRITE-PACKET-LINE

           MOVE SPACES TO PACKETLINE1
           STRING 'COPY        : ' WS-COPY-X ' OF ' WS-COPIES-X
               DELIMITED BY SIZE INTO PACKETLINE1
           PERFORM WRITE-PACKET-LINE

           MOVE SPACES TO PACKETLINE1
           STRING 'REPORT ROWS : ' WS-ROWS-X
               DELIMITED BY SIZE INTO PACKETLINE1
           PERFORM WRITE-PACKET-LINE

           IF PKT-IS-OPERATIONS
               MOVE SPACES TO PACKETLINE1
               PERFORM WRITE-PACKET-LINE
               MOVE SPACES TO PACKETLINE1
               MOVE 'ROWS ENCLOSED FOR (NO RECIPIENT IN DISTRIB.CTL) :'
                 TO PACKETLINE1
               PERFORM WRITE-PACKET-LINE
               PERFORM VARYING WS-DP-IX FROM 1 BY 1
                         UNTIL WS-DP-IX > WS-DEPT-COUNT
                   IF WS-DP-ROUTE(WS-DP-IX) = 'O'
                       MOVE WS-DP-ROWS(WS-DP-IX) TO WS-ROWS-X
                       MOVE SPACES TO PACKETLINE1
                       STRING '    ' WS-DP-NAME(WS-DP-IX)
                           '  ' WS-ROWS-X ' ROW(S)'
                           DELIMITED BY SIZE INTO PACKETLINE1
                       PERFORM WRITE-PACKET-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO PACKETLINE1
           PERFORM WRITE-PACKET-END-PAGE
           .

      * One pass over the report. In collect mode each detail row's
      * department is entered in the department table and counted;
      * in write mode every common line is copied to the packet and
      * a detail row only when it belongs to the packet's target.
       SCAN-REPORT.
           OPEN INPUT REPORTINFILE1
           IF FILE2-STATUS-NOTFOUND
               MOVE 'N' TO WS-RPT-FOUND-STATE
           ELSE
               IF NOT FILE2-STATUS-OK
                   MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON REPORT '
                       WS-RPT-ID(WS-RPT-IX)
                   DISPLAY 'FILE STATUS : ' FILE2-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 'OPEN RPTIN' TO WS-ERRLOG-OPERATION
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'F' TO WS-ERRLOG-SEVERITY
                   MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-RPT-FOUND-STATE
               SET BLOCK-BEFORE TO TRUE
               PERFORM UNTIL FILE2-STATUS-EOF
                      OR NOT FILE2-STATUS-OK
                   READ REPORTINFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM SCAN-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE REPORTINFILE1
           END-IF
           .

       SCAN-ONE-LINE.
           PERFORM CLASSIFY-REPORT-LINE
           IF SCAN-COLLECT
               IF LINE-IS-DETAIL
                   PERFORM FIND-OR-ADD-DEPT
                   IF WS-DP-FOUND-IX > ZERO
                       ADD 1 TO WS-DP-ROWS(WS-DP-FOUND-IX)
                   END-IF
               END-IF
           ELSE
               IF LINE-IS-COMMON
                   MOVE REPORTINLINE1 TO PACKETLINE1
                   PERFORM WRITE-PACKET-LINE
               ELSE
                   PERFORM FIND-DEPT
                   IF (WS-DP-TARGET-IX > ZERO
                       AND WS-DP-FOUND-IX = WS-DP-TARGET-IX)
                   OR (WS-DP-TARGET-IX = ZERO
                       AND WS-DP-FOUND-IX = ZERO)
                   OR (WS-DP-TARGET-IX = ZERO
                       AND WS-DP-FOUND-IX > ZERO
                       AND WS-DP-ROUTE(WS-DP-FOUND-IX) = 'O')
                       MOVE REPORTINLINE1 TO PACKETLINE1
                       PERFORM WRITE-PACKET-LINE
                   END-IF
               END-IF
           END-IF
           .

      * Lines ahead of the column heading are the report's titles;
      * the detail block runs from the heading to the first blank
      * line. An underline or a keyless line inside the block (an
      * "(EMPTY)" notice) is common to every packet.
       CLASSIFY-REPORT-LINE.
           SET LINE-IS-COMMON TO TRUE
           EVALUATE TRUE
               WHEN BLOCK-BEFORE
                   IF REPORTINLINE1(1:WS-RPT-MARKER-LEN(WS-RPT-IX))
                    = WS-RPT-MARKER(WS-RPT-IX)
                          (1:WS-RPT-MARKER-LEN(WS-RPT-IX))
                       SET BLOCK-IN TO TRUE
                   END-IF
               WHEN BLOCK-IN
                   IF REPORTINLINE1 = SPACES
                       SET BLOCK-AFTER TO TRUE
                   ELSE
                       IF REPORTINLINE1(1:1) NOT = '-'
                           PERFORM EXTRACT-LINE-DEPARTMENT
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       EXTRACT-LINE-DEPARTMENT.
           MOVE SPACES TO WS-KEY-TEXT
           MOVE REPORTINLINE1(WS-RPT-KEY-COL(WS-RPT-IX):
                              WS-RPT-KEY-LEN(WS-RPT-IX))
             TO WS-KEY-TEXT
           IF WS-KEY-TEXT NOT = SPACES
               IF RPT-KEY-IS-ELF(WS-RPT-IX)
                   IF FUNCTION TEST-NUMVAL(WS-KEY-TEXT) = 0
                       MOVE FUNCTION NUMVAL(WS-KEY-TEXT)
                         TO WS-LINE-ELF
                       PERFORM LOOKUP-ROSTER-DEPT
                       SET LINE-IS-DETAIL TO TRUE
                   END-IF
               ELSE
                   MOVE WS-KEY-TEXT TO WS-LINE-DEPT
                   SET LINE-IS-DETAIL TO TRUE
               END-IF
           END-IF
           .

      * An elf with no active roster entry on the business date is
      * UNASSIGNED, exactly as the department rollup buckets it.
       LOOKUP-ROSTER-DEPT.
           MOVE 'UNASSIGNED' TO WS-LINE-DEPT
           IF ROSTER-PRESENT
               PERFORM FIND-ROSTER-VERSION
               IF RW-VERSION-FOUND
                  AND WS-RW-ACTIVE-FLAG = 'A'
                  AND WS-RW-DEPARTMENT NOT = SPACES
                   MOVE WS-RW-DEPARTMENT TO WS-LINE-DEPT
               END-IF
           END-IF
           .

      * Walks the elf's effective-dated versions in key order and
      * keeps the latest one effective on or before the run's
      * business date.
       FIND-ROSTER-VERSION.
           MOVE 'N' TO WS-RW-VERSION-STATE
           MOVE 'N' TO WS-RW-WALK-STATE
           MOVE SPACES TO WS-RW-DEPARTMENT
           MOVE SPACE  TO WS-RW-ACTIVE-FLAG

           MOVE WS-LINE-ELF TO ROS-ELF-NUMBER
           MOVE ZERO        TO ROS-EFF-DATE
           START ELFROSTERFILE1 KEY NOT < ROS-ROSTER-KEY
               INVALID KEY
                   SET RW-WALK-DONE TO TRUE
           END-START
           PERFORM UNTIL RW-WALK-DONE
               READ ELFROSTERFILE1 NEXT RECORD
                   AT END
                       SET RW-WALK-DONE TO TRUE
                    NOT AT END
                       IF NOT FILE3-STATUS-OK
                           SET RW-WALK-DONE TO TRUE
                       ELSE
                           IF ROS-ELF-NUMBER NOT = WS-LINE-ELF
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

       FIND-DEPT.
           MOVE ZERO TO WS-DP-FOUND-IX
           PERFORM VARYING WS-DP-IX FROM 1 BY 1
                     UNTIL WS-DP-IX > WS-DEPT-COUNT
               IF WS-DP-NAME(WS-DP-IX) = WS-LINE-DEPT
                   MOVE WS-DP-IX TO WS-DP-FOUND-IX
               END-IF
           END-PERFORM
           .

      * A department the table cannot hold stays out of it; its rows
      * then fall to the operations packet (FIND-DEPT finds nothing),
      * counted here so the packet's cover sheet still foots.
       FIND-OR-ADD-DEPT.
           PERFORM FIND-DEPT
           IF WS-DP-FOUND-IX = ZERO
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-LINE-DEPT TO WS-DP-NAME(WS-DEPT-COUNT)
                   MOVE ZERO         TO WS-DP-ROWS(WS-DEPT-COUNT)
                   MOVE 'O'          TO WS-DP-ROUTE(WS-DEPT-COUNT)
                   MOVE WS-DEPT-COUNT TO WS-DP-FOUND-IX
               ELSE
                   ADD 1 TO WS-OPS-ROWS
                   IF NOT DEPT-TABLE-OVERFLOWED
                       SET DEPT-TABLE-OVERFLOWED TO TRUE
                       ADD 1 TO WS-WARN-COUNT
                       DISPLAY 'DEPARTMENT TABLE FULL -- '
                           FUNCTION TRIM(WS-LINE-DEPT)
                           ' AND LATER DEPARTMENTS GO TO OPERATIONS'
                       MOVE 'DEPT TAB' TO WS-ERRLOG-OPERATION
                       MOVE 'DEPARTMENT TABLE FULL, ROWS TO OPS'
                         TO WS-ERRLOG-MESSAGE
                       MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                       MOVE 'W' TO WS-ERRLOG-SEVERITY
                       MOVE 0128 TO WS-ERRLOG-MSG-NUMBER
                       PERFORM WRITE-ERRORLOG
                   END-IF
               END-IF
           END-IF
           .

       WRITE-DISTLOG-RECORD.
           MOVE SPACES             TO DISTLOGRECORD1
           MOVE WS-RUN-ID          TO DSL-RUN-ID
           MOVE WS-RUN-DATE        TO DSL-BUSN-DATE
           MOVE WS-RPT-ID(WS-RPT-IX) TO DSL-REPORT-ID
           MOVE WS-PKT-DEPARTMENT  TO DSL-DEPARTMENT
           MOVE WS-PKT-RECIPIENT   TO DSL-RECIPIENT
           MOVE WS-PKT-COPIES      TO DSL-COPIES
           MOVE WS-PKT-ROWS        TO DSL-ROWS
           MOVE WS-PKT-ROUTE       TO DSL-ROUTE
           WRITE DISTLOGRECORD1
           IF NOT FILE5-STATUS-OK
               MOVE FILE5-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON DISTRIBUTION LOG'
               DISPLAY 'FILE STATUS : ' FILE5-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE DSTL' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
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
               WHEN 23
                   MOVE 'RECORD NOT FOUND'
                     TO WS-FILE-STATUS-TEXT
               WHEN 30
                   MOVE 'PERMANENT I/O ERROR'
                     TO WS-FILE-STATUS-TEXT
               WHEN 35
                   MOVE 'FILE DOES NOT EXIST'
                     TO WS-FILE-STATUS-TEXT
               WHEN 37
                   MOVE 'PERMISSION DENIED'
                     TO WS-FILE-STATUS-TEXT
               WHEN 41
                   MOVE 'FILE ALREADY OPEN'
                     TO WS-FILE-STATUS-TEXT
               WHEN 42
                   MOVE 'FILE NOT OPEN'
                     TO WS-FILE-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNRECOGNIZED FILE STATUS CODE'
                     TO WS-FILE-STATUS-TEXT
           END-EVALUATE
           .

       GET-RUNTIME-PARAMETERS.
           MOVE SPACES TO WS-DISTCTLFILE1-OVERRIDE
           DISPLAY "DISTCTL" UPON ENVIRONMENT-NAME
           ACCEPT WS-DISTCTLFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-DISTCTLFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-DISTCTLFILE1-OVERRIDE)
                 TO WS-DISTCTLFILE1-PATH
           END-IF

           MOVE SPACES TO WS-TOPNRPTFILE1-OVERRIDE
           DISPLAY "TOPNRPTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-TOPNRPTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-TOPNRPTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-TOPNRPTFILE1-OVERRIDE)
                 TO WS-TOPNRPTFILE1-PATH
           END-IF

           MOVE SPACES TO WS-DEPTRPTFILE1-OVERRIDE
           DISPLAY "DEPTRPTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-DEPTRPTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-DEPTRPTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-DEPTRPTFILE1-OVERRIDE)
                 TO WS-DEPTRPTFILE1-PATH
           END-IF

           MOVE SPACES TO WS-RANKMOVEFILE1-OVERRIDE
           DISPLAY "RANKMOVEFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-RANKMOVEFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-RANKMOVEFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-RANKMOVEFILE1-OVERRIDE)
                 TO WS-RANKMOVEFILE1-PATH
           END-IF

           MOVE SPACES TO WS-AGERPTFILE1-OVERRIDE
           DISPLAY "AGERPTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-AGERPTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-AGERPTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-AGERPTFILE1-OVERRIDE)
                 TO WS-AGERPTFILE1-PATH
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

           MOVE SPACES TO WS-PACKETFILE1-OVERRIDE
           DISPLAY "PACKETFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-PACKETFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-PACKETFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-PACKETFILE1-OVERRIDE)
                 TO WS-PACKETFILE1-PATH
           END-IF

           MOVE SPACES TO WS-DISTLOGFILE1-OVERRIDE
           DISPLAY "DISTLOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-DISTLOGFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-DISTLOGFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-DISTLOGFILE1-OVERRIDE)
                 TO WS-DISTLOGFILE1-PATH
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

       OPEN-ROSTER.
           OPEN INPUT ELFROSTERFILE1
           IF FILE3-STATUS-OK
               SET ROSTER-PRESENT TO TRUE
           ELSE
               ADD 1 TO WS-WARN-COUNT
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'ROSTER MASTER UNAVAILABLE -- '
                   'ELF ROWS BURST AS UNASSIGNED'
               DISPLAY 'FILE STATUS : ' FILE3-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN ROSTR' TO WS-ERRLOG-OPERATION
               MOVE 'ROSTER UNAVAILABLE, DEPTS UNASSIGNED'
                 TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
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

       OPEN-PACKETS.
           OPEN OUTPUT PACKETFILE1
           IF NOT FILE4-STATUS-OK
               MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON DISTRIBUTION PACKETS'
               DISPLAY 'FILE STATUS : ' FILE4-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN PKT' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-PACKET-LINE.
           WRITE PACKETLINE1 BEFORE ADVANCING 1 LINE
           PERFORM CHECK-PACKET-WRITE
           .

      * The last line of each cover sheet and of each packet body
      * throws the page, so the printed stack separates cleanly into
      * one bundle per recipient.
       WRITE-PACKET-END-PAGE.
           WRITE PACKETLINE1 BEFORE ADVANCING PAGE
           PERFORM CHECK-PACKET-WRITE
           .

       CHECK-PACKET-WRITE.
           IF NOT FILE4-STATUS-OK
               MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON DISTRIBUTION PACKETS'
               DISPLAY 'FILE STATUS : ' FILE4-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE PKT' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       CLOSE-PACKETS.
           CLOSE PACKETFILE1
           .

       OPEN-DISTLOG.
           OPEN EXTEND DISTLOGFILE1
           IF FILE5-STATUS-NOTFOUND
               OPEN OUTPUT DISTLOGFILE1
           END-IF
           IF NOT FILE5-STATUS-OK
               MOVE FILE5-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON DISTRIBUTION LOG'
               DISPLAY 'FILE STATUS : ' FILE5-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN DSTL' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       CLOSE-DISTLOG.
           CLOSE DISTLOGFILE1
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
           MOVE 'SUITEBURST'      TO ERL-PROGRAM-ID
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
