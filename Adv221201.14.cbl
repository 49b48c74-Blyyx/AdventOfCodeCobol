       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-12-01-FORECAST.
       AUTHOR. MARC BRASSART.

      * Next-business-date provisioning forecast. Provisioning only
      * sees INTERFACEFILE1 after the day has run; this step, run
      * right after the rank history is appended, projects each
      * active elf's calories -- and each department's -- for the
      * next processing date, so supplies can be staged before that
      * day starts.
      * The projection is a trailing moving average: the elf's
      * calories over the last FCSTDAYS business dates on the history
      * (up to and including today), divided by the number of those
      * dates. A date the elf sent nothing counts as zero -- an elf
      * who has stopped submitting projects down, not flat.
      * The next date comes from PROCCALENDAR.CTL with the same
      * weekend/holiday rules AOC-SUITE-CALENDAR applies.

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

           SELECT CALFILE1 ASSIGN
            TO DYNAMIC WS-CALFILE1-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FORECASTFILE1 ASSIGN
            TO DYNAMIC WS-FORECASTFILE1-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

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

      * Must track AOC-SUITE-CALENDAR's CALRECORD1 exactly.
         FD CALFILE1.
         01 CALRECORD1.
            05 CAL-VERSION-ID   PIC X(10).
            05 CAL-FILLER1      PIC X(02).
            05 CAL-EFF-DATE     PIC X(08).
            05 CAL-FILLER2      PIC X(02).
            05 CAL-ENTRY-TYPE   PIC X(08).
            05 CAL-FILLER3      PIC X(02).
            05 CAL-ENTRY-VALUE  PIC X(08).
            05 CAL-FILLER4      PIC X(02).
            05 CAL-DESC         PIC X(30).

      * The outbound forecast, same discipline as INTERFACEFILE1:
      * a header naming the run, the business date it was built on
      * and the date it forecasts; 'D' details, one per active elf
      * in elf-number order; 'P' details, one per department in name
      * order; and a trailer with both counts and hash totals over
      * the elf details. The department lines foot to the same
      * calorie total as the elf lines, so the receiver can balance
      * one against the other as well as against the trailer.
         FD FORECASTFILE1.
         01 FCTHEADERRECORD1.
            05 FCT-H-TYPE       PIC X(01).
            05 FCT-H-FILLER1    PIC X(02).
            05 FCT-H-RUN-ID     PIC X(16).
            05 FCT-H-FILLER2    PIC X(02).
            05 FCT-H-RUN-DATE   PIC 9(08).
            05 FCT-H-FILLER3    PIC X(02).
            05 FCT-H-FCST-DATE  PIC 9(08).
            05 FCT-H-FILLER4    PIC X(02).
            05 FCT-H-WINDOW     PIC 9(02).
            05 FCT-H-FILLER5    PIC X(02).
            05 FCT-H-COUNT      PIC 9(05).
         01 FCTDETAILRECORD1.
            05 FCT-D-TYPE       PIC X(01).
            05 FCT-D-FILLER1    PIC X(02).
            05 FCT-D-ELF-NUMBER PIC 9(05).
            05 FCT-D-FILLER2    PIC X(02).
            05 FCT-D-DEPARTMENT PIC X(20).
            05 FCT-D-FILLER3    PIC X(02).
            05 FCT-D-CALORIES   PIC 9(09).
            05 FCT-D-FILLER4    PIC X(02).
            05 FCT-D-DAYS-USED  PIC 9(02).
         01 FCTDEPTRECORD1.
            05 FCT-P-TYPE       PIC X(01).
            05 FCT-P-FILLER1    PIC X(02).
            05 FCT-P-DEPARTMENT PIC X(20).
            05 FCT-P-FILLER2    PIC X(02).
            05 FCT-P-ELVES      PIC 9(05).
            05 FCT-P-FILLER3    PIC X(02).
            05 FCT-P-CALORIES   PIC 9(12).
         01 FCTTRAILERRECORD1.
            05 FCT-T-TYPE       PIC X(01).
            05 FCT-T-FILLER1    PIC X(02).
            05 FCT-T-COUNT      PIC 9(05).
            05 FCT-T-FILLER2    PIC X(02).
            05 FCT-T-DEPT-COUNT PIC 9(05).
            05 FCT-T-FILLER3    PIC X(02).
            05 FCT-T-HASH-CALS  PIC 9(12).
            05 FCT-T-FILLER4    PIC X(02).
            05 FCT-T-HASH-ELF   PIC 9(09).

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
      * FCSTDAYS is the moving-average window in business dates
      * (1..30).
         01 WS-FCST-DAYS PIC 9(02) VALUE 5.
         01 WS-FCST-DAYS-OVERRIDE PIC X(02).

         01 WS-ELFHISTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "elfhist.221201.txt".
         01 WS-ELFHISTFILE1-OVERRIDE PIC X(250).

         01 WS-ELFROSTERFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.elfroster.mst".
         01 WS-ELFROSTERFILE1-OVERRIDE PIC X(250).

         01 WS-CALFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "PROCCALENDAR.CTL".
         01 WS-CALFILE1-OVERRIDE PIC X(250).

         01 WS-FORECASTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.forecast.txt".
         01 WS-FORECASTFILE1-OVERRIDE PIC X(250).

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

      * The elf history layout this step's FD was written for; a
      * history stamped otherwise is refused (see LAYOUTID.CPY).
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
         01 WS-RUN-DATE           PIC 9(08).
         01 WS-FCST-DATE          PIC 9(08).

      * The window: the most recent FCSTDAYS distinct business dates
      * on the history that are not after today, kept in descending
      * order while the history is scanned (slot 1 is the newest).
         01 WS-WIN-COUNT          PIC 9(02) VALUE ZERO.
         01 WS-WIN-TAB.
            05 WS-WIN-DATE PIC 9(08) OCCURS 30 TIMES.
         01 WS-WX                 PIC 9(02) COMP-3.
         01 WS-WX2                PIC 9(02) COMP-3.
         01 WS-WIN-FOUND-IX       PIC 9(02).

      * One forecast slot per elf, found through a direct elf-number
      * index. A rerun of a business date appends again to the
      * history, so the last record for an elf and date wins.
         01 WS-ELF-SLOT-TAB.
            05 WS-ELF-SLOT PIC 9(04) OCCURS 99999 TIMES.
         01 WS-FE-MAX             PIC 9(04) VALUE 2000.
         01 WS-FE-COUNT           PIC 9(04) VALUE ZERO.
         01 WS-FE-TAB.
            05 WS-FE-ENTRY OCCURS 2000 TIMES.
               10 WS-FE-ELF         PIC 9(05).
               10 WS-FE-DEPT        PIC X(20).
               10 WS-FE-STATE       PIC X(01).
                  88 FE-FORECAST       VALUE 'Y'.
                  88 FE-EXCLUDED       VALUE 'N'.
               10 WS-FE-PROJECTION  PIC 9(09).
               10 WS-FE-DAYS-USED   PIC 9(02).
               10 WS-FE-DAY-CALS PIC 9(09) OCCURS 30 TIMES.
               10 WS-FE-DAY-SEEN PIC X(01) OCCURS 30 TIMES.
         01 WS-SX                 PIC 9(04) COMP-3.
         01 WS-ADD-ELF            PIC 9(05).
         01 WS-ELF-IX             PIC 9(06) COMP-3.
         01 WS-TABLE-FULL-STATE PIC X VALUE 'N'.
            88 FE-TABLE-FULL VALUE 'Y'.
         01 WS-WINDOW-SUM         PIC 9(12).

      * Department projections, kept in name order as they are
      * added so the 'P' lines come out sorted.
         01 WS-DP-MAX             PIC 9(03) VALUE 200.
         01 WS-DP-COUNT           PIC 9(03) VALUE ZERO.
         01 WS-DP-TAB.
            05 WS-DP-ENTRY OCCURS 200 TIMES.
               10 WS-DP-NAME        PIC X(20).
               10 WS-DP-ELVES       PIC 9(05).
               10 WS-DP-CALORIES    PIC 9(12).
         01 WS-DX                 PIC 9(03) COMP-3.
         01 WS-DX2                PIC 9(03) COMP-3.
         01 WS-DP-FOUND-IX        PIC 9(03).

      * Roster walk work fields.
         01 WS-RW-VERSION-STATE PIC X VALUE 'N'.
            88 RW-VERSION-FOUND VALUE 'Y'.
         01 WS-RW-WALK-STATE PIC X VALUE 'N'.
            88 RW-WALK-DONE VALUE 'Y'.
         01 WS-RW-DEPARTMENT  PIC X(20).
         01 WS-RW-ACTIVE-FLAG PIC X(01).
         01 WS-WALK-ELF       PIC 9(05) VALUE ZERO.

      * Calendar rules, loaded as AOC-SUITE-CALENDAR loads them.
         01 WS-WKD-COUNT          PIC 9(02) VALUE ZERO.
         01 WS-WKD-TAB.
            05 WS-WKD-DAY OCCURS 7 TIMES PIC X(03).
         01 WS-HOL-MAX            PIC 9(03) VALUE 500.
         01 WS-HOL-COUNT          PIC 9(03) VALUE ZERO.
         01 WS-HOL-TAB.
            05 WS-HOL-DATE PIC 9(08) OCCURS 500 TIMES.
         01 WS-IX                 PIC 9(05) COMP-3.
         01 WS-VERDICT-STATE      PIC X VALUE 'Y'.
            88 DATE-IS-OPEN       VALUE 'Y'.
            88 DATE-IS-CLOSED     VALUE 'N'.
         01 WS-DAY-NUM            PIC 9(07).
         01 WS-DOW-NUM            PIC 9(01).
         01 WS-DOW-NAME           PIC X(03).
         01 WS-WORK-DATE          PIC 9(08).
         01 WS-SCAN-LIMIT         PIC 9(03).

      * Extract control totals.
         01 WS-FCT-COUNT          PIC 9(05) VALUE ZERO.
         01 WS-FCT-HASH-CALS      PIC 9(12) VALUE ZERO.
         01 WS-FCT-HASH-ELF       PIC 9(09) VALUE ZERO.
         01 WS-FCT-DEPT-CALS      PIC 9(12) VALUE ZERO.

         01 WS-HIST-READ          PIC 9(07) VALUE ZERO.
         01 WS-HIST-IN-WINDOW     PIC 9(07) VALUE ZERO.
         01 WS-EXCLUDED-COUNT     PIC 9(05) VALUE ZERO.

         01 WS-WARNING-STATE PIC X VALUE 'N'.
            88 RUN-HAS-WARNINGS VALUE 'Y'.
         01 WS-LEGACY-STATE PIC X VALUE 'N'.
            88 HISTORY-LEGACY-NOTED VALUE 'Y'.

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

           IF WS-FCST-DAYS < 1 OR WS-FCST-DAYS > 30
               DISPLAY 'FCSTDAYS MUST BE 1 THRU 30 : ' WS-FCST-DAYS
               MOVE 'PARM' TO WS-ERRLOG-OPERATION
               MOVE 'FCSTDAYS OUT OF RANGE 1-30'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0139 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           IF BUSN-DATE-SET
               MOVE WS-BUSN-DATE TO WS-RUN-DATE
           END-IF

           PERFORM LOAD-CALENDAR
           PERFORM FIND-NEXT-BUSINESS-DATE

           MOVE ZERO TO WS-ELF-SLOT-TAB
           PERFORM FIND-WINDOW-DATES
           PERFORM LOAD-WINDOW-HISTORY

           PERFORM OPEN-ROSTER
           IF ROSTER-PRESENT
               PERFORM SELECT-ACTIVE-ELVES
           END-IF
           PERFORM CLOSE-ROSTER

           PERFORM PROJECT-ELVES
           PERFORM WRITE-FORECAST-EXTRACT

           DISPLAY 'FORECAST FOR DATE      : ' WS-FCST-DATE
           DISPLAY 'BUSINESS DATES IN WINDOW : ' WS-WIN-COUNT
           DISPLAY 'HISTORY RECORDS READ   : ' WS-HIST-READ
           DISPLAY 'HISTORY IN WINDOW      : ' WS-HIST-IN-WINDOW
           DISPLAY 'ELVES FORECAST         : ' WS-FCT-COUNT
           DISPLAY 'ELVES NOT ACTIVE, SKIPPED : ' WS-EXCLUDED-COUNT
           DISPLAY 'DEPARTMENTS FORECAST   : ' WS-DP-COUNT
           DISPLAY 'FORECAST CALORIES      : ' WS-FCT-HASH-CALS

           PERFORM CLOSE-ERRORLOG
           .

      * -------- next processing date --------

       LOAD-CALENDAR.
           OPEN INPUT CALFILE1
           IF FILE4-STATUS-NOTFOUND
               DISPLAY 'CALENDAR FILE ABSENT -- EVERY DATE IS OPEN'
           ELSE
               IF NOT FILE4-STATUS-OK
                   MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON CALENDAR FILE'
                   DISPLAY 'FILE STATUS : ' FILE4-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 'OPEN CAL' TO WS-ERRLOG-OPERATION
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'F' TO WS-ERRLOG-SEVERITY
                   MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FILE4-STATUS-EOF
                      OR NOT FILE4-STATUS-OK
                   READ CALFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           IF CALRECORD1 NOT = SPACES
                               PERFORM LOAD-ONE-CALENDAR-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALFILE1
           END-IF
           .

       LOAD-ONE-CALENDAR-ENTRY.
           EVALUATE CAL-ENTRY-TYPE
               WHEN 'WEEKEND'
                   IF WS-WKD-COUNT < 7
                       ADD 1 TO WS-WKD-COUNT
                       MOVE CAL-ENTRY-VALUE(1:3)
                         TO WS-WKD-DAY(WS-WKD-COUNT)
                   END-IF
               WHEN 'HOLIDAY'
                   IF CAL-ENTRY-VALUE IS NUMERIC
                       IF WS-HOL-COUNT >= WS-HOL-MAX
                           DISPLAY 'HOLIDAY TABLE OVERFLOW'
                           MOVE 'LOAD CAL' TO WS-ERRLOG-OPERATION
                           MOVE 'HOLIDAY TABLE OVERFLOW'
                             TO WS-ERRLOG-MESSAGE
                           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                           MOVE 'F' TO WS-ERRLOG-SEVERITY
                           MOVE 0140 TO WS-ERRLOG-MSG-NUMBER
                           PERFORM WRITE-ERRORLOG
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HOL-COUNT
                       COMPUTE WS-HOL-DATE(WS-HOL-COUNT) =
                           FUNCTION NUMVAL(CAL-ENTRY-VALUE)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * Day-of-week from the day number: 1601-01-01 (day 1) was a
      * Monday, so MOD(day-number 7) runs 1=MON .. 6=SAT, 0=SUN.
       JUDGE-ONE-DATE.
           SET DATE-IS-OPEN TO TRUE
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           COMPUTE WS-DOW-NUM = FUNCTION MOD(WS-DAY-NUM 7)
           EVALUATE WS-DOW-NUM
               WHEN 1 MOVE 'MON' TO WS-DOW-NAME
               WHEN 2 MOVE 'TUE' TO WS-DOW-NAME
               WHEN 3 MOVE 'WED' TO WS-DOW-NAME
               WHEN 4 MOVE 'THU' TO WS-DOW-NAME
               WHEN 5 MOVE 'FRI' TO WS-DOW-NAME
               WHEN 6 MOVE 'SAT' TO WS-DOW-NAME
               WHEN 0 MOVE 'SUN' TO WS-DOW-NAME
           END-EVALUATE
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > WS-WKD-COUNT
               IF WS-WKD-DAY(WS-IX) = WS-DOW-NAME
                   SET DATE-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > WS-HOL-COUNT
               IF WS-HOL-DATE(WS-IX) = WS-WORK-DATE
                   SET DATE-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM
           .

      * Walks forward from today one calendar day at a time, bounded
      * the same way as the calendar utility: a calendar that closes
      * every day for two months is broken, and nothing is sent.
       FIND-NEXT-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           MOVE ZERO TO WS-SCAN-LIMIT
           SET DATE-IS-CLOSED TO TRUE
           PERFORM UNTIL DATE-IS-OPEN
                  OR WS-SCAN-LIMIT > 60
               ADD 1 TO WS-SCAN-LIMIT
               COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + 1)
               PERFORM JUDGE-ONE-DATE
           END-PERFORM
           IF DATE-IS-OPEN
               MOVE WS-WORK-DATE TO WS-FCST-DATE
           ELSE
               DISPLAY 'NO PROCESSING DATE WITHIN 60 DAYS OF '
                   WS-RUN-DATE ' -- CALENDAR LOOKS BROKEN'
               MOVE 'NEXT DATE' TO WS-ERRLOG-OPERATION
               MOVE 'NO PROCESSING DATE WITHIN 60 DAYS'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0141 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * -------- history window --------

      * First pass: the newest FCSTDAYS distinct dates not after
      * today. History appended by a later date (a catch-up run
      * already past today) is never looked at.
       FIND-WINDOW-DATES.
           PERFORM OPEN-HISTORY
           PERFORM UNTIL FILE1-STATUS-EOF
                  OR NOT FILE1-STATUS-OK
               READ ELFHISTFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WS-HIST-READ
                       IF HST-BUSN-DATE <= WS-RUN-DATE
                           PERFORM CONSIDER-WINDOW-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ELFHISTFILE1
           .

       CONSIDER-WINDOW-DATE.
           MOVE ZERO TO WS-WIN-FOUND-IX
           PERFORM VARYING WS-WX FROM 1 BY 1
                     UNTIL WS-WX > WS-WIN-COUNT
                        OR WS-WIN-FOUND-IX > ZERO
               IF WS-WIN-DATE(WS-WX) = HST-BUSN-DATE
                   MOVE WS-WX TO WS-WIN-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-WIN-FOUND-IX = ZERO
               IF WS-WIN-COUNT < WS-FCST-DAYS
                   ADD 1 TO WS-WIN-COUNT
                   MOVE HST-BUSN-DATE TO WS-WIN-DATE(WS-WIN-COUNT)
                   PERFORM SETTLE-WINDOW-DATE
               ELSE
                   IF HST-BUSN-DATE > WS-WIN-DATE(WS-WIN-COUNT)
                       MOVE HST-BUSN-DATE TO WS-WIN-DATE(WS-WIN-COUNT)
                       PERFORM SETTLE-WINDOW-DATE
                   END-IF
               END-IF
           END-IF
           .

      * The date just placed in the last slot bubbles up to keep the
      * window newest-first.
       SETTLE-WINDOW-DATE.
           MOVE WS-WIN-COUNT TO WS-WX
           PERFORM UNTIL WS-WX < 2
               IF WS-WIN-DATE(WS-WX) > WS-WIN-DATE(WS-WX - 1)
                   COMPUTE WS-WX2 = WS-WX - 1
                   MOVE WS-WIN-DATE(WS-WX2) TO WS-WORK-DATE
                   MOVE WS-WIN-DATE(WS-WX) TO WS-WIN-DATE(WS-WX2)
                   MOVE WS-WORK-DATE TO WS-WIN-DATE(WS-WX)
                   SUBTRACT 1 FROM WS-WX
               ELSE
                   MOVE 1 TO WS-WX
               END-IF
           END-PERFORM
           .

       LOAD-WINDOW-HISTORY.
           PERFORM OPEN-HISTORY
           PERFORM UNTIL FILE1-STATUS-EOF
                  OR NOT FILE1-STATUS-OK
               READ ELFHISTFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       IF HST-ELF-NUMBER > ZERO
                           PERFORM TAKE-ONE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ELFHISTFILE1
           .

       TAKE-ONE-HISTORY-RECORD.
           MOVE ZERO TO WS-WIN-FOUND-IX
           PERFORM VARYING WS-WX FROM 1 BY 1
                     UNTIL WS-WX > WS-WIN-COUNT
                        OR WS-WIN-FOUND-IX > ZERO
               IF WS-WIN-DATE(WS-WX) = HST-BUSN-DATE
                   MOVE WS-WX TO WS-WIN-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-WIN-FOUND-IX > ZERO
               ADD 1 TO WS-HIST-IN-WINDOW
               MOVE HST-ELF-NUMBER TO WS-ADD-ELF
               PERFORM FIND-OR-ADD-SLOT
               IF WS-SX > ZERO
                   MOVE HST-CALORIES
                     TO WS-FE-DAY-CALS(WS-SX, WS-WIN-FOUND-IX)
                   MOVE 'Y' TO WS-FE-DAY-SEEN(WS-SX, WS-WIN-FOUND-IX)
               END-IF
           END-IF
           .

       OPEN-HISTORY.
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
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-HISTORY-LAYOUT-STAMP
           .

      * The stamp is checked and stepped over on both passes. A
      * history kept from before the stamp starts with a data
      * record: it is read as version 00 (said once per run), and
      * the file is reopened so the pass sees that record too.
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
                   IF NOT HISTORY-LEGACY-NOTED
                       SET HISTORY-LEGACY-NOTED TO TRUE
                       SET LYT-LEGACY-UNSTAMPED TO TRUE
                       PERFORM NOTE-LEGACY-LAYOUT
                   END-IF
                   CLOSE ELFHISTFILE1
                   OPEN INPUT ELFHISTFILE1
               END-IF
           END-IF
           .

       FIND-OR-ADD-SLOT.
           MOVE WS-ELF-SLOT(WS-ADD-ELF) TO WS-SX
           IF WS-SX = ZERO
               IF WS-FE-COUNT < WS-FE-MAX
                   ADD 1 TO WS-FE-COUNT
                   MOVE WS-FE-COUNT TO WS-SX
                   MOVE WS-SX TO WS-ELF-SLOT(WS-ADD-ELF)
                   INITIALIZE WS-FE-ENTRY(WS-SX)
                   MOVE WS-ADD-ELF   TO WS-FE-ELF(WS-SX)
                   MOVE 'UNASSIGNED' TO WS-FE-DEPT(WS-SX)
                   SET FE-FORECAST(WS-SX) TO TRUE
               ELSE
                   IF NOT FE-TABLE-FULL
                       SET FE-TABLE-FULL TO TRUE
                       DISPLAY 'FORECAST TABLE FULL -- ELVES DROPPED'
                       MOVE 'FCST TAB' TO WS-ERRLOG-OPERATION
                       MOVE 'FORECAST TABLE FULL, ELVES DROPPED'
                         TO WS-ERRLOG-MESSAGE
                       MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                       MOVE 'F' TO WS-ERRLOG-SEVERITY
                       MOVE 0142 TO WS-ERRLOG-MSG-NUMBER
                       PERFORM WRITE-ERRORLOG
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           .

      * -------- roster --------

      * One sequential walk over the roster: each elf's latest version
      * in force on the forecast date decides whether the elf is
      * forecast at all -- provisioning must never stage supplies for
      * an elf who has left -- and which department the elf's
      * projection rolls into. An active elf with no history in the
      * window is still forecast, at zero, so provisioning sees the
      * full active roster. With the roster unreadable every elf in
      * the window is forecast, unassigned, and the run warns.
       SELECT-ACTIVE-ELVES.
           PERFORM VARYING WS-SX FROM 1 BY 1
                     UNTIL WS-SX > WS-FE-COUNT
               SET FE-EXCLUDED(WS-SX) TO TRUE
           END-PERFORM
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
                           IF ROS-EFF-DATE <= WS-FCST-DATE
                               SET RW-VERSION-FOUND TO TRUE
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
              AND WS-RW-ACTIVE-FLAG = 'A'
               MOVE WS-WALK-ELF TO WS-ADD-ELF
               PERFORM FIND-OR-ADD-SLOT
               SET FE-FORECAST(WS-SX) TO TRUE
               IF WS-RW-DEPARTMENT NOT = SPACES
                   MOVE WS-RW-DEPARTMENT TO WS-FE-DEPT(WS-SX)
               END-IF
           END-IF
           MOVE 'N' TO WS-RW-VERSION-STATE
           MOVE SPACES TO WS-RW-DEPARTMENT
           MOVE SPACE  TO WS-RW-ACTIVE-FLAG
           .

      * -------- projection --------

       PROJECT-ELVES.
           PERFORM VARYING WS-SX FROM 1 BY 1
                     UNTIL WS-SX > WS-FE-COUNT
               IF FE-FORECAST(WS-SX)
                   MOVE ZERO TO WS-WINDOW-SUM
                   MOVE ZERO TO WS-FE-DAYS-USED(WS-SX)
                   PERFORM VARYING WS-WX FROM 1 BY 1
                             UNTIL WS-WX > WS-WIN-COUNT
                       IF WS-FE-DAY-SEEN(WS-SX, WS-WX) = 'Y'
                           ADD WS-FE-DAY-CALS(WS-SX, WS-WX)
                             TO WS-WINDOW-SUM
                           ADD 1 TO WS-FE-DAYS-USED(WS-SX)
                       END-IF
                   END-PERFORM
                   IF WS-WIN-COUNT > ZERO
                       COMPUTE WS-FE-PROJECTION(WS-SX) ROUNDED =
                           WS-WINDOW-SUM / WS-WIN-COUNT
                   ELSE
                       MOVE ZERO TO WS-FE-PROJECTION(WS-SX)
                   END-IF
                   PERFORM ADD-TO-DEPARTMENT
               ELSE
                   ADD 1 TO WS-EXCLUDED-COUNT
               END-IF
           END-PERFORM
           IF WS-WIN-COUNT = ZERO
               SET RUN-HAS-WARNINGS TO TRUE
               DISPLAY 'NO HISTORY ON OR BEFORE ' WS-RUN-DATE
                   ' -- FORECAST IS ZERO'
               MOVE 'WINDOW' TO WS-ERRLOG-OPERATION
               MOVE 'NO HISTORY IN WINDOW, FORECAST ZERO'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0143 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF
           .

       ADD-TO-DEPARTMENT.
           MOVE ZERO TO WS-DP-FOUND-IX
           PERFORM VARYING WS-DX FROM 1 BY 1
                     UNTIL WS-DX > WS-DP-COUNT
                        OR WS-DP-FOUND-IX > ZERO
               IF WS-DP-NAME(WS-DX) = WS-FE-DEPT(WS-SX)
                   MOVE WS-DX TO WS-DP-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-DP-FOUND-IX = ZERO
               IF WS-DP-COUNT >= WS-DP-MAX
                   DISPLAY 'DEPARTMENT TABLE OVERFLOW'
                   MOVE 'DEPT TAB' TO WS-ERRLOG-OPERATION
                   MOVE 'DEPARTMENT TABLE OVERFLOW'
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'F' TO WS-ERRLOG-SEVERITY
                   MOVE 0144 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM INSERT-DEPARTMENT
           END-IF
           ADD 1 TO WS-DP-ELVES(WS-DP-FOUND-IX)
           ADD WS-FE-PROJECTION(WS-SX)
             TO WS-DP-CALORIES(WS-DP-FOUND-IX)
           .

      * Opens a slot at the department's place in name order.
       INSERT-DEPARTMENT.
           MOVE 1 TO WS-DP-FOUND-IX
           PERFORM VARYING WS-DX FROM 1 BY 1
                     UNTIL WS-DX > WS-DP-COUNT
               IF WS-DP-NAME(WS-DX) < WS-FE-DEPT(WS-SX)
                   COMPUTE WS-DP-FOUND-IX = WS-DX + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DX FROM WS-DP-COUNT BY -1
                     UNTIL WS-DX < WS-DP-FOUND-IX
               COMPUTE WS-DX2 = WS-DX + 1
               MOVE WS-DP-ENTRY(WS-DX) TO WS-DP-ENTRY(WS-DX2)
           END-PERFORM
           ADD 1 TO WS-DP-COUNT
           MOVE WS-FE-DEPT(WS-SX) TO WS-DP-NAME(WS-DP-FOUND-IX)
           MOVE ZERO TO WS-DP-ELVES(WS-DP-FOUND-IX)
           MOVE ZERO TO WS-DP-CALORIES(WS-DP-FOUND-IX)
           .

      * -------- extract --------

       WRITE-FORECAST-EXTRACT.
           OPEN OUTPUT FORECASTFILE1
           PERFORM CHECK-FILE3-STATUS

           PERFORM VARYING WS-SX FROM 1 BY 1
                     UNTIL WS-SX > WS-FE-COUNT
               IF FE-FORECAST(WS-SX)
                   ADD 1 TO WS-FCT-COUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO FCTHEADERRECORD1
           MOVE 'H'          TO FCT-H-TYPE
           MOVE WS-RUN-ID    TO FCT-H-RUN-ID
           MOVE WS-RUN-DATE  TO FCT-H-RUN-DATE
           MOVE WS-FCST-DATE TO FCT-H-FCST-DATE
           MOVE WS-FCST-DAYS TO FCT-H-WINDOW
           MOVE WS-FCT-COUNT TO FCT-H-COUNT
           WRITE FCTHEADERRECORD1
           PERFORM CHECK-FILE3-STATUS

      * Elf details in elf-number order, straight off the slot index.
           PERFORM VARYING WS-ELF-IX FROM 1 BY 1
                     UNTIL WS-ELF-IX > 99999
               IF WS-ELF-SLOT(WS-ELF-IX) > ZERO
                   MOVE WS-ELF-SLOT(WS-ELF-IX) TO WS-SX
                   IF FE-FORECAST(WS-SX)
                       PERFORM WRITE-ELF-FORECAST
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DX FROM 1 BY 1
                     UNTIL WS-DX > WS-DP-COUNT
               MOVE SPACES TO FCTDEPTRECORD1
               MOVE 'P'                TO FCT-P-TYPE
               MOVE WS-DP-NAME(WS-DX)  TO FCT-P-DEPARTMENT
               MOVE WS-DP-ELVES(WS-DX) TO FCT-P-ELVES
               MOVE WS-DP-CALORIES(WS-DX) TO FCT-P-CALORIES
               WRITE FCTDEPTRECORD1
               PERFORM CHECK-FILE3-STATUS
               ADD WS-DP-CALORIES(WS-DX) TO WS-FCT-DEPT-CALS
           END-PERFORM

      * The two views are built from the same projections; if they
      * ever disagree the extract is wrong and must not go out.
           IF WS-FCT-DEPT-CALS NOT = WS-FCT-HASH-CALS
               DISPLAY 'DEPARTMENT FORECAST DOES NOT FOOT TO ELVES : '
                   WS-FCT-DEPT-CALS ' VS ' WS-FCT-HASH-CALS
               MOVE 'FOOTING' TO WS-ERRLOG-OPERATION
               MOVE 'DEPT FORECAST NOT EQUAL TO ELF TOTAL'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0145 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE SPACES TO FCTTRAILERRECORD1
           MOVE 'T'              TO FCT-T-TYPE
           MOVE WS-FCT-COUNT     TO FCT-T-COUNT
           MOVE WS-DP-COUNT      TO FCT-T-DEPT-COUNT
           MOVE WS-FCT-HASH-CALS TO FCT-T-HASH-CALS
           MOVE WS-FCT-HASH-ELF  TO FCT-T-HASH-ELF
           WRITE FCTTRAILERRECORD1
           PERFORM CHECK-FILE3-STATUS
           CLOSE FORECASTFILE1
           PERFORM CHECK-FILE3-STATUS
           .

       WRITE-ELF-FORECAST.
           MOVE SPACES TO FCTDETAILRECORD1
           MOVE 'D'                   TO FCT-D-TYPE
           MOVE WS-FE-ELF(WS-SX)      TO FCT-D-ELF-NUMBER
           MOVE WS-FE-DEPT(WS-SX)     TO FCT-D-DEPARTMENT
           MOVE WS-FE-PROJECTION(WS-SX) TO FCT-D-CALORIES
           MOVE WS-FE-DAYS-USED(WS-SX) TO FCT-D-DAYS-USED
           WRITE FCTDETAILRECORD1
           PERFORM CHECK-FILE3-STATUS
           ADD WS-FE-PROJECTION(WS-SX) TO WS-FCT-HASH-CALS
           ADD WS-FE-ELF(WS-SX)        TO WS-FCT-HASH-ELF
           .

       CHECK-FILE3-STATUS.
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'I/O ERROR ON FORECAST FILE'
               DISPLAY 'FILE STATUS : ' FILE3-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'IO FCST' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0009 TO WS-ERRLOG-MSG-NUMBER
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
           MOVE SPACES TO WS-FCST-DAYS-OVERRIDE
           DISPLAY "FCSTDAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-FCST-DAYS-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-FCST-DAYS-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-FCST-DAYS-OVERRIDE)
                 TO WS-FCST-DAYS
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

           MOVE SPACES TO WS-CALFILE1-OVERRIDE
           DISPLAY "CALFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-CALFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-CALFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-CALFILE1-OVERRIDE)
                 TO WS-CALFILE1-PATH
           END-IF

           MOVE SPACES TO WS-FORECASTFILE1-OVERRIDE
           DISPLAY "FORECASTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-FORECASTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-FORECASTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-FORECASTFILE1-OVERRIDE)
                 TO WS-FORECASTFILE1-PATH
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
      * missing roster still produces the forecast, every elf in the
      * window unassigned, and the run warns.
       OPEN-ROSTER.
           OPEN INPUT ELFROSTERFILE1
           IF FILE2-STATUS-OK
               SET ROSTER-PRESENT TO TRUE
           ELSE
               SET RUN-HAS-WARNINGS TO TRUE
               MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'ROSTER MASTER UNAVAILABLE -- '
                   'NO ACTIVE FILTER'
               DISPLAY 'FILE STATUS : ' FILE2-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN ROSTR' TO WS-ERRLOG-OPERATION
               MOVE 'ROSTER UNAVAILABLE, NOT FILTERED'
                 TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0146 TO WS-ERRLOG-MSG-NUMBER
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
           MOVE 'ADV221201.14' TO ERL-PROGRAM-ID
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
