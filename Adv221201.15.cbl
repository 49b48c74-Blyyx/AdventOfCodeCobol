       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-12-01-DELIVERY.
       AUTHOR. MARC BRASSART.

      * Delivery confirmation. The acknowledgment only proves that
      * provisioning received an extract; this program takes the
      * delivery file they return afterwards -- what was actually
      * delivered, per elf -- and matches it against the
      * INTERFACEFILE1 extract of the same RUN-ID (PLANFILE1). The
      * variance report shows planned against delivered by elf and by
      * department; a variance beyond DLVTOLPCT percent of plan, or a
      * delivery to an elf who was not on the extract at all, is
      * posted to the persistent delivery-variance register as OPEN.
      * Run out-of-cycle with DLVRESOLVEFILE1 (RUN-ID + elf number per
      * line) to move OPEN entries to RESOLVED once someone has
      * closed them out with provisioning.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERYFILE1 ASSIGN
            TO DYNAMIC WS-DELIVERYFILE1-PATH
            FILE STATUS IS FILE1-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PLANFILE1 ASSIGN
            TO DYNAMIC WS-PLANFILE1-PATH
            FILE STATUS IS FILE5-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Roster master maintained by AOC-2022-12-01-ROSTER, keyed by
      * elf number plus effective date.
           SELECT ELFROSTERFILE1 ASSIGN
            TO DYNAMIC WS-ELFROSTERFILE1-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ROS-ROSTER-KEY
            FILE STATUS IS FILE2-STATUS.

           SELECT DLVVARRPTFILE1 ASSIGN
            TO DYNAMIC WS-DLVVARRPTFILE1-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DLVVARREGFILE1 ASSIGN
            TO DYNAMIC WS-DLVVARREGFILE1-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DLVVARWORKFILE1 ASSIGN
            TO DYNAMIC WS-DLVVARWORKFILE1-PATH
            FILE STATUS IS FILE6-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DLVRESOLVEFILE1 ASSIGN
            TO DYNAMIC WS-DLVRESOLVEFILE1-PATH
            FILE STATUS IS FILE7-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The inbound delivery confirmation from provisioning: a header
      * naming the extract (RUN-ID) it answers and the date they
      * delivered, one detail per elf delivered to, and a trailer with
      * their count and hash totals -- the mirror image of
      * INTERFACEFILE1's own discipline.
         FD DELIVERYFILE1.
         01 DLVRECORD1.
            05 DLV-TYPE         PIC X(01).
            05 DLV-REST         PIC X(49).
         01 DLVHEADERRECORD1.
            05 DLV-H-TYPE       PIC X(01).
            05 DLV-H-FILLER1    PIC X(02).
            05 DLV-H-RUN-ID     PIC X(16).
            05 DLV-H-FILLER2    PIC X(02).
            05 DLV-H-DLV-DATE   PIC 9(08).
            05 DLV-H-FILLER3    PIC X(02).
            05 DLV-H-COUNT      PIC 9(05).
         01 DLVDETAILRECORD1.
            05 DLV-D-TYPE       PIC X(01).
            05 DLV-D-FILLER1    PIC X(02).
            05 DLV-D-ELF-NUMBER PIC 9(05).
            05 DLV-D-FILLER2    PIC X(02).
            05 DLV-D-CALORIES   PIC 9(09).
         01 DLVTRAILERRECORD1.
            05 DLV-T-TYPE       PIC X(01).
            05 DLV-T-FILLER1    PIC X(02).
            05 DLV-T-COUNT      PIC 9(05).
            05 DLV-T-FILLER2    PIC X(02).
            05 DLV-T-HASH-CALS  PIC 9(12).
            05 DLV-T-FILLER3    PIC X(02).
            05 DLV-T-HASH-ELF   PIC 9(09).

      * The planned side: an INTERFACEFILE1 extract as Adv221201.02
      * writes it -- must track INTHEADERRECORD1/INTDETAILRECORD1.
         FD PLANFILE1.
         01 PLNRECORD1.
            05 PLN-TYPE         PIC X(01).
            05 PLN-REST         PIC X(39).
         01 PLNHEADERRECORD1.
            05 PLN-H-TYPE       PIC X(01).
            05 PLN-H-FILLER1    PIC X(02).
            05 PLN-H-RUN-ID     PIC X(16).
            05 PLN-H-FILLER2    PIC X(02).
            05 PLN-H-RUN-DATE   PIC 9(08).
            05 PLN-H-FILLER3    PIC X(02).
            05 PLN-H-COUNT      PIC 9(05).
            05 PLN-H-FILLER4    PIC X(02).
            05 PLN-H-RESEND     PIC X(02).
         01 PLNDETAILRECORD1.
            05 PLN-D-TYPE       PIC X(01).
            05 PLN-D-FILLER1    PIC X(02).
            05 PLN-D-RANK       PIC 9(04).
            05 PLN-D-FILLER2    PIC X(02).
            05 PLN-D-ELF-NUMBER PIC 9(05).
            05 PLN-D-FILLER3    PIC X(02).
            05 PLN-D-CALORIES   PIC 9(09).

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

         FD DLVVARRPTFILE1.
         01 DLVVARRPTLINE1 PIC X(132).

      * The persistent delivery-variance register: one record per elf
      * per extract whose delivery was out of tolerance or unplanned,
      * OPEN until resolved. Like the exception register it outlives
      * generation retention.
         FD DLVVARREGFILE1.
         01 DLVVARREGRECORD1.
            05 DVR-RUN-ID       PIC X(16).
            05 DVR-FILLER1      PIC X(02).
            05 DVR-ELF-NUMBER   PIC 9(05).
            05 DVR-FILLER2      PIC X(02).
            05 DVR-DEPARTMENT   PIC X(20).
            05 DVR-FILLER3      PIC X(02).
            05 DVR-PLANNED      PIC 9(09).
            05 DVR-FILLER4      PIC X(02).
            05 DVR-DELIVERED    PIC 9(09).
            05 DVR-FILLER5      PIC X(02).
            05 DVR-REASON       PIC X(11).
               88 DVR-OVER-TOLERANCE VALUE 'TOLERANCE'.
               88 DVR-NOT-PLANNED    VALUE 'NOT PLANNED'.
            05 DVR-FILLER6      PIC X(02).
            05 DVR-STATUS       PIC X(08).
               88 DVR-IS-OPEN      VALUE 'OPEN'.
               88 DVR-IS-RESOLVED  VALUE 'RESOLVED'.
            05 DVR-FILLER7      PIC X(02).
            05 DVR-STATUS-DATE  PIC 9(08).
            05 DVR-FILLER8      PIC X(02).
            05 DVR-BUSN-DATE    PIC 9(08).

      * Must hold a full DLVVARREGRECORD1 (112 bytes).
         FD DLVVARWORKFILE1.
         01 DLVVARWORKRECORD1 PIC X(112).

      * Resolutions: the register key of each entry to close.
         FD DLVRESOLVEFILE1.
         01 DLVRESOLVERECORD1.
            05 DRS-RUN-ID       PIC X(16).
            05 DRS-FILLER1      PIC X(02).
            05 DRS-ELF-NUMBER   PIC 9(05).

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
      * Two passes, each armed by its input being supplied:
      * DELIVERYFILE1 matches a delivery against PLANFILE1 and posts
      * the variances; DLVRESOLVEFILE1 moves OPEN entries to RESOLVED.
         01 WS-DELIVERYFILE1-PATH PIC X(250) VALUE SPACES.
         01 WS-MATCH-STATE PIC X VALUE 'N'.
            88 MATCH-MODE VALUE 'Y'.

         01 WS-DLVRESOLVEFILE1-PATH PIC X(250) VALUE SPACES.
         01 WS-RESOLVE-STATE PIC X VALUE 'N'.
            88 RESOLVE-MODE VALUE 'Y'.

      * Blank (the driver's setting when there is no previous
      * extract) leaves nothing to match against.
         01 WS-PLANFILE1-PATH PIC X(250) VALUE SPACES.
         01 WS-PLANFILE1-OVERRIDE PIC X(250).

         01 WS-ELFROSTERFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.elfroster.mst".
         01 WS-ELFROSTERFILE1-OVERRIDE PIC X(250).

         01 WS-DLVVARRPTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.dlvvariance.txt".
         01 WS-DLVVARRPTFILE1-OVERRIDE PIC X(250).

         01 WS-DLVVARREGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "dlvvarregister.221201.txt".
         01 WS-DLVVARREGFILE1-OVERRIDE PIC X(250).

         01 WS-DLVVARWORKFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "dlvvarregister.work.txt".
         01 WS-DLVVARWORKFILE1-OVERRIDE PIC X(250).

      * Tolerance as a whole percentage of the planned calories.
         01 WS-TOL-PCT PIC 9(03) VALUE 5.
         01 WS-TOL-PCT-OVERRIDE PIC X(03).

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
         01 FILE5-STATUS PIC 9(02).
            88 FILE5-STATUS-OK       VALUE 00.
            88 FILE5-STATUS-EOF      VALUE 10.
            88 FILE5-STATUS-NOTFOUND VALUE 35.
         01 FILE6-STATUS PIC 9(02).
            88 FILE6-STATUS-OK       VALUE 00.
            88 FILE6-STATUS-EOF      VALUE 10.
         01 FILE7-STATUS PIC 9(02).
            88 FILE7-STATUS-OK       VALUE 00.
            88 FILE7-STATUS-EOF      VALUE 10.
            88 FILE7-STATUS-NOTFOUND VALUE 35.
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

      * The delivery as received, checked against its own trailer
      * before anything is believed.
         01 WS-DLV-RUN-ID         PIC X(16) VALUE SPACES.
         01 WS-DLV-DATE           PIC 9(08) VALUE ZERO.
         01 WS-DLV-GOT-HDR        PIC X VALUE 'N'.
         01 WS-DLV-GOT-TRL        PIC X VALUE 'N'.
         01 WS-DLV-TRL-COUNT      PIC 9(05) VALUE ZERO.
         01 WS-DLV-TRL-HASH-CALS  PIC 9(12) VALUE ZERO.
         01 WS-DLV-TRL-HASH-ELF   PIC 9(09) VALUE ZERO.
         01 WS-DLV-COUNT          PIC 9(05) VALUE ZERO.
         01 WS-DLV-HASH-CALS      PIC 9(12) VALUE ZERO.
         01 WS-DLV-HASH-ELF       PIC 9(09) VALUE ZERO.

         01 WS-PLN-RUN-ID         PIC X(16) VALUE SPACES.
         01 WS-PLN-RUN-DATE       PIC 9(08) VALUE ZERO.

      * One line per elf on either side, found through a direct
      * elf-number index and reported in elf-number order.
         01 WS-ELF-SLOT-TAB.
            05 WS-ELF-SLOT PIC 9(04) OCCURS 99999 TIMES.
         01 WS-MT-MAX             PIC 9(04) VALUE 5000.
         01 WS-MT-COUNT           PIC 9(04) VALUE ZERO.
         01 WS-MT-TAB.
            05 WS-MT-ENTRY OCCURS 5000 TIMES.
               10 WS-MT-ELF         PIC 9(05).
               10 WS-MT-DEPT        PIC X(20).
               10 WS-MT-PLANNED     PIC 9(09).
               10 WS-MT-DELIVERED   PIC 9(09).
               10 WS-MT-ON-PLAN     PIC X(01).
               10 WS-MT-REASON      PIC X(11).
         01 WS-SX                 PIC 9(04) COMP-3.
         01 WS-ADD-ELF            PIC 9(05).
         01 WS-ELF-IX             PIC 9(06) COMP-3.

      * Departments, in the order first met.
         01 WS-DP-MAX             PIC 9(03) VALUE 200.
         01 WS-DP-COUNT           PIC 9(03) VALUE ZERO.
         01 WS-DP-TAB.
            05 WS-DP-ENTRY OCCURS 200 TIMES.
               10 WS-DP-NAME        PIC X(20).
               10 WS-DP-PLANNED     PIC 9(12).
               10 WS-DP-DELIVERED   PIC 9(12).
         01 WS-DX                 PIC 9(03) COMP-3.
         01 WS-DP-FOUND-IX        PIC 9(03).

      * Effective-dated lookup work fields (see FIND-ROSTER-VERSION).
         01 WS-RW-VERSION-STATE PIC X VALUE 'N'.
            88 RW-VERSION-FOUND VALUE 'Y'.
         01 WS-RW-WALK-STATE PIC X VALUE 'N'.
            88 RW-WALK-DONE VALUE 'Y'.
         01 WS-RW-DEPARTMENT  PIC X(20).

      * Variance arithmetic.
         01 WS-VARIANCE           PIC S9(12).
         01 WS-ABS-VARIANCE       PIC 9(12).
         01 WS-VAR-PCT            PIC S9(05)V9.
         01 WS-PLAN-FOR-PCT       PIC 9(12).
         01 WS-DELV-FOR-PCT       PIC 9(12).
         01 WS-TOT-PLANNED        PIC 9(12) VALUE ZERO.
         01 WS-TOT-DELIVERED      PIC 9(12) VALUE ZERO.

      * Register entries already held for this extract, so a rerun
      * does not double-post.
         01 WS-SEEN-MAX           PIC 9(05) VALUE 5000.
         01 WS-SEEN-COUNT         PIC 9(05) VALUE ZERO.
         01 WS-SEEN-TAB.
            05 WS-SEEN-ELF OCCURS 5000 TIMES PIC 9(05).
         01 WS-SEEN-IX            PIC 9(05) COMP-3.
         01 WS-SEEN-DUP           PIC X.

      * Resolutions loaded for the resolve pass.
         01 WS-DRS-MAX            PIC 9(05) VALUE 2000.
         01 WS-DRS-COUNT          PIC 9(05) VALUE ZERO.
         01 WS-DRS-TAB.
            05 WS-DRS-ENTRY OCCURS 2000 TIMES.
               10 WS-DRS-RUN-ID   PIC X(16).
               10 WS-DRS-ELF      PIC 9(05).
         01 WS-DRS-IX             PIC 9(05) COMP-3.

         01 WS-OVER-COUNT         PIC 9(05) VALUE ZERO.
         01 WS-UNPLANNED-COUNT    PIC 9(05) VALUE ZERO.
         01 WS-POSTED-COUNT       PIC 9(05) VALUE ZERO.
         01 WS-RESOLVED-COUNT     PIC 9(05) VALUE ZERO.
         01 WS-OPEN-COUNT         PIC 9(05) VALUE ZERO.

         01 WS-WARNING-STATE PIC X VALUE 'N'.
            88 RUN-HAS-WARNINGS VALUE 'Y'.

      * REPORT EDIT FIELDS
         01 WS-CALS-X             PIC ZZZ,ZZZ,ZZZ,ZZ9.
         01 WS-CALS2-X            PIC ZZZ,ZZZ,ZZZ,ZZ9.
         01 WS-VAR-X              PIC ----,---,---,--9.
         01 WS-PCT-X              PIC -----9.9.
         01 WS-COUNT-X            PIC Z(04)9.

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

           IF MATCH-MODE
               PERFORM MATCH-DELIVERY
           END-IF
           IF RESOLVE-MODE
               PERFORM LOAD-RESOLUTIONS
               IF WS-DRS-COUNT > ZERO
                   PERFORM APPLY-RESOLUTIONS-TO-REGISTER
               END-IF
           END-IF
           PERFORM COUNT-OPEN-VARIANCES

           DISPLAY 'DELIVERY DETAILS READ  : ' WS-DLV-COUNT
           DISPLAY 'OVER TOLERANCE         : ' WS-OVER-COUNT
           DISPLAY 'NOT ON THE EXTRACT     : ' WS-UNPLANNED-COUNT
           DISPLAY 'VARIANCES POSTED       : ' WS-POSTED-COUNT
           DISPLAY 'MOVED TO RESOLVED      : ' WS-RESOLVED-COUNT
           DISPLAY 'STILL OPEN             : ' WS-OPEN-COUNT

           PERFORM CLOSE-ERRORLOG
           .

      * -------- match --------

       MATCH-DELIVERY.
           PERFORM OPEN-FILE3
           MOVE SPACES TO DLVVARRPTLINE1
           MOVE 'AOC-2022-12-01  DELIVERY VARIANCE REPORT'
             TO DLVVARRPTLINE1
           PERFORM WRITE-FILE3

           IF WS-PLANFILE1-PATH = SPACES
               SET RUN-HAS-WARNINGS TO TRUE
               DISPLAY 'NO EXTRACT TO MATCH -- DELIVERY NOT CHECKED'
               MOVE 'NO EXTRACT TO MATCH, DELIVERY NOT CHECKED'
                 TO DLVVARRPTLINE1
               PERFORM WRITE-FILE3
               PERFORM CLOSE-FILE3
           ELSE
               PERFORM LOAD-DELIVERY
               IF WS-DLV-GOT-HDR = 'Y'
                   PERFORM LOAD-PLAN
                   PERFORM CHECK-DELIVERY-AGAINST-PLAN
               END-IF
               PERFORM CLOSE-FILE3
           END-IF
           .

      * A missing delivery is a warning -- provisioning may simply
      * not have delivered yet -- but a delivery that does not foot
      * to its own trailer is not believed at all.
       LOAD-DELIVERY.
           MOVE ZERO TO WS-ELF-SLOT-TAB
           OPEN INPUT DELIVERYFILE1
           IF FILE1-STATUS-NOTFOUND
               SET RUN-HAS-WARNINGS TO TRUE
               DISPLAY 'NO DELIVERY CONFIRMATION RECEIVED'
               MOVE 'DLV CHECK' TO WS-ERRLOG-OPERATION
               MOVE 'NO DELIVERY CONFIRMATION RECEIVED'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0147 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 'NO DELIVERY CONFIRMATION RECEIVED'
                 TO DLVVARRPTLINE1
               PERFORM WRITE-FILE3
           ELSE
               IF NOT FILE1-STATUS-OK
                   MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON DELIVERY FILE'
                   DISPLAY 'FILE STATUS : ' FILE1-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 'OPEN DLV' TO WS-ERRLOG-OPERATION
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
                   READ DELIVERYFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM TAKE-ONE-DELIVERY-RECORD
                   END-READ
               END-PERFORM
               CLOSE DELIVERYFILE1
               IF WS-DLV-GOT-HDR NOT = 'Y'
                  OR WS-DLV-GOT-TRL NOT = 'Y'
                  OR WS-DLV-TRL-COUNT NOT = WS-DLV-COUNT
                  OR WS-DLV-TRL-HASH-CALS NOT = WS-DLV-HASH-CALS
                  OR WS-DLV-TRL-HASH-ELF NOT = WS-DLV-HASH-ELF
                   DISPLAY 'DELIVERY FILE DOES NOT FOOT TO ITS TRAILER'
                   DISPLAY 'TRAILER ' WS-DLV-TRL-COUNT ' '
                       WS-DLV-TRL-HASH-CALS ' ' WS-DLV-TRL-HASH-ELF
                   DISPLAY 'DETAILS ' WS-DLV-COUNT ' '
                       WS-DLV-HASH-CALS ' ' WS-DLV-HASH-ELF
                   MOVE 'DLV CHECK' TO WS-ERRLOG-OPERATION
                   MOVE 'DELIVERY FILE OUT OF BALANCE, REJECTED'
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'S' TO WS-ERRLOG-SEVERITY
                   MOVE 0148 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 'DELIVERY FILE OUT OF BALANCE -- REJECTED'
                     TO DLVVARRPTLINE1
                   PERFORM WRITE-FILE3
                   PERFORM CLOSE-FILE3
                   PERFORM CLOSE-ERRORLOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

       TAKE-ONE-DELIVERY-RECORD.
           EVALUATE DLV-TYPE
               WHEN 'H'
                   MOVE 'Y' TO WS-DLV-GOT-HDR
                   MOVE DLV-H-RUN-ID TO WS-DLV-RUN-ID
                   IF DLV-H-DLV-DATE IS NUMERIC
                       MOVE DLV-H-DLV-DATE TO WS-DLV-DATE
                   END-IF
               WHEN 'D'
                   IF DLV-D-ELF-NUMBER IS NUMERIC
                      AND DLV-D-ELF-NUMBER > ZERO
                      AND DLV-D-CALORIES IS NUMERIC
                       ADD 1 TO WS-DLV-COUNT
                       ADD DLV-D-CALORIES   TO WS-DLV-HASH-CALS
                       ADD DLV-D-ELF-NUMBER TO WS-DLV-HASH-ELF
                       MOVE DLV-D-ELF-NUMBER TO WS-ADD-ELF
                       PERFORM FIND-OR-ADD-SLOT
                       ADD DLV-D-CALORIES TO WS-MT-DELIVERED(WS-SX)
                   ELSE
                       SET RUN-HAS-WARNINGS TO TRUE
                       DISPLAY 'DELIVERY DETAIL NOT NUMERIC : '
                           DLVDETAILRECORD1
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO WS-DLV-GOT-TRL
                   IF DLV-T-COUNT IS NUMERIC
                      AND DLV-T-HASH-CALS IS NUMERIC
                      AND DLV-T-HASH-ELF IS NUMERIC
                       MOVE DLV-T-COUNT     TO WS-DLV-TRL-COUNT
                       MOVE DLV-T-HASH-CALS TO WS-DLV-TRL-HASH-CALS
                       MOVE DLV-T-HASH-ELF  TO WS-DLV-TRL-HASH-ELF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       LOAD-PLAN.
           OPEN INPUT PLANFILE1
           IF NOT FILE5-STATUS-OK
               MOVE FILE5-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON PLANNED EXTRACT'
               DISPLAY 'FILE STATUS : ' FILE5-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN PLAN' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FILE5-STATUS-EOF
                  OR NOT FILE5-STATUS-OK
               READ PLANFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       EVALUATE PLN-TYPE
                           WHEN 'H'
                               MOVE PLN-H-RUN-ID   TO WS-PLN-RUN-ID
                               MOVE PLN-H-RUN-DATE TO WS-PLN-RUN-DATE
                           WHEN 'D'
                               MOVE PLN-D-ELF-NUMBER TO WS-ADD-ELF
                               PERFORM FIND-OR-ADD-SLOT
                               MOVE 'Y' TO WS-MT-ON-PLAN(WS-SX)
                               ADD PLN-D-CALORIES
                                 TO WS-MT-PLANNED(WS-SX)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PLANFILE1
           .

       FIND-OR-ADD-SLOT.
           MOVE WS-ELF-SLOT(WS-ADD-ELF) TO WS-SX
           IF WS-SX = ZERO
               IF WS-MT-COUNT >= WS-MT-MAX
                   DISPLAY 'DELIVERY MATCH TABLE OVERFLOW'
                   MOVE 'MATCH TAB' TO WS-ERRLOG-OPERATION
                   MOVE 'DELIVERY MATCH TABLE OVERFLOW'
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'F' TO WS-ERRLOG-SEVERITY
                   MOVE 0149 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MT-COUNT
               MOVE WS-MT-COUNT TO WS-SX
               MOVE WS-SX TO WS-ELF-SLOT(WS-ADD-ELF)
               INITIALIZE WS-MT-ENTRY(WS-SX)
               MOVE WS-ADD-ELF TO WS-MT-ELF(WS-SX)
               MOVE 'N' TO WS-MT-ON-PLAN(WS-SX)
           END-IF
           .

      * A delivery for some other extract cannot be matched. One for
      * an earlier run (RUN-IDs carry the cycle's timestamp, so they
      * sort by age) is the last delivery still on file: this
      * extract's delivery has simply not arrived yet, which is the
      * same warning as no file at all. Anything else is a mispairing
      * the operator must sort out, so it is refused rather than
      * producing a report full of false variances.
       CHECK-DELIVERY-AGAINST-PLAN.
           IF WS-DLV-RUN-ID < WS-PLN-RUN-ID
               SET RUN-HAS-WARNINGS TO TRUE
               DISPLAY 'DELIVERY ON FILE IS FOR EARLIER RUN '
                   WS-DLV-RUN-ID
               DISPLAY 'NO DELIVERY CONFIRMATION RECEIVED FOR RUN '
                   WS-PLN-RUN-ID
               MOVE 'DLV CHECK' TO WS-ERRLOG-OPERATION
               MOVE 'DELIVERY ON FILE IS FOR AN EARLIER RUN'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0147 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE SPACES TO DLVVARRPTLINE1
               STRING 'NO DELIVERY CONFIRMATION RECEIVED FOR RUN '
                   WS-PLN-RUN-ID
                   DELIMITED BY SIZE INTO DLVVARRPTLINE1
               PERFORM WRITE-FILE3
           ELSE
               IF WS-DLV-RUN-ID NOT = WS-PLN-RUN-ID
                   DISPLAY 'DELIVERY IS FOR RUN ' WS-DLV-RUN-ID
                       ' BUT THE EXTRACT IS RUN ' WS-PLN-RUN-ID
                   MOVE 'DLV CHECK' TO WS-ERRLOG-OPERATION
                   MOVE 'DELIVERY RUN-ID DIFFERS FROM EXTRACT'
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'S' TO WS-ERRLOG-SEVERITY
                   MOVE 0150 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE SPACES TO DLVVARRPTLINE1
                   STRING 'DELIVERY FOR RUN ' WS-DLV-RUN-ID
                       ' DOES NOT MATCH EXTRACT RUN ' WS-PLN-RUN-ID
                       ' -- NOT CHECKED'
                       DELIMITED BY SIZE INTO DLVVARRPTLINE1
                   PERFORM WRITE-FILE3
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM OPEN-ROSTER
                   PERFORM RESOLVE-DEPARTMENTS
                   PERFORM CLOSE-ROSTER
                   PERFORM WRITE-VARIANCE-REPORT
                   PERFORM POST-VARIANCES
               END-IF
           END-IF
           .

      * Department as of the extract's business date -- the plan was
      * made for that roster, so the variance is charged to it.
       RESOLVE-DEPARTMENTS.
           PERFORM VARYING WS-SX FROM 1 BY 1
                     UNTIL WS-SX > WS-MT-COUNT
               MOVE 'UNASSIGNED' TO WS-MT-DEPT(WS-SX)
               IF ROSTER-PRESENT
                   PERFORM FIND-ROSTER-VERSION
                   IF RW-VERSION-FOUND
                      AND WS-RW-DEPARTMENT NOT = SPACES
                       MOVE WS-RW-DEPARTMENT TO WS-MT-DEPT(WS-SX)
                   END-IF
               END-IF
               PERFORM ADD-TO-DEPARTMENT
           END-PERFORM
           .

       FIND-ROSTER-VERSION.
           MOVE 'N' TO WS-RW-VERSION-STATE
           MOVE 'N' TO WS-RW-WALK-STATE
           MOVE SPACES TO WS-RW-DEPARTMENT

           MOVE WS-MT-ELF(WS-SX) TO ROS-ELF-NUMBER
           MOVE ZERO             TO ROS-EFF-DATE
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
                           IF ROS-ELF-NUMBER NOT = WS-MT-ELF(WS-SX)
                               SET RW-WALK-DONE TO TRUE
                           ELSE
                               IF ROS-EFF-DATE <= WS-PLN-RUN-DATE
                                   SET RW-VERSION-FOUND TO TRUE
                                   MOVE ROS-DEPARTMENT
                                     TO WS-RW-DEPARTMENT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       ADD-TO-DEPARTMENT.
           MOVE ZERO TO WS-DP-FOUND-IX
           PERFORM VARYING WS-DX FROM 1 BY 1
                     UNTIL WS-DX > WS-DP-COUNT
                        OR WS-DP-FOUND-IX > ZERO
               IF WS-DP-NAME(WS-DX) = WS-MT-DEPT(WS-SX)
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
               ADD 1 TO WS-DP-COUNT
               MOVE WS-DP-COUNT TO WS-DP-FOUND-IX
               MOVE WS-MT-DEPT(WS-SX) TO WS-DP-NAME(WS-DP-COUNT)
               MOVE ZERO TO WS-DP-PLANNED(WS-DP-COUNT)
               MOVE ZERO TO WS-DP-DELIVERED(WS-DP-COUNT)
           END-IF
           ADD WS-MT-PLANNED(WS-SX) TO WS-DP-PLANNED(WS-DP-FOUND-IX)
           ADD WS-MT-DELIVERED(WS-SX)
             TO WS-DP-DELIVERED(WS-DP-FOUND-IX)
           .

      * Variance is delivered minus planned; the percentage is of
      * plan. With nothing planned any delivery is unplanned, which is
      * a finding in its own right rather than an infinite percent.
       COMPUTE-VARIANCE.
           COMPUTE WS-VARIANCE = WS-DELV-FOR-PCT - WS-PLAN-FOR-PCT
           IF WS-VARIANCE < ZERO
               COMPUTE WS-ABS-VARIANCE = ZERO - WS-VARIANCE
           ELSE
               MOVE WS-VARIANCE TO WS-ABS-VARIANCE
           END-IF
           IF WS-PLAN-FOR-PCT > ZERO
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-PLAN-FOR-PCT
           ELSE
               MOVE ZERO TO WS-VAR-PCT
           END-IF
           .

       WRITE-VARIANCE-REPORT.
           MOVE SPACES TO DLVVARRPTLINE1
           STRING 'EXTRACT RUN ' WS-PLN-RUN-ID
               '  BUSINESS DATE ' WS-PLN-RUN-DATE
               '  DELIVERED ' WS-DLV-DATE
               '  TOLERANCE ' WS-TOL-PCT ' PCT'
               DELIMITED BY SIZE INTO DLVVARRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO DLVVARRPTLINE1
           PERFORM WRITE-FILE3

           MOVE 'BY ELF' TO DLVVARRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO DLVVARRPTLINE1
           STRING 'ELF    DEPARTMENT                   PLANNED'
               '        DELIVERED          VARIANCE     PCT'
               DELIMITED BY SIZE INTO DLVVARRPTLINE1
           PERFORM WRITE-FILE3
           PERFORM VARYING WS-ELF-IX FROM 1 BY 1
                     UNTIL WS-ELF-IX > 99999
               IF WS-ELF-SLOT(WS-ELF-IX) > ZERO
                   MOVE WS-ELF-SLOT(WS-ELF-IX) TO WS-SX
                   PERFORM WRITE-ELF-VARIANCE
               END-IF
           END-PERFORM

           MOVE SPACES TO DLVVARRPTLINE1
           PERFORM WRITE-FILE3
           MOVE 'BY DEPARTMENT' TO DLVVARRPTLINE1
           PERFORM WRITE-FILE3
           PERFORM VARYING WS-DX FROM 1 BY 1
                     UNTIL WS-DX > WS-DP-COUNT
               MOVE WS-DP-PLANNED(WS-DX)   TO WS-PLAN-FOR-PCT
               MOVE WS-DP-DELIVERED(WS-DX) TO WS-DELV-FOR-PCT
               PERFORM COMPUTE-VARIANCE
               MOVE WS-PLAN-FOR-PCT TO WS-CALS-X
               MOVE WS-DELV-FOR-PCT TO WS-CALS2-X
               MOVE WS-VARIANCE     TO WS-VAR-X
               MOVE WS-VAR-PCT      TO WS-PCT-X
               MOVE SPACES TO DLVVARRPTLINE1
               STRING '       ' WS-DP-NAME(WS-DX)
                   ' ' WS-CALS-X ' ' WS-CALS2-X ' ' WS-VAR-X
                   ' ' WS-PCT-X
                   DELIMITED BY SIZE INTO DLVVARRPTLINE1
               IF WS-ABS-VARIANCE * 100 >
                  WS-PLAN-FOR-PCT * WS-TOL-PCT
                   MOVE '*' TO DLVVARRPTLINE1(104:1)
               END-IF
               PERFORM WRITE-FILE3
           END-PERFORM

           MOVE WS-TOT-PLANNED   TO WS-PLAN-FOR-PCT
           MOVE WS-TOT-DELIVERED TO WS-DELV-FOR-PCT
           PERFORM COMPUTE-VARIANCE
           MOVE WS-PLAN-FOR-PCT TO WS-CALS-X
           MOVE WS-DELV-FOR-PCT TO WS-CALS2-X
           MOVE WS-VARIANCE     TO WS-VAR-X
           MOVE WS-VAR-PCT      TO WS-PCT-X
           MOVE SPACES TO DLVVARRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO DLVVARRPTLINE1
           STRING '       TOTAL               '
               ' ' WS-CALS-X ' ' WS-CALS2-X ' ' WS-VAR-X
               ' ' WS-PCT-X
               DELIMITED BY SIZE INTO DLVVARRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO DLVVARRPTLINE1
           PERFORM WRITE-FILE3
           MOVE WS-OVER-COUNT TO WS-COUNT-X
           MOVE SPACES TO DLVVARRPTLINE1
           STRING 'ELVES OVER TOLERANCE (*)    : ' WS-COUNT-X
               DELIMITED BY SIZE INTO DLVVARRPTLINE1
           PERFORM WRITE-FILE3
           MOVE WS-UNPLANNED-COUNT TO WS-COUNT-X
           MOVE SPACES TO DLVVARRPTLINE1
           STRING 'ELVES NOT ON THE EXTRACT (+): ' WS-COUNT-X
               DELIMITED BY SIZE INTO DLVVARRPTLINE1
           PERFORM WRITE-FILE3
           .

       WRITE-ELF-VARIANCE.
           MOVE WS-MT-PLANNED(WS-SX)   TO WS-PLAN-FOR-PCT
           MOVE WS-MT-DELIVERED(WS-SX) TO WS-DELV-FOR-PCT
           ADD WS-PLAN-FOR-PCT TO WS-TOT-PLANNED
           ADD WS-DELV-FOR-PCT TO WS-TOT-DELIVERED
           PERFORM COMPUTE-VARIANCE
           MOVE SPACES TO WS-MT-REASON(WS-SX)
           IF WS-MT-ON-PLAN(WS-SX) NOT = 'Y'
               MOVE 'NOT PLANNED' TO WS-MT-REASON(WS-SX)
               ADD 1 TO WS-UNPLANNED-COUNT
           ELSE
               IF WS-ABS-VARIANCE * 100 >
                  WS-PLAN-FOR-PCT * WS-TOL-PCT
                   MOVE 'TOLERANCE' TO WS-MT-REASON(WS-SX)
                   ADD 1 TO WS-OVER-COUNT
               END-IF
           END-IF
           MOVE WS-PLAN-FOR-PCT TO WS-CALS-X
           MOVE WS-DELV-FOR-PCT TO WS-CALS2-X
           MOVE WS-VARIANCE     TO WS-VAR-X
           MOVE WS-VAR-PCT      TO WS-PCT-X
           MOVE SPACES TO DLVVARRPTLINE1
           STRING WS-MT-ELF(WS-SX) '  ' WS-MT-DEPT(WS-SX)
               ' ' WS-CALS-X ' ' WS-CALS2-X ' ' WS-VAR-X
               ' ' WS-PCT-X
               DELIMITED BY SIZE INTO DLVVARRPTLINE1
           EVALUATE WS-MT-REASON(WS-SX)
               WHEN 'TOLERANCE'
                   MOVE '*' TO DLVVARRPTLINE1(104:1)
               WHEN 'NOT PLANNED'
                   MOVE '+' TO DLVVARRPTLINE1(104:1)
           END-EVALUATE
           PERFORM WRITE-FILE3
           .

      * Every finding goes to the register once per extract and elf;
      * entries already registered for this RUN-ID (a rerun) are
      * left as they stand, resolved or not.
       POST-VARIANCES.
           IF WS-OVER-COUNT + WS-UNPLANNED-COUNT > ZERO
               SET RUN-HAS-WARNINGS TO TRUE
               MOVE 'DLV CHECK' TO WS-ERRLOG-OPERATION
               MOVE 'DELIVERY VARIANCES REGISTERED'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0151 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               PERFORM LOAD-REGISTERED-ELVES
               OPEN EXTEND DLVVARREGFILE1
               IF FILE4-STATUS-NOTFOUND
                   OPEN OUTPUT DLVVARREGFILE1
               END-IF
               IF NOT FILE4-STATUS-OK
                   PERFORM REGISTER-OPEN-ABEND
               END-IF
               PERFORM VARYING WS-ELF-IX FROM 1 BY 1
                         UNTIL WS-ELF-IX > 99999
                   MOVE WS-ELF-SLOT(WS-ELF-IX) TO WS-SX
                   IF WS-SX > ZERO
                       IF WS-MT-REASON(WS-SX) NOT = SPACES
                           PERFORM POST-ONE-VARIANCE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DLVVARREGFILE1
           END-IF
           .

       LOAD-REGISTERED-ELVES.
           OPEN INPUT DLVVARREGFILE1
           IF FILE4-STATUS-NOTFOUND
               CONTINUE
           ELSE
               IF NOT FILE4-STATUS-OK
                   PERFORM REGISTER-OPEN-ABEND
               END-IF
               PERFORM UNTIL FILE4-STATUS-EOF
                      OR NOT FILE4-STATUS-OK
                   READ DLVVARREGFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           IF DVR-RUN-ID = WS-PLN-RUN-ID
                              AND WS-SEEN-COUNT < WS-SEEN-MAX
                               ADD 1 TO WS-SEEN-COUNT
                               MOVE DVR-ELF-NUMBER
                                 TO WS-SEEN-ELF(WS-SEEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DLVVARREGFILE1
           END-IF
           .

       POST-ONE-VARIANCE.
           MOVE 'N' TO WS-SEEN-DUP
           PERFORM VARYING WS-SEEN-IX FROM 1 BY 1
                     UNTIL WS-SEEN-IX > WS-SEEN-COUNT
               IF WS-SEEN-ELF(WS-SEEN-IX) = WS-MT-ELF(WS-SX)
                   MOVE 'Y' TO WS-SEEN-DUP
               END-IF
           END-PERFORM
           IF WS-SEEN-DUP NOT = 'Y'
               MOVE SPACES TO DLVVARREGRECORD1
               MOVE WS-PLN-RUN-ID          TO DVR-RUN-ID
               MOVE WS-MT-ELF(WS-SX)       TO DVR-ELF-NUMBER
               MOVE WS-MT-DEPT(WS-SX)      TO DVR-DEPARTMENT
               MOVE WS-MT-PLANNED(WS-SX)   TO DVR-PLANNED
               MOVE WS-MT-DELIVERED(WS-SX) TO DVR-DELIVERED
               MOVE WS-MT-REASON(WS-SX)    TO DVR-REASON
               MOVE 'OPEN'                 TO DVR-STATUS
               MOVE WS-RUN-DATE            TO DVR-STATUS-DATE
               MOVE WS-RUN-DATE            TO DVR-BUSN-DATE
               WRITE DLVVARREGRECORD1
               IF NOT FILE4-STATUS-OK
                   PERFORM REGISTER-IO-ABEND
               END-IF
               ADD 1 TO WS-POSTED-COUNT
           END-IF
           .

      * -------- resolve --------

       LOAD-RESOLUTIONS.
           OPEN INPUT DLVRESOLVEFILE1
           IF FILE7-STATUS-NOTFOUND
               DISPLAY 'NO RESOLUTION FILE -- RESOLVE SKIPPED'
           ELSE
               IF NOT FILE7-STATUS-OK
                   MOVE FILE7-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON RESOLUTION FILE'
                   DISPLAY 'FILE STATUS : ' FILE7-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 'OPEN RSLV' TO WS-ERRLOG-OPERATION
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE7-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'S' TO WS-ERRLOG-SEVERITY
                   MOVE 0002 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FILE7-STATUS-EOF
                      OR NOT FILE7-STATUS-OK
                   READ DLVRESOLVEFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           IF DRS-ELF-NUMBER IS NUMERIC
                               IF WS-DRS-COUNT >= WS-DRS-MAX
                                   DISPLAY 'RESOLUTION TABLE OVERFLOW'
                                   MOVE 'RSLV TAB'
                                     TO WS-ERRLOG-OPERATION
                                   MOVE 'RESOLUTION TABLE OVERFLOW'
                                     TO WS-ERRLOG-MESSAGE
                                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                                   MOVE 'S' TO WS-ERRLOG-SEVERITY
                                   MOVE 0240 TO WS-ERRLOG-MSG-NUMBER
                                   PERFORM WRITE-ERRORLOG
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-DRS-COUNT
                               MOVE DRS-RUN-ID
                                 TO WS-DRS-RUN-ID(WS-DRS-COUNT)
                               MOVE DRS-ELF-NUMBER
                                 TO WS-DRS-ELF(WS-DRS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DLVRESOLVEFILE1
           END-IF
           .

      * The register is rebuilt through a work file the way the
      * exception register is: the original is only replaced after
      * the updated copy is complete.
       APPLY-RESOLUTIONS-TO-REGISTER.
           OPEN INPUT DLVVARREGFILE1
           IF FILE4-STATUS-NOTFOUND
               DISPLAY 'NO REGISTER YET -- RESOLVE SKIPPED'
           ELSE
               IF NOT FILE4-STATUS-OK
                   PERFORM REGISTER-OPEN-ABEND
               END-IF
               OPEN OUTPUT DLVVARWORKFILE1
               IF NOT FILE6-STATUS-OK
                   MOVE 'OPEN DVWK' TO WS-ERRLOG-OPERATION
                   MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM REGISTER-WORK-ABEND
               END-IF
               PERFORM UNTIL FILE4-STATUS-EOF
                      OR NOT FILE4-STATUS-OK
                   READ DLVVARREGFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM RESOLVE-ONE-ENTRY
                           MOVE DLVVARREGRECORD1 TO DLVVARWORKRECORD1
                           WRITE DLVVARWORKRECORD1
                           IF NOT FILE6-STATUS-OK
                               MOVE 'WRITE DVWK' TO WS-ERRLOG-OPERATION
                               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
                               PERFORM REGISTER-WORK-ABEND
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT FILE4-STATUS-OK AND NOT FILE4-STATUS-EOF
                   MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'READ ERROR ON DELIVERY VARIANCE REGISTER'
                   DISPLAY 'FILE STATUS : ' FILE4-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 'READ DVREG' TO WS-ERRLOG-OPERATION
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'F' TO WS-ERRLOG-SEVERITY
                   MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE DLVVARREGFILE1
               CLOSE DLVVARWORKFILE1
               IF NOT FILE6-STATUS-OK
                   MOVE 'CLOSE DVWK' TO WS-ERRLOG-OPERATION
                   MOVE 0008 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM REGISTER-WORK-ABEND
               END-IF

               OPEN INPUT DLVVARWORKFILE1
               IF NOT FILE6-STATUS-OK
                   MOVE 'OPEN DVWK' TO WS-ERRLOG-OPERATION
                   MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM REGISTER-WORK-ABEND
               END-IF
               OPEN OUTPUT DLVVARREGFILE1
               IF NOT FILE4-STATUS-OK
                   PERFORM REGISTER-OPEN-ABEND
               END-IF
               PERFORM UNTIL FILE6-STATUS-EOF
                      OR NOT FILE6-STATUS-OK
                   READ DLVVARWORKFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           MOVE DLVVARWORKRECORD1 TO DLVVARREGRECORD1
                           WRITE DLVVARREGRECORD1
                           IF NOT FILE4-STATUS-OK
                               PERFORM REGISTER-IO-ABEND
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT FILE6-STATUS-OK AND NOT FILE6-STATUS-EOF
                   MOVE 'READ DVWK' TO WS-ERRLOG-OPERATION
                   MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM REGISTER-WORK-ABEND
               END-IF
               CLOSE DLVVARWORKFILE1
               CLOSE DLVVARREGFILE1
           END-IF
           .

       RESOLVE-ONE-ENTRY.
           IF DVR-IS-OPEN
               PERFORM VARYING WS-DRS-IX FROM 1 BY 1
                         UNTIL WS-DRS-IX > WS-DRS-COUNT
                   IF WS-DRS-RUN-ID(WS-DRS-IX) = DVR-RUN-ID
                      AND WS-DRS-ELF(WS-DRS-IX) = DVR-ELF-NUMBER
                      AND DVR-IS-OPEN
                       MOVE 'RESOLVED' TO DVR-STATUS
                       MOVE WS-RUN-DATE TO DVR-STATUS-DATE
                       ADD 1 TO WS-RESOLVED-COUNT
                   END-IF
               END-PERFORM
           END-IF
           .

       COUNT-OPEN-VARIANCES.
           OPEN INPUT DLVVARREGFILE1
           IF FILE4-STATUS-OK
               PERFORM UNTIL FILE4-STATUS-EOF
                      OR NOT FILE4-STATUS-OK
                   READ DLVVARREGFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           IF DVR-IS-OPEN
                               ADD 1 TO WS-OPEN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DLVVARREGFILE1
           END-IF
           .

       REGISTER-OPEN-ABEND.
           MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
           PERFORM RESOLVE-FILE-STATUS-TEXT
           DISPLAY 'OPEN ERROR ON DELIVERY VARIANCE REGISTER'
           DISPLAY 'FILE STATUS : ' FILE4-STATUS
               ' - ' WS-FILE-STATUS-TEXT
           MOVE 'OPEN DVREG' TO WS-ERRLOG-OPERATION
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       REGISTER-IO-ABEND.
           MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
           PERFORM RESOLVE-FILE-STATUS-TEXT
           DISPLAY 'I/O ERROR ON DELIVERY VARIANCE REGISTER'
           DISPLAY 'FILE STATUS : ' FILE4-STATUS
               ' - ' WS-FILE-STATUS-TEXT
           MOVE 'IO DVREG' TO WS-ERRLOG-OPERATION
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           MOVE 0009 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       REGISTER-WORK-ABEND.
           MOVE FILE6-STATUS TO WS-FILE-STATUS-CODE
           PERFORM RESOLVE-FILE-STATUS-TEXT
           DISPLAY 'I/O ERROR ON REGISTER WORK FILE'
           DISPLAY 'FILE STATUS : ' FILE6-STATUS
               ' - ' WS-FILE-STATUS-TEXT
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE6-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           PERFORM WRITE-ERRORLOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       OPEN-FILE3.
           OPEN OUTPUT DLVVARRPTFILE1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON VARIANCE REPORT'
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
           WRITE DLVVARRPTLINE1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON VARIANCE REPORT'
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
           CLOSE DLVVARRPTFILE1
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
           MOVE SPACES TO WS-DELIVERYFILE1-PATH
           DISPLAY "DELIVERYFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-DELIVERYFILE1-PATH FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-DELIVERYFILE1-PATH NOT = SPACES
               SET MATCH-MODE TO TRUE
           END-IF

           MOVE SPACES TO WS-DLVRESOLVEFILE1-PATH
           DISPLAY "DLVRESOLVEFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-DLVRESOLVEFILE1-PATH FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-DLVRESOLVEFILE1-PATH NOT = SPACES
               SET RESOLVE-MODE TO TRUE
           END-IF

           MOVE SPACES TO WS-PLANFILE1-OVERRIDE
           DISPLAY "PLANFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-PLANFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-PLANFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-PLANFILE1-OVERRIDE)
                 TO WS-PLANFILE1-PATH
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

           MOVE SPACES TO WS-DLVVARRPTFILE1-OVERRIDE
           DISPLAY "DLVVARRPTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-DLVVARRPTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-DLVVARRPTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-DLVVARRPTFILE1-OVERRIDE)
                 TO WS-DLVVARRPTFILE1-PATH
           END-IF

           MOVE SPACES TO WS-DLVVARREGFILE1-OVERRIDE
           DISPLAY "DLVVARREGFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-DLVVARREGFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-DLVVARREGFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-DLVVARREGFILE1-OVERRIDE)
                 TO WS-DLVVARREGFILE1-PATH
           END-IF

           MOVE SPACES TO WS-DLVVARWORKFILE1-OVERRIDE
           DISPLAY "DLVVARWORK" UPON ENVIRONMENT-NAME
           ACCEPT WS-DLVVARWORKFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-DLVVARWORKFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-DLVVARWORKFILE1-OVERRIDE)
                 TO WS-DLVVARWORKFILE1-PATH
           END-IF

           MOVE SPACES TO WS-TOL-PCT-OVERRIDE
           DISPLAY "DLVTOLPCT" UPON ENVIRONMENT-NAME
           ACCEPT WS-TOL-PCT-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-TOL-PCT-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-TOL-PCT-OVERRIDE) TO WS-TOL-PCT
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
      * missing roster still matches the delivery, with every elf's
      * variance charged to UNASSIGNED, and the run warns.
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
           MOVE 'ADV221201.15' TO ERL-PROGRAM-ID
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
