            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPECTFILE1 ASSIGN
            TO DYNAMIC WS-SUSPECTFILE1-PATH
            FILE STATUS IS FILE6-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Operator-kept clearances for SUSPECTED entries that were
      * followed up and found to be genuine (see SUSPCLEARRECORD1).
           SELECT SUSPCLEARFILE1 ASSIGN
            TO DYNAMIC WS-SUSPCLEARFILE1-PATH
            FILE STATUS IS FILE7-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGERPTFILE1 ASSIGN
            TO DYNAMIC WS-AGERPTFILE1-PATH
            FILE STATUS IS FILE5-STATUS

       DATA DIVISION.
       FILE SECTION.
      * The generation's rejected-line file, checked against the
      * writers' EXCEPTION layout stamp.
         FD EXCEPTIONFILE1.
         01 EXCRECORD1.
            05 EXC-LINE-NUMBER PIC 9(07).
            05 EXC-FILLER      PIC X(02).
            05 EXC-TEXT        PIC X(09).
            05 EXC-FILLER2     PIC X(02).
            05 EXC-ELF-NUMBER  PIC 9(05).

      * The persistent register: one record per rejected line, OPEN
      * until a correction for it is applied. Groups that
      * AOC-2022-12-01-DUPCHECK suspects were copied are registered
      * too, as SUSPECTED, keyed on the group's first input line --
      * the lines were accepted, so there is nothing to correct, only
      * something to follow up. Once followed up, a clearance moves a
      * SUSPECTED entry to CLEARED and it stops aging. Unlike the per-
      * generation exception file, this survives retention -- the
      * spreadsheet this replaces lived on somebody's desktop.
      * REG-ELF-NUMBER is the elf the line was charged to by the
      * writing program, so per-elf statements can list it; entries
      * registered before it was carried have it blank.
         FD EXCREGFILE1.
         01 EXCREGRECORD1.
            05 REG-BUSN-DATE    PIC 9(08).
            05 REG-STATUS       PIC X(09).
               88 REG-IS-OPEN      VALUE 'OPEN'.
               88 REG-IS-CORRECTED VALUE 'CORRECTED'.
               88 REG-IS-SUSPECTED VALUE 'SUSPECTED'.
               88 REG-IS-CLEARED   VALUE 'CLEARED'.
            05 REG-FILLER3      PIC X(02).
            05 REG-STATUS-DATE  PIC 9(08).
            05 REG-FILLER4      PIC X(02).
            05 REG-TEXT         PIC X(09).
            05 REG-FILLER5      PIC X(02).
            05 REG-SOURCE-PATH  PIC X(250).
            05 REG-FILLER6      PIC X(02).
            05 REG-ELF-NUMBER   PIC 9(05).

      * Must hold a full EXCREGRECORD1 (308 bytes) -- a shorter work
      * record would shave REG-ELF-NUMBER and the tail of
      * REG-SOURCE-PATH on every rebuild.
         FD EXCREGWORKFILE1.
         01 EXCREGWORKRECORD1 PIC X(308).

      * Accepted corrections from AOC-2022-12-01-CORRECT, checked
      * against its CORRACCEPT layout stamp.
         FD CORRACCEPTFILE1.
         01 CORRACCEPTRECORD1.
            05 ACO-RUN-DATE     PIC 9(08).
            05 ACO-FILLER2      PIC X(02).
            05 ACO-VALUE        PIC 9(09).

      * Suspect copied groups from AOC-2022-12-01-DUPCHECK, checked
      * against that program's SUSPECT layout stamp.
         FD SUSPECTFILE1.
         01 SUSPECTRECORD1.
            05 SUS-LINE-NUMBER  PIC 9(07).
            05 SUS-FILLER1      PIC X(02).
            05 SUS-TEXT         PIC X(09).
            05 SUS-FILLER2      PIC X(02).
            05 SUS-SOURCE-PATH  PIC X(250).
            05 SUS-FILLER3      PIC X(02).
            05 SUS-ELF-NUMBER   PIC 9(05).

      * One line per suspected group cleared: the register entry's
      * business date and line number, as shown on the aging report.
      * Kept by the operator and applied every run; a line for an
      * entry already cleared, or for none at all, changes nothing.
         FD SUSPCLEARFILE1.
         01 SUSPCLEARRECORD1.
            05 SCL-BUSN-DATE    PIC 9(08).
            05 SCL-FILLER1      PIC X(02).
            05 SCL-LINE-NUMBER  PIC 9(07).

         FD AGERPTFILE1.
         01 AGERPTLINE1 PIC X(132).

            05 ERL-RUN-ID       PIC X(16).
            05 ERL-FILLER7      PIC X(02).
            05 ERL-SEVERITY     PIC X(01).
            05 ERL-FILLER8      PIC X(02).
            05 ERL-SITE         PIC X(04).
            05 ERL-FILLER9      PIC X(02).
            05 ERL-MSG-NUMBER   PIC 9(04).
       WORKING-STORAGE SECTION.

      * RUN-TIME PARAMETERS
      * Five passes, the first four armed by their input being
      * supplied: EXCEPTIONFILE1 posts today's rejects as OPEN register
      * entries; SUSPECTFILE1 posts today's suspected copied groups as
      * SUSPECTED entries; CORRACCEPTFILE1 moves matching OPEN entries
      * to CORRECTED; SUSPCLEARFILE1 moves matching SUSPECTED entries
      * to CLEARED; the aging report always runs, listing everything
      * still OPEN or SUSPECTED after AGEDAYS days.
         01 WS-EXCEPTIONFILE1-PATH PIC X(250) VALUE SPACES.
         01 WS-POST-STATE PIC X VALUE 'N'.
            88 POST-MODE VALUE 'Y'.

         01 WS-SUSPECTFILE1-PATH PIC X(250) VALUE SPACES.
         01 WS-SUSPECT-STATE PIC X VALUE 'N'.
            88 SUSPECT-MODE VALUE 'Y'.

         01 WS-CORRACCEPTFILE1-PATH PIC X(250) VALUE SPACES.
         01 WS-APPLY-STATE PIC X VALUE 'N'.
            88 APPLY-MODE VALUE 'Y'.

         01 WS-SUSPCLEARFILE1-PATH PIC X(250) VALUE SPACES.
         01 WS-CLEAR-STATE PIC X VALUE 'N'.
            88 CLEAR-MODE VALUE 'Y'.

         01 WS-EXCREGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "excregister.221201.txt".
            88 FILE4-STATUS-NOTFOUND VALUE 35.
         01 FILE5-STATUS PIC 9(02).
            88 FILE5-STATUS-OK  VALUE 00.
         01 FILE6-STATUS PIC 9(02).
            88 FILE6-STATUS-OK       VALUE 00.
            88 FILE6-STATUS-EOF      VALUE 10.
            88 FILE6-STATUS-NOTFOUND VALUE 35.
         01 FILE7-STATUS PIC 9(02).
            88 FILE7-STATUS-OK       VALUE 00.
            88 FILE7-STATUS-EOF      VALUE 10.
            88 FILE7-STATUS-NOTFOUND VALUE 35.
         01 FILE9-STATUS PIC 9(02).
            88 FILE9-STATUS-OK       VALUE 00.
            88 FILE9-STATUS-NOTFOUND VALUE 35.
         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * The exception layout this step's FD was written for; a file
      * stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-EXC-LAYOUT-ID      PIC X(12) VALUE 'EXCEPTION'.
         01 WS-EXC-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * The register's own layout, stamped at its head by this step
      * -- bump the version whenever EXCREGRECORD1 changes. A
      * register kept from before the stamp is read as version 00
      * (REG-ELF-NUMBER blank) and gets its stamp on the next
      * rebuild; the warning is logged once per run.
         01 WS-SUS-LAYOUT-ID      PIC X(12) VALUE 'SUSPECT'.
         01 WS-SUS-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-REG-LAYOUT-ID      PIC X(12) VALUE 'EXCREG'.
         01 WS-REG-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-REG-LEGACY-LOGGED  PIC X(01) VALUE 'N'.
            88 REG-LEGACY-LOGGED  VALUE 'Y'.
         01 WS-REG-RESTAMP        PIC X(01) VALUE 'N'.
            88 REG-NEEDS-STAMP    VALUE 'Y'.
      * The accepted-correction layout CORRACCEPTFILE1 was written
      * for; a file stamped otherwise is refused.
         01 WS-ACO-LAYOUT-ID      PIC X(12) VALUE 'CORRACCEPT'.
         01 WS-ACO-LAYOUT-VERSION PIC X(02) VALUE '01'.
         COPY LAYOUTID.

      * ERROR LOG WORKING VARIABLES
         01 WS-ERRLOG-OPERATION   PIC X(10).
         01 WS-ERRLOG-MESSAGE     PIC X(40).
      * W warning (degraded but completed), S severe (balancing or
      * validation failure), F fatal (the program abends).
         01 WS-ERRLOG-SEVERITY    PIC X(01) VALUE 'W'.
      * Message number from the suite message catalog; the
      * digest and alert steps look it up for operator action.
         01 WS-ERRLOG-MSG-NUMBER  PIC 9(04) VALUE ZERO.
         01 WS-CURRENT-DATE-TIME  PIC X(21).

      * One RUN-ID per suite execution, assigned by the driving job.
         01 WS-RUN-ID          PIC X(16) VALUE 'STANDALONE'.
         01 WS-RUN-ID-OVERRIDE PIC X(16).

      * The warehouse site this run belongs to, assigned by the
      * driving job (SITE) and stamped on every error-log entry
      * written here. Blank outside the driver.
         01 WS-SITE-CODE          PIC X(04) VALUE SPACES.

      * The business processing date this run belongs to (BUSNDATE).
         01 WS-BUSN-DATE PIC 9(08) VALUE ZERO.
            88 BUSN-DATE-SET VALUE 1 THRU 99999999.
               10 WS-ACO-LINE     PIC 9(07).
         01 WS-ACO-IX             PIC 9(05) COMP-3.

      * Suspect clearances loaded for the apply pass.
         01 WS-SCL-MAX            PIC 9(05) VALUE 2000.
         01 WS-SCL-COUNT          PIC 9(05) VALUE ZERO.
         01 WS-SCL-TAB.
            05 WS-SCL-ENTRY OCCURS 2000 TIMES.
               10 WS-SCL-DATE     PIC 9(08).
               10 WS-SCL-LINE     PIC 9(07).
         01 WS-SCL-IX             PIC 9(05) COMP-3.
         01 WS-SCL-IGNORED        PIC 9(05) VALUE ZERO.

         01 WS-RUN-DATE           PIC 9(08).
         01 WS-TODAY-DAYNUM       PIC 9(07).
         01 WS-ENTRY-DAYNUM       PIC 9(07).
         01 WS-ENTRY-AGE          PIC S9(05).
         01 WS-POSTED-COUNT       PIC 9(05) VALUE ZERO.
         01 WS-SUSPECT-POSTED     PIC 9(05) VALUE ZERO.
         01 WS-SUSPECT-COUNT      PIC 9(05) VALUE ZERO.
         01 WS-CORRECTED-COUNT    PIC 9(05) VALUE ZERO.
         01 WS-CLEARED-COUNT      PIC 9(05) VALUE ZERO.
         01 WS-OPEN-COUNT         PIC 9(05) VALUE ZERO.
         01 WS-AGED-COUNT         PIC 9(05) VALUE ZERO.

      * REPORT EDIT FIELDS
         01 WS-AGE-X              PIC ZZZZ9.
         01 WS-LINE-X             PIC Z(06)9.
         01 WS-ELF-X              PIC ZZZZ9 BLANK WHEN ZERO.
         01 WS-COUNT-X            PIC Z(04)9.

       PROCEDURE DIVISION.
               MOVE WS-BUSN-DATE TO WS-RUN-DATE
           END-IF

           IF POST-MODE OR SUSPECT-MODE
               PERFORM LOAD-POSTED-LINES
           END-IF
           IF POST-MODE
               PERFORM POST-NEW-EXCEPTIONS
           END-IF
           IF SUSPECT-MODE
               PERFORM POST-SUSPECTED-GROUPS
           END-IF
           IF APPLY-MODE
               PERFORM LOAD-ACCEPTED-CORRECTIONS
           END-IF
           IF CLEAR-MODE
               PERFORM LOAD-SUSPECT-CLEARANCES
           END-IF
           IF WS-ACO-COUNT > ZERO OR WS-SCL-COUNT > ZERO
               PERFORM APPLY-CORRECTIONS-TO-REGISTER
           END-IF
           PERFORM WRITE-AGING-REPORT
           IF REG-NEEDS-STAMP
               PERFORM APPLY-CORRECTIONS-TO-REGISTER
           END-IF

           DISPLAY 'EXCEPTIONS POSTED     : ' WS-POSTED-COUNT
           DISPLAY 'SUSPECTS POSTED       : ' WS-SUSPECT-POSTED
           DISPLAY 'MOVED TO CORRECTED    : ' WS-CORRECTED-COUNT
           DISPLAY 'SUSPECTS CLEARED      : ' WS-CLEARED-COUNT
           DISPLAY 'STILL OPEN            : ' WS-OPEN-COUNT
           DISPLAY 'SUSPECTED, UNRESOLVED : ' WS-SUSPECT-COUNT
           DISPLAY 'OPEN PAST ' WS-AGE-DAYS ' DAYS  : '
               WS-AGED-COUNT

               IF NOT FILE2-STATUS-OK
                   PERFORM REGISTER-OPEN-ABEND
               END-IF
               PERFORM READ-REGISTER-LAYOUT-STAMP
               IF LYT-LEGACY-UNSTAMPED AND FILE2-STATUS-OK
                   PERFORM NOTE-POSTED-LINE
               END-IF
               PERFORM UNTIL FILE2-STATUS-EOF
                      OR NOT FILE2-STATUS-OK
                   READ EXCREGFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM NOTE-POSTED-LINE
                   END-READ
               END-PERFORM
               CLOSE EXCREGFILE1
           END-IF
           .

       NOTE-POSTED-LINE.
           IF REG-BUSN-DATE = WS-RUN-DATE
              AND WS-SEEN-COUNT < WS-SEEN-MAX
               ADD 1 TO WS-SEEN-COUNT
               MOVE REG-LINE-NUMBER TO WS-SEEN-LINE(WS-SEEN-COUNT)
           END-IF
           .

       POST-NEW-EXCEPTIONS.
           OPEN INPUT EXCEPTIONFILE1
           IF FILE1-STATUS-NOTFOUND
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'S' TO WS-ERRLOG-SEVERITY
                   MOVE 0002 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-EXCEPTION-LAYOUT-STAMP
               PERFORM OPEN-REGISTER-EXTEND
               PERFORM UNTIL FILE1-STATUS-EOF
                      OR NOT FILE1-STATUS-OK
                   READ EXCEPTIONFILE1
               MOVE WS-RUN-DATE       TO REG-STATUS-DATE
               MOVE EXC-TEXT          TO REG-TEXT
               MOVE WS-EXCEPTIONFILE1-PATH TO REG-SOURCE-PATH
               MOVE EXC-ELF-NUMBER    TO REG-ELF-NUMBER
               WRITE EXCREGRECORD1
               IF NOT FILE2-STATUS-OK
                   PERFORM REGISTER-IO-ABEND
           END-IF
           .

      * Same rerun protection as the rejects: a first line already
      * registered for the business date is not posted twice.
       POST-SUSPECTED-GROUPS.
           OPEN INPUT SUSPECTFILE1
           IF FILE6-STATUS-NOTFOUND
               DISPLAY 'NO SUSPECT FILE -- NOTHING TO POST'
           ELSE
               IF NOT FILE6-STATUS-OK
                   MOVE FILE6-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON SUSPECT FILE'
                   DISPLAY 'FILE STATUS : ' FILE6-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 'OPEN SUS' TO WS-ERRLOG-OPERATION
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE6-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'S' TO WS-ERRLOG-SEVERITY
                   MOVE 0002 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-SUSPECT-LAYOUT-STAMP
               PERFORM OPEN-REGISTER-EXTEND
               PERFORM UNTIL FILE6-STATUS-EOF
                      OR NOT FILE6-STATUS-OK
                   READ SUSPECTFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM POST-ONE-SUSPECT
                   END-READ
               END-PERFORM
               CLOSE EXCREGFILE1
               CLOSE SUSPECTFILE1
           END-IF
           .

       POST-ONE-SUSPECT.
           MOVE 'N' TO WS-SEEN-DUP
           PERFORM VARYING WS-SEEN-IX FROM 1 BY 1
                     UNTIL WS-SEEN-IX > WS-SEEN-COUNT
               IF WS-SEEN-LINE(WS-SEEN-IX) = SUS-LINE-NUMBER
                   MOVE 'Y' TO WS-SEEN-DUP
               END-IF
           END-PERFORM
           IF WS-SEEN-DUP NOT = 'Y'
               MOVE SPACES TO EXCREGRECORD1
               MOVE WS-RUN-DATE       TO REG-BUSN-DATE
               MOVE SUS-LINE-NUMBER   TO REG-LINE-NUMBER
               MOVE 'SUSPECTED'       TO REG-STATUS
               MOVE WS-RUN-DATE       TO REG-STATUS-DATE
               MOVE SUS-TEXT          TO REG-TEXT
               MOVE SUS-SOURCE-PATH   TO REG-SOURCE-PATH
               MOVE SUS-ELF-NUMBER    TO REG-ELF-NUMBER
               WRITE EXCREGRECORD1
               IF NOT FILE2-STATUS-OK
                   PERFORM REGISTER-IO-ABEND
               END-IF
               ADD 1 TO WS-SUSPECT-POSTED
           END-IF
           .

      * -------- apply corrections --------

       LOAD-ACCEPTED-CORRECTIONS.
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'S' TO WS-ERRLOG-SEVERITY
                   MOVE 0002 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-ACCEPT-LAYOUT-STAMP
               PERFORM UNTIL FILE4-STATUS-EOF
                      OR NOT FILE4-STATUS-OK
                   READ CORRACCEPTFILE1
                        NOT AT END
                           IF WS-ACO-COUNT >= WS-ACO-MAX
                               DISPLAY 'CORRECTION TABLE OVERFLOW'
                               MOVE 'LOAD ACC' TO WS-ERRLOG-OPERATION
                               MOVE 'CORRECTION TABLE OVERFLOW'
                                 TO WS-ERRLOG-MESSAGE
                               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                               MOVE 'F' TO WS-ERRLOG-SEVERITY
                               MOVE 0105 TO WS-ERRLOG-MSG-NUMBER
                               PERFORM WRITE-ERRORLOG
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ACO-COUNT
           END-IF
           .

      * Clearance lines that are not a date and a line number are
      * skipped with one warning for the lot, so a stray line in an
      * operator-kept file does not hold up the register.
       LOAD-SUSPECT-CLEARANCES.
           OPEN INPUT SUSPCLEARFILE1
           IF FILE7-STATUS-NOTFOUND
               DISPLAY 'NO SUSPECT CLEARANCE FILE -- CLEAR SKIPPED'
           ELSE
               IF NOT FILE7-STATUS-OK
                   MOVE FILE7-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON SUSPECT CLEARANCES'
                   DISPLAY 'FILE STATUS : ' FILE7-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 'OPEN SCL' TO WS-ERRLOG-OPERATION
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
                   READ SUSPCLEARFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM NOTE-ONE-CLEARANCE
                   END-READ
               END-PERFORM
               CLOSE SUSPCLEARFILE1
               IF WS-SCL-IGNORED > ZERO
                   DISPLAY 'CLEARANCE LINES IGNORED : ' WS-SCL-IGNORED
                   MOVE 'CLEAR SUS' TO WS-ERRLOG-OPERATION
                   MOVE 'SUSPECT CLEARANCE LINES IGNORED'
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0238 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           .

       NOTE-ONE-CLEARANCE.
           IF SUSPCLEARRECORD1 NOT = SPACES
               IF SCL-BUSN-DATE IS NUMERIC
                  AND SCL-LINE-NUMBER IS NUMERIC
                   IF WS-SCL-COUNT >= WS-SCL-MAX
                       DISPLAY 'CLEARANCE TABLE OVERFLOW'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SCL-COUNT
                   MOVE SCL-BUSN-DATE   TO WS-SCL-DATE(WS-SCL-COUNT)
                   MOVE SCL-LINE-NUMBER TO WS-SCL-LINE(WS-SCL-COUNT)
               ELSE
                   ADD 1 TO WS-SCL-IGNORED
               END-IF
           END-IF
           .

      * A new register starts with its layout stamp; an existing one
      * already carries it and is only extended.
       OPEN-REGISTER-EXTEND.
           OPEN EXTEND EXCREGFILE1
           IF FILE2-STATUS-NOTFOUND
               OPEN OUTPUT EXCREGFILE1
               IF FILE2-STATUS-OK
                   PERFORM WRITE-REGISTER-STAMP
               END-IF
           END-IF
           IF NOT FILE2-STATUS-OK
               PERFORM REGISTER-OPEN-ABEND
           END-IF
           .

       WRITE-REGISTER-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-REG-LAYOUT-ID      TO LYT-LAYOUT-ID
           MOVE WS-REG-LAYOUT-VERSION TO LYT-VERSION
           MOVE SPACES TO EXCREGRECORD1
           MOVE LAYOUT-STAMP-RECORD TO EXCREGRECORD1
           WRITE EXCREGRECORD1
           IF NOT FILE2-STATUS-OK
               PERFORM REGISTER-IO-ABEND
           END-IF
           .

      * The register is rebuilt through a work file the way
      * AOC-SUITE-ARCHIVE rebuilds the live logs: the original file
      * is only replaced after the updated copy is complete. The
      * rebuilt register always starts with the stamp; run at the
      * end of the step with no corrections to apply, this is how a
      * register kept from before the stamp gets one.
       APPLY-CORRECTIONS-TO-REGISTER.
           OPEN INPUT EXCREGFILE1
           IF FILE2-STATUS-NOTFOUND
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-REGISTER-LAYOUT-STAMP
               IF LYT-LEGACY-UNSTAMPED AND FILE2-STATUS-OK
                   PERFORM COPY-ENTRY-TO-WORK
               END-IF
               PERFORM UNTIL FILE2-STATUS-EOF
                      OR NOT FILE2-STATUS-OK
                   READ EXCREGFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM COPY-ENTRY-TO-WORK
                   END-READ
               END-PERFORM
               CLOSE EXCREGFILE1
               IF NOT FILE2-STATUS-OK
                   PERFORM REGISTER-OPEN-ABEND
               END-IF
               PERFORM WRITE-REGISTER-STAMP
               MOVE 'N' TO WS-REG-RESTAMP
               PERFORM UNTIL FILE3-STATUS-EOF
                      OR NOT FILE3-STATUS-OK
                   READ EXCREGWORKFILE1
           END-IF
           .

       COPY-ENTRY-TO-WORK.
           PERFORM APPLY-TO-ONE-ENTRY
           MOVE EXCREGRECORD1 TO EXCREGWORKRECORD1
           WRITE EXCREGWORKRECORD1
           IF NOT FILE3-STATUS-OK
               DISPLAY 'WRITE ERROR ON WORK FILE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       APPLY-TO-ONE-ENTRY.
           IF REG-IS-OPEN
               PERFORM VARYING WS-ACO-IX FROM 1 BY 1
                   END-IF
               END-PERFORM
           END-IF
           IF REG-IS-SUSPECTED
               PERFORM VARYING WS-SCL-IX FROM 1 BY 1
                         UNTIL WS-SCL-IX > WS-SCL-COUNT
                   IF WS-SCL-DATE(WS-SCL-IX) = REG-BUSN-DATE
                      AND WS-SCL-LINE(WS-SCL-IX) = REG-LINE-NUMBER
                      AND REG-IS-SUSPECTED
                       MOVE 'CLEARED' TO REG-STATUS
                       MOVE WS-RUN-DATE TO REG-STATUS-DATE
                       ADD 1 TO WS-CLEARED-COUNT
                   END-IF
               END-PERFORM
           END-IF
           .

      * -------- aging --------

           MOVE SPACES TO AGERPTLINE1
           STRING 'AS OF ' WS-RUN-DATE
               '  OPEN OR SUSPECTED LONGER THAN ' WS-AGE-DAYS ' DAYS'
               DELIMITED BY SIZE INTO AGERPTLINE1
           PERFORM WRITE-AGERPT

           MOVE SPACES TO AGERPTLINE1
           PERFORM WRITE-AGERPT

      * The elf column is what the distribution burst keys on to
      * route each aged entry to its department's packet.
           MOVE SPACES TO AGERPTLINE1
           MOVE 'REG DATE' TO AGERPTLINE1(1:8)
           MOVE 'LINE'     TO AGERPTLINE1(11:4)
           MOVE 'TEXT'     TO AGERPTLINE1(26:4)
           MOVE 'STATUS'   TO AGERPTLINE1(38:6)
           MOVE 'AGE'      TO AGERPTLINE1(50:3)
           MOVE 'ELF-NO'   TO AGERPTLINE1(59:6)
           PERFORM WRITE-AGERPT

           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

               IF NOT FILE2-STATUS-OK
                   PERFORM REGISTER-OPEN-ABEND
               END-IF
               PERFORM READ-REGISTER-LAYOUT-STAMP
               IF LYT-LEGACY-UNSTAMPED AND FILE2-STATUS-OK
                   PERFORM TALLY-REGISTER-ENTRY
               END-IF
               PERFORM UNTIL FILE2-STATUS-EOF
                      OR NOT FILE2-STATUS-OK
                   READ EXCREGFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM TALLY-REGISTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE EXCREGFILE1
           PERFORM CLOSE-AGERPT
           .

       TALLY-REGISTER-ENTRY.
           IF REG-IS-OPEN
               ADD 1 TO WS-OPEN-COUNT
               PERFORM AGE-ONE-OPEN-ENTRY
           END-IF
           IF REG-IS-SUSPECTED
               ADD 1 TO WS-SUSPECT-COUNT
               PERFORM AGE-ONE-OPEN-ENTRY
           END-IF
           .

      * Entries registered before the elf number was carried have it
      * blank; they print no elf and the burst routes them to the
      * operations packet.
       AGE-ONE-OPEN-ENTRY.
           COMPUTE WS-ENTRY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(REG-BUSN-DATE)
               ADD 1 TO WS-AGED-COUNT
               MOVE WS-ENTRY-AGE TO WS-AGE-X
               MOVE REG-LINE-NUMBER TO WS-LINE-X
               IF REG-ELF-NUMBER IS NUMERIC
                   MOVE REG-ELF-NUMBER TO WS-ELF-X
               ELSE
                   MOVE ZERO TO WS-ELF-X
               END-IF
               MOVE SPACES TO AGERPTLINE1
               STRING REG-BUSN-DATE
                   '  LINE ' WS-LINE-X
                   '  "' REG-TEXT '"'
                   '  ' REG-STATUS ' ' WS-AGE-X ' DAYS'
                   '  ' WS-ELF-X
                   DELIMITED BY SIZE INTO AGERPTLINE1
               PERFORM WRITE-AGERPT
           END-IF
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           MOVE 0009 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

      * The stamp is the first record of the register. A register
      * kept from before the stamp has none: its first record is an
      * entry, left in EXCREGRECORD1 for the caller to take, and the
      * register is marked for restamping.
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
               MOVE 'Y' TO WS-REG-RESTAMP
               IF NOT REG-LEGACY-LOGGED
                   MOVE 'Y' TO WS-REG-LEGACY-LOGGED
                   PERFORM NOTE-LEGACY-LAYOUT
               END-IF
           END-IF
           .

       NOTE-LEGACY-LAYOUT.
           IF RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
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

      * Likewise the first record of the suspect file.
       READ-SUSPECT-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           READ SUSPECTFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE SUSPECTRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-SUS-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-SUS-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           PERFORM CHECK-LAYOUT-STAMP
           .

      * The stamp is the first record of the exception file and is
      * never taken for a rejected line.
       READ-EXCEPTION-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           READ EXCEPTIONFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE EXCRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-EXC-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-EXC-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           PERFORM CHECK-LAYOUT-STAMP
           .

      * Likewise the first record of the accepted corrections.
       READ-ACCEPT-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           READ CORRACCEPTFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE CORRACCEPTRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-ACO-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-ACO-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
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
               SET POST-MODE TO TRUE
           END-IF

           MOVE SPACES TO WS-SUSPECTFILE1-PATH
           DISPLAY "SUSPECTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-SUSPECTFILE1-PATH FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TRIM(WS-SUSPECTFILE1-PATH) NOT = SPACES
               SET SUSPECT-MODE TO TRUE
           END-IF

           MOVE SPACES TO WS-CORRACCEPTFILE1-PATH
           DISPLAY "CORRACCEPTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-CORRACCEPTFILE1-PATH FROM ENVIRONMENT-VALUE
               SET APPLY-MODE TO TRUE
           END-IF

           MOVE SPACES TO WS-SUSPCLEARFILE1-PATH
           DISPLAY "SUSPCLEARFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-SUSPCLEARFILE1-PATH FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TRIM(WS-SUSPCLEARFILE1-PATH) NOT = SPACES
               SET CLEAR-MODE TO TRUE
           END-IF

           MOVE SPACES TO WS-EXCREGFILE1-OVERRIDE
           DISPLAY "EXCREGFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-EXCREGFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
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
           MOVE WS-ERRLOG-MESSAGE          TO ERL-MESSAGE
           MOVE WS-RUN-ID                  TO ERL-RUN-ID
           MOVE WS-ERRLOG-SEVERITY         TO ERL-SEVERITY
           MOVE WS-ERRLOG-MSG-NUMBER       TO ERL-MSG-NUMBER
           MOVE WS-SITE-CODE               TO ERL-SITE
           WRITE ERRORLOGRECORD1
           IF NOT FILE9-STATUS-OK
               MOVE FILE9-STATUS TO WS-FILE-STATUS-CODE
