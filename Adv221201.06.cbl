            FILE STATUS IS FILE2-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Carries an unstamped history across while the layout stamp
      * is put on it.
           SELECT ELFHISTWORK1 ASSIGN
            TO DYNAMIC WS-ELFHISTWORK1-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RANKMOVEFILE1 ASSIGN
            TO DYNAMIC WS-RANKMOVEFILE1-PATH
            FILE STATUS IS FILE3-STATUS
       DATA DIVISION.
       FILE SECTION.
      * SORTEDTOTALSFILE1 is Adv221201.02's sorted output (descending
      * calories) carrying the competition rank that program assigned
      * and published, so tied elves share one rank here too and the
      * movement report never shows a move between them. The file is
      * checked against that program's SORTEDTOTALS layout stamp.
         FD SORTEDTOTALSFILE1.
         01 SORTEDTOTALSRECORD1.
            05 SRT-CALORIES     PIC 9(09).
            05 SRT-FILLER1      PIC X(02).
            05 SRT-ELF-NUM      PIC 9(05).
            05 SRT-FILLER2      PIC X(02).
            05 SRT-RANK         PIC 9(05).
            05 SRT-FILLER3      PIC X(02).
            05 SRT-TIE-FLAG     PIC X(01).
               88 SRT-TIED         VALUE 'T'.

      * Running per-elf history, one record per elf per business date,
      * appended each cycle the way Adv231202 appends TRENDFILE1 --
      * never reset to OUTPUT on a normal run, always opened EXTEND.
      * The first record is a layout stamp (WS-ELH-LAYOUT-ID below),
      * checked by Adv221201.13, .14 and SuiteBackout; bump its
      * version with them whenever ELFHISTRECORD1 changes.
         FD ELFHISTFILE1.
         01 ELFHISTRECORD1.
            05 HST-BUSN-DATE    PIC 9(08).
            05 HST-FILLER4      PIC X(02).
            05 HST-RUN-ID       PIC X(16).

         FD ELFHISTWORK1.
         01 ELFHISTWORKRECORD1 PIC X(51).

         FD RANKMOVEFILE1.
         01 RANKMOVELINE1 PIC X(100).

            05 ERL-RUN-ID       PIC X(16).
            05 ERL-FILLER7      PIC X(02).
            05 ERL-SEVERITY     PIC X(01).
            05 ERL-FILLER8      PIC X(02).
            05 ERL-SITE         PIC X(04).
            05 ERL-FILLER9      PIC X(02).
            05 ERL-MSG-NUMBER   PIC 9(04).
       WORKING-STORAGE SECTION.

      * RUN-TIME PARAMETERS
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "elfhist.221201.txt".
         01 WS-ELFHISTFILE1-OVERRIDE PIC X(250).
         01 WS-ELFHISTWORK1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "elfhist.221201.work.txt".
         01 WS-ELFHISTWORK1-OVERRIDE PIC X(250).

         01 WS-RANKMOVEFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
            88 FILE2-STATUS-NOTFOUND VALUE 35.
         01 FILE3-STATUS PIC 9(02).
            88 FILE3-STATUS-OK  VALUE 00.
         01 FILE4-STATUS PIC 9(02).
            88 FILE4-STATUS-OK  VALUE 00.
            88 FILE4-STATUS-EOF VALUE 10.
         01 FILE9-STATUS PIC 9(02).
            88 FILE9-STATUS-OK       VALUE 00.
            88 FILE9-STATUS-NOTFOUND VALUE 35.
         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * The sorted-totals layout this step's FD was written for; a
      * file stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-SRT-LAYOUT-ID      PIC X(12) VALUE 'SORTEDTOTALS'.
         01 WS-SRT-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * And the stamp this step writes at the head of ELFHISTFILE1.
         01 WS-ELH-LAYOUT-ID      PIC X(12) VALUE 'ELFHIST'.
         01 WS-ELH-LAYOUT-VERSION PIC X(02) VALUE '01'.
         COPY LAYOUTID.

      * ERROR LOG WORKING VARIABLES
         01 WS-ERRLOG-OPERATION   PIC X(10).
         01 WS-ERRLOG-MESSAGE     PIC X(40).
      * end-of-suite alert step extracts everything at or above the
      * operator's threshold.
         01 WS-ERRLOG-SEVERITY    PIC X(01) VALUE 'W'.
      * Message number from the suite message catalog; the
      * digest and alert steps look it up for operator action.
         01 WS-ERRLOG-MSG-NUMBER  PIC 9(04) VALUE ZERO.
         01 WS-CURRENT-DATE-TIME  PIC X(21).

      * One RUN-ID per suite execution, assigned by the driving job
         01 WS-RUN-ID          PIC X(16) VALUE 'STANDALONE'.
         01 WS-RUN-ID-OVERRIDE PIC X(16).

      * The warehouse site this run belongs to, assigned by the
      * driving job (SITE) and stamped on every error-log entry
      * written here. Blank outside the driver.
         01 WS-SITE-CODE          PIC X(04) VALUE SPACES.

      * The business processing date this run belongs to, maintained
      * by the driving job (BUSNDATE). Every dated stamp written here
      * uses it when set, so a run that slips past midnight or a
            05 WS-TODAY-ENTRY OCCURS 5000 TIMES.
               10 WS-TD-ELF       PIC 9(05).
               10 WS-TD-CALORIES  PIC 9(09).
               10 WS-TD-RANK      PIC 9(05).
               10 WS-TD-TIE       PIC X(01).
         01 WS-PRIOR-MAX          PIC 9(05) VALUE 5000.
         01 WS-PRIOR-COUNT        PIC 9(05) VALUE ZERO.
         01 WS-PRIOR-TAB.
         01 WS-PRIOR-DATE         PIC 9(08) VALUE ZERO.
         01 WS-PRIOR-RANK-FOUND   PIC 9(05).
         01 WS-MOVE-DELTA         PIC S9(06).
      * A sorted file written before ranks were carried has no
      * SRT-RANK; the same competition rule is then applied here
      * from the calories so history stays on one tie policy.
         01 WS-LAST-CALORIES      PIC 9(09) VALUE ZERO.
         01 WS-TIE-MARK           PIC X(01).

      * Biggest movers, kept as running bests while the detail lines
      * are written.
           PERFORM CLOSE-ERRORLOG
           .

      * The buffer fills in rank order; the rank itself is the
      * shared competition rank carried on the sorted record.
       LOAD-TODAYS-RANKING.
           OPEN INPUT SORTEDTOTALSFILE1
           IF NOT FILE1-STATUS-OK
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-SORTED-LAYOUT-STAMP
           PERFORM UNTIL FILE1-STATUS-EOF
                  OR NOT FILE1-STATUS-OK
               READ SORTEDTOTALSFILE1
                             TO WS-ERRLOG-MESSAGE
                           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                           MOVE 'S' TO WS-ERRLOG-SEVERITY
                           MOVE 0126 TO WS-ERRLOG-MSG-NUMBER
                           PERFORM WRITE-ERRORLOG
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                         TO WS-TD-ELF(WS-TODAY-COUNT)
                       MOVE SRT-CALORIES
                         TO WS-TD-CALORIES(WS-TODAY-COUNT)
                       PERFORM SET-TODAYS-RANK
               END-READ
           END-PERFORM
           CLOSE SORTEDTOTALSFILE1
           .

       SET-TODAYS-RANK.
           IF SRT-RANK IS NUMERIC AND SRT-RANK > ZERO
               MOVE SRT-RANK     TO WS-TD-RANK(WS-TODAY-COUNT)
               MOVE SRT-TIE-FLAG TO WS-TD-TIE(WS-TODAY-COUNT)
           ELSE
               MOVE SPACE TO WS-TD-TIE(WS-TODAY-COUNT)
               IF WS-TODAY-COUNT > 1
                  AND SRT-CALORIES = WS-LAST-CALORIES
                   MOVE WS-TD-RANK(WS-TODAY-COUNT - 1)
                     TO WS-TD-RANK(WS-TODAY-COUNT)
                   MOVE 'T' TO WS-TD-TIE(WS-TODAY-COUNT)
                   MOVE 'T' TO WS-TD-TIE(WS-TODAY-COUNT - 1)
               ELSE
                   MOVE WS-TODAY-COUNT TO WS-TD-RANK(WS-TODAY-COUNT)
               END-IF
           END-IF
           MOVE SRT-CALORIES TO WS-LAST-CALORIES
           .

      * The prior business date is the greatest HST-BUSN-DATE in the
      * history that is strictly before today's, found on a first
      * sweep; the second sweep loads that date's ranks. "Greatest
      * before", not "last in file order", so a history rebuilt out
      * of order still compares against the right day. The history
      * is stamped first; the stamp record is not numeric and drops
      * out of both sweeps.
       LOAD-PRIOR-RANKING.
           PERFORM STAMP-ELF-HISTORY
           OPEN INPUT ELFHISTFILE1
           IF FILE2-STATUS-NOTFOUND
               DISPLAY 'NO HISTORY YET -- FIRST RUN'
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
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
                   AT END
                       CONTINUE
                    NOT AT END
                       IF HST-BUSN-DATE IS NUMERIC
                          AND HST-BUSN-DATE = WS-PRIOR-DATE
                           IF WS-PRIOR-COUNT >= WS-PRIOR-MAX
                               DISPLAY 'PRIOR RANK TABLE OVERFLOW'
                               MOVE 'LOAD PRIOR'
                                 TO WS-ERRLOG-MESSAGE
                               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                               MOVE 'S' TO WS-ERRLOG-SEVERITY
                               MOVE 0127 TO WS-ERRLOG-MSG-NUMBER
                               PERFORM WRITE-ERRORLOG
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-RUN-DATE             TO HST-BUSN-DATE
               MOVE WS-TD-ELF(WS-TD-IX)     TO HST-ELF-NUMBER
               MOVE WS-TD-CALORIES(WS-TD-IX) TO HST-CALORIES
               MOVE WS-TD-RANK(WS-TD-IX)    TO HST-RANK
               MOVE WS-RUN-ID               TO HST-RUN-ID
               WRITE ELFHISTRECORD1
               IF NOT FILE2-STATUS-OK
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'F' TO WS-ERRLOG-SEVERITY
                   MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           CLOSE ELFHISTFILE1
           .

      * The history is stamped on its first record. One kept from
      * before the stamp is copied through the work file and written
      * back behind one, so it is read as version 00 just this once.
       STAMP-ELF-HISTORY.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           MOVE WS-ELH-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-ELH-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           OPEN INPUT ELFHISTFILE1
           IF FILE2-STATUS-OK
               READ ELFHISTFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE ELFHISTRECORD1 TO LAYOUT-STAMP-RECORD
               END-READ
               IF LYT-IS-STAMP
                   CLOSE ELFHISTFILE1
                   PERFORM CHECK-LAYOUT-STAMP
               ELSE
                   PERFORM OPEN-ELF-WORK-OUTPUT
                   IF FILE2-STATUS-OK
                       SET LYT-LEGACY-UNSTAMPED TO TRUE
                       PERFORM NOTE-LEGACY-LAYOUT
                       PERFORM COPY-ELF-TO-WORK
                   END-IF
                   IF NOT FILE2-STATUS-EOF
                       PERFORM ELF-READ-ABEND
                   END-IF
                   CLOSE ELFHISTFILE1
                   CLOSE ELFHISTWORK1
                   PERFORM REBUILD-ELF-HISTORY
               END-IF
           ELSE
               IF FILE2-STATUS-NOTFOUND
                   DISPLAY 'NO HISTORY YET -- FIRST RUN'
                   PERFORM OPEN-ELF-WORK-OUTPUT
                   CLOSE ELFHISTWORK1
                   PERFORM REBUILD-ELF-HISTORY
               END-IF
           END-IF
           .

       OPEN-ELF-WORK-OUTPUT.
           OPEN OUTPUT ELFHISTWORK1
           IF NOT FILE4-STATUS-OK
               MOVE 'OPEN HSTWK' TO WS-ERRLOG-OPERATION
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM ELF-WORK-ABEND
           END-IF
           .

      * The first record, already read, is copied with the rest.
       COPY-ELF-TO-WORK.
           PERFORM UNTIL FILE2-STATUS-EOF
                  OR NOT FILE2-STATUS-OK
               MOVE ELFHISTRECORD1 TO ELFHISTWORKRECORD1
               WRITE ELFHISTWORKRECORD1
               IF NOT FILE4-STATUS-OK
                   MOVE 'WRITE HSWK' TO WS-ERRLOG-OPERATION
                   MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM ELF-WORK-ABEND
               END-IF
               READ ELFHISTFILE1
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM
           .

       REBUILD-ELF-HISTORY.
           OPEN INPUT ELFHISTWORK1
           IF NOT FILE4-STATUS-OK
               MOVE 'OPEN HSTWK' TO WS-ERRLOG-OPERATION
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM ELF-WORK-ABEND
           END-IF
           OPEN OUTPUT ELFHISTFILE1
           IF NOT FILE2-STATUS-OK
               MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON HISTORY FILE'
               DISPLAY 'FILE STATUS : ' FILE2-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN HIST' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-ELH-LAYOUT-ID TO LYT-LAYOUT-ID
           MOVE WS-ELH-LAYOUT-VERSION TO LYT-VERSION
           MOVE SPACES TO ELFHISTRECORD1
           MOVE LAYOUT-STAMP-RECORD TO ELFHISTRECORD1
           WRITE ELFHISTRECORD1
           PERFORM UNTIL FILE4-STATUS-EOF
                  OR NOT FILE4-STATUS-OK
                  OR NOT FILE2-STATUS-OK
               READ ELFHISTWORK1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE ELFHISTWORKRECORD1 TO ELFHISTRECORD1
                       WRITE ELFHISTRECORD1
               END-READ
           END-PERFORM
           IF NOT FILE4-STATUS-OK AND NOT FILE4-STATUS-EOF
               MOVE 'READ HSTWK' TO WS-ERRLOG-OPERATION
               MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
               PERFORM ELF-WORK-ABEND
           END-IF
           CLOSE ELFHISTWORK1
           IF NOT FILE2-STATUS-OK
               MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON HISTORY FILE'
               DISPLAY 'FILE STATUS : ' FILE2-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE HIST' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ELFHISTFILE1
           .

      * A read error on the history stops the run before the
      * rebuild, which would otherwise write back only what was
      * copied; the history is left as it was.
       ELF-READ-ABEND.
           MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
           PERFORM RESOLVE-FILE-STATUS-TEXT
           DISPLAY 'READ ERROR ON ELF HISTORY'
           DISPLAY 'FILE STATUS : ' FILE2-STATUS
               ' - ' WS-FILE-STATUS-TEXT
           MOVE 'READ ELFH' TO WS-ERRLOG-OPERATION
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       ELF-WORK-ABEND.
           MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
           PERFORM RESOLVE-FILE-STATUS-TEXT
           DISPLAY 'I/O ERROR ON HISTORY WORK FILE'
           DISPLAY 'FILE STATUS : ' FILE4-STATUS
               ' - ' WS-FILE-STATUS-TEXT
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           PERFORM WRITE-ERRORLOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       WRITE-MOVEMENT-REPORT.
           PERFORM OPEN-FILE3
           PERFORM WRITE-REPORT-HEADER
               END-IF
           END-PERFORM

           MOVE WS-TD-RANK(WS-TD-IX)     TO WS-RANK-X
           MOVE SPACE                    TO WS-TIE-MARK
           IF WS-TD-TIE(WS-TD-IX) = 'T'
               MOVE '='                  TO WS-TIE-MARK
           END-IF
           MOVE WS-TD-ELF(WS-TD-IX)      TO WS-ELF-X
           MOVE WS-TD-CALORIES(WS-TD-IX) TO WS-CALS-X

                   MOVE 'NEW' TO WS-MOVE-FLAG
               END-IF
               MOVE SPACES TO RANKMOVELINE1
               STRING WS-RANK-X WS-TIE-MARK ' ' WS-ELF-X '   '
                   WS-CALS-X '    ' WS-PRIOR-TXT '  ' WS-MOVE-FLAG
                   DELIMITED BY SIZE INTO RANKMOVELINE1
           ELSE
      * A positive delta is a climb: rank 7 to rank 3 is +4.
               COMPUTE WS-MOVE-DELTA =
                   WS-PRIOR-RANK-FOUND - WS-TD-RANK(WS-TD-IX)
               MOVE WS-PRIOR-RANK-FOUND TO WS-PRIOR-X
               MOVE WS-PRIOR-X          TO WS-PRIOR-TXT
               MOVE WS-MOVE-DELTA       TO WS-DELTA-X
               MOVE SPACES TO RANKMOVELINE1
               STRING WS-RANK-X WS-TIE-MARK ' ' WS-ELF-X '   '
                   WS-CALS-X '    ' WS-PRIOR-TXT '  ' WS-DELTA-X
                   DELIMITED BY SIZE INTO RANKMOVELINE1
               IF WS-MOVE-DELTA > WS-BEST-CLIMB-DELTA
                   MOVE WS-MOVE-DELTA        TO WS-BEST-CLIMB-DELTA
           END-IF
           .

      * The stamp is the first record of the sorted totals; the
      * reads that follow see only totals.
       READ-SORTED-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           READ SORTEDTOTALSFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE SORTEDTOTALSRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-SRT-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-SRT-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           PERFORM CHECK-LAYOUT-STAMP
           .

      * A file from another step whose stamp is missing, names
      * another layout, or carries a version this FD was not written
      * for is refused before any record of it is used: a drifted
      * layout misreads every field and still foots, so stopping
      * here is the only safe answer.
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
                 TO WS-ELFHISTFILE1-PATH
           END-IF

           MOVE SPACES TO WS-ELFHISTWORK1-OVERRIDE
           DISPLAY "ELFHISTWORK" UPON ENVIRONMENT-NAME
           ACCEPT WS-ELFHISTWORK1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-ELFHISTWORK1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ELFHISTWORK1-OVERRIDE)
                 TO WS-ELFHISTWORK1-PATH
           END-IF

           MOVE SPACES TO WS-RANKMOVEFILE1-OVERRIDE
           DISPLAY "RANKMOVEFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-RANKMOVEFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
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
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           MOVE WS-ERRLOG-MESSAGE          TO ERL-MESSAGE
           MOVE WS-RUN-ID                  TO ERL-RUN-ID
           MOVE WS-ERRLOG-SEVERITY         TO ERL-SEVERITY
           MOVE WS-ERRLOG-MSG-NUMBER       TO ERL-MSG-NUMBER
           MOVE WS-SITE-CODE               TO ERL-SITE
           WRITE ERRORLOGRECORD1
           IF NOT FILE9-STATUS-OK
               MOVE FILE9-STATUS TO WS-FILE-STATUS-CODE
