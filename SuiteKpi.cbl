            FILE STATUS IS FILE8-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Carries a KPI file kept from before the layout stamp across
      * while the stamp is put on it.
           SELECT KPIWORKFILE1 ASSIGN
            TO DYNAMIC WS-KPIWORKFILE1-PATH
            FILE STATUS IS FILE10-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS

       DATA DIVISION.
       FILE SECTION.
      * Each FD below tracks its writer's record layout, and each
      * stamped file is checked against its layout stamp; this
      * program only gathers numbers the suite already writes.
         FD TRAILERFILE1.
         01 TRAILERRECORD1.
            05 TRL-CORRECTED        PIC X(01).
            05 TRL-FILLER6          PIC X(02).
            05 TRL-RUN-ID           PIC X(16).
            05 TRL-FILLER7          PIC X(02).
            05 TRL-INPUT-FORMAT     PIC X(01).

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

      * Reused for both calibration detail files (.01 and .02 of
      * AOC-2023-12-01 write the same shape).

      * One fixed-layout record per business date, appended each
      * cycle -- the import-ready interface that ends the planning
      * team re-keying numbers off the printed scoreboard. Each site
      * keeps its own KPI file; KPI-SITE is blank on rows written
      * before the suite ran more than one site. The first record is
      * a layout stamp (WS-KPI-LAYOUT-ID below) -- importers skip the
      * 'LYT ' row -- checked by SuiteSiteCons and SuiteBackout; bump
      * its version with them whenever KPIRECORD1 changes.
         FD KPIFILE1.
         01 KPIRECORD1.
            05 KPI-BUSN-DATE     PIC 9(08).
            05 KPI-WORST-RC      PIC 9(02).
            05 KPI-FILLER13      PIC X(02).
            05 KPI-RUN-ID        PIC X(16).
            05 KPI-FILLER14      PIC X(02).
            05 KPI-SITE          PIC X(04).

         FD KPIWORKFILE1.
         01 KPIWORKRECORD1 PIC X(141).

         FD ERRORLOGFILE1.
         01 ERRORLOGRECORD1.
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
      -        "kpi.daily.txt".
         01 WS-KPIFILE1-OVERRIDE PIC X(250).
         01 WS-KPIWORKFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "kpi.daily.work.txt".
         01 WS-KPIWORKFILE1-OVERRIDE PIC X(250).

         01 WS-ERRORLOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
            88 FILE7-STATUS-NOTFOUND VALUE 35.
         01 FILE8-STATUS PIC 9(02).
            88 FILE8-STATUS-OK       VALUE 00.
            88 FILE8-STATUS-EOF      VALUE 10.
            88 FILE8-STATUS-NOTFOUND VALUE 35.
         01 FILE9-STATUS PIC 9(02).
            88 FILE9-STATUS-OK       VALUE 00.
            88 FILE9-STATUS-NOTFOUND VALUE 35.
         01 FILE10-STATUS PIC 9(02).
            88 FILE10-STATUS-OK      VALUE 00.
            88 FILE10-STATUS-EOF     VALUE 10.

         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * The sorted-totals, exception, calibration-detail, game-detail
      * and edit-count layouts this step's FDs were written for; a file
      * stamped otherwise is refused (see LAYOUTID.CPY). The two
      * calibration files share one FD but carry their own IDs.
         01 WS-SRT-LAYOUT-ID      PIC X(12) VALUE 'SORTEDTOTALS'.
         01 WS-SRT-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-EXC-LAYOUT-ID      PIC X(12) VALUE 'EXCEPTION'.
         01 WS-EXC-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-CD1-LAYOUT-ID      PIC X(12) VALUE 'CALIBDETAIL'.
         01 WS-CD1-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-CD2-LAYOUT-ID      PIC X(12) VALUE 'CALIBWORDDTL'.
         01 WS-CD2-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-DTL-LAYOUT-ID      PIC X(12) VALUE 'GAMEDETAIL'.
         01 WS-DTL-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-EDC-LAYOUT-ID      PIC X(12) VALUE 'EDITCOUNT'.
         01 WS-EDC-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * And the stamp this step writes at the head of KPIFILE1.
         01 WS-KPI-LAYOUT-ID      PIC X(12) VALUE 'KPI'.
         01 WS-KPI-LAYOUT-VERSION PIC X(02) VALUE '01'.
         COPY LAYOUTID.

      * ERROR LOG WORKING VARIABLES
         01 WS-ERRLOG-OPERATION   PIC X(10).
         01 WS-ERRLOG-MESSAGE     PIC X(40).
         01 WS-ERRLOG-STATUS-SRC  PIC 9(02).
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
       GATHER-TOP-ELF.
           OPEN INPUT SORTEDTOTALSFILE1
           IF FILE2-STATUS-OK
               PERFORM READ-SORTED-LAYOUT-STAMP
               READ SORTEDTOTALSFILE1
                   AT END
                       CONTINUE

       GATHER-CALIBRATION-SUMS.
           MOVE WS-CALIBDETAIL1-PATH TO WS-CALIBDETAILFILE1-PATH
           MOVE WS-CD1-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-CD1-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           PERFORM SUM-ONE-CALIB-FILE
           MOVE WS-CALIB-SUM-WORK TO WS-CALIB-SUM1
           MOVE WS-CALIBDETAIL2-PATH TO WS-CALIBDETAILFILE1-PATH
           MOVE WS-CD2-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-CD2-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           PERFORM SUM-ONE-CALIB-FILE
           MOVE WS-CALIB-SUM-WORK TO WS-CALIB-SUM2
           .
           IF WS-CALIBDETAILFILE1-PATH NOT = SPACES
               OPEN INPUT CALIBDETAILFILE1
               IF FILE3-STATUS-OK
                   PERFORM READ-CALIB-LAYOUT-STAMP
                   PERFORM UNTIL FILE3-STATUS-EOF
                          OR NOT FILE3-STATUS-OK
                       READ CALIBDETAILFILE1
       GATHER-GAME-DETAIL.
           OPEN INPUT GAMEDETAILFILE1
           IF FILE5-STATUS-OK
               PERFORM READ-GAME-LAYOUT-STAMP
               PERFORM UNTIL FILE5-STATUS-EOF
                      OR NOT FILE5-STATUS-OK
                   READ GAMEDETAILFILE1
       GATHER-EDIT-COUNTS.
           OPEN INPUT EDITCOUNTFILE1
           IF FILE6-STATUS-OK
               PERFORM READ-EDITCOUNT-LAYOUT-STAMP
               READ EDITCOUNTFILE1
                   AT END
                       CONTINUE
       GATHER-EXCEPTIONS.
           OPEN INPUT EXCEPTIONFILE1
           IF FILE7-STATUS-OK
               PERFORM READ-EXCEPTION-LAYOUT-STAMP
               PERFORM UNTIL FILE7-STATUS-EOF
                      OR NOT FILE7-STATUS-OK
                   READ EXCEPTIONFILE1
           .

       APPEND-KPI-RECORD.
           PERFORM STAMP-KPI-FILE
           OPEN EXTEND KPIFILE1
           IF FILE8-STATUS-NOTFOUND
               OPEN OUTPUT KPIFILE1
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE8-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           MOVE WS-EXCEPTION-COUNT TO KPI-EXCEPTIONS
           MOVE WS-WORST-RC        TO KPI-WORST-RC
           MOVE WS-RUN-ID          TO KPI-RUN-ID
           MOVE WS-SITE-CODE       TO KPI-SITE
           WRITE KPIRECORD1
           IF NOT FILE8-STATUS-OK
               MOVE FILE8-STATUS TO WS-FILE-STATUS-CODE
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE8-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           CLOSE KPIFILE1
           .

      * The KPI file is stamped on its first record. One kept from
      * before the stamp is copied through the work file and written
      * back behind one, so it is read as version 00 just this once.
       STAMP-KPI-FILE.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           MOVE WS-KPI-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-KPI-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           OPEN INPUT KPIFILE1
           IF FILE8-STATUS-OK
               READ KPIFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE KPIRECORD1 TO LAYOUT-STAMP-RECORD
               END-READ
               IF LYT-IS-STAMP
                   CLOSE KPIFILE1
                   PERFORM CHECK-LAYOUT-STAMP
               ELSE
                   PERFORM OPEN-KPI-WORK-OUTPUT
                   IF FILE8-STATUS-OK
                       SET LYT-LEGACY-UNSTAMPED TO TRUE
                       PERFORM NOTE-LEGACY-LAYOUT
                       PERFORM COPY-KPI-TO-WORK
                   END-IF
                   IF NOT FILE8-STATUS-EOF
                       PERFORM KPI-READ-ABEND
                   END-IF
                   CLOSE KPIFILE1
                   CLOSE KPIWORKFILE1
                   PERFORM REBUILD-KPI-FILE
               END-IF
           ELSE
               IF FILE8-STATUS-NOTFOUND
                   PERFORM OPEN-KPI-WORK-OUTPUT
                   CLOSE KPIWORKFILE1
                   PERFORM REBUILD-KPI-FILE
               END-IF
           END-IF
           .

       OPEN-KPI-WORK-OUTPUT.
           OPEN OUTPUT KPIWORKFILE1
           IF NOT FILE10-STATUS-OK
               MOVE 'OPEN KPIWK' TO WS-ERRLOG-OPERATION
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM KPI-WORK-ABEND
           END-IF
           .

      * The first record, already read, is copied with the rest.
       COPY-KPI-TO-WORK.
           PERFORM UNTIL FILE8-STATUS-EOF
                  OR NOT FILE8-STATUS-OK
               MOVE KPIRECORD1 TO KPIWORKRECORD1
               WRITE KPIWORKRECORD1
               IF NOT FILE10-STATUS-OK
                   MOVE 'WRITE KPWK' TO WS-ERRLOG-OPERATION
                   MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM KPI-WORK-ABEND
               END-IF
               READ KPIFILE1
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM
           .

       REBUILD-KPI-FILE.
           OPEN INPUT KPIWORKFILE1
           IF NOT FILE10-STATUS-OK
               MOVE 'OPEN KPIWK' TO WS-ERRLOG-OPERATION
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM KPI-WORK-ABEND
           END-IF
           OPEN OUTPUT KPIFILE1
           IF NOT FILE8-STATUS-OK
               MOVE FILE8-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON KPI FILE'
               DISPLAY 'FILE STATUS : ' FILE8-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN KPI' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE8-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-KPI-LAYOUT-ID TO LYT-LAYOUT-ID
           MOVE WS-KPI-LAYOUT-VERSION TO LYT-VERSION
           MOVE SPACES TO KPIRECORD1
           MOVE LAYOUT-STAMP-RECORD TO KPIRECORD1
           WRITE KPIRECORD1
           PERFORM UNTIL FILE10-STATUS-EOF
                  OR NOT FILE10-STATUS-OK
                  OR NOT FILE8-STATUS-OK
               READ KPIWORKFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE KPIWORKRECORD1 TO KPIRECORD1
                       WRITE KPIRECORD1
               END-READ
           END-PERFORM
           IF NOT FILE10-STATUS-OK AND NOT FILE10-STATUS-EOF
               MOVE 'READ KPIWK' TO WS-ERRLOG-OPERATION
               MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
               PERFORM KPI-WORK-ABEND
           END-IF
           CLOSE KPIWORKFILE1
           IF NOT FILE8-STATUS-OK
               MOVE FILE8-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON KPI FILE'
               DISPLAY 'FILE STATUS : ' FILE8-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE KPI' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE8-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE KPIFILE1
           .

      * A read error on the history stops the run before the
      * rebuild, which would otherwise write back only what was
      * copied; the history is left as it was.
       KPI-READ-ABEND.
           MOVE FILE8-STATUS TO WS-FILE-STATUS-CODE
           PERFORM RESOLVE-FILE-STATUS-TEXT
           DISPLAY 'READ ERROR ON KPI FILE'
           DISPLAY 'FILE STATUS : ' FILE8-STATUS
               ' - ' WS-FILE-STATUS-TEXT
           MOVE 'READ KPI' TO WS-ERRLOG-OPERATION
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE8-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       KPI-WORK-ABEND.
           MOVE FILE10-STATUS TO WS-FILE-STATUS-CODE
           PERFORM RESOLVE-FILE-STATUS-TEXT
           DISPLAY 'I/O ERROR ON KPI WORK FILE'
           DISPLAY 'FILE STATUS : ' FILE10-STATUS
               ' - ' WS-FILE-STATUS-TEXT
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE10-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           PERFORM WRITE-ERRORLOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
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

      * Likewise the first record of each calibration detail file;
      * the caller has set the ID and version that file carries.
       READ-CALIB-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           READ CALIBDETAILFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE CALIBDETAILRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           PERFORM CHECK-LAYOUT-STAMP
           .

      * Likewise the first record of the game detail.
       READ-GAME-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           READ GAMEDETAILFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE GAMEDETAILRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-DTL-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-DTL-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           PERFORM CHECK-LAYOUT-STAMP
           .

      * And the first record of the edit count.
       READ-EDITCOUNT-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           READ EDITCOUNTFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE EDITCOUNTRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-EDC-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-EDC-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           PERFORM CHECK-LAYOUT-STAMP
           .

      * A history kept from before its producer stamped it has no
      * stamp: it is read as version 00 of the same layout and the
      * step ends with a warning.
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
                 TO WS-KPIFILE1-PATH
           END-IF

           MOVE SPACES TO WS-KPIWORKFILE1-OVERRIDE
           DISPLAY "KPIWORK" UPON ENVIRONMENT-NAME
           ACCEPT WS-KPIWORKFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-KPIWORKFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-KPIWORKFILE1-OVERRIDE)
                 TO WS-KPIWORKFILE1-PATH
           END-IF

           MOVE SPACES TO WS-ERRORLOGFILE1-OVERRIDE
           DISPLAY "ERRORLOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-ERRORLOGFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
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
