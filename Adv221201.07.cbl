            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * The same department totals in fixed layout for the programs
      * that charge and plan by department (AOC-2022-12-01-CHARGEBACK).
           SELECT DEPTTOTALSFILE1 ASSIGN
            TO DYNAMIC WS-DEPTTOTALSFILE1-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
            05 SRT-CALORIES     PIC 9(09).
            05 SRT-FILLER1      PIC X(02).
            05 SRT-ELF-NUM      PIC 9(05).
            05 SRT-FILLER2      PIC X(02).
            05 SRT-RANK         PIC 9(05).
            05 SRT-FILLER3      PIC X(02).
            05 SRT-TIE-FLAG     PIC X(01).
               88 SRT-TIED         VALUE 'T'.

         FD ELFROSTERFILE1.
         01 ROSTERRECORD1.
         FD DEPTRPTFILE1.
         01 DEPTRPTLINE1 PIC X(132).

      * Header names the run and business date, one detail per
      * department in report order, and a trailer whose calorie total
      * is the grand total the report prints.
         FD DEPTTOTALSFILE1.
         01 DEPTTOTALSRECORD1.
            05 DTT-TYPE         PIC X(01).
            05 DTT-REST         PIC X(49).
         01 DEPTTOTALSHEADER1.
            05 DTT-H-TYPE       PIC X(01).
            05 DTT-H-FILLER1    PIC X(02).
            05 DTT-H-RUN-ID     PIC X(16).
            05 DTT-H-FILLER2    PIC X(02).
            05 DTT-H-BUSN-DATE  PIC 9(08).
         01 DEPTTOTALSDETAIL1.
            05 DTT-D-TYPE       PIC X(01).
            05 DTT-D-FILLER1    PIC X(02).
            05 DTT-D-DEPARTMENT PIC X(20).
            05 DTT-D-FILLER2    PIC X(02).
            05 DTT-D-ELVES      PIC 9(05).
            05 DTT-D-FILLER3    PIC X(02).
            05 DTT-D-CALORIES   PIC 9(12).
         01 DEPTTOTALSTRAILER1.
            05 DTT-T-TYPE       PIC X(01).
            05 DTT-T-FILLER1    PIC X(02).
            05 DTT-T-DEPT-COUNT PIC 9(03).
            05 DTT-T-FILLER2    PIC X(02).
            05 DTT-T-ELVES      PIC 9(05).
            05 DTT-T-FILLER3    PIC X(02).
            05 DTT-T-CALORIES   PIC 9(12).

         FD ERRORLOGFILE1.
         01 ERRORLOGRECORD1.
            05 ERL-PROGRAM-ID   PIC X(14).
            05 ERL-RUN-ID       PIC X(16).
            05 ERL-FILLER7      PIC X(02).
            05 ERL-SEVERITY     PIC X(01).
            05 ERL-FILLER8      PIC X(02).
            05 ERL-SITE         PIC X(04).
            05 ERL-FILLER9      PIC X(02).
            05 ERL-MSG-NUMBER   PIC 9(04).
       WORKING-STORAGE SECTION.

      * RUN-TIME PARAMETERS
      -        "d1.deptreport.txt".
         01 WS-DEPTRPTFILE1-OVERRIDE PIC X(250).

         01 WS-DEPTTOTALSFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.depttotals.txt".
         01 WS-DEPTTOTALSFILE1-OVERRIDE PIC X(250).

         01 WS-ERRORLOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "errorlog.txt".
            88 FILE2-STATUS-NOTFOUND VALUE 35.
         01 FILE3-STATUS PIC 9(02).
            88 FILE3-STATUS-OK  VALUE 00.
         01 FILE4-STATUS PIC 9(02).
            88 FILE4-STATUS-OK  VALUE 00.
         01 FILE9-STATUS PIC 9(02).
            88 FILE9-STATUS-OK       VALUE 00.
            88 FILE9-STATUS-NOTFOUND VALUE 35.
         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * The sorted-totals layout this step's FD was written for; a
      * file stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-SRT-LAYOUT-ID      PIC X(12) VALUE 'SORTEDTOTALS'.
         01 WS-SRT-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * The department-totals layout this step writes and stamps at
      * the head of DEPTTOTALSFILE1 -- bump the version whenever
      * DEPTTOTALSRECORD1 or its header, detail or trailer changes.
         01 WS-DTT-LAYOUT-ID      PIC X(12) VALUE 'DEPTTOTALS'.
         01 WS-DTT-LAYOUT-VERSION PIC X(02) VALUE '01'.
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

           PERFORM ROLL-UP-SORTED-TOTALS
           PERFORM WRITE-DEPT-REPORT
           PERFORM WRITE-DEPT-TOTALS

           DISPLAY 'ELVES ROLLED UP        : ' WS-ELVES-READ
           DISPLAY 'DEPARTMENTS REPORTED   : ' WS-DEPT-COUNT
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
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0128 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               END-IF
           END-IF
           PERFORM WRITE-FILE3
           .

       WRITE-DEPT-TOTALS.
           OPEN OUTPUT DEPTTOTALSFILE1
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

           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-DTT-LAYOUT-ID      TO LYT-LAYOUT-ID
           MOVE WS-DTT-LAYOUT-VERSION TO LYT-VERSION
           MOVE LAYOUT-STAMP-RECORD TO DEPTTOTALSRECORD1
           PERFORM WRITE-FILE4

           MOVE SPACES TO DEPTTOTALSHEADER1
           MOVE 'H'         TO DTT-H-TYPE
           MOVE WS-RUN-ID   TO DTT-H-RUN-ID
           MOVE WS-RUN-DATE TO DTT-H-BUSN-DATE
           PERFORM WRITE-FILE4

           PERFORM VARYING WS-DP-IX FROM 1 BY 1
                     UNTIL WS-DP-IX > WS-DEPT-COUNT
               MOVE SPACES TO DEPTTOTALSDETAIL1
               MOVE 'D' TO DTT-D-TYPE
               MOVE WS-DP-NAME(WS-DP-IX)  TO DTT-D-DEPARTMENT
               MOVE WS-DP-ELVES(WS-DP-IX) TO DTT-D-ELVES
               MOVE WS-DP-TOTAL(WS-DP-IX) TO DTT-D-CALORIES
               PERFORM WRITE-FILE4
           END-PERFORM

           MOVE SPACES TO DEPTTOTALSTRAILER1
           MOVE 'T'            TO DTT-T-TYPE
           MOVE WS-DEPT-COUNT  TO DTT-T-DEPT-COUNT
           MOVE WS-ELVES-READ  TO DTT-T-ELVES
           MOVE WS-GRAND-TOTAL TO DTT-T-CALORIES
           PERFORM WRITE-FILE4

           CLOSE DEPTTOTALSFILE1
           .

       WRITE-FILE4.
           WRITE DEPTTOTALSRECORD1
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
                 TO WS-DEPTRPTFILE1-PATH
           END-IF

           MOVE SPACES TO WS-DEPTTOTALSFILE1-OVERRIDE
           DISPLAY "DEPTTOTALSFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-DEPTTOTALSFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-DEPTTOTALSFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-DEPTTOTALSFILE1-OVERRIDE)
                 TO WS-DEPTTOTALSFILE1-PATH
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
                 TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0129 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF
           .
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
