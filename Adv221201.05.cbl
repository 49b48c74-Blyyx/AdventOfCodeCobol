            05 COR-VALUE        PIC X(09).

      * The original run's exception file -- the authority on which
      * lines were actually rejected. Checked against the writers'
      * EXCEPTION layout stamp.
         FD EXCEPTIONFILE1.
         01 EXCRECORD1.
            05 EXC-LINE-NUMBER PIC 9(07).
            05 EXC-FILLER      PIC X(02).
            05 EXC-TEXT        PIC X(09).
            05 EXC-FILLER2     PIC X(02).
            05 EXC-ELF-NUMBER  PIC 9(05).

      * Accepted corrections, normalized to a numeric calorie value.
      * This file is what the elf programs' CORRECTIONFILE1 reprocess
      * mode consumes; it opens with the CORRACCEPT layout stamp those
      * programs check.
         FD CORRACCEPTFILE1.
         01 CORRACCEPTRECORD1.
            05 ACO-RUN-DATE     PIC 9(08).
            05 ERL-RUN-ID       PIC X(16).
            05 ERL-FILLER7      PIC X(02).
            05 ERL-SEVERITY     PIC X(01).
            05 ERL-FILLER8      PIC X(02).
            05 ERL-SITE         PIC X(04).
            05 ERL-FILLER9      PIC X(02).
            05 ERL-MSG-NUMBER   PIC 9(04).
       WORKING-STORAGE SECTION.

      * RUN-TIME PARAMETERS
         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * The exception layout this step's FD was written for; a file
      * stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-EXC-LAYOUT-ID      PIC X(12) VALUE 'EXCEPTION'.
         01 WS-EXC-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * Likewise the correction file keyed through the correction
      * entry step. A file keyed before it stamped, or by hand, is
      * read as version 00 with a warning (message 0011).
         01 WS-COR-LAYOUT-ID      PIC X(12) VALUE 'CORRINPUT'.
         01 WS-COR-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * The accepted-correction layout this step writes and stamps at
      * the head of CORRACCEPTFILE1 -- bump the version whenever
      * CORRACCEPTRECORD1 changes.
         01 WS-ACO-LAYOUT-ID      PIC X(12) VALUE 'CORRACCEPT'.
         01 WS-ACO-LAYOUT-VERSION PIC X(02) VALUE '01'.
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
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0124 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           PERFORM OPEN-FILE4

           PERFORM READ-FILE1
           PERFORM CHECK-CORRECTION-LAYOUT-STAMP
           PERFORM UNTIL FILE1-STATUS-EOF
                  OR NOT FILE1-STATUS-OK
               IF CORRINPUTRECORD1 NOT = SPACES
           MOVE COR-RUN-DATE TO ACO-RUN-DATE
           MOVE COR-LINE-NUMBER TO ACO-LINE-NUMBER
           COMPUTE ACO-VALUE = FUNCTION NUMVAL(COR-VALUE)
           PERFORM WRITE-ACCEPT-RECORD
           .

       WRITE-ACCEPT-RECORD.
           WRITE CORRACCEPTRECORD1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0002 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-EXCEPTION-LAYOUT-STAMP

           PERFORM UNTIL FILE2-STATUS-EOF
                  OR NOT FILE2-STATUS-OK
                             TO WS-ERRLOG-MESSAGE
                           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                           MOVE 'S' TO WS-ERRLOG-SEVERITY
                           MOVE 0125 TO WS-ERRLOG-MSG-NUMBER
                           PERFORM WRITE-ERRORLOG
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
           CLOSE EXCEPTIONFILE1
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

      * The first record of the correction file, already read. A
      * stamp is checked and stepped past; any other first record is
      * a correction, left for the validation loop.
       CHECK-CORRECTION-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           IF FILE1-STATUS-OK
               MOVE CORRINPUTRECORD1 TO LAYOUT-STAMP-RECORD
           END-IF
           MOVE WS-COR-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-COR-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
               PERFORM READ-FILE1
           ELSE
               IF FILE1-STATUS-OK
                   SET LYT-LEGACY-UNSTAMPED TO TRUE
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
               MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0002 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
                       MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                       MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
                       MOVE 'S' TO WS-ERRLOG-SEVERITY
                       MOVE 0005 TO WS-ERRLOG-MSG-NUMBER
                       PERFORM WRITE-ERRORLOG
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0002 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-ACO-LAYOUT-ID      TO LYT-LAYOUT-ID
           MOVE WS-ACO-LAYOUT-VERSION TO LYT-VERSION
           MOVE SPACES TO CORRACCEPTRECORD1
           MOVE LAYOUT-STAMP-RECORD TO CORRACCEPTRECORD1
           PERFORM WRITE-ACCEPT-RECORD
           .

       CLOSE-FILE3.
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0002 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           MOVE WS-ERRLOG-MESSAGE          TO ERL-MESSAGE
           MOVE WS-RUN-ID                  TO ERL-RUN-ID
           MOVE WS-ERRLOG-SEVERITY         TO ERL-SEVERITY
           MOVE WS-ERRLOG-MSG-NUMBER       TO ERL-MSG-NUMBER
           MOVE WS-SITE-CODE               TO ERL-SITE
           WRITE ERRORLOGRECORD1
           IF NOT FILE9-STATUS-OK
               MOVE FILE9-STATUS TO WS-FILE-STATUS-CODE
