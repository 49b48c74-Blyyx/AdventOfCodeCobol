            05 TRL-CORRECTED        PIC X(01).
            05 TRL-FILLER6          PIC X(02).
            05 TRL-RUN-ID           PIC X(16).
            05 TRL-FILLER7          PIC X(02).
            05 TRL-INPUT-FORMAT     PIC X(01).

         FD TRAILERFILE2.
         01 TRAILERRECORD2.
            05 TR2-CORRECTED        PIC X(01).
            05 TR2-FILLER6          PIC X(02).
            05 TR2-RUN-ID           PIC X(16).
            05 TR2-FILLER7          PIC X(02).
            05 TR2-INPUT-FORMAT     PIC X(01).

      * EXCEPTIONFILE1 / EXCEPTIONFILE2 are the rejected-line files
      * the two programs wrote on the same run. Only the record counts
      * are footed here, but the FDs track the writers' EXCRECORD1
      * layout (checked against its EXCEPTION layout stamp) so a
      * future field-level comparison can reuse them.
         FD EXCEPTIONFILE1.
         01 EXCRECORD1.
            05 EXC-LINE-NUMBER PIC 9(07).
            05 EXC-FILLER      PIC X(02).
            05 EXC-TEXT        PIC X(09).
            05 EXC-FILLER2     PIC X(02).
            05 EXC-ELF-NUMBER  PIC 9(05).

         FD EXCEPTIONFILE2.
         01 EXCRECORD2.
            05 EX2-LINE-NUMBER PIC 9(07).
            05 EX2-FILLER      PIC X(02).
            05 EX2-TEXT        PIC X(09).
            05 EX2-FILLER2     PIC X(02).
            05 EX2-ELF-NUMBER  PIC 9(05).

      * The balancing report opens with its BALANCE layout stamp.
         FD BALANCEFILE1.
         01 BALANCELINE1 PIC X(100).

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

      * The exception layout this step's two FDs were written for;
      * either file stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-EXC-LAYOUT-ID      PIC X(12) VALUE 'EXCEPTION'.
         01 WS-EXC-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * The balancing-report layout this step writes and stamps at
      * the head of BALANCEFILE1 -- bump the version whenever the
      * report's lines change.
         01 WS-BAL-LAYOUT-ID      PIC X(12) VALUE 'BALANCE'.
         01 WS-BAL-LAYOUT-VERSION PIC X(02) VALUE '01'.
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
         01 WS-TRL2-CORRECTED      PIC X(01).
         01 WS-TRL1-RUN-ID         PIC X(16).
         01 WS-TRL2-RUN-ID         PIC X(16).
         01 WS-TRL1-INPUT-FORMAT   PIC X(01).
         01 WS-TRL2-INPUT-FORMAT   PIC X(01).
         01 WS-EXC1-COUNT          PIC 9(07) VALUE ZERO.
         01 WS-EXC2-COUNT          PIC 9(07) VALUE ZERO.

               PERFORM CHECK-GRAND-TOTALS
               PERFORM CHECK-CORRECTED-FLAGS
               PERFORM CHECK-RUN-IDS
               PERFORM CHECK-INPUT-FORMATS
           END-IF
           PERFORM CHECK-EXCEPTION-COUNTS

                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO         TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0123 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           ELSE
               DISPLAY 'BALANCING PASSED -- TRAILERS AGREE'
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0003 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           ELSE
               READ TRAILERFILE1
                         TO WS-TRL1-CORRECTED
                       MOVE TRL-RUN-ID
                         TO WS-TRL1-RUN-ID
                       MOVE TRL-INPUT-FORMAT
                         TO WS-TRL1-INPUT-FORMAT
               END-READ
               CLOSE TRAILERFILE1
           END-IF
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0003 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           ELSE
               READ TRAILERFILE2
                         TO WS-TRL2-CORRECTED
                       MOVE TR2-RUN-ID
                         TO WS-TRL2-RUN-ID
                       MOVE TR2-INPUT-FORMAT
                         TO WS-TRL2-INPUT-FORMAT
               END-READ
               CLOSE TRAILERFILE2
           END-IF
       COUNT-EXCEPTIONFILE1.
           OPEN INPUT EXCEPTIONFILE1
           IF FILE4-STATUS-OK
               PERFORM READ-EXC1-LAYOUT-STAMP
               PERFORM UNTIL FILE4-STATUS-EOF
                      OR NOT FILE4-STATUS-OK
                   READ EXCEPTIONFILE1
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0003 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               END-IF
           END-IF
       COUNT-EXCEPTIONFILE2.
           OPEN INPUT EXCEPTIONFILE2
           IF FILE5-STATUS-OK
               PERFORM READ-EXC2-LAYOUT-STAMP
               PERFORM UNTIL FILE5-STATUS-EOF
                      OR NOT FILE5-STATUS-OK
                   READ EXCEPTIONFILE2
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0003 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               END-IF
           END-IF
           END-IF
           .

      * Both programs decide the submission layout from the same
      * input, so a keyed run on one side and a positional run on the
      * other means they were not reading the same file, and their
      * elf numbers cannot be compared at all.
       CHECK-INPUT-FORMATS.
           IF WS-TRL1-INPUT-FORMAT NOT = WS-TRL2-INPUT-FORMAT
               PERFORM FLAG-BALANCE-FAIL
               MOVE SPACES TO BALANCELINE1
               STRING 'FAIL  SUBMISSION FORMAT DIFFERS (.01 "'
                   WS-TRL1-INPUT-FORMAT '" VS .02 "'
                   WS-TRL2-INPUT-FORMAT '")'
                   DELIMITED BY SIZE INTO BALANCELINE1
               PERFORM WRITE-FILE3
           END-IF
           .

       FLAG-BALANCE-FAIL.
           SET BALANCE-FAIL TO TRUE
           ADD 1 TO WS-FAIL-COUNT
           .

      * The stamp is the first record of each exception file and is
      * never counted as a reject.
       READ-EXC1-LAYOUT-STAMP.
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

       READ-EXC2-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           READ EXCEPTIONFILE2
               AT END
                   CONTINUE
                NOT AT END
                   MOVE EXCRECORD2 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-EXC-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-EXC-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
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
           END-IF
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-BAL-LAYOUT-ID      TO LYT-LAYOUT-ID
           MOVE WS-BAL-LAYOUT-VERSION TO LYT-VERSION
           MOVE SPACES TO BALANCELINE1
           MOVE LAYOUT-STAMP-RECORD TO BALANCELINE1
           PERFORM WRITE-FILE3
           .

       WRITE-BALANCE-HEADER.
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0008 TO WS-ERRLOG-MSG-NUMBER
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
