      * the elf). TXN-EFF-DATE is the date the change takes effect;
      * blank or zero defaults to the run's business date, so
      * existing hand-typed transaction files keep working unchanged.
      * A file generated by AOC-2022-12-01-FEED opens with its
      * ROSTERTXN layout stamp; a hand-typed file carries none.
         FD ROSTERTXNFILE1.
         01 ROSTERTXNRECORD1.
            05 TXN-ACTION       PIC X(01).
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

      * The transaction layout this step's FD was written for; a
      * file stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-TXN-LAYOUT-ID      PIC X(12) VALUE 'ROSTERTXN'.
         01 WS-TXN-LAYOUT-VERSION PIC X(02) VALUE '01'.
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
           PERFORM OPEN-ROSTER
           PERFORM OPEN-AUDIT

           PERFORM READ-TXN-LAYOUT-STAMP
           PERFORM UNTIL FILE1-STATUS-EOF
                  OR NOT FILE1-STATUS-OK
               IF ROSTERTXNRECORD1 NOT = SPACES
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           MOVE 0009 TO WS-ERRLOG-MSG-NUMBER
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
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
                       MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                       MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
                       MOVE 'F' TO WS-ERRLOG-SEVERITY
                       MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
                       PERFORM WRITE-ERRORLOG
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
           CLOSE ROSTERTXNFILE1
           .

      * A generated transaction file's stamp is checked and never
      * taken for a transaction. A hand-typed file has no stamp; its
      * first record is its first transaction.
       READ-TXN-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           PERFORM READ-FILE1
           IF FILE1-STATUS-OK
               MOVE ROSTERTXNRECORD1 TO LAYOUT-STAMP-RECORD
           END-IF
           IF LYT-IS-STAMP
               MOVE WS-TXN-LAYOUT-ID TO LYT-EXPECTED-ID
               MOVE WS-TXN-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
               PERFORM CHECK-LAYOUT-STAMP
               PERFORM READ-FILE1
           END-IF
           .

      * A file from another step whose stamp names another layout,
      * or carries a version this FD was not written for, is refused
      * before any record of it is used: a drifted layout misreads
      * every field, so stopping here is the only safe answer.
       CHECK-LAYOUT-STAMP.
           IF LYT-LAYOUT-ID NOT = LYT-EXPECTED-ID
              OR LYT-VERSION NOT = LYT-EXPECTED-VERSION
               DISPLAY 'LAYOUT STAMP REFUSED -- EXPECTED '
                   LYT-EXPECTED-ID ' VERSION ' LYT-EXPECTED-VERSION
               DISPLAY 'FILE CARRIES ' LYT-LAYOUT-ID
                   ' VERSION ' LYT-VERSION
               MOVE SPACES TO WS-ERRLOG-MESSAGE
               STRING LYT-EXPECTED-ID DELIMITED BY SPACE
                      ' V' LYT-EXPECTED-VERSION
                      ' GOT ' DELIMITED BY SIZE
                      LYT-LAYOUT-ID DELIMITED BY SPACE
                      ' V' LYT-VERSION DELIMITED BY SIZE
                 INTO WS-ERRLOG-MESSAGE
               END-STRING
               MOVE 'LAYOUT' TO WS-ERRLOG-OPERATION
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0010 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * A first-ever maintenance run has no master to open I-O, so a
      * status 35 creates the file empty and reopens it I-O instead
      * of failing the run -- same spirit as OPEN-ERRORLOG's fallback.
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
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
