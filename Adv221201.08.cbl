            05 FET-FILLER1      PIC X(02).
            05 FET-DETAIL-COUNT PIC X(07).

      * Generated maintenance transactions in the layout
      * AOC-2022-12-01-ROSTER consumes, headed by the ROSTERTXN
      * layout stamp that program checks. The effective date on
      * each transaction is the feed's header date, so the roster
      * versions land under the date HR states the changes took
      * effect, not the date the feed happened to be processed.
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

      * The transaction layout this step writes and stamps at the
      * head of ROSTERTXNFILE1 -- bump the version whenever
      * ROSTERTXNRECORD1 changes.
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
             TO WS-ERRLOG-MESSAGE
           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
           MOVE 'S' TO WS-ERRLOG-SEVERITY
           MOVE 0130 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           MOVE 8 TO RETURN-CODE
           .
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'S' TO WS-ERRLOG-SEVERITY
                   MOVE 0131 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'F' TO WS-ERRLOG-SEVERITY
                   MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
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
           MOVE WS-TXN-LAYOUT-ID      TO LYT-LAYOUT-ID
           MOVE WS-TXN-LAYOUT-VERSION TO LYT-VERSION
           MOVE SPACES TO ROSTERTXNRECORD1
           MOVE LAYOUT-STAMP-RECORD TO ROSTERTXNRECORD1
           WRITE ROSTERTXNRECORD1
           IF NOT FILE2-STATUS-OK
               MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON TRANSACTION FILE'
               DISPLAY 'FILE STATUS : ' FILE2-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE TXN' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
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
