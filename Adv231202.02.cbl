
       DATA DIVISION.
       FILE SECTION.
      * Both inputs are Adv231202's outputs from one run; each is
      * checked against its GAMEDETAIL or DRAWDETAIL layout stamp.
      * The per-game result record and the normalized per-draw
      * extract are written by independent paths (WRITE-FILE2 vs
      * BUFFER-DRAW-DETAIL/FLUSH-DRAW-DETAILS), which is precisely
      * why this program exists: nothing else ever proves the two
      * agree.
         FD DETAILFILE1.
         01 DETAILRECORD1.
            05 DTL-GAME-NUMBER     PIC 9(03).
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

      * The detail and draw-detail layouts this step's FDs were
      * written for; a file stamped otherwise is refused (see
      * LAYOUTID.CPY).
         01 WS-DTL-LAYOUT-ID      PIC X(12) VALUE 'GAMEDETAIL'.
         01 WS-DTL-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-DTD-LAYOUT-ID      PIC X(12) VALUE 'DRAWDETAIL'.
         01 WS-DTD-LAYOUT-VERSION PIC X(02) VALUE '01'.
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

      * Both inputs are sorted onto scratch copies first; the match
      * itself is then one co-sequential pass holding a single game.
      * Each input's layout stamp is checked and held back from the
      * sort.
           SORT DRAWSORT1
               ON ASCENDING KEY WRK1-GAME-NUMBER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-DRAW-ROWS
               GIVING SORTEDDRAWFILE1

           SORT DETLSORT1
               ON ASCENDING KEY WRK2-GAME-NUMBER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-DETAIL-RECORDS
               GIVING SORTEDDETLFILE1

           PERFORM MATCH-SORTED-FILES
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0176 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF

           PERFORM CLOSE-ERRORLOG
           .

       RELEASE-DRAW-ROWS.
           OPEN INPUT DRAWDETAILFILE1
           IF NOT FILE2-STATUS-OK
               DISPLAY 'OPEN ERROR ON DRAW DETAIL FILE : '
                   FILE2-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           READ DRAWDETAILFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE DRAWDETAILRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-DTD-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-DTD-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           PERFORM CHECK-LAYOUT-STAMP
           PERFORM UNTIL NOT FILE2-STATUS-OK
               READ DRAWDETAILFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE DRAWDETAILRECORD1 TO WRK1REC1
                       RELEASE WRK1REC1
               END-READ
           END-PERFORM
           CLOSE DRAWDETAILFILE1
           .

       RELEASE-DETAIL-RECORDS.
           OPEN INPUT DETAILFILE1
           IF NOT FILE1-STATUS-OK
               DISPLAY 'OPEN ERROR ON DETAIL FILE : '
                   FILE1-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           READ DETAILFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE DETAILRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-DTL-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-DTL-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           PERFORM CHECK-LAYOUT-STAMP
           PERFORM UNTIL NOT FILE1-STATUS-OK
               READ DETAILFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE DETAILRECORD1 TO WRK2REC1
                       RELEASE WRK2REC1
               END-READ
           END-PERFORM
           CLOSE DETAILFILE1
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

      * Co-sequential match over the two sorted scratch files: the
      * lower game number on either side is the current game, its
      * draw rows are accumulated, every detail record for it is
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
