            05 TRL-CORRECTED        PIC X(01).
            05 TRL-FILLER6          PIC X(02).
            05 TRL-RUN-ID           PIC X(16).
            05 TRL-FILLER7          PIC X(02).
            05 TRL-INPUT-FORMAT     PIC X(01).

      * AOC-2022-12-01-BALANCE's report, headed by its BALANCE layout
      * stamp.
         FD BALANCEFILE1.
         01 BALANCELINE1 PIC X(100).

            05 ERL-RUN-ID       PIC X(16).
            05 ERL-FILLER7      PIC X(02).
            05 ERL-SEVERITY     PIC X(01).
            05 ERL-FILLER8      PIC X(02).
            05 ERL-SITE         PIC X(04).
            05 ERL-FILLER9      PIC X(02).
            05 ERL-MSG-NUMBER   PIC 9(04).

      * AOC-2023-12-02-EDIT's control count, checked against its
      * EDITCOUNT layout stamp.
         FD EDITCOUNTFILE1.
         01 EDITCOUNTRECORD1.
            05 EDC-RUN-DATE     PIC 9(08).
            05 EDC-REJECT-COUNT PIC 9(07).

      * Generic reader reused to count the detail files -- only the
      * record count matters here, not the layout, so a layout stamp
      * heading a file is passed over rather than checked or counted.
         FD COUNTFILE1.
         01 COUNTRECORD1 PIC X(300).

         01 WS-LOG-MATCH-COUNT    PIC 9(05) VALUE ZERO.
         01 WS-COUNT-RESULT       PIC 9(07).
         01 WS-COUNT-TAG          PIC X(30).
      * The balancing-report and edit-count layouts this program's
      * FDs were written for; a file stamped otherwise is refused
      * (see LAYOUTID.CPY). A generation archived before the stamps
      * is read as version 00 and the dossier ends with a warning.
         01 WS-BAL-LAYOUT-ID      PIC X(12) VALUE 'BALANCE'.
         01 WS-BAL-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-EDC-LAYOUT-ID      PIC X(12) VALUE 'EDITCOUNT'.
         01 WS-EDC-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-UNSTAMPED-COUNT    PIC 9(03) VALUE ZERO.
         COPY LAYOUTID.
         01 WS-TRAILER-TAG        PIC X(30).

      * REPORT EDIT FIELDS
               PERFORM WRITE-COUNTS-SECTION
               PERFORM WRITE-ERRORLOG-SECTION
           END-IF
           IF WS-UNSTAMPED-COUNT > ZERO
               MOVE SPACES TO DOSSIERLINE1
               STRING WS-UNSTAMPED-COUNT
                   ' FILE(S) PREDATE LAYOUT STAMPS -- READ AS VERSION'
                   ' 00 (MESSAGE 0011)'
                   DELIMITED BY SIZE INTO DOSSIERLINE1
               PERFORM WRITE-DOSSIER
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM CLOSE-DOSSIER
           DISPLAY 'DOSSIER ASSEMBLED FOR RUN ' WS-DOSSIER-RUN-ID
                           '  GRAND ' WS-GRAND-X
                           '  CORR "' TRL-CORRECTED '"'
                           '  RUN ' TRL-RUN-ID
                           '  FMT "' TRL-INPUT-FORMAT '"'
                           DELIMITED BY SIZE INTO DOSSIERLINE1
                       PERFORM WRITE-DOSSIER
                       IF TRL-RUN-ID NOT = WS-DOSSIER-RUN-ID
               MOVE 'BALANCE REPORT NOT AVAILABLE' TO DOSSIERLINE1
               PERFORM WRITE-DOSSIER
           ELSE
               PERFORM READ-BALANCE-LAYOUT-STAMP
               PERFORM UNTIL FILE3-STATUS-EOF
                      OR NOT FILE3-STATUS-OK
                   READ BALANCEFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM REPORT-BALANCE-LINE
                   END-READ
               END-PERFORM
               CLOSE BALANCEFILE1
           PERFORM WRITE-DOSSIER
           .

       REPORT-BALANCE-LINE.
           IF BALANCELINE1(1:4) = 'FAIL'
              OR BALANCELINE1(1:16) = 'BALANCING RESULT'
               MOVE SPACES TO DOSSIERLINE1
               MOVE BALANCELINE1 TO DOSSIERLINE1
               PERFORM WRITE-DOSSIER
           END-IF
           .

       WRITE-EDITCOUNT-SECTION.
           MOVE SPACES TO DOSSIERLINE1
           MOVE '-- EDIT CONTROL COUNTS --' TO DOSSIERLINE1
               MOVE 'EDIT COUNT FILE NOT AVAILABLE' TO DOSSIERLINE1
               PERFORM WRITE-DOSSIER
           ELSE
               PERFORM READ-EDITCOUNT-LAYOUT-STAMP
               IF LYT-STAMP-READ
                   READ EDITCOUNTFILE1
                       AT END
                           CONTINUE
                   END-READ
               END-IF
               IF FILE5-STATUS-OK
                   PERFORM REPORT-EDIT-COUNT
               ELSE
                   MOVE SPACES TO DOSSIERLINE1
                   MOVE 'EDIT COUNT FILE IS EMPTY' TO DOSSIERLINE1
                   PERFORM WRITE-DOSSIER
               END-IF
               CLOSE EDITCOUNTFILE1
           END-IF

           PERFORM WRITE-DOSSIER
           .

       REPORT-EDIT-COUNT.
           MOVE EDC-CLEAN-COUNT TO WS-COUNT-X
           MOVE SPACES TO DOSSIERLINE1
           STRING 'CLEAN GAME LINES  : ' WS-COUNT-X
               DELIMITED BY SIZE INTO DOSSIERLINE1
           PERFORM WRITE-DOSSIER
           MOVE EDC-REJECT-COUNT TO WS-COUNT-X
           MOVE SPACES TO DOSSIERLINE1
           STRING 'REJECTED LINES    : ' WS-COUNT-X
               DELIMITED BY SIZE INTO DOSSIERLINE1
           PERFORM WRITE-DOSSIER
           .

      * The stamp is the first record of the balancing report; the
      * reads that follow see only report lines. The generation may
      * be archived from before the stamps: an unstamped report is
      * read as version 00 and its first line is a report line.
       READ-BALANCE-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ BALANCEFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE BALANCELINE1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-BAL-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-BAL-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               PERFORM NOTE-LEGACY-LAYOUT
               IF FILE3-STATUS-OK
                   PERFORM REPORT-BALANCE-LINE
               END-IF
           END-IF
           .

      * Likewise the first record of the edit count; an unstamped
      * file's first record is the count itself.
       READ-EDITCOUNT-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ EDITCOUNTFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE EDITCOUNTRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-EDC-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-EDC-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               PERFORM NOTE-LEGACY-LAYOUT
           END-IF
           .

       NOTE-LEGACY-LAYOUT.
           SET LYT-LEGACY-UNSTAMPED TO TRUE
           ADD 1 TO WS-UNSTAMPED-COUNT
           DISPLAY 'UNSTAMPED ' LYT-EXPECTED-ID
               ' READ AS VERSION 00'
           MOVE SPACES TO DOSSIERLINE1
           STRING '(' DELIMITED BY SIZE
               LYT-EXPECTED-ID DELIMITED BY SPACE
               ' PREDATES LAYOUT STAMPS -- READ AS VERSION 00)'
               DELIMITED BY SIZE INTO DOSSIERLINE1
           PERFORM WRITE-DOSSIER
           .

      * A file whose stamp names another layout, or carries a
      * version this FD was not written for, is refused before any
      * record of it is used: a drifted layout misreads every field,
      * so stopping here is the only safe answer.
       CHECK-LAYOUT-STAMP.
           IF LYT-LAYOUT-ID NOT = LYT-EXPECTED-ID
              OR LYT-VERSION NOT = LYT-EXPECTED-VERSION
               DISPLAY 'LAYOUT STAMP REFUSED -- EXPECTED '
                   LYT-EXPECTED-ID ' VERSION ' LYT-EXPECTED-VERSION
               DISPLAY 'FILE CARRIES ' LYT-LAYOUT-ID
                   ' VERSION ' LYT-VERSION
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-COUNTS-SECTION.
           MOVE SPACES TO DOSSIERLINE1
           MOVE '-- DETAIL RECORD COUNTS --' TO DOSSIERLINE1
                       AT END
                           CONTINUE
                        NOT AT END
                           MOVE COUNTRECORD1 TO LAYOUT-STAMP-RECORD
                           IF NOT LYT-IS-STAMP
                               ADD 1 TO WS-COUNT-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COUNTFILE1
