            05 ERL-RUN-ID       PIC X(16).
            05 ERL-FILLER7      PIC X(02).
            05 ERL-SEVERITY     PIC X(01).
            05 ERL-FILLER8      PIC X(02).
            05 ERL-SITE         PIC X(04).
            05 ERL-FILLER9      PIC X(02).
            05 ERL-MSG-NUMBER   PIC 9(04).

         FD ERRLOGARCHFILE1.
         01 ERRLOGARCHRECORD1 PIC X(123).

         FD ERRLOGWORKFILE1.
         01 ERRLOGWORKRECORD1 PIC X(123).

      * The live trend history being trimmed. It starts with its
      * TREND layout stamp, checked before anything moves; the stamp
      * stays at the head of the live file and heads every archive
      * this job starts. A history kept from before the stamp is read
      * as version 00 and gets the stamp when it is rebuilt here.
         FD TRENDFILE1.
         01 TRENDRECORD1.
            05 TRD-RUN-DATE        PIC 9(08).
            88 ERRLOG-PRESENT     VALUE 'Y'.
         01 WS-TREND-PRESENT      PIC X VALUE 'N'.
            88 TREND-PRESENT      VALUE 'Y'.
         01 WS-WARNING-STATE      PIC X VALUE 'N'.
            88 RUN-WARNED         VALUE 'Y'.

      * The trend layout TRENDRECORD1 was written for and the stamp
      * written at the head of the rebuilt live file and of a new
      * archive (see LAYOUTID.CPY).
         01 WS-TRD-LAYOUT-ID      PIC X(12) VALUE 'TREND'.
         01 WS-TRD-LAYOUT-VERSION PIC X(02) VALUE '01'.
         COPY LAYOUTID.

       PROCEDURE DIVISION.

           PERFORM MAIN-PROCESSING

           EVALUATE TRUE
               WHEN RUN-ABORTED
                   MOVE 8 TO RETURN-CODE
               WHEN RUN-WARNED
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .

               ELSE
                   SET TREND-PRESENT TO TRUE
                   PERFORM READ-TRENDFILE
                   PERFORM CHECK-TREND-STAMP
                   IF LYT-IS-STAMP
                       PERFORM READ-TRENDFILE
                   END-IF
                   PERFORM UNTIL FILE4-STATUS-EOF
                          OR NOT FILE4-STATUS-OK
                       ADD 1 TO WS-RECORD-NUMBER
           OPEN EXTEND TRENDARCHFILE1
           IF FILE5-STATUS-NOTFOUND
               OPEN OUTPUT TRENDARCHFILE1
               PERFORM CHECK-FILE5-HARD
               PERFORM BUILD-TREND-STAMP
               MOVE SPACES TO TRENDARCHRECORD1
               MOVE LAYOUT-STAMP-RECORD TO TRENDARCHRECORD1
               WRITE TRENDARCHRECORD1
           END-IF
           PERFORM CHECK-FILE5-HARD
           OPEN OUTPUT TRENDWORKFILE1
           PERFORM CHECK-FILE6-HARD

           PERFORM READ-TRENDFILE
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           IF FILE4-STATUS-OK
               MOVE TRENDRECORD1 TO LAYOUT-STAMP-RECORD
           END-IF
           IF LYT-IS-STAMP
               PERFORM READ-TRENDFILE
           END-IF
           PERFORM UNTIL FILE4-STATUS-EOF
                  OR NOT FILE4-STATUS-OK
               IF TRD-RUN-DATE < WS-CUTOFF-DATE
           PERFORM CHECK-FILE6-HARD
           OPEN OUTPUT TRENDFILE1
           PERFORM CHECK-FILE4-HARD
           PERFORM BUILD-TREND-STAMP
           MOVE SPACES TO TRENDRECORD1
           MOVE LAYOUT-STAMP-RECORD TO TRENDRECORD1
           WRITE TRENDRECORD1
           PERFORM CHECK-FILE4-HARD
           PERFORM UNTIL FILE6-STATUS-EOF
                  OR NOT FILE6-STATUS-OK
               READ TRENDWORKFILE1
               WS-KEPT-COUNT ' KEPT'
           .

      * The first record of the live history is its layout stamp. A
      * stamp for another layout or version stops the job before
      * anything moves. A history with no stamp was kept from before
      * Adv231202 stamped it: its first record is validated as data
      * and the job ends with a warning.
       CHECK-TREND-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           IF FILE4-STATUS-OK
               MOVE TRENDRECORD1 TO LAYOUT-STAMP-RECORD
           END-IF
           MOVE WS-TRD-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-TRD-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               IF LYT-LAYOUT-ID NOT = LYT-EXPECTED-ID
                  OR LYT-VERSION NOT = LYT-EXPECTED-VERSION
                   DISPLAY 'LAYOUT STAMP REFUSED -- EXPECTED '
                       LYT-EXPECTED-ID ' VERSION ' LYT-EXPECTED-VERSION
                   DISPLAY 'FILE CARRIES ' LYT-LAYOUT-ID
                       ' VERSION ' LYT-VERSION
                   DISPLAY 'NOTHING ARCHIVED'
                   CLOSE TRENDFILE1
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF FILE4-STATUS-OK
                   SET LYT-LEGACY-UNSTAMPED TO TRUE
                   SET RUN-WARNED TO TRUE
                   DISPLAY 'UNSTAMPED ' LYT-EXPECTED-ID
                       ' FILE READ AS VERSION 00'
               END-IF
           END-IF
           .

       BUILD-TREND-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-TRD-LAYOUT-ID TO LYT-LAYOUT-ID
           MOVE WS-TRD-LAYOUT-VERSION TO LYT-VERSION
           .

      * -------- shared I/O helpers --------

       READ-ERRORLOG.
