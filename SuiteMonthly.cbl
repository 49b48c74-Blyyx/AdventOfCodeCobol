            05 TRL-CORRECTED        PIC X(01).
            05 TRL-FILLER6          PIC X(02).
            05 TRL-RUN-ID           PIC X(16).
            05 TRL-FILLER7          PIC X(02).
            05 TRL-INPUT-FORMAT     PIC X(01).

         FD EXCEPTIONFILE1.
         01 EXCRECORD1 PIC X(80).
            05 ERL-RUN-ID       PIC X(16).
            05 ERL-FILLER7      PIC X(02).
            05 ERL-SEVERITY     PIC X(01).
            05 ERL-FILLER8      PIC X(02).
            05 ERL-SITE         PIC X(04).
            05 ERL-FILLER9      PIC X(02).
            05 ERL-MSG-NUMBER   PIC 9(04).

      * Adv231202's trend history, headed by its TREND layout stamp
      * (see READ-TREND-LAYOUT-STAMP).
         FD TRENDFILE1.
         01 TRENDRECORD1.
            05 TRD-RUN-DATE        PIC 9(08).

         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * The exception layout this step's FD was written for; a file
      * stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-EXC-LAYOUT-ID      PIC X(12) VALUE 'EXCEPTION'.
         01 WS-EXC-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * Likewise for the trend history.
         01 WS-TRD-LAYOUT-ID      PIC X(12) VALUE 'TREND'.
         01 WS-TRD-LAYOUT-VERSION PIC X(02) VALUE '01'.
         COPY LAYOUTID.

         01 WS-CURRENT-DATE-TIME  PIC X(21).

      * WORKING VARIABLES

         01 WS-GENS-IN-MONTH      PIC 9(03) VALUE ZERO.
         01 WS-GENS-PURGED        PIC 9(03) VALUE ZERO.
      * Generations whose exception file predates layout stamps.
         01 WS-GENS-UNSTAMPED     PIC 9(03) VALUE ZERO.
         01 WS-TREND-STAMP-STATE  PIC X VALUE 'Y'.
            88 TREND-UNSTAMPED    VALUE 'N'.
         01 WS-PARSE-NUM-TXT      PIC X(20).
         01 WS-PARSE-NUM          PIC 9(07).

           IF WS-GENS-PURGED > ZERO
               DISPLAY 'GENERATIONS PURGED   : ' WS-GENS-PURGED
           END-IF
           IF WS-GENS-UNSTAMPED > ZERO
               DISPLAY 'GENERATIONS UNSTAMPED: ' WS-GENS-UNSTAMPED
                   ' (READ AS VERSION 00, MESSAGE 0011)'
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF TREND-UNSTAMPED
               DISPLAY 'TREND HISTORY UNSTAMPED '
                   '(READ AS VERSION 00, MESSAGE 0011)'
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM CLOSE-REPORT
           .
       GATHER-EXCEPTIONS.
           OPEN INPUT EXCEPTIONFILE1
           IF FILE3-STATUS-OK
               PERFORM READ-EXCEPTION-LAYOUT-STAMP
               PERFORM UNTIL FILE3-STATUS-EOF
                      OR NOT FILE3-STATUS-OK
                   READ EXCEPTIONFILE1
       TALLY-TREND-HISTORY.
           OPEN INPUT TRENDFILE1
           IF FILE6-STATUS-OK
               PERFORM READ-TREND-LAYOUT-STAMP
               PERFORM UNTIL FILE6-STATUS-EOF
                      OR NOT FILE6-STATUS-OK
                   READ TRENDFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM TALLY-TREND-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRENDFILE1
           END-IF
           .

       TALLY-TREND-RECORD.
           IF TRD-RUN-DATE IS NUMERIC
              AND TRD-RUN-DATE(1:6) = WS-MONTH-OVERRIDE(1:6)
              AND TRD-RUN-DATE(7:2) IS NUMERIC
               MOVE TRD-RUN-DATE(7:2) TO WS-GEN-DAY
               IF WS-GEN-DAY >= 1
                  AND WS-GEN-DAY <= 31
                   ADD TRD-POWER-SET TO WS-MD-POWER(WS-GEN-DAY)
               END-IF
           END-IF
           .

       WRITE-SCOREBOARD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO MONTHLYRPTLINE1
           END-IF
           .

      * The stamp is the first record of the exception file and is
      * never taken for a rejected line. A generation archived before
      * exceptions were stamped has none: it is read as version 00
      * (only the records are counted, so the missing elf number does
      * not matter) and its first record is a rejected line.
       READ-EXCEPTION-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ EXCEPTIONFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE EXCRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-EXC-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-EXC-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               SET LYT-LEGACY-UNSTAMPED TO TRUE
               ADD 1 TO WS-GENS-UNSTAMPED
               DISPLAY 'UNSTAMPED EXCEPTION FILE READ AS VERSION 00 '
                   '-- DAY ' WS-GEN-DAY
               IF FILE3-STATUS-OK
                   ADD 1 TO WS-MD-EXC(WS-GEN-DAY)
               END-IF
           END-IF
           .

      * The stamp is the first record of the trend history. A history
      * kept from before Adv231202 stamped it has none: it is read as
      * version 00 and its first record is tallied with the rest.
       READ-TREND-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ TRENDFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE TRENDRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-TRD-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-TRD-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               IF FILE6-STATUS-OK
                   SET LYT-LEGACY-UNSTAMPED TO TRUE
                   SET TREND-UNSTAMPED TO TRUE
                   DISPLAY 'UNSTAMPED TREND FILE READ AS VERSION 00'
                   PERFORM TALLY-TREND-RECORD
               END-IF
           END-IF
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
               IF LYT-IS-STAMP
                   DISPLAY 'FILE CARRIES ' LYT-LAYOUT-ID
                       ' VERSION ' LYT-VERSION
               ELSE
                   DISPLAY 'FILE CARRIES NO LAYOUT STAMP'
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       RESOLVE-FILE-STATUS-TEXT.
           EVALUATE WS-FILE-STATUS-CODE
               WHEN 00
