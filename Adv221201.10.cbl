       DATA DIVISION.
       FILE SECTION.
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

      * Confirmed corrections, in exactly the layout
      * AOC-2022-12-01-CORRECT consumes as its CORRINPUTFILE1 --
         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * The exception layout this step's FD was written for; a file
      * stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-EXC-LAYOUT-ID      PIC X(12) VALUE 'EXCEPTION'.
         01 WS-EXC-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * The correction layout this step writes and stamps at the
      * head of a new CORRINPUTFILE1 -- bump the version whenever
      * CORRINPUTRECORD1 changes.
         01 WS-COR-LAYOUT-ID      PIC X(12) VALUE 'CORRINPUT'.
         01 WS-COR-LAYOUT-VERSION PIC X(02) VALUE '01'.
         COPY LAYOUTID.

      * WORKING VARIABLES
      * Every rejected line from the original run, with its text so
      * the operator eyeballs WHAT was rejected before keying a
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-EXCEPTION-LAYOUT-STAMP
           PERFORM UNTIL FILE2-STATUS-EOF
                  OR NOT FILE2-STATUS-OK
               READ EXCEPTIONFILE1
           .

      * EXTEND so a second sitting adds to the same day's correction
      * file instead of wiping the first sitting's entries. The first
      * sitting creates the file and stamps it.
       OPEN-CORRINPUT.
           OPEN EXTEND CORRINPUTFILE1
           IF FILE1-STATUS-NOTFOUND
               OPEN OUTPUT CORRINPUTFILE1
               IF FILE1-STATUS-OK
                   PERFORM WRITE-CORRINPUT-STAMP
               END-IF
           END-IF
           IF NOT FILE1-STATUS-OK
               MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
           END-IF
           .

       WRITE-CORRINPUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-COR-LAYOUT-ID TO LYT-LAYOUT-ID
           MOVE WS-COR-LAYOUT-VERSION TO LYT-VERSION
           MOVE SPACES TO CORRINPUTRECORD1
           MOVE LAYOUT-STAMP-RECORD TO CORRINPUTRECORD1
           WRITE CORRINPUTRECORD1
           .

       CLOSE-CORRINPUT.
           CLOSE CORRINPUTFILE1
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
