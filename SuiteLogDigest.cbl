            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MSGCATALOGFILE1 ASSIGN
            TO DYNAMIC WS-MSGCATALOG-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ERRORLOGFILE1 is read here, not appended to -- this program is
            05 ERL-RUN-ID       PIC X(16).
            05 ERL-FILLER7      PIC X(02).
            05 ERL-SEVERITY     PIC X(01).
            05 ERL-FILLER8      PIC X(02).
            05 ERL-SITE         PIC X(04).
            05 ERL-FILLER9      PIC X(02).
            05 ERL-MSG-NUMBER   PIC 9(04).

         FD DIGESTFILE1.
         01 DIGESTLINE1 PIC X(100).

      * Message catalog: number, line type (E/A), severity, text.
         FD MSGCATALOGFILE1.
         01 MSGCATALOGRECORD1.
            05 MCR-NUMBER       PIC X(04).
            05 MCR-FILLER1      PIC X(01).
            05 MCR-LINE-TYPE    PIC X(01).
            05 MCR-FILLER2      PIC X(01).
            05 MCR-SEVERITY     PIC X(01).
            05 MCR-FILLER3      PIC X(01).
            05 MCR-TEXT         PIC X(70).
            05 MCR-FILLER4      PIC X(21).
       WORKING-STORAGE SECTION.

      * RUN-TIME PARAMETERS
         01 WS-TO-DATE   PIC 9(08) VALUE 99999999.
         01 WS-TO-DATE-OVERRIDE PIC X(08).

      * MSGCATALOG names the catalog; default control/MSGCATALOG.CTL.
         COPY MSGCAT.

      * FILE STATUS
         01 FILE1-STATUS PIC 9(02).
            88 FILE1-STATUS-OK  VALUE 00.
            88 FILE1-STATUS-EOF VALUE 10.
         01 FILE3-STATUS PIC 9(02).
            88 FILE3-STATUS-OK  VALUE 00.
         01 FILE4-STATUS PIC 9(02).
            88 FILE4-STATUS-OK  VALUE 00.

      * Every FILEn-STATUS value gets its own descriptive text instead
      * of collapsing every non-zero code into one generic error
               10 WS-PR-LAST-DATE PIC 9(08).
               10 WS-PR-DATE-CNT  PIC 9(05) COMP-3.

      * Entries per message number, for the catalogued operator
      * response and the list of numbers the catalog does not know.
      * Entries logged before numbering are counted separately.
         01 WS-MSGN-COUNT         PIC 9(03) VALUE ZERO.
         01 WS-MSGN-MAX           PIC 9(03) VALUE 300.
         01 WS-MSGN-TAB.
            05 WS-MSGN-ENTRY OCCURS 300 TIMES.
               10 WS-MN-NUMBER    PIC 9(04).
               10 WS-MN-COUNT     PIC 9(07) COMP-3.
         01 WS-UNNUMBERED-COUNT   PIC 9(07) VALUE ZERO.
         01 WS-UNCATALOGUED-COUNT PIC 9(05) VALUE ZERO.

      * First/last occurrence over the selected range.
         01 WS-FIRST-DATE         PIC 9(08) VALUE ZERO.
         01 WS-FIRST-TIME         PIC 9(06) VALUE ZERO.
         01 WS-COUNT-X            PIC Z(06)9.
         01 WS-CODE-X             PIC 9(02).
         01 WS-DATES-X            PIC Z(04)9.
         01 WS-MSGN-X             PIC 9(04).

       PROCEDURE DIVISION.


       MAIN-PROCESSING.
           PERFORM GET-RUNTIME-PARAMETERS
           PERFORM LOAD-MESSAGE-CATALOG
           PERFORM OPEN-FILE1
           PERFORM OPEN-FILE3


           DISPLAY 'LOG RECORDS READ     : ' WS-RECORDS-READ
           DISPLAY 'RECORDS IN RANGE     : ' WS-RECORDS-IN-RANGE
           DISPLAY 'NOT IN CATALOG       : ' WS-UNCATALOGUED-COUNT

           PERFORM CLOSE-FILE1
           PERFORM CLOSE-FILE3
           PERFORM TALLY-BY-OPERATION
           PERFORM TALLY-BY-STATUS
           PERFORM TALLY-BY-PAIR
           PERFORM TALLY-BY-MESSAGE
           .

       TALLY-BY-PROGRAM.
           END-IF
           .

       TALLY-BY-MESSAGE.
           IF ERL-MSG-NUMBER NOT NUMERIC
              OR ERL-MSG-NUMBER = ZERO
               ADD 1 TO WS-UNNUMBERED-COUNT
           ELSE
               SET FOUND-NO TO TRUE
               PERFORM VARYING WS-IX FROM 1 BY 1
                         UNTIL WS-IX > WS-MSGN-COUNT
                   IF WS-MN-NUMBER(WS-IX) = ERL-MSG-NUMBER
                       ADD 1 TO WS-MN-COUNT(WS-IX)
                       SET FOUND-YES TO TRUE
                   END-IF
               END-PERFORM
               IF FOUND-NO
                   IF WS-MSGN-COUNT < WS-MSGN-MAX
                       ADD 1 TO WS-MSGN-COUNT
                       MOVE ERL-MSG-NUMBER
                         TO WS-MN-NUMBER(WS-MSGN-COUNT)
                       MOVE 1 TO WS-MN-COUNT(WS-MSGN-COUNT)
                   ELSE
                       ADD 1 TO WS-TABLE-OVERFLOWS
                   END-IF
               END-IF
           END-IF
           .

       WRITE-DIGEST-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO DIGESTLINE1
               PERFORM WRITE-FILE3
           END-IF

      * What the operator does about each message, from the catalog.
           MOVE SPACES TO DIGESTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO DIGESTLINE1
           MOVE 'ENTRIES BY MESSAGE NUMBER  (COUNT, SEVERITY, ACTION)'
             TO DIGESTLINE1
           PERFORM WRITE-FILE3
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > WS-MSGN-COUNT
               MOVE WS-MN-NUMBER(WS-IX) TO MSG-LOOKUP-NUMBER
               PERFORM FIND-CATALOG-MESSAGE
               IF MSG-CAT-FOUND
                   MOVE WS-MN-NUMBER(WS-IX) TO WS-MSGN-X
                   MOVE WS-MN-COUNT(WS-IX) TO WS-COUNT-X
                   MOVE SPACES TO DIGESTLINE1
                   STRING '  ' WS-MSGN-X '  ' WS-COUNT-X
                       '  ' MSG-CAT-SEVERITY(MSG-CAT-HIT)
                       '  ' MSG-CAT-ACTION(MSG-CAT-HIT)
                       DELIMITED BY SIZE INTO DIGESTLINE1
                   PERFORM WRITE-FILE3
               END-IF
           END-PERFORM
           IF WS-UNNUMBERED-COUNT > ZERO
               MOVE WS-UNNUMBERED-COUNT TO WS-COUNT-X
               MOVE SPACES TO DIGESTLINE1
               STRING '  ----  ' WS-COUNT-X
                   '     NO MESSAGE NUMBER (LOGGED BEFORE NUMBERING)'
                   DELIMITED BY SIZE INTO DIGESTLINE1
               PERFORM WRITE-FILE3
           END-IF

      * A number the catalog does not know means a message was added
      * without its catalog entry -- the operator has no response to
      * follow, so the gap is listed for whoever owns the catalog.
           MOVE SPACES TO DIGESTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO DIGESTLINE1
           MOVE 'MESSAGES NOT IN CATALOG' TO DIGESTLINE1
           PERFORM WRITE-FILE3
           MOVE ZERO TO WS-UNCATALOGUED-COUNT
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > WS-MSGN-COUNT
               MOVE WS-MN-NUMBER(WS-IX) TO MSG-LOOKUP-NUMBER
               PERFORM FIND-CATALOG-MESSAGE
               IF NOT MSG-CAT-FOUND
                   ADD 1 TO WS-UNCATALOGUED-COUNT
                   MOVE WS-MN-NUMBER(WS-IX) TO WS-MSGN-X
                   MOVE WS-MN-COUNT(WS-IX) TO WS-COUNT-X
                   MOVE SPACES TO DIGESTLINE1
                   STRING '  *** ' WS-MSGN-X '  ' WS-COUNT-X
                       '  ENTRIES  -- ADD TO MSGCATALOG.CTL'
                       DELIMITED BY SIZE INTO DIGESTLINE1
                   PERFORM WRITE-FILE3
               END-IF
           END-PERFORM
           IF WS-UNCATALOGUED-COUNT = ZERO
               MOVE SPACES TO DIGESTLINE1
               MOVE '  (NONE)' TO DIGESTLINE1
               PERFORM WRITE-FILE3
           END-IF

           IF WS-TABLE-OVERFLOWS > ZERO
               MOVE WS-TABLE-OVERFLOWS TO WS-COUNT-X
               MOVE SPACES TO DIGESTLINE1
           END-IF
           .

      * Only the first E and the first A line of a number are kept;
      * continuation lines are there for the person reading the file.
       LOAD-MESSAGE-CATALOG.
           MOVE ZERO TO MSG-CAT-COUNT
           OPEN INPUT MSGCATALOGFILE1
           IF NOT FILE4-STATUS-OK
               DISPLAY 'MESSAGE CATALOG NOT READABLE : ' FILE4-STATUS
           ELSE
               PERFORM UNTIL NOT FILE4-STATUS-OK
                   READ MSGCATALOGFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM NOTE-CATALOG-LINE
                   END-READ
               END-PERFORM
               CLOSE MSGCATALOGFILE1
           END-IF
           DISPLAY 'CATALOG MESSAGES     : ' MSG-CAT-COUNT
           .

       NOTE-CATALOG-LINE.
           IF MCR-NUMBER IS NUMERIC
               MOVE MCR-NUMBER TO MSG-LOOKUP-NUMBER
               PERFORM FIND-CATALOG-MESSAGE
               IF NOT MSG-CAT-FOUND
                  AND MSG-CAT-COUNT < 300
                   ADD 1 TO MSG-CAT-COUNT
                   MOVE MSG-CAT-COUNT TO MSG-CAT-HIT
                   MOVE MSG-LOOKUP-NUMBER
                     TO MSG-CAT-NUMBER(MSG-CAT-HIT)
                   MOVE SPACES TO MSG-CAT-SEVERITY(MSG-CAT-HIT)
                   MOVE SPACES TO MSG-CAT-EXPLAIN(MSG-CAT-HIT)
                   MOVE SPACES TO MSG-CAT-ACTION(MSG-CAT-HIT)
                   SET MSG-CAT-FOUND TO TRUE
               END-IF
               IF MSG-CAT-FOUND
                   EVALUATE TRUE
                       WHEN MCR-LINE-TYPE = 'E'
                        AND MSG-CAT-EXPLAIN(MSG-CAT-HIT) = SPACES
                           MOVE MCR-SEVERITY
                             TO MSG-CAT-SEVERITY(MSG-CAT-HIT)
                           MOVE MCR-TEXT
                             TO MSG-CAT-EXPLAIN(MSG-CAT-HIT)
                       WHEN MCR-LINE-TYPE = 'A'
                        AND MSG-CAT-ACTION(MSG-CAT-HIT) = SPACES
                           MOVE MCR-TEXT
                             TO MSG-CAT-ACTION(MSG-CAT-HIT)
                   END-EVALUATE
               END-IF
           END-IF
           .

       FIND-CATALOG-MESSAGE.
           MOVE 'N' TO MSG-CAT-STATE
           MOVE ZERO TO MSG-CAT-HIT
           PERFORM VARYING MSG-CAT-IX FROM 1 BY 1
                   UNTIL MSG-CAT-IX > MSG-CAT-COUNT
                      OR MSG-CAT-FOUND
               IF MSG-CAT-NUMBER(MSG-CAT-IX) = MSG-LOOKUP-NUMBER
                   SET MSG-CAT-FOUND TO TRUE
                   MOVE MSG-CAT-IX TO MSG-CAT-HIT
               END-IF
           END-PERFORM
           .

       RESOLVE-FILE-STATUS-TEXT.
           EVALUATE WS-FILE-STATUS-CODE
               WHEN 00
                 TO WS-DIGESTFILE1-PATH
           END-IF

           MOVE SPACES TO WS-MSGCATALOG-OVERRIDE
           DISPLAY "MSGCATALOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-MSGCATALOG-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-MSGCATALOG-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-MSGCATALOG-OVERRIDE)
                 TO WS-MSGCATALOG-PATH
           END-IF

           MOVE SPACES TO WS-FROM-DATE-OVERRIDE
           DISPLAY "FROMDATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-FROM-DATE-OVERRIDE FROM ENVIRONMENT-VALUE
