            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MSGCATALOGFILE1 ASSIGN
            TO DYNAMIC WS-MSGCATALOG-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The consolidated log after AOC-SUITE-LOG-MERGE has run. The
            05 ERL-RUN-ID       PIC X(16).
            05 ERL-FILLER7      PIC X(02).
            05 ERL-SEVERITY     PIC X(01).
            05 ERL-FILLER8      PIC X(02).
            05 ERL-SITE         PIC X(04).
            05 ERL-FILLER9      PIC X(02).
            05 ERL-MSG-NUMBER   PIC 9(04).

      * One line per alert, formatted for the paging system's file
      * pickup: severity first so their filter keys off column 1. The
      * catalogued operator response follows the entry itself.
         FD ALERTFILE1.
         01 ALERTLINE1 PIC X(200).

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
         01 WS-ALERT-LEVEL-OVERRIDE PIC X(01).
         01 WS-RUN-ID-FILTER PIC X(16) VALUE SPACES.

      * MSGCATALOG names the catalog; default control/MSGCATALOG.CTL.
         COPY MSGCAT.

      * FILE STATUS
         01 FILE1-STATUS PIC 9(02).
            88 FILE1-STATUS-OK       VALUE 00.
            88 FILE1-STATUS-NOTFOUND VALUE 35.
         01 FILE3-STATUS PIC 9(02).
            88 FILE3-STATUS-OK  VALUE 00.
         01 FILE4-STATUS PIC 9(02).
            88 FILE4-STATUS-OK  VALUE 00.

         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).
         01 WS-ENTRY-RANK     PIC 9(01).
         01 WS-RANK-WORK      PIC 9(01).
         01 WS-SEV-WORK       PIC X(01).
         01 WS-ENTRY-ACTION   PIC X(80).
         01 WS-UNCATALOGUED-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM RANK-SEVERITY
           MOVE WS-RANK-WORK TO WS-THRESHOLD-RANK

           PERFORM LOAD-MESSAGE-CATALOG

           PERFORM OPEN-FILE3
           PERFORM OPEN-FILE1


           DISPLAY 'LOG ENTRIES READ : ' WS-RECORDS-READ
           DISPLAY 'ALERTS EXTRACTED : ' WS-ALERT-COUNT
           DISPLAY 'NOT IN CATALOG   : ' WS-UNCATALOGUED-COUNT

           CLOSE ERRORLOGFILE1
           PERFORM CLOSE-FILE3
           .

       WRITE-ALERT-LINE.
           PERFORM FIND-ENTRY-ACTION
           MOVE SPACES TO ALERTLINE1
           STRING ERL-SEVERITY
               '  ' ERL-RUN-DATE
               '  ' ERL-OPERATION
               '  ' ERL-MESSAGE
               '  ' ERL-RUN-ID
               '  ' WS-ENTRY-ACTION
               DELIMITED BY SIZE INTO ALERTLINE1
           PERFORM WRITE-FILE3
           .

      * The operator response for the entry's message number. Entries
      * logged before numbering carry spaces there; a number missing
      * from the catalog is flagged so the catalog gets completed.
       FIND-ENTRY-ACTION.
           MOVE SPACES TO WS-ENTRY-ACTION
           IF ERL-MSG-NUMBER NOT NUMERIC
              OR ERL-MSG-NUMBER = ZERO
               MOVE 'MSG ----  NO MESSAGE NUMBER ON THIS ENTRY'
                 TO WS-ENTRY-ACTION
           ELSE
               MOVE ERL-MSG-NUMBER TO MSG-LOOKUP-NUMBER
               PERFORM FIND-CATALOG-MESSAGE
               IF MSG-CAT-FOUND
                   STRING 'MSG ' ERL-MSG-NUMBER
                       '  ' MSG-CAT-ACTION(MSG-CAT-HIT)
                       DELIMITED BY SIZE INTO WS-ENTRY-ACTION
               ELSE
                   ADD 1 TO WS-UNCATALOGUED-COUNT
                   STRING 'MSG ' ERL-MSG-NUMBER
                       '  *** NOT IN MESSAGE CATALOG ***'
                       DELIMITED BY SIZE INTO WS-ENTRY-ACTION
               END-IF
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
           DISPLAY 'CATALOG MESSAGES : ' MSG-CAT-COUNT
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
               MOVE WS-ALERT-LEVEL-OVERRIDE TO WS-ALERT-LEVEL
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

           MOVE SPACES TO WS-RUN-ID-FILTER
           DISPLAY "ALERTRUNID" UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-ID-FILTER FROM ENVIRONMENT-VALUE
