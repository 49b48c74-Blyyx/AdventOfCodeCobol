            FILE STATUS IS FILE5-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVRREASONSFILE1 ASSIGN
            TO DYNAMIC WS-OVRREASONS-PATH
            FILE STATUS IS FILE13-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVRREGISTERFILE1 ASSIGN
            TO DYNAMIC WS-OVRREGISTER-PATH
            FILE STATUS IS FILE14-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Candidate cube-limit version for a what-if comparison run --
      * same layout as CUBELIMITFILE1. When PROPOSEDCUBELIMITS is
      * supplied every game is evaluated under both the current and
            FILE STATUS IS FILE6-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Scratch copy used once to put the layout stamp at the head of
      * a trend history kept from before the stamp.
           SELECT TRENDWORKFILE1 ASSIGN
            TO DYNAMIC WS-TRENDWORKFILE1-PATH
            FILE STATUS IS FILE15-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * The control-version approval file AOC-SUITE-CTL-MAINT
      * maintains: a CUBELIMITFILE1 version whose latest state here
      * is still PENDING has had one person propose it and nobody

       DATA DIVISION.
       FILE SECTION.
      * Validated output of AOC-2023-12-02-EDIT, headed by its
      * VALIDATED layout stamp, or a raw puzzle input run standalone.
         FD INPUTFILE1.
         01 INPUTRECORD1 PIC X(200).

      * The count record follows the EDITCOUNT layout stamp.
         FD EDITCOUNTFILE1.
         01 EDITCOUNTRECORD1.
            05 EDC-RUN-DATE     PIC 9(08).
            05 ERL-RUN-ID       PIC X(16).
            05 ERL-FILLER7      PIC X(02).
            05 ERL-SEVERITY     PIC X(01).
            05 ERL-FILLER8      PIC X(02).
            05 ERL-SITE         PIC X(04).
            05 ERL-FILLER9      PIC X(02).
            05 ERL-MSG-NUMBER   PIC 9(04).

         FD CHECKPOINTFILE1.
         01 CHECKPOINTRECORD1.
            05 CKP-SUM-GAME-NUMBER   PIC 9(05).
            05 CKP-FILLER2           PIC X(02).
            05 CKP-SUM-POWER-SET     PIC 9(08).
            05 CKP-FILLER3           PIC X(02).
            05 CKP-RUN-ID            PIC X(16).

      * Controlled list of manual override reason codes (OVRCTL.CPY).
         FD OVRREASONSFILE1.
         01 OVRREASONSRECORD1.
            05 RSN-CODE         PIC X(04).
            05 RSN-FILLER1      PIC X(02).
            05 RSN-TEXT         PIC X(40).
            05 RSN-FILLER2      PIC X(34).

         FD OVRREGISTERFILE1.
         COPY OVRREG.

      * CUBELIMITFILE1 is a dated, auditable reference file of
      * CHECK-DRAW's per-color limits (see WS-CUBELIMITFILE1-PATH
      * this file is never reset to OUTPUT on a fresh (non-restart)
      * run -- it is always opened EXTEND, same convention as
      * ERRORLOGFILE1, since it is a running history, not one run's
      * detail. The history starts with a TREND layout stamp (see
      * STAMP-TREND-HISTORY); every reader checks it.
         FD TRENDFILE1.
         01 TRENDRECORD1.
            05 TRD-RUN-DATE        PIC 9(08).
            05 TRD-FILLER6         PIC X(02).
            05 TRD-RUN-ID          PIC X(16).

         FD TRENDWORKFILE1.
         01 TRENDWORKRECORD1 PIC X(56).

         FD MARGINALFILE1.
         01 MARGINALLINE1 PIC X(100).

      * AOC-SUITE-CTL-MAINT's approval file, checked against the
      * APPROVAL layout stamp.
         FD APPROVALFILE1.
         01 APPROVALRECORD1.
            05 APR-CTLTYPE      PIC X(10).
      * checkpoint either.
         01 WS-CKP-LAST-GAME        PIC 9(03) VALUE ZERO.
         01 WS-CKP-SUM-GAME         PIC 9(05) COMP-5 VALUE ZERO.
      * RUN-ID the checkpoint being resumed was written under.
         01 WS-RESUME-RUN-ID        PIC X(16) VALUE SPACES.
         COPY OVRCTL.

      * RUN-TIME PARAMETERS
      * Cube-count limits default to the historical puzzle values,
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d2.trend.txt".
         01 WS-TRENDFILE1-OVERRIDE PIC X(250).
         01 WS-TRENDWORKFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d2.trend.work.txt".
         01 WS-TRENDWORKFILE1-OVERRIDE PIC X(250).
         01 WS-RUN-DATE PIC 9(08).

      * FILE STATUS
            88 FILE5-STATUS-OK       VALUE 00.
         01 FILE6-STATUS PIC 9(02).
            88 FILE6-STATUS-OK       VALUE 00.
            88 FILE6-STATUS-EOF      VALUE 10.
            88 FILE6-STATUS-NOTFOUND VALUE 35.
         01 FILE7-STATUS PIC 9(02).
            88 FILE7-STATUS-OK       VALUE 00.
            88 FILE12-STATUS-OK      VALUE 00.
            88 FILE12-STATUS-EOF     VALUE 10.
            88 FILE12-STATUS-NOTFOUND VALUE 35.
         01 FILE13-STATUS PIC 9(02).
            88 FILE13-STATUS-OK       VALUE 00.
            88 FILE13-STATUS-EOF      VALUE 10.
         01 FILE14-STATUS PIC 9(02).
            88 FILE14-STATUS-OK       VALUE 00.
            88 FILE14-STATUS-NOTFOUND VALUE 35.
         01 FILE15-STATUS PIC 9(02).
            88 FILE15-STATUS-OK       VALUE 00.
            88 FILE15-STATUS-EOF      VALUE 10.

      * Every FILEn-STATUS value gets its own descriptive text instead
      * of collapsing every non-zero code into one generic error
         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * The approval-file layout this step's FD was written for; a
      * file stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-APR-LAYOUT-ID      PIC X(12) VALUE 'APPROVAL'.
         01 WS-APR-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * Likewise the edit pass's validated file and control count.
         01 WS-VAL-LAYOUT-ID      PIC X(12) VALUE 'VALIDATED'.
         01 WS-VAL-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-EDC-LAYOUT-ID      PIC X(12) VALUE 'EDITCOUNT'.
         01 WS-EDC-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * The detail-file layout this step writes and stamps at the
      * head of DETAILFILE1 -- bump the version whenever
      * DETAILRECORD1 changes.
         01 WS-DTL-LAYOUT-ID      PIC X(12) VALUE 'GAMEDETAIL'.
         01 WS-DTL-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * Likewise the draw-detail extract and DRAWDETAILRECORD1.
         01 WS-DTD-LAYOUT-ID      PIC X(12) VALUE 'DRAWDETAIL'.
         01 WS-DTD-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * The trend-history layout stamped at the head of TRENDFILE1
      * -- bump the version whenever TRENDRECORD1 changes.
         01 WS-TRD-LAYOUT-ID      PIC X(12) VALUE 'TREND'.
         01 WS-TRD-LAYOUT-VERSION PIC X(02) VALUE '01'.
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

           MOVE ZERO TO GAME-NUMBER

           PERFORM READ-INPUT-LAYOUT-STAMP

           PERFORM UNTIL FILE1-STATUS-EOF
                  OR NOT FILE1-STATUS-OK
                               TO WS-ERRLOG-MESSAGE
                             MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                             MOVE 'W' TO WS-ERRLOG-SEVERITY
                             MOVE 0203 TO WS-ERRLOG-MSG-NUMBER
                             PERFORM WRITE-ERRORLOG
                         END-IF
                       END-PERFORM
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE7-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0002 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-EDITCOUNT-LAYOUT-STAMP
               READ EDITCOUNTFILE1
                   AT END
                       DISPLAY 'EDIT COUNT FILE IS EMPTY'
                         TO WS-ERRLOG-MESSAGE
                       MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                       MOVE 'S' TO WS-ERRLOG-SEVERITY
                       MOVE 0204 TO WS-ERRLOG-MSG-NUMBER
                       PERFORM WRITE-ERRORLOG
                       MOVE 8 TO RETURN-CODE
                    NOT AT END
                             TO WS-ERRLOG-MESSAGE
                           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                           MOVE 'S' TO WS-ERRLOG-SEVERITY
                           MOVE 0205 TO WS-ERRLOG-MSG-NUMBER
                           PERFORM WRITE-ERRORLOG
                           MOVE 8 TO RETURN-CODE
                       ELSE
           END-IF
           .

       READ-EDITCOUNT-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           READ EDITCOUNTFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE EDITCOUNTRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-EDC-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-EDC-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           PERFORM CHECK-LAYOUT-STAMP
           .

      * The proposed scenario starts as "no change" -- every color's
      * proposed limit equals the current one -- and the candidate
      * file then overlays the colors it names. A proposed color the
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE8-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0206 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF
           IF WS-PROP-VERSION-ID = SPACES
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE10-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE10-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0207 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               ELSE
                   UNSTRING INPUTRECORD1(CARAC-TO-SKIP:)
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0208 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               ELSE
                   UNSTRING SET-VALUE(SET-NBR) DELIMITED BY ','
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE11-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE11-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0209 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           ELSE
               MOVE SET-NBR              TO
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0185 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               END-IF
           END-IF
                       MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                       MOVE FILE12-STATUS TO WS-ERRLOG-STATUS-SRC
                       MOVE 'F' TO WS-ERRLOG-SEVERITY
                       MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
                       PERFORM WRITE-ERRORLOG
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM READ-APPROVAL-LAYOUT-STAMP
                   PERFORM UNTIL FILE12-STATUS-EOF
                          OR NOT FILE12-STATUS-OK
                       READ APPROVALFILE1
                             TO WS-ERRLOG-MESSAGE
                           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                           MOVE 'S' TO WS-ERRLOG-SEVERITY
                           MOVE 0210 TO WS-ERRLOG-MSG-NUMBER
                           PERFORM WRITE-ERRORLOG
                       END-IF
                   END-IF
                     TO WS-ERRLOG-MESSAGE
                   MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0003 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               END-IF
           END-IF
           END-IF
           .

      * The stamp is the first record of the approval file and is
      * never taken for an approval event. An approval file written
      * before the stamp holds the same records unstamped; it is
      * read from its first record on with a warning (message 0011)
      * until the maintenance program next appends to it and stamps
      * it.
       READ-APPROVAL-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ APPROVALFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE APPROVALRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-APR-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-APR-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               SET LYT-LEGACY-UNSTAMPED TO TRUE
               PERFORM NOTE-LEGACY-LAYOUT
               IF FILE12-STATUS-OK
                  AND APR-CTLTYPE = 'CUBELIMIT'
                   PERFORM NOTE-ONE-APPROVAL
               END-IF
           END-IF
           .

      * Likewise the first record of the detail file being resumed.
      * A run begun before the detail file was stamped left none; its
      * first record is a game and is footed with the rest.
       READ-DETAIL-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ DETAILFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE DETAILRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-DTL-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-DTL-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               SET LYT-LEGACY-UNSTAMPED TO TRUE
               PERFORM NOTE-LEGACY-LAYOUT
               IF FILE2-STATUS-OK
                   PERFORM FOOT-ONE-DETAIL-RECORD
               END-IF
           END-IF
           .

       FOOT-ONE-DETAIL-RECORD.
           MOVE DTL-GAME-NUMBER TO WS-VAL-LAST-GAME
           IF DTL-SET-STATE = 'O'
              OR DTL-SET-STATE = 'M'
               ADD DTL-GAME-NUMBER TO WS-VAL-SUM-GAME
           END-IF
           ADD DTL-POWER-SET TO WS-VAL-SUM-POWER
           .

       NOTE-LEGACY-LAYOUT.
           SET RUN-HAS-WARNINGS TO TRUE
           DISPLAY 'UNSTAMPED ' LYT-EXPECTED-ID
               ' FILE READ AS VERSION 00'
           MOVE SPACES TO WS-ERRLOG-MESSAGE
           STRING LYT-EXPECTED-ID DELIMITED BY SPACE
                  ' FILE UNSTAMPED, READ AS V00' DELIMITED BY SIZE
             INTO WS-ERRLOG-MESSAGE
           END-STRING
           MOVE 'LAYOUT' TO WS-ERRLOG-OPERATION
           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
           MOVE 'W' TO WS-ERRLOG-SEVERITY
           MOVE 0011 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
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
                 TO WS-TRENDFILE1-PATH
           END-IF

           MOVE SPACES TO WS-TRENDWORKFILE1-OVERRIDE
           DISPLAY "TRENDWORK" UPON ENVIRONMENT-NAME
           ACCEPT WS-TRENDWORKFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-TRENDWORKFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-TRENDWORKFILE1-OVERRIDE)
                 TO WS-TRENDWORKFILE1-PATH
           END-IF

           MOVE SPACES TO WS-ERRORLOGFILE1-OVERRIDE
           DISPLAY "ERRORLOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-ERRORLOGFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
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
                 TO WS-BUSN-DATE
           END-IF

           MOVE SPACES TO WS-OVRREASONS-OVERRIDE
           DISPLAY "OVRREASONS" UPON ENVIRONMENT-NAME
           ACCEPT WS-OVRREASONS-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-OVRREASONS-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-OVRREASONS-OVERRIDE)
                 TO WS-OVRREASONS-PATH
           END-IF

           MOVE SPACES TO WS-OVRREGISTER-OVERRIDE
           DISPLAY "OVRREGISTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-OVRREGISTER-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-OVRREGISTER-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-OVRREGISTER-OVERRIDE)
                 TO WS-OVRREGISTER-PATH
           END-IF

           DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
           ACCEPT OVR-OPERATOR-ID FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           DISPLAY "OVRREASON" UPON ENVIRONMENT-NAME
           ACCEPT OVR-REASON-CODE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           MOVE SPACES TO WS-CHECKPOINTFILE1-OVERRIDE
           DISPLAY "CHECKPOINTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-CHECKPOINTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * The edit pass's validated file opens with its layout stamp,
      * which is checked and never counted as a game; when the edit
      * count is being verified the stamp must be there. A raw puzzle
      * input run without the edit pass carries none, and its first
      * record is the first game.
       READ-INPUT-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           PERFORM READ-FILE1
           IF FILE1-STATUS-OK
               MOVE INPUTRECORD1 TO LAYOUT-STAMP-RECORD
           END-IF
           MOVE WS-VAL-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-VAL-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
              OR EDITCOUNT-MODE
               PERFORM CHECK-LAYOUT-STAMP
               PERFORM READ-FILE1
           END-IF
           .

       READ-FILE1.
           READ INPUTFILE1
               AT END
                       MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                       MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
                       MOVE 'F' TO WS-ERRLOG-SEVERITY
                       MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
                       PERFORM WRITE-ERRORLOG
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0008 TO WS-ERRLOG-MSG-NUMBER
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
      * A resumed run extends the detail file it started, which
      * already carries its stamp.
           IF WS-RESTART-GAME-NUMBER = ZERO
               PERFORM WRITE-DETAIL-LAYOUT-STAMP
           END-IF
           .

       WRITE-DETAIL-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-DTL-LAYOUT-ID TO LYT-LAYOUT-ID
           MOVE WS-DTL-LAYOUT-VERSION TO LYT-VERSION
           MOVE LAYOUT-STAMP-RECORD TO DETAILRECORD1
           WRITE DETAILRECORD1
           IF NOT FILE2-STATUS-OK
               MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON FILE 2'
               DISPLAY 'FILE STATUS : ' FILE2-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE FILE2' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0008 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RESTART-GAME-NUMBER = ZERO
               MOVE SPACES TO LAYOUT-STAMP-RECORD
               SET LYT-IS-STAMP TO TRUE
               MOVE WS-DTD-LAYOUT-ID TO LYT-LAYOUT-ID
               MOVE WS-DTD-LAYOUT-VERSION TO LYT-VERSION
               MOVE LAYOUT-STAMP-RECORD TO DRAWDETAILRECORD1
               PERFORM WRITE-FILE5
           END-IF
           .

      * DTD-* fields are populated by the caller (FLUSH-DRAW-DETAILS)
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0008 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           .

       OPEN-FILE6.
           PERFORM STAMP-TREND-HISTORY
           OPEN EXTEND TRENDFILE1
           IF FILE6-STATUS-NOTFOUND
               OPEN OUTPUT TRENDFILE1
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE6-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * The history is only ever extended once it carries its stamp.
      * A new history, or one kept from before the stamp, is first
      * rebuilt through TRENDWORKFILE1 the way AOC-SUITE-ARCHIVE
      * rebuilds the live logs: the stamp is written at the head and
      * the existing records (read as version 00, same layout) are
      * copied back behind it. A history stamped for another layout
      * or version is refused before anything is appended to it.
       STAMP-TREND-HISTORY.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           MOVE WS-TRD-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-TRD-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           OPEN INPUT TRENDFILE1
           IF FILE6-STATUS-OK
               READ TRENDFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE TRENDRECORD1 TO LAYOUT-STAMP-RECORD
               END-READ
               IF LYT-IS-STAMP
                   CLOSE TRENDFILE1
                   PERFORM CHECK-LAYOUT-STAMP
               ELSE
                   PERFORM OPEN-TREND-WORK-OUTPUT
                   IF FILE6-STATUS-OK
                       SET LYT-LEGACY-UNSTAMPED TO TRUE
                       PERFORM NOTE-LEGACY-LAYOUT
                       PERFORM COPY-TREND-TO-WORK
                   END-IF
                   IF NOT FILE6-STATUS-EOF
                       PERFORM TREND-READ-ABEND
                   END-IF
                   CLOSE TRENDFILE1
                   CLOSE TRENDWORKFILE1
                   PERFORM REBUILD-TREND-HISTORY
               END-IF
           ELSE
               IF FILE6-STATUS-NOTFOUND
                   PERFORM OPEN-TREND-WORK-OUTPUT
                   CLOSE TRENDWORKFILE1
                   PERFORM REBUILD-TREND-HISTORY
               END-IF
           END-IF
           .

       OPEN-TREND-WORK-OUTPUT.
           OPEN OUTPUT TRENDWORKFILE1
           IF NOT FILE15-STATUS-OK
               MOVE 'OPEN TRDWK' TO WS-ERRLOG-OPERATION
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM TREND-WORK-ABEND
           END-IF
           .

      * The first record, already read, is copied with the rest.
       COPY-TREND-TO-WORK.
           PERFORM UNTIL FILE6-STATUS-EOF
                  OR NOT FILE6-STATUS-OK
               MOVE TRENDRECORD1 TO TRENDWORKRECORD1
               WRITE TRENDWORKRECORD1
               IF NOT FILE15-STATUS-OK
                   MOVE 'WRITE TRWK' TO WS-ERRLOG-OPERATION
                   MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM TREND-WORK-ABEND
               END-IF
               READ TRENDFILE1
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM
           .

       REBUILD-TREND-HISTORY.
           OPEN INPUT TRENDWORKFILE1
           IF NOT FILE15-STATUS-OK
               MOVE 'OPEN TRDWK' TO WS-ERRLOG-OPERATION
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM TREND-WORK-ABEND
           END-IF
           OPEN OUTPUT TRENDFILE1
           IF NOT FILE6-STATUS-OK
               MOVE FILE6-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON FILE 6'
               DISPLAY 'FILE STATUS : ' FILE6-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN FILE6' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE6-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-TRD-LAYOUT-ID TO LYT-LAYOUT-ID
           MOVE WS-TRD-LAYOUT-VERSION TO LYT-VERSION
           MOVE SPACES TO TRENDRECORD1
           MOVE LAYOUT-STAMP-RECORD TO TRENDRECORD1
           WRITE TRENDRECORD1
           PERFORM UNTIL FILE15-STATUS-EOF
                  OR NOT FILE15-STATUS-OK
                  OR NOT FILE6-STATUS-OK
               READ TRENDWORKFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE TRENDWORKRECORD1 TO TRENDRECORD1
                       WRITE TRENDRECORD1
               END-READ
           END-PERFORM
           IF NOT FILE15-STATUS-OK AND NOT FILE15-STATUS-EOF
               MOVE 'READ TRDWK' TO WS-ERRLOG-OPERATION
               MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
               PERFORM TREND-WORK-ABEND
           END-IF
           CLOSE TRENDWORKFILE1
           IF NOT FILE6-STATUS-OK
               MOVE FILE6-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON FILE 6'
               DISPLAY 'FILE STATUS : ' FILE6-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE FILE6' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE6-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE TRENDFILE1
           .

      * A read error on the history stops the run before the
      * rebuild, which would otherwise write back only what was
      * copied; the history is left as it was.
       TREND-READ-ABEND.
           MOVE FILE6-STATUS TO WS-FILE-STATUS-CODE
           PERFORM RESOLVE-FILE-STATUS-TEXT
           DISPLAY 'READ ERROR ON TREND HISTORY'
           DISPLAY 'FILE STATUS : ' FILE6-STATUS
               ' - ' WS-FILE-STATUS-TEXT
           MOVE 'READ TREND' TO WS-ERRLOG-OPERATION
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE6-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       TREND-WORK-ABEND.
           MOVE FILE15-STATUS TO WS-FILE-STATUS-CODE
           PERFORM RESOLVE-FILE-STATUS-TEXT
           DISPLAY 'I/O ERROR ON TREND WORK FILE'
           DISPLAY 'FILE STATUS : ' FILE15-STATUS
               ' - ' WS-FILE-STATUS-TEXT
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE15-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           PERFORM WRITE-ERRORLOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       WRITE-FILE6.
           MOVE WS-RUN-DATE          TO TRD-RUN-DATE
           MOVE SPACES               TO TRD-FILLER1
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE6-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE6-STATUS TO WS-ERRLOG-STATUS-SRC
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
                       MOVE CKP-SUM-GAME-NUMBER TO SUM-GAME-NUMBER
                       MOVE CKP-SUM-GAME-NUMBER TO WS-CKP-SUM-GAME
                       MOVE CKP-SUM-POWER-SET   TO SUM-POWER-SET
                       MOVE CKP-RUN-ID          TO WS-RESUME-RUN-ID
                       DISPLAY 'RESTARTING AFTER GAME '
                           WS-RESTART-GAME-NUMBER
               END-READ
               CLOSE CHECKPOINTFILE1
               IF WS-RESTART-GAME-NUMBER > ZERO
                   PERFORM VALIDATE-CHECKPOINT
                   PERFORM CHECK-CHECKPOINT-RUN
               END-IF
           ELSE
               IF NOT FILE3-STATUS-NOTFOUND
                     TO WS-ERRLOG-MESSAGE
                   MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0003 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               END-IF
           END-IF
                   ' BUT THE DETAIL FILE CANNOT BE READ'
               SET CKPT-IS-INVALID TO TRUE
           ELSE
               PERFORM READ-DETAIL-LAYOUT-STAMP
               PERFORM UNTIL NOT FILE2-STATUS-OK
                   READ DETAILFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM FOOT-ONE-DETAIL-RECORD
                   END-READ
               END-PERFORM
               CLOSE DETAILFILE1
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0211 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           DISPLAY 'CHECKPOINT VERIFIED AGAINST DETAIL FILE'
           .

      * A checkpoint written under another RUN-ID (or before the
      * RUN-ID was carried on it) is an older run's restart point.
      * Resuming from it is a manual override: it needs OPERATOR and
      * a listed OVRREASON, and goes on the override register.
       CHECK-CHECKPOINT-RUN.
           IF WS-RESUME-RUN-ID NOT = WS-RUN-ID
               MOVE 'CKPTRESUME' TO OVR-REQ-TYPE
               MOVE SPACES TO OVR-REQ-DETAIL
               STRING 'CHECKPOINT OF RUN ' DELIMITED BY SIZE
                   WS-RESUME-RUN-ID DELIMITED BY SPACE
                   ' AFTER GAME ' WS-CKP-LAST-GAME
                   DELIMITED BY SIZE INTO OVR-REQ-DETAIL
               END-STRING
               PERFORM VALIDATE-OVERRIDE
               IF NOT OVR-ACCEPTED
                   DISPLAY 'CHECKPOINT BELONGS TO RUN ' WS-RESUME-RUN-ID
                       ' -- RESUME REFUSED, ' OVR-REFUSAL
                   MOVE 'CKPT RUNID' TO WS-ERRLOG-OPERATION
                   MOVE OVR-REFUSAL TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'S' TO WS-ERRLOG-SEVERITY
                   MOVE 0212 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM RECORD-OVERRIDE
               MOVE 'CKPT RUNID' TO WS-ERRLOG-OPERATION
               MOVE 'RESUMED FROM ANOTHER RUN CHECKPOINT'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0213 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               SET RUN-HAS-WARNINGS TO TRUE
           END-IF
           .

      * Manual override gate (OVRCTL.CPY): an operator and a reason
      * code from the controlled list, or OVR-REFUSAL says why the
      * override is refused.
       VALIDATE-OVERRIDE.
           MOVE SPACES TO OVR-REFUSAL
           PERFORM LOAD-OVERRIDE-REASONS
           EVALUATE TRUE
               WHEN OVR-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR NOT SUPPLIED' TO OVR-REFUSAL
               WHEN OVR-REASON-CODE = SPACES
                   MOVE 'OVRREASON NOT SUPPLIED' TO OVR-REFUSAL
               WHEN NOT OVR-REASON-LISTED
                   MOVE 'REASON CODE NOT ON THE CONTROLLED LIST'
                     TO OVR-REFUSAL
           END-EVALUATE
           .

       LOAD-OVERRIDE-REASONS.
           MOVE 'N' TO OVR-REASON-STATE
           MOVE ZERO TO OVR-REASON-COUNT
           OPEN INPUT OVRREASONSFILE1
           IF NOT FILE13-STATUS-OK
               DISPLAY 'OVERRIDE REASON LIST NOT READABLE : '
                   FILE13-STATUS
           ELSE
               PERFORM UNTIL NOT FILE13-STATUS-OK
                   READ OVRREASONSFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM NOTE-OVERRIDE-REASON
                   END-READ
               END-PERFORM
               CLOSE OVRREASONSFILE1
           END-IF
           .

       NOTE-OVERRIDE-REASON.
           IF RSN-CODE NOT = SPACES
              AND RSN-CODE(1:1) NOT = '*'
              AND OVR-REASON-COUNT < 50
               ADD 1 TO OVR-REASON-COUNT
               MOVE RSN-CODE TO OVR-RSN-CODE(OVR-REASON-COUNT)
               MOVE RSN-TEXT TO OVR-RSN-TEXT(OVR-REASON-COUNT)
               IF RSN-CODE = OVR-REASON-CODE
                   SET OVR-REASON-LISTED TO TRUE
               END-IF
           END-IF
           .

      * Append the accepted override to the register before the
      * overridden action goes ahead -- an override that then fails
      * was still used.
       RECORD-OVERRIDE.
           OPEN EXTEND OVRREGISTERFILE1
           IF FILE14-STATUS-NOTFOUND
               OPEN OUTPUT OVRREGISTERFILE1
           END-IF
           IF NOT FILE14-STATUS-OK
               MOVE FILE14-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON OVERRIDE REGISTER'
               DISPLAY 'FILE STATUS : ' FILE14-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN FILE14' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE14-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO OVR-REGISTER-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO OVR-STAMP-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO OVR-STAMP-TIME
           MOVE WS-SITE-CODE     TO OVR-SITE
           MOVE WS-RUN-ID        TO OVR-RUN-ID
           MOVE WS-BUSN-DATE     TO OVR-BUSN-DATE
           MOVE OVR-REQ-TYPE     TO OVR-TYPE
           MOVE OVR-OPERATOR-ID  TO OVR-OPERATOR
           MOVE OVR-REASON-CODE  TO OVR-REASON
           MOVE OVR-REQ-DETAIL   TO OVR-DETAIL
           WRITE OVR-REGISTER-RECORD
           IF NOT FILE14-STATUS-OK
               MOVE FILE14-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON OVERRIDE REGISTER'
               DISPLAY 'FILE STATUS : ' FILE14-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE FILE14' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE14-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE OVRREGISTERFILE1
           DISPLAY 'OVERRIDE ' OVR-REQ-TYPE ' RECORDED -- OPERATOR '
               OVR-OPERATOR-ID ' REASON ' OVR-REASON-CODE
           .

       WRITE-CHECKPOINT.
           MOVE WS-CKP-LAST-GAME  TO CKP-LAST-GAME-NUMBER
           MOVE SPACES            TO CKP-FILLER1
           MOVE WS-CKP-SUM-GAME   TO CKP-SUM-GAME-NUMBER
           MOVE SPACES            TO CKP-FILLER2
           MOVE SUM-POWER-SET     TO CKP-SUM-POWER-SET
           MOVE SPACES            TO CKP-FILLER3
           MOVE WS-RUN-ID         TO CKP-RUN-ID

           OPEN OUTPUT CHECKPOINTFILE1
           IF NOT FILE3-STATUS-OK
                 TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0003 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           ELSE
               WRITE CHECKPOINTRECORD1
                     TO WS-ERRLOG-MESSAGE
                   MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0007 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               END-IF
               CLOSE CHECKPOINTFILE1
