            FILE STATUS IS FILE5-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APRWORKFILE1 ASSIGN
            TO DYNAMIC WS-APRWORKFILE1-PATH
            FILE STATUS IS FILE6-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The live control file and the proposed new entries are both
      * read as raw lines and overlaid with the layout WS-CBL-REC,
      * WS-DGW-REC, WS-CAL-REC or WS-CRT-REC below according to
      * CTLTYPE, so one program covers every hand-edited file that
      * governs production logic.
         FD CTLFILE1.
         01 CTLRECORD1 PIC X(80).

            05 APR-USER-ID      PIC X(08).
            05 APR-FILLER4      PIC X(02).
            05 APR-DATE         PIC 9(08).

      * Holds the approval events while an unstamped approval file
      * is rebuilt with its stamp.
         FD APRWORKFILE1.
         01 APRWORKRECORD1 PIC X(52).
       WORKING-STORAGE SECTION.

      * RUN-TIME PARAMETERS
      * CTLTYPE selects which control file layout and rule set is in
      * force: CUBELIMIT (color name + limit), DIGITWORD (word +
      * length + digit), CALENDAR (processing-calendar HOLIDAY/
      * WEEKEND entries) or CHGRATE (department chargeback rate and
      * cost centre, with a *DEFAULT entry for unlisted
      * departments). The new version is written to NEWCTLFILE1 --
      * existing lines copied unchanged, proposed entries appended --
      * ONLY when every validation passes; the live file is never
      * touched by this program, so sign-off on the change report can
            88 CTLTYPE-CUBELIMIT VALUE 'CUBELIMIT'.
            88 CTLTYPE-DIGITWORD VALUE 'DIGITWORD'.
            88 CTLTYPE-CALENDAR  VALUE 'CALENDAR'.
            88 CTLTYPE-CHGRATE   VALUE 'CHGRATE'.

      * The live-file default follows CTLTYPE (see GET-RUNTIME-
      * PARAMETERS): validating a DIGITWORD proposal against the
         01 WS-CALFILE1-DEFAULT PIC X(250) VALUE
                  "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "PROCCALENDAR.CTL".
         01 WS-CRTFILE1-DEFAULT PIC X(250) VALUE
                  "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "CHGRATE.CTL".
         01 WS-CTLFILE1-OVERRIDE PIC X(250).

         01 WS-PROPOSEDFILE1-PATH PIC X(250) VALUE
      -        "CTLAPPROVAL.CTL".
         01 WS-APPROVALFILE1-OVERRIDE PIC X(250).

         01 WS-APRWORKFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "CTLAPPROVAL.work.txt".
         01 WS-APRWORKFILE1-OVERRIDE PIC X(250).

         01 WS-APR-FOUND-STATE PIC X(08) VALUE SPACES.
         01 WS-APR-FOUND-USER  PIC X(08) VALUE SPACES.
         01 WS-APPROVAL-DATE   PIC 9(08).
            88 FILE5-STATUS-OK       VALUE 00.
            88 FILE5-STATUS-EOF      VALUE 10.
            88 FILE5-STATUS-NOTFOUND VALUE 35.
         01 FILE6-STATUS PIC 9(02).
            88 FILE6-STATUS-OK  VALUE 00.
            88 FILE6-STATUS-EOF VALUE 10.

         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * Layout stamp heading the approval file, which the loaders in
      * Adv221201.16, Adv231201.02 and Adv231202 read -- bump the
      * version whenever APPROVALRECORD1 changes. The file is read
      * back here as well and checked like any consumer's copy.
         01 WS-APR-LAYOUT-ID      PIC X(12) VALUE 'APPROVAL'.
         01 WS-APR-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-APR-NEW-FILE       PIC X(01) VALUE 'N'.
            88 APR-NEW-FILE       VALUE 'Y'.
         COPY LAYOUTID.
         01 WS-CURRENT-DATE-TIME  PIC X(21).

      * Overlay layouts -- these must track CUBELIMITRECORD1 in
            05 WCA-ENTRY-VALUE       PIC X(08).
            05 WCA-FILLER4           PIC X(02).
            05 WCA-DESC              PIC X(30).

      * Must track AOC-2022-12-01-CHARGEBACK's CHGRATERECORD1 exactly.
      * The rate is money per 1,000 calories with two implied
      * decimals; department *DEFAULT prices every department that
      * has no entry of its own.
         01 WS-CRT-REC.
            05 WCR-VERSION-ID        PIC X(10).
            05 WCR-FILLER1           PIC X(02).
            05 WCR-EFFECTIVE-DATE    PIC X(08).
            05 WCR-FILLER2           PIC X(02).
            05 WCR-DEPARTMENT        PIC X(20).
            05 WCR-FILLER3           PIC X(02).
            05 WCR-COST-CENTRE       PIC X(10).
            05 WCR-FILLER4           PIC X(02).
            05 WCR-RATE              PIC X(07).
         01 WS-DEFAULT-RATE-STATE PIC X VALUE 'N'.
            88 DEFAULT-RATE-ON-FILE VALUE 'Y'.
         01 WS-CAL-MM                PIC 9(02).
         01 WS-CAL-DD                PIC 9(02).

         01 WS-KEY-COUNT          PIC 9(03) VALUE ZERO.
         01 WS-KEY-TAB.
            05 WS-KEY-ENTRY OCCURS 100 TIMES.
               10 WS-KEY-NAME     PIC X(20).
               10 WS-KEY-VALUE    PIC X(07).

         01 WS-PROP-MAX           PIC 9(03) VALUE 100.
         01 WS-PROP-COUNT         PIC 9(03) VALUE ZERO.
         01 WS-PROP-TAB.
            05 WS-PROP-ENTRY OCCURS 100 TIMES.
               10 WS-PROP-LINE    PIC X(80).
               10 WS-PROP-KEY     PIC X(20).
         01 WS-PROP-VERSION       PIC X(10) VALUE SPACES.
         01 WS-PROP-EFF-DATE      PIC 9(08) VALUE ZERO.

         01 WS-EXISTING-LINES     PIC 9(05) VALUE ZERO.
         01 WS-RECORD-NUMBER      PIC 9(05) VALUE ZERO.
         01 WS-WORD-REAL-LEN      PIC 9(02).
         01 WS-OLD-VALUE          PIC X(07).
         01 WS-NEW-VALUE          PIC X(07).
         01 WS-KEY-FOUND          PIC X.
         01 WS-VERSION-WORK       PIC X(10).
         01 WS-EFFDATE-WORK       PIC X(08).
           PERFORM GET-RUNTIME-PARAMETERS

           IF NOT CTLTYPE-CUBELIMIT AND NOT CTLTYPE-DIGITWORD
              AND NOT CTLTYPE-CALENDAR AND NOT CTLTYPE-CHGRATE
               DISPLAY 'CTLTYPE MUST BE CUBELIMIT, DIGITWORD,'
                   ' CALENDAR OR CHGRATE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
               WHEN CTLTYPE-CALENDAR
                   MOVE CTLRECORD1 TO WS-CAL-REC
                   PERFORM NOTE-VERSION-CAL
               WHEN CTLTYPE-CHGRATE
                   MOVE CTLRECORD1 TO WS-CRT-REC
                   PERFORM NOTE-VERSION-CRT
           END-EVALUATE
           .

           END-IF
           .

       NOTE-VERSION-CRT.
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > WS-VER-COUNT
                        OR WS-VER-ID(WS-IX) = WCR-VERSION-ID
               CONTINUE
           END-PERFORM
           IF WS-IX > WS-VER-COUNT
              AND WS-VER-COUNT < WS-VER-MAX
               ADD 1 TO WS-VER-COUNT
               MOVE WCR-VERSION-ID TO WS-VER-ID(WS-VER-COUNT)
           END-IF
           IF WCR-EFFECTIVE-DATE IS NUMERIC
              AND FUNCTION NUMVAL(WCR-EFFECTIVE-DATE)
                  > WS-MAX-EFF-DATE
               COMPUTE WS-MAX-EFF-DATE =
                   FUNCTION NUMVAL(WCR-EFFECTIVE-DATE)
           END-IF
           IF WCR-DEPARTMENT = '*DEFAULT'
               SET DEFAULT-RATE-ON-FILE TO TRUE
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > WS-KEY-COUNT
                        OR WS-KEY-NAME(WS-IX) = WCR-DEPARTMENT
               CONTINUE
           END-PERFORM
           IF WS-IX > WS-KEY-COUNT
               IF WS-KEY-COUNT < WS-KEY-MAX
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WCR-DEPARTMENT TO WS-KEY-NAME(WS-KEY-COUNT)
                   MOVE WCR-RATE TO WS-KEY-VALUE(WS-KEY-COUNT)
               END-IF
           ELSE
               MOVE WCR-RATE TO WS-KEY-VALUE(WS-IX)
           END-IF
           .

      * -------- proposed entries --------

       LOAD-PROPOSED-ENTRIES.
                       PERFORM VALIDATE-ONE-DGW
                   WHEN CTLTYPE-CALENDAR
                       PERFORM VALIDATE-ONE-CAL
                   WHEN CTLTYPE-CHGRATE
                       PERFORM VALIDATE-ONE-CRT
               END-EVALUATE
           END-PERFORM
      * Without a default rate somewhere on file a department missing
      * from the list could not be charged, and its journal would
      * never balance -- so the first rate version must carry one.
           IF CTLTYPE-CHGRATE
              AND NOT DEFAULT-RATE-ON-FILE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO CHANGERPTLINE1
               MOVE 'PROBLEM  NO *DEFAULT RATE ON FILE OR PROPOSED'
                 TO CHANGERPTLINE1
               PERFORM WRITE-RPT
           END-IF
           .

       VALIDATE-ONE-CBL.
           PERFORM CHECK-DUPLICATE-KEY
           .

       VALIDATE-ONE-CRT.
           MOVE WS-PROP-LINE(WS-RECORD-NUMBER) TO WS-CRT-REC
           MOVE WCR-DEPARTMENT TO WS-PROP-KEY(WS-RECORD-NUMBER)
           PERFORM CHECK-VERSION-AND-DATE-CRT
           IF WCR-DEPARTMENT = SPACES
               PERFORM RPT-PROBLEM-BLANK-KEY
           END-IF
           IF WCR-DEPARTMENT = '*DEFAULT'
               SET DEFAULT-RATE-ON-FILE TO TRUE
           END-IF
           IF WCR-COST-CENTRE = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO CHANGERPTLINE1
               STRING 'PROBLEM  ENTRY ' WS-RECORD-NUMBER
                   '  COST CENTRE IS BLANK'
                   DELIMITED BY SIZE INTO CHANGERPTLINE1
               PERFORM WRITE-RPT
           END-IF
           IF WCR-RATE IS NOT NUMERIC
              OR FUNCTION NUMVAL(WCR-RATE) = ZERO
               PERFORM RPT-PROBLEM-BAD-VALUE
           END-IF
           PERFORM CHECK-DUPLICATE-KEY
           .

       CHECK-VERSION-AND-DATE-CBL.
           MOVE WCB-VERSION-ID    TO WS-VERSION-WORK
           MOVE WCB-EFFECTIVE-DATE TO WS-EFFDATE-WORK
           PERFORM CHECK-VERSION-AND-DATE
           .

       CHECK-VERSION-AND-DATE-CRT.
           MOVE WCR-VERSION-ID    TO WS-VERSION-WORK
           MOVE WCR-EFFECTIVE-DATE TO WS-EFFDATE-WORK
           PERFORM CHECK-VERSION-AND-DATE
           .

      * The whole proposal must carry ONE new version id and ONE
      * effective date strictly after anything already on file --
      * "strictly advancing" is what keeps every historical
               WHEN CTLTYPE-CALENDAR
                   MOVE WS-PROP-LINE(WS-IX) TO WS-CAL-REC
                   MOVE WCA-DESC(1:5) TO WS-NEW-VALUE
               WHEN CTLTYPE-CHGRATE
                   MOVE WS-PROP-LINE(WS-IX) TO WS-CRT-REC
                   MOVE WCR-RATE TO WS-NEW-VALUE
           END-EVALUATE
           MOVE 'N' TO WS-KEY-FOUND
           MOVE SPACES TO WS-OLD-VALUE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-APPROVAL-LAYOUT-STAMP
               PERFORM UNTIL FILE5-STATUS-EOF
                      OR NOT FILE5-STATUS-OK
                   READ APPROVALFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM NOTE-APPROVAL-EVENT
                   END-READ
               END-PERFORM
               CLOSE APPROVALFILE1
           END-IF
           .

       NOTE-APPROVAL-EVENT.
           IF APR-CTLTYPE = WS-CTLTYPE
              AND APR-VERSION-ID = WS-APPROVE-VERSION
               MOVE APR-STATE TO WS-APR-FOUND-STATE
               IF APR-STATE = 'PENDING'
                   MOVE APR-USER-ID TO WS-APR-FOUND-USER
               END-IF
           END-IF
           .

      * A new approval file starts with its layout stamp; an existing
      * one already carries it and is only extended -- unless it was
      * written before the stamp, when it is rebuilt with one first.
       APPEND-APPROVAL-RECORD.
           PERFORM PROBE-APPROVAL-STAMP
           IF LYT-LEGACY-UNSTAMPED
               PERFORM STAMP-LEGACY-APPROVAL-FILE
           END-IF
           MOVE 'N' TO WS-APR-NEW-FILE
           OPEN EXTEND APPROVALFILE1
           IF FILE5-STATUS-NOTFOUND
               OPEN OUTPUT APPROVALFILE1
               MOVE 'Y' TO WS-APR-NEW-FILE
           END-IF
           IF NOT FILE5-STATUS-OK
               DISPLAY 'OPEN ERROR ON APPROVAL FILE : ' FILE5-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF APR-NEW-FILE
               PERFORM WRITE-APPROVAL-STAMP
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-APPROVAL-DATE =
               FUNCTION NUMVAL(WS-CURRENT-DATE-TIME(1:8))
           CLOSE APPROVALFILE1
           .

       WRITE-APPROVAL-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-APR-LAYOUT-ID      TO LYT-LAYOUT-ID
           MOVE WS-APR-LAYOUT-VERSION TO LYT-VERSION
           MOVE LAYOUT-STAMP-RECORD TO APPROVALRECORD1
           WRITE APPROVALRECORD1
           IF NOT FILE5-STATUS-OK
               DISPLAY 'WRITE ERROR ON APPROVAL FILE : ' FILE5-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * Looks only at the first record of an existing approval file.
      * One whose first record is no stamp (or which is empty) was
      * written before the stamp was introduced.
       PROBE-APPROVAL-STAMP.
           SET LYT-STAMP-READ TO TRUE
           OPEN INPUT APPROVALFILE1
           IF FILE5-STATUS-OK
               MOVE SPACES TO LAYOUT-STAMP-RECORD
               READ APPROVALFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE APPROVALRECORD1 TO LAYOUT-STAMP-RECORD
               END-READ
               CLOSE APPROVALFILE1
               IF NOT LYT-IS-STAMP
                   SET LYT-LEGACY-UNSTAMPED TO TRUE
               END-IF
           END-IF
           .

      * The events are copied out to the work file and back behind
      * the stamp. The live file is only rewritten once the copy out
      * completed cleanly, so an abend leaves every event in one file
      * or the other.
       STAMP-LEGACY-APPROVAL-FILE.
           OPEN INPUT APPROVALFILE1
           OPEN OUTPUT APRWORKFILE1
           IF NOT FILE5-STATUS-OK OR NOT FILE6-STATUS-OK
               DISPLAY 'OPEN ERROR STAMPING APPROVAL FILE : '
                   FILE5-STATUS ' ' FILE6-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FILE5-STATUS-EOF
                  OR NOT FILE5-STATUS-OK
               READ APPROVALFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE APPROVALRECORD1 TO APRWORKRECORD1
                       WRITE APRWORKRECORD1
                       IF NOT FILE6-STATUS-OK
                           DISPLAY 'WRITE ERROR ON APPROVAL WORK FILE'
                               ' : ' FILE6-STATUS
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVALFILE1
           CLOSE APRWORKFILE1

           OPEN INPUT APRWORKFILE1
           OPEN OUTPUT APPROVALFILE1
           IF NOT FILE5-STATUS-OK OR NOT FILE6-STATUS-OK
               DISPLAY 'OPEN ERROR STAMPING APPROVAL FILE : '
                   FILE5-STATUS ' ' FILE6-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-APPROVAL-STAMP
           PERFORM UNTIL FILE6-STATUS-EOF
                  OR NOT FILE6-STATUS-OK
               READ APRWORKFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE APRWORKRECORD1 TO APPROVALRECORD1
                       WRITE APPROVALRECORD1
                       IF NOT FILE5-STATUS-OK
                           DISPLAY 'WRITE ERROR ON APPROVAL FILE : '
                               FILE5-STATUS
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APRWORKFILE1
           CLOSE APPROVALFILE1
           SET LYT-STAMP-READ TO TRUE
           DISPLAY 'APPROVAL FILE PREDATED ITS LAYOUT STAMP -- STAMPED '
               WS-APR-LAYOUT-ID ' VERSION ' WS-APR-LAYOUT-VERSION
           .

       WRITE-RPT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO CHANGERPTLINE1
           CLOSE CHANGERPTFILE1
           .

      * The stamp is the first record of the approval file and is
      * never taken for an approval event. A file written before the
      * stamp holds the same records unstamped: its first record is
      * an event, and the next append stamps the file.
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
               IF FILE5-STATUS-OK
                   PERFORM NOTE-APPROVAL-EVENT
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
               IF CTLTYPE-CALENDAR
                   MOVE WS-CALFILE1-DEFAULT TO WS-CTLFILE1-PATH
               END-IF
               IF CTLTYPE-CHGRATE
                   MOVE WS-CRTFILE1-DEFAULT TO WS-CTLFILE1-PATH
               END-IF
           END-IF

           MOVE SPACES TO WS-PROPOSEDFILE1-OVERRIDE
               MOVE FUNCTION TRIM(WS-APPROVALFILE1-OVERRIDE)
                 TO WS-APPROVALFILE1-PATH
           END-IF

           MOVE SPACES TO WS-APRWORKFILE1-OVERRIDE
           DISPLAY "APPROVALWORK" UPON ENVIRONMENT-NAME
           ACCEPT WS-APRWORKFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-APRWORKFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-APRWORKFILE1-OVERRIDE)
                 TO WS-APRWORKFILE1-PATH
           END-IF
           .
