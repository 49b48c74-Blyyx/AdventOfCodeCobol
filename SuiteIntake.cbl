            FILE STATUS IS FILE2-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVRREASONSFILE1 ASSIGN
            TO DYNAMIC WS-OVRREASONS-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVRREGISTERFILE1 ASSIGN
            TO DYNAMIC WS-OVRREGISTER-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
            05 ITK-FILLER7      PIC X(02).
            05 ITK-PATH         PIC X(250).

      * Controlled list of manual override reason codes (OVRCTL.CPY).
         FD OVRREASONSFILE1.
         01 OVRREASONSRECORD1.
            05 RSN-CODE         PIC X(04).
            05 RSN-FILLER1      PIC X(02).
            05 RSN-TEXT         PIC X(40).
            05 RSN-FILLER2      PIC X(34).

         FD OVRREGISTERFILE1.
         COPY OVRREG.

         FD ERRORLOGFILE1.
         01 ERRORLOGRECORD1.
            05 ERL-PROGRAM-ID   PIC X(14).
            05 ERL-RUN-ID       PIC X(16).
            05 ERL-FILLER7      PIC X(02).
            05 ERL-SEVERITY     PIC X(01).
            05 ERL-FILLER8      PIC X(02).
            05 ERL-SITE         PIC X(04).
            05 ERL-FILLER9      PIC X(02).
            05 ERL-MSG-NUMBER   PIC 9(04).
       WORKING-STORAGE SECTION.

      * RUN-TIME PARAMETERS
      * supposed to be (ELFSUBMIT, CUBEGAME, ...); FORCEINTAKE=Y lets
      * an operator deliberately consume a duplicate (the June
      * double-count was an ACCIDENTAL duplicate -- a forced one is
      * registered as such and logged, not refused). Forcing is a
      * manual override and needs OPERATOR and OVRREASON (OVRCTL.CPY).
         01 WS-INTAKEFILE1-PATH PIC X(250) VALUE SPACES.
         01 WS-INTAKE-TAG PIC X(10) VALUE SPACES.
         01 WS-FORCE-STATE PIC X VALUE 'N'.
            88 FORCE-INTAKE VALUE 'Y'.

         COPY OVRCTL.

         01 WS-INTAKECATFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "intakecatalog.txt".
            88 FILE2-STATUS-OK       VALUE 00.
            88 FILE2-STATUS-EOF      VALUE 10.
            88 FILE2-STATUS-NOTFOUND VALUE 35.
         01 FILE3-STATUS PIC 9(02).
            88 FILE3-STATUS-OK       VALUE 00.
            88 FILE3-STATUS-EOF      VALUE 10.
         01 FILE4-STATUS PIC 9(02).
            88 FILE4-STATUS-OK       VALUE 00.
            88 FILE4-STATUS-NOTFOUND VALUE 35.
         01 FILE9-STATUS PIC 9(02).
            88 FILE9-STATUS-OK       VALUE 00.
            88 FILE9-STATUS-NOTFOUND VALUE 35.
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
               MOVE 0222 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
                   DISPLAY 'ALREADY REGISTERED FOR BUSINESS DATE '
                       WS-RUN-DATE ' -- RERUN, NOT RE-REGISTERED'
               WHEN DUPLICATE-FOUND AND FORCE-INTAKE
                   PERFORM CONSUME-FORCED-DUPLICATE
               WHEN DUPLICATE-FOUND
                   DISPLAY 'INPUT FILE MATCHES THE REGISTRATION'
                       ' CONSUMED UNDER ' WS-DUP-BUSN-DATE
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'S' TO WS-ERRLOG-SEVERITY
                   MOVE 0223 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0002 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'F' TO WS-ERRLOG-SEVERITY
                   MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
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
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           CLOSE INTAKECATFILE1
           .

      * A forced duplicate is a manual override: it goes ahead only
      * with an operator and a listed reason code, and is entered in
      * the override register before the file is registered.
       CONSUME-FORCED-DUPLICATE.
           MOVE 'FORCEINTAKE' TO OVR-REQ-TYPE
           MOVE SPACES TO OVR-REQ-DETAIL
           STRING WS-INTAKE-TAG DELIMITED BY SPACE
               ' DUPLICATE OF ' WS-DUP-BUSN-DATE
               ' RUN ' WS-DUP-RUN-ID
               DELIMITED BY SIZE INTO OVR-REQ-DETAIL
           PERFORM VALIDATE-OVERRIDE
           IF NOT OVR-ACCEPTED
               DISPLAY 'FORCEINTAKE REFUSED -- ' OVR-REFUSAL
               DISPLAY 'A FORCED DUPLICATE NEEDS OPERATOR AND OVRREASON'
               MOVE 'INTAKE' TO WS-ERRLOG-OPERATION
               MOVE OVR-REFUSAL TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0224 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RECORD-OVERRIDE
               DISPLAY 'DUPLICATE OF THE FILE CONSUMED UNDER '
                   WS-DUP-BUSN-DATE ' -- FORCED BY OPERATOR'
               MOVE 'INTAKE' TO WS-ERRLOG-OPERATION
               MOVE 'DUPLICATE INPUT CONSUMED UNDER FORCE'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0225 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               PERFORM REGISTER-INTAKE
               MOVE 4 TO RETURN-CODE
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
           IF NOT FILE3-STATUS-OK
               DISPLAY 'OVERRIDE REASON LIST NOT READABLE : '
                   FILE3-STATUS
           ELSE
               PERFORM UNTIL NOT FILE3-STATUS-OK
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
           IF FILE4-STATUS-NOTFOUND
               OPEN OUTPUT OVRREGISTERFILE1
           END-IF
           IF NOT FILE4-STATUS-OK
               MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON OVERRIDE REGISTER'
               DISPLAY 'FILE STATUS : ' FILE4-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN FILE4' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
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
           MOVE WS-RUN-DATE      TO OVR-BUSN-DATE
           MOVE OVR-REQ-TYPE     TO OVR-TYPE
           MOVE OVR-OPERATOR-ID  TO OVR-OPERATOR
           MOVE OVR-REASON-CODE  TO OVR-REASON
           MOVE OVR-REQ-DETAIL   TO OVR-DETAIL
           WRITE OVR-REGISTER-RECORD
           IF NOT FILE4-STATUS-OK
               MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON OVERRIDE REGISTER'
               DISPLAY 'FILE STATUS : ' FILE4-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE FILE4' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
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

       RESOLVE-FILE-STATUS-TEXT.
           EVALUATE WS-FILE-STATUS-CODE
               WHEN 00
               MOVE 'N' TO WS-FORCE-STATE
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
           MOVE WS-ERRLOG-MESSAGE          TO ERL-MESSAGE
           MOVE WS-RUN-ID                  TO ERL-RUN-ID
           MOVE WS-ERRLOG-SEVERITY         TO ERL-SEVERITY
           MOVE WS-ERRLOG-MSG-NUMBER       TO ERL-MSG-NUMBER
           MOVE WS-SITE-CODE               TO ERL-SITE
           WRITE ERRORLOGRECORD1
           IF NOT FILE9-STATUS-OK
               MOVE FILE9-STATUS TO WS-FILE-STATUS-CODE
