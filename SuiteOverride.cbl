       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-SUITE-OVERRIDE.
       AUTHOR. MARC BRASSART.

      * Manual override register. OVRACTION=RECORD is the gate the
      * driving job puts in front of an override it applies itself
      * (CALOVERRIDE=Y on a non-processing date): the operator and a
      * reason code from the controlled list are checked and the use
      * is appended to the register, or the override is refused with
      * return code 8. The programs that apply an override of their
      * own (forced intake, month reopen, backout, checkpoint resume)
      * carry the same gate inline. OVRACTION=REVIEW prints the
      * supervisor's weekly review: every override recorded in the
      * period, by operator and reason, with counts and a sign-off
      * block.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVRREASONSFILE1 ASSIGN
            TO DYNAMIC WS-OVRREASONS-PATH
            FILE STATUS IS FILE1-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVRREGISTERFILE1 ASSIGN
            TO DYNAMIC WS-OVRREGISTER-PATH
            FILE STATUS IS FILE2-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVRRPTFILE1 ASSIGN
            TO DYNAMIC WS-OVRRPTFILE1-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVRSORT1 ASSIGN TO "OVRSORT".

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Controlled list of manual override reason codes (OVRCTL.CPY).
         FD OVRREASONSFILE1.
         01 OVRREASONSRECORD1.
            05 RSN-CODE         PIC X(04).
            05 RSN-FILLER1      PIC X(02).
            05 RSN-TEXT         PIC X(40).
            05 RSN-FILLER2      PIC X(34).

         FD OVRREGISTERFILE1.
         COPY OVRREG.

         FD OVRRPTFILE1.
         01 OVRRPTLINE1 PIC X(132).

         SD OVRSORT1.
         COPY OVRREG REPLACING LEADING ==OVR== BY ==SRT==.

         FD ERRORLOGFILE1.
         01 ERRORLOGRECORD1.
            05 ERL-PROGRAM-ID   PIC X(14).
            05 ERL-FILLER1      PIC X(02).
            05 ERL-RUN-DATE     PIC 9(08).
            05 ERL-FILLER2      PIC X(02).
            05 ERL-RUN-TIME     PIC 9(06).
            05 ERL-FILLER3      PIC X(02).
            05 ERL-OPERATION    PIC X(10).
            05 ERL-FILLER4      PIC X(02).
            05 ERL-FILE-STATUS  PIC 9(02).
            05 ERL-FILLER5      PIC X(02).
            05 ERL-MESSAGE      PIC X(40).
            05 ERL-FILLER6      PIC X(02).
            05 ERL-RUN-ID       PIC X(16).
            05 ERL-FILLER7      PIC X(02).
            05 ERL-SEVERITY     PIC X(01).
            05 ERL-FILLER8      PIC X(02).
            05 ERL-SITE         PIC X(04).
            05 ERL-FILLER9      PIC X(02).
            05 ERL-MSG-NUMBER   PIC 9(04).
       WORKING-STORAGE SECTION.

      * RUN-TIME PARAMETERS
      * OVRACTION RECORD (with OVRTYPE, OVRDETAIL, OPERATOR and
      * OVRREASON) or REVIEW (the default). The review covers the
      * wall dates REVIEWFROMDATE to REVIEWTODATE; the to-date
      * defaults to today and the from-date to six days before it,
      * so the weekly run covers the week the overrides were used in
      * whatever business dates they were used against.
         01 WS-OVR-ACTION PIC X(08) VALUE 'REVIEW'.
            88 OVR-ACTION-RECORD VALUE 'RECORD'.
            88 OVR-ACTION-REVIEW VALUE 'REVIEW'.
         01 WS-OVR-ACTION-OVERRIDE PIC X(08).
         01 WS-REVIEW-FROM-DATE PIC 9(08) VALUE ZERO.
         01 WS-REVIEW-FROM-DATE-OVERRIDE PIC X(08).
         01 WS-REVIEW-TO-DATE   PIC 9(08) VALUE ZERO.
         01 WS-REVIEW-TO-DATE-OVERRIDE PIC X(08).

         COPY OVRCTL.

         01 WS-OVRRPTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "overridereview.txt".
         01 WS-OVRRPTFILE1-OVERRIDE PIC X(250).

         01 WS-ERRORLOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "errorlog.txt".
         01 WS-ERRORLOGFILE1-OVERRIDE PIC X(250).

      * FILE STATUS
         01 FILE1-STATUS PIC 9(02).
            88 FILE1-STATUS-OK       VALUE 00.
            88 FILE1-STATUS-EOF      VALUE 10.
         01 FILE2-STATUS PIC 9(02).
            88 FILE2-STATUS-OK       VALUE 00.
            88 FILE2-STATUS-NOTFOUND VALUE 35.
         01 FILE3-STATUS PIC 9(02).
            88 FILE3-STATUS-OK  VALUE 00.
         01 FILE9-STATUS PIC 9(02).
            88 FILE9-STATUS-OK       VALUE 00.
            88 FILE9-STATUS-NOTFOUND VALUE 35.

         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * ERROR LOG WORKING VARIABLES
         01 WS-ERRLOG-OPERATION   PIC X(10).
         01 WS-ERRLOG-MESSAGE     PIC X(40).
         01 WS-ERRLOG-STATUS-SRC  PIC 9(02).
      * Severity of the entry being written: I informational,
      * W warning (degraded but completed), S severe (balancing or
      * validation failure), F fatal (the program abends). The
      * end-of-suite alert step extracts everything at or above the
      * operator's threshold.
         01 WS-ERRLOG-SEVERITY    PIC X(01) VALUE 'W'.
      * Message number from the suite message catalog; the
      * digest and alert steps look it up for operator action.
         01 WS-ERRLOG-MSG-NUMBER  PIC 9(04) VALUE ZERO.
         01 WS-CURRENT-DATE-TIME  PIC X(21).

      * One RUN-ID per suite execution, assigned by the driving job
      * (RUNID) and stamped on every record written here, so any
      * record anywhere can be traced to exactly one run. Standalone
      * executions outside the driver stamp a fixed marker instead.
         01 WS-RUN-ID          PIC X(16) VALUE 'STANDALONE'.
         01 WS-RUN-ID-OVERRIDE PIC X(16).

      * The warehouse site this run belongs to, assigned by the
      * driving job (SITE) and stamped on every error-log entry
      * written here. Blank outside the driver.
         01 WS-SITE-CODE          PIC X(04) VALUE SPACES.

      * The business processing date this run belongs to, maintained
      * by the driving job (BUSNDATE). Every dated stamp written here
      * uses it when set, so a run that slips past midnight or a
      * rerun days later still lands in history under the date it
      * processes. Zero (standalone) falls back to the wall clock.
         01 WS-BUSN-DATE PIC 9(08) VALUE ZERO.
            88 BUSN-DATE-SET VALUE 1 THRU 99999999.
         01 WS-BUSN-DATE-OVERRIDE PIC X(08).

      * WORKING VARIABLES
         01 WS-WARNING-STATE PIC X VALUE 'N'.
            88 RUN-HAS-WARNINGS VALUE 'Y'.
         01 WS-SORT-EOF PIC X VALUE 'N'.
            88 SORT-RETURN-DONE VALUE 'Y'.

      * Control breaks: operator, then reason within operator.
         01 WS-OPERATOR-STATE PIC X VALUE 'N'.
            88 OPERATOR-GROUP-OPEN VALUE 'Y'.
         01 WS-REASON-STATE PIC X VALUE 'N'.
            88 REASON-GROUP-OPEN VALUE 'Y'.
         01 WS-CUR-OPERATOR      PIC X(08).
         01 WS-CUR-REASON        PIC X(04).
         01 WS-OPERATOR-USES     PIC 9(05) VALUE ZERO.
         01 WS-REASON-USES       PIC 9(05) VALUE ZERO.
         01 WS-TOTAL-USES        PIC 9(05) VALUE ZERO.
         01 WS-OPERATOR-COUNT    PIC 9(05) VALUE ZERO.
         01 WS-UNLISTED-USES     PIC 9(05) VALUE ZERO.

      * Uses per listed reason code, parallel to OVR-REASON-TAB.
         01 WS-RSN-USE-TAB.
            05 WS-RSN-USES PIC 9(05) OCCURS 50 TIMES.
         01 WS-RSN-FOUND-IX PIC 9(03) COMP-3.

      * REPORT EDIT FIELDS
         01 WS-COUNT-X    PIC Z(04)9.

       PROCEDURE DIVISION.

           PERFORM MAIN-PROCESSING
           IF RUN-HAS-WARNINGS AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       MAIN-PROCESSING.
           PERFORM GET-RUNTIME-PARAMETERS
           PERFORM OPEN-ERRORLOG

           EVALUATE TRUE
               WHEN OVR-ACTION-RECORD
                   PERFORM RECORD-ONE-OVERRIDE
               WHEN OVR-ACTION-REVIEW
                   PERFORM REVIEW-OVERRIDES
               WHEN OTHER
                   DISPLAY 'OVRACTION ' WS-OVR-ACTION
                       ' NOT RECOGNIZED -- RECORD OR REVIEW'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           PERFORM CLOSE-ERRORLOG
           .

      * An override refused here leaves the register untouched and
      * the caller must not go ahead with it.
       RECORD-ONE-OVERRIDE.
           IF OVR-REQ-TYPE = SPACES
               DISPLAY 'OVRTYPE NOT SUPPLIED -- NOTHING TO RECORD'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VALIDATE-OVERRIDE
               IF OVR-ACCEPTED
                   PERFORM RECORD-OVERRIDE
                   MOVE 'OVERRIDE' TO WS-ERRLOG-OPERATION
                   MOVE 'MANUAL OVERRIDE USED AND REGISTERED'
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0226 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   SET RUN-HAS-WARNINGS TO TRUE
               ELSE
                   DISPLAY 'OVERRIDE ' OVR-REQ-TYPE ' REFUSED -- '
                       OVR-REFUSAL
                   MOVE 'OVERRIDE' TO WS-ERRLOG-OPERATION
                   MOVE OVR-REFUSAL
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'S' TO WS-ERRLOG-SEVERITY
                   MOVE 0227 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

       REVIEW-OVERRIDES.
           PERFORM LOAD-OVERRIDE-REASONS
           IF OVR-REASON-COUNT = ZERO
               DISPLAY 'OVERRIDE REASON LIST EMPTY OR UNREADABLE'
               MOVE 'OVR REVIEW' TO WS-ERRLOG-OPERATION
               MOVE 'OVERRIDE REASON LIST EMPTY OR UNREADABLE'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0228 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               SET RUN-HAS-WARNINGS TO TRUE
           END-IF
           PERFORM VARYING OVR-RSN-IX FROM 1 BY 1
                     UNTIL OVR-RSN-IX > 50
               MOVE ZERO TO WS-RSN-USES(OVR-RSN-IX)
           END-PERFORM

           PERFORM OPEN-FILE3
           PERFORM WRITE-REVIEW-HEADING

      * No register yet simply means no override has ever been used.
           OPEN INPUT OVRREGISTERFILE1
           IF FILE2-STATUS-OK
               CLOSE OVRREGISTERFILE1
               SORT OVRSORT1
                   ON ASCENDING KEY SRT-OPERATOR
                                    SRT-REASON
                                    SRT-STAMP-DATE
                                    SRT-STAMP-TIME
                   USING OVRREGISTERFILE1
                   OUTPUT PROCEDURE IS LIST-SORTED-OVERRIDES
           ELSE
               IF NOT FILE2-STATUS-NOTFOUND
                   MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON OVERRIDE REGISTER'
                   DISPLAY 'FILE STATUS : ' FILE2-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 'OPEN FILE2' TO WS-ERRLOG-OPERATION
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'F' TO WS-ERRLOG-SEVERITY
                   MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM WRITE-REVIEW-TOTALS
           PERFORM CLOSE-FILE3

           DISPLAY 'OVERRIDES IN PERIOD ' WS-REVIEW-FROM-DATE
               ' TO ' WS-REVIEW-TO-DATE ' : ' WS-TOTAL-USES
           DISPLAY 'OPERATORS           : ' WS-OPERATOR-COUNT
           IF WS-UNLISTED-USES > ZERO
               DISPLAY 'OVERRIDES UNDER A CODE NO LONGER LISTED : '
                   WS-UNLISTED-USES
           END-IF
           .

      * SORT output procedure: the register in operator, reason and
      * time order; entries outside the review period pass by.
       LIST-SORTED-OVERRIDES.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL SORT-RETURN-DONE
               RETURN OVRSORT1
                   AT END
                       SET SORT-RETURN-DONE TO TRUE
                    NOT AT END
                       IF SRT-STAMP-DATE IS NUMERIC
                          AND SRT-STAMP-DATE >= WS-REVIEW-FROM-DATE
                          AND SRT-STAMP-DATE <= WS-REVIEW-TO-DATE
                           PERFORM LIST-ONE-OVERRIDE
                       END-IF
               END-RETURN
           END-PERFORM
           IF REASON-GROUP-OPEN
               PERFORM CLOSE-REASON-GROUP
           END-IF
           IF OPERATOR-GROUP-OPEN
               PERFORM CLOSE-OPERATOR-GROUP
           END-IF
           .

       LIST-ONE-OVERRIDE.
           IF OPERATOR-GROUP-OPEN
              AND SRT-OPERATOR NOT = WS-CUR-OPERATOR
               PERFORM CLOSE-REASON-GROUP
               PERFORM CLOSE-OPERATOR-GROUP
           END-IF
           IF REASON-GROUP-OPEN
              AND SRT-REASON NOT = WS-CUR-REASON
               PERFORM CLOSE-REASON-GROUP
           END-IF
           IF NOT OPERATOR-GROUP-OPEN
               PERFORM OPEN-OPERATOR-GROUP
           END-IF
           IF NOT REASON-GROUP-OPEN
               PERFORM OPEN-REASON-GROUP
           END-IF

           MOVE SPACES TO OVRRPTLINE1
           MOVE SRT-STAMP-DATE     TO OVRRPTLINE1(7:8)
           MOVE SRT-STAMP-TIME     TO OVRRPTLINE1(16:6)
           MOVE SRT-SITE           TO OVRRPTLINE1(23:4)
           MOVE SRT-RUN-ID         TO OVRRPTLINE1(28:16)
           MOVE SRT-BUSN-DATE      TO OVRRPTLINE1(45:8)
           MOVE SRT-TYPE           TO OVRRPTLINE1(54:12)
           MOVE SRT-DETAIL         TO OVRRPTLINE1(67:60)
           PERFORM WRITE-FILE3

           ADD 1 TO WS-OPERATOR-USES
           ADD 1 TO WS-REASON-USES
           ADD 1 TO WS-TOTAL-USES
           IF WS-RSN-FOUND-IX > ZERO
               ADD 1 TO WS-RSN-USES(WS-RSN-FOUND-IX)
           ELSE
               ADD 1 TO WS-UNLISTED-USES
           END-IF
           .

       OPEN-OPERATOR-GROUP.
           SET OPERATOR-GROUP-OPEN TO TRUE
           MOVE SRT-OPERATOR TO WS-CUR-OPERATOR
           MOVE ZERO TO WS-OPERATOR-USES
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE SPACES TO OVRRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO OVRRPTLINE1
           STRING 'OPERATOR ' SRT-OPERATOR
               DELIMITED BY SIZE INTO OVRRPTLINE1
           PERFORM WRITE-FILE3
           .

      * A code since retired from the controlled list still shows,
      * flagged, so the supervisor sees what it was used for.
       OPEN-REASON-GROUP.
           SET REASON-GROUP-OPEN TO TRUE
           MOVE SRT-REASON TO WS-CUR-REASON
           MOVE ZERO TO WS-REASON-USES
           MOVE ZERO TO WS-RSN-FOUND-IX
           PERFORM VARYING OVR-RSN-IX FROM 1 BY 1
                     UNTIL OVR-RSN-IX > OVR-REASON-COUNT
               IF OVR-RSN-CODE(OVR-RSN-IX) = SRT-REASON
                   MOVE OVR-RSN-IX TO WS-RSN-FOUND-IX
               END-IF
           END-PERFORM
           MOVE SPACES TO OVRRPTLINE1
           MOVE 'REASON'   TO OVRRPTLINE1(3:6)
           MOVE SRT-REASON TO OVRRPTLINE1(10:4)
           IF WS-RSN-FOUND-IX > ZERO
               MOVE OVR-RSN-TEXT(WS-RSN-FOUND-IX)
                 TO OVRRPTLINE1(16:40)
           ELSE
               MOVE '** CODE NOT ON THE CURRENT CONTROLLED LIST **'
                 TO OVRRPTLINE1(16:)
           END-IF
           PERFORM WRITE-FILE3
           .

       CLOSE-REASON-GROUP.
           MOVE 'N' TO WS-REASON-STATE
           MOVE WS-REASON-USES TO WS-COUNT-X
           MOVE SPACES TO OVRRPTLINE1
           STRING '      ' WS-COUNT-X ' OVERRIDE(S) UNDER '
               WS-CUR-REASON
               DELIMITED BY SIZE INTO OVRRPTLINE1
           PERFORM WRITE-FILE3
           .

       CLOSE-OPERATOR-GROUP.
           MOVE 'N' TO WS-OPERATOR-STATE
           MOVE WS-OPERATOR-USES TO WS-COUNT-X
           MOVE SPACES TO OVRRPTLINE1
           STRING '  OPERATOR ' WS-CUR-OPERATOR ' TOTAL ' WS-COUNT-X
               DELIMITED BY SIZE INTO OVRRPTLINE1
           PERFORM WRITE-FILE3
           .

       WRITE-REVIEW-HEADING.
           MOVE SPACES TO OVRRPTLINE1
           STRING 'AOC SUITE  MANUAL OVERRIDE REVIEW'
               '      PERIOD ' WS-REVIEW-FROM-DATE
               ' TO ' WS-REVIEW-TO-DATE
               '      SITE ' WS-SITE-CODE
               DELIMITED BY SIZE INTO OVRRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO OVRRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO OVRRPTLINE1
           MOVE 'USED ON'    TO OVRRPTLINE1(7:)
           MOVE 'SITE'       TO OVRRPTLINE1(23:)
           MOVE 'RUN ID'     TO OVRRPTLINE1(28:)
           MOVE 'BUSNDATE'   TO OVRRPTLINE1(45:)
           MOVE 'OVERRIDE'   TO OVRRPTLINE1(54:)
           MOVE 'DETAIL'     TO OVRRPTLINE1(67:)
           PERFORM WRITE-FILE3
           .

       WRITE-REVIEW-TOTALS.
           MOVE SPACES TO OVRRPTLINE1
           PERFORM WRITE-FILE3
           IF WS-TOTAL-USES = ZERO
               MOVE SPACES TO OVRRPTLINE1
               MOVE 'NO MANUAL OVERRIDE RECORDED IN THE PERIOD'
                 TO OVRRPTLINE1
               PERFORM WRITE-FILE3
           END-IF
           MOVE SPACES TO OVRRPTLINE1
           MOVE WS-TOTAL-USES TO WS-COUNT-X
           STRING 'TOTAL OVERRIDES IN PERIOD ' WS-COUNT-X
               DELIMITED BY SIZE INTO OVRRPTLINE1
           MOVE WS-OPERATOR-COUNT TO WS-COUNT-X
           STRING '      OPERATORS ' WS-COUNT-X
               DELIMITED BY SIZE INTO OVRRPTLINE1(40:)
           PERFORM WRITE-FILE3

           MOVE SPACES TO OVRRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO OVRRPTLINE1
           MOVE 'BY REASON' TO OVRRPTLINE1
           PERFORM WRITE-FILE3
           PERFORM VARYING OVR-RSN-IX FROM 1 BY 1
                     UNTIL OVR-RSN-IX > OVR-REASON-COUNT
               MOVE SPACES TO OVRRPTLINE1
               MOVE OVR-RSN-CODE(OVR-RSN-IX) TO OVRRPTLINE1(3:4)
               MOVE OVR-RSN-TEXT(OVR-RSN-IX) TO OVRRPTLINE1(9:40)
               MOVE WS-RSN-USES(OVR-RSN-IX)  TO WS-COUNT-X
               MOVE WS-COUNT-X               TO OVRRPTLINE1(50:5)
               PERFORM WRITE-FILE3
           END-PERFORM
           IF WS-UNLISTED-USES > ZERO
               MOVE SPACES TO OVRRPTLINE1
               MOVE 'CODES NO LONGER ON THE LIST' TO OVRRPTLINE1(9:)
               MOVE WS-UNLISTED-USES TO WS-COUNT-X
               MOVE WS-COUNT-X       TO OVRRPTLINE1(50:5)
               PERFORM WRITE-FILE3
           END-IF

           MOVE SPACES TO OVRRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO OVRRPTLINE1
           MOVE 'SUPERVISOR REVIEW OF THE OVERRIDES LISTED ABOVE'
             TO OVRRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO OVRRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO OVRRPTLINE1
           MOVE 'REVIEWED BY : ______________________________'
             TO OVRRPTLINE1
           MOVE 'DATE : ____________' TO OVRRPTLINE1(50:)
           PERFORM WRITE-FILE3
           MOVE SPACES TO OVRRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO OVRRPTLINE1
           MOVE 'SIGNATURE   : ______________________________'
             TO OVRRPTLINE1
           PERFORM WRITE-FILE3
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
           IF NOT FILE1-STATUS-OK
               DISPLAY 'OVERRIDE REASON LIST NOT READABLE : '
                   FILE1-STATUS
           ELSE
               PERFORM UNTIL NOT FILE1-STATUS-OK
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
           IF FILE2-STATUS-NOTFOUND
               OPEN OUTPUT OVRREGISTERFILE1
           END-IF
           IF NOT FILE2-STATUS-OK
               MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON OVERRIDE REGISTER'
               DISPLAY 'FILE STATUS : ' FILE2-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN FILE2' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
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
           IF NOT FILE2-STATUS-OK
               MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON OVERRIDE REGISTER'
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
           END-IF
           CLOSE OVRREGISTERFILE1
           DISPLAY 'OVERRIDE ' OVR-REQ-TYPE ' RECORDED -- OPERATOR '
               OVR-OPERATOR-ID ' REASON ' OVR-REASON-CODE
           .

       OPEN-FILE3.
           OPEN OUTPUT OVRRPTFILE1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON FILE 3'
               DISPLAY 'FILE STATUS : ' FILE3-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN FILE3' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-FILE3.
           WRITE OVRRPTLINE1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON FILE 3'
               DISPLAY 'FILE STATUS : ' FILE3-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE FILE3' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       CLOSE-FILE3.
           CLOSE OVRRPTFILE1
           .

       RESOLVE-FILE-STATUS-TEXT.
           EVALUATE WS-FILE-STATUS-CODE
               WHEN 00
                   MOVE 'SUCCESSFUL COMPLETION'
                     TO WS-FILE-STATUS-TEXT
               WHEN 10
                   MOVE 'END OF FILE'
                     TO WS-FILE-STATUS-TEXT
               WHEN 22
                   MOVE 'DUPLICATE KEY DETECTED'
                     TO WS-FILE-STATUS-TEXT
               WHEN 23
                   MOVE 'RECORD OR FILE NOT FOUND'
                     TO WS-FILE-STATUS-TEXT
               WHEN 30
                   MOVE 'PERMANENT I/O ERROR'
                     TO WS-FILE-STATUS-TEXT
               WHEN 35
                   MOVE 'FILE DOES NOT EXIST'
                     TO WS-FILE-STATUS-TEXT
               WHEN 37
                   MOVE 'OPEN MODE NOT SUPPORTED FOR THIS FILE'
                     TO WS-FILE-STATUS-TEXT
               WHEN 41
                   MOVE 'FILE ALREADY OPEN'
                     TO WS-FILE-STATUS-TEXT
               WHEN 42
                   MOVE 'FILE NOT OPEN'
                     TO WS-FILE-STATUS-TEXT
               WHEN 44
                   MOVE 'BOUNDARY VIOLATION ON WRITE OR REWRITE'
                     TO WS-FILE-STATUS-TEXT
               WHEN 46
                   MOVE 'SEQUENTIAL READ AFTER END OF FILE'
                     TO WS-FILE-STATUS-TEXT
               WHEN 47
                   MOVE 'READ ATTEMPTED, FILE NOT OPEN INPUT/I-O'
                     TO WS-FILE-STATUS-TEXT
               WHEN 48
                   MOVE 'WRITE ATTEMPTED, FILE NOT OPEN OUTPUT/I-O'
                     TO WS-FILE-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNRECOGNIZED FILE STATUS CODE'
                     TO WS-FILE-STATUS-TEXT
           END-EVALUATE
           .

       GET-RUNTIME-PARAMETERS.
           MOVE SPACES TO WS-OVR-ACTION-OVERRIDE
           DISPLAY "OVRACTION" UPON ENVIRONMENT-NAME
           ACCEPT WS-OVR-ACTION-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-OVR-ACTION-OVERRIDE NOT = SPACES
               MOVE WS-OVR-ACTION-OVERRIDE TO WS-OVR-ACTION
           END-IF

           DISPLAY "OVRTYPE" UPON ENVIRONMENT-NAME
           ACCEPT OVR-REQ-TYPE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           DISPLAY "OVRDETAIL" UPON ENVIRONMENT-NAME
           ACCEPT OVR-REQ-DETAIL FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

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

           MOVE SPACES TO WS-OVRRPTFILE1-OVERRIDE
           DISPLAY "OVRRPTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-OVRRPTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-OVRRPTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-OVRRPTFILE1-OVERRIDE)
                 TO WS-OVRRPTFILE1-PATH
           END-IF

           MOVE SPACES TO WS-ERRORLOGFILE1-OVERRIDE
           DISPLAY "ERRORLOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-ERRORLOGFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-ERRORLOGFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ERRORLOGFILE1-OVERRIDE)
                 TO WS-ERRORLOGFILE1-PATH
           END-IF

           MOVE SPACES TO WS-RUN-ID-OVERRIDE
           DISPLAY "RUNID" UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-ID-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-RUN-ID-OVERRIDE NOT = SPACES
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
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-BUSN-DATE-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-BUSN-DATE-OVERRIDE)
                 TO WS-BUSN-DATE
           END-IF

           MOVE SPACES TO WS-REVIEW-FROM-DATE-OVERRIDE
           DISPLAY "REVIEWFROMDATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-REVIEW-FROM-DATE-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-REVIEW-FROM-DATE-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-REVIEW-FROM-DATE-OVERRIDE)
                 TO WS-REVIEW-FROM-DATE
           END-IF

           MOVE SPACES TO WS-REVIEW-TO-DATE-OVERRIDE
           DISPLAY "REVIEWTODATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-REVIEW-TO-DATE-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-REVIEW-TO-DATE-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-REVIEW-TO-DATE-OVERRIDE)
                 TO WS-REVIEW-TO-DATE
           END-IF

           IF WS-REVIEW-TO-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REVIEW-TO-DATE
           END-IF
           IF WS-REVIEW-FROM-DATE = ZERO
               COMPUTE WS-REVIEW-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-REVIEW-TO-DATE) - 6)
           END-IF
           .

       OPEN-ERRORLOG.
           OPEN EXTEND ERRORLOGFILE1
           IF FILE9-STATUS-NOTFOUND
               OPEN OUTPUT ERRORLOGFILE1
           END-IF
           IF NOT FILE9-STATUS-OK
               MOVE FILE9-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON ERROR LOG FILE'
               DISPLAY 'FILE STATUS : ' FILE9-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-ERRORLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES            TO ERRORLOGRECORD1
           MOVE 'SUITEOVERRIDE' TO ERL-PROGRAM-ID
           MOVE WS-CURRENT-DATE-TIME(1:8)  TO ERL-RUN-DATE
           IF BUSN-DATE-SET
               MOVE WS-BUSN-DATE TO ERL-RUN-DATE
           END-IF
           MOVE WS-CURRENT-DATE-TIME(9:6)  TO ERL-RUN-TIME
           MOVE WS-ERRLOG-OPERATION        TO ERL-OPERATION
           MOVE WS-ERRLOG-STATUS-SRC       TO ERL-FILE-STATUS
           MOVE WS-ERRLOG-MESSAGE          TO ERL-MESSAGE
           MOVE WS-RUN-ID                  TO ERL-RUN-ID
           MOVE WS-ERRLOG-SEVERITY         TO ERL-SEVERITY
           MOVE WS-ERRLOG-MSG-NUMBER       TO ERL-MSG-NUMBER
           MOVE WS-SITE-CODE               TO ERL-SITE
           WRITE ERRORLOGRECORD1
           IF NOT FILE9-STATUS-OK
               MOVE FILE9-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON ERROR LOG FILE'
               DISPLAY 'FILE STATUS : ' FILE9-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
           END-IF
           .

       CLOSE-ERRORLOG.
           CLOSE ERRORLOGFILE1
           .
