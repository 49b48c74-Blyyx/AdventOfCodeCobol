            FILE STATUS IS FILE5-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVRREASONSFILE1 ASSIGN
            TO DYNAMIC WS-OVRREASONS-PATH
            FILE STATUS IS FILE6-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVRREGISTERFILE1 ASSIGN
            TO DYNAMIC WS-OVRREGISTER-PATH
            FILE STATUS IS FILE7-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Every accumulating file in the suite stamps the RUN-ID at a
      * and keys off that column, so one live/save/work split serves
      * TRENDFILE1, the consolidated error log and the elf history
      * alike. This job deliberately does NOT append to the error log
      * it may be rewriting -- same rule as AOC-SUITE-ARCHIVE. The
      * histories start with their producer's layout stamp; it is
      * checked before anything is split and always stays at the head
      * of the rebuilt live file. The error log carries no stamp.
         FD LIVEFILE1.
         01 LIVERECORD1 PIC X(300).


         FD BACKOUTRPTFILE1.
         01 BACKOUTRPTLINE1 PIC X(132).

      * Controlled list of manual override reason codes (OVRCTL.CPY).
         FD OVRREASONSFILE1.
         01 OVRREASONSRECORD1.
            05 RSN-CODE         PIC X(04).
            05 RSN-FILLER1      PIC X(02).
            05 RSN-TEXT         PIC X(40).
            05 RSN-FILLER2      PIC X(34).

         FD OVRREGISTERFILE1.
         COPY OVRREG.
       WORKING-STORAGE SECTION.

      * RUN-TIME PARAMETERS
      * audit trail of the backout itself), and a scratch work file.
         01 WS-BACKOUT-RUN-ID PIC X(16) VALUE SPACES.

      * A backout is a manual override: OPERATOR and OVRREASON are
      * mandatory (OVRCTL.CPY) and the register entry is made against
      * the run being reversed. SITE and BUSNDATE, when the caller
      * supplies them, go on the register entry as well.
         COPY OVRCTL.
         01 WS-SITE-CODE          PIC X(04) VALUE SPACES.
         01 WS-BUSN-DATE          PIC 9(08) VALUE ZERO.
         01 WS-BUSN-DATE-OVERRIDE PIC X(08).

         01 WS-LIVEFILE1-PATH PIC X(250).
         01 WS-SAVEFILE1-PATH PIC X(250).
         01 WS-WORKFILE1-PATH PIC X(250).
            88 FILE4-STATUS-NOTFOUND VALUE 35.
         01 FILE5-STATUS PIC 9(02).
            88 FILE5-STATUS-OK  VALUE 00.
         01 FILE6-STATUS PIC 9(02).
            88 FILE6-STATUS-OK       VALUE 00.
            88 FILE6-STATUS-EOF      VALUE 10.
         01 FILE7-STATUS PIC 9(02).
            88 FILE7-STATUS-OK       VALUE 00.
            88 FILE7-STATUS-NOTFOUND VALUE 35.

         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * WORKING VARIABLES
      * One entry per accumulating file: where the RUN-ID column sits
      * in that record type, the layout stamp and version that column
      * belongs to, and the three paths:
      *   TRENDRECORD1    TREND   V01  RUN-ID at column 41
      *   ERRORLOGRECORD1 (none)       RUN-ID at column 93
      *   ELFHISTRECORD1  ELFHIST V01  RUN-ID at column 36
      *   KPIRECORD1      KPI     V01  RUN-ID at column 120
      * A live file stamped with another layout or version would put
      * the RUN-ID elsewhere, so the whole backout is refused before
      * any file is split (see CHECK-TARGET-STAMP).
         01 WS-TGT-COUNT          PIC 9(02) VALUE 4.
         01 WS-TGT-TAB.
            05 WS-TGT-ENTRY OCCURS 4 TIMES.
               10 WS-TGT-TAG       PIC X(10).
               10 WS-TGT-RUNID-POS PIC 9(03).
               10 WS-TGT-LAYOUT-ID PIC X(12).
               10 WS-TGT-LAYOUT-VER PIC X(02).
               10 WS-TGT-LIVE      PIC X(250).
               10 WS-TGT-SAVE      PIC X(250).
               10 WS-TGT-WORK      PIC X(250).
         01 WS-REMOVED-COUNT      PIC 9(07).
         01 WS-KEPT-COUNT         PIC 9(07).
         01 WS-TOTAL-REMOVED      PIC 9(07) VALUE ZERO.
         01 WS-UNSTAMPED-COUNT    PIC 9(02) VALUE ZERO.
         COPY LAYOUTID.

      * Catalog resolution, same parse SuiteDossier applies.
         01 WS-CAT-DATE           PIC X(08).
               STOP RUN
           END-IF

           MOVE 'BACKOUT' TO OVR-REQ-TYPE
           MOVE SPACES TO OVR-REQ-DETAIL
           STRING 'RUN ' WS-BACKOUT-RUN-ID ' BACKED OUT OF HISTORY'
               DELIMITED BY SIZE INTO OVR-REQ-DETAIL
           PERFORM VALIDATE-OVERRIDE
           IF NOT OVR-ACCEPTED
               DISPLAY 'BACKOUT REFUSED -- ' OVR-REFUSAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-TGT-IX FROM 1 BY 1
                     UNTIL WS-TGT-IX > WS-TGT-COUNT
               IF WS-TGT-LIVE(WS-TGT-IX) NOT = SPACES
                  AND WS-TGT-LAYOUT-ID(WS-TGT-IX) NOT = SPACES
                   PERFORM CHECK-TARGET-STAMP
               END-IF
           END-PERFORM
           PERFORM RECORD-OVERRIDE

           PERFORM OPEN-RPT
           PERFORM WRITE-RPT-HEADER

                   ' LEFT NO TRACE ANYWHERE -- CHECK THE RUN ID'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-UNSTAMPED-COUNT > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM CLOSE-RPT
           .

      * The first record of a stamped history is its layout stamp. A
      * stamp naming another layout or version means the RUN-ID
      * column above is not where this job would look, so nothing is
      * backed out of any file. A history kept from before its
      * producer stamped it is read as version 00 (same layout) and
      * the job ends with a warning.
       CHECK-TARGET-STAMP.
           MOVE WS-TGT-LIVE(WS-TGT-IX) TO WS-LIVEFILE1-PATH
           OPEN INPUT LIVEFILE1
           IF NOT FILE1-STATUS-NOTFOUND
               IF NOT FILE1-STATUS-OK
                   PERFORM LIVE-IO-ABEND
               END-IF
               MOVE SPACES TO LAYOUT-STAMP-RECORD
               READ LIVEFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE LIVERECORD1 TO LAYOUT-STAMP-RECORD
               END-READ
               MOVE WS-TGT-LAYOUT-ID(WS-TGT-IX)  TO LYT-EXPECTED-ID
               MOVE WS-TGT-LAYOUT-VER(WS-TGT-IX) TO LYT-EXPECTED-VERSION
               IF LYT-IS-STAMP
                   IF LYT-LAYOUT-ID NOT = LYT-EXPECTED-ID
                      OR LYT-VERSION NOT = LYT-EXPECTED-VERSION
                       DISPLAY 'LAYOUT STAMP REFUSED -- EXPECTED '
                           LYT-EXPECTED-ID ' VERSION '
                           LYT-EXPECTED-VERSION
                       DISPLAY WS-TGT-TAG(WS-TGT-IX) ' CARRIES '
                           LYT-LAYOUT-ID ' VERSION ' LYT-VERSION
                       DISPLAY 'NOTHING BACKED OUT'
                       CLOSE LIVEFILE1
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   IF FILE1-STATUS-OK
                       ADD 1 TO WS-UNSTAMPED-COUNT
                       DISPLAY 'UNSTAMPED ' LYT-EXPECTED-ID
                           ' FILE READ AS VERSION 00'
                   END-IF
               END-IF
               CLOSE LIVEFILE1
           END-IF
           .

      * Split one live file: the run's records move to the save
      * file, everything else to the work file, and the live file is
      * rebuilt from the work copy only after the split completed
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM SPLIT-LIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE LIVEFILE1
           END-IF
           .

      * The layout stamp goes to the work file uncounted, so it heads
      * the rebuilt live file again.
       SPLIT-LIVE-RECORD.
           MOVE LIVERECORD1 TO LAYOUT-STAMP-RECORD
           EVALUATE TRUE
               WHEN LYT-IS-STAMP
                AND WS-TGT-LAYOUT-ID(WS-TGT-IX) NOT = SPACES
                   PERFORM WRITE-WORK-RECORD
               WHEN LIVERECORD1(WS-RUNID-POS:16) = WS-BACKOUT-RUN-ID
                   ADD 1 TO WS-REMOVED-COUNT
                   MOVE LIVERECORD1 TO SAVERECORD1
                   WRITE SAVERECORD1
                   IF NOT FILE2-STATUS-OK
                       DISPLAY 'WRITE ERROR ON SAVE FILE'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-KEPT-COUNT
                   PERFORM WRITE-WORK-RECORD
           END-EVALUATE
           .

       WRITE-WORK-RECORD.
           MOVE LIVERECORD1 TO WORKRECORD1
           WRITE WORKRECORD1
           IF NOT FILE3-STATUS-OK
               DISPLAY 'WRITE ERROR ON WORK FILE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       REBUILD-LIVE-FROM-WORK.
           OPEN INPUT WORKFILE1
           IF NOT FILE3-STATUS-OK
           PERFORM WRITE-RPT
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
           IF NOT FILE6-STATUS-OK
               DISPLAY 'OVERRIDE REASON LIST NOT READABLE : '
                   FILE6-STATUS
           ELSE
               PERFORM UNTIL NOT FILE6-STATUS-OK
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
           IF FILE7-STATUS-NOTFOUND
               OPEN OUTPUT OVRREGISTERFILE1
           END-IF
           IF NOT FILE7-STATUS-OK
               DISPLAY 'OPEN ERROR ON OVERRIDE REGISTER : '
                   FILE7-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO OVR-REGISTER-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO OVR-STAMP-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO OVR-STAMP-TIME
           MOVE WS-SITE-CODE     TO OVR-SITE
           MOVE WS-BACKOUT-RUN-ID TO OVR-RUN-ID
           MOVE WS-BUSN-DATE     TO OVR-BUSN-DATE
           MOVE OVR-REQ-TYPE     TO OVR-TYPE
           MOVE OVR-OPERATOR-ID  TO OVR-OPERATOR
           MOVE OVR-REASON-CODE  TO OVR-REASON
           MOVE OVR-REQ-DETAIL   TO OVR-DETAIL
           WRITE OVR-REGISTER-RECORD
           IF NOT FILE7-STATUS-OK
               DISPLAY 'WRITE ERROR ON OVERRIDE REGISTER : '
                   FILE7-STATUS
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

           MOVE 'TRENDFILE'  TO WS-TGT-TAG(1)
           MOVE 41           TO WS-TGT-RUNID-POS(1)
           MOVE 'TREND'      TO WS-TGT-LAYOUT-ID(1)
           MOVE '01'         TO WS-TGT-LAYOUT-VER(1)
           MOVE SPACES TO WS-TGT-LIVE(1)
           DISPLAY "TRENDFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-TGT-LIVE(1) FROM ENVIRONMENT-VALUE

           MOVE 'ERRORLOG'   TO WS-TGT-TAG(2)
           MOVE 93           TO WS-TGT-RUNID-POS(2)
           MOVE SPACES       TO WS-TGT-LAYOUT-ID(2)
           MOVE SPACES       TO WS-TGT-LAYOUT-VER(2)
           MOVE SPACES TO WS-TGT-LIVE(2)
           DISPLAY "ERRORLOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-TGT-LIVE(2) FROM ENVIRONMENT-VALUE

           MOVE 'ELFHIST'    TO WS-TGT-TAG(3)
           MOVE 36           TO WS-TGT-RUNID-POS(3)
           MOVE 'ELFHIST'    TO WS-TGT-LAYOUT-ID(3)
           MOVE '01'         TO WS-TGT-LAYOUT-VER(3)
           MOVE SPACES TO WS-TGT-LIVE(3)
           DISPLAY "ELFHISTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-TGT-LIVE(3) FROM ENVIRONMENT-VALUE

           MOVE 'KPIFILE'    TO WS-TGT-TAG(4)
           MOVE 120          TO WS-TGT-RUNID-POS(4)
           MOVE 'KPI'        TO WS-TGT-LAYOUT-ID(4)
           MOVE '01'         TO WS-TGT-LAYOUT-VER(4)
           MOVE SPACES TO WS-TGT-LIVE(4)
           DISPLAY "KPIFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-TGT-LIVE(4) FROM ENVIRONMENT-VALUE
