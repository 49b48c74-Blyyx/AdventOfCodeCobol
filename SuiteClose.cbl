            FILE STATUS IS FILE6-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNALCTLFILE1 ASSIGN
            TO DYNAMIC WS-JOURNALCTLFILE1-PATH
            FILE STATUS IS FILE7-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVRREASONSFILE1 ASSIGN
            TO DYNAMIC WS-OVRREASONS-PATH
            FILE STATUS IS FILE8-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVRREGISTERFILE1 ASSIGN
            TO DYNAMIC WS-OVRREGISTER-PATH
            FILE STATUS IS FILE10-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
            05 TRL-CORRECTED        PIC X(01).
            05 TRL-FILLER6          PIC X(02).
            05 TRL-RUN-ID           PIC X(16).
            05 TRL-FILLER7          PIC X(02).
            05 TRL-INPUT-FORMAT     PIC X(01).

      * AOC-2022-12-01-EXCREG's register, checked against the EXCREG
      * layout stamp.
         FD EXCREGFILE1.
         01 EXCREGRECORD1.
            05 REG-BUSN-DATE    PIC 9(08).
            05 REG-TEXT         PIC X(09).
            05 REG-FILLER5      PIC X(02).
            05 REG-SOURCE-PATH  PIC X(250).
            05 REG-FILLER6      PIC X(02).
            05 REG-ELF-NUMBER   PIC 9(05).

      * The month-close control: append-only, "YYYYMM STATE walldate
      * walltime operator"; the latest record per month is its state.
            05 MCL-FILLER4      PIC X(02).
            05 MCL-OPERATOR     PIC X(08).

      * AOC-2022-12-01-CHARGEBACK's JOURNALCTLRECORD1, at the layout
      * version in WS-JCT-LAYOUT-VERSION below; the stamp heading the
      * file is checked before any journal is counted. Append-only;
      * the latest record per business date is that date's journal.
         FD JOURNALCTLFILE1.
         01 JOURNALCTLRECORD1.
            05 JCT-BUSN-DATE    PIC 9(08).
            05 JCT-FILLER1      PIC X(02).
            05 JCT-RUN-ID       PIC X(16).
            05 JCT-FILLER2      PIC X(02).
            05 JCT-JOURNAL-ID   PIC X(10).
            05 JCT-FILLER3      PIC X(02).
            05 JCT-DEBITS       PIC 9(13)V99.
            05 JCT-FILLER4      PIC X(02).
            05 JCT-CREDITS      PIC 9(13)V99.
            05 JCT-FILLER5      PIC X(02).
            05 JCT-STATUS       PIC X(10).
            05 JCT-FILLER6      PIC X(02).
            05 JCT-REASON       PIC X(30).

         FD CERTRPTFILE1.
         01 CERTRPTLINE1 PIC X(132).

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
      * the month and records it closed; REOPEN is the explicit,
      * logged operator action that lets a stray correction back in.
      * OPERATOR is mandatory for both -- a close is a statement and
      * statements carry signatures. A reopen is a manual override
      * and also needs OVRREASON (OVRCTL.CPY).
         01 WS-CLOSE-MONTH PIC 9(06) VALUE ZERO.
         01 WS-CLOSE-MONTH-OVERRIDE PIC X(06).
         01 WS-CLOSE-ACTION PIC X(08) VALUE 'CLOSE'.
            88 CLOSE-ACTION-REOPEN VALUE 'REOPEN'.
         01 WS-OPERATOR-ID PIC X(08) VALUE SPACES.

         COPY OVRCTL.

         01 WS-PROCDATEFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "procdate.txt".
      -        "monthcert.txt".
         01 WS-CERTRPTFILE1-OVERRIDE PIC X(250).

         01 WS-JOURNALCTLFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "journalctl.221201.txt".
         01 WS-JOURNALCTLFILE1-OVERRIDE PIC X(250).

         01 WS-ERRORLOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "errorlog.txt".
            88 FILE5-STATUS-NOTFOUND VALUE 35.
         01 FILE6-STATUS PIC 9(02).
            88 FILE6-STATUS-OK  VALUE 00.
         01 FILE7-STATUS PIC 9(02).
            88 FILE7-STATUS-OK       VALUE 00.
            88 FILE7-STATUS-EOF      VALUE 10.
            88 FILE7-STATUS-NOTFOUND VALUE 35.
         01 FILE8-STATUS PIC 9(02).
            88 FILE8-STATUS-OK       VALUE 00.
            88 FILE8-STATUS-EOF      VALUE 10.
         01 FILE10-STATUS PIC 9(02).
            88 FILE10-STATUS-OK       VALUE 00.
            88 FILE10-STATUS-NOTFOUND VALUE 35.
         01 FILE9-STATUS PIC 9(02).
            88 FILE9-STATUS-OK       VALUE 00.
            88 FILE9-STATUS-NOTFOUND VALUE 35.
         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * The register layout this step's FD was written for; a
      * register stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-REG-LAYOUT-ID      PIC X(12) VALUE 'EXCREG'.
         01 WS-REG-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * And the journal control history layout, refused the same way.
         01 WS-JCT-LAYOUT-ID      PIC X(12) VALUE 'JOURNALCTL'.
         01 WS-JCT-LAYOUT-VERSION PIC X(02) VALUE '01'.
         COPY LAYOUTID.

      * ERROR LOG WORKING VARIABLES
         01 WS-ERRLOG-OPERATION   PIC X(10).
         01 WS-ERRLOG-MESSAGE     PIC X(40).
         01 WS-ERRLOG-STATUS-SRC  PIC 9(02).
         01 WS-ERRLOG-SEVERITY    PIC X(01) VALUE 'W'.
      * Message number from the suite message catalog; the
      * digest and alert steps look it up for operator action.
         01 WS-ERRLOG-MSG-NUMBER  PIC 9(04) VALUE ZERO.
         01 WS-CURRENT-DATE-TIME  PIC X(21).

         01 WS-RUN-ID          PIC X(16) VALUE 'STANDALONE'.
         01 WS-RUN-ID-OVERRIDE PIC X(16).

      * The warehouse site this run belongs to, assigned by the
      * driving job (SITE) and stamped on every error-log entry
      * written here. Blank outside the driver.
         01 WS-SITE-CODE          PIC X(04) VALUE SPACES.
         01 WS-BUSN-DATE PIC 9(08) VALUE ZERO.
            88 BUSN-DATE-SET VALUE 1 THRU 99999999.
         01 WS-BUSN-DATE-OVERRIDE PIC X(08).
               10 WS-MD-GRAND     PIC 9(14) COMP-3.
               10 WS-MD-EXC       PIC 9(05) COMP-3.
               10 WS-MD-CORR      PIC 9(05) COMP-3.
               10 WS-MD-JOURNAL   PIC X(10).
         01 WS-MD-IX              PIC 9(05) COMP-3.
         01 WS-DAY-NUM            PIC 9(02).
         01 WS-UNCLOSED-COUNT     PIC 9(03) VALUE ZERO.
         01 WS-UNBALANCED-COUNT   PIC 9(03) VALUE ZERO.
         01 WS-BALANCED-COUNT     PIC 9(03) VALUE ZERO.

      * Catalog resolution (ALLOCATED paths, PURGED set, COMPLETE
      * return codes), the same two-pass read as AOC-SUITE-MONTHLY.
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0215 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SCAN-JOURNAL-CONTROL
           IF WS-UNBALANCED-COUNT > ZERO
               DISPLAY WS-UNBALANCED-COUNT ' BUSINESS DATE(S) IN '
                   WS-CLOSE-MONTH ' HOLD AN UNBALANCED CHARGEBACK'
                   ' JOURNAL -- MONTH NOT CLOSED'
               MOVE 'MONTH CLS' TO WS-ERRLOG-OPERATION
               MOVE 'MONTH CLOSE REFUSED, JOURNAL UNBALANCED'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0216 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
             TO WS-ERRLOG-MESSAGE
           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
           MOVE 'I' TO WS-ERRLOG-SEVERITY
           MOVE 0217 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG

           DISPLAY 'MONTH ' WS-CLOSE-MONTH ' CLOSED BY '
      * a REOPENED record and the shared log a severe entry, so the
      * auditors see the statement was amended and by whom.
       REOPEN-THE-MONTH.
           MOVE 'MONTHREOPEN' TO OVR-REQ-TYPE
           MOVE SPACES TO OVR-REQ-DETAIL
           STRING 'CLOSED MONTH ' WS-CLOSE-MONTH ' REOPENED'
               DELIMITED BY SIZE INTO OVR-REQ-DETAIL
           PERFORM VALIDATE-OVERRIDE
           IF NOT OVR-ACCEPTED
               DISPLAY 'REOPEN REFUSED -- ' OVR-REFUSAL
               MOVE 'MONTH CLS' TO WS-ERRLOG-OPERATION
               MOVE OVR-REFUSAL TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0218 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RECORD-OVERRIDE

           MOVE 'REOPENED' TO MCL-STATE
           PERFORM APPEND-MONTHCLOSE-RECORD
           MOVE 'MONTH CLS' TO WS-ERRLOG-OPERATION
             TO WS-ERRLOG-MESSAGE
           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
           MOVE 'S' TO WS-ERRLOG-SEVERITY
           MOVE 0219 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           DISPLAY 'MONTH ' WS-CLOSE-MONTH ' REOPENED BY '
               WS-OPERATOR-ID
           END-IF
           .

      * The chargeback journal control history: the latest record for
      * each business date of the month stands, so a rerun that
      * balances clears an earlier UNBALANCED record. A month with no
      * history at all (chargeback not yet in use) is not held up.
       SCAN-JOURNAL-CONTROL.
           OPEN INPUT JOURNALCTLFILE1
           IF FILE7-STATUS-NOTFOUND
               CONTINUE
           ELSE
               IF NOT FILE7-STATUS-OK
                   DISPLAY 'OPEN ERROR ON JOURNAL CONTROL FILE : '
                       FILE7-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-JOURNAL-LAYOUT-STAMP
               PERFORM UNTIL FILE7-STATUS-EOF
                      OR NOT FILE7-STATUS-OK
                   READ JOURNALCTLFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM NOTE-JOURNAL-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE JOURNALCTLFILE1
           END-IF

           PERFORM VARYING WS-MD-IX FROM 1 BY 1
                     UNTIL WS-MD-IX > 31
               EVALUATE WS-MD-JOURNAL(WS-MD-IX)
                   WHEN 'BALANCED'
                       ADD 1 TO WS-BALANCED-COUNT
                   WHEN 'UNBALANCED'
                       ADD 1 TO WS-UNBALANCED-COUNT
                       DISPLAY 'DAY ' WS-MD-IX ' OF ' WS-CLOSE-MONTH
                           ' CHARGEBACK JOURNAL IS UNBALANCED'
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .

       NOTE-JOURNAL-CONTROL-RECORD.
           IF JCT-BUSN-DATE IS NUMERIC
              AND JCT-BUSN-DATE(1:6) = WS-CLOSE-MONTH
               MOVE JCT-BUSN-DATE(7:2) TO WS-DAY-NUM
               IF WS-DAY-NUM >= 1
                  AND WS-DAY-NUM <= 31
                   MOVE JCT-STATUS TO WS-MD-JOURNAL(WS-DAY-NUM)
               END-IF
           END-IF
           .

      * The stamp is the first record of the history. A history kept
      * from before the stamp has none; version 00 is the same
      * journal record, so its first record is noted as a journal
      * and the close warns (message 0011).
       READ-JOURNAL-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ JOURNALCTLFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE JOURNALCTLRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-JCT-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-JCT-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               IF FILE7-STATUS-OK
                   SET LYT-LEGACY-UNSTAMPED TO TRUE
                   PERFORM NOTE-LEGACY-LAYOUT
                   PERFORM NOTE-JOURNAL-CONTROL-RECORD
               END-IF
           END-IF
           .

      * Generations land in the month by their trailer's business
      * date, so a rerun executed in the following month still
      * certifies under the month it processed.
                   DISPLAY 'EXCEPTION REGISTER NOT READABLE --'
                       ' EXCEPTION COUNTS OMITTED'
               ELSE
                   PERFORM READ-REGISTER-LAYOUT-STAMP
                   PERFORM UNTIL FILE4-STATUS-EOF
                          OR NOT FILE4-STATUS-OK
                       READ EXCREGFILE1
                           AT END
                               CONTINUE
                            NOT AT END
                               PERFORM TALLY-ONE-REGISTER-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE EXCREGFILE1
           END-IF
           .

       TALLY-ONE-REGISTER-ENTRY.
           IF REG-BUSN-DATE(1:6) = WS-CLOSE-MONTH
               MOVE REG-BUSN-DATE(7:2) TO WS-DAY-NUM
      * SUSPECTED entries are accepted groups awaiting follow-up,
      * not rejected lines, so they stay out of the exception count,
      * as do the CLEARED ones that follow-up has closed.
               IF WS-DAY-NUM >= 1
                  AND WS-DAY-NUM <= 31
                  AND REG-STATUS NOT = 'SUSPECTED'
                  AND REG-STATUS NOT = 'CLEARED'
                   ADD 1 TO WS-MD-EXC(WS-DAY-NUM)
                   IF REG-STATUS = 'CORRECTED'
                       ADD 1 TO WS-MD-CORR(WS-DAY-NUM)
                   END-IF
               END-IF
           END-IF
           .

      * The stamp is the first record of the register. A register
      * kept from before the stamp has none; version 00 is the same
      * entry record, so its first record is tallied as an entry and
      * the close warns (message 0011).
       READ-REGISTER-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ EXCREGFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE EXCREGRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-REG-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-REG-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               SET LYT-LEGACY-UNSTAMPED TO TRUE
               PERFORM NOTE-LEGACY-LAYOUT
               IF FILE4-STATUS-OK
                   PERFORM TALLY-ONE-REGISTER-ENTRY
               END-IF
           END-IF
           .

       NOTE-LEGACY-LAYOUT.
           IF RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
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

      * A register or journal history whose stamp names another
      * layout, or carries a version this FD was not written for, is
      * refused before any record of it is counted: the month is not
      * certified on figures read through a drifted layout.
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

       WRITE-CERTIFICATION-REPORT.
           PERFORM OPEN-CERTRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             TO CERTRPTLINE1
           PERFORM WRITE-CERTRPT

           MOVE WS-BALANCED-COUNT TO WS-RUNS-X
           MOVE SPACES TO CERTRPTLINE1
           STRING 'CHARGEBACK JOURNALS BALANCED ' WS-RUNS-X
               '  UNBALANCED   0'
               DELIMITED BY SIZE INTO CERTRPTLINE1
           PERFORM WRITE-CERTRPT

           PERFORM CLOSE-CERTRPT
           .

           CLOSE MONTHCLOSEFILE1
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
           IF NOT FILE8-STATUS-OK
               DISPLAY 'OVERRIDE REASON LIST NOT READABLE : '
                   FILE8-STATUS
           ELSE
               PERFORM UNTIL NOT FILE8-STATUS-OK
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
           IF FILE10-STATUS-NOTFOUND
               OPEN OUTPUT OVRREGISTERFILE1
           END-IF
           IF NOT FILE10-STATUS-OK
               MOVE FILE10-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON OVERRIDE REGISTER'
               DISPLAY 'FILE STATUS : ' FILE10-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN FILE10' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE10-STATUS TO WS-ERRLOG-STATUS-SRC
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
           IF NOT FILE10-STATUS-OK
               MOVE FILE10-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON OVERRIDE REGISTER'
               DISPLAY 'FILE STATUS : ' FILE10-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE FILE10' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE10-STATUS TO WS-ERRLOG-STATUS-SRC
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
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           MOVE WS-OPERATOR-ID TO OVR-OPERATOR-ID

           DISPLAY "OVRREASON" UPON ENVIRONMENT-NAME
           ACCEPT OVR-REASON-CODE FROM ENVIRONMENT-VALUE
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

           MOVE SPACES TO WS-PROCDATEFILE1-OVERRIDE
           DISPLAY "PROCDATEFILE" UPON ENVIRONMENT-NAME
                 TO WS-CERTRPTFILE1-PATH
           END-IF

           MOVE SPACES TO WS-JOURNALCTLFILE1-OVERRIDE
           DISPLAY "JOURNALCTL" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOURNALCTLFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-JOURNALCTLFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-JOURNALCTLFILE1-OVERRIDE)
                 TO WS-JOURNALCTLFILE1-PATH
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
           MOVE WS-ERRLOG-MESSAGE          TO ERL-MESSAGE
           MOVE WS-RUN-ID                  TO ERL-RUN-ID
           MOVE WS-ERRLOG-SEVERITY         TO ERL-SEVERITY
           MOVE WS-ERRLOG-MSG-NUMBER       TO ERL-MSG-NUMBER
           MOVE WS-SITE-CODE               TO ERL-SITE
           WRITE ERRORLOGRECORD1
           IF NOT FILE9-STATUS-OK
               MOVE FILE9-STATUS TO WS-FILE-STATUS-CODE
