       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2023-12-02-DISPUTE.
       AUTHOR. MARC BRASSART.

      * Game verdict dispute register and adjusted results.
      * DSPACTION RAISE records that a game's verdict (DTL-SET-STATE)
      * for a business date is challenged; UPHOLD closes it with the
      * verdict standing; OVERTURN proposes the claimed verdict, which
      * only takes effect once a DIFFERENT user APPROVEs it -- the
      * same two-person rule AOC-SUITE-CTL-MAINT applies to control
      * file versions. REPORT (the default, run by the daily job)
      * prints the official figures for the business date with every
      * approved overturn applied, next to the figures as run, and
      * lists each adjustment behind the difference.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTEFILE1 ASSIGN
            TO DYNAMIC WS-DISPUTEFILE1-PATH
            FILE STATUS IS FILE1-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DETAILFILE1 ASSIGN
            TO DYNAMIC WS-DETAILFILE1-PATH
            FILE STATUS IS FILE2-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADJRPTFILE1 ASSIGN
            TO DYNAMIC WS-ADJRPTFILE1-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The dispute register. Append-only, like CTLAPPROVAL.CTL: every
      * action writes a complete record, and the latest record for a
      * business date + game number is the dispute's state in force,
      * so the file is its own audit trail. Status moves OPEN ->
      * UPHELD, or OPEN -> PENDING (overturn proposed) -> OVERTURNED
      * on a second user's approval, or PENDING -> UPHELD when the
      * second user declines it.
         FD DISPUTEFILE1.
         01 DISPUTERECORD1.
            05 DSP-BUSN-DATE       PIC 9(08).
            05 DSP-FILLER1         PIC X(02).
            05 DSP-GAME-NUMBER     PIC 9(03).
            05 DSP-FILLER2         PIC X(02).
            05 DSP-RUN-ID          PIC X(16).
            05 DSP-FILLER3         PIC X(02).
            05 DSP-ORIG-VERDICT    PIC X(01).
            05 DSP-FILLER4         PIC X(02).
            05 DSP-CLAIM-VERDICT   PIC X(01).
            05 DSP-FILLER5         PIC X(02).
            05 DSP-STATUS          PIC X(10).
               88 DSP-IS-OPEN       VALUE 'OPEN'.
               88 DSP-IS-PENDING    VALUE 'PENDING'.
               88 DSP-IS-UPHELD     VALUE 'UPHELD'.
               88 DSP-IS-OVERTURNED VALUE 'OVERTURNED'.
            05 DSP-FILLER6         PIC X(02).
            05 DSP-RAISED-BY       PIC X(08).
            05 DSP-FILLER7         PIC X(02).
            05 DSP-RAISED-DATE     PIC 9(08).
            05 DSP-FILLER8         PIC X(02).
            05 DSP-ADJUDICATOR     PIC X(08).
            05 DSP-FILLER9         PIC X(02).
            05 DSP-ADJ-DATE        PIC 9(08).
            05 DSP-FILLER10        PIC X(02).
            05 DSP-APPROVER        PIC X(08).
            05 DSP-FILLER11        PIC X(02).
            05 DSP-APPR-DATE       PIC 9(08).
            05 DSP-FILLER12        PIC X(02).
            05 DSP-NOTE            PIC X(40).

      * Adv231202.cbl's game detail, checked against the GAMEDETAIL
      * layout stamp.
         FD DETAILFILE1.
         01 DETAILRECORD1.
            05 DTL-GAME-NUMBER     PIC 9(03).
            05 DTL-FILLER1         PIC X(02).
            05 DTL-SET-STATE       PIC X(01).
            05 DTL-FILLER2         PIC X(02).
            05 DTL-GREEN-NEEDED    PIC 9(03).
            05 DTL-FILLER3         PIC X(02).
            05 DTL-BLUE-NEEDED     PIC 9(03).
            05 DTL-FILLER4         PIC X(02).
            05 DTL-RED-NEEDED      PIC 9(03).
            05 DTL-FILLER5         PIC X(02).
            05 DTL-POWER-SET       PIC 9(08).
            05 DTL-FILLER6         PIC X(02).
            05 DTL-LIMIT-VERSION   PIC X(10).
            05 DTL-FILLER7         PIC X(02).
            05 DTL-RUN-ID          PIC X(16).

         FD ADJRPTFILE1.
         01 ADJRPTLINE1 PIC X(132).

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
         01 WS-DISPUTEFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "dispute.231202.txt".
         01 WS-DISPUTEFILE1-OVERRIDE PIC X(250).

         01 WS-DETAILFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d2.detail.txt".
         01 WS-DETAILFILE1-OVERRIDE PIC X(250).

         01 WS-ADJRPTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d2.adjresults.txt".
         01 WS-ADJRPTFILE1-OVERRIDE PIC X(250).

         01 WS-ERRORLOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "errorlog.txt".
         01 WS-ERRORLOGFILE1-OVERRIDE PIC X(250).

      * DSPACTION RAISE / UPHOLD / OVERTURN / APPROVE maintain one
      * dispute, REPORT (the default) prints the adjusted results.
      * DSPUSER names who is acting and is mandatory for every
      * maintenance action. DSPDATE (default BUSNDATE, then today)
      * and DSPGAME identify the game; DSPCLAIM is the verdict being
      * claimed on RAISE (O possible, M marginal, N impossible) and
      * DSPNOTE the reason recorded with the action. DETAILFILE1 must
      * be the disputed date's detail file.
         01 WS-DSP-ACTION PIC X(08) VALUE 'REPORT'.
            88 DSP-ACTION-RAISE    VALUE 'RAISE'.
            88 DSP-ACTION-UPHOLD   VALUE 'UPHOLD'.
            88 DSP-ACTION-OVERTURN VALUE 'OVERTURN'.
            88 DSP-ACTION-APPROVE  VALUE 'APPROVE'.
            88 DSP-ACTION-REPORT   VALUE 'REPORT'.
         01 WS-DSP-USER   PIC X(08) VALUE SPACES.
         01 WS-DSP-DATE   PIC 9(08) VALUE ZERO.
         01 WS-DSP-DATE-OVERRIDE PIC X(08).
         01 WS-DSP-GAME   PIC 9(03) VALUE ZERO.
         01 WS-DSP-GAME-OVERRIDE PIC X(03).
         01 WS-DSP-CLAIM  PIC X(01) VALUE SPACE.
            88 DSP-CLAIM-VALID VALUE 'O' 'M' 'N'.
         01 WS-DSP-NOTE   PIC X(40) VALUE SPACES.

      * FILE STATUS
         01 FILE1-STATUS PIC 9(02).
            88 FILE1-STATUS-OK       VALUE 00.
            88 FILE1-STATUS-EOF      VALUE 10.
            88 FILE1-STATUS-NOTFOUND VALUE 35.
         01 FILE2-STATUS PIC 9(02).
            88 FILE2-STATUS-OK  VALUE 00.
            88 FILE2-STATUS-EOF VALUE 10.
         01 FILE3-STATUS PIC 9(02).
            88 FILE3-STATUS-OK  VALUE 00.
         01 FILE9-STATUS PIC 9(02).
            88 FILE9-STATUS-OK       VALUE 00.
            88 FILE9-STATUS-NOTFOUND VALUE 35.

         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * The detail layout this step's FD was written for; a file
      * stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-DTL-LAYOUT-ID      PIC X(12) VALUE 'GAMEDETAIL'.
         01 WS-DTL-LAYOUT-VERSION PIC X(02) VALUE '01'.
         COPY LAYOUTID.

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
         01 WS-TODAY PIC 9(08).

      * Latest register record for the game being maintained.
         01 WS-DSP-FOUND PIC X VALUE 'N'.
            88 DISPUTE-FOUND VALUE 'Y'.
         01 WS-DSP-LATEST PIC X(155).

      * Verdict and power set as run, by game number, from
      * DETAILFILE1 (a game appended twice by a restart keeps its
      * last record), and the dispute state in force for the date.
         01 WS-GAME-TAB.
            05 WS-GAME-ENTRY OCCURS 999 TIMES.
               10 WS-GV-SEEN       PIC X(01).
               10 WS-GV-STATE      PIC X(01).
               10 WS-GV-POWER-SET  PIC 9(08).
               10 WS-GV-RUN-ID     PIC X(16).
               10 WS-GD-FOUND      PIC X(01).
               10 WS-GD-RECORD     PIC X(155).
         01 GX PIC 9(04).
         01 WS-ADJ-STATE PIC X(01).
            88 ADJ-STATE-POSSIBLE VALUE 'O' 'M'.
         01 WS-GV-STATE-WORK PIC X(01).
            88 RUN-STATE-POSSIBLE VALUE 'O' 'M'.

         01 WS-ORIG-POSSIBLE     PIC 9(05) VALUE ZERO.
         01 WS-ADJ-POSSIBLE      PIC 9(05) VALUE ZERO.
         01 WS-ORIG-SUM-GAMES    PIC 9(10) VALUE ZERO.
         01 WS-ADJ-SUM-GAMES     PIC 9(10) VALUE ZERO.
         01 WS-ORIG-SUM-POWER    PIC 9(10) VALUE ZERO.
         01 WS-ADJ-SUM-POWER     PIC 9(10) VALUE ZERO.
         01 WS-ORIG-POSS-POWER   PIC 9(10) VALUE ZERO.
         01 WS-ADJ-POSS-POWER    PIC 9(10) VALUE ZERO.
         01 WS-ADJUSTMENTS       PIC 9(05) VALUE ZERO.
         01 WS-NOT-APPLIED       PIC 9(05) VALUE ZERO.
         01 WS-STALE-COUNT       PIC 9(05) VALUE ZERO.
         01 WS-DETAIL-READ       PIC 9(05) VALUE ZERO.

      * REPORT EDIT FIELDS
         01 WS-GAME-X     PIC ZZ9.
         01 WS-COUNT-X    PIC Z(09)9.
         01 WS-COUNT2-X   PIC Z(09)9.
         01 WS-REASON     PIC X(32).

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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY

           EVALUATE TRUE
               WHEN DSP-ACTION-REPORT
                   PERFORM ADJUSTED-RESULTS-REPORT
               WHEN DSP-ACTION-RAISE
                 OR DSP-ACTION-UPHOLD
                 OR DSP-ACTION-OVERTURN
                 OR DSP-ACTION-APPROVE
                   PERFORM MAINTAIN-DISPUTE
               WHEN OTHER
                   DISPLAY 'DSPACTION MUST BE RAISE, UPHOLD, OVERTURN,'
                       ' APPROVE OR REPORT'
                   MOVE 'DSPACTION NOT RECOGNIZED' TO WS-ERRLOG-MESSAGE
                   MOVE 0189 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-DISPUTE-REFUSED
           END-EVALUATE

           PERFORM CLOSE-ERRORLOG
           .

      * -------- register maintenance --------

       MAINTAIN-DISPUTE.
           MOVE WS-DSP-GAME TO WS-GAME-X
           EVALUATE TRUE
               WHEN WS-DSP-USER = SPACES
                   DISPLAY 'DSPUSER NOT SUPPLIED -- EVERY DISPUTE'
                       ' ACTION MUST NAME ITS USER'
                   MOVE 'DSPUSER NOT SUPPLIED'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0190 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-DISPUTE-REFUSED
               WHEN WS-DSP-GAME = ZERO
                   DISPLAY 'DSPGAME NOT SUPPLIED'
                   MOVE 'DSPGAME NOT SUPPLIED'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0191 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-DISPUTE-REFUSED
               WHEN OTHER
                   PERFORM FIND-DISPUTE-STATE
                   IF DISPUTE-FOUND
                       MOVE WS-DSP-LATEST TO DISPUTERECORD1
                   END-IF
                   PERFORM APPLY-DISPUTE-ACTION
           END-EVALUATE
           .

       APPLY-DISPUTE-ACTION.
           EVALUATE TRUE
               WHEN DSP-ACTION-RAISE
                   PERFORM RAISE-DISPUTE
               WHEN NOT DISPUTE-FOUND
                   DISPLAY 'NO DISPUTE ON REGISTER FOR GAME ' WS-GAME-X
                       ' OF ' WS-DSP-DATE
                   MOVE 'NO DISPUTE ON REGISTER'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0192 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-DISPUTE-REFUSED
               WHEN DSP-ACTION-UPHOLD
                   PERFORM UPHOLD-DISPUTE
               WHEN DSP-ACTION-OVERTURN
                   PERFORM OVERTURN-DISPUTE
               WHEN DSP-ACTION-APPROVE
                   PERFORM APPROVE-OVERTURN
           END-EVALUATE
           .

      * One dispute per game per business date: a verdict already
      * adjudicated is not reopened by raising it again.
       RAISE-DISPUTE.
           IF DISPUTE-FOUND
               DISPLAY 'GAME ' WS-GAME-X ' OF ' WS-DSP-DATE
                   ' IS ALREADY ON THE REGISTER (' DSP-STATUS ')'
                   MOVE 'DISPUTE ALREADY ON REGISTER'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0193 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-DISPUTE-REFUSED
           ELSE
               IF NOT DSP-CLAIM-VALID
                   DISPLAY 'DSPCLAIM MUST BE O, M OR N'
                   MOVE 'DSPCLAIM NOT O, M OR N'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0194 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-DISPUTE-REFUSED
               ELSE
                   PERFORM LOAD-RUN-VERDICTS
                   IF WS-GV-SEEN(WS-DSP-GAME) NOT = 'Y'
                       DISPLAY 'GAME ' WS-GAME-X
                           ' NOT IN DETAILFILE1 -- NOTHING TO DISPUTE'
                       MOVE 'GAME NOT IN DETAILFILE1'
                         TO WS-ERRLOG-MESSAGE
                       MOVE 0195 TO WS-ERRLOG-MSG-NUMBER
                       PERFORM LOG-DISPUTE-REFUSED
                   ELSE
                       IF WS-GV-STATE(WS-DSP-GAME) = WS-DSP-CLAIM
                           DISPLAY 'GAME ' WS-GAME-X ' VERDICT IS'
                               ' ALREADY ' WS-DSP-CLAIM
                           MOVE 'CLAIM SAME AS VERDICT'
                             TO WS-ERRLOG-MESSAGE
                           MOVE 0196 TO WS-ERRLOG-MSG-NUMBER
                           PERFORM LOG-DISPUTE-REFUSED
                       ELSE
                           PERFORM RECORD-NEW-DISPUTE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       RECORD-NEW-DISPUTE.
           MOVE SPACES                   TO DISPUTERECORD1
           MOVE WS-DSP-DATE              TO DSP-BUSN-DATE
           MOVE WS-DSP-GAME              TO DSP-GAME-NUMBER
           MOVE WS-GV-RUN-ID(WS-DSP-GAME) TO DSP-RUN-ID
           MOVE WS-GV-STATE(WS-DSP-GAME) TO DSP-ORIG-VERDICT
           MOVE WS-DSP-CLAIM             TO DSP-CLAIM-VERDICT
           SET DSP-IS-OPEN               TO TRUE
           MOVE WS-DSP-USER              TO DSP-RAISED-BY
           MOVE WS-TODAY                 TO DSP-RAISED-DATE
           MOVE ZERO                     TO DSP-ADJ-DATE
           MOVE ZERO                     TO DSP-APPR-DATE
           MOVE WS-DSP-NOTE              TO DSP-NOTE
           PERFORM APPEND-DISPUTE-RECORD
           DISPLAY 'GAME ' WS-GAME-X ' OF ' WS-DSP-DATE
               ' DISPUTED: VERDICT ' DSP-ORIG-VERDICT
               ' CLAIMED ' DSP-CLAIM-VERDICT ' -- OPEN'
           .

      * Upholding from PENDING is the second user declining the
      * proposed overturn, and is recorded as their decision.
       UPHOLD-DISPUTE.
           EVALUATE TRUE
               WHEN DSP-IS-OPEN
                   MOVE WS-DSP-USER TO DSP-ADJUDICATOR
                   MOVE WS-TODAY    TO DSP-ADJ-DATE
                   PERFORM RECORD-UPHELD
               WHEN DSP-IS-PENDING
                AND DSP-ADJUDICATOR = WS-DSP-USER
                   DISPLAY 'OVERTURN WAS PROPOSED BY ' WS-DSP-USER
                       ' -- A DIFFERENT USER MUST DECIDE IT'
                   MOVE 'PROPOSER CANNOT DECIDE OWN OVERTURN'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0197 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-DISPUTE-REFUSED
               WHEN DSP-IS-PENDING
                   MOVE WS-DSP-USER TO DSP-APPROVER
                   MOVE WS-TODAY    TO DSP-APPR-DATE
                   PERFORM RECORD-UPHELD
               WHEN OTHER
                   DISPLAY 'GAME ' WS-GAME-X ' DISPUTE IS ALREADY '
                       DSP-STATUS
                   MOVE 'DISPUTE ALREADY CLOSED'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0198 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-DISPUTE-REFUSED
           END-EVALUATE
           .

       RECORD-UPHELD.
           SET DSP-IS-UPHELD TO TRUE
           IF WS-DSP-NOTE NOT = SPACES
               MOVE WS-DSP-NOTE TO DSP-NOTE
           END-IF
           PERFORM APPEND-DISPUTE-RECORD
           DISPLAY 'GAME ' WS-GAME-X ' OF ' WS-DSP-DATE
               ' VERDICT UPHELD BY ' WS-DSP-USER
           .

       OVERTURN-DISPUTE.
           IF NOT DSP-IS-OPEN
               DISPLAY 'GAME ' WS-GAME-X ' DISPUTE IS ' DSP-STATUS
                   ' -- ONLY AN OPEN DISPUTE CAN BE OVERTURNED'
                   MOVE 'DISPUTE NOT OPEN'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0199 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-DISPUTE-REFUSED
           ELSE
               MOVE WS-DSP-USER TO DSP-ADJUDICATOR
               MOVE WS-TODAY    TO DSP-ADJ-DATE
               SET DSP-IS-PENDING TO TRUE
               IF WS-DSP-NOTE NOT = SPACES
                   MOVE WS-DSP-NOTE TO DSP-NOTE
               END-IF
               PERFORM APPEND-DISPUTE-RECORD
               DISPLAY 'GAME ' WS-GAME-X ' OF ' WS-DSP-DATE
                   ' OVERTURN TO ' DSP-CLAIM-VERDICT
                   ' RECORDED PENDING -- A SECOND USER MUST'
                   ' APPROVE IT BEFORE IT APPLIES'
           END-IF
           .

       APPROVE-OVERTURN.
           EVALUATE TRUE
               WHEN NOT DSP-IS-PENDING
                   DISPLAY 'GAME ' WS-GAME-X ' DISPUTE IS ' DSP-STATUS
                       ' -- NO OVERTURN AWAITING APPROVAL'
                   MOVE 'NO OVERTURN PENDING'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0200 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-DISPUTE-REFUSED
               WHEN DSP-ADJUDICATOR = WS-DSP-USER
                   DISPLAY 'OVERTURN WAS PROPOSED BY ' WS-DSP-USER
                       ' -- A DIFFERENT USER MUST APPROVE IT'
                   MOVE 'PROPOSER CANNOT APPROVE OWN OVERTURN'
                     TO WS-ERRLOG-MESSAGE
                   MOVE 0201 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM LOG-DISPUTE-REFUSED
               WHEN OTHER
                   MOVE WS-DSP-USER TO DSP-APPROVER
                   MOVE WS-TODAY    TO DSP-APPR-DATE
                   SET DSP-IS-OVERTURNED TO TRUE
                   PERFORM APPEND-DISPUTE-RECORD
                   DISPLAY 'GAME ' WS-GAME-X ' OF ' WS-DSP-DATE
                       ' VERDICT OVERTURNED TO ' DSP-CLAIM-VERDICT
                       ' -- APPROVED BY ' WS-DSP-USER
           END-EVALUATE
           .

       LOG-DISPUTE-REFUSED.
           MOVE 'DISPUTE' TO WS-ERRLOG-OPERATION
           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
           MOVE 'S' TO WS-ERRLOG-SEVERITY
           PERFORM WRITE-ERRORLOG
           MOVE 8 TO RETURN-CODE
           .

       FIND-DISPUTE-STATE.
           MOVE 'N' TO WS-DSP-FOUND
           OPEN INPUT DISPUTEFILE1
           IF FILE1-STATUS-NOTFOUND
               CONTINUE
           ELSE
               IF NOT FILE1-STATUS-OK
                   MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON DISPUTE REGISTER'
                   DISPLAY 'FILE STATUS : ' FILE1-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 'OPEN FILE1' TO WS-ERRLOG-OPERATION
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'F' TO WS-ERRLOG-SEVERITY
                   MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FILE1-STATUS-EOF
                   READ DISPUTEFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           IF DSP-BUSN-DATE = WS-DSP-DATE
                              AND DSP-GAME-NUMBER = WS-DSP-GAME
                               SET DISPUTE-FOUND TO TRUE
                               MOVE DISPUTERECORD1 TO WS-DSP-LATEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTEFILE1
           END-IF
           .

       APPEND-DISPUTE-RECORD.
           MOVE DISPUTERECORD1 TO WS-DSP-LATEST
           OPEN EXTEND DISPUTEFILE1
           IF FILE1-STATUS-NOTFOUND
               OPEN OUTPUT DISPUTEFILE1
           END-IF
           IF NOT FILE1-STATUS-OK
               MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON DISPUTE REGISTER'
               DISPLAY 'FILE STATUS : ' FILE1-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN FILE1' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DSP-LATEST TO DISPUTERECORD1
           WRITE DISPUTERECORD1
           IF NOT FILE1-STATUS-OK
               MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON DISPUTE REGISTER'
               DISPLAY 'FILE STATUS : ' FILE1-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE FILE1' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE DISPUTEFILE1
           .

      * -------- adjusted results --------

       LOAD-RUN-VERDICTS.
           INITIALIZE WS-GAME-TAB
           OPEN INPUT DETAILFILE1
           IF NOT FILE2-STATUS-OK
               MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON DETAIL FILE'
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
           PERFORM READ-DETAIL-LAYOUT-STAMP
           PERFORM UNTIL FILE2-STATUS-EOF
               READ DETAILFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       PERFORM TAKE-ONE-RUN-VERDICT
               END-READ
           END-PERFORM
           CLOSE DETAILFILE1
           .

       TAKE-ONE-RUN-VERDICT.
           IF DTL-GAME-NUMBER IS NUMERIC
              AND DTL-GAME-NUMBER > ZERO
               ADD 1 TO WS-DETAIL-READ
               MOVE DTL-GAME-NUMBER TO GX
               MOVE 'Y'           TO WS-GV-SEEN(GX)
               MOVE DTL-SET-STATE TO WS-GV-STATE(GX)
               MOVE DTL-POWER-SET TO WS-GV-POWER-SET(GX)
               MOVE DTL-RUN-ID    TO WS-GV-RUN-ID(GX)
           END-IF
           .

      * The stamp is the first record of the detail file. A report
      * for a business date whose detail was kept from before the
      * stamp reads it as version 00, its first record a game, and
      * warns (message 0011).
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
                   PERFORM TAKE-ONE-RUN-VERDICT
               END-IF
           END-IF
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

       LOAD-DATE-DISPUTES.
           OPEN INPUT DISPUTEFILE1
           IF FILE1-STATUS-NOTFOUND
               CONTINUE
           ELSE
               IF NOT FILE1-STATUS-OK
                   MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON DISPUTE REGISTER'
                   DISPLAY 'FILE STATUS : ' FILE1-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 'OPEN FILE1' TO WS-ERRLOG-OPERATION
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'F' TO WS-ERRLOG-SEVERITY
                   MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FILE1-STATUS-EOF
                   READ DISPUTEFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           IF DSP-BUSN-DATE = WS-DSP-DATE
                              AND DSP-GAME-NUMBER IS NUMERIC
                              AND DSP-GAME-NUMBER > ZERO
                               MOVE DSP-GAME-NUMBER TO GX
                               MOVE 'Y' TO WS-GD-FOUND(GX)
                               MOVE DISPUTERECORD1 TO WS-GD-RECORD(GX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTEFILE1
           END-IF
           .

      * Only an OVERTURNED dispute changes a figure, and only while
      * the verdict on file is still the one that was disputed -- a
      * rerun that has since changed the verdict makes the overturn
      * stale, and it is listed, not applied. Power sets do not
      * depend on the verdict, so their all-games total is the same
      * both ways; the possible-games power set total moves with it.
       ADJUSTED-RESULTS-REPORT.
           PERFORM LOAD-RUN-VERDICTS
           PERFORM LOAD-DATE-DISPUTES
           PERFORM OPEN-FILE3
           PERFORM WRITE-ADJUSTED-HEADING

           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > 999
               IF WS-GV-SEEN(GX) = 'Y'
                   PERFORM FOOT-ONE-GAME
               END-IF
           END-PERFORM

           PERFORM WRITE-ADJUSTED-TOTALS
           PERFORM WRITE-ADJUSTMENT-LIST
           PERFORM WRITE-NOT-APPLIED-LIST
           PERFORM CLOSE-FILE3

           DISPLAY 'ADJUSTED SUM CORRECT GAME NUMBER = '
               WS-ADJ-SUM-GAMES
           DISPLAY 'ORIGINAL SUM CORRECT GAME NUMBER = '
               WS-ORIG-SUM-GAMES
           DISPLAY 'VERDICTS OVERTURNED APPLIED      = '
               WS-ADJUSTMENTS
           IF WS-STALE-COUNT > ZERO
               SET RUN-HAS-WARNINGS TO TRUE
               MOVE 'ADJ REPORT' TO WS-ERRLOG-OPERATION
               MOVE 'OVERTURN NOT APPLIED, VERDICT CHANGED'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0202 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF
           .

       FOOT-ONE-GAME.
           MOVE WS-GV-STATE(GX) TO WS-GV-STATE-WORK
           MOVE WS-GV-STATE(GX) TO WS-ADJ-STATE
           IF WS-GD-FOUND(GX) = 'Y'
               MOVE WS-GD-RECORD(GX) TO DISPUTERECORD1
               IF DSP-IS-OVERTURNED
                   IF DSP-ORIG-VERDICT = WS-GV-STATE(GX)
                       MOVE DSP-CLAIM-VERDICT TO WS-ADJ-STATE
                       ADD 1 TO WS-ADJUSTMENTS
                   ELSE
                       ADD 1 TO WS-STALE-COUNT
                   END-IF
               END-IF
           END-IF

           ADD WS-GV-POWER-SET(GX) TO WS-ORIG-SUM-POWER
           ADD WS-GV-POWER-SET(GX) TO WS-ADJ-SUM-POWER
           IF RUN-STATE-POSSIBLE
               ADD 1 TO WS-ORIG-POSSIBLE
               ADD GX TO WS-ORIG-SUM-GAMES
               ADD WS-GV-POWER-SET(GX) TO WS-ORIG-POSS-POWER
           END-IF
           IF ADJ-STATE-POSSIBLE
               ADD 1 TO WS-ADJ-POSSIBLE
               ADD GX TO WS-ADJ-SUM-GAMES
               ADD WS-GV-POWER-SET(GX) TO WS-ADJ-POSS-POWER
           END-IF
           .

       WRITE-ADJUSTED-HEADING.
           MOVE SPACES TO ADJRPTLINE1
           STRING 'AOC-2023-12-02  ADJUSTED RESULTS'
               '      BUSINESS DATE ' WS-DSP-DATE
               '      RUN ID ' WS-RUN-ID
               DELIMITED BY SIZE INTO ADJRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO ADJRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO ADJRPTLINE1
           MOVE 'ORIGINAL' TO ADJRPTLINE1(39:)
           MOVE 'ADJUSTED' TO ADJRPTLINE1(53:)
           PERFORM WRITE-FILE3
           .

       WRITE-ADJUSTED-TOTALS.
           MOVE WS-ORIG-POSSIBLE TO WS-COUNT-X
           MOVE WS-ADJ-POSSIBLE  TO WS-COUNT2-X
           MOVE 'POSSIBLE GAMES' TO WS-REASON
           PERFORM WRITE-TOTAL-LINE
           MOVE WS-ORIG-SUM-GAMES TO WS-COUNT-X
           MOVE WS-ADJ-SUM-GAMES  TO WS-COUNT2-X
           MOVE 'SUM OF POSSIBLE GAME NUMBERS' TO WS-REASON
           PERFORM WRITE-TOTAL-LINE
           MOVE WS-ORIG-SUM-POWER TO WS-COUNT-X
           MOVE WS-ADJ-SUM-POWER  TO WS-COUNT2-X
           MOVE 'SUM OF POWER SETS, ALL GAMES' TO WS-REASON
           PERFORM WRITE-TOTAL-LINE
           MOVE WS-ORIG-POSS-POWER TO WS-COUNT-X
           MOVE WS-ADJ-POSS-POWER  TO WS-COUNT2-X
           MOVE 'SUM OF POWER SETS, POSSIBLE' TO WS-REASON
           PERFORM WRITE-TOTAL-LINE
           .

       WRITE-TOTAL-LINE.
           MOVE SPACES TO ADJRPTLINE1
           STRING WS-REASON '    ' WS-COUNT-X '    ' WS-COUNT2-X
               DELIMITED BY SIZE INTO ADJRPTLINE1
           PERFORM WRITE-FILE3
           .

       WRITE-ADJUSTMENT-LIST.
           MOVE SPACES TO ADJRPTLINE1
           PERFORM WRITE-FILE3
           MOVE 'ADJUSTMENTS APPLIED' TO ADJRPTLINE1
           PERFORM WRITE-FILE3
           MOVE SPACES TO ADJRPTLINE1
           STRING 'GAME  RUN ID            VERDICT   '
               'ADJUDICATED        APPROVED           NOTE'
               DELIMITED BY SIZE INTO ADJRPTLINE1
           PERFORM WRITE-FILE3
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > 999
               IF WS-GV-SEEN(GX) = 'Y' AND WS-GD-FOUND(GX) = 'Y'
                   MOVE WS-GD-RECORD(GX) TO DISPUTERECORD1
                   IF DSP-IS-OVERTURNED
                      AND DSP-ORIG-VERDICT = WS-GV-STATE(GX)
                       PERFORM WRITE-ADJUSTMENT-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ADJUSTMENTS = ZERO
               MOVE SPACES TO ADJRPTLINE1
               MOVE '  (NONE)' TO ADJRPTLINE1
               PERFORM WRITE-FILE3
           END-IF
           .

       WRITE-ADJUSTMENT-LINE.
           MOVE GX TO WS-GAME-X
           MOVE SPACES TO ADJRPTLINE1
           STRING ' ' WS-GAME-X '  ' DSP-RUN-ID '  '
               DSP-ORIG-VERDICT ' -> ' DSP-CLAIM-VERDICT '    '
               DSP-ADJUDICATOR ' ' DSP-ADJ-DATE '  '
               DSP-APPROVER ' ' DSP-APPR-DATE '  '
               DSP-NOTE
               DELIMITED BY SIZE INTO ADJRPTLINE1
           PERFORM WRITE-FILE3
           .

      * Everything else on the register for the date: still open,
      * awaiting the second user, upheld, or overturned but stale.
       WRITE-NOT-APPLIED-LIST.
           MOVE SPACES TO ADJRPTLINE1
           PERFORM WRITE-FILE3
           MOVE 'DISPUTES NOT APPLIED' TO ADJRPTLINE1
           PERFORM WRITE-FILE3
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > 999
               IF WS-GD-FOUND(GX) = 'Y'
                   MOVE WS-GD-RECORD(GX) TO DISPUTERECORD1
                   EVALUATE TRUE
                       WHEN WS-GV-SEEN(GX) NOT = 'Y'
                           MOVE 'GAME NOT IN DETAILFILE1'
                             TO WS-REASON
                           PERFORM WRITE-NOT-APPLIED-LINE
                       WHEN DSP-IS-OVERTURNED
                        AND DSP-ORIG-VERDICT NOT = WS-GV-STATE(GX)
                           MOVE SPACES TO WS-REASON
                           STRING 'STALE - VERDICT ON FILE NOW '
                               WS-GV-STATE(GX)
                               DELIMITED BY SIZE INTO WS-REASON
                           PERFORM WRITE-NOT-APPLIED-LINE
                       WHEN DSP-IS-OVERTURNED
                           CONTINUE
                       WHEN DSP-IS-PENDING
                           MOVE 'OVERTURN AWAITING APPROVAL'
                             TO WS-REASON
                           PERFORM WRITE-NOT-APPLIED-LINE
                       WHEN DSP-IS-UPHELD
                           MOVE 'VERDICT UPHELD' TO WS-REASON
                           PERFORM WRITE-NOT-APPLIED-LINE
                       WHEN OTHER
                           MOVE 'OPEN - NOT YET ADJUDICATED'
                             TO WS-REASON
                           PERFORM WRITE-NOT-APPLIED-LINE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-NOT-APPLIED = ZERO
               MOVE SPACES TO ADJRPTLINE1
               MOVE '  (NONE)' TO ADJRPTLINE1
               PERFORM WRITE-FILE3
           END-IF
           .

       WRITE-NOT-APPLIED-LINE.
           ADD 1 TO WS-NOT-APPLIED
           MOVE GX TO WS-GAME-X
           MOVE SPACES TO ADJRPTLINE1
           STRING ' ' WS-GAME-X '  ' DSP-RUN-ID '  '
               DSP-ORIG-VERDICT ' -> ' DSP-CLAIM-VERDICT '    '
               WS-REASON '  RAISED BY ' DSP-RAISED-BY
               ' ' DSP-RAISED-DATE
               DELIMITED BY SIZE INTO ADJRPTLINE1
           PERFORM WRITE-FILE3
           .

       OPEN-FILE3.
           OPEN OUTPUT ADJRPTFILE1
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
           WRITE ADJRPTLINE1
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
           CLOSE ADJRPTFILE1
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
           MOVE SPACES TO WS-DISPUTEFILE1-OVERRIDE
           DISPLAY "DISPUTEFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-DISPUTEFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-DISPUTEFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-DISPUTEFILE1-OVERRIDE)
                 TO WS-DISPUTEFILE1-PATH
           END-IF

           MOVE SPACES TO WS-DETAILFILE1-OVERRIDE
           DISPLAY "DETAILFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-DETAILFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-DETAILFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-DETAILFILE1-OVERRIDE)
                 TO WS-DETAILFILE1-PATH
           END-IF

           MOVE SPACES TO WS-ADJRPTFILE1-OVERRIDE
           DISPLAY "ADJRPTFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-ADJRPTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-ADJRPTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ADJRPTFILE1-OVERRIDE)
                 TO WS-ADJRPTFILE1-PATH
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

           DISPLAY "DSPACTION" UPON ENVIRONMENT-NAME
           ACCEPT WS-DSP-ACTION FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           IF WS-DSP-ACTION = SPACES
               MOVE 'REPORT' TO WS-DSP-ACTION
           END-IF

           DISPLAY "DSPUSER" UPON ENVIRONMENT-NAME
           ACCEPT WS-DSP-USER FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           DISPLAY "DSPCLAIM" UPON ENVIRONMENT-NAME
           ACCEPT WS-DSP-CLAIM FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           DISPLAY "DSPNOTE" UPON ENVIRONMENT-NAME
           ACCEPT WS-DSP-NOTE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           MOVE SPACES TO WS-DSP-DATE-OVERRIDE
           DISPLAY "DSPDATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-DSP-DATE-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-DSP-DATE-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-DSP-DATE-OVERRIDE)
                 TO WS-DSP-DATE
           END-IF

           MOVE SPACES TO WS-DSP-GAME-OVERRIDE
           DISPLAY "DSPGAME" UPON ENVIRONMENT-NAME
           ACCEPT WS-DSP-GAME-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-DSP-GAME-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-DSP-GAME-OVERRIDE)
                 TO WS-DSP-GAME
           END-IF

           IF WS-DSP-DATE = ZERO
               IF BUSN-DATE-SET
                   MOVE WS-BUSN-DATE TO WS-DSP-DATE
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DSP-DATE
               END-IF
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
           MOVE 'ADV231202.07' TO ERL-PROGRAM-ID
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
