       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-SUITE-CONSOLE.
       AUTHOR. MARC BRASSART.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCDATEFILE1 ASSIGN
            TO DYNAMIC WS-PROCDATEFILE1-PATH
            FILE STATUS IS FILE1-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTLFILE1 ASSIGN
            TO DYNAMIC WS-RUNCTLFILE1-PATH
            FILE STATUS IS FILE2-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MONTHCLOSEFILE1 ASSIGN
            TO DYNAMIC WS-MONTHCLOSEFILE1-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALERTREGFILE1 ASSIGN
            TO DYNAMIC WS-ALERTREGFILE1-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCREGFILE1 ASSIGN
            TO DYNAMIC WS-EXCREGFILE1-PATH
            FILE STATUS IS FILE5-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPROVALFILE1 ASSIGN
            TO DYNAMIC WS-APPROVALFILE1-PATH
            FILE STATUS IS FILE6-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXTSTATUSFILE1 ASSIGN
            TO DYNAMIC WS-EXTSTATUSFILE1-PATH
            FILE STATUS IS FILE7-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOGFILE1 ASSIGN
            TO DYNAMIC WS-CATALOGFILE1-PATH
            FILE STATUS IS FILE8-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRAILERFILE1 ASSIGN
            TO DYNAMIC WS-TRAILERFILE1-PATH
            FILE STATUS IS FILE9-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVRREASONSFILE1 ASSIGN
            TO DYNAMIC WS-OVRREASONS-PATH
            FILE STATUS IS FILE10-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HANDOFFFILE1 ASSIGN
            TO DYNAMIC WS-HANDOFFFILE1-PATH
            FILE STATUS IS FILE11-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The driver's processing-date trail: "walldate walltime
      * busndate state". The last line says whether a date is open.
         FD PROCDATEFILE1.
         01 PROCDATERECORD1 PIC X(80).

      * The current cycle's run control: "walldate walltime step
      * state value" -- SUITE RUNID and the STREAM.<name> records.
         FD RUNCTLFILE1.
         01 RUNCTLRECORD1 PIC X(300).

      * Must track AOC-SUITE-CLOSE's MONTHCLOSERECORD1 exactly.
         FD MONTHCLOSEFILE1.
         01 MONTHCLOSERECORD1.
            05 MCL-MONTH        PIC 9(06).
            05 MCL-FILLER1      PIC X(02).
            05 MCL-STATE        PIC X(08).
            05 MCL-FILLER2      PIC X(02).
            05 MCL-WALL-DATE    PIC 9(08).
            05 MCL-FILLER3      PIC X(02).
            05 MCL-WALL-TIME    PIC 9(06).
            05 MCL-FILLER4      PIC X(02).
            05 MCL-OPERATOR     PIC X(08).

      * Must track AOC-SUITE-ALERT-REG's ALERTREGRECORD1 exactly.
         FD ALERTREGFILE1.
         01 ALERTREGRECORD1.
            05 ALR-ALERT-ID     PIC 9(06).
            05 ALR-FILLER1      PIC X(02).
            05 ALR-EVENT        PIC X(09).
            05 ALR-FILLER2      PIC X(02).
            05 ALR-EVENT-DATE   PIC 9(08).
            05 ALR-FILLER3      PIC X(02).
            05 ALR-EVENT-TIME   PIC 9(06).
            05 ALR-FILLER4      PIC X(02).
            05 ALR-OPERATOR     PIC X(08).
            05 ALR-FILLER5      PIC X(02).
            05 ALR-SEVERITY     PIC X(01).
            05 ALR-FILLER6      PIC X(02).
            05 ALR-TEXT         PIC X(120).

      * AOC-2022-12-01-EXCREG's register, checked against the EXCREG
      * layout stamp.
         FD EXCREGFILE1.
         01 EXCREGRECORD1.
            05 REG-BUSN-DATE    PIC 9(08).
            05 REG-FILLER1      PIC X(02).
            05 REG-LINE-NUMBER  PIC 9(07).
            05 REG-FILLER2      PIC X(02).
            05 REG-STATUS       PIC X(09).
            05 REG-FILLER3      PIC X(02).
            05 REG-STATUS-DATE  PIC 9(08).
            05 REG-FILLER4      PIC X(02).
            05 REG-TEXT         PIC X(09).
            05 REG-FILLER5      PIC X(02).
            05 REG-SOURCE-PATH  PIC X(250).
            05 REG-FILLER6      PIC X(02).
            05 REG-ELF-NUMBER   PIC 9(05).

      * AOC-SUITE-CTLMAINT's approval file, checked against the
      * APPROVAL layout stamp.
         FD APPROVALFILE1.
         01 APPROVALRECORD1.
            05 APR-CTLTYPE      PIC X(10).
            05 APR-FILLER1      PIC X(02).
            05 APR-VERSION-ID   PIC X(10).
            05 APR-FILLER2      PIC X(02).
            05 APR-STATE        PIC X(08).
            05 APR-FILLER3      PIC X(02).
            05 APR-USER-ID      PIC X(08).
            05 APR-FILLER4      PIC X(02).
            05 APR-DATE         PIC 9(08).

      * Extract lifecycle events, appended forever by AOC-2022-12-01
      * (.02); the latest event per RUN-ID is the extract's state.
         FD EXTSTATUSFILE1.
         01 EXTSTATUSRECORD1.
            05 EXS-RUN-ID       PIC X(16).
            05 EXS-FILLER1      PIC X(02).
            05 EXS-EVENT-DATE   PIC 9(08).
            05 EXS-FILLER2      PIC X(02).
            05 EXS-STATE        PIC X(08).
            05 EXS-FILLER3      PIC X(02).
            05 EXS-RESEND-CNT   PIC 9(02).

         FD CATALOGFILE1.
         01 CATALOGRECORD1 PIC X(300).

      * Must track the AOC-2022-12-01 writers' TRAILERRECORD1 exactly.
         FD TRAILERFILE1.
         01 TRAILERRECORD1.
            05 TRL-PROGRAM-ID       PIC X(14).
            05 TRL-FILLER1          PIC X(02).
            05 TRL-RUN-DATE         PIC 9(08).
            05 TRL-FILLER2          PIC X(74).

      * Controlled list of manual override reason codes (OVRCTL.CPY).
         FD OVRREASONSFILE1.
         01 OVRREASONSRECORD1.
            05 RSN-CODE         PIC X(04).
            05 RSN-FILLER1      PIC X(02).
            05 RSN-TEXT         PIC X(40).
            05 RSN-FILLER2      PIC X(34).

      * The action the operator chose, as KEYWORD=VALUE lines in the
      * PARMLIB member style: ACTION=<name> first, then every key the
      * target program reads. The console script runs the target with
      * exactly these keys and brings the operator back here.
         FD HANDOFFFILE1.
         01 HANDOFFRECORD1 PIC X(300).
       WORKING-STORAGE SECTION.

      * RUN-TIME PARAMETERS
      * OPERATOR signs on (asked for when not exported). AGEDAYS is
      * the exception register's age limit, as the nightly register
      * step reports it. The file paths are the site's own; the
      * console script passes them exactly as the driver does.
         COPY OVRCTL.

         01 WS-AGE-DAYS PIC 9(03) VALUE 7.
         01 WS-AGE-DAYS-OVERRIDE PIC X(03).

         01 WS-PROCDATEFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "procdate.txt".
         01 WS-PROCDATEFILE1-OVERRIDE PIC X(250).

         01 WS-RUNCTLFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "runcontrol.txt".
         01 WS-RUNCTLFILE1-OVERRIDE PIC X(250).

         01 WS-MONTHCLOSEFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "monthclose.txt".
         01 WS-MONTHCLOSEFILE1-OVERRIDE PIC X(250).

         01 WS-ALERTREGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "alertregister.txt".
         01 WS-ALERTREGFILE1-OVERRIDE PIC X(250).

         01 WS-EXCREGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "excregister.221201.txt".
         01 WS-EXCREGFILE1-OVERRIDE PIC X(250).

         01 WS-APPROVALFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "CTLAPPROVAL.CTL".
         01 WS-APPROVALFILE1-OVERRIDE PIC X(250).

         01 WS-EXTSTATUSFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "extractstatus.221201.txt".
         01 WS-EXTSTATUSFILE1-OVERRIDE PIC X(250).

         01 WS-CATALOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\generations\
      -        "catalog.txt".
         01 WS-CATALOGFILE1-OVERRIDE PIC X(250).

         01 WS-HANDOFFFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "consolehandoff.txt".
         01 WS-HANDOFFFILE1-OVERRIDE PIC X(250).

         01 WS-TRAILERFILE1-PATH PIC X(250).

      * FILE STATUS
         01 FILE1-STATUS PIC 9(02).
            88 FILE1-STATUS-OK  VALUE 00.
         01 FILE2-STATUS PIC 9(02).
            88 FILE2-STATUS-OK  VALUE 00.
         01 FILE3-STATUS PIC 9(02).
            88 FILE3-STATUS-OK  VALUE 00.
         01 FILE4-STATUS PIC 9(02).
            88 FILE4-STATUS-OK  VALUE 00.
         01 FILE5-STATUS PIC 9(02).
            88 FILE5-STATUS-OK  VALUE 00.
         01 FILE6-STATUS PIC 9(02).
            88 FILE6-STATUS-OK  VALUE 00.
         01 FILE7-STATUS PIC 9(02).
            88 FILE7-STATUS-OK  VALUE 00.
         01 FILE8-STATUS PIC 9(02).
            88 FILE8-STATUS-OK  VALUE 00.
         01 FILE9-STATUS PIC 9(02).
            88 FILE9-STATUS-OK  VALUE 00.
         01 FILE10-STATUS PIC 9(02).
            88 FILE10-STATUS-OK VALUE 00.
         01 FILE11-STATUS PIC 9(02).
            88 FILE11-STATUS-OK VALUE 00.

         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * The approval-file layout this step's FD was written for; a
      * file stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-APR-LAYOUT-ID      PIC X(12) VALUE 'APPROVAL'.
         01 WS-APR-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * Likewise the exception register's layout.
         01 WS-REG-LAYOUT-ID      PIC X(12) VALUE 'EXCREG'.
         01 WS-REG-LAYOUT-VERSION PIC X(02) VALUE '01'.
         COPY LAYOUTID.
         01 WS-CURRENT-DATE-TIME  PIC X(21).

      * WORKING VARIABLES
      * Space-delimited trail lines split into their words.
         01 WS-TRAIL-WORD1        PIC X(20).
         01 WS-TRAIL-WORD2        PIC X(20).
         01 WS-TRAIL-WORD3        PIC X(20).
         01 WS-TRAIL-WORD4        PIC X(20).
         01 WS-TRAIL-WORD5        PIC X(250).

      * The business date as the processing-date trail leaves it.
         01 WS-BUSN-DATE          PIC X(08) VALUE SPACES.
         01 WS-BUSN-STATE         PIC X(08) VALUE SPACES.
            88 BUSN-DATE-OPEN     VALUE 'OPEN'.
         01 WS-CYCLE-RUN-ID       PIC X(16) VALUE SPACES.
         01 WS-MONTH-STATE        PIC X(08) VALUE SPACES.

      * Latest run-control record per stream of the cycle.
         01 WS-STREAM-TAB.
            05 WS-STREAM-ENTRY OCCURS 3 TIMES.
               10 WS-ST-NAME      PIC X(12).
               10 WS-ST-STATE     PIC X(08).
               10 WS-ST-VALUE     PIC X(04).
         01 WS-ST-IX              PIC 9(01).
         01 WS-STREAM-TEXT        PIC X(24).

      * Latest event per alert id (the register is an event stream).
         01 WS-AL-MAX             PIC 9(04) VALUE 1000.
         01 WS-AL-COUNT           PIC 9(04) VALUE ZERO.
         01 WS-AL-TAB.
            05 WS-AL-ENTRY OCCURS 1000 TIMES.
               10 WS-AL-ID        PIC 9(06).
               10 WS-AL-STATE     PIC X(09).
               10 WS-AL-SEV       PIC X(01).
               10 WS-AL-TEXT      PIC X(120).
         01 WS-AL-IX              PIC 9(05) COMP-3.
         01 WS-AL-FOUND-IX        PIC 9(05) COMP-3.

      * Latest state per control type and version.
         01 WS-AP-COUNT           PIC 9(03) VALUE ZERO.
         01 WS-AP-TAB.
            05 WS-AP-ENTRY OCCURS 300 TIMES.
               10 WS-AP-CTLTYPE   PIC X(10).
               10 WS-AP-VERSION   PIC X(10).
               10 WS-AP-STATE     PIC X(08).
               10 WS-AP-USER      PIC X(08).
               10 WS-AP-DATE      PIC 9(08).
         01 WS-AP-IX              PIC 9(03) COMP-3.
         01 WS-AP-FOUND-IX        PIC 9(03) COMP-3.

      * Latest state per extract RUN-ID.
         01 WS-EX-COUNT           PIC 9(03) VALUE ZERO.
         01 WS-EX-TAB.
            05 WS-EX-ENTRY OCCURS 400 TIMES.
               10 WS-EX-RUN-ID    PIC X(16).
               10 WS-EX-STATE     PIC X(08).
               10 WS-EX-DATE      PIC 9(08).
               10 WS-EX-RESENDS   PIC 9(02).
         01 WS-EX-IX              PIC 9(03) COMP-3.
         01 WS-EX-FOUND-IX        PIC 9(03) COMP-3.

      * The pending-work board: one numbered line per item the
      * operator can act on, with the keys its action needs.
      *   DATE     open business date  -> backout of the cycle's run
      *   MONTH    date in closed month -> month reopen
      *   ALERT    unacknowledged alert -> alert acknowledge
      *   EXCOPEN  aged rejected line  -> correction entry
      *   EXCSUSP  aged suspected copy -> lineage of the elf's total
      *   CONTROL  version pending     -> control approval
      *   EXTRACT  extract not acked   -> run dossier
         01 WS-IT-MAX             PIC 9(03) VALUE 200.
         01 WS-IT-COUNT           PIC 9(03) VALUE ZERO.
         01 WS-IT-OVERFLOW        PIC 9(05) VALUE ZERO.
         01 WS-IT-TAB.
            05 WS-IT-ENTRY OCCURS 200 TIMES.
               10 WS-IT-TYPE      PIC X(08).
               10 WS-IT-KEY-A     PIC X(16).
               10 WS-IT-KEY-B     PIC X(16).
               10 WS-IT-TEXT      PIC X(70).
         01 WS-IT-IX              PIC 9(03) COMP-3.
         01 WS-IT-NUM-X           PIC ZZ9.
         01 WS-NEW-TYPE           PIC X(08).
         01 WS-NEW-KEY-A          PIC X(16).
         01 WS-NEW-KEY-B          PIC X(16).
         01 WS-NEW-TEXT           PIC X(70).

      * Age arithmetic for the exception register, as the register
      * step itself does it.
         01 WS-TODAY-DAYNUM       PIC 9(07).
         01 WS-ENTRY-DAYNUM       PIC 9(07).
         01 WS-ENTRY-AGE          PIC S9(05).
         01 WS-AGE-X              PIC ZZZZ9.
         01 WS-LINE-X             PIC Z(06)9.

      * Generation resolution for a correction's exception file: the
      * newest complete, unpurged, unvoided generation of the date.
         01 WS-CAT-DATE           PIC X(08).
         01 WS-CAT-TIME           PIC X(06).
         01 WS-CAT-GEN            PIC X(20).
         01 WS-CAT-STATE          PIC X(10).
         01 WS-CAT-VALUE          PIC X(250).
         01 WS-GEN-COUNT          PIC 9(03) VALUE ZERO.
         01 WS-GEN-TAB.
            05 WS-GEN-ENTRY OCCURS 400 TIMES.
               10 WS-GT-ID        PIC X(20).
               10 WS-GT-PATH      PIC X(250).
               10 WS-GT-BUSN-DATE PIC 9(08).
               10 WS-GT-COMPLETE  PIC X(01).
               10 WS-GT-DEAD      PIC X(01).
         01 WS-GEN-IX             PIC 9(03) COMP-3.
         01 WS-GEN-HIT            PIC 9(03) VALUE ZERO.
         01 WS-WANT-DATE          PIC 9(08) VALUE ZERO.

      * The action being prepared: its name and the pre-filled keys.
         01 WS-HO-ACTION          PIC X(12) VALUE SPACES.
         01 WS-HO-TITLE           PIC X(40) VALUE SPACES.
         01 WS-HO-COUNT           PIC 9(02) VALUE ZERO.
         01 WS-HO-TAB.
            05 WS-HO-ENTRY OCCURS 10 TIMES.
               10 WS-HO-KEY       PIC X(16).
               10 WS-HO-VALUE     PIC X(250).
         01 WS-HO-IX              PIC 9(02).
         01 WS-HO-NEW-KEY         PIC X(16).
         01 WS-HO-NEW-VALUE       PIC X(250).
         01 WS-HO-STATE           PIC X(01) VALUE 'N'.
            88 HO-NEEDS-REASON    VALUE 'R'.
            88 HO-READY           VALUE 'Y'.
            88 HO-REFUSED         VALUE 'X'.

      * Console dialogue fields.
         01 WS-IN-SELECT          PIC X(10).
         01 WS-IN-REASON          PIC X(10).
         01 WS-IN-OPERATOR        PIC X(10).
         01 WS-IN-CONFIRM         PIC X(01).
         01 WS-PICKED             PIC 9(03) VALUE ZERO.
         01 WS-SESSION-STATE      PIC X VALUE 'N'.
            88 SESSION-DONE       VALUE 'Y'.

       PROCEDURE DIVISION.

           PERFORM MAIN-PROCESSING
           STOP RUN
           .

       MAIN-PROCESSING.
           PERFORM GET-RUNTIME-PARAMETERS
           PERFORM SIGN-ON-OPERATOR

           PERFORM BUILD-PENDING-BOARD
           PERFORM SHOW-PENDING-BOARD

           IF WS-IT-COUNT = ZERO
               DISPLAY 'NOTHING IS WAITING -- SIGNED OFF'
               SET SESSION-DONE TO TRUE
           END-IF

           PERFORM UNTIL SESSION-DONE
               PERFORM TAKE-ONE-SELECTION
           END-PERFORM
           .

      * The operator id goes on every action taken from the console:
      * acknowledgments, approvals and overrides all carry it.
       SIGN-ON-OPERATOR.
           IF OVR-OPERATOR-ID = SPACES
               MOVE SPACES TO WS-IN-OPERATOR
               DISPLAY 'OPERATOR ID ? ' WITH NO ADVANCING
               ACCEPT WS-IN-OPERATOR
               MOVE FUNCTION TRIM(WS-IN-OPERATOR) TO OVR-OPERATOR-ID
           END-IF
           IF OVR-OPERATOR-ID = SPACES
               DISPLAY 'NO OPERATOR ID -- CONSOLE NOT SIGNED ON'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-CURRENT-DATE-TIME(1:8)))
           .

      *****************************************************************
      * Pending-work board: everything waiting on an operator, read
      * fresh from the site's own trails each time the console starts.
      *****************************************************************
       BUILD-PENDING-BOARD.
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-STREAM-STATUS
           PERFORM READ-MONTH-STATE
           PERFORM POST-DATE-ITEMS
           PERFORM COLLECT-OPEN-ALERTS
           PERFORM COLLECT-AGED-EXCEPTIONS
           PERFORM COLLECT-PENDING-VERSIONS
           PERFORM COLLECT-UNACKED-EXTRACTS
           .

       READ-BUSINESS-DATE.
           OPEN INPUT PROCDATEFILE1
           IF FILE1-STATUS-OK
               PERFORM UNTIL NOT FILE1-STATUS-OK
                   READ PROCDATEFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM SPLIT-PROCDATE-LINE
                   END-READ
               END-PERFORM
               CLOSE PROCDATEFILE1
           END-IF
           .

       SPLIT-PROCDATE-LINE.
           MOVE SPACES TO WS-TRAIL-WORD1 WS-TRAIL-WORD2
               WS-TRAIL-WORD3 WS-TRAIL-WORD4
           UNSTRING PROCDATERECORD1 DELIMITED BY ALL ' '
               INTO WS-TRAIL-WORD1 WS-TRAIL-WORD2
                    WS-TRAIL-WORD3 WS-TRAIL-WORD4
           END-UNSTRING
           IF WS-TRAIL-WORD3 NOT = SPACES
               MOVE WS-TRAIL-WORD3 TO WS-BUSN-DATE
               MOVE WS-TRAIL-WORD4 TO WS-BUSN-STATE
           END-IF
           .

       READ-STREAM-STATUS.
           MOVE 'CALORIE'     TO WS-ST-NAME(1)
           MOVE 'CALIBRATION' TO WS-ST-NAME(2)
           MOVE 'CUBE'        TO WS-ST-NAME(3)
           PERFORM VARYING WS-ST-IX FROM 1 BY 1 UNTIL WS-ST-IX > 3
               MOVE SPACES TO WS-ST-STATE(WS-ST-IX)
               MOVE SPACES TO WS-ST-VALUE(WS-ST-IX)
           END-PERFORM
           OPEN INPUT RUNCTLFILE1
           IF FILE2-STATUS-OK
               PERFORM UNTIL NOT FILE2-STATUS-OK
                   READ RUNCTLFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM NOTE-RUNCTL-LINE
                   END-READ
               END-PERFORM
               CLOSE RUNCTLFILE1
           END-IF
           .

       NOTE-RUNCTL-LINE.
           MOVE SPACES TO WS-TRAIL-WORD1 WS-TRAIL-WORD2
               WS-TRAIL-WORD3 WS-TRAIL-WORD4 WS-TRAIL-WORD5
           UNSTRING RUNCTLRECORD1 DELIMITED BY ALL ' '
               INTO WS-TRAIL-WORD1 WS-TRAIL-WORD2
                    WS-TRAIL-WORD3 WS-TRAIL-WORD4 WS-TRAIL-WORD5
           END-UNSTRING
           IF WS-TRAIL-WORD3 = 'SUITE'
              AND WS-TRAIL-WORD4 = 'RUNID'
               MOVE WS-TRAIL-WORD5(1:16) TO WS-CYCLE-RUN-ID
           END-IF
           IF WS-TRAIL-WORD3(1:7) = 'STREAM.'
               PERFORM VARYING WS-ST-IX FROM 1 BY 1 UNTIL WS-ST-IX > 3
                   IF WS-TRAIL-WORD3(8:12) = WS-ST-NAME(WS-ST-IX)
                       MOVE WS-TRAIL-WORD4 TO WS-ST-STATE(WS-ST-IX)
                       MOVE WS-TRAIL-WORD5(1:4)
                         TO WS-ST-VALUE(WS-ST-IX)
                   END-IF
               END-PERFORM
           END-IF
           .

       READ-MONTH-STATE.
           OPEN INPUT MONTHCLOSEFILE1
           IF FILE3-STATUS-OK
               PERFORM UNTIL NOT FILE3-STATUS-OK
                   READ MONTHCLOSEFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           IF WS-BUSN-DATE(1:6) IS NUMERIC
                              AND MCL-MONTH = WS-BUSN-DATE(1:6)
                               MOVE MCL-STATE TO WS-MONTH-STATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTHCLOSEFILE1
           END-IF
           .

      * An open date is always on the board with its streams; its
      * action is the backout of the cycle's run. A date left open
      * inside a month closed since cannot continue until the month
      * is reopened, so that goes on the board too.
       POST-DATE-ITEMS.
           IF BUSN-DATE-OPEN
               MOVE 'DATE' TO WS-NEW-TYPE
               MOVE WS-CYCLE-RUN-ID TO WS-NEW-KEY-A
               MOVE WS-BUSN-DATE TO WS-NEW-KEY-B
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'BUSINESS DATE ' WS-BUSN-DATE ' OPEN  RUN '
                   WS-CYCLE-RUN-ID
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM POST-BOARD-ITEM
               IF WS-MONTH-STATE = 'CLOSED'
                   MOVE 'MONTH' TO WS-NEW-TYPE
                   MOVE WS-BUSN-DATE(1:6) TO WS-NEW-KEY-A
                   MOVE WS-BUSN-DATE TO WS-NEW-KEY-B
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING 'MONTH ' WS-BUSN-DATE(1:6)
                       ' CLOSED UNDER OPEN DATE ' WS-BUSN-DATE
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   PERFORM POST-BOARD-ITEM
               END-IF
           END-IF
           .

       COLLECT-OPEN-ALERTS.
           OPEN INPUT ALERTREGFILE1
           IF FILE4-STATUS-OK
               PERFORM UNTIL NOT FILE4-STATUS-OK
                   READ ALERTREGFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM NOTE-ALERT-EVENT
                   END-READ
               END-PERFORM
               CLOSE ALERTREGFILE1
           END-IF
           PERFORM VARYING WS-AL-IX FROM 1 BY 1
                     UNTIL WS-AL-IX > WS-AL-COUNT
               IF WS-AL-STATE(WS-AL-IX) NOT = 'ACKED'
                   MOVE 'ALERT' TO WS-NEW-TYPE
                   MOVE WS-AL-ID(WS-AL-IX) TO WS-NEW-KEY-A
                   MOVE SPACES TO WS-NEW-KEY-B
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING 'ALERT ' WS-AL-ID(WS-AL-IX)
                       ' ' WS-AL-SEV(WS-AL-IX)
                       ' ' WS-AL-STATE(WS-AL-IX)
                       ' ' WS-AL-TEXT(WS-AL-IX)
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   PERFORM POST-BOARD-ITEM
               END-IF
           END-PERFORM
           .

       NOTE-ALERT-EVENT.
           MOVE ZERO TO WS-AL-FOUND-IX
           PERFORM VARYING WS-AL-IX FROM 1 BY 1
                     UNTIL WS-AL-IX > WS-AL-COUNT
               IF WS-AL-ID(WS-AL-IX) = ALR-ALERT-ID
                   MOVE WS-AL-IX TO WS-AL-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-AL-FOUND-IX > ZERO
               MOVE ALR-EVENT TO WS-AL-STATE(WS-AL-FOUND-IX)
           ELSE
               IF WS-AL-COUNT < WS-AL-MAX
                   ADD 1 TO WS-AL-COUNT
                   MOVE ALR-ALERT-ID TO WS-AL-ID(WS-AL-COUNT)
                   MOVE ALR-EVENT    TO WS-AL-STATE(WS-AL-COUNT)
                   MOVE ALR-SEVERITY TO WS-AL-SEV(WS-AL-COUNT)
                   MOVE ALR-TEXT     TO WS-AL-TEXT(WS-AL-COUNT)
               END-IF
           END-IF
           .

      * Same rule as the register step's aging report: OPEN or
      * SUSPECTED for more than AGEDAYS days since the business date.
       COLLECT-AGED-EXCEPTIONS.
           OPEN INPUT EXCREGFILE1
           IF FILE5-STATUS-OK
               PERFORM READ-REGISTER-LAYOUT-STAMP
               PERFORM UNTIL NOT FILE5-STATUS-OK
                   READ EXCREGFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM CONSIDER-ONE-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE EXCREGFILE1
           END-IF
           .

       CONSIDER-ONE-EXCEPTION.
           IF (REG-STATUS = 'OPEN'
               OR REG-STATUS = 'SUSPECTED')
              AND REG-BUSN-DATE IS NUMERIC
              AND REG-BUSN-DATE > ZERO
               PERFORM AGE-ONE-EXCEPTION
           END-IF
           .

       AGE-ONE-EXCEPTION.
           COMPUTE WS-ENTRY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(REG-BUSN-DATE)
           COMPUTE WS-ENTRY-AGE = WS-TODAY-DAYNUM - WS-ENTRY-DAYNUM
           IF WS-ENTRY-AGE > WS-AGE-DAYS
               IF REG-STATUS = 'OPEN'
                   MOVE 'EXCOPEN' TO WS-NEW-TYPE
                   MOVE REG-LINE-NUMBER TO WS-NEW-KEY-B
               ELSE
                   MOVE 'EXCSUSP' TO WS-NEW-TYPE
                   MOVE REG-ELF-NUMBER TO WS-NEW-KEY-B
               END-IF
               MOVE REG-BUSN-DATE TO WS-NEW-KEY-A
               MOVE WS-ENTRY-AGE TO WS-AGE-X
               MOVE REG-LINE-NUMBER TO WS-LINE-X
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'EXCEPTION ' REG-BUSN-DATE
                   ' LINE ' WS-LINE-X
                   ' ELF ' REG-ELF-NUMBER
                   ' ' REG-STATUS
                   WS-AGE-X ' DAYS'
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM POST-BOARD-ITEM
           END-IF
           .

       COLLECT-PENDING-VERSIONS.
           OPEN INPUT APPROVALFILE1
           IF FILE6-STATUS-OK
               PERFORM READ-APPROVAL-LAYOUT-STAMP
               PERFORM UNTIL NOT FILE6-STATUS-OK
                   READ APPROVALFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM NOTE-APPROVAL-EVENT
                   END-READ
               END-PERFORM
               CLOSE APPROVALFILE1
           END-IF
           PERFORM VARYING WS-AP-IX FROM 1 BY 1
                     UNTIL WS-AP-IX > WS-AP-COUNT
               IF WS-AP-STATE(WS-AP-IX) = 'PENDING'
                   MOVE 'CONTROL' TO WS-NEW-TYPE
                   MOVE WS-AP-CTLTYPE(WS-AP-IX) TO WS-NEW-KEY-A
                   MOVE WS-AP-VERSION(WS-AP-IX) TO WS-NEW-KEY-B
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING 'CONTROL ' WS-AP-CTLTYPE(WS-AP-IX)
                       ' VERSION ' WS-AP-VERSION(WS-AP-IX)
                       ' PENDING SINCE ' WS-AP-DATE(WS-AP-IX)
                       ' BY ' WS-AP-USER(WS-AP-IX)
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   PERFORM POST-BOARD-ITEM
               END-IF
           END-PERFORM
           .

       NOTE-APPROVAL-EVENT.
           MOVE ZERO TO WS-AP-FOUND-IX
           PERFORM VARYING WS-AP-IX FROM 1 BY 1
                     UNTIL WS-AP-IX > WS-AP-COUNT
               IF WS-AP-CTLTYPE(WS-AP-IX) = APR-CTLTYPE
                  AND WS-AP-VERSION(WS-AP-IX) = APR-VERSION-ID
                   MOVE WS-AP-IX TO WS-AP-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-AP-FOUND-IX = ZERO
              AND WS-AP-COUNT < 300
               ADD 1 TO WS-AP-COUNT
               MOVE WS-AP-COUNT TO WS-AP-FOUND-IX
               MOVE APR-CTLTYPE    TO WS-AP-CTLTYPE(WS-AP-FOUND-IX)
               MOVE APR-VERSION-ID TO WS-AP-VERSION(WS-AP-FOUND-IX)
           END-IF
           IF WS-AP-FOUND-IX > ZERO
               MOVE APR-STATE   TO WS-AP-STATE(WS-AP-FOUND-IX)
               MOVE APR-USER-ID TO WS-AP-USER(WS-AP-FOUND-IX)
               MOVE APR-DATE    TO WS-AP-DATE(WS-AP-FOUND-IX)
           END-IF
           .

       COLLECT-UNACKED-EXTRACTS.
           OPEN INPUT EXTSTATUSFILE1
           IF FILE7-STATUS-OK
               PERFORM UNTIL NOT FILE7-STATUS-OK
                   READ EXTSTATUSFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM NOTE-EXTRACT-EVENT
                   END-READ
               END-PERFORM
               CLOSE EXTSTATUSFILE1
           END-IF
           PERFORM VARYING WS-EX-IX FROM 1 BY 1
                     UNTIL WS-EX-IX > WS-EX-COUNT
               IF WS-EX-STATE(WS-EX-IX) NOT = 'ACKED'
                   MOVE 'EXTRACT' TO WS-NEW-TYPE
                   MOVE WS-EX-RUN-ID(WS-EX-IX) TO WS-NEW-KEY-A
                   MOVE SPACES TO WS-NEW-KEY-B
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING 'EXTRACT ' WS-EX-RUN-ID(WS-EX-IX)
                       ' ' WS-EX-STATE(WS-EX-IX)
                       ' SINCE ' WS-EX-DATE(WS-EX-IX)
                       ' RESENDS ' WS-EX-RESENDS(WS-EX-IX)
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   PERFORM POST-BOARD-ITEM
               END-IF
           END-PERFORM
           .

       NOTE-EXTRACT-EVENT.
           MOVE ZERO TO WS-EX-FOUND-IX
           PERFORM VARYING WS-EX-IX FROM 1 BY 1
                     UNTIL WS-EX-IX > WS-EX-COUNT
               IF WS-EX-RUN-ID(WS-EX-IX) = EXS-RUN-ID
                   MOVE WS-EX-IX TO WS-EX-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-EX-FOUND-IX = ZERO
              AND WS-EX-COUNT < 400
               ADD 1 TO WS-EX-COUNT
               MOVE WS-EX-COUNT TO WS-EX-FOUND-IX
               MOVE EXS-RUN-ID TO WS-EX-RUN-ID(WS-EX-FOUND-IX)
           END-IF
           IF WS-EX-FOUND-IX > ZERO
               MOVE EXS-STATE      TO WS-EX-STATE(WS-EX-FOUND-IX)
               MOVE EXS-EVENT-DATE TO WS-EX-DATE(WS-EX-FOUND-IX)
               MOVE EXS-RESEND-CNT TO WS-EX-RESENDS(WS-EX-FOUND-IX)
           END-IF
           .

       POST-BOARD-ITEM.
           IF WS-IT-COUNT < WS-IT-MAX
               ADD 1 TO WS-IT-COUNT
               MOVE WS-NEW-TYPE  TO WS-IT-TYPE(WS-IT-COUNT)
               MOVE WS-NEW-KEY-A TO WS-IT-KEY-A(WS-IT-COUNT)
               MOVE WS-NEW-KEY-B TO WS-IT-KEY-B(WS-IT-COUNT)
               MOVE WS-NEW-TEXT  TO WS-IT-TEXT(WS-IT-COUNT)
           ELSE
               ADD 1 TO WS-IT-OVERFLOW
           END-IF
           .

       SHOW-PENDING-BOARD.
           DISPLAY ' '
           DISPLAY 'AOC SUITE OPERATIONS CONSOLE   OPERATOR '
               OVR-OPERATOR-ID '   ' WS-CURRENT-DATE-TIME(1:8)
           IF BUSN-DATE-OPEN
               DISPLAY 'BUSINESS DATE ' WS-BUSN-DATE ' IS OPEN'
           ELSE
               IF WS-BUSN-DATE = SPACES
                   DISPLAY 'NO BUSINESS DATE HAS BEEN OPENED'
               ELSE
                   DISPLAY 'NO BUSINESS DATE OPEN -- LAST '
                       WS-BUSN-DATE ' ' WS-BUSN-STATE
               END-IF
           END-IF
           PERFORM VARYING WS-ST-IX FROM 1 BY 1 UNTIL WS-ST-IX > 3
               PERFORM DESCRIBE-STREAM-STATE
               DISPLAY '  STREAM ' WS-ST-NAME(WS-ST-IX)
                   ' ' WS-STREAM-TEXT
           END-PERFORM
           DISPLAY ' '
           IF WS-IT-COUNT > ZERO
               DISPLAY 'WAITING ON AN OPERATOR:'
               PERFORM VARYING WS-IT-IX FROM 1 BY 1
                         UNTIL WS-IT-IX > WS-IT-COUNT
                   MOVE WS-IT-IX TO WS-IT-NUM-X
                   DISPLAY WS-IT-NUM-X '  '
                       FUNCTION TRIM(WS-IT-TEXT(WS-IT-IX) TRAILING)
               END-PERFORM
               IF WS-IT-OVERFLOW > ZERO
                   DISPLAY '     ... AND ' WS-IT-OVERFLOW
                       ' MORE NOT SHOWN -- CLEAR THESE FIRST'
               END-IF
           END-IF
           .

       DESCRIBE-STREAM-STATE.
           EVALUATE TRUE
               WHEN WS-ST-STATE(WS-ST-IX) = SPACES
                   MOVE 'NOT STARTED' TO WS-STREAM-TEXT
               WHEN WS-ST-STATE(WS-ST-IX) = 'START'
                   MOVE 'STARTED, NOT ENDED' TO WS-STREAM-TEXT
               WHEN WS-ST-STATE(WS-ST-IX) = 'HELD'
                   MOVE 'HELD' TO WS-STREAM-TEXT
               WHEN WS-ST-VALUE(WS-ST-IX) = '0'
                   MOVE 'ENDED CLEAN' TO WS-STREAM-TEXT
               WHEN WS-ST-VALUE(WS-ST-IX) = '4'
                   MOVE 'ENDED WITH WARNINGS' TO WS-STREAM-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-STREAM-TEXT
                   STRING 'FAILED, RETURN CODE '
                       FUNCTION TRIM(WS-ST-VALUE(WS-ST-IX))
                       DELIMITED BY SIZE INTO WS-STREAM-TEXT
           END-EVALUATE
           .

      *****************************************************************
      * One selection: the item's action with its keys filled in from
      * the item, shown for confirmation before it is handed off.
      *****************************************************************
       TAKE-ONE-SELECTION.
           DISPLAY ' '
           MOVE SPACES TO WS-IN-SELECT
           DISPLAY 'ITEM NUMBER (BLANK OR END TO SIGN OFF) ? '
               WITH NO ADVANCING
           ACCEPT WS-IN-SELECT

           IF FUNCTION TRIM(WS-IN-SELECT) = SPACES
              OR FUNCTION TRIM(WS-IN-SELECT) = 'END'
               DISPLAY 'SIGNED OFF'
               SET SESSION-DONE TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-IN-SELECT) NOT = 0
                   DISPLAY 'ENTER AN ITEM NUMBER FROM THE LIST'
               ELSE
                   COMPUTE WS-PICKED = FUNCTION NUMVAL(WS-IN-SELECT)
                   IF WS-PICKED < 1 OR WS-PICKED > WS-IT-COUNT
                       DISPLAY 'NO ITEM ' WS-PICKED ' ON THE LIST'
                   ELSE
                       PERFORM PREPARE-ITEM-ACTION
                   END-IF
               END-IF
           END-IF
           .

       PREPARE-ITEM-ACTION.
           MOVE ZERO TO WS-HO-COUNT
           MOVE 'Y' TO WS-HO-STATE
           EVALUATE WS-IT-TYPE(WS-PICKED)
               WHEN 'DATE'
                   PERFORM PREPARE-BACKOUT
               WHEN 'MONTH'
                   PERFORM PREPARE-MONTH-REOPEN
               WHEN 'ALERT'
                   PERFORM PREPARE-ALERT-ACK
               WHEN 'EXCOPEN'
                   PERFORM PREPARE-CORRECTION-ENTRY
               WHEN 'EXCSUSP'
                   PERFORM PREPARE-LINEAGE
               WHEN 'CONTROL'
                   PERFORM PREPARE-CONTROL-APPROVAL
               WHEN 'EXTRACT'
                   PERFORM PREPARE-DOSSIER
           END-EVALUATE

           IF HO-NEEDS-REASON
               PERFORM TAKE-OVERRIDE-REASON
           END-IF
           IF NOT HO-REFUSED
               PERFORM CONFIRM-HANDOFF
           END-IF
           .

      * A backout is a manual override: the reason code is asked for
      * here and checked against the controlled list before hand-off.
       PREPARE-BACKOUT.
           IF WS-IT-KEY-A(WS-PICKED) = SPACES
               DISPLAY 'THE CYCLE HAS NO RUN ID YET -- NOTHING TO'
                   ' BACK OUT'
               MOVE 'X' TO WS-HO-STATE
           ELSE
               MOVE 'BACKOUT' TO WS-HO-ACTION
               MOVE 'BACK OUT THE CYCLE RUN (SUITEBACKOUT)'
                 TO WS-HO-TITLE
               MOVE 'BACKOUTRUNID' TO WS-HO-NEW-KEY
               MOVE WS-IT-KEY-A(WS-PICKED) TO WS-HO-NEW-VALUE
               PERFORM ADD-HANDOFF-KEY
               MOVE 'BUSNDATE' TO WS-HO-NEW-KEY
               MOVE WS-IT-KEY-B(WS-PICKED) TO WS-HO-NEW-VALUE
               PERFORM ADD-HANDOFF-KEY
               PERFORM ADD-OPERATOR-KEY
               MOVE 'R' TO WS-HO-STATE
           END-IF
           .

       PREPARE-MONTH-REOPEN.
           MOVE 'MONTHREOPEN' TO WS-HO-ACTION
           MOVE 'REOPEN THE CLOSED MONTH (SUITECLOSE)' TO WS-HO-TITLE
           MOVE 'CLOSEACTION' TO WS-HO-NEW-KEY
           MOVE 'REOPEN' TO WS-HO-NEW-VALUE
           PERFORM ADD-HANDOFF-KEY
           MOVE 'CLOSEMONTH' TO WS-HO-NEW-KEY
           MOVE WS-IT-KEY-A(WS-PICKED) TO WS-HO-NEW-VALUE
           PERFORM ADD-HANDOFF-KEY
           MOVE 'BUSNDATE' TO WS-HO-NEW-KEY
           MOVE WS-IT-KEY-B(WS-PICKED) TO WS-HO-NEW-VALUE
           PERFORM ADD-HANDOFF-KEY
           PERFORM ADD-OPERATOR-KEY
           MOVE 'R' TO WS-HO-STATE
           .

       PREPARE-ALERT-ACK.
           MOVE 'ALERTACK' TO WS-HO-ACTION
           MOVE 'ACKNOWLEDGE THE ALERT (SUITEALERTREG)' TO WS-HO-TITLE
           MOVE 'REGACTION' TO WS-HO-NEW-KEY
           MOVE 'ACK' TO WS-HO-NEW-VALUE
           PERFORM ADD-HANDOFF-KEY
           MOVE 'ACKALERTID' TO WS-HO-NEW-KEY
           MOVE WS-IT-KEY-A(WS-PICKED) TO WS-HO-NEW-VALUE
           PERFORM ADD-HANDOFF-KEY
           PERFORM ADD-OPERATOR-KEY
           .

      * Correction entry needs the original run's exception file --
      * the authority on which lines were rejected -- so the date's
      * generation must still be on disk.
       PREPARE-CORRECTION-ENTRY.
           MOVE WS-IT-KEY-A(WS-PICKED) TO WS-WANT-DATE
           PERFORM RESOLVE-DATE-GENERATION
           IF WS-GEN-HIT = ZERO
               DISPLAY 'NO LIVE GENERATION FOR ' WS-WANT-DATE
                   ' -- ITS EXCEPTION FILE HAS BEEN PURGED'
               MOVE 'X' TO WS-HO-STATE
           ELSE
               MOVE 'CORRENTRY' TO WS-HO-ACTION
               MOVE 'KEY THE CORRECTION (ADV221201.10)'
                 TO WS-HO-TITLE
               MOVE 'ORIGRUNDATE' TO WS-HO-NEW-KEY
               MOVE WS-IT-KEY-A(WS-PICKED) TO WS-HO-NEW-VALUE
               PERFORM ADD-HANDOFF-KEY
               MOVE 'EXCEPTIONFILE1' TO WS-HO-NEW-KEY
               MOVE SPACES TO WS-HO-NEW-VALUE
               STRING FUNCTION TRIM(WS-GT-PATH(WS-GEN-HIT))
                   '/exception.221201.01.txt'
                   DELIMITED BY SIZE INTO WS-HO-NEW-VALUE
               PERFORM ADD-HANDOFF-KEY
               MOVE WS-IT-KEY-B(WS-PICKED)(1:7) TO WS-LINE-X
               DISPLAY 'KEY LINE ' WS-LINE-X
                   ' WHEN THE ENTRY SCREEN ASKS FOR IT'
           END-IF
           .

      * A suspected copy has no line to correct; what the operator
      * needs is the elf's total traced back to its items.
       PREPARE-LINEAGE.
           MOVE 'LINEAGE' TO WS-HO-ACTION
           MOVE 'TRACE THE ELF TOTAL (SUITELINEAGE)' TO WS-HO-TITLE
           MOVE 'LINDATE' TO WS-HO-NEW-KEY
           MOVE WS-IT-KEY-A(WS-PICKED) TO WS-HO-NEW-VALUE
           PERFORM ADD-HANDOFF-KEY
           MOVE 'LINELF' TO WS-HO-NEW-KEY
           MOVE WS-IT-KEY-B(WS-PICKED)(1:5) TO WS-HO-NEW-VALUE
           PERFORM ADD-HANDOFF-KEY
           .

       PREPARE-CONTROL-APPROVAL.
           MOVE 'CTLAPPROVE' TO WS-HO-ACTION
           MOVE 'APPROVE THE VERSION (SUITECTLMAINT)' TO WS-HO-TITLE
           MOVE 'CTLACTION' TO WS-HO-NEW-KEY
           MOVE 'APPROVE' TO WS-HO-NEW-VALUE
           PERFORM ADD-HANDOFF-KEY
           MOVE 'CTLTYPE' TO WS-HO-NEW-KEY
           MOVE WS-IT-KEY-A(WS-PICKED) TO WS-HO-NEW-VALUE
           PERFORM ADD-HANDOFF-KEY
           MOVE 'APPROVEVERSION' TO WS-HO-NEW-KEY
           MOVE WS-IT-KEY-B(WS-PICKED) TO WS-HO-NEW-VALUE
           PERFORM ADD-HANDOFF-KEY
           MOVE 'CTLUSER' TO WS-HO-NEW-KEY
           MOVE OVR-OPERATOR-ID TO WS-HO-NEW-VALUE
           PERFORM ADD-HANDOFF-KEY
           .

      * An unanswered extract is chased with provisioning, not fixed
      * here; the dossier puts the whole run in front of the operator.
       PREPARE-DOSSIER.
           MOVE 'DOSSIER' TO WS-HO-ACTION
           MOVE 'RUN DOSSIER FOR THE EXTRACT (SUITEDOSSIER)'
             TO WS-HO-TITLE
           MOVE 'DOSSIERRUNID' TO WS-HO-NEW-KEY
           MOVE WS-IT-KEY-A(WS-PICKED) TO WS-HO-NEW-VALUE
           PERFORM ADD-HANDOFF-KEY
           .

       ADD-OPERATOR-KEY.
           MOVE 'OPERATOR' TO WS-HO-NEW-KEY
           MOVE OVR-OPERATOR-ID TO WS-HO-NEW-VALUE
           PERFORM ADD-HANDOFF-KEY
           .

       ADD-HANDOFF-KEY.
           IF WS-HO-COUNT < 10
               ADD 1 TO WS-HO-COUNT
               MOVE WS-HO-NEW-KEY   TO WS-HO-KEY(WS-HO-COUNT)
               MOVE WS-HO-NEW-VALUE TO WS-HO-VALUE(WS-HO-COUNT)
           END-IF
           .

       TAKE-OVERRIDE-REASON.
           PERFORM LOAD-OVERRIDE-REASONS
           DISPLAY 'THIS ACTION IS A MANUAL OVERRIDE. REASON CODES:'
           PERFORM VARYING OVR-RSN-IX FROM 1 BY 1
                     UNTIL OVR-RSN-IX > OVR-REASON-COUNT
               DISPLAY '  ' OVR-RSN-CODE(OVR-RSN-IX)
                   '  ' OVR-RSN-TEXT(OVR-RSN-IX)
           END-PERFORM
           MOVE SPACES TO WS-IN-REASON
           DISPLAY 'REASON CODE ? ' WITH NO ADVANCING
           ACCEPT WS-IN-REASON
           MOVE FUNCTION TRIM(WS-IN-REASON) TO OVR-REASON-CODE
           MOVE 'N' TO OVR-REASON-STATE
           PERFORM VARYING OVR-RSN-IX FROM 1 BY 1
                     UNTIL OVR-RSN-IX > OVR-REASON-COUNT
               IF OVR-RSN-CODE(OVR-RSN-IX) = OVR-REASON-CODE
                   SET OVR-REASON-LISTED TO TRUE
               END-IF
           END-PERFORM
           IF OVR-REASON-CODE = SPACES OR NOT OVR-REASON-LISTED
               DISPLAY 'REASON CODE NOT ON THE CONTROLLED LIST --'
                   ' ACTION NOT TAKEN'
               MOVE 'X' TO WS-HO-STATE
           ELSE
               MOVE 'OVRREASON' TO WS-HO-NEW-KEY
               MOVE OVR-REASON-CODE TO WS-HO-NEW-VALUE
               PERFORM ADD-HANDOFF-KEY
               MOVE 'Y' TO WS-HO-STATE
           END-IF
           .

       LOAD-OVERRIDE-REASONS.
           MOVE ZERO TO OVR-REASON-COUNT
           OPEN INPUT OVRREASONSFILE1
           IF NOT FILE10-STATUS-OK
               DISPLAY 'OVERRIDE REASON LIST NOT READABLE : '
                   FILE10-STATUS
           ELSE
               PERFORM UNTIL NOT FILE10-STATUS-OK
                   READ OVRREASONSFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           IF RSN-CODE NOT = SPACES
                              AND RSN-CODE(1:1) NOT = '*'
                              AND OVR-REASON-COUNT < 50
                               ADD 1 TO OVR-REASON-COUNT
                               MOVE RSN-CODE
                                 TO OVR-RSN-CODE(OVR-REASON-COUNT)
                               MOVE RSN-TEXT
                                 TO OVR-RSN-TEXT(OVR-REASON-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVRREASONSFILE1
           END-IF
           .

       CONFIRM-HANDOFF.
           DISPLAY ' '
           DISPLAY 'ACTION : ' WS-HO-TITLE
           PERFORM VARYING WS-HO-IX FROM 1 BY 1
                     UNTIL WS-HO-IX > WS-HO-COUNT
               DISPLAY '  ' WS-HO-KEY(WS-HO-IX) ' = '
                   FUNCTION TRIM(WS-HO-VALUE(WS-HO-IX))
           END-PERFORM
           DISPLAY 'GO AHEAD (Y/N) ? ' WITH NO ADVANCING
           MOVE SPACE TO WS-IN-CONFIRM
           ACCEPT WS-IN-CONFIRM
           IF WS-IN-CONFIRM = 'Y' OR WS-IN-CONFIRM = 'y'
               PERFORM WRITE-HANDOFF
               DISPLAY 'HANDED OFF -- THE CONSOLE RETURNS WHEN THE'
                   ' ACTION ENDS'
               SET SESSION-DONE TO TRUE
           ELSE
               DISPLAY 'NOT TAKEN -- PICK ANOTHER ITEM OR SIGN OFF'
           END-IF
           .

       WRITE-HANDOFF.
           OPEN OUTPUT HANDOFFFILE1
           IF NOT FILE11-STATUS-OK
               MOVE FILE11-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON CONSOLE HAND-OFF FILE : '
                   FILE11-STATUS ' - ' WS-FILE-STATUS-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO HANDOFFRECORD1
           STRING 'ACTION=' FUNCTION TRIM(WS-HO-ACTION)
               DELIMITED BY SIZE INTO HANDOFFRECORD1
           PERFORM WRITE-HANDOFF-RECORD
           PERFORM VARYING WS-HO-IX FROM 1 BY 1
                     UNTIL WS-HO-IX > WS-HO-COUNT
               MOVE SPACES TO HANDOFFRECORD1
               STRING FUNCTION TRIM(WS-HO-KEY(WS-HO-IX)) '='
                   FUNCTION TRIM(WS-HO-VALUE(WS-HO-IX))
                   DELIMITED BY SIZE INTO HANDOFFRECORD1
               PERFORM WRITE-HANDOFF-RECORD
           END-PERFORM
           CLOSE HANDOFFFILE1
           .

       WRITE-HANDOFF-RECORD.
           WRITE HANDOFFRECORD1
           IF NOT FILE11-STATUS-OK
               MOVE FILE11-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON CONSOLE HAND-OFF FILE : '
                   FILE11-STATUS ' - ' WS-FILE-STATUS-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * Generation of a business date, resolved as the lineage inquiry
      * does: the catalog's BUSNDATE event, else the first trailer.
      *****************************************************************
       RESOLVE-DATE-GENERATION.
           IF WS-GEN-COUNT = ZERO
               PERFORM SCAN-GENERATION-CATALOG
           END-IF
           MOVE ZERO TO WS-GEN-HIT
           PERFORM VARYING WS-GEN-IX FROM WS-GEN-COUNT BY -1
                   UNTIL WS-GEN-IX < 1 OR WS-GEN-HIT > ZERO
               IF WS-GT-COMPLETE(WS-GEN-IX) = 'Y'
                  AND WS-GT-DEAD(WS-GEN-IX) NOT = 'Y'
                  AND WS-GT-PATH(WS-GEN-IX) NOT = SPACES
                   IF WS-GT-BUSN-DATE(WS-GEN-IX) = ZERO
                       PERFORM DATE-GENERATION-BY-TRAILER
                   END-IF
                   IF WS-GT-BUSN-DATE(WS-GEN-IX) = WS-WANT-DATE
                       MOVE WS-GEN-IX TO WS-GEN-HIT
                   END-IF
               END-IF
           END-PERFORM
           .

       SCAN-GENERATION-CATALOG.
           OPEN INPUT CATALOGFILE1
           IF FILE8-STATUS-OK
               PERFORM UNTIL NOT FILE8-STATUS-OK
                   READ CATALOGFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM EXAMINE-CATALOG-LINE
                   END-READ
               END-PERFORM
               CLOSE CATALOGFILE1
           END-IF
           .

       EXAMINE-CATALOG-LINE.
           MOVE SPACES TO WS-CAT-DATE WS-CAT-TIME WS-CAT-GEN
               WS-CAT-STATE WS-CAT-VALUE
           UNSTRING CATALOGRECORD1 DELIMITED BY ALL ' '
               INTO WS-CAT-DATE WS-CAT-TIME WS-CAT-GEN
                    WS-CAT-STATE WS-CAT-VALUE
           END-UNSTRING
           IF WS-CAT-GEN NOT = SPACES
               PERFORM FIND-GENERATION
               IF WS-GEN-HIT > ZERO
                   EVALUATE WS-CAT-STATE
                       WHEN 'ALLOCATED'
                           MOVE WS-CAT-VALUE TO WS-GT-PATH(WS-GEN-HIT)
                       WHEN 'BUSNDATE'
                           IF WS-CAT-VALUE(1:8) IS NUMERIC
                               MOVE WS-CAT-VALUE(1:8)
                                 TO WS-GT-BUSN-DATE(WS-GEN-HIT)
                           END-IF
                       WHEN 'COMPLETE'
                           MOVE 'Y' TO WS-GT-COMPLETE(WS-GEN-HIT)
                       WHEN 'PURGED'
                           MOVE 'Y' TO WS-GT-DEAD(WS-GEN-HIT)
                       WHEN 'VOIDED'
                           MOVE 'Y' TO WS-GT-DEAD(WS-GEN-HIT)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           .

       FIND-GENERATION.
           MOVE ZERO TO WS-GEN-HIT
           PERFORM VARYING WS-GEN-IX FROM WS-GEN-COUNT BY -1
                   UNTIL WS-GEN-IX < 1 OR WS-GEN-HIT > ZERO
               IF WS-GT-ID(WS-GEN-IX) = WS-CAT-GEN
                   MOVE WS-GEN-IX TO WS-GEN-HIT
               END-IF
           END-PERFORM
           IF WS-GEN-HIT = ZERO
              AND WS-GEN-COUNT < 400
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-GEN-COUNT TO WS-GEN-HIT
               MOVE WS-CAT-GEN TO WS-GT-ID(WS-GEN-HIT)
               MOVE SPACES TO WS-GT-PATH(WS-GEN-HIT)
               MOVE ZERO TO WS-GT-BUSN-DATE(WS-GEN-HIT)
               MOVE 'N' TO WS-GT-COMPLETE(WS-GEN-HIT)
               MOVE 'N' TO WS-GT-DEAD(WS-GEN-HIT)
           END-IF
           .

       DATE-GENERATION-BY-TRAILER.
           MOVE SPACES TO WS-TRAILERFILE1-PATH
           STRING FUNCTION TRIM(WS-GT-PATH(WS-GEN-IX))
               '/trailer.221201.01.txt'
               DELIMITED BY SIZE INTO WS-TRAILERFILE1-PATH
           OPEN INPUT TRAILERFILE1
           IF FILE9-STATUS-OK
               READ TRAILERFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       IF TRL-RUN-DATE IS NUMERIC
                           MOVE TRL-RUN-DATE
                             TO WS-GT-BUSN-DATE(WS-GEN-IX)
                       END-IF
               END-READ
               CLOSE TRAILERFILE1
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
               DISPLAY 'UNSTAMPED ' LYT-EXPECTED-ID
                   ' FILE READ AS VERSION 00 (MESSAGE 0011)'
               IF FILE6-STATUS-OK
                   PERFORM NOTE-APPROVAL-EVENT
               END-IF
           END-IF
           .

      * Likewise the first record of the exception register. A
      * register kept from before the stamp is read as version 00,
      * its first record an entry; its SUSPECTED entries show no elf.
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
               DISPLAY 'UNSTAMPED ' LYT-EXPECTED-ID
                   ' FILE READ AS VERSION 00 (MESSAGE 0011)'
               IF FILE5-STATUS-OK
                   PERFORM CONSIDER-ONE-EXCEPTION
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
                   MOVE 'SUCCESSFUL COMPLETION'
                     TO WS-FILE-STATUS-TEXT
               WHEN 30
                   MOVE 'PERMANENT I/O ERROR'
                     TO WS-FILE-STATUS-TEXT
               WHEN 35
                   MOVE 'FILE DOES NOT EXIST'
                     TO WS-FILE-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNRECOGNIZED FILE STATUS CODE'
                     TO WS-FILE-STATUS-TEXT
           END-EVALUATE
           .

       GET-RUNTIME-PARAMETERS.
           DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
           ACCEPT OVR-OPERATOR-ID FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT

           MOVE SPACES TO WS-AGE-DAYS-OVERRIDE
           DISPLAY "AGEDAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-AGE-DAYS-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-AGE-DAYS-OVERRIDE NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-AGE-DAYS-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-AGE-DAYS-OVERRIDE)
                 TO WS-AGE-DAYS
           END-IF

           MOVE SPACES TO WS-PROCDATEFILE1-OVERRIDE
           DISPLAY "PROCDATEFILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-PROCDATEFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-PROCDATEFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-PROCDATEFILE1-OVERRIDE)
                 TO WS-PROCDATEFILE1-PATH
           END-IF

           MOVE SPACES TO WS-RUNCTLFILE1-OVERRIDE
           DISPLAY "RUNCONTROLFILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RUNCTLFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-RUNCTLFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-RUNCTLFILE1-OVERRIDE)
                 TO WS-RUNCTLFILE1-PATH
           END-IF

           MOVE SPACES TO WS-MONTHCLOSEFILE1-OVERRIDE
           DISPLAY "MONTHCLOSEFILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-MONTHCLOSEFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-MONTHCLOSEFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-MONTHCLOSEFILE1-OVERRIDE)
                 TO WS-MONTHCLOSEFILE1-PATH
           END-IF

           MOVE SPACES TO WS-ALERTREGFILE1-OVERRIDE
           DISPLAY "ALERTREGISTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ALERTREGFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-ALERTREGFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ALERTREGFILE1-OVERRIDE)
                 TO WS-ALERTREGFILE1-PATH
           END-IF

           MOVE SPACES TO WS-EXCREGFILE1-OVERRIDE
           DISPLAY "EXCREGFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-EXCREGFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-EXCREGFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-EXCREGFILE1-OVERRIDE)
                 TO WS-EXCREGFILE1-PATH
           END-IF

           MOVE SPACES TO WS-APPROVALFILE1-OVERRIDE
           DISPLAY "APPROVALFILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-APPROVALFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-APPROVALFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-APPROVALFILE1-OVERRIDE)
                 TO WS-APPROVALFILE1-PATH
           END-IF

           MOVE SPACES TO WS-EXTSTATUSFILE1-OVERRIDE
           DISPLAY "EXTRACTSTATUS" UPON ENVIRONMENT-NAME
           ACCEPT WS-EXTSTATUSFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-EXTSTATUSFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-EXTSTATUSFILE1-OVERRIDE)
                 TO WS-EXTSTATUSFILE1-PATH
           END-IF

           MOVE SPACES TO WS-CATALOGFILE1-OVERRIDE
           DISPLAY "GENCATALOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-CATALOGFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-CATALOGFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-CATALOGFILE1-OVERRIDE)
                 TO WS-CATALOGFILE1-PATH
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

           MOVE SPACES TO WS-HANDOFFFILE1-OVERRIDE
           DISPLAY "CONSOLEHANDOFF" UPON ENVIRONMENT-NAME
           ACCEPT WS-HANDOFFFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-HANDOFFFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-HANDOFFFILE1-OVERRIDE)
                 TO WS-HANDOFFFILE1-PATH
           END-IF
           .
