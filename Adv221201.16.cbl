       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-12-01-CHARGEBACK.
       AUTHOR. MARC BRASSART.

      * Department chargeback. Prices the day's department totals
      * from Adv221201.07 (DEPTTOTALSFILE1) at the rate in force for
      * each department in the effective-dated rate control file
      * (CHGRATE.CTL, maintained and approved through
      * AOC-SUITE-CTL-MAINT like CUBELIMIT.CTL) and writes:
      *   - a general-ledger journal extract: one debit per department
      *     cost centre, one offsetting credit to the provisioning
      *     cost centre, header and trailer with control totals;
      *   - a printed chargeback register for finance to sign off;
      *   - one line in the journal control history, BALANCED or
      *     UNBALANCED, which AOC-SUITE-CLOSE reads before it will
      *     certify a month.
      * A journal that does not balance is withheld (the extract is
      * left empty) and the step ends with return code 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTTOTALSFILE1 ASSIGN
            TO DYNAMIC WS-DEPTTOTALSFILE1-PATH
            FILE STATUS IS FILE1-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHGRATEFILE1 ASSIGN
            TO DYNAMIC WS-CHGRATEFILE1-PATH
            FILE STATUS IS FILE2-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNALFILE1 ASSIGN
            TO DYNAMIC WS-JOURNALFILE1-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHGREGFILE1 ASSIGN
            TO DYNAMIC WS-CHGREGFILE1-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNALCTLFILE1 ASSIGN
            TO DYNAMIC WS-JOURNALCTLFILE1-PATH
            FILE STATUS IS FILE5-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Carries a journal control history kept from before the layout
      * stamp across while the stamp is put on it.
           SELECT JOURNALCTLWORK1 ASSIGN
            TO DYNAMIC WS-JOURNALCTLWORK1-PATH
            FILE STATUS IS FILE7-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPROVALFILE1 ASSIGN
            TO DYNAMIC WS-APPROVALFILE1-PATH
            FILE STATUS IS FILE6-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOGFILE1 ASSIGN
            TO DYNAMIC WS-ERRORLOGFILE1-PATH
            FILE STATUS IS FILE9-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * AOC-2022-12-01-DEPTRPT's department totals, checked against
      * the DEPTTOTALS layout stamp.
         FD DEPTTOTALSFILE1.
         01 DEPTTOTALSRECORD1.
            05 DTT-TYPE         PIC X(01).
            05 DTT-REST         PIC X(49).
         01 DEPTTOTALSHEADER1.
            05 DTT-H-TYPE       PIC X(01).
            05 DTT-H-FILLER1    PIC X(02).
            05 DTT-H-RUN-ID     PIC X(16).
            05 DTT-H-FILLER2    PIC X(02).
            05 DTT-H-BUSN-DATE  PIC 9(08).
         01 DEPTTOTALSDETAIL1.
            05 DTT-D-TYPE       PIC X(01).
            05 DTT-D-FILLER1    PIC X(02).
            05 DTT-D-DEPARTMENT PIC X(20).
            05 DTT-D-FILLER2    PIC X(02).
            05 DTT-D-ELVES      PIC 9(05).
            05 DTT-D-FILLER3    PIC X(02).
            05 DTT-D-CALORIES   PIC 9(12).
         01 DEPTTOTALSTRAILER1.
            05 DTT-T-TYPE       PIC X(01).
            05 DTT-T-FILLER1    PIC X(02).
            05 DTT-T-DEPT-COUNT PIC 9(03).
            05 DTT-T-FILLER2    PIC X(02).
            05 DTT-T-ELVES      PIC 9(05).
            05 DTT-T-FILLER3    PIC X(02).
            05 DTT-T-CALORIES   PIC 9(12).

      * Must track AOC-SUITE-CTL-MAINT's WS-CRT-REC exactly. The rate
      * is money per 1,000 calories; department *DEFAULT prices every
      * department without an entry of its own.
         FD CHGRATEFILE1.
         01 CHGRATERECORD1.
            05 CRT-VERSION-ID     PIC X(10).
            05 CRT-FILLER1        PIC X(02).
            05 CRT-EFFECTIVE-DATE PIC 9(08).
            05 CRT-FILLER2        PIC X(02).
            05 CRT-DEPARTMENT     PIC X(20).
            05 CRT-FILLER3        PIC X(02).
            05 CRT-COST-CENTRE    PIC X(10).
            05 CRT-FILLER4        PIC X(02).
            05 CRT-RATE           PIC 9(05)V99.

      * The general-ledger journal extract. Debits (JNL-D-DC 'D') are
      * one per department; the single credit (JNL-D-DC 'C') offsets
      * their sum. The trailer carries the line count, both sides'
      * totals and a calorie hash for the receiving ledger to foot.
         FD JOURNALFILE1.
         01 JOURNALRECORD1.
            05 JNL-TYPE         PIC X(01).
            05 JNL-REST         PIC X(99).
         01 JOURNALHEADER1.
            05 JNL-H-TYPE       PIC X(01).
            05 JNL-H-FILLER1    PIC X(02).
            05 JNL-H-RUN-ID     PIC X(16).
            05 JNL-H-FILLER2    PIC X(02).
            05 JNL-H-BUSN-DATE  PIC 9(08).
            05 JNL-H-FILLER3    PIC X(02).
            05 JNL-H-JOURNAL-ID PIC X(10).
            05 JNL-H-FILLER4    PIC X(02).
            05 JNL-H-LINES      PIC 9(05).
         01 JOURNALDETAIL1.
            05 JNL-D-TYPE       PIC X(01).
            05 JNL-D-FILLER1    PIC X(02).
            05 JNL-D-DC         PIC X(01).
            05 JNL-D-FILLER2    PIC X(02).
            05 JNL-D-COST-CENTRE PIC X(10).
            05 JNL-D-FILLER3    PIC X(02).
            05 JNL-D-DEPARTMENT PIC X(20).
            05 JNL-D-FILLER4    PIC X(02).
            05 JNL-D-CALORIES   PIC 9(12).
            05 JNL-D-FILLER5    PIC X(02).
            05 JNL-D-RATE       PIC 9(05)V99.
            05 JNL-D-FILLER6    PIC X(02).
            05 JNL-D-AMOUNT     PIC 9(13)V99.
            05 JNL-D-FILLER7    PIC X(02).
            05 JNL-D-RATE-VERSION PIC X(10).
         01 JOURNALTRAILER1.
            05 JNL-T-TYPE       PIC X(01).
            05 JNL-T-FILLER1    PIC X(02).
            05 JNL-T-LINES      PIC 9(05).
            05 JNL-T-FILLER2    PIC X(02).
            05 JNL-T-DEBITS     PIC 9(13)V99.
            05 JNL-T-FILLER3    PIC X(02).
            05 JNL-T-CREDITS    PIC 9(13)V99.
            05 JNL-T-FILLER4    PIC X(02).
            05 JNL-T-HASH-CALS  PIC 9(12).

         FD CHGREGFILE1.
         01 CHGREGLINE1 PIC X(132).

      * Journal control history: append-only, one record per journal
      * produced (reruns add a record; the latest per business date
      * stands). AOC-SUITE-CLOSE refuses a month holding any business
      * date whose latest journal is UNBALANCED. The first record is a
      * layout stamp (WS-JCT-LAYOUT-ID below), checked by that
      * program; bump its version with it whenever JOURNALCTLRECORD1
      * changes.
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
               88 JCT-BALANCED     VALUE 'BALANCED'.
               88 JCT-UNBALANCED   VALUE 'UNBALANCED'.
            05 JCT-FILLER6      PIC X(02).
            05 JCT-REASON       PIC X(30).

         FD JOURNALCTLWORK1.
         01 JOURNALCTLWORKRECORD1 PIC X(116).

      * AOC-SUITE-CTL-MAINT's approval file, checked against the
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
         01 WS-DEPTTOTALSFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.depttotals.txt".
         01 WS-DEPTTOTALSFILE1-OVERRIDE PIC X(250).

         01 WS-CHGRATEFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "CHGRATE.CTL".
         01 WS-CHGRATEFILE1-OVERRIDE PIC X(250).

         01 WS-JOURNALFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.chgjournal.txt".
         01 WS-JOURNALFILE1-OVERRIDE PIC X(250).

         01 WS-CHGREGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.chgregister.txt".
         01 WS-CHGREGFILE1-OVERRIDE PIC X(250).

         01 WS-JOURNALCTLFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "journalctl.221201.txt".
         01 WS-JOURNALCTLFILE1-OVERRIDE PIC X(250).
         01 WS-JOURNALCTLWORK1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "journalctl.221201.work.txt".
         01 WS-JOURNALCTLWORK1-OVERRIDE PIC X(250).

      * The cost centre that carries the offsetting credit.
         01 WS-CREDIT-CC PIC X(10) VALUE 'CC-PROVSN'.
         01 WS-CREDIT-CC-OVERRIDE PIC X(10).

      * CONTROL-VERSION APPROVALS
      * Same convention as the cube-limit loader: APPROVALFILE blank
      * leaves the two-person check off; with a file supplied, a rate
      * version whose latest state is PENDING is not loaded.
         01 WS-APPROVALFILE1-PATH PIC X(250) VALUE SPACES.
         01 WS-APPROVAL-STATE PIC X VALUE 'N'.
            88 APPROVAL-CHECK-MODE VALUE 'Y'.
         01 WS-APR-MAX            PIC 9(02) VALUE 50.
         01 WS-APR-COUNT          PIC 9(02) VALUE ZERO.
         01 WS-APR-TAB.
            05 WS-APR-ENTRY OCCURS 50 TIMES.
               10 WS-APR-VER      PIC X(10).
               10 WS-APR-STA      PIC X(08).
               10 WS-APR-LOGGED   PIC X(01).
         01 WS-APR-IX             PIC 9(02) COMP-5.
         01 WS-APR-FOUND-IX       PIC 9(02) COMP-5.
         01 WS-VERSION-REFUSED    PIC X(01).

         01 WS-ERRORLOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "errorlog.txt".
         01 WS-ERRORLOGFILE1-OVERRIDE PIC X(250).

      * FILE STATUS
         01 FILE1-STATUS PIC 9(02).
            88 FILE1-STATUS-OK       VALUE 00.
            88 FILE1-STATUS-EOF      VALUE 10.
            88 FILE1-STATUS-NOTFOUND VALUE 35.
         01 FILE2-STATUS PIC 9(02).
            88 FILE2-STATUS-OK       VALUE 00.
            88 FILE2-STATUS-EOF      VALUE 10.
            88 FILE2-STATUS-NOTFOUND VALUE 35.
         01 FILE3-STATUS PIC 9(02).
            88 FILE3-STATUS-OK  VALUE 00.
         01 FILE4-STATUS PIC 9(02).
            88 FILE4-STATUS-OK  VALUE 00.
         01 FILE5-STATUS PIC 9(02).
            88 FILE5-STATUS-OK       VALUE 00.
            88 FILE5-STATUS-EOF      VALUE 10.
            88 FILE5-STATUS-NOTFOUND VALUE 35.
         01 FILE6-STATUS PIC 9(02).
            88 FILE6-STATUS-OK       VALUE 00.
            88 FILE6-STATUS-EOF      VALUE 10.
            88 FILE6-STATUS-NOTFOUND VALUE 35.
         01 FILE7-STATUS PIC 9(02).
            88 FILE7-STATUS-OK       VALUE 00.
            88 FILE7-STATUS-EOF      VALUE 10.
         01 FILE9-STATUS PIC 9(02).
            88 FILE9-STATUS-OK       VALUE 00.
            88 FILE9-STATUS-NOTFOUND VALUE 35.

      * Every FILEn-STATUS value gets its own descriptive text instead
      * of collapsing every non-zero code into one generic error
      * message, so an operator reviewing an overnight failure can
      * tell "file not found" apart from "already open" apart from a
      * plain I/O error without looking anything up.
         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * The approval-file layout this step's FD was written for; a
      * file stamped otherwise is refused (see LAYOUTID.CPY).
         01 WS-APR-LAYOUT-ID      PIC X(12) VALUE 'APPROVAL'.
         01 WS-APR-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * Likewise the department-totals layout (Adv221201.07).
         01 WS-DTT-LAYOUT-ID      PIC X(12) VALUE 'DEPTTOTALS'.
         01 WS-DTT-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * And the stamp this step writes at the head of JOURNALCTLFILE1.
         01 WS-JCT-LAYOUT-ID      PIC X(12) VALUE 'JOURNALCTL'.
         01 WS-JCT-LAYOUT-VERSION PIC X(02) VALUE '01'.
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
         01 WS-RUN-DATE           PIC 9(08).
         01 WS-JOURNAL-ID         PIC X(10).

      * Rates in force on the business date, one per department.
         01 WS-RT-MAX             PIC 9(03) VALUE 200.
         01 WS-RT-COUNT           PIC 9(03) VALUE ZERO.
         01 WS-RT-TAB.
            05 WS-RT-ENTRY OCCURS 200 TIMES.
               10 WS-RT-DEPT        PIC X(20).
               10 WS-RT-COST-CENTRE PIC X(10).
               10 WS-RT-RATE        PIC 9(05)V99.
               10 WS-RT-VERSION     PIC X(10).
               10 WS-RT-EFF-DATE    PIC 9(08).
         01 WS-RT-IX              PIC 9(03) COMP-3.
         01 WS-RT-FOUND-IX        PIC 9(03).
         01 WS-RT-DEFAULT-IX      PIC 9(03).
         01 WS-LOOKUP-DEPT        PIC X(20).

      * The department totals as received and as priced.
         01 WS-DP-MAX             PIC 9(03) VALUE 200.
         01 WS-DP-COUNT           PIC 9(03) VALUE ZERO.
         01 WS-DP-TAB.
            05 WS-DP-ENTRY OCCURS 200 TIMES.
               10 WS-DP-NAME        PIC X(20).
               10 WS-DP-ELVES       PIC 9(05).
               10 WS-DP-CALORIES    PIC 9(12).
               10 WS-DP-COST-CENTRE PIC X(10).
               10 WS-DP-RATE        PIC 9(05)V99.
               10 WS-DP-AMOUNT      PIC 9(13)V99.
               10 WS-DP-VERSION     PIC X(10).
               10 WS-DP-RATED       PIC X(01).
         01 WS-DX                 PIC 9(03) COMP-3.

         01 WS-DTT-GOT-HDR        PIC X VALUE 'N'.
         01 WS-DTT-GOT-TRL        PIC X VALUE 'N'.
         01 WS-DTT-RUN-ID         PIC X(16) VALUE SPACES.
         01 WS-DTT-TRL-COUNT      PIC 9(03) VALUE ZERO.
         01 WS-DTT-TRL-CALORIES   PIC 9(12) VALUE ZERO.
         01 WS-SUM-CALORIES       PIC 9(12) VALUE ZERO.
         01 WS-DEBIT-TOTAL        PIC 9(13)V99 VALUE ZERO.
         01 WS-CREDIT-TOTAL       PIC 9(13)V99 VALUE ZERO.
         01 WS-JNL-LINES          PIC 9(05) VALUE ZERO.
         01 WS-UNRATED-COUNT      PIC 9(03) VALUE ZERO.

      * Why the journal does not balance, blank when it does.
         01 WS-UNBALANCED-REASON  PIC X(30) VALUE SPACES.

      * REPORT EDIT FIELDS
         01 WS-CALS-X             PIC ZZZ,ZZZ,ZZZ,ZZ9.
         01 WS-RATE-X             PIC ZZ,ZZ9.99.
         01 WS-AMOUNT-X           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
         01 WS-ELVES-X            PIC ZZZZ9.
         01 WS-COUNT-X            PIC ZZ9.

       PROCEDURE DIVISION.

           PERFORM MAIN-PROCESSING
           STOP RUN
           .

       MAIN-PROCESSING.
           PERFORM GET-RUNTIME-PARAMETERS
           PERFORM OPEN-ERRORLOG

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF BUSN-DATE-SET
               MOVE WS-BUSN-DATE TO WS-RUN-DATE
           END-IF
           MOVE SPACES TO WS-JOURNAL-ID
           STRING 'CB' WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-JOURNAL-ID

           PERFORM LOAD-CTL-APPROVALS
           PERFORM LOAD-CHARGEBACK-RATES
           PERFORM LOAD-DEPT-TOTALS
           PERFORM PRICE-DEPARTMENTS
           PERFORM PROVE-JOURNAL-BALANCE

           PERFORM WRITE-JOURNAL-EXTRACT
           PERFORM WRITE-CHARGEBACK-REGISTER
           PERFORM APPEND-JOURNAL-CONTROL

           DISPLAY 'DEPARTMENTS CHARGED    : ' WS-DP-COUNT
           DISPLAY 'JOURNAL ' WS-JOURNAL-ID ' DEBITS  : '
               WS-DEBIT-TOTAL
           DISPLAY 'JOURNAL ' WS-JOURNAL-ID ' CREDITS : '
               WS-CREDIT-TOTAL
           IF WS-UNBALANCED-REASON NOT = SPACES
               DISPLAY 'JOURNAL NOT BALANCED -- '
                   WS-UNBALANCED-REASON
               MOVE 'CHG JRNL' TO WS-ERRLOG-OPERATION
               MOVE SPACES TO WS-ERRLOG-MESSAGE
               STRING 'UNBALANCED: ' WS-UNBALANCED-REASON
                   DELIMITED BY SIZE INTO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0152 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM CLOSE-ERRORLOG
           .

      * -------- rates --------

      * Loads the approval states for CHGRATE versions; the latest
      * record per version wins.
       LOAD-CTL-APPROVALS.
           IF NOT APPROVAL-CHECK-MODE
               CONTINUE
           ELSE
               OPEN INPUT APPROVALFILE1
               IF FILE6-STATUS-NOTFOUND
                   DISPLAY 'APPROVAL FILE ABSENT -- CHECK SKIPPED'
               ELSE
                   IF NOT FILE6-STATUS-OK
                       MOVE FILE6-STATUS TO WS-FILE-STATUS-CODE
                       PERFORM RESOLVE-FILE-STATUS-TEXT
                       DISPLAY 'OPEN ERROR ON APPROVAL FILE'
                       DISPLAY 'FILE STATUS : ' FILE6-STATUS
                           ' - ' WS-FILE-STATUS-TEXT
                       MOVE 'OPEN APPR' TO WS-ERRLOG-OPERATION
                       MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                       MOVE FILE6-STATUS TO WS-ERRLOG-STATUS-SRC
                       MOVE 'F' TO WS-ERRLOG-SEVERITY
                       MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
                       PERFORM WRITE-ERRORLOG
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM READ-APPROVAL-LAYOUT-STAMP
                   PERFORM UNTIL FILE6-STATUS-EOF
                          OR NOT FILE6-STATUS-OK
                       READ APPROVALFILE1
                           AT END
                               CONTINUE
                            NOT AT END
                               IF APR-CTLTYPE = 'CHGRATE'
                                   PERFORM NOTE-ONE-APPROVAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE APPROVALFILE1
               END-IF
           END-IF
           .

       NOTE-ONE-APPROVAL.
           MOVE ZERO TO WS-APR-FOUND-IX
           PERFORM VARYING WS-APR-IX FROM 1 BY 1
                     UNTIL WS-APR-IX > WS-APR-COUNT
               IF WS-APR-VER(WS-APR-IX) = APR-VERSION-ID
                   MOVE WS-APR-IX TO WS-APR-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-APR-FOUND-IX > ZERO
               MOVE APR-STATE TO WS-APR-STA(WS-APR-FOUND-IX)
           ELSE
               IF WS-APR-COUNT < WS-APR-MAX
                   ADD 1 TO WS-APR-COUNT
                   MOVE APR-VERSION-ID TO WS-APR-VER(WS-APR-COUNT)
                   MOVE APR-STATE      TO WS-APR-STA(WS-APR-COUNT)
                   MOVE SPACE          TO WS-APR-LOGGED(WS-APR-COUNT)
               END-IF
           END-IF
           .

       CHECK-VERSION-APPROVED.
           MOVE 'N' TO WS-VERSION-REFUSED
           IF APPROVAL-CHECK-MODE
               PERFORM VARYING WS-APR-IX FROM 1 BY 1
                         UNTIL WS-APR-IX > WS-APR-COUNT
                   IF WS-APR-VER(WS-APR-IX) = CRT-VERSION-ID
                      AND WS-APR-STA(WS-APR-IX) = 'PENDING'
                       MOVE 'Y' TO WS-VERSION-REFUSED
                       IF WS-APR-LOGGED(WS-APR-IX) NOT = 'Y'
                           MOVE 'Y' TO WS-APR-LOGGED(WS-APR-IX)
                           DISPLAY 'CHARGEBACK RATE VERSION '
                               CRT-VERSION-ID
                               ' IS PENDING APPROVAL -- NOT LOADED'
                           MOVE 'LOAD RATES'
                             TO WS-ERRLOG-OPERATION
                           MOVE 'UNAPPROVED RATE VERSION REFUSED'
                             TO WS-ERRLOG-MESSAGE
                           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                           MOVE 'S' TO WS-ERRLOG-SEVERITY
                           MOVE 0153 TO WS-ERRLOG-MSG-NUMBER
                           PERFORM WRITE-ERRORLOG
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .

      * Per department, the entry with the latest effective date on
      * or before the business date is in force; a later line in the
      * file wins a tie.
       LOAD-CHARGEBACK-RATES.
           MOVE ZERO TO WS-RT-DEFAULT-IX
           OPEN INPUT CHGRATEFILE1
           IF FILE2-STATUS-NOTFOUND
               DISPLAY 'NO CHARGEBACK RATE FILE -- NOTHING CAN BE'
                   ' PRICED'
               MOVE 'OPEN RATES' TO WS-ERRLOG-OPERATION
               MOVE 'CHARGEBACK RATE FILE NOT FOUND'
                 TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0154 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           ELSE
               IF NOT FILE2-STATUS-OK
                   MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON CHARGEBACK RATE FILE'
                   DISPLAY 'FILE STATUS : ' FILE2-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 'OPEN RATES' TO WS-ERRLOG-OPERATION
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'F' TO WS-ERRLOG-SEVERITY
                   MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FILE2-STATUS-EOF
                      OR NOT FILE2-STATUS-OK
                   READ CHGRATEFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           IF CHGRATERECORD1 NOT = SPACES
                              AND CRT-EFFECTIVE-DATE IS NUMERIC
                              AND CRT-RATE IS NUMERIC
                              AND CRT-EFFECTIVE-DATE <= WS-RUN-DATE
                               PERFORM CHECK-VERSION-APPROVED
                               IF WS-VERSION-REFUSED NOT = 'Y'
                                   PERFORM SET-OR-ADD-RATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHGRATEFILE1
           END-IF
           .

       SET-OR-ADD-RATE.
           MOVE ZERO TO WS-RT-FOUND-IX
           PERFORM VARYING WS-RT-IX FROM 1 BY 1
                     UNTIL WS-RT-IX > WS-RT-COUNT
               IF WS-RT-DEPT(WS-RT-IX) = CRT-DEPARTMENT
                   MOVE WS-RT-IX TO WS-RT-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-RT-FOUND-IX = ZERO
               IF WS-RT-COUNT >= WS-RT-MAX
                   DISPLAY 'RATE TABLE FULL -- '
                       FUNCTION TRIM(CRT-DEPARTMENT) ' NOT LOADED'
                   MOVE 'LOAD RATES' TO WS-ERRLOG-OPERATION
                   MOVE 'RATE TABLE FULL, DEPT RATE IGNORED'
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'S' TO WS-ERRLOG-SEVERITY
                   MOVE 0155 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               ELSE
                   ADD 1 TO WS-RT-COUNT
                   MOVE WS-RT-COUNT TO WS-RT-FOUND-IX
                   MOVE CRT-DEPARTMENT TO WS-RT-DEPT(WS-RT-COUNT)
                   MOVE ZERO TO WS-RT-EFF-DATE(WS-RT-COUNT)
               END-IF
           END-IF
           IF WS-RT-FOUND-IX > ZERO
               IF CRT-EFFECTIVE-DATE >= WS-RT-EFF-DATE(WS-RT-FOUND-IX)
                   MOVE CRT-COST-CENTRE
                     TO WS-RT-COST-CENTRE(WS-RT-FOUND-IX)
                   MOVE CRT-RATE TO WS-RT-RATE(WS-RT-FOUND-IX)
                   MOVE CRT-VERSION-ID
                     TO WS-RT-VERSION(WS-RT-FOUND-IX)
                   MOVE CRT-EFFECTIVE-DATE
                     TO WS-RT-EFF-DATE(WS-RT-FOUND-IX)
               END-IF
               IF CRT-DEPARTMENT = '*DEFAULT'
                   MOVE WS-RT-FOUND-IX TO WS-RT-DEFAULT-IX
               END-IF
           END-IF
           .

      * -------- department totals --------

       LOAD-DEPT-TOTALS.
           OPEN INPUT DEPTTOTALSFILE1
           IF NOT FILE1-STATUS-OK
               MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON DEPARTMENT TOTALS FILE'
               DISPLAY 'FILE STATUS : ' FILE1-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN DTOTS' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-DEPT-TOTALS-LAYOUT-STAMP
           PERFORM UNTIL FILE1-STATUS-EOF
                  OR NOT FILE1-STATUS-OK
               READ DEPTTOTALSFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       PERFORM TAKE-ONE-DEPT-TOTAL
               END-READ
           END-PERFORM
           CLOSE DEPTTOTALSFILE1
           .

       TAKE-ONE-DEPT-TOTAL.
           EVALUATE DTT-TYPE
               WHEN 'H'
                   MOVE 'Y' TO WS-DTT-GOT-HDR
                   MOVE DTT-H-RUN-ID TO WS-DTT-RUN-ID
               WHEN 'D'
                   IF WS-DP-COUNT >= WS-DP-MAX
                       MOVE 'DEPARTMENT TABLE OVERFLOW'
                         TO WS-UNBALANCED-REASON
                   ELSE
                       ADD 1 TO WS-DP-COUNT
                       INITIALIZE WS-DP-ENTRY(WS-DP-COUNT)
                       MOVE DTT-D-DEPARTMENT
                         TO WS-DP-NAME(WS-DP-COUNT)
                       IF DTT-D-ELVES IS NUMERIC
                           MOVE DTT-D-ELVES
                             TO WS-DP-ELVES(WS-DP-COUNT)
                       END-IF
                       IF DTT-D-CALORIES IS NUMERIC
                           MOVE DTT-D-CALORIES
                             TO WS-DP-CALORIES(WS-DP-COUNT)
                           ADD DTT-D-CALORIES TO WS-SUM-CALORIES
                       END-IF
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO WS-DTT-GOT-TRL
                   IF DTT-T-DEPT-COUNT IS NUMERIC
                       MOVE DTT-T-DEPT-COUNT TO WS-DTT-TRL-COUNT
                   END-IF
                   IF DTT-T-CALORIES IS NUMERIC
                       MOVE DTT-T-CALORIES TO WS-DTT-TRL-CALORIES
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * -------- pricing and balance --------

      * Amount is calories / 1,000 times the rate, rounded to the
      * cent per department; the credit is the sum of the debits as
      * rounded, so rounding can never unbalance the journal.
       PRICE-DEPARTMENTS.
           PERFORM VARYING WS-DX FROM 1 BY 1
                     UNTIL WS-DX > WS-DP-COUNT
               MOVE WS-DP-NAME(WS-DX) TO WS-LOOKUP-DEPT
               PERFORM FIND-RATE-FOR-DEPT
               IF WS-RT-FOUND-IX > ZERO
                   MOVE 'Y' TO WS-DP-RATED(WS-DX)
                   MOVE WS-RT-COST-CENTRE(WS-RT-FOUND-IX)
                     TO WS-DP-COST-CENTRE(WS-DX)
                   MOVE WS-RT-RATE(WS-RT-FOUND-IX)
                     TO WS-DP-RATE(WS-DX)
                   MOVE WS-RT-VERSION(WS-RT-FOUND-IX)
                     TO WS-DP-VERSION(WS-DX)
                   COMPUTE WS-DP-AMOUNT(WS-DX) ROUNDED =
                       WS-DP-CALORIES(WS-DX) * WS-DP-RATE(WS-DX)
                       / 1000
                   ADD WS-DP-AMOUNT(WS-DX) TO WS-DEBIT-TOTAL
               ELSE
                   MOVE 'N' TO WS-DP-RATED(WS-DX)
                   ADD 1 TO WS-UNRATED-COUNT
                   DISPLAY 'NO RATE IN FORCE FOR DEPARTMENT '
                       FUNCTION TRIM(WS-DP-NAME(WS-DX))
               END-IF
           END-PERFORM
           MOVE WS-DEBIT-TOTAL TO WS-CREDIT-TOTAL
           .

       FIND-RATE-FOR-DEPT.
           MOVE ZERO TO WS-RT-FOUND-IX
           PERFORM VARYING WS-RT-IX FROM 1 BY 1
                     UNTIL WS-RT-IX > WS-RT-COUNT
               IF WS-RT-DEPT(WS-RT-IX) = WS-LOOKUP-DEPT
                   MOVE WS-RT-IX TO WS-RT-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-RT-FOUND-IX = ZERO
               MOVE WS-RT-DEFAULT-IX TO WS-RT-FOUND-IX
           END-IF
           .

      * The first failure found is the one recorded.
       PROVE-JOURNAL-BALANCE.
           EVALUATE TRUE
               WHEN WS-UNBALANCED-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-DTT-GOT-HDR NOT = 'Y'
                 OR WS-DTT-GOT-TRL NOT = 'Y'
                   MOVE 'DEPT TOTALS HDR/TRL MISSING'
                     TO WS-UNBALANCED-REASON
               WHEN WS-RUN-ID NOT = 'STANDALONE'
                AND WS-DTT-RUN-ID NOT = WS-RUN-ID
                   MOVE 'DEPT TOTALS FROM ANOTHER RUN'
                     TO WS-UNBALANCED-REASON
               WHEN WS-DTT-TRL-COUNT NOT = WS-DP-COUNT
                 OR WS-DTT-TRL-CALORIES NOT = WS-SUM-CALORIES
                   MOVE 'DEPT TOTALS DO NOT FOOT'
                     TO WS-UNBALANCED-REASON
               WHEN WS-UNRATED-COUNT > ZERO
                   MOVE 'DEPARTMENT WITH NO RATE IN FORCE'
                     TO WS-UNBALANCED-REASON
               WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   MOVE 'DEBITS NOT EQUAL TO CREDITS'
                     TO WS-UNBALANCED-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * -------- outputs --------

      * An unbalanced journal is withheld: the extract is opened and
      * closed empty so yesterday's file can never be picked up in
      * its place.
       WRITE-JOURNAL-EXTRACT.
           PERFORM OPEN-FILE3
           IF WS-UNBALANCED-REASON = SPACES
               COMPUTE WS-JNL-LINES = WS-DP-COUNT + 1
               MOVE SPACES TO JOURNALRECORD1
               MOVE 'H'           TO JNL-H-TYPE
               MOVE WS-RUN-ID     TO JNL-H-RUN-ID
               MOVE WS-RUN-DATE   TO JNL-H-BUSN-DATE
               MOVE WS-JOURNAL-ID TO JNL-H-JOURNAL-ID
               MOVE WS-JNL-LINES  TO JNL-H-LINES
               PERFORM WRITE-FILE3

               PERFORM VARYING WS-DX FROM 1 BY 1
                         UNTIL WS-DX > WS-DP-COUNT
                   MOVE SPACES TO JOURNALRECORD1
                   MOVE 'D' TO JNL-D-TYPE
                   MOVE 'D' TO JNL-D-DC
                   MOVE WS-DP-COST-CENTRE(WS-DX) TO JNL-D-COST-CENTRE
                   MOVE WS-DP-NAME(WS-DX)        TO JNL-D-DEPARTMENT
                   MOVE WS-DP-CALORIES(WS-DX)    TO JNL-D-CALORIES
                   MOVE WS-DP-RATE(WS-DX)        TO JNL-D-RATE
                   MOVE WS-DP-AMOUNT(WS-DX)      TO JNL-D-AMOUNT
                   MOVE WS-DP-VERSION(WS-DX)     TO JNL-D-RATE-VERSION
                   PERFORM WRITE-FILE3
               END-PERFORM

               MOVE SPACES TO JOURNALRECORD1
               MOVE 'D' TO JNL-D-TYPE
               MOVE 'C' TO JNL-D-DC
               MOVE WS-CREDIT-CC    TO JNL-D-COST-CENTRE
               MOVE 'PROVISIONING'  TO JNL-D-DEPARTMENT
               MOVE WS-SUM-CALORIES TO JNL-D-CALORIES
               MOVE ZERO            TO JNL-D-RATE
               MOVE WS-CREDIT-TOTAL TO JNL-D-AMOUNT
               PERFORM WRITE-FILE3

               MOVE SPACES TO JOURNALRECORD1
               MOVE 'T'             TO JNL-T-TYPE
               MOVE WS-JNL-LINES    TO JNL-T-LINES
               MOVE WS-DEBIT-TOTAL  TO JNL-T-DEBITS
               MOVE WS-CREDIT-TOTAL TO JNL-T-CREDITS
               MOVE WS-SUM-CALORIES TO JNL-T-HASH-CALS
               PERFORM WRITE-FILE3
           END-IF
           PERFORM CLOSE-FILE3
           .

       WRITE-CHARGEBACK-REGISTER.
           PERFORM OPEN-FILE4
           MOVE SPACES TO CHGREGLINE1
           MOVE 'AOC-2022-12-01  DEPARTMENT CHARGEBACK REGISTER'
             TO CHGREGLINE1
           PERFORM WRITE-FILE4
           MOVE SPACES TO CHGREGLINE1
           STRING 'JOURNAL ' WS-JOURNAL-ID
               '  BUSN DATE ' WS-RUN-DATE
               '  RUN ID ' WS-RUN-ID
               DELIMITED BY SIZE INTO CHGREGLINE1
           PERFORM WRITE-FILE4
           MOVE SPACES TO CHGREGLINE1
           PERFORM WRITE-FILE4

           MOVE SPACES TO CHGREGLINE1
           STRING 'DR/CR  COST CTR    DEPARTMENT            ELVES'
               '         CALORIES  RATE/1000'
               '               AMOUNT  RATE VER'
               DELIMITED BY SIZE INTO CHGREGLINE1
           PERFORM WRITE-FILE4

           PERFORM VARYING WS-DX FROM 1 BY 1
                     UNTIL WS-DX > WS-DP-COUNT
               MOVE WS-DP-ELVES(WS-DX)    TO WS-ELVES-X
               MOVE WS-DP-CALORIES(WS-DX) TO WS-CALS-X
               MOVE WS-DP-RATE(WS-DX)     TO WS-RATE-X
               MOVE WS-DP-AMOUNT(WS-DX)   TO WS-AMOUNT-X
               MOVE SPACES TO CHGREGLINE1
               IF WS-DP-RATED(WS-DX) = 'Y'
                   STRING 'DR     ' WS-DP-COST-CENTRE(WS-DX)
                       '  ' WS-DP-NAME(WS-DX)
                       '  ' WS-ELVES-X
                       '  ' WS-CALS-X
                       '  ' WS-RATE-X
                       '  ' WS-AMOUNT-X
                       '  ' WS-DP-VERSION(WS-DX)
                       DELIMITED BY SIZE INTO CHGREGLINE1
               ELSE
                   STRING 'DR     ' '**NONE**  '
                       '  ' WS-DP-NAME(WS-DX)
                       '  ' WS-ELVES-X
                       '  ' WS-CALS-X
                       '  NO RATE IN FORCE'
                       DELIMITED BY SIZE INTO CHGREGLINE1
               END-IF
               PERFORM WRITE-FILE4
           END-PERFORM

           MOVE WS-SUM-CALORIES TO WS-CALS-X
           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-X
           MOVE SPACES TO CHGREGLINE1
           STRING 'CR     ' WS-CREDIT-CC
               '  PROVISIONING        '
               '       '
               '  ' WS-CALS-X
               '           '
               '  ' WS-AMOUNT-X
               DELIMITED BY SIZE INTO CHGREGLINE1
           PERFORM WRITE-FILE4

           MOVE SPACES TO CHGREGLINE1
           PERFORM WRITE-FILE4
           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-X
           MOVE SPACES TO CHGREGLINE1
           STRING 'TOTAL DEBITS  : ' WS-AMOUNT-X
               DELIMITED BY SIZE INTO CHGREGLINE1
           PERFORM WRITE-FILE4
           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-X
           MOVE SPACES TO CHGREGLINE1
           STRING 'TOTAL CREDITS : ' WS-AMOUNT-X
               DELIMITED BY SIZE INTO CHGREGLINE1
           PERFORM WRITE-FILE4
           MOVE WS-DTT-TRL-CALORIES TO WS-CALS-X
           MOVE SPACES TO CHGREGLINE1
           STRING 'CALORIES PER DEPARTMENT ROLLUP TRAILER : '
               WS-CALS-X
               DELIMITED BY SIZE INTO CHGREGLINE1
           PERFORM WRITE-FILE4
           MOVE SPACES TO CHGREGLINE1
           PERFORM WRITE-FILE4

           MOVE SPACES TO CHGREGLINE1
           IF WS-UNBALANCED-REASON = SPACES
               MOVE 'JOURNAL BALANCED -- RELEASED TO THE LEDGER'
                 TO CHGREGLINE1
           ELSE
               STRING 'JOURNAL NOT BALANCED -- WITHHELD: '
                   WS-UNBALANCED-REASON
                   DELIMITED BY SIZE INTO CHGREGLINE1
           END-IF
           PERFORM WRITE-FILE4
           MOVE SPACES TO CHGREGLINE1
           PERFORM WRITE-FILE4
           MOVE SPACES TO CHGREGLINE1
           PERFORM WRITE-FILE4
           MOVE 'PREPARED BY ____________________   DATE __________'
             TO CHGREGLINE1
           PERFORM WRITE-FILE4
           MOVE SPACES TO CHGREGLINE1
           PERFORM WRITE-FILE4
           MOVE 'APPROVED BY ____________________   DATE __________'
             TO CHGREGLINE1
           PERFORM WRITE-FILE4
           PERFORM CLOSE-FILE4
           .

       APPEND-JOURNAL-CONTROL.
           PERFORM STAMP-JOURNAL-CONTROL
           OPEN EXTEND JOURNALCTLFILE1
           IF FILE5-STATUS-NOTFOUND
               OPEN OUTPUT JOURNALCTLFILE1
           END-IF
           IF NOT FILE5-STATUS-OK
               MOVE FILE5-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON JOURNAL CONTROL FILE'
               DISPLAY 'FILE STATUS : ' FILE5-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN JCTL' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO JOURNALCTLRECORD1
           MOVE WS-RUN-DATE     TO JCT-BUSN-DATE
           MOVE WS-RUN-ID       TO JCT-RUN-ID
           MOVE WS-JOURNAL-ID   TO JCT-JOURNAL-ID
           MOVE WS-DEBIT-TOTAL  TO JCT-DEBITS
           MOVE WS-CREDIT-TOTAL TO JCT-CREDITS
           IF WS-UNBALANCED-REASON = SPACES
               SET JCT-BALANCED TO TRUE
           ELSE
               SET JCT-UNBALANCED TO TRUE
               MOVE WS-UNBALANCED-REASON TO JCT-REASON
           END-IF
           WRITE JOURNALCTLRECORD1
           IF NOT FILE5-STATUS-OK
               MOVE FILE5-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON JOURNAL CONTROL FILE'
               DISPLAY 'FILE STATUS : ' FILE5-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE JCTL' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE JOURNALCTLFILE1
           .

      * The history is stamped on its first record. One kept from
      * before the stamp is copied through the work file and written
      * back behind one, so it is read as version 00 just this once.
       STAMP-JOURNAL-CONTROL.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           MOVE WS-JCT-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-JCT-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           OPEN INPUT JOURNALCTLFILE1
           IF FILE5-STATUS-OK
               READ JOURNALCTLFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE JOURNALCTLRECORD1 TO LAYOUT-STAMP-RECORD
               END-READ
               IF LYT-IS-STAMP
                   CLOSE JOURNALCTLFILE1
                   PERFORM CHECK-LAYOUT-STAMP
               ELSE
                   PERFORM OPEN-JCTL-WORK-OUTPUT
                   IF FILE5-STATUS-OK
                       SET LYT-LEGACY-UNSTAMPED TO TRUE
                       PERFORM NOTE-LEGACY-LAYOUT
                       PERFORM COPY-JCTL-TO-WORK
                   END-IF
                   IF NOT FILE5-STATUS-EOF
                       PERFORM JCTL-READ-ABEND
                   END-IF
                   CLOSE JOURNALCTLFILE1
                   CLOSE JOURNALCTLWORK1
                   PERFORM REBUILD-JOURNAL-CONTROL
               END-IF
           ELSE
               IF FILE5-STATUS-NOTFOUND
                   PERFORM OPEN-JCTL-WORK-OUTPUT
                   CLOSE JOURNALCTLWORK1
                   PERFORM REBUILD-JOURNAL-CONTROL
               END-IF
           END-IF
           .

       OPEN-JCTL-WORK-OUTPUT.
           OPEN OUTPUT JOURNALCTLWORK1
           IF NOT FILE7-STATUS-OK
               MOVE 'OPEN JCTWK' TO WS-ERRLOG-OPERATION
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM JCTL-WORK-ABEND
           END-IF
           .

      * The first record, already read, is copied with the rest.
       COPY-JCTL-TO-WORK.
           PERFORM UNTIL FILE5-STATUS-EOF
                  OR NOT FILE5-STATUS-OK
               MOVE JOURNALCTLRECORD1 TO JOURNALCTLWORKRECORD1
               WRITE JOURNALCTLWORKRECORD1
               IF NOT FILE7-STATUS-OK
                   MOVE 'WRITE JCWK' TO WS-ERRLOG-OPERATION
                   MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM JCTL-WORK-ABEND
               END-IF
               READ JOURNALCTLFILE1
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM
           .

       REBUILD-JOURNAL-CONTROL.
           OPEN INPUT JOURNALCTLWORK1
           IF NOT FILE7-STATUS-OK
               MOVE 'OPEN JCTWK' TO WS-ERRLOG-OPERATION
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM JCTL-WORK-ABEND
           END-IF
           OPEN OUTPUT JOURNALCTLFILE1
           IF NOT FILE5-STATUS-OK
               MOVE FILE5-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON JOURNAL CONTROL FILE'
               DISPLAY 'FILE STATUS : ' FILE5-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN JCTL' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-JCT-LAYOUT-ID TO LYT-LAYOUT-ID
           MOVE WS-JCT-LAYOUT-VERSION TO LYT-VERSION
           MOVE SPACES TO JOURNALCTLRECORD1
           MOVE LAYOUT-STAMP-RECORD TO JOURNALCTLRECORD1
           WRITE JOURNALCTLRECORD1
           PERFORM UNTIL FILE7-STATUS-EOF
                  OR NOT FILE7-STATUS-OK
                  OR NOT FILE5-STATUS-OK
               READ JOURNALCTLWORK1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE JOURNALCTLWORKRECORD1 TO JOURNALCTLRECORD1
                       WRITE JOURNALCTLRECORD1
               END-READ
           END-PERFORM
           IF NOT FILE7-STATUS-OK AND NOT FILE7-STATUS-EOF
               MOVE 'READ JCTWK' TO WS-ERRLOG-OPERATION
               MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
               PERFORM JCTL-WORK-ABEND
           END-IF
           CLOSE JOURNALCTLWORK1
           IF NOT FILE5-STATUS-OK
               MOVE FILE5-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON JOURNAL CONTROL FILE'
               DISPLAY 'FILE STATUS : ' FILE5-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE JCTL' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE JOURNALCTLFILE1
           .

      * A read error on the history stops the run before the
      * rebuild, which would otherwise write back only what was
      * copied; the history is left as it was.
       JCTL-READ-ABEND.
           MOVE FILE5-STATUS TO WS-FILE-STATUS-CODE
           PERFORM RESOLVE-FILE-STATUS-TEXT
           DISPLAY 'READ ERROR ON JOURNAL CONTROL FILE'
           DISPLAY 'FILE STATUS : ' FILE5-STATUS
               ' - ' WS-FILE-STATUS-TEXT
           MOVE 'READ JCTL' TO WS-ERRLOG-OPERATION
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       JCTL-WORK-ABEND.
           MOVE FILE7-STATUS TO WS-FILE-STATUS-CODE
           PERFORM RESOLVE-FILE-STATUS-TEXT
           DISPLAY 'I/O ERROR ON JOURNAL CONTROL WORK FILE'
           DISPLAY 'FILE STATUS : ' FILE7-STATUS
               ' - ' WS-FILE-STATUS-TEXT
           MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
           MOVE FILE7-STATUS TO WS-ERRLOG-STATUS-SRC
           MOVE 'F' TO WS-ERRLOG-SEVERITY
           PERFORM WRITE-ERRORLOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       OPEN-FILE3.
           OPEN OUTPUT JOURNALFILE1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON JOURNAL EXTRACT'
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
           WRITE JOURNALRECORD1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON JOURNAL EXTRACT'
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
           CLOSE JOURNALFILE1
           .

       OPEN-FILE4.
           OPEN OUTPUT CHGREGFILE1
           IF NOT FILE4-STATUS-OK
               MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON CHARGEBACK REGISTER'
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
           .

       WRITE-FILE4.
           WRITE CHGREGLINE1
           IF NOT FILE4-STATUS-OK
               MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON CHARGEBACK REGISTER'
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
           .

       CLOSE-FILE4.
           CLOSE CHGREGFILE1
           .

      * The stamp is the first record of the department totals; the
      * reads that follow see only the header, details and trailer.
       READ-DEPT-TOTALS-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           READ DEPTTOTALSFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE DEPTTOTALSRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-DTT-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-DTT-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           PERFORM CHECK-LAYOUT-STAMP
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
               IF FILE6-STATUS-OK
                  AND APR-CTLTYPE = 'CHGRATE'
                   PERFORM NOTE-ONE-APPROVAL
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
           MOVE SPACES TO WS-DEPTTOTALSFILE1-OVERRIDE
           DISPLAY "DEPTTOTALSFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-DEPTTOTALSFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-DEPTTOTALSFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-DEPTTOTALSFILE1-OVERRIDE)
                 TO WS-DEPTTOTALSFILE1-PATH
           END-IF

           MOVE SPACES TO WS-CHGRATEFILE1-OVERRIDE
           DISPLAY "CHGRATEFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-CHGRATEFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-CHGRATEFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-CHGRATEFILE1-OVERRIDE)
                 TO WS-CHGRATEFILE1-PATH
           END-IF

           MOVE SPACES TO WS-JOURNALFILE1-OVERRIDE
           DISPLAY "JOURNALFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOURNALFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-JOURNALFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-JOURNALFILE1-OVERRIDE)
                 TO WS-JOURNALFILE1-PATH
           END-IF

           MOVE SPACES TO WS-CHGREGFILE1-OVERRIDE
           DISPLAY "CHGREGFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-CHGREGFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-CHGREGFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-CHGREGFILE1-OVERRIDE)
                 TO WS-CHGREGFILE1-PATH
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

           MOVE SPACES TO WS-JOURNALCTLWORK1-OVERRIDE
           DISPLAY "JOURNALCTLWORK" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOURNALCTLWORK1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-JOURNALCTLWORK1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-JOURNALCTLWORK1-OVERRIDE)
                 TO WS-JOURNALCTLWORK1-PATH
           END-IF

           MOVE SPACES TO WS-CREDIT-CC-OVERRIDE
           DISPLAY "CHGCREDITCC" UPON ENVIRONMENT-NAME
           ACCEPT WS-CREDIT-CC-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-CREDIT-CC-OVERRIDE NOT = SPACES
               MOVE WS-CREDIT-CC-OVERRIDE TO WS-CREDIT-CC
           END-IF

           MOVE SPACES TO WS-APPROVALFILE1-PATH
           DISPLAY "APPROVALFILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-APPROVALFILE1-PATH FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-APPROVALFILE1-PATH NOT = SPACES
               SET APPROVAL-CHECK-MODE TO TRUE
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
           MOVE 'ADV221201.16' TO ERL-PROGRAM-ID
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
