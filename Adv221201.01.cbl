            FILE STATUS IS FILE10-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Roster master maintained by AOC-2022-12-01-ROSTER, read here
      * only to prove that the elf named on a keyed submission's
      * group header is a real, rostered elf.
           SELECT ELFROSTERFILE1 ASSIGN
            TO DYNAMIC WS-ELFROSTERFILE1-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ROS-ROSTER-KEY
            FILE STATUS IS FILE11-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD INPUTFILE1.
         01 INPUTRECORD1 PIC X(9).
      * The same line seen whole, so a group header whose elf number
      * runs past the five digits an elf number holds is refused
      * rather than cut to its first five.
         01 INPUTLINE1   PIC X(80).

         FD FILELISTFILE1.
         01 FILELISTRECORD1 PIC X(250).
            05 EXC-LINE-NUMBER PIC 9(07).
            05 EXC-FILLER      PIC X(02).
            05 EXC-TEXT        PIC X(09).
            05 EXC-FILLER2     PIC X(02).
            05 EXC-ELF-NUMBER  PIC 9(05).

      * One record per run so a downstream balancing job can foot the
      * elf group count and grand total calories against the input
            05 TRL-CORRECTED        PIC X(01).
            05 TRL-FILLER6          PIC X(02).
            05 TRL-RUN-ID           PIC X(16).
            05 TRL-FILLER7          PIC X(02).
            05 TRL-INPUT-FORMAT     PIC X(01).
               88 TRL-FORMAT-KEYED      VALUE 'K'.
               88 TRL-FORMAT-POSITIONAL VALUE 'P'.
               88 TRL-FORMAT-MIXED      VALUE 'M'.

      * Normalized item extract: one record per accepted calorie
      * line, carrying which elf it counted toward, the item's
      * Accepted corrections from AOC-2022-12-01-CORRECT, applied in
      * reprocess mode: a rejected line whose number appears here is
      * counted with its corrected value instead of going back to the
      * exception file, and the run is marked corrected. The file
      * opens with that program's CORRACCEPT layout stamp.
         FD CORRECTIONFILE1.
         01 CORRECTIONRECORD1.
            05 CFR-RUN-DATE     PIC 9(08).
         FD MCKWORKFILE1.
         01 MCKWORKRECORD1 PIC X(300).

         FD ELFROSTERFILE1.
         01 ROSTERRECORD1.
            05 ROS-ROSTER-KEY.
               10 ROS-ELF-NUMBER   PIC 9(05).
               10 ROS-EFF-DATE     PIC 9(08).
            05 ROS-NAME         PIC X(30).
            05 ROS-DEPARTMENT   PIC X(20).
            05 ROS-ACTIVE-FLAG  PIC X(01).
               88 ROS-ACTIVE       VALUE 'A'.
               88 ROS-INACTIVE     VALUE 'I'.

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
      -        "d1.itemdetail.txt".
         01 WS-ITEMDETAILFILE1-OVERRIDE PIC X(250).

      * SUBMISSION FORMAT
      * A keyed submission opens every group with a header line
      * "ELF nnnnn" naming the submitting elf, so the number a group
      * is charged to no longer depends on how many groups came
      * before it. A file's format is decided by its first non-blank
      * line: a header makes it keyed, anything else is the legacy
      * positional layout, where the group ordinal is still the elf
      * number exactly as before. WS-RUN-FORMAT is what the trailer
      * reports -- K keyed, P positional, M a manifest that mixed
      * the two.
         01 WS-FILE-FORMAT PIC X(01) VALUE SPACE.
            88 FILE-FORMAT-UNDECIDED  VALUE SPACE.
            88 FILE-FORMAT-KEYED      VALUE 'K'.
            88 FILE-FORMAT-POSITIONAL VALUE 'P'.
         01 WS-RUN-FORMAT  PIC X(01) VALUE SPACE.
      * The elf the group being summed is charged to: the header's
      * number in a keyed file, the next ordinal in a positional one.
      * A header naming an unknown elf, or one already seen in the
      * run, rejects its whole group -- header and every item
      * line go to the exception file -- rather than charging the
      * calories to somebody. Item lines that turn up in a keyed file
      * with no header in force are rejected the same way.
         01 WS-GROUP-ELF   PIC 9(05) VALUE ZERO.
         01 WS-GROUP-STATE PIC X(01) VALUE 'A'.
            88 GROUP-ACCEPTING     VALUE 'A'.
            88 GROUP-REJECTED      VALUE 'R'.
            88 GROUP-AWAITING-KEY  VALUE 'W'.
         01 WS-KEY-ELF-TEXT     PIC X(05).
         01 WS-KEY-REJECT-REASON PIC X(40).
         01 WS-KEY-REJECT-COUNT PIC 9(05) VALUE ZERO.
         01 WS-ORPHAN-LOGGED    PIC X(01) VALUE 'N'.
      * Every elf number used so far in the run -- by a keyed header
      * or by a positional group's ordinal -- across all the files of
      * a manifest, so no elf can be charged by two groups.
         01 WS-ELF-SEEN-TAB.
            05 WS-ELF-SEEN OCCURS 99999 TIMES PIC X(01).
      * A positional group takes its ordinal at its first line. An
      * ordinal a keyed header has already claimed rejects the group
      * the way a duplicate header does; the ordinal stays used up
      * (WS-POS-SKIP-COUNT) so the groups after it keep their places.
         01 WS-POS-GROUP-STATE  PIC X(01) VALUE 'N'.
            88 POS-GROUP-OPEN      VALUE 'Y'.
         01 WS-POS-SKIP-COUNT   PIC 9(05) VALUE ZERO.

      * Roster proof for keyed headers. With the roster unavailable
      * the header is still edited for a valid number and for
      * duplicates, and the run warns that the roster proof was
      * skipped. The as-of date is the business date, so an elf
      * whose first roster version takes effect later is unknown.
         01 WS-ELFROSTERFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.elfroster.mst".
         01 WS-ELFROSTERFILE1-OVERRIDE PIC X(250).
         01 WS-ROSTER-STATE PIC X VALUE 'N'.
            88 ROSTER-PRESENT VALUE 'Y'.
         01 WS-ROSTER-ASOF-DATE PIC 9(08) VALUE ZERO.
         01 WS-ROSTER-KNOWN PIC X(01).

      * VALUE-PLAUSIBILITY EDITS
      * CALORIEMIN/CALORIEMAX bound the reasonable range for one item
      * (zero leaves that bound off, which keeps a standalone run
         01 FILE10-STATUS PIC 9(02).
            88 FILE10-STATUS-OK  VALUE 00.
            88 FILE10-STATUS-EOF VALUE 10.
         01 FILE11-STATUS PIC 9(02).
            88 FILE11-STATUS-OK  VALUE 00.

      * Every FILEn-STATUS value gets its own descriptive text instead
      * of collapsing every non-zero code into one generic error
         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * Layout stamps. The exception file and the item detail are
      * handed on to later steps, so each starts with a stamp naming
      * the layout written here -- bump the version whenever either
      * record changes. Only a newly created file is stamped; a
      * resume extends the one the earlier attempt already stamped.
         01 WS-EXC-LAYOUT-ID      PIC X(12) VALUE 'EXCEPTION'.
         01 WS-EXC-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-ITM-LAYOUT-ID      PIC X(12) VALUE 'ITEMDETAIL'.
         01 WS-ITM-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-EXC-NEW-FILE       PIC X(01) VALUE 'N'.
            88 EXC-NEW-FILE       VALUE 'Y'.
         01 WS-ITM-NEW-FILE       PIC X(01) VALUE 'N'.
            88 ITM-NEW-FILE       VALUE 'Y'.
      * The accepted-correction layout the correction FD was written
      * for; a correction file stamped otherwise is refused.
         01 WS-CFR-LAYOUT-ID      PIC X(12) VALUE 'CORRACCEPT'.
         01 WS-CFR-LAYOUT-VERSION PIC X(02) VALUE '01'.
         COPY LAYOUTID.

      * WORKING VARIABLE
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
       MAIN-PROCESSING.
           PERFORM GET-RUNTIME-PARAMETERS
           PERFORM OPEN-ERRORLOG
           MOVE SPACES TO WS-ELF-SEEN-TAB
           IF MULTI-FILE-MODE
               PERFORM VALIDATE-FILE-LIST
           END-IF
           IF MULTI-FILE-MODE AND MANCKPT-MODE
               PERFORM READ-MANIFEST-CHECKPOINT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ROSTER-ASOF-DATE
           IF BUSN-DATE-SET
               MOVE WS-BUSN-DATE TO WS-ROSTER-ASOF-DATE
           END-IF
           PERFORM OPEN-FILE2
           PERFORM OPEN-TRAILERFILE1
           PERFORM OPEN-ITEMDETAIL
           PERFORM OPEN-REVIEW
           PERFORM OPEN-ROSTER
           IF WS-REVIEW-FRESH = 'Y'
               PERFORM WRITE-REVIEW-HEADER
           END-IF
               SET RUN-HAS-WARNINGS TO TRUE
           END-IF

           IF WS-KEY-REJECT-COUNT > ZERO
               DISPLAY 'ELF GROUPS REJECTED : ' WS-KEY-REJECT-COUNT
               SET RUN-HAS-WARNINGS TO TRUE
           END-IF

           IF CORRECTION-MODE
               DISPLAY 'CORRECTIONS APPLIED : ' WS-CORR-APPLIED
               PERFORM REPORT-UNUSED-CORRECTIONS
           END-IF
           PERFORM WRITE-TRAILERFILE1

           PERFORM CLOSE-ROSTER
           PERFORM CLOSE-REVIEW
           PERFORM CLOSE-FILE2
           PERFORM CLOSE-ITEMDETAIL

       PROCESS-ONE-INPUT-FILE.
           PERFORM OPEN-FILE1
           MOVE SPACE  TO WS-FILE-FORMAT
           MOVE 'N'    TO WS-POS-GROUP-STATE
           SET GROUP-ACCEPTING TO TRUE
           PERFORM READ-FILE1

           PERFORM UNTIL FILE1-STATUS-EOF
                  OR NOT FILE1-STATUS-OK

              IF INPUTRECORD1 = SPACES
                  IF FILE-FORMAT-POSITIONAL
                      PERFORM END-POSITIONAL-GROUP
                  END-IF
                  IF SUM-CALORIES > ZERO
                      PERFORM CLOSE-ELF-GROUP
                  END-IF
                  IF FILE-FORMAT-KEYED
                      SET GROUP-AWAITING-KEY TO TRUE
                  END-IF
              ELSE
                 IF FILE-FORMAT-UNDECIDED
                    PERFORM DECIDE-FILE-FORMAT
                 END-IF
                 IF FILE-FORMAT-KEYED
                    AND INPUTRECORD1(1:4) = 'ELF '
                    IF SUM-CALORIES > ZERO
                        PERFORM CLOSE-ELF-GROUP
                    END-IF
                    PERFORM OPEN-KEYED-GROUP
                 ELSE
                    IF FILE-FORMAT-POSITIONAL
                       AND NOT POS-GROUP-OPEN
                       PERFORM OPEN-POSITIONAL-GROUP
                    END-IF
                    IF GROUP-ACCEPTING
                       IF FUNCTION TRIM(INPUTRECORD1) IS NUMERIC
                          MOVE INPUTRECORD1 TO CURRENT-CALORIES
                          ADD CURRENT-CALORIES TO SUM-CALORIES
                          PERFORM WRITE-ITEMDETAIL
                          PERFORM NOTE-ACCEPTED-ITEM
                       ELSE
                          PERFORM HANDLE-BAD-LINE
                       END-IF
                    ELSE
                       PERFORM REJECT-UNKEYED-ITEM
                    END-IF
                 END-IF
              END-IF
              PERFORM READ-FILE1

           END-PERFORM

           IF FILE-FORMAT-POSITIONAL
               PERFORM END-POSITIONAL-GROUP
           END-IF
           IF SUM-CALORIES > ZERO
               PERFORM CLOSE-ELF-GROUP
           END-IF
           PERFORM CLOSE-FILE1
           .

      * The first non-blank line of each file decides its layout; a
      * manifest may legitimately carry old and new files side by
      * side during the changeover, which the trailer reports as M.
       DECIDE-FILE-FORMAT.
           IF INPUTRECORD1(1:4) = 'ELF '
               SET FILE-FORMAT-KEYED TO TRUE
           ELSE
               SET FILE-FORMAT-POSITIONAL TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-FORMAT = SPACE
                   MOVE WS-FILE-FORMAT TO WS-RUN-FORMAT
               WHEN WS-RUN-FORMAT NOT = WS-FILE-FORMAT
                   MOVE 'M' TO WS-RUN-FORMAT
           END-EVALUATE
           .

      * A group header: the number must be a valid elf number, not
      * already used by an earlier group of the run, and on the
      * roster as of the business date. A failing header goes to the
      * exception file with its line number and text and its group
      * is rejected whole.
       OPEN-KEYED-GROUP.
           MOVE 'N' TO WS-ORPHAN-LOGGED
           MOVE SPACES TO WS-KEY-REJECT-REASON
           MOVE FUNCTION TRIM(INPUTRECORD1(5:5)) TO WS-KEY-ELF-TEXT
           IF FUNCTION TRIM(WS-KEY-ELF-TEXT) IS NOT NUMERIC
              OR INPUTLINE1(10:) NOT = SPACES
               MOVE 'INVALID ELF ID ON GROUP HEADER'
                 TO WS-KEY-REJECT-REASON
           ELSE
               MOVE FUNCTION NUMVAL(WS-KEY-ELF-TEXT) TO WS-GROUP-ELF
               IF WS-GROUP-ELF = ZERO
                   MOVE 'INVALID ELF ID ON GROUP HEADER'
                     TO WS-KEY-REJECT-REASON
               ELSE
                   IF WS-ELF-SEEN(WS-GROUP-ELF) = 'Y'
                       MOVE 'DUPLICATE ELF ID, GROUP REJECTED'
                         TO WS-KEY-REJECT-REASON
                   ELSE
                       MOVE 'Y' TO WS-ELF-SEEN(WS-GROUP-ELF)
                       PERFORM CHECK-KEYED-ELF-ON-ROSTER
                       IF WS-ROSTER-KNOWN = 'N'
                           MOVE 'UNKNOWN ELF ID, GROUP REJECTED'
                             TO WS-KEY-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-KEY-REJECT-REASON = SPACES
               SET GROUP-ACCEPTING TO TRUE
           ELSE
               SET GROUP-REJECTED TO TRUE
               ADD 1 TO WS-KEY-REJECT-COUNT
               PERFORM WRITE-FILE2
               DISPLAY 'LINE ' WS-LINE-NUMBER ' : '
                   WS-KEY-REJECT-REASON
               MOVE 'KEYED HDR' TO WS-ERRLOG-OPERATION
               MOVE WS-KEY-REJECT-REASON TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0101 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF
           .

      * The first line of a positional group fixes its ordinal. One
      * already used in the run by a keyed header is refused with
      * the duplicate-header message, and the group's lines go to
      * the exception file as a rejected keyed group's do.
       OPEN-POSITIONAL-GROUP.
           SET POS-GROUP-OPEN TO TRUE
           COMPUTE WS-GROUP-ELF = ELF-ID + WS-POS-SKIP-COUNT + 1
           IF WS-ELF-SEEN(WS-GROUP-ELF) = 'Y'
               SET GROUP-REJECTED TO TRUE
               ADD 1 TO WS-KEY-REJECT-COUNT
               SET RUN-HAS-WARNINGS TO TRUE
               MOVE 'DUPLICATE ELF ID, GROUP REJECTED'
                 TO WS-KEY-REJECT-REASON
               DISPLAY 'LINE ' WS-LINE-NUMBER ' : '
                   WS-KEY-REJECT-REASON ' (POSITIONAL ' WS-GROUP-ELF
                   ')'
               MOVE 'POSIT GRP' TO WS-ERRLOG-OPERATION
               MOVE WS-KEY-REJECT-REASON TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0101 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           ELSE
               MOVE 'Y' TO WS-ELF-SEEN(WS-GROUP-ELF)
           END-IF
           .

      * A blank line or the end of the file ends a positional group.
      * A rejected group uses its ordinal up; an accepted one that
      * counted nothing gives it back, as it always has, so the next
      * group takes it.
       END-POSITIONAL-GROUP.
           IF POS-GROUP-OPEN
               IF GROUP-REJECTED
                   ADD 1 TO WS-POS-SKIP-COUNT
               ELSE
                   IF SUM-CALORIES = ZERO
                       MOVE SPACE TO WS-ELF-SEEN(WS-GROUP-ELF)
                   END-IF
               END-IF
           END-IF
           MOVE 'N' TO WS-POS-GROUP-STATE
           SET GROUP-ACCEPTING TO TRUE
           .

      * The first version of an elf on the roster is the earliest by
      * effective date, so one READ NEXT after the START answers
      * whether any version is in force on the as-of date.
       CHECK-KEYED-ELF-ON-ROSTER.
           MOVE 'Y' TO WS-ROSTER-KNOWN
           IF ROSTER-PRESENT
               MOVE 'N' TO WS-ROSTER-KNOWN
               MOVE WS-GROUP-ELF TO ROS-ELF-NUMBER
               MOVE ZERO         TO ROS-EFF-DATE
               START ELFROSTERFILE1 KEY NOT < ROS-ROSTER-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ELFROSTERFILE1 NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF ROS-ELF-NUMBER = WS-GROUP-ELF
                                  AND ROS-EFF-DATE
                                      <= WS-ROSTER-ASOF-DATE
                                   MOVE 'Y' TO WS-ROSTER-KNOWN
                               END-IF
                       END-READ
               END-START
           END-IF
           .

      * Item lines of a rejected group, or lines in a keyed file with
      * no header in force, are exceptions in their own right: they
      * are written as-is and never counted toward anybody.
       REJECT-UNKEYED-ITEM.
           PERFORM WRITE-FILE2
           IF GROUP-AWAITING-KEY AND WS-ORPHAN-LOGGED = 'N'
               MOVE 'Y' TO WS-ORPHAN-LOGGED
               DISPLAY 'LINE ' WS-LINE-NUMBER
                   ' : ITEM LINE WITH NO ELF GROUP HEADER'
               MOVE 'KEYED HDR' TO WS-ERRLOG-OPERATION
               MOVE 'ITEM LINE WITH NO ELF GROUP HEADER'
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0102 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF
           .

       PROCESS-FILE-LIST.
           OPEN INPUT FILELISTFILE1
           IF NOT FILE4-STATUS-OK
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN

       CLOSE-ELF-GROUP.
           ADD 1 TO ELF-ID
           DISPLAY 'ELF ' WS-GROUP-ELF ' TOTAL CALORIES : '
               SUM-CALORIES
           IF SUM-CALORIES > MAX-CALORIES
                MOVE SUM-CALORIES TO MAX-CALORIES
           END-IF
       NOTE-ACCEPTED-ITEM.
           MOVE CURRENT-CALORIES TO WS-REVIEW-VALUE
           MOVE WS-LINE-NUMBER   TO WS-REVIEW-LINE
           MOVE WS-GROUP-ELF     TO WS-REVIEW-ELF
           IF WS-CALORIE-MAX > ZERO
              AND CURRENT-CALORIES > WS-CALORIE-MAX
               MOVE 'ABOVE REASONABLE-RANGE MAXIMUM'
                   MOVE 'Y' TO WS-GRP-OVERFLOW
                   SET RUN-HAS-WARNINGS TO TRUE
                   DISPLAY 'GROUP ITEM BUFFER FULL -- OUTLIER CHECK'
                       ' SKIPPED FOR ELF ' WS-GROUP-ELF
               END-IF
           ELSE
               ADD 1 TO WS-GRP-ITEM-COUNT
                         TO WS-REVIEW-VALUE
                       MOVE WS-GRP-ITEM-LINE(WS-GRP-IX)
                         TO WS-REVIEW-LINE
                       MOVE WS-GROUP-ELF TO WS-REVIEW-ELF
                       MOVE 'WILDLY ABOVE REST OF ELF GROUP'
                         TO WS-REVIEW-REASON
                       PERFORM WRITE-REVIEW-SUSPECT
           .

      * The caller sets WS-REVIEW-VALUE/LINE/ELF before performing
      * this -- neither the item-time nor the group-close-time call
      * site may touch the live CURRENT-CALORIES/WS-LINE-NUMBER
      * stream fields.
       WRITE-REVIEW-SUSPECT.
           ADD 1 TO WS-SUSPECT-COUNT
           SET RUN-HAS-WARNINGS TO TRUE
           MOVE WS-REVIEW-REASON TO WS-ERRLOG-MESSAGE
           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
           MOVE 'W' TO WS-ERRLOG-SEVERITY
           MOVE 0103 TO WS-ERRLOG-MSG-NUMBER
           PERFORM WRITE-ERRORLOG
           .

                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO         TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0104 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF
           .
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE7-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CORRECTION-LAYOUT-STAMP
           PERFORM UNTIL NOT FILE7-STATUS-OK
               READ CORRECTIONFILE1
                   AT END
                             TO WS-ERRLOG-MESSAGE
                           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                           MOVE 'F' TO WS-ERRLOG-SEVERITY
                           MOVE 0105 TO WS-ERRLOG-MSG-NUMBER
                           PERFORM WRITE-ERRORLOG
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE7-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0004 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0106 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               END-IF
           END-PERFORM
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE8-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'S' TO WS-ERRLOG-SEVERITY
                   MOVE 0002 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0107 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
               END-IF
           ELSE
               PERFORM OPEN-MCKWORK
               MOVE SPACES TO LAYOUT-STAMP-RECORD
               READ ITEMDETAILFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE ITEMDETAILRECORD1 TO LAYOUT-STAMP-RECORD
               END-READ
               MOVE WS-ITM-LAYOUT-ID      TO LYT-EXPECTED-ID
               MOVE WS-ITM-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
               PERFORM CHECK-LAYOUT-STAMP
               MOVE LAYOUT-STAMP-RECORD TO MCKWORKRECORD1
               PERFORM WRITE-MCKWORK
               PERFORM UNTIL NOT FILE5-STATUS-OK
                   READ ITEMDETAILFILE1
                       AT END
                           IF WS-VAL-ITEMS < WS-MCK-ITEMS
                               ADD 1 TO WS-VAL-ITEMS
                               ADD ITM-CALORIES TO WS-VAL-SUM
                               IF ITM-ELF-NUMBER > ZERO
                                   MOVE 'Y'
                                     TO WS-ELF-SEEN(ITM-ELF-NUMBER)
                               END-IF
                               IF ITM-ELF-NUMBER NOT = WS-VAL-CUR-ELF
                                   IF WS-VAL-GRP-SUM > WS-VAL-MAX
                                       MOVE WS-VAL-GRP-SUM
               END-IF
           ELSE
               PERFORM OPEN-MCKWORK
               MOVE SPACES TO LAYOUT-STAMP-RECORD
               READ EXCEPTIONFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE EXCRECORD1 TO LAYOUT-STAMP-RECORD
               END-READ
               MOVE WS-EXC-LAYOUT-ID      TO LYT-EXPECTED-ID
               MOVE WS-EXC-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
               PERFORM CHECK-LAYOUT-STAMP
               MOVE LAYOUT-STAMP-RECORD TO MCKWORKRECORD1
               PERFORM WRITE-MCKWORK
               PERFORM UNTIL NOT FILE2-STATUS-OK
                   READ EXCEPTIONFILE1
                       AT END
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE8-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0003 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           ELSE
               MOVE SPACES TO MANIFESTCKPTRECORD1
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE8-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0007 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               END-IF
               CLOSE MANIFESTCKPT1
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0108 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0002 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
                 TO WS-ERRLOG-MESSAGE
               MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0109 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF
           .
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0110 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               END-IF
           END-PERFORM
                         TO WS-ERRLOG-MESSAGE
                       MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                       MOVE 'W' TO WS-ERRLOG-SEVERITY
                       MOVE 0111 TO WS-ERRLOG-MSG-NUMBER
                       PERFORM WRITE-ERRORLOG
                   END-IF
               END-PERFORM
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0112 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF
           .

      * The correction file's stamp is its first record and is
      * never taken for a correction.
       READ-CORRECTION-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           READ CORRECTIONFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE CORRECTIONRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-CFR-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-CFR-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           PERFORM CHECK-LAYOUT-STAMP
           .

      * A file from another step (or read back from this one) whose
      * stamp is missing, names another layout, or carries a version
      * this FD was not written for is refused before any record of
      * it is used: a drifted layout misreads every field and still
      * foots, so stopping here is the only safe answer.
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
                 TO WS-OUTLIER-FACTOR
           END-IF

           MOVE SPACES TO WS-ELFROSTERFILE1-OVERRIDE
           DISPLAY "ELFROSTERFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-ELFROSTERFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-ELFROSTERFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ELFROSTERFILE1-OVERRIDE)
                 TO WS-ELFROSTERFILE1-PATH
           END-IF

           MOVE SPACES TO WS-REVIEWFILE1-OVERRIDE
           DISPLAY "REVIEWFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-REVIEWFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE6-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE6-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE1-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
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
           .

      * A proven resume appends to the outputs the earlier attempt
      * already wrote; a fresh run starts them over as before, with
      * the layout stamp as the first record.
       OPEN-FILE2.
           MOVE 'N' TO WS-EXC-NEW-FILE
           IF RESUME-MODE
               OPEN EXTEND EXCEPTIONFILE1
               IF FILE2-STATUS-NOTFOUND
                   OPEN OUTPUT EXCEPTIONFILE1
                   MOVE 'Y' TO WS-EXC-NEW-FILE
               END-IF
           ELSE
               OPEN OUTPUT EXCEPTIONFILE1
               MOVE 'Y' TO WS-EXC-NEW-FILE
           END-IF
           IF NOT FILE2-STATUS-OK
               MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF EXC-NEW-FILE
               PERFORM WRITE-EXCEPTION-LAYOUT-STAMP
           END-IF
           .

       WRITE-EXCEPTION-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-EXC-LAYOUT-ID TO LYT-LAYOUT-ID
           MOVE WS-EXC-LAYOUT-VERSION TO LYT-VERSION
           MOVE LAYOUT-STAMP-RECORD TO EXCRECORD1
           WRITE EXCRECORD1
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
           MOVE WS-LINE-NUMBER TO EXC-LINE-NUMBER
           MOVE SPACES         TO EXC-FILLER
           MOVE INPUTRECORD1   TO EXC-TEXT
           MOVE SPACES         TO EXC-FILLER2
           PERFORM SET-EXCEPTION-ELF
           WRITE EXCRECORD1
           IF NOT FILE2-STATUS-OK
               MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * The elf a rejected line belongs to, so the exception register
      * can charge it to that elf: the keyed header's number (zero for
      * an item line outside any group), or in a positional file the
      * ordinal of the group the line falls in.
       SET-EXCEPTION-ELF.
           EVALUATE TRUE
               WHEN FILE-FORMAT-POSITIONAL
                   COMPUTE EXC-ELF-NUMBER =
                       ELF-ID + WS-POS-SKIP-COUNT + 1
               WHEN GROUP-AWAITING-KEY
                   MOVE ZERO TO EXC-ELF-NUMBER
               WHEN OTHER
                   MOVE WS-GROUP-ELF TO EXC-ELF-NUMBER
           END-EVALUATE
           .

       CLOSE-FILE2.
           CLOSE EXCEPTIONFILE1
           IF NOT FILE2-STATUS-OK
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE2-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0008 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           .

       OPEN-ITEMDETAIL.
           MOVE 'N' TO WS-ITM-NEW-FILE
           IF RESUME-MODE
               OPEN EXTEND ITEMDETAILFILE1
               IF FILE5-STATUS-NOTFOUND
                   OPEN OUTPUT ITEMDETAILFILE1
                   MOVE 'Y' TO WS-ITM-NEW-FILE
               END-IF
           ELSE
               OPEN OUTPUT ITEMDETAILFILE1
               MOVE 'Y' TO WS-ITM-NEW-FILE
           END-IF
           IF NOT FILE5-STATUS-OK
               MOVE FILE5-STATUS TO WS-FILE-STATUS-CODE
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ITM-NEW-FILE
               PERFORM WRITE-ITEMDETAIL-LAYOUT-STAMP
           END-IF
           .

       WRITE-ITEMDETAIL-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-ITM-LAYOUT-ID TO LYT-LAYOUT-ID
           MOVE WS-ITM-LAYOUT-VERSION TO LYT-VERSION
           MOVE LAYOUT-STAMP-RECORD TO ITEMDETAILRECORD1
           WRITE ITEMDETAILRECORD1
           IF NOT FILE5-STATUS-OK
               MOVE FILE5-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON ITEM DETAIL FILE'
               DISPLAY 'FILE STATUS : ' FILE5-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'WRITE ITEM' TO WS-ERRLOG-OPERATION
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           .

      * The elf a line counts toward is the group currently being
      * summed: the header's elf in a keyed file, the next group
      * ordinal (ELF-ID + 1) in a positional one.
       WRITE-ITEMDETAIL.
           ADD 1 TO WS-ITEM-SEQ
           ADD 1 TO WS-ITEM-COUNT
           MOVE SPACES TO ITEMDETAILRECORD1
           MOVE WS-GROUP-ELF       TO ITM-ELF-NUMBER
           MOVE WS-ITEM-SEQ        TO ITM-ITEM-SEQ
           MOVE WS-LINE-NUMBER     TO ITM-LINE-NUMBER
           MOVE CURRENT-CALORIES   TO ITM-CALORIES
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
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE 'C' TO TRL-CORRECTED
           END-IF
           MOVE WS-RUN-ID TO TRL-RUN-ID
           MOVE WS-RUN-FORMAT TO TRL-INPUT-FORMAT
           IF WS-RUN-FORMAT = SPACE
               SET TRL-FORMAT-POSITIONAL TO TRUE
           END-IF
           WRITE TRAILERRECORD1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0008 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * The roster is optional equipment here: without it keyed
      * headers are still edited for number and duplicates, but an
      * unrostered elf cannot be told apart, so the run warns.
       OPEN-ROSTER.
           OPEN INPUT ELFROSTERFILE1
           IF FILE11-STATUS-OK
               SET ROSTER-PRESENT TO TRUE
           ELSE
               SET RUN-HAS-WARNINGS TO TRUE
               MOVE FILE11-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'ROSTER MASTER UNAVAILABLE -- '
                   'KEYED ELF IDS NOT PROVEN AGAINST ROSTER'
               DISPLAY 'FILE STATUS : ' FILE11-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 'OPEN ROSTR' TO WS-ERRLOG-OPERATION
               MOVE 'ROSTER UNAVAILABLE, ELF IDS UNPROVEN'
                 TO WS-ERRLOG-MESSAGE
               MOVE FILE11-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0113 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF
           .

       CLOSE-ROSTER.
           IF ROSTER-PRESENT
               CLOSE ELFROSTERFILE1
           END-IF
           .

       OPEN-ERRORLOG.
           OPEN EXTEND ERRORLOGFILE1
           IF FILE9-STATUS-NOTFOUND
           MOVE WS-ERRLOG-MESSAGE          TO ERL-MESSAGE
           MOVE WS-RUN-ID                  TO ERL-RUN-ID
           MOVE WS-ERRLOG-SEVERITY         TO ERL-SEVERITY
           MOVE WS-ERRLOG-MSG-NUMBER       TO ERL-MSG-NUMBER
           MOVE WS-SITE-CODE               TO ERL-SITE
           WRITE ERRORLOGRECORD1
           IF NOT FILE9-STATUS-OK
               MOVE FILE9-STATUS TO WS-FILE-STATUS-CODE
