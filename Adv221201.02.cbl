       FILE SECTION.
         FD INPUTFILE1.
         01 INPUTRECORD1 PIC X(9).
      * The same line seen whole, so a group header whose elf number
      * runs past the five digits an elf number holds is refused
      * rather than cut to its first five.
         01 INPUTLINE1   PIC X(80).

         SD SORTWORK1.
         01 SORTREC1.
            05 SORT-CALORIES    PIC 9(09).
            05 SORT-ELF-NUM     PIC 9(05).

      * SRT-RANK is the competition rank (1,2,2,4): elves with equal
      * totals share the rank of the first of them and the next
      * distinct total skips the places they used. SRT-TIE-FLAG marks
      * every elf that shares its rank with at least one other, so
      * the history and rollup steps inherit one tie policy instead
      * of each re-deriving rank from record order.
         FD SORTEDTOTALSFILE1.
         01 SORTEDTOTALSRECORD1.
            05 SRT-CALORIES     PIC 9(09).
            05 SRT-FILLER1      PIC X(02).
            05 SRT-ELF-NUM      PIC 9(05).
            05 SRT-FILLER2      PIC X(02).
            05 SRT-RANK         PIC 9(05).
            05 SRT-FILLER3      PIC X(02).
            05 SRT-TIE-FLAG     PIC X(01).
               88 SRT-TIED         VALUE 'T'.

         FD FILELISTFILE1.
         01 FILELISTRECORD1 PIC X(250).
            05 EXC-LINE-NUMBER PIC 9(07).
            05 EXC-FILLER      PIC X(02).
            05 EXC-TEXT        PIC X(09).
            05 EXC-FILLER2     PIC X(02).
            05 EXC-ELF-NUMBER  PIC 9(05).

         FD REPORTFILE1.
         01 REPORTLINE1 PIC X(100).
            05 TRL-CORRECTED        PIC X(01).
            05 TRL-FILLER6          PIC X(02).
            05 TRL-RUN-ID           PIC X(16).
            05 TRL-FILLER7          PIC X(02).
            05 TRL-INPUT-FORMAT     PIC X(01).
               88 TRL-FORMAT-KEYED      VALUE 'K'.
               88 TRL-FORMAT-POSITIONAL VALUE 'P'.
               88 TRL-FORMAT-MIXED      VALUE 'M'.

      * The header's trailing resend counter is zero on an original
      * extract and counts up on each retransmission, so provisioning
      * Accepted corrections from AOC-2022-12-01-CORRECT, applied in
      * reprocess mode: a rejected line whose number appears here is
      * counted with its corrected value instead of going back to the
      * exception file, and the run is marked corrected. The file
      * opens with that program's CORRACCEPT layout stamp.
         FD CORRECTIONFILE1.
         01 CORRECTIONRECORD1.
            05 CFR-RUN-DATE     PIC 9(08).
            05 ERL-RUN-ID       PIC X(16).
            05 ERL-FILLER7      PIC X(02).
            05 ERL-SEVERITY     PIC X(01).
            05 ERL-FILLER8      PIC X(02).
            05 ERL-SITE         PIC X(04).
            05 ERL-FILLER9      PIC X(02).
            05 ERL-MSG-NUMBER   PIC 9(04).
       WORKING-STORAGE SECTION.

      * RUN-TIME PARAMETERS
            88 ROSTER-PRESENT VALUE 'Y'.
         01 WS-ROSTER-MISSING-COUNT PIC 9(05) VALUE ZERO.

      * SUBMISSION FORMAT
      * Exactly the rules AOC-2022-12-01 applies, so the two programs
      * reject the same lines and still balance: a keyed submission
      * opens every group with an "ELF nnnnn" header naming the elf;
      * a file whose first non-blank line is not a header is the
      * legacy positional layout, where the group ordinal is the elf
      * number. Unknown, invalid or duplicated header ids reject the
      * whole group to the exception file. WS-RUN-FORMAT goes on the
      * trailer -- K keyed, P positional, M a mixed manifest.
         01 WS-FILE-FORMAT PIC X(01) VALUE SPACE.
            88 FILE-FORMAT-UNDECIDED  VALUE SPACE.
            88 FILE-FORMAT-KEYED      VALUE 'K'.
            88 FILE-FORMAT-POSITIONAL VALUE 'P'.
         01 WS-RUN-FORMAT  PIC X(01) VALUE SPACE.
         01 WS-GROUP-ELF   PIC 9(05) VALUE ZERO.
         01 WS-GROUP-STATE PIC X(01) VALUE 'A'.
            88 GROUP-ACCEPTING     VALUE 'A'.
            88 GROUP-REJECTED      VALUE 'R'.
            88 GROUP-AWAITING-KEY  VALUE 'W'.
         01 WS-KEY-ELF-TEXT     PIC X(05).
         01 WS-KEY-REJECT-REASON PIC X(40).
         01 WS-KEY-REJECT-COUNT PIC 9(05) VALUE ZERO.
         01 WS-ORPHAN-LOGGED    PIC X(01) VALUE 'N'.
         01 WS-ROSTER-KNOWN     PIC X(01).
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

      * Effective-dated lookup work fields: the version walk keeps
      * the latest version effective on or before the run's business
      * date, so a rerun of a past date names the elf as of THAT
         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * Layout stamps. The sorted totals and the exception file are
      * handed on to later steps, so each starts with a stamp naming
      * the layout written here -- bump the version whenever either
      * record changes. The sorted totals are read back here as well
      * and checked like any other consumer's copy.
         01 WS-SRT-LAYOUT-ID      PIC X(12) VALUE 'SORTEDTOTALS'.
         01 WS-SRT-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-EXC-LAYOUT-ID      PIC X(12) VALUE 'EXCEPTION'.
         01 WS-EXC-LAYOUT-VERSION PIC X(02) VALUE '01'.
      * Only a newly created exception file is stamped; a resume
      * extends the one the earlier attempt already stamped.
         01 WS-EXC-NEW-FILE       PIC X(01) VALUE 'N'.
            88 EXC-NEW-FILE       VALUE 'Y'.
      * The accepted-correction layout the correction FD was written
      * for; a correction file stamped otherwise is refused.
         01 WS-CFR-LAYOUT-ID      PIC X(12) VALUE 'CORRACCEPT'.
         01 WS-CFR-LAYOUT-VERSION PIC X(02) VALUE '01'.
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
         01 WS-RUN-DATE PIC 9(08).
         01 WS-RUN-DATE-EDIT PIC 9999/99/99.
         01 WS-REPORT-RANK-EDIT   PIC ZZZ9.
         01 WS-REPORT-TIE-MARK    PIC X(01).
         01 WS-REPORT-CALS-EDIT   PIC ZZZ,ZZZ,ZZ9.
         01 WS-REPORT-TOTAL-EDIT  PIC ZZZ,ZZZ,ZZ9.
         01 WS-REPORT-AVG-EDIT    PIC ZZZ,ZZZ,ZZ9.
         01 WS-EXCEPTION-COUNT PIC 9(07).

      * Interface extract bookkeeping: the detail count is known up
      * front (the number of elves the tie-aware top-N published),
      * the hash totals accumulate as the details are written.
         01 WS-INT-COUNT     PIC 9(05).
         01 WS-INT-HASH-CALS PIC 9(12).
         01 WS-INT-HASH-ELF  PIC 9(09).
         01 WS-RANK PIC 9(04) COMP-3.
         01 WS-TOPN-TOTAL PIC 9(11).

      * Competition ranking. The sort output procedure holds each
      * record back by one so the record after it can tell it whether
      * it is tied; WS-SRT-ORDINAL is the plain position that a new
      * distinct total takes as its rank. WS-TOPN-COUNT is how many
      * elves the tie-aware cut-off actually published -- TOPN plus
      * everyone sharing the rank at the boundary -- and is what the
      * interface extract's header and trailer carry.
         01 WS-SRT-ORDINAL      PIC 9(05) COMP-3.
         01 WS-SRT-HELD-STATE   PIC X VALUE 'N'.
            88 SRT-RECORD-HELD     VALUE 'Y'.
         01 WS-SRT-HELD.
            05 WS-SRT-HELD-CALS PIC 9(09).
            05 WS-SRT-HELD-ELF  PIC 9(05).
            05 WS-SRT-HELD-RANK PIC 9(05).
            05 WS-SRT-HELD-TIE  PIC X(01).
         01 WS-TOPN-COUNT       PIC 9(05) VALUE ZERO.
         01 WS-TOPN-TIE-COUNT   PIC 9(05) VALUE ZERO.
         01 WS-TOPN-STATE       PIC X VALUE 'N'.
            88 TOPN-CUTOFF-REACHED VALUE 'Y'.

       PROCEDURE DIVISION.

           PERFORM MAIN-PROCESSING
       MAIN-PROCESSING.
           PERFORM GET-RUNTIME-PARAMETERS
           PERFORM OPEN-ERRORLOG
           MOVE SPACES TO WS-ELF-SEEN-TAB
           IF MULTI-FILE-MODE
               PERFORM VALIDATE-FILE-LIST
           END-IF

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
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE4-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           CLOSE FILELISTFILE1
           .

      * The first non-blank line of each file decides its layout.
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

      * A group header must carry a valid elf number, not already
      * used by an earlier group of the run, and on the roster
      * as of the business date; otherwise header and group go to
      * the exception file.
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
               SET RUN-HAS-WARNINGS TO TRUE
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

      * The earliest version of an elf is the first in key order, so
      * one READ NEXT after the START says whether any version is in
      * force on the business date.
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
                                  AND ROS-EFF-DATE <= WS-RUN-DATE
                                   MOVE 'Y' TO WS-ROSTER-KNOWN
                               END-IF
                       END-READ
               END-START
           END-IF
           .

      * Lines of a rejected group, or in a keyed file with no header
      * in force, are written to the exception file and never
      * counted toward anybody.
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

      * A keyed group is charged to its header's elf; a positional
      * group to the ordinal OPEN-POSITIONAL-GROUP gave it.
       CLOSE-ELF-GROUP.
           ADD 1 TO ELF-ID
           ADD 1 TO ELF-COUNT
           MOVE SUM-CALORIES TO SORT-CALORIES
           MOVE WS-GROUP-ELF TO SORT-ELF-NUM
           RELEASE SORTREC1
           IF MULTI-FILE-MODE AND MANCKPT-MODE
               ADD SUM-CALORIES TO WS-SPILL-SUM
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO         TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0104 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF
           .
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE10-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0002 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
                       MOVE GSP-CALORIES TO SORT-CALORIES
                       MOVE GSP-ELF-NUM  TO SORT-ELF-NUM
                       RELEASE SORTREC1
                       IF GSP-ELF-NUM > ZERO
                           MOVE 'Y' TO WS-ELF-SEEN(GSP-ELF-NUM)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUPSPILLFILE1
       WRITE-GROUPSPILL.
           MOVE SPACES TO GROUPSPILLRECORD1
           MOVE SUM-CALORIES TO GSP-CALORIES
           MOVE WS-GROUP-ELF TO GSP-ELF-NUM
           WRITE GROUPSPILLRECORD1
           IF NOT FILE10-STATUS-OK
               DISPLAY 'WRITE ERROR ON GROUP SPILL : ' FILE10-STATUS

      * SORT output procedure: streams the descending totals into
      * SORTEDTOTALSFILE1 and foots the grand total on the way
      * through. Everything downstream reads that file. Each record
      * is written one RETURN late: only when the next total is seen
      * is it known whether the held elf shares its rank.
       WRITE-SORTED-TOTALS.
           OPEN OUTPUT SORTEDTOTALSFILE1
           PERFORM CHECK-FILE8-STATUS
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-SRT-LAYOUT-ID      TO LYT-LAYOUT-ID
           MOVE WS-SRT-LAYOUT-VERSION TO LYT-VERSION
           MOVE LAYOUT-STAMP-RECORD TO SORTEDTOTALSRECORD1
           WRITE SORTEDTOTALSRECORD1
           PERFORM CHECK-FILE8-STATUS
           MOVE ZERO TO WS-GRAND-TOTAL-CALORIES
           MOVE ZERO TO WS-SRT-ORDINAL
           MOVE 'N' TO WS-SRT-HELD-STATE
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL SORT-RETURN-DONE
               RETURN SORTWORK1
                    NOT AT END
                       ADD SORT-CALORIES
                         TO WS-GRAND-TOTAL-CALORIES
                       PERFORM RANK-RETURNED-TOTAL
               END-RETURN
           END-PERFORM
           IF SRT-RECORD-HELD
               PERFORM WRITE-HELD-TOTAL
           END-IF
           CLOSE SORTEDTOTALSFILE1
           PERFORM CHECK-FILE8-STATUS
           .

      * Equal to the held total: same rank, and both are tied.
      * Otherwise the new total ranks at its own position.
       RANK-RETURNED-TOTAL.
           ADD 1 TO WS-SRT-ORDINAL
           IF SRT-RECORD-HELD
               IF SORT-CALORIES = WS-SRT-HELD-CALS
                   MOVE 'T' TO WS-SRT-HELD-TIE
                   PERFORM WRITE-HELD-TOTAL
                   MOVE 'T' TO WS-SRT-HELD-TIE
               ELSE
                   PERFORM WRITE-HELD-TOTAL
                   MOVE WS-SRT-ORDINAL TO WS-SRT-HELD-RANK
                   MOVE SPACE TO WS-SRT-HELD-TIE
               END-IF
           ELSE
               MOVE WS-SRT-ORDINAL TO WS-SRT-HELD-RANK
               MOVE SPACE TO WS-SRT-HELD-TIE
           END-IF
           MOVE SORT-CALORIES TO WS-SRT-HELD-CALS
           MOVE SORT-ELF-NUM  TO WS-SRT-HELD-ELF
           SET SRT-RECORD-HELD TO TRUE
           .

       WRITE-HELD-TOTAL.
           MOVE SPACES           TO SORTEDTOTALSRECORD1
           MOVE WS-SRT-HELD-CALS TO SRT-CALORIES
           MOVE WS-SRT-HELD-ELF  TO SRT-ELF-NUM
           MOVE WS-SRT-HELD-RANK TO SRT-RANK
           MOVE WS-SRT-HELD-TIE  TO SRT-TIE-FLAG
           WRITE SORTEDTOTALSRECORD1
           PERFORM CHECK-FILE8-STATUS
           .

      * Top-N selection straight off the sorted file, by competition
      * rank rather than by position: every elf whose rank is within
      * WS-TOPN is published, so elves tied at the boundary are all
      * in and the list may run longer than WS-TOPN. Sort order alone
      * never decides which of two equal totals gets published.
       WRITE-TOPN-SECTION.
           MOVE ZERO TO WS-TOPN-TOTAL
           MOVE ZERO TO WS-TOPN-COUNT
           MOVE ZERO TO WS-TOPN-TIE-COUNT
           MOVE 'N' TO WS-TOPN-STATE
           OPEN INPUT SORTEDTOTALSFILE1
           PERFORM CHECK-FILE8-STATUS
           PERFORM READ-SORTED-LAYOUT-STAMP
           PERFORM UNTIL TOPN-CUTOFF-REACHED
                      OR FILE8-STATUS-EOF
               READ SORTEDTOTALSFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       IF SRT-RANK > WS-TOPN
                           SET TOPN-CUTOFF-REACHED TO TRUE
                       ELSE
                           MOVE SRT-RANK TO WS-RANK
                           ADD 1 TO WS-TOPN-COUNT
                           IF SRT-TIED
                               ADD 1 TO WS-TOPN-TIE-COUNT
                           END-IF
                           DISPLAY 'TOP ' WS-RANK
                               ' CALORIES CARRIED : ' SRT-CALORIES
                           ADD SRT-CALORIES TO WS-TOPN-TOTAL
                           PERFORM WRITE-REPORT-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTEDTOTALSFILE1
           PERFORM CHECK-FILE8-STATUS
           IF WS-TOPN-COUNT > WS-TOPN
               DISPLAY 'TIE AT THE TOP ' WS-TOPN ' CUT-OFF -- '
                   WS-TOPN-COUNT ' ELVES PUBLISHED'
           END-IF
           .

      * The stamp is the first record of the sorted totals; the
      * reads that follow see only totals.
       READ-SORTED-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           READ SORTEDTOTALSFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE SORTEDTOTALSRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           PERFORM CHECK-FILE8-STATUS
           MOVE WS-SRT-LAYOUT-ID      TO LYT-EXPECTED-ID
           MOVE WS-SRT-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           PERFORM CHECK-LAYOUT-STAMP
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

       CHECK-FILE8-STATUS.
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE8-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0009 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN

               OPEN INPUT SORTEDTOTALSFILE1
               PERFORM CHECK-FILE8-STATUS
               PERFORM READ-SORTED-LAYOUT-STAMP
               MOVE ZERO TO WS-STAT-IX
               PERFORM UNTIL FILE8-STATUS-EOF
                      OR NOT FILE8-STATUS-OK
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
                   MOVE FILE16-STATUS TO WS-ERRLOG-STATUS-SRC
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

      * The machine-readable hand-off: header, one detail per ranked
      * elf straight off the sorted file, and a trailer whose hash
      * totals the receiving system echoes back in its ack. The
      * detail set is exactly the top-N section's, so INT-D-RANK is
      * the same shared competition rank the report printed.
       WRITE-INTERFACE-EXTRACT.
           MOVE WS-TOPN-COUNT TO WS-INT-COUNT
           MOVE ZERO TO WS-INT-HASH-CALS
           MOVE ZERO TO WS-INT-HASH-ELF


           OPEN INPUT SORTEDTOTALSFILE1
           PERFORM CHECK-FILE8-STATUS
           PERFORM READ-SORTED-LAYOUT-STAMP
           PERFORM VARYING WS-INT-RANK FROM 1 BY 1
                     UNTIL WS-INT-RANK > WS-INT-COUNT
                        OR FILE8-STATUS-EOF
                    NOT AT END
                       MOVE SPACES TO INTDETAILRECORD1
                       MOVE 'D'          TO INT-D-TYPE
                       MOVE SRT-RANK     TO INT-D-RANK
                       MOVE SRT-ELF-NUM  TO INT-D-ELF-NUMBER
                       MOVE SRT-CALORIES TO INT-D-CALORIES
                       WRITE INTDETAILRECORD1
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE11-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0009 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE12-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'F' TO WS-ERRLOG-SEVERITY
                   MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
                   MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
                   MOVE FILE15-STATUS TO WS-ERRLOG-STATUS-SRC
                   MOVE 'F' TO WS-ERRLOG-SEVERITY
                   MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0114 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               ELSE
                   ADD 1 TO WS-EXT-COUNT
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0115 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               PERFORM QUEUE-RETRANSMISSION
           ELSE
                         TO WS-ERRLOG-MESSAGE
                       MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                       MOVE 'S' TO WS-ERRLOG-SEVERITY
                       MOVE 0116 TO WS-ERRLOG-MSG-NUMBER
                       PERFORM WRITE-ERRORLOG
                    NOT AT END
                       IF ACK-RUN-ID NOT = WS-PRV-RUN-ID
                             TO WS-ERRLOG-MESSAGE
                           MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                           MOVE 'S' TO WS-ERRLOG-SEVERITY
                           MOVE 0117 TO WS-ERRLOG-MSG-NUMBER
                           PERFORM WRITE-ERRORLOG
                           PERFORM QUEUE-RETRANSMISSION
                       ELSE
                 TO WS-ERRLOG-MESSAGE
               MOVE ZERO TO WS-ERRLOG-STATUS-SRC
               MOVE 'S' TO WS-ERRLOG-SEVERITY
               MOVE 0118 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           ELSE
               COMPUTE WS-NEW-RESEND = WS-PRV-RESEND + 1
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'S' TO WS-ERRLOG-SEVERITY
                   MOVE 0119 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               ELSE
                   IF RETRANS-MODE
                         TO WS-ERRLOG-MESSAGE
                       MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                       MOVE 'W' TO WS-ERRLOG-SEVERITY
                       MOVE 0120 TO WS-ERRLOG-MSG-NUMBER
                       PERFORM WRITE-ERRORLOG
                   END-IF
               END-IF
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE14-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
                           MOVE FILE14-STATUS
                             TO WS-ERRLOG-STATUS-SRC
                           MOVE 'F' TO WS-ERRLOG-SEVERITY
                           MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
                           PERFORM WRITE-ERRORLOG
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE15-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE15-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0006 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
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

      * A proven resume appends to the exception file the earlier
      * attempt already wrote; a fresh run starts it over as before,
      * with the layout stamp as its first record.
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
           MOVE WS-EXC-LAYOUT-ID      TO LYT-LAYOUT-ID
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
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE3-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'F' TO WS-ERRLOG-SEVERITY
               MOVE 0001 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           PERFORM CHECK-FILE3-STATUS
           .

      * A shared rank is marked "=" beside the rank, so a reader
      * sees at a glance that two elves printed at rank 2 is the tie
      * policy at work and not a duplicate line.
       WRITE-REPORT-DETAIL.
           MOVE WS-RANK              TO WS-REPORT-RANK-EDIT
           MOVE SRT-CALORIES         TO WS-REPORT-CALS-EDIT
           MOVE SRT-ELF-NUM          TO WS-REPORT-ELFNUM-EDIT
           MOVE SPACE                TO WS-REPORT-TIE-MARK
           IF SRT-TIED
               MOVE "="              TO WS-REPORT-TIE-MARK
           END-IF
           PERFORM LOOKUP-ROSTER-NAME
           MOVE SPACES TO REPORTLINE1
           STRING WS-REPORT-RANK-EDIT WS-REPORT-TIE-MARK "  "
               WS-REPORT-CALS-EDIT
               "    " WS-REPORT-ELFNUM-EDIT "   "
               WS-REPORT-ELF-NAME " " WS-REPORT-ROSTER-FLAG
               DELIMITED BY SIZE INTO REPORTLINE1
                     TO WS-ERRLOG-MESSAGE
                   MOVE ZERO TO WS-ERRLOG-STATUS-SRC
                   MOVE 'W' TO WS-ERRLOG-SEVERITY
                   MOVE 0121 TO WS-ERRLOG-MSG-NUMBER
                   PERFORM WRITE-ERRORLOG
               END-IF
           END-IF
               DELIMITED BY SIZE INTO REPORTLINE1
           WRITE REPORTLINE1
           PERFORM CHECK-FILE3-STATUS

           IF WS-TOPN-TIE-COUNT > ZERO
               MOVE SPACES TO REPORTLINE1
               STRING "= SHARED RANK (EQUAL TOTALS, COMPETITION"
                   " RANKING 1,2,2,4) -- " WS-TOPN-TIE-COUNT
                   " ELVES TIED"
                   DELIMITED BY SIZE INTO REPORTLINE1
               WRITE REPORTLINE1
               PERFORM CHECK-FILE3-STATUS
           END-IF
           IF WS-TOPN-COUNT > WS-TOPN
               MOVE SPACES TO REPORTLINE1
               STRING "TIE AT THE CUT-OFF : " WS-TOPN-COUNT
                   " ELVES PUBLISHED FOR TOP" WS-TOPN
                   DELIMITED BY SIZE INTO REPORTLINE1
               WRITE REPORTLINE1
               PERFORM CHECK-FILE3-STATUS
           END-IF
           .

       WRITE-REPORT-STATISTICS.
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
               MOVE WS-FILE-STATUS-TEXT TO WS-ERRLOG-MESSAGE
               MOVE FILE5-STATUS TO WS-ERRLOG-STATUS-SRC
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
           IF NOT FILE5-STATUS-OK
               MOVE FILE5-STATUS TO WS-FILE-STATUS-CODE
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
                 TO WS-ERRLOG-MESSAGE
               MOVE FILE6-STATUS TO WS-ERRLOG-STATUS-SRC
               MOVE 'W' TO WS-ERRLOG-SEVERITY
               MOVE 0122 TO WS-ERRLOG-MSG-NUMBER
               PERFORM WRITE-ERRORLOG
           END-IF
           .
           MOVE WS-ERRLOG-MESSAGE          TO ERL-MESSAGE
           MOVE WS-RUN-ID                  TO ERL-RUN-ID
           MOVE WS-ERRLOG-SEVERITY         TO ERL-SEVERITY
           MOVE WS-ERRLOG-MSG-NUMBER       TO ERL-MSG-NUMBER
           MOVE WS-SITE-CODE               TO ERL-SITE
           WRITE ERRORLOGRECORD1
           IF NOT FILE9-STATUS-OK
               MOVE FILE9-STATUS TO WS-FILE-STATUS-CODE
