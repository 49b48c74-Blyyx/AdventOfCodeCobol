       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-SUITE-RETRIEVE.
       AUTHOR. MARC BRASSART.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHLISTFILE1 ASSIGN
            TO DYNAMIC WS-ARCHLISTFILE1-PATH
            FILE STATUS IS FILE1-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SOURCEFILE1 ASSIGN
            TO DYNAMIC WS-SOURCEFILE1-PATH
            FILE STATUS IS FILE2-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETRERLWORK1 ASSIGN TO "RETRERLWORK".

           SELECT RETRTRDWORK1 ASSIGN TO "RETRTRDWORK".

           SELECT QUERYFILE1 ASSIGN
            TO DYNAMIC WS-QUERYFILE1-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECEIPTFILE1 ASSIGN
            TO DYNAMIC WS-RECEIPTFILE1-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One archive path per line -- every ERRLOGARCHIVE/TRENDARCHIVE
      * file SuiteArchive has written that the question may reach
      * back into, oldest first. Blank lines are ignored.
         FD ARCHLISTFILE1.
         01 ARCHLISTRECORD1 PIC X(250).

      * The file being read: the live file or one archive. Archives
      * hold the live records unchanged, so one FD serves both, with
      * the record of whichever file type was asked for. Like
      * SuiteArchive this job does NOT append to the error log -- it
      * may be reading that very file -- so failures are DISPLAYed
      * and returned as a nonzero RETURN-CODE. A trend file starts
      * with its TREND layout stamp, checked against the version
      * SRCTRENDRECORD1 was written for; one kept from before the
      * stamp is read as version 00 (see CHECK-TREND-SOURCE-STAMP).
      * The error log carries no stamp.
         FD SOURCEFILE1.
         01 SRCERRLOGRECORD1.
            05 SRE-PROGRAM-ID   PIC X(14).
            05 SRE-FILLER1      PIC X(02).
            05 SRE-RUN-DATE     PIC 9(08).
            05 SRE-FILLER2      PIC X(02).
            05 SRE-RUN-TIME     PIC 9(06).
            05 SRE-FILLER3      PIC X(02).
            05 SRE-OPERATION    PIC X(10).
            05 SRE-FILLER4      PIC X(02).
            05 SRE-FILE-STATUS  PIC 9(02).
            05 SRE-FILLER5      PIC X(02).
            05 SRE-MESSAGE      PIC X(40).
            05 SRE-FILLER6      PIC X(02).
            05 SRE-RUN-ID       PIC X(16).
            05 SRE-FILLER7      PIC X(02).
            05 SRE-SEVERITY     PIC X(01).
            05 SRE-FILLER8      PIC X(02).
            05 SRE-SITE         PIC X(04).
            05 SRE-FILLER9      PIC X(02).
            05 SRE-MSG-NUMBER   PIC 9(04).
         01 SRCTRENDRECORD1.
            05 SRD-RUN-DATE        PIC 9(08).
            05 SRD-FILLER1         PIC X(02).
            05 SRD-GAME-NUMBER     PIC 9(03).
            05 SRD-FILLER2         PIC X(02).
            05 SRD-GREEN-NEEDED    PIC 9(03).
            05 SRD-FILLER3         PIC X(02).
            05 SRD-BLUE-NEEDED     PIC 9(03).
            05 SRD-FILLER4         PIC X(02).
            05 SRD-RED-NEEDED      PIC 9(03).
            05 SRD-FILLER5         PIC X(02).
            05 SRD-POWER-SET       PIC 9(08).
            05 SRD-FILLER6         PIC X(02).
            05 SRD-RUN-ID          PIC X(16).

         SD RETRERLWORK1.
         01 RTEREC1.
            05 RTE-PROGRAM-ID   PIC X(14).
            05 RTE-FILLER1      PIC X(02).
            05 RTE-RUN-DATE     PIC 9(08).
            05 RTE-FILLER2      PIC X(02).
            05 RTE-RUN-TIME     PIC 9(06).
            05 RTE-FILLER3      PIC X(02).
            05 RTE-REST         PIC X(89).

         SD RETRTRDWORK1.
         01 RTTREC1.
            05 RTT-RUN-DATE     PIC 9(08).
            05 RTT-REST         PIC X(48).

      * The query file is written in the original layout of the file
      * type retrieved, so Adv231202.01 (TRENDFILE1) and
      * SuiteLogDigest (ERRORLOG) run against it unchanged. A trend
      * query starts with the TREND layout stamp, as TRENDFILE1 does.
         FD QUERYFILE1.
         01 QUERYERRLOGRECORD1 PIC X(123).
         01 QUERYTRENDRECORD1  PIC X(56).

         FD RECEIPTFILE1.
         01 RECEIPTLINE1 PIC X(132).
       WORKING-STORAGE SECTION.

      * RUN-TIME PARAMETERS
      * RETRTYPE (TREND or ERRLOG), FROMDATE and TODATE are mandatory;
      * records whose run date falls inside the range, both ends
      * included, are retrieved. The optional keys narrow the pull:
      * RETRGAME for TREND, RETRPROGID and RETRSEVERITY for ERRLOG.
      * The live file is TRENDFILE1 or ERRORLOG as the suite names
      * it. The archives are read from the RETRARCHLIST list; without
      * one, the single TRENDARCHIVE/ERRLOGARCHIVE file is read.
         01 WS-ERRORLOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "errorlog.txt".
         01 WS-ERRORLOGFILE1-OVERRIDE PIC X(250).

         01 WS-ERRLOGARCHFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "errorlog.archive.txt".
         01 WS-ERRLOGARCHFILE1-OVERRIDE PIC X(250).

         01 WS-TRENDFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d2.trend.txt".
         01 WS-TRENDFILE1-OVERRIDE PIC X(250).

         01 WS-TRENDARCHFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2023\files\
      -        "d2.trend.archive.txt".
         01 WS-TRENDARCHFILE1-OVERRIDE PIC X(250).

         01 WS-ARCHLISTFILE1-PATH PIC X(250) VALUE SPACES.
         01 WS-ARCHLISTFILE1-OVERRIDE PIC X(250).

         01 WS-SOURCEFILE1-PATH PIC X(250).

         01 WS-QUERYFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "retrieve.query.txt".
         01 WS-QUERYFILE1-OVERRIDE PIC X(250).

         01 WS-RECEIPTFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "retrieve.receipt.txt".
         01 WS-RECEIPTFILE1-OVERRIDE PIC X(250).

         01 WS-RETR-TYPE PIC X(08) VALUE SPACES.
            88 RETR-IS-TREND      VALUE 'TREND'.
            88 RETR-IS-ERRLOG     VALUE 'ERRLOG'.
         01 WS-RETR-TYPE-OVERRIDE PIC X(08).

         01 WS-FROM-DATE PIC 9(08) VALUE ZERO.
         01 WS-FROM-DATE-OVERRIDE PIC X(08).
         01 WS-TO-DATE PIC 9(08) VALUE ZERO.
         01 WS-TO-DATE-OVERRIDE PIC X(08).

         01 WS-KEY-GAME PIC 9(03) VALUE ZERO.
         01 WS-KEY-GAME-OVERRIDE PIC X(08).
         01 WS-KEY-PROGRAM-ID PIC X(14) VALUE SPACES.
         01 WS-KEY-PROGRAM-ID-OVERRIDE PIC X(14).
         01 WS-KEY-SEVERITY PIC X(01) VALUE SPACES.
         01 WS-KEY-SEVERITY-OVERRIDE PIC X(08).

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
            88 FILE3-STATUS-OK       VALUE 00.
         01 FILE4-STATUS PIC 9(02).
            88 FILE4-STATUS-OK       VALUE 00.

         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).
         01 WS-CURRENT-DATE-TIME  PIC X(21).

      * WORKING VARIABLES
      * One entry per file read, in the order read: the archives as
      * listed, then the live file, which always holds the newest
      * records. The receipt is printed from this table after the
      * sort has written the query file.
         01 WS-SRC-MAX            PIC 9(03) VALUE 50.
         01 WS-SRC-COUNT          PIC 9(03) VALUE ZERO.
         01 WS-SRC-IX             PIC 9(03) VALUE ZERO.
         01 WS-SRC-TAB.
            05 WS-SRC-ENTRY OCCURS 50 TIMES.
               10 WS-SRC-KIND      PIC X(07).
               10 WS-SRC-STATE     PIC X(01).
                  88 SRC-WAS-READ      VALUE 'R'.
                  88 SRC-WAS-MISSING   VALUE 'M'.
               10 WS-SRC-PATH      PIC X(250).
               10 WS-SRC-READ      PIC 9(07).
               10 WS-SRC-SELECTED  PIC 9(07).
               10 WS-SRC-REJECTED  PIC 9(07).
         01 WS-SRC-SKIPPED        PIC 9(05) VALUE ZERO.
         01 WS-SRC-UNSTAMPED      PIC 9(03) VALUE ZERO.
         01 WS-FIRST-RECORD-STATE PIC X VALUE 'Y'.
            88 FIRST-SOURCE-RECORD VALUE 'Y'.

         01 WS-TOTAL-READ         PIC 9(07) VALUE ZERO.
         01 WS-TOTAL-SELECTED     PIC 9(07) VALUE ZERO.
         01 WS-TOTAL-REJECTED     PIC 9(07) VALUE ZERO.
         01 WS-TOTAL-WRITTEN      PIC 9(07) VALUE ZERO.
         01 WS-CONTRIBUTORS       PIC 9(03) VALUE ZERO.
         01 WS-QUERY-MIN-DATE     PIC 9(08) VALUE ZERO.
         01 WS-QUERY-MAX-DATE     PIC 9(08) VALUE ZERO.

         01 WS-RECORD-DATE        PIC 9(08).

         01 WS-READ-X             PIC Z(06)9.
         01 WS-SELECTED-X         PIC Z(06)9.
         01 WS-REJECTED-X         PIC Z(06)9.
         01 WS-COUNT-X            PIC ZZ9.
         01 WS-GAME-X             PIC ZZ9.
         01 WS-STATE-TEXT         PIC X(08).
         01 WS-KEYS-TEXT          PIC X(60).
         01 WS-KEYS-PTR           PIC 9(03).

         01 WS-ABORT-STATE        PIC X VALUE 'N'.
            88 RUN-ABORTED        VALUE 'Y'.
         01 WS-WARNING-STATE      PIC X VALUE 'N'.
            88 RUN-WARNED         VALUE 'Y'.
         01 WS-GAME-KEY-STATE     PIC X VALUE 'N'.
            88 GAME-KEY-GIVEN     VALUE 'Y'.
         01 WS-ARCHLIST-STATE     PIC X VALUE 'N'.
            88 ARCHLIST-GIVEN     VALUE 'Y'.
         01 WS-SORT-EOF PIC X VALUE 'N'.
            88 SORT-RETURN-DONE VALUE 'Y'.

      * The trend layout SRCTRENDRECORD1 and the query file were
      * written for (see LAYOUTID.CPY).
         01 WS-TRD-LAYOUT-ID      PIC X(12) VALUE 'TREND'.
         01 WS-TRD-LAYOUT-VERSION PIC X(02) VALUE '01'.
         COPY LAYOUTID.

       PROCEDURE DIVISION.

           PERFORM MAIN-PROCESSING

           EVALUATE TRUE
               WHEN RUN-ABORTED
                   MOVE 8 TO RETURN-CODE
               WHEN RUN-WARNED
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .

       MAIN-PROCESSING.
           PERFORM GET-RUNTIME-PARAMETERS
           PERFORM VALIDATE-PARAMETERS

           IF RUN-ABORTED
               DISPLAY 'NOTHING RETRIEVED'
           ELSE
               IF RETR-IS-TREND
                   SORT RETRTRDWORK1
                       ON ASCENDING KEY RTT-RUN-DATE
                       WITH DUPLICATES IN ORDER
                       INPUT PROCEDURE IS RELEASE-ALL-SOURCES
                       OUTPUT PROCEDURE IS WRITE-TREND-QUERY
               ELSE
                   SORT RETRERLWORK1
                       ON ASCENDING KEY RTE-RUN-DATE
                                        RTE-RUN-TIME
                       WITH DUPLICATES IN ORDER
                       INPUT PROCEDURE IS RELEASE-ALL-SOURCES
                       OUTPUT PROCEDURE IS WRITE-ERRLOG-QUERY
               END-IF
               PERFORM PRINT-RECEIPT

               DISPLAY 'SOURCES READ     : ' WS-SRC-COUNT
               DISPLAY 'RECORDS READ     : ' WS-TOTAL-READ
               DISPLAY 'RECORDS RETRIEVED: ' WS-TOTAL-WRITTEN
               IF WS-TOTAL-REJECTED > ZERO
                   DISPLAY 'RECORDS REJECTED : ' WS-TOTAL-REJECTED
                       ' (FAILED LAYOUT VALIDATION)'
               END-IF
           END-IF
           .

      * -------- parameters --------

      * A key that does not belong to the file type asked for is
      * refused rather than ignored: a program-ID key on a TREND pull
      * would otherwise silently retrieve every game.
       VALIDATE-PARAMETERS.
           IF NOT RETR-IS-TREND
              AND NOT RETR-IS-ERRLOG
               DISPLAY 'RETRTYPE MUST BE TREND OR ERRLOG'
               SET RUN-ABORTED TO TRUE
           END-IF

           IF WS-FROM-DATE = ZERO
               DISPLAY 'FROMDATE NOT SUPPLIED OR NOT NUMERIC'
               SET RUN-ABORTED TO TRUE
           END-IF
           IF WS-TO-DATE = ZERO
               DISPLAY 'TODATE NOT SUPPLIED OR NOT NUMERIC'
               SET RUN-ABORTED TO TRUE
           END-IF
           IF WS-FROM-DATE NOT = ZERO
              AND WS-TO-DATE NOT = ZERO
              AND WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'FROMDATE ' WS-FROM-DATE
                   ' IS AFTER TODATE ' WS-TO-DATE
               SET RUN-ABORTED TO TRUE
           END-IF

           IF WS-KEY-GAME-OVERRIDE NOT = SPACES
              AND NOT GAME-KEY-GIVEN
               DISPLAY 'RETRGAME IS NOT A GAME NUMBER : '
                   WS-KEY-GAME-OVERRIDE
               SET RUN-ABORTED TO TRUE
           END-IF

           IF RETR-IS-TREND
               IF WS-KEY-PROGRAM-ID NOT = SPACES
                  OR WS-KEY-SEVERITY NOT = SPACES
                   DISPLAY 'RETRPROGID/RETRSEVERITY APPLY TO ERRLOG '
                       'ONLY'
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF

           IF RETR-IS-ERRLOG
               IF GAME-KEY-GIVEN
                   DISPLAY 'RETRGAME APPLIES TO TREND ONLY'
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF
           .

      * -------- retrieval --------

       RELEASE-ALL-SOURCES.
           IF ARCHLIST-GIVEN
               OPEN INPUT ARCHLISTFILE1
               IF NOT FILE1-STATUS-OK
                   MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON ARCHIVE LIST '
                       FUNCTION TRIM(WS-ARCHLISTFILE1-PATH)
                   DISPLAY 'FILE STATUS : ' FILE1-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FILE1-STATUS-EOF
                      OR NOT FILE1-STATUS-OK
                   READ ARCHLISTFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           IF FUNCTION TRIM(ARCHLISTRECORD1)
                              NOT = SPACES
                               MOVE FUNCTION TRIM(ARCHLISTRECORD1)
                                 TO WS-SOURCEFILE1-PATH
                               PERFORM RELEASE-ONE-SOURCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHLISTFILE1
           ELSE
               IF RETR-IS-TREND
                   MOVE WS-TRENDARCHFILE1-PATH TO WS-SOURCEFILE1-PATH
               ELSE
                   MOVE WS-ERRLOGARCHFILE1-PATH TO WS-SOURCEFILE1-PATH
               END-IF
               PERFORM RELEASE-ONE-SOURCE
           END-IF

           IF RETR-IS-TREND
               MOVE WS-TRENDFILE1-PATH TO WS-SOURCEFILE1-PATH
           ELSE
               MOVE WS-ERRORLOGFILE1-PATH TO WS-SOURCEFILE1-PATH
           END-IF
           PERFORM RELEASE-LIVE-SOURCE
           .

       RELEASE-LIVE-SOURCE.
           PERFORM ADD-SOURCE-ENTRY
           MOVE 'LIVE' TO WS-SRC-KIND(WS-SRC-IX)
           PERFORM READ-ONE-SOURCE
           .

      * The live file is always given the last slot, so an archive
      * list longer than the table stops one short of it; the
      * archives left over are counted for the receipt.
       RELEASE-ONE-SOURCE.
           IF WS-SRC-COUNT < WS-SRC-MAX - 1
               PERFORM ADD-SOURCE-ENTRY
               MOVE 'ARCHIVE' TO WS-SRC-KIND(WS-SRC-IX)
               PERFORM READ-ONE-SOURCE
           ELSE
               ADD 1 TO WS-SRC-SKIPPED
               SET RUN-WARNED TO TRUE
               DISPLAY 'SOURCE TABLE FULL -- NOT READ : '
                   FUNCTION TRIM(WS-SOURCEFILE1-PATH)
           END-IF
           .

       ADD-SOURCE-ENTRY.
           ADD 1 TO WS-SRC-COUNT
           MOVE WS-SRC-COUNT TO WS-SRC-IX
           MOVE WS-SOURCEFILE1-PATH TO WS-SRC-PATH(WS-SRC-IX)
           MOVE SPACES TO WS-SRC-STATE(WS-SRC-IX)
           MOVE ZERO TO WS-SRC-READ(WS-SRC-IX)
               WS-SRC-SELECTED(WS-SRC-IX)
               WS-SRC-REJECTED(WS-SRC-IX)
           .

      * A missing live file simply has nothing to give; a listed
      * archive that is missing means the list is wrong, so it is
      * flagged on the receipt and the run ends with a warning.
       READ-ONE-SOURCE.
           OPEN INPUT SOURCEFILE1
           IF FILE2-STATUS-NOTFOUND
               SET SRC-WAS-MISSING(WS-SRC-IX) TO TRUE
               IF WS-SRC-KIND(WS-SRC-IX) = 'ARCHIVE'
                   SET RUN-WARNED TO TRUE
                   DISPLAY 'ARCHIVE NOT FOUND : '
                       FUNCTION TRIM(WS-SOURCEFILE1-PATH)
               END-IF
           ELSE
               IF NOT FILE2-STATUS-OK
                   MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'OPEN ERROR ON '
                       FUNCTION TRIM(WS-SOURCEFILE1-PATH)
                   DISPLAY 'FILE STATUS : ' FILE2-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET SRC-WAS-READ(WS-SRC-IX) TO TRUE
               MOVE 'Y' TO WS-FIRST-RECORD-STATE
               PERFORM UNTIL FILE2-STATUS-EOF
                      OR NOT FILE2-STATUS-OK
                   READ SOURCEFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           MOVE SPACES TO LAYOUT-STAMP-RECORD
                           IF RETR-IS-TREND AND FIRST-SOURCE-RECORD
                               PERFORM CHECK-TREND-SOURCE-STAMP
                           END-IF
                           MOVE 'N' TO WS-FIRST-RECORD-STATE
                           IF NOT LYT-IS-STAMP
                               ADD 1 TO WS-SRC-READ(WS-SRC-IX)
                               ADD 1 TO WS-TOTAL-READ
                               IF RETR-IS-TREND
                                   PERFORM SELECT-TREND-RECORD
                               ELSE
                                   PERFORM SELECT-ERRLOG-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT FILE2-STATUS-EOF
                   MOVE FILE2-STATUS TO WS-FILE-STATUS-CODE
                   PERFORM RESOLVE-FILE-STATUS-TEXT
                   DISPLAY 'READ ERROR ON '
                       FUNCTION TRIM(WS-SOURCEFILE1-PATH)
                   DISPLAY 'FILE STATUS : ' FILE2-STATUS
                       ' - ' WS-FILE-STATUS-TEXT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE SOURCEFILE1
           END-IF
           .

      * The first record of each trend file is its layout stamp. It
      * is neither counted nor retrieved; a stamp for another layout
      * or version stops the run before the query file is written.
      * A file kept from before the stamp -- an archive SuiteArchive
      * wrote earlier, typically -- has none: it is read as version
      * 00 (the same record), listed on the receipt, and the run ends
      * with a warning.
       CHECK-TREND-SOURCE-STAMP.
           MOVE SRCTRENDRECORD1 TO LAYOUT-STAMP-RECORD
           MOVE WS-TRD-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-TRD-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               IF LYT-LAYOUT-ID NOT = LYT-EXPECTED-ID
                  OR LYT-VERSION NOT = LYT-EXPECTED-VERSION
                   DISPLAY 'LAYOUT STAMP REFUSED -- EXPECTED '
                       LYT-EXPECTED-ID ' VERSION ' LYT-EXPECTED-VERSION
                   DISPLAY 'FILE CARRIES ' LYT-LAYOUT-ID
                       ' VERSION ' LYT-VERSION ' : '
                       FUNCTION TRIM(WS-SOURCEFILE1-PATH)
                   CLOSE SOURCEFILE1
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               ADD 1 TO WS-SRC-UNSTAMPED
               SET RUN-WARNED TO TRUE
               DISPLAY 'UNSTAMPED TREND FILE READ AS VERSION 00 : '
                   FUNCTION TRIM(WS-SOURCEFILE1-PATH)
           END-IF
           .

      * Records failing the same layout checks SuiteArchive applies
      * are not retrieved; they are counted on the receipt instead
      * and the run ends with a warning.
       SELECT-TREND-RECORD.
           IF SRD-RUN-DATE IS NOT NUMERIC
              OR SRD-GAME-NUMBER IS NOT NUMERIC
              OR SRD-GREEN-NEEDED IS NOT NUMERIC
              OR SRD-BLUE-NEEDED IS NOT NUMERIC
              OR SRD-RED-NEEDED IS NOT NUMERIC
              OR SRD-POWER-SET IS NOT NUMERIC
               ADD 1 TO WS-SRC-REJECTED(WS-SRC-IX)
               ADD 1 TO WS-TOTAL-REJECTED
               SET RUN-WARNED TO TRUE
           ELSE
               IF SRD-RUN-DATE >= WS-FROM-DATE
                  AND SRD-RUN-DATE <= WS-TO-DATE
                  AND (NOT GAME-KEY-GIVEN
                       OR SRD-GAME-NUMBER = WS-KEY-GAME)
                   ADD 1 TO WS-SRC-SELECTED(WS-SRC-IX)
                   ADD 1 TO WS-TOTAL-SELECTED
                   MOVE SRCTRENDRECORD1 TO RTTREC1
                   RELEASE RTTREC1
               END-IF
           END-IF
           .

       SELECT-ERRLOG-RECORD.
           IF SRE-RUN-DATE IS NOT NUMERIC
              OR SRE-RUN-TIME IS NOT NUMERIC
              OR SRE-FILE-STATUS IS NOT NUMERIC
               ADD 1 TO WS-SRC-REJECTED(WS-SRC-IX)
               ADD 1 TO WS-TOTAL-REJECTED
               SET RUN-WARNED TO TRUE
           ELSE
               IF SRE-RUN-DATE >= WS-FROM-DATE
                  AND SRE-RUN-DATE <= WS-TO-DATE
                  AND (WS-KEY-PROGRAM-ID = SPACES
                       OR SRE-PROGRAM-ID = WS-KEY-PROGRAM-ID)
                  AND (WS-KEY-SEVERITY = SPACES
                       OR SRE-SEVERITY = WS-KEY-SEVERITY)
                   ADD 1 TO WS-SRC-SELECTED(WS-SRC-IX)
                   ADD 1 TO WS-TOTAL-SELECTED
                   MOVE SRCERRLOGRECORD1 TO RTEREC1
                   RELEASE RTEREC1
               END-IF
           END-IF
           .

       WRITE-TREND-QUERY.
           PERFORM OPEN-QUERY
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-IS-STAMP TO TRUE
           MOVE WS-TRD-LAYOUT-ID TO LYT-LAYOUT-ID
           MOVE WS-TRD-LAYOUT-VERSION TO LYT-VERSION
           MOVE SPACES TO QUERYTRENDRECORD1
           MOVE LAYOUT-STAMP-RECORD TO QUERYTRENDRECORD1
           WRITE QUERYTRENDRECORD1
           PERFORM CHECK-QUERY-WRITE
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL SORT-RETURN-DONE
               RETURN RETRTRDWORK1
                   AT END
                       SET SORT-RETURN-DONE TO TRUE
                    NOT AT END
                       MOVE RTT-RUN-DATE TO WS-RECORD-DATE
                       PERFORM NOTE-QUERY-DATE
                       MOVE RTTREC1 TO QUERYTRENDRECORD1
                       WRITE QUERYTRENDRECORD1
                       PERFORM CHECK-QUERY-WRITE
               END-RETURN
           END-PERFORM
           CLOSE QUERYFILE1
           .

       WRITE-ERRLOG-QUERY.
           PERFORM OPEN-QUERY
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL SORT-RETURN-DONE
               RETURN RETRERLWORK1
                   AT END
                       SET SORT-RETURN-DONE TO TRUE
                    NOT AT END
                       MOVE RTE-RUN-DATE TO WS-RECORD-DATE
                       PERFORM NOTE-QUERY-DATE
                       MOVE RTEREC1 TO QUERYERRLOGRECORD1
                       WRITE QUERYERRLOGRECORD1
                       PERFORM CHECK-QUERY-WRITE
               END-RETURN
           END-PERFORM
           CLOSE QUERYFILE1
           .

       NOTE-QUERY-DATE.
           ADD 1 TO WS-TOTAL-WRITTEN
           IF WS-QUERY-MIN-DATE = ZERO
              OR WS-RECORD-DATE < WS-QUERY-MIN-DATE
               MOVE WS-RECORD-DATE TO WS-QUERY-MIN-DATE
           END-IF
           IF WS-RECORD-DATE > WS-QUERY-MAX-DATE
               MOVE WS-RECORD-DATE TO WS-QUERY-MAX-DATE
           END-IF
           .

      * The query file is rebuilt from scratch on every run; an
      * empty pull still leaves an empty file, never the previous
      * question's answer.
       OPEN-QUERY.
           OPEN OUTPUT QUERYFILE1
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON QUERY FILE : ' FILE3-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       CHECK-QUERY-WRITE.
           IF NOT FILE3-STATUS-OK
               MOVE FILE3-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON QUERY FILE : ' FILE3-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * -------- retrieval receipt --------

       PRINT-RECEIPT.
           OPEN OUTPUT RECEIPTFILE1
           IF NOT FILE4-STATUS-OK
               MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON RETRIEVAL RECEIPT : '
                   FILE4-STATUS ' - ' WS-FILE-STATUS-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

           MOVE SPACES TO RECEIPTLINE1
           MOVE 'AOC SUITE  ARCHIVE RETRIEVAL RECEIPT' TO RECEIPTLINE1
           PERFORM WRITE-RECEIPT-LINE

           MOVE SPACES TO RECEIPTLINE1
           PERFORM WRITE-RECEIPT-LINE

           MOVE SPACES TO RECEIPTLINE1
           STRING 'RUN DATE    : ' WS-CURRENT-DATE-TIME(1:8)
               '  ' WS-CURRENT-DATE-TIME(9:6)
               DELIMITED BY SIZE INTO RECEIPTLINE1
           PERFORM WRITE-RECEIPT-LINE

           MOVE SPACES TO RECEIPTLINE1
           IF RETR-IS-TREND
               MOVE 'FILE TYPE   : TREND   (TRENDFILE1 LAYOUT)'
                 TO RECEIPTLINE1
           ELSE
               MOVE 'FILE TYPE   : ERRLOG  (ERRORLOG LAYOUT)'
                 TO RECEIPTLINE1
           END-IF
           PERFORM WRITE-RECEIPT-LINE

           MOVE SPACES TO RECEIPTLINE1
           STRING 'DATE RANGE  : ' WS-FROM-DATE ' THRU ' WS-TO-DATE
               DELIMITED BY SIZE INTO RECEIPTLINE1
           PERFORM WRITE-RECEIPT-LINE

           PERFORM BUILD-KEYS-TEXT
           MOVE SPACES TO RECEIPTLINE1
           STRING 'KEYS        : ' WS-KEYS-TEXT
               DELIMITED BY SIZE INTO RECEIPTLINE1
           PERFORM WRITE-RECEIPT-LINE

           MOVE SPACES TO RECEIPTLINE1
           STRING 'QUERY FILE  : ' FUNCTION TRIM(WS-QUERYFILE1-PATH)
               DELIMITED BY SIZE INTO RECEIPTLINE1
           PERFORM WRITE-RECEIPT-LINE

           MOVE SPACES TO RECEIPTLINE1
           PERFORM WRITE-RECEIPT-LINE

           MOVE SPACES TO RECEIPTLINE1
           STRING 'SOURCE   STATUS       READ  RETRIEVED  REJECTED  '
               'FILE'
               DELIMITED BY SIZE INTO RECEIPTLINE1
           PERFORM WRITE-RECEIPT-LINE

           MOVE ZERO TO WS-CONTRIBUTORS
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                     UNTIL WS-SRC-IX > WS-SRC-COUNT
               PERFORM PRINT-SOURCE-LINE
           END-PERFORM

           IF WS-SRC-SKIPPED > ZERO
               MOVE WS-SRC-SKIPPED TO WS-READ-X
               MOVE SPACES TO RECEIPTLINE1
               STRING 'ARCHIVE  NOT READ ' WS-READ-X
                   ' MORE LISTED THAN ONE RUN CAN READ -- NARROW THE '
                   'LIST'
                   DELIMITED BY SIZE INTO RECEIPTLINE1
               PERFORM WRITE-RECEIPT-LINE
           END-IF

           MOVE SPACES TO RECEIPTLINE1
           PERFORM WRITE-RECEIPT-LINE

           MOVE WS-TOTAL-READ     TO WS-READ-X
           MOVE WS-TOTAL-WRITTEN  TO WS-SELECTED-X
           MOVE WS-TOTAL-REJECTED TO WS-REJECTED-X
           MOVE SPACES TO RECEIPTLINE1
           STRING 'TOTAL             ' WS-READ-X '    ' WS-SELECTED-X
               '   ' WS-REJECTED-X
               DELIMITED BY SIZE INTO RECEIPTLINE1
           PERFORM WRITE-RECEIPT-LINE

           MOVE WS-CONTRIBUTORS TO WS-COUNT-X
           MOVE SPACES TO RECEIPTLINE1
           STRING 'CONTRIBUTING FILES : ' WS-COUNT-X
               DELIMITED BY SIZE INTO RECEIPTLINE1
           PERFORM WRITE-RECEIPT-LINE

           MOVE SPACES TO RECEIPTLINE1
           IF WS-TOTAL-WRITTEN = ZERO
               MOVE 'RECORDS DATED      : NONE -- QUERY FILE IS EMPTY'
                 TO RECEIPTLINE1
           ELSE
               STRING 'RECORDS DATED      : ' WS-QUERY-MIN-DATE
                   ' THRU ' WS-QUERY-MAX-DATE
                   DELIMITED BY SIZE INTO RECEIPTLINE1
           END-IF
           PERFORM WRITE-RECEIPT-LINE

           IF WS-TOTAL-REJECTED > ZERO
               MOVE SPACES TO RECEIPTLINE1
               STRING 'REJECTED RECORDS FAILED LAYOUT VALIDATION AND '
                   'ARE NOT IN THE QUERY FILE'
                   DELIMITED BY SIZE INTO RECEIPTLINE1
               PERFORM WRITE-RECEIPT-LINE
           END-IF

           IF WS-SRC-UNSTAMPED > ZERO
               MOVE WS-SRC-UNSTAMPED TO WS-COUNT-X
               MOVE SPACES TO RECEIPTLINE1
               STRING 'UNSTAMPED FILES READ AS TREND VERSION 00 : '
                   WS-COUNT-X
                   DELIMITED BY SIZE INTO RECEIPTLINE1
               PERFORM WRITE-RECEIPT-LINE
           END-IF

           CLOSE RECEIPTFILE1
           .

       PRINT-SOURCE-LINE.
           EVALUATE TRUE
               WHEN SRC-WAS-MISSING(WS-SRC-IX)
                   MOVE 'MISSING' TO WS-STATE-TEXT
               WHEN WS-SRC-SELECTED(WS-SRC-IX) > ZERO
                   MOVE 'USED' TO WS-STATE-TEXT
                   ADD 1 TO WS-CONTRIBUTORS
               WHEN OTHER
                   MOVE 'NO MATCH' TO WS-STATE-TEXT
           END-EVALUATE
           MOVE WS-SRC-READ(WS-SRC-IX)     TO WS-READ-X
           MOVE WS-SRC-SELECTED(WS-SRC-IX) TO WS-SELECTED-X
           MOVE WS-SRC-REJECTED(WS-SRC-IX) TO WS-REJECTED-X
           MOVE SPACES TO RECEIPTLINE1
           STRING WS-SRC-KIND(WS-SRC-IX) '  ' WS-STATE-TEXT
               ' ' WS-READ-X '    ' WS-SELECTED-X
               '   ' WS-REJECTED-X '  '
               FUNCTION TRIM(WS-SRC-PATH(WS-SRC-IX))
               DELIMITED BY SIZE INTO RECEIPTLINE1
           PERFORM WRITE-RECEIPT-LINE
           .

       BUILD-KEYS-TEXT.
           MOVE SPACES TO WS-KEYS-TEXT
           MOVE 1 TO WS-KEYS-PTR
           IF GAME-KEY-GIVEN
               MOVE WS-KEY-GAME TO WS-GAME-X
               STRING 'GAME ' FUNCTION TRIM(WS-GAME-X) '  '
                   DELIMITED BY SIZE INTO WS-KEYS-TEXT
                   WITH POINTER WS-KEYS-PTR
           END-IF
           IF WS-KEY-PROGRAM-ID NOT = SPACES
               STRING 'PROGRAM ID ' FUNCTION TRIM(WS-KEY-PROGRAM-ID)
                   '  '
                   DELIMITED BY SIZE INTO WS-KEYS-TEXT
                   WITH POINTER WS-KEYS-PTR
           END-IF
           IF WS-KEY-SEVERITY NOT = SPACES
               STRING 'SEVERITY ' WS-KEY-SEVERITY
                   DELIMITED BY SIZE INTO WS-KEYS-TEXT
                   WITH POINTER WS-KEYS-PTR
           END-IF
           IF WS-KEYS-TEXT = SPACES
               MOVE 'NONE -- WHOLE DATE RANGE' TO WS-KEYS-TEXT
           END-IF
           .

       WRITE-RECEIPT-LINE.
           WRITE RECEIPTLINE1
           IF NOT FILE4-STATUS-OK
               MOVE FILE4-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON RETRIEVAL RECEIPT : '
                   FILE4-STATUS ' - ' WS-FILE-STATUS-TEXT
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

           MOVE SPACES TO WS-ERRLOGARCHFILE1-OVERRIDE
           DISPLAY "ERRLOGARCHIVE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ERRLOGARCHFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-ERRLOGARCHFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ERRLOGARCHFILE1-OVERRIDE)
                 TO WS-ERRLOGARCHFILE1-PATH
           END-IF

           MOVE SPACES TO WS-TRENDFILE1-OVERRIDE
           DISPLAY "TRENDFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-TRENDFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-TRENDFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-TRENDFILE1-OVERRIDE)
                 TO WS-TRENDFILE1-PATH
           END-IF

           MOVE SPACES TO WS-TRENDARCHFILE1-OVERRIDE
           DISPLAY "TRENDARCHIVE" UPON ENVIRONMENT-NAME
           ACCEPT WS-TRENDARCHFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-TRENDARCHFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-TRENDARCHFILE1-OVERRIDE)
                 TO WS-TRENDARCHFILE1-PATH
           END-IF

           MOVE SPACES TO WS-ARCHLISTFILE1-OVERRIDE
           DISPLAY "RETRARCHLIST" UPON ENVIRONMENT-NAME
           ACCEPT WS-ARCHLISTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-ARCHLISTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ARCHLISTFILE1-OVERRIDE)
                 TO WS-ARCHLISTFILE1-PATH
               SET ARCHLIST-GIVEN TO TRUE
           END-IF

           MOVE SPACES TO WS-QUERYFILE1-OVERRIDE
           DISPLAY "RETRQUERYFILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-QUERYFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-QUERYFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-QUERYFILE1-OVERRIDE)
                 TO WS-QUERYFILE1-PATH
           END-IF

           MOVE SPACES TO WS-RECEIPTFILE1-OVERRIDE
           DISPLAY "RETRRECEIPT" UPON ENVIRONMENT-NAME
           ACCEPT WS-RECEIPTFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-RECEIPTFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-RECEIPTFILE1-OVERRIDE)
                 TO WS-RECEIPTFILE1-PATH
           END-IF

           MOVE SPACES TO WS-RETR-TYPE-OVERRIDE
           DISPLAY "RETRTYPE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RETR-TYPE-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           MOVE WS-RETR-TYPE-OVERRIDE TO WS-RETR-TYPE

           MOVE SPACES TO WS-FROM-DATE-OVERRIDE
           DISPLAY "FROMDATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-FROM-DATE-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-FROM-DATE-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-FROM-DATE-OVERRIDE)
                 TO WS-FROM-DATE
           END-IF

           MOVE SPACES TO WS-TO-DATE-OVERRIDE
           DISPLAY "TODATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-TO-DATE-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-TO-DATE-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-TO-DATE-OVERRIDE)
                 TO WS-TO-DATE
           END-IF

           MOVE SPACES TO WS-KEY-GAME-OVERRIDE
           DISPLAY "RETRGAME" UPON ENVIRONMENT-NAME
           ACCEPT WS-KEY-GAME-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-KEY-GAME-OVERRIDE NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-KEY-GAME-OVERRIDE) = 0
               IF FUNCTION NUMVAL(WS-KEY-GAME-OVERRIDE) > 0
                  AND FUNCTION NUMVAL(WS-KEY-GAME-OVERRIDE) < 1000
                   MOVE FUNCTION NUMVAL(WS-KEY-GAME-OVERRIDE)
                     TO WS-KEY-GAME
                   SET GAME-KEY-GIVEN TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO WS-KEY-PROGRAM-ID-OVERRIDE
           DISPLAY "RETRPROGID" UPON ENVIRONMENT-NAME
           ACCEPT WS-KEY-PROGRAM-ID-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           MOVE WS-KEY-PROGRAM-ID-OVERRIDE TO WS-KEY-PROGRAM-ID

           MOVE SPACES TO WS-KEY-SEVERITY-OVERRIDE
           DISPLAY "RETRSEVERITY" UPON ENVIRONMENT-NAME
           ACCEPT WS-KEY-SEVERITY-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           MOVE WS-KEY-SEVERITY-OVERRIDE TO WS-KEY-SEVERITY
           .
