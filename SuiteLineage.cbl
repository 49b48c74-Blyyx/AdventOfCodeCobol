       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-SUITE-LINEAGE.
       AUTHOR. MARC BRASSART.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGFILE1 ASSIGN
            TO DYNAMIC WS-CATALOGFILE1-PATH
            FILE STATUS IS FILE1-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRAILERFILE1 ASSIGN
            TO DYNAMIC WS-TRAILERFILE1-PATH
            FILE STATUS IS FILE2-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTEDTOTALSFILE1 ASSIGN
            TO DYNAMIC WS-SORTEDTOTALS1-PATH
            FILE STATUS IS FILE3-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ITEMDETAILFILE1 ASSIGN
            TO DYNAMIC WS-ITEMDETAILFILE1-PATH
            FILE STATUS IS FILE4-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CORRECTIONFILE1 ASSIGN
            TO DYNAMIC WS-CORRECTIONFILE1-PATH
            FILE STATUS IS FILE5-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCREGFILE1 ASSIGN
            TO DYNAMIC WS-EXCREGFILE1-PATH
            FILE STATUS IS FILE6-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INTERFACEFILE1 ASSIGN
            TO DYNAMIC WS-INTERFACEFILE1-PATH
            FILE STATUS IS FILE7-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXTSTATUSFILE1 ASSIGN
            TO DYNAMIC WS-EXTSTATUSFILE1-PATH
            FILE STATUS IS FILE8-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACKFILE1 ASSIGN
            TO DYNAMIC WS-ACKFILE1-PATH
            FILE STATUS IS FILE9-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DETAILFILE1 ASSIGN
            TO DYNAMIC WS-DETAILFILE1-PATH
            FILE STATUS IS FILE10-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DRAWDETAILFILE1 ASSIGN
            TO DYNAMIC WS-DRAWDETAILFILE1-PATH
            FILE STATUS IS FILE11-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VALIDATEDFILE1 ASSIGN
            TO DYNAMIC WS-VALIDATEDFILE1-PATH
            FILE STATUS IS FILE12-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EDITREJECTFILE1 ASSIGN
            TO DYNAMIC WS-EDITREJECTFILE1-PATH
            FILE STATUS IS FILE13-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INTAKECATFILE1 ASSIGN
            TO DYNAMIC WS-INTAKECATFILE1-PATH
            FILE STATUS IS FILE14-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LINEAGEFILE1 ASSIGN
            TO DYNAMIC WS-LINEAGEFILE1-PATH
            FILE STATUS IS FILE15-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The generation catalog the driving job maintains: one line
      * per event, "walldate walltime generation state value". The
      * BUSNDATE event ties a generation to the business date it
      * processed; generations from before that event existed are
      * dated by their first trailer, as month-end close does.
         FD CATALOGFILE1.
         01 CATALOGRECORD1 PIC X(300).

      * Must track the AOC-2022-12-01 writers' TRAILERRECORD1 exactly.
         FD TRAILERFILE1.
         01 TRAILERRECORD1.
            05 TRL-PROGRAM-ID       PIC X(14).
            05 TRL-FILLER1          PIC X(02).
            05 TRL-RUN-DATE         PIC 9(08).
            05 TRL-FILLER2          PIC X(02).
            05 TRL-RUN-TIME         PIC 9(06).
            05 TRL-FILLER3          PIC X(02).
            05 TRL-ELF-GROUP-COUNT  PIC 9(05).
            05 TRL-FILLER4          PIC X(02).
            05 TRL-GRAND-TOTAL      PIC 9(12).
            05 TRL-FILLER5          PIC X(02).
            05 TRL-CORRECTED        PIC X(01).
            05 TRL-FILLER6          PIC X(02).
            05 TRL-RUN-ID           PIC X(16).
            05 TRL-FILLER7          PIC X(02).
            05 TRL-INPUT-FORMAT     PIC X(01).

      * AOC-2022-12-01 (.02)'s sorted totals, checked against the
      * SORTEDTOTALS layout stamp.
         FD SORTEDTOTALSFILE1.
         01 SORTEDTOTALSRECORD1.
            05 SRT-CALORIES     PIC 9(09).
            05 SRT-FILLER1      PIC X(02).
            05 SRT-ELF-NUM      PIC 9(05).
            05 SRT-FILLER2      PIC X(02).
            05 SRT-RANK         PIC 9(05).
            05 SRT-FILLER3      PIC X(02).
            05 SRT-TIE-FLAG     PIC X(01).

      * AOC-2022-12-01 (.01)'s item detail, checked against the
      * ITEMDETAIL layout stamp.
         FD ITEMDETAILFILE1.
         01 ITEMDETAILRECORD1.
            05 ITM-ELF-NUMBER   PIC 9(05).
            05 ITM-FILLER1      PIC X(02).
            05 ITM-ITEM-SEQ     PIC 9(04).
            05 ITM-FILLER2      PIC X(02).
            05 ITM-LINE-NUMBER  PIC 9(07).
            05 ITM-FILLER3      PIC X(02).
            05 ITM-CALORIES     PIC 9(09).
            05 ITM-FILLER4      PIC X(02).
            05 ITM-SOURCE-PATH  PIC X(250).

      * Accepted corrections from AOC-2022-12-01-CORRECT -- the file
      * the elf programs' CORRECTIONFILE1 reprocess mode consumes --
      * checked against its CORRACCEPT layout stamp.
         FD CORRECTIONFILE1.
         01 CORRECTIONRECORD1.
            05 CFR-RUN-DATE     PIC 9(08).
            05 CFR-FILLER1      PIC X(02).
            05 CFR-LINE-NUMBER  PIC 9(07).
            05 CFR-FILLER2      PIC X(02).
            05 CFR-VALUE        PIC 9(09).

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

      * The provisioning extract as AOC-2022-12-01 (.02) wrote it:
      * header, one detail per ranked elf, trailer.
         FD INTERFACEFILE1.
         01 INTHEADERRECORD1.
            05 INT-H-TYPE       PIC X(01).
            05 INT-H-FILLER1    PIC X(02).
            05 INT-H-RUN-ID     PIC X(16).
            05 INT-H-FILLER2    PIC X(02).
            05 INT-H-RUN-DATE   PIC 9(08).
            05 INT-H-FILLER3    PIC X(02).
            05 INT-H-COUNT      PIC 9(05).
            05 INT-H-FILLER4    PIC X(02).
            05 INT-H-RESEND     PIC 9(02).
         01 INTDETAILRECORD1.
            05 INT-D-TYPE       PIC X(01).
            05 INT-D-FILLER1    PIC X(02).
            05 INT-D-RANK       PIC 9(04).
            05 INT-D-FILLER2    PIC X(02).
            05 INT-D-ELF-NUMBER PIC 9(05).
            05 INT-D-FILLER3    PIC X(02).
            05 INT-D-CALORIES   PIC 9(09).
         01 INTTRAILERRECORD1.
            05 INT-T-TYPE       PIC X(01).
            05 INT-T-FILLER1    PIC X(02).
            05 INT-T-COUNT      PIC 9(05).
            05 INT-T-FILLER2    PIC X(02).
            05 INT-T-HASH-CALS  PIC 9(12).
            05 INT-T-FILLER3    PIC X(02).
            05 INT-T-HASH-ELF   PIC 9(09).

      * Extract lifecycle events, appended forever by (.02).
         FD EXTSTATUSFILE1.
         01 EXTSTATUSRECORD1.
            05 EXS-RUN-ID       PIC X(16).
            05 EXS-FILLER1      PIC X(02).
            05 EXS-EVENT-DATE   PIC 9(08).
            05 EXS-FILLER2      PIC X(02).
            05 EXS-STATE        PIC X(08).
            05 EXS-FILLER3      PIC X(02).
            05 EXS-RESEND-CNT   PIC 9(02).

      * Provisioning's acknowledgment, dropped at a stable path.
         FD ACKFILE1.
         01 ACKRECORD1.
            05 ACK-RUN-ID       PIC X(16).
            05 ACK-FILLER1      PIC X(02).
            05 ACK-COUNT        PIC 9(05).
            05 ACK-FILLER2      PIC X(02).
            05 ACK-HASH-CALS    PIC 9(12).

      * AOC-2023-12-02's game detail, checked against the GAMEDETAIL
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

      * AOC-2023-12-02's draw detail, checked against the DRAWDETAIL
      * layout stamp.
         FD DRAWDETAILFILE1.
         01 DRAWDETAILRECORD1.
            05 DTD-GAME-NUMBER     PIC 9(03).
            05 DTD-FILLER1         PIC X(02).
            05 DTD-SET-NUMBER      PIC 9(03).
            05 DTD-FILLER2         PIC X(02).
            05 DTD-DRAW-NUMBER     PIC 9(03).
            05 DTD-FILLER3         PIC X(02).
            05 DTD-COLOR-NAME      PIC X(10).
            05 DTD-FILLER4         PIC X(02).
            05 DTD-CUBE-COUNT      PIC 9(03).

      * The edit's verbatim pass-through: AOC-2023-12-02 numbers its
      * games by position in this file, not by the text of the line,
      * and its VALIDATED layout stamp is not one of them.
         FD VALIDATEDFILE1.
         01 VALIDATEDRECORD1 PIC X(200).

      * Must track AOC-2023-12-02-EDIT's EDITREJECTRECORD1 exactly.
         FD EDITREJECTFILE1.
         01 EDITREJECTRECORD1.
            05 RJX-REASON       PIC X(30).
            05 RJX-FILLER1      PIC X(02).
            05 RJX-LINE-NUMBER  PIC 9(07).
            05 RJX-FILLER2      PIC X(02).
            05 RJX-TEXT         PIC X(120).

      * Must track AOC-SUITE-INTAKE's INTAKECATRECORD1 exactly.
         FD INTAKECATFILE1.
         01 INTAKECATRECORD1.
            05 ITK-BUSN-DATE    PIC 9(08).
            05 ITK-FILLER1      PIC X(02).
            05 ITK-TAG          PIC X(10).
            05 ITK-FILLER2      PIC X(02).
            05 ITK-REC-COUNT    PIC 9(07).
            05 ITK-FILLER3      PIC X(02).
            05 ITK-BYTE-COUNT   PIC 9(10).
            05 ITK-FILLER4      PIC X(02).
            05 ITK-FINGERPRINT  PIC 9(09).
            05 ITK-FILLER5      PIC X(02).
            05 ITK-FORCED       PIC X(01).
            05 ITK-FILLER6      PIC X(02).
            05 ITK-RUN-ID       PIC X(16).
            05 ITK-FILLER7      PIC X(02).
            05 ITK-PATH         PIC X(250).

         FD LINEAGEFILE1.
         01 LINEAGELINE1 PIC X(132).
       WORKING-STORAGE SECTION.

      * RUN-TIME PARAMETERS
      * LINDATE (mandatory) is the business date the questioned figure
      * was published for. Then exactly one key:
      *   LINELF  elf number   -- trace that elf's calorie total
      *   LINRANK report rank  -- the same, for the elf at that rank
      *   LINGAME game number  -- trace one cube game
      * The generation is resolved through the catalog; the
      * persistent registers (exception register, extract status,
      * accepted corrections, intake catalog) are read in place.
         01 WS-LIN-DATE           PIC 9(08) VALUE ZERO.
         01 WS-LIN-DATE-OVERRIDE  PIC X(08).
         01 WS-LIN-ELF            PIC 9(05) VALUE ZERO.
         01 WS-LIN-ELF-OVERRIDE   PIC X(05).
         01 WS-LIN-RANK           PIC 9(05) VALUE ZERO.
         01 WS-LIN-RANK-OVERRIDE  PIC X(05).
         01 WS-LIN-GAME           PIC 9(03) VALUE ZERO.
         01 WS-LIN-GAME-OVERRIDE  PIC X(03).
         01 WS-LIN-MODE           PIC X(01) VALUE SPACE.
            88 LIN-BY-ELF         VALUE 'E'.
            88 LIN-BY-RANK        VALUE 'R'.
            88 LIN-BY-GAME        VALUE 'G'.
         01 WS-KEY-COUNT          PIC 9(01) VALUE ZERO.

         01 WS-CATALOGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\generations\
      -        "catalog.txt".
         01 WS-CATALOGFILE1-OVERRIDE PIC X(250).

         01 WS-LINEAGEFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\
      -        "lineage.txt".
         01 WS-LINEAGEFILE1-OVERRIDE PIC X(250).

         01 WS-CORRECTIONFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\2022\files\
      -        "d1.corraccept.txt".
         01 WS-CORRECTIONFILE1-OVERRIDE PIC X(250).

         01 WS-EXCREGFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "excregister.221201.txt".
         01 WS-EXCREGFILE1-OVERRIDE PIC X(250).

         01 WS-EXTSTATUSFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "extractstatus.221201.txt".
         01 WS-EXTSTATUSFILE1-OVERRIDE PIC X(250).

         01 WS-ACKFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "provack.txt".
         01 WS-ACKFILE1-OVERRIDE PIC X(250).

         01 WS-INTAKECATFILE1-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "intakecatalog.txt".
         01 WS-INTAKECATFILE1-OVERRIDE PIC X(250).

      * Per-generation files, built from the resolved directory.
         01 WS-TRAILERFILE1-PATH     PIC X(250).
         01 WS-SORTEDTOTALS1-PATH    PIC X(250).
         01 WS-ITEMDETAILFILE1-PATH  PIC X(250).
         01 WS-INTERFACEFILE1-PATH   PIC X(250).
         01 WS-DETAILFILE1-PATH      PIC X(250).
         01 WS-DRAWDETAILFILE1-PATH  PIC X(250).
         01 WS-VALIDATEDFILE1-PATH   PIC X(250).
         01 WS-EDITREJECTFILE1-PATH  PIC X(250).

      * FILE STATUS
         01 FILE1-STATUS PIC 9(02).
            88 FILE1-STATUS-OK  VALUE 00.
            88 FILE1-STATUS-EOF VALUE 10.
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
         01 FILE12-STATUS PIC 9(02).
            88 FILE12-STATUS-OK VALUE 00.
         01 FILE13-STATUS PIC 9(02).
            88 FILE13-STATUS-OK VALUE 00.
         01 FILE14-STATUS PIC 9(02).
            88 FILE14-STATUS-OK VALUE 00.
         01 FILE15-STATUS PIC 9(02).
            88 FILE15-STATUS-OK VALUE 00.

         01 WS-FILE-STATUS-CODE PIC 9(02).
         01 WS-FILE-STATUS-TEXT PIC X(40).

      * The sorted-totals, item-detail, exception-register, game
      * detail, draw-detail, accepted-correction and validated-feed
      * layouts this program's FDs were written for; a file stamped
      * otherwise is refused (see LAYOUTID.CPY).
         01 WS-SRT-LAYOUT-ID      PIC X(12) VALUE 'SORTEDTOTALS'.
         01 WS-SRT-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-ITM-LAYOUT-ID      PIC X(12) VALUE 'ITEMDETAIL'.
         01 WS-ITM-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-REG-LAYOUT-ID      PIC X(12) VALUE 'EXCREG'.
         01 WS-REG-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-DTL-LAYOUT-ID      PIC X(12) VALUE 'GAMEDETAIL'.
         01 WS-DTL-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-DTD-LAYOUT-ID      PIC X(12) VALUE 'DRAWDETAIL'.
         01 WS-DTD-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-CFR-LAYOUT-ID      PIC X(12) VALUE 'CORRACCEPT'.
         01 WS-CFR-LAYOUT-VERSION PIC X(02) VALUE '01'.
         01 WS-VAL-LAYOUT-ID      PIC X(12) VALUE 'VALIDATED'.
         01 WS-VAL-LAYOUT-VERSION PIC X(02) VALUE '01'.
         COPY LAYOUTID.

         01 WS-CURRENT-DATE-TIME  PIC X(21).

      * WORKING VARIABLES
      * Catalog line parse fields (same shape SuiteDossier parses).
         01 WS-CAT-DATE           PIC X(08).
         01 WS-CAT-TIME           PIC X(06).
         01 WS-CAT-GEN            PIC X(20).
         01 WS-CAT-STATE          PIC X(10).
         01 WS-CAT-VALUE          PIC X(250).

      * Every generation the catalog knows, in allocation order. The
      * newest complete, unpurged, unvoided one for LINDATE is the
      * one whose published figures are traced.
         01 WS-GEN-COUNT          PIC 9(03) VALUE ZERO.
         01 WS-GEN-TAB.
            05 WS-GEN-ENTRY OCCURS 400 TIMES.
               10 WS-GT-ID        PIC X(20).
               10 WS-GT-PATH      PIC X(250).
               10 WS-GT-RUN-ID    PIC X(16).
               10 WS-GT-BUSN-DATE PIC 9(08).
               10 WS-GT-COMPLETE  PIC X(01).
               10 WS-GT-DEAD      PIC X(01).
         01 WS-GEN-IX             PIC 9(03) COMP-3.
         01 WS-GEN-HIT            PIC 9(03) VALUE ZERO.

      * The elf being traced and what was found on the way down.
         01 WS-TRACE-ELF          PIC 9(05) VALUE ZERO.
         01 WS-TRACE-RANK         PIC 9(05) VALUE ZERO.
         01 WS-TRACE-TIE          PIC X(01) VALUE SPACE.
         01 WS-PUBLISHED-TOTAL    PIC 9(09) VALUE ZERO.
         01 WS-ELF-STATE          PIC X(01) VALUE 'N'.
            88 ELF-RANKED         VALUE 'Y'.
         01 WS-ITEM-SUM           PIC 9(12) VALUE ZERO.
         01 WS-ITEM-COUNT         PIC 9(05) VALUE ZERO.
         01 WS-LAST-SOURCE        PIC X(250) VALUE SPACES.
         01 WS-RUN-CORRECTED      PIC X(01) VALUE SPACE.

      * Input line numbers behind the traced figure: the elf's item
      * lines plus its exception-register lines, so a correction is
      * attributed when it names any of them.
         01 WS-LINE-COUNT         PIC 9(03) VALUE ZERO.
         01 WS-LINE-TAB.
            05 WS-LINE-NUM OCCURS 500 TIMES PIC 9(07).
         01 WS-LINE-IX            PIC 9(03) COMP-3.
         01 WS-LINE-STATE         PIC X(01).
            88 LINE-IS-TRACED     VALUE 'Y'.
         01 WS-LINE-LOOKUP        PIC 9(07).

         01 WS-EXTRACT-RUN-ID     PIC X(16) VALUE SPACES.
         01 WS-SECTION-HITS       PIC 9(05) VALUE ZERO.
         01 WS-BREAK-COUNT        PIC 9(03) VALUE ZERO.
      * Files of the traced generation that predate layout stamps,
      * and the position of each sorted total read (version 00 of
      * SORTEDTOTALS has no rank column).
         01 WS-UNSTAMPED-COUNT    PIC 9(03) VALUE ZERO.
         01 WS-SRT-POSITION       PIC 9(05) VALUE ZERO.

      * Cube trace: the game's position in the validated file and the
      * raw feed line it came from (clean lines plus the rejected ones
      * before it -- the edit drops rejects, the numbering does not).
         01 WS-VAL-POSITION       PIC 9(07) VALUE ZERO.
         01 WS-RAW-LINE           PIC 9(07) VALUE ZERO.
         01 WS-NEXT-REJECT        PIC 9(07) VALUE ZERO.
         01 WS-REJECT-STATE       PIC X(01) VALUE 'N'.
            88 REJECTS-EXHAUSTED  VALUE 'Y'.
         01 WS-REJECT-OPEN        PIC X(01) VALUE 'N'.
            88 REJECT-FILE-OPEN   VALUE 'Y'.
         01 WS-GAME-LINE          PIC X(200) VALUE SPACES.
         01 WS-GAME-STATE         PIC X(01) VALUE 'N'.
            88 GAME-LINE-FOUND    VALUE 'Y'.
         01 WS-FEED-PATH          PIC X(250) VALUE SPACES.

      * REPORT EDIT FIELDS
         01 WS-COUNT-X            PIC Z(06)9.
         01 WS-CALS-X             PIC Z(08)9.
         01 WS-SUM-X              PIC Z(11)9.
         01 WS-RANK-X             PIC Z(04)9.
         01 WS-LINE-X             PIC Z(06)9.

       PROCEDURE DIVISION.

           PERFORM MAIN-PROCESSING
           STOP RUN
           .

       MAIN-PROCESSING.
           PERFORM GET-RUNTIME-PARAMETERS

           IF WS-LIN-DATE = ZERO
               DISPLAY 'LINDATE NOT SUPPLIED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-KEY-COUNT NOT = 1
               DISPLAY 'SUPPLY EXACTLY ONE OF LINELF, LINRANK, LINGAME'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SCAN-GENERATION-CATALOG
           PERFORM RESOLVE-BUSINESS-DATE

           IF WS-GEN-HIT = ZERO
               DISPLAY 'NO COMPLETE GENERATION FOR BUSINESS DATE '
                   WS-LIN-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-LINEAGE
           PERFORM WRITE-LINEAGE-HEADER

           IF LIN-BY-GAME
               PERFORM TRACE-CUBE-GAME
           ELSE
               PERFORM TRACE-ELF-FIGURE
           END-IF

           MOVE SPACES TO LINEAGELINE1
           PERFORM WRITE-LINEAGE
           MOVE SPACES TO LINEAGELINE1
           IF WS-BREAK-COUNT = ZERO
               MOVE 'LINEAGE COMPLETE -- NO BREAKS FOUND'
                 TO LINEAGELINE1
           ELSE
               STRING 'LINEAGE HAS ' WS-BREAK-COUNT
                   ' BREAK(S) -- SEE *** LINES ABOVE'
                   DELIMITED BY SIZE INTO LINEAGELINE1
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-LINEAGE
           IF WS-UNSTAMPED-COUNT > ZERO
               MOVE SPACES TO LINEAGELINE1
               STRING WS-UNSTAMPED-COUNT
                   ' FILE(S) PREDATE LAYOUT STAMPS -- READ AS VERSION'
                   ' 00 (MESSAGE 0011)'
                   DELIMITED BY SIZE INTO LINEAGELINE1
               PERFORM WRITE-LINEAGE
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM CLOSE-LINEAGE
           DISPLAY 'LINEAGE TRACED FOR BUSINESS DATE ' WS-LIN-DATE
           DISPLAY 'GENERATION : ' WS-GT-ID(WS-GEN-HIT)
           DISPLAY 'BREAKS     : ' WS-BREAK-COUNT
           .

       SCAN-GENERATION-CATALOG.
           OPEN INPUT CATALOGFILE1
           IF NOT FILE1-STATUS-OK
               MOVE FILE1-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON GENERATION CATALOG'
               DISPLAY 'FILE STATUS : ' FILE1-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FILE1-STATUS-EOF
                  OR NOT FILE1-STATUS-OK
               READ CATALOGFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       PERFORM EXAMINE-CATALOG-LINE
               END-READ
           END-PERFORM
           CLOSE CATALOGFILE1
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
                       WHEN 'RUNID'
                           MOVE WS-CAT-VALUE(1:16)
                             TO WS-GT-RUN-ID(WS-GEN-HIT)
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

      * Finds WS-CAT-GEN in the table, adding it on first sight. A
      * full table leaves WS-GEN-HIT zero and the line is ignored --
      * retention keeps the live population far below 400.
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
               MOVE SPACES TO WS-GT-RUN-ID(WS-GEN-HIT)
               MOVE ZERO TO WS-GT-BUSN-DATE(WS-GEN-HIT)
               MOVE 'N' TO WS-GT-COMPLETE(WS-GEN-HIT)
               MOVE 'N' TO WS-GT-DEAD(WS-GEN-HIT)
           END-IF
           .

      * Newest first. A generation with no BUSNDATE event predates it
      * and is dated by its AOC-2022-12-01 (.01) trailer instead.
       RESOLVE-BUSINESS-DATE.
           MOVE ZERO TO WS-GEN-HIT
           PERFORM VARYING WS-GEN-IX FROM WS-GEN-COUNT BY -1
                   UNTIL WS-GEN-IX < 1 OR WS-GEN-HIT > ZERO
               IF WS-GT-COMPLETE(WS-GEN-IX) = 'Y'
                  AND WS-GT-DEAD(WS-GEN-IX) NOT = 'Y'
                  AND WS-GT-PATH(WS-GEN-IX) NOT = SPACES
                   IF WS-GT-BUSN-DATE(WS-GEN-IX) = ZERO
                       PERFORM DATE-GENERATION-BY-TRAILER
                   END-IF
                   IF WS-GT-BUSN-DATE(WS-GEN-IX) = WS-LIN-DATE
                       MOVE WS-GEN-IX TO WS-GEN-HIT
                   END-IF
               END-IF
           END-PERFORM
           .

       DATE-GENERATION-BY-TRAILER.
           MOVE SPACES TO WS-TRAILERFILE1-PATH
           STRING FUNCTION TRIM(WS-GT-PATH(WS-GEN-IX))
               '/trailer.221201.01.txt'
               DELIMITED BY SIZE INTO WS-TRAILERFILE1-PATH
           OPEN INPUT TRAILERFILE1
           IF FILE2-STATUS-OK
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

       WRITE-LINEAGE-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO LINEAGELINE1
           MOVE 'AOC SUITE  RECORD LINEAGE' TO LINEAGELINE1
           PERFORM WRITE-LINEAGE

           MOVE SPACES TO LINEAGELINE1
           EVALUATE TRUE
               WHEN LIN-BY-ELF
                   STRING 'BUSINESS DATE : ' WS-LIN-DATE
                       '   ELF ' WS-LIN-ELF
                       '   TRACED ' WS-CURRENT-DATE-TIME(1:8)
                       DELIMITED BY SIZE INTO LINEAGELINE1
               WHEN LIN-BY-RANK
                   STRING 'BUSINESS DATE : ' WS-LIN-DATE
                       '   REPORT RANK ' WS-LIN-RANK
                       '   TRACED ' WS-CURRENT-DATE-TIME(1:8)
                       DELIMITED BY SIZE INTO LINEAGELINE1
               WHEN OTHER
                   STRING 'BUSINESS DATE : ' WS-LIN-DATE
                       '   CUBE GAME ' WS-LIN-GAME
                       '   TRACED ' WS-CURRENT-DATE-TIME(1:8)
                       DELIMITED BY SIZE INTO LINEAGELINE1
           END-EVALUATE
           PERFORM WRITE-LINEAGE

           MOVE SPACES TO LINEAGELINE1
           STRING 'GENERATION    : ' WS-GT-ID(WS-GEN-HIT)
               '   RUN ' WS-GT-RUN-ID(WS-GEN-HIT)
               DELIMITED BY SIZE INTO LINEAGELINE1
           PERFORM WRITE-LINEAGE

           MOVE SPACES TO LINEAGELINE1
           STRING 'DIRECTORY     : '
               FUNCTION TRIM(WS-GT-PATH(WS-GEN-HIT))
               DELIMITED BY SIZE INTO LINEAGELINE1
           PERFORM WRITE-LINEAGE

           MOVE SPACES TO LINEAGELINE1
           PERFORM WRITE-LINEAGE
           .

      *****************************************************************
      * Calorie figure: published total -> item lines -> exception
      * register -> corrections -> the extract that carried it out.
      *****************************************************************
       TRACE-ELF-FIGURE.
           PERFORM WRITE-TOTALS-SECTION
           IF ELF-RANKED OR LIN-BY-ELF
               PERFORM WRITE-ITEM-SECTION
               PERFORM WRITE-EXCREG-SECTION
               PERFORM WRITE-CORRECTION-SECTION
               PERFORM WRITE-EXTRACT-SECTION
           END-IF
           .

       WRITE-TOTALS-SECTION.
           MOVE SPACES TO LINEAGELINE1
           MOVE '-- PUBLISHED TOTAL (SORTEDTOTALSFILE1) --'
             TO LINEAGELINE1
           PERFORM WRITE-LINEAGE

           MOVE WS-LIN-ELF TO WS-TRACE-ELF
           MOVE SPACES TO WS-SORTEDTOTALS1-PATH
           STRING FUNCTION TRIM(WS-GT-PATH(WS-GEN-HIT))
               '/sortedtotals.221201.txt'
               DELIMITED BY SIZE INTO WS-SORTEDTOTALS1-PATH
           OPEN INPUT SORTEDTOTALSFILE1
           IF NOT FILE3-STATUS-OK
               MOVE SPACES TO LINEAGELINE1
               MOVE '*** SORTED TOTALS NOT AVAILABLE' TO LINEAGELINE1
               PERFORM WRITE-LINEAGE
               ADD 1 TO WS-BREAK-COUNT
           ELSE
               MOVE ZERO TO WS-SRT-POSITION
               PERFORM READ-SORTED-LAYOUT-STAMP
               PERFORM UNTIL NOT FILE3-STATUS-OK OR ELF-RANKED
                   READ SORTEDTOTALSFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM MATCH-SORTED-TOTAL
                   END-READ
               END-PERFORM
               CLOSE SORTEDTOTALSFILE1
               MOVE SPACES TO LINEAGELINE1
               IF ELF-RANKED
                   MOVE WS-TRACE-RANK TO WS-RANK-X
                   MOVE WS-PUBLISHED-TOTAL TO WS-CALS-X
                   STRING 'ELF ' WS-TRACE-ELF
                       '   RANK ' WS-RANK-X
                       '   TOTAL CALORIES ' WS-CALS-X
                       DELIMITED BY SIZE INTO LINEAGELINE1
                   IF WS-TRACE-TIE = 'Y'
                       MOVE '(TIED)' TO LINEAGELINE1(54:6)
                   END-IF
               ELSE
                   ADD 1 TO WS-BREAK-COUNT
                   IF LIN-BY-RANK
                       STRING '*** NO ELF AT RANK ' WS-LIN-RANK
                           ' IN THE RANKING'
                           DELIMITED BY SIZE INTO LINEAGELINE1
                   ELSE
                       STRING '*** ELF ' WS-LIN-ELF
                           ' IS NOT IN THE RANKING'
                           DELIMITED BY SIZE INTO LINEAGELINE1
                   END-IF
               END-IF
               PERFORM WRITE-LINEAGE
           END-IF

           MOVE SPACES TO LINEAGELINE1
           PERFORM WRITE-LINEAGE
           .

      * A version 00 file was written in rank order with no rank or
      * tie columns: the rank is the record's position, and ties
      * were not marked.
       MATCH-SORTED-TOTAL.
           ADD 1 TO WS-SRT-POSITION
           IF LYT-LEGACY-UNSTAMPED
               MOVE WS-SRT-POSITION TO SRT-RANK
               MOVE SPACE TO SRT-TIE-FLAG
           END-IF
           IF (LIN-BY-ELF
               AND SRT-ELF-NUM = WS-LIN-ELF)
              OR (LIN-BY-RANK
               AND SRT-RANK = WS-LIN-RANK)
               SET ELF-RANKED TO TRUE
               MOVE SRT-ELF-NUM  TO WS-TRACE-ELF
               MOVE SRT-RANK     TO WS-TRACE-RANK
               MOVE SRT-TIE-FLAG TO WS-TRACE-TIE
               MOVE SRT-CALORIES TO WS-PUBLISHED-TOTAL
           END-IF
           .

      * Item lines are grouped under their source path -- a manifest
      * run reads several daily files, and the line number is only
      * meaningful within its own file.
       WRITE-ITEM-SECTION.
           MOVE SPACES TO LINEAGELINE1
           MOVE '-- ITEM LINES (ITEMDETAILFILE1) --' TO LINEAGELINE1
           PERFORM WRITE-LINEAGE

           MOVE SPACES TO WS-ITEMDETAILFILE1-PATH
           STRING FUNCTION TRIM(WS-GT-PATH(WS-GEN-HIT))
               '/itemdetail.221201.txt'
               DELIMITED BY SIZE INTO WS-ITEMDETAILFILE1-PATH
           OPEN INPUT ITEMDETAILFILE1
           IF NOT FILE4-STATUS-OK
               MOVE SPACES TO LINEAGELINE1
               MOVE '*** ITEM DETAIL NOT AVAILABLE' TO LINEAGELINE1
               PERFORM WRITE-LINEAGE
               ADD 1 TO WS-BREAK-COUNT
           ELSE
               PERFORM READ-ITEM-LAYOUT-STAMP
               PERFORM UNTIL NOT FILE4-STATUS-OK
                   READ ITEMDETAILFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM MATCH-ITEM-LINE
                   END-READ
               END-PERFORM
               CLOSE ITEMDETAILFILE1
               PERFORM FOOT-ITEM-LINES
           END-IF

           MOVE SPACES TO LINEAGELINE1
           PERFORM WRITE-LINEAGE
           .

       MATCH-ITEM-LINE.
           IF ITM-ELF-NUMBER = WS-TRACE-ELF
               PERFORM REPORT-ITEM-LINE
           END-IF
           .

       REPORT-ITEM-LINE.
           IF ITM-SOURCE-PATH NOT = WS-LAST-SOURCE
               MOVE ITM-SOURCE-PATH TO WS-LAST-SOURCE
               MOVE SPACES TO LINEAGELINE1
               STRING '  SOURCE : ' FUNCTION TRIM(ITM-SOURCE-PATH)
                   DELIMITED BY SIZE INTO LINEAGELINE1
               PERFORM WRITE-LINEAGE
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           ADD ITM-CALORIES TO WS-ITEM-SUM
           MOVE ITM-LINE-NUMBER TO WS-LINE-LOOKUP
           PERFORM NOTE-TRACED-LINE
           MOVE ITM-LINE-NUMBER TO WS-LINE-X
           MOVE ITM-CALORIES TO WS-CALS-X
           MOVE SPACES TO LINEAGELINE1
           STRING '    LINE ' WS-LINE-X
               '   ITEM ' ITM-ITEM-SEQ
               '   CALORIES ' WS-CALS-X
               DELIMITED BY SIZE INTO LINEAGELINE1
           PERFORM WRITE-LINEAGE
           .

       FOOT-ITEM-LINES.
           MOVE WS-ITEM-COUNT TO WS-COUNT-X
           MOVE WS-ITEM-SUM TO WS-SUM-X
           MOVE SPACES TO LINEAGELINE1
           STRING '  ' WS-COUNT-X ' ITEM LINES, SUM ' WS-SUM-X
               DELIMITED BY SIZE INTO LINEAGELINE1
           PERFORM WRITE-LINEAGE
           IF ELF-RANKED
               MOVE SPACES TO LINEAGELINE1
               IF WS-ITEM-SUM = WS-PUBLISHED-TOTAL
                   MOVE '  ITEM LINES FOOT TO THE PUBLISHED TOTAL'
                     TO LINEAGELINE1
               ELSE
                   MOVE '  *** ITEM LINES DO NOT FOOT TO THE PUBLISHED T
      -                 'OTAL' TO LINEAGELINE1
                   ADD 1 TO WS-BREAK-COUNT
               END-IF
               PERFORM WRITE-LINEAGE
           END-IF
           .

       NOTE-TRACED-LINE.
           PERFORM FIND-TRACED-LINE
           IF NOT LINE-IS-TRACED
              AND WS-LINE-COUNT < 500
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-LINE-LOOKUP TO WS-LINE-NUM(WS-LINE-COUNT)
           END-IF
           .

       FIND-TRACED-LINE.
           MOVE 'N' TO WS-LINE-STATE
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-LINE-COUNT
                      OR LINE-IS-TRACED
               IF WS-LINE-NUM(WS-LINE-IX) = WS-LINE-LOOKUP
                   SET LINE-IS-TRACED TO TRUE
               END-IF
           END-PERFORM
           .

      * Rejected lines of the elf's group on that business date, with
      * where each stands now (OPEN, CORRECTED, SUSPECTED, CLEARED).
       WRITE-EXCREG-SECTION.
           MOVE SPACES TO LINEAGELINE1
           MOVE '-- EXCEPTION REGISTER ENTRIES --' TO LINEAGELINE1
           PERFORM WRITE-LINEAGE

           MOVE ZERO TO WS-SECTION-HITS
           OPEN INPUT EXCREGFILE1
           IF NOT FILE6-STATUS-OK
               MOVE SPACES TO LINEAGELINE1
               MOVE 'EXCEPTION REGISTER NOT AVAILABLE' TO LINEAGELINE1
               PERFORM WRITE-LINEAGE
           ELSE
               PERFORM READ-REGISTER-LAYOUT-STAMP
               PERFORM UNTIL NOT FILE6-STATUS-OK
                   READ EXCREGFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM MATCH-EXCREG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE EXCREGFILE1
               IF WS-SECTION-HITS = ZERO
                   MOVE SPACES TO LINEAGELINE1
                   MOVE '(NONE)' TO LINEAGELINE1
                   PERFORM WRITE-LINEAGE
               END-IF
           END-IF

           MOVE SPACES TO LINEAGELINE1
           PERFORM WRITE-LINEAGE
           .

      * A register kept from before the stamp leaves the elf blank
      * on its SUSPECTED entries; those cannot be matched to an elf.
       MATCH-EXCREG-ENTRY.
           IF REG-BUSN-DATE = WS-LIN-DATE
              AND REG-ELF-NUMBER IS NUMERIC
              AND REG-ELF-NUMBER = WS-TRACE-ELF
               PERFORM REPORT-EXCREG-ENTRY
           END-IF
           .

       REPORT-EXCREG-ENTRY.
           ADD 1 TO WS-SECTION-HITS
           MOVE REG-LINE-NUMBER TO WS-LINE-LOOKUP
           PERFORM NOTE-TRACED-LINE
           MOVE REG-LINE-NUMBER TO WS-LINE-X
           MOVE SPACES TO LINEAGELINE1
           STRING '    LINE ' WS-LINE-X
               '   "' REG-TEXT '"'
               '   ' REG-STATUS
               ' SINCE ' REG-STATUS-DATE
               DELIMITED BY SIZE INTO LINEAGELINE1
           PERFORM WRITE-LINEAGE
           MOVE SPACES TO LINEAGELINE1
           STRING '      SOURCE : ' FUNCTION TRIM(REG-SOURCE-PATH)
               DELIMITED BY SIZE INTO LINEAGELINE1
           PERFORM WRITE-LINEAGE
           .

      * Accepted corrections for the date that name one of the traced
      * lines. Whether they reached the figure depends on the run
      * having been a correction rerun -- the trailer says so.
       WRITE-CORRECTION-SECTION.
           MOVE SPACES TO LINEAGELINE1
           MOVE '-- CORRECTIONS (CORRECTIONFILE1) --' TO LINEAGELINE1
           PERFORM WRITE-LINEAGE

           MOVE SPACE TO WS-RUN-CORRECTED
           MOVE SPACES TO WS-TRAILERFILE1-PATH
           STRING FUNCTION TRIM(WS-GT-PATH(WS-GEN-HIT))
               '/trailer.221201.01.txt'
               DELIMITED BY SIZE INTO WS-TRAILERFILE1-PATH
           OPEN INPUT TRAILERFILE1
           IF FILE2-STATUS-OK
               READ TRAILERFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       MOVE TRL-CORRECTED TO WS-RUN-CORRECTED
               END-READ
               CLOSE TRAILERFILE1
           END-IF
           MOVE SPACES TO LINEAGELINE1
           IF WS-RUN-CORRECTED = 'Y'
               MOVE 'RUN WAS A CORRECTION RERUN -- CORRECTIONS APPLIED'
                 TO LINEAGELINE1
           ELSE
               MOVE 'RUN WAS NOT A CORRECTION RERUN' TO LINEAGELINE1
           END-IF
           PERFORM WRITE-LINEAGE

           MOVE ZERO TO WS-SECTION-HITS
           OPEN INPUT CORRECTIONFILE1
           IF NOT FILE5-STATUS-OK
               MOVE SPACES TO LINEAGELINE1
               MOVE 'CORRECTION FILE NOT AVAILABLE' TO LINEAGELINE1
               PERFORM WRITE-LINEAGE
           ELSE
               PERFORM READ-CORRECTION-LAYOUT-STAMP
               PERFORM UNTIL NOT FILE5-STATUS-OK
                   READ CORRECTIONFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM MATCH-CORRECTION
                   END-READ
               END-PERFORM
               CLOSE CORRECTIONFILE1
               IF WS-SECTION-HITS = ZERO
                   MOVE SPACES TO LINEAGELINE1
                   MOVE '(NONE)' TO LINEAGELINE1
                   PERFORM WRITE-LINEAGE
               END-IF
           END-IF

           MOVE SPACES TO LINEAGELINE1
           PERFORM WRITE-LINEAGE
           .

       MATCH-CORRECTION.
           IF CFR-RUN-DATE = WS-LIN-DATE
               MOVE CFR-LINE-NUMBER TO WS-LINE-LOOKUP
               PERFORM FIND-TRACED-LINE
               IF LINE-IS-TRACED
                   PERFORM REPORT-CORRECTION
               END-IF
           END-IF
           .

       REPORT-CORRECTION.
           ADD 1 TO WS-SECTION-HITS
           MOVE CFR-LINE-NUMBER TO WS-LINE-X
           MOVE CFR-VALUE TO WS-CALS-X
           MOVE SPACES TO LINEAGELINE1
           STRING '    LINE ' WS-LINE-X
               '   CORRECTED VALUE ' WS-CALS-X
               DELIMITED BY SIZE INTO LINEAGELINE1
           PERFORM WRITE-LINEAGE
           .

      * The figure as it left for provisioning, then every lifecycle
      * event that extract went through, and the acknowledgment if
      * the one on file answers it.
       WRITE-EXTRACT-SECTION.
           MOVE SPACES TO LINEAGELINE1
           MOVE '-- INTERFACE EXTRACT --' TO LINEAGELINE1
           PERFORM WRITE-LINEAGE

           MOVE ZERO TO WS-SECTION-HITS
           MOVE SPACES TO WS-EXTRACT-RUN-ID
           MOVE SPACES TO WS-INTERFACEFILE1-PATH
           STRING FUNCTION TRIM(WS-GT-PATH(WS-GEN-HIT))
               '/interface.221201.txt'
               DELIMITED BY SIZE INTO WS-INTERFACEFILE1-PATH
           OPEN INPUT INTERFACEFILE1
           IF NOT FILE7-STATUS-OK
               MOVE SPACES TO LINEAGELINE1
               MOVE '*** INTERFACE EXTRACT NOT AVAILABLE'
                 TO LINEAGELINE1
               PERFORM WRITE-LINEAGE
               ADD 1 TO WS-BREAK-COUNT
           ELSE
               PERFORM UNTIL NOT FILE7-STATUS-OK
                   READ INTERFACEFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM EXAMINE-EXTRACT-RECORD
                   END-READ
               END-PERFORM
               CLOSE INTERFACEFILE1
               IF WS-SECTION-HITS = ZERO
                   MOVE SPACES TO LINEAGELINE1
                   MOVE '*** ELF NOT CARRIED ON THE EXTRACT'
                     TO LINEAGELINE1
                   PERFORM WRITE-LINEAGE
                   ADD 1 TO WS-BREAK-COUNT
               END-IF
           END-IF

           IF WS-EXTRACT-RUN-ID NOT = SPACES
               PERFORM WRITE-EXTRACT-EVENTS
               PERFORM WRITE-ACK-SECTION
           END-IF
           .

       EXAMINE-EXTRACT-RECORD.
           EVALUATE INT-H-TYPE
               WHEN 'H'
                   MOVE INT-H-RUN-ID TO WS-EXTRACT-RUN-ID
                   MOVE SPACES TO LINEAGELINE1
                   STRING 'EXTRACT RUN ' INT-H-RUN-ID
                       '   DATED ' INT-H-RUN-DATE
                       '   ELVES ' INT-H-COUNT
                       '   RESEND ' INT-H-RESEND
                       DELIMITED BY SIZE INTO LINEAGELINE1
                   PERFORM WRITE-LINEAGE
               WHEN 'D'
                   IF INT-D-ELF-NUMBER = WS-TRACE-ELF
                       ADD 1 TO WS-SECTION-HITS
                       MOVE INT-D-CALORIES TO WS-CALS-X
                       MOVE SPACES TO LINEAGELINE1
                       STRING '    RANK ' INT-D-RANK
                           '   ELF ' INT-D-ELF-NUMBER
                           '   CALORIES ' WS-CALS-X
                           DELIMITED BY SIZE INTO LINEAGELINE1
                       PERFORM WRITE-LINEAGE
                       IF ELF-RANKED
                          AND INT-D-CALORIES NOT = WS-PUBLISHED-TOTAL
                           MOVE SPACES TO LINEAGELINE1
                           MOVE '    *** EXTRACT FIGURE DIFFERS FROM T
      -                        'HE PUBLISHED TOTAL' TO LINEAGELINE1
                           PERFORM WRITE-LINEAGE
                           ADD 1 TO WS-BREAK-COUNT
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       WRITE-EXTRACT-EVENTS.
           MOVE ZERO TO WS-SECTION-HITS
           OPEN INPUT EXTSTATUSFILE1
           IF NOT FILE8-STATUS-OK
               MOVE SPACES TO LINEAGELINE1
               MOVE 'EXTRACT STATUS HISTORY NOT AVAILABLE'
                 TO LINEAGELINE1
               PERFORM WRITE-LINEAGE
           ELSE
               PERFORM UNTIL NOT FILE8-STATUS-OK
                   READ EXTSTATUSFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           IF EXS-RUN-ID = WS-EXTRACT-RUN-ID
                               ADD 1 TO WS-SECTION-HITS
                               MOVE SPACES TO LINEAGELINE1
                               STRING '    ' EXS-EVENT-DATE
                                   '  ' EXS-STATE
                                   '  RESENDS ' EXS-RESEND-CNT
                                   DELIMITED BY SIZE INTO LINEAGELINE1
                               PERFORM WRITE-LINEAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTSTATUSFILE1
               IF WS-SECTION-HITS = ZERO
                   MOVE SPACES TO LINEAGELINE1
                   MOVE '    NO LIFECYCLE EVENTS FOR THIS EXTRACT'
                     TO LINEAGELINE1
                   PERFORM WRITE-LINEAGE
               END-IF
           END-IF
           .

      * Provisioning overwrites the ack file each cycle, so only the
      * latest is on hand; an older extract's ack shows up as the
      * ACKED event above instead.
       WRITE-ACK-SECTION.
           OPEN INPUT ACKFILE1
           IF FILE9-STATUS-OK
               READ ACKFILE1
                   AT END
                       CONTINUE
                    NOT AT END
                       IF ACK-RUN-ID = WS-EXTRACT-RUN-ID
                           MOVE SPACES TO LINEAGELINE1
                           STRING 'ACKNOWLEDGED  COUNT ' ACK-COUNT
                               '   HASH ' ACK-HASH-CALS
                               DELIMITED BY SIZE INTO LINEAGELINE1
                           PERFORM WRITE-LINEAGE
                       END-IF
               END-READ
               CLOSE ACKFILE1
           END-IF
           .

      *****************************************************************
      * Cube game: detail record -> draw rows -> the feed line.
      *****************************************************************
       TRACE-CUBE-GAME.
           PERFORM WRITE-GAME-DETAIL-SECTION
           PERFORM WRITE-GAME-DRAW-SECTION
           PERFORM WRITE-GAME-INPUT-SECTION
           .

       WRITE-GAME-DETAIL-SECTION.
           MOVE SPACES TO LINEAGELINE1
           MOVE '-- GAME DETAIL (DETAILFILE1) --' TO LINEAGELINE1
           PERFORM WRITE-LINEAGE

           MOVE ZERO TO WS-SECTION-HITS
           MOVE SPACES TO WS-DETAILFILE1-PATH
           STRING FUNCTION TRIM(WS-GT-PATH(WS-GEN-HIT))
               '/detail.231202.txt'
               DELIMITED BY SIZE INTO WS-DETAILFILE1-PATH
           OPEN INPUT DETAILFILE1
           IF NOT FILE10-STATUS-OK
               MOVE SPACES TO LINEAGELINE1
               MOVE '*** GAME DETAIL NOT AVAILABLE' TO LINEAGELINE1
               PERFORM WRITE-LINEAGE
               ADD 1 TO WS-BREAK-COUNT
           ELSE
               PERFORM READ-GAME-LAYOUT-STAMP
               PERFORM UNTIL NOT FILE10-STATUS-OK
                   READ DETAILFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM MATCH-GAME-DETAIL
                   END-READ
               END-PERFORM
               CLOSE DETAILFILE1
               IF WS-SECTION-HITS = ZERO
                   MOVE SPACES TO LINEAGELINE1
                   MOVE '*** GAME NOT IN THE DETAIL FILE'
                     TO LINEAGELINE1
                   PERFORM WRITE-LINEAGE
                   ADD 1 TO WS-BREAK-COUNT
               END-IF
           END-IF

           MOVE SPACES TO LINEAGELINE1
           PERFORM WRITE-LINEAGE
           .

       MATCH-GAME-DETAIL.
           IF DTL-GAME-NUMBER = WS-LIN-GAME
               ADD 1 TO WS-SECTION-HITS
               MOVE SPACES TO LINEAGELINE1
               STRING 'GAME ' DTL-GAME-NUMBER
                   '   STATE ' DTL-SET-STATE
                   '   GREEN ' DTL-GREEN-NEEDED
                   '   BLUE ' DTL-BLUE-NEEDED
                   '   RED ' DTL-RED-NEEDED
                   '   POWER ' DTL-POWER-SET
                   '   LIMITS ' DTL-LIMIT-VERSION
                   '   RUN ' DTL-RUN-ID
                   DELIMITED BY SIZE INTO LINEAGELINE1
               PERFORM WRITE-LINEAGE
           END-IF
           .

       WRITE-GAME-DRAW-SECTION.
           MOVE SPACES TO LINEAGELINE1
           MOVE '-- DRAWS (DRAWDETAILFILE1) --' TO LINEAGELINE1
           PERFORM WRITE-LINEAGE

           MOVE ZERO TO WS-SECTION-HITS
           MOVE SPACES TO WS-DRAWDETAILFILE1-PATH
           STRING FUNCTION TRIM(WS-GT-PATH(WS-GEN-HIT))
               '/drawdetail.231202.txt'
               DELIMITED BY SIZE INTO WS-DRAWDETAILFILE1-PATH
           OPEN INPUT DRAWDETAILFILE1
           IF NOT FILE11-STATUS-OK
               MOVE SPACES TO LINEAGELINE1
               MOVE '*** DRAW DETAIL NOT AVAILABLE' TO LINEAGELINE1
               PERFORM WRITE-LINEAGE
               ADD 1 TO WS-BREAK-COUNT
           ELSE
               PERFORM READ-DRAW-LAYOUT-STAMP
               PERFORM UNTIL NOT FILE11-STATUS-OK
                   READ DRAWDETAILFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM MATCH-DRAW-ROW
                   END-READ
               END-PERFORM
               CLOSE DRAWDETAILFILE1
               IF WS-SECTION-HITS = ZERO
                   MOVE SPACES TO LINEAGELINE1
                   MOVE '*** NO DRAW ROWS FOR THE GAME' TO LINEAGELINE1
                   PERFORM WRITE-LINEAGE
                   ADD 1 TO WS-BREAK-COUNT
               END-IF
           END-IF

           MOVE SPACES TO LINEAGELINE1
           PERFORM WRITE-LINEAGE
           .

       MATCH-DRAW-ROW.
           IF DTD-GAME-NUMBER = WS-LIN-GAME
               ADD 1 TO WS-SECTION-HITS
               MOVE SPACES TO LINEAGELINE1
               STRING '    SET ' DTD-SET-NUMBER
                   '   DRAW ' DTD-DRAW-NUMBER
                   '   ' DTD-COLOR-NAME
                   ' ' DTD-CUBE-COUNT
                   DELIMITED BY SIZE INTO LINEAGELINE1
               PERFORM WRITE-LINEAGE
           END-IF
           .

      * Game n is the n-th line of the validated file. Its line number
      * in the raw feed counts the rejected lines the edit removed
      * ahead of it; the reject file lists them in ascending order.
       WRITE-GAME-INPUT-SECTION.
           MOVE SPACES TO LINEAGELINE1
           MOVE '-- INPUT LINE --' TO LINEAGELINE1
           PERFORM WRITE-LINEAGE

           PERFORM FIND-FEED-PATH
           MOVE SPACES TO LINEAGELINE1
           IF WS-FEED-PATH = SPACES
               MOVE 'FEED     : NOT IN THE INTAKE CATALOG'
                 TO LINEAGELINE1
           ELSE
               STRING 'FEED     : ' FUNCTION TRIM(WS-FEED-PATH)
                   DELIMITED BY SIZE INTO LINEAGELINE1
           END-IF
           PERFORM WRITE-LINEAGE

           MOVE SPACES TO WS-VALIDATEDFILE1-PATH
           STRING FUNCTION TRIM(WS-GT-PATH(WS-GEN-HIT))
               '/validated.231202.txt'
               DELIMITED BY SIZE INTO WS-VALIDATEDFILE1-PATH
           MOVE SPACES TO WS-EDITREJECTFILE1-PATH
           STRING FUNCTION TRIM(WS-GT-PATH(WS-GEN-HIT))
               '/editreject.231202.txt'
               DELIMITED BY SIZE INTO WS-EDITREJECTFILE1-PATH

           OPEN INPUT VALIDATEDFILE1
           IF NOT FILE12-STATUS-OK
               MOVE SPACES TO LINEAGELINE1
               MOVE '*** VALIDATED FEED NOT AVAILABLE' TO LINEAGELINE1
               PERFORM WRITE-LINEAGE
               ADD 1 TO WS-BREAK-COUNT
           ELSE
               OPEN INPUT EDITREJECTFILE1
               IF FILE13-STATUS-OK
                   SET REJECT-FILE-OPEN TO TRUE
                   PERFORM READ-NEXT-REJECT
               ELSE
                   SET REJECTS-EXHAUSTED TO TRUE
               END-IF
               PERFORM READ-VALIDATED-LAYOUT-STAMP
               PERFORM UNTIL NOT FILE12-STATUS-OK OR GAME-LINE-FOUND
                   READ VALIDATEDFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           PERFORM LOCATE-RAW-LINE
                   END-READ
               END-PERFORM
               CLOSE VALIDATEDFILE1
               IF REJECT-FILE-OPEN
                   CLOSE EDITREJECTFILE1
               END-IF
               PERFORM REPORT-GAME-LINE
           END-IF
           .

       LOCATE-RAW-LINE.
           ADD 1 TO WS-VAL-POSITION
           ADD 1 TO WS-RAW-LINE
           PERFORM UNTIL REJECTS-EXHAUSTED
                  OR WS-NEXT-REJECT NOT = WS-RAW-LINE
               ADD 1 TO WS-RAW-LINE
               PERFORM READ-NEXT-REJECT
           END-PERFORM
           IF WS-VAL-POSITION = WS-LIN-GAME
               SET GAME-LINE-FOUND TO TRUE
               MOVE VALIDATEDRECORD1 TO WS-GAME-LINE
           END-IF
           .

       READ-NEXT-REJECT.
           READ EDITREJECTFILE1
               AT END
                   SET REJECTS-EXHAUSTED TO TRUE
                NOT AT END
                   MOVE RJX-LINE-NUMBER TO WS-NEXT-REJECT
           END-READ
           .

       REPORT-GAME-LINE.
           MOVE SPACES TO LINEAGELINE1
           IF GAME-LINE-FOUND
               MOVE WS-RAW-LINE TO WS-LINE-X
               STRING 'FEED LINE ' WS-LINE-X
                   DELIMITED BY SIZE INTO LINEAGELINE1
               PERFORM WRITE-LINEAGE
               MOVE SPACES TO LINEAGELINE1
               STRING '  ' WS-GAME-LINE(1:128)
                   DELIMITED BY SIZE INTO LINEAGELINE1
           ELSE
               MOVE '*** GAME BEYOND THE END OF THE VALIDATED FEED'
                 TO LINEAGELINE1
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           PERFORM WRITE-LINEAGE
           .

      * The latest CUBEGAME registration for the business date is the
      * feed that run consumed.
       FIND-FEED-PATH.
           MOVE SPACES TO WS-FEED-PATH
           OPEN INPUT INTAKECATFILE1
           IF FILE14-STATUS-OK
               PERFORM UNTIL NOT FILE14-STATUS-OK
                   READ INTAKECATFILE1
                       AT END
                           CONTINUE
                        NOT AT END
                           IF ITK-BUSN-DATE = WS-LIN-DATE
                              AND ITK-TAG = 'CUBEGAME'
                               MOVE ITK-PATH TO WS-FEED-PATH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTAKECATFILE1
           END-IF
           .

      * The stamp is the first record of the sorted totals; the
      * reads that follow see only totals. The traced generation may
      * be archived from before the stamps: an unstamped file is read
      * as version 00 and its first record is a total.
       READ-SORTED-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ SORTEDTOTALSFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE SORTEDTOTALSRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-SRT-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-SRT-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               PERFORM NOTE-LEGACY-LAYOUT
               IF FILE3-STATUS-OK
                   PERFORM MATCH-SORTED-TOTAL
               END-IF
           END-IF
           .

      * Likewise the first record of the item detail.
       READ-ITEM-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ ITEMDETAILFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE ITEMDETAILRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-ITM-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-ITM-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               PERFORM NOTE-LEGACY-LAYOUT
               IF FILE4-STATUS-OK
                   PERFORM MATCH-ITEM-LINE
               END-IF
           END-IF
           .

      * Likewise the first record of the exception register.
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
               PERFORM NOTE-LEGACY-LAYOUT
               IF FILE6-STATUS-OK
                   PERFORM MATCH-EXCREG-ENTRY
               END-IF
           END-IF
           .

      * Likewise the first records of the game detail and the draw
      * detail.
       READ-GAME-LAYOUT-STAMP.
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
               PERFORM NOTE-LEGACY-LAYOUT
               IF FILE10-STATUS-OK
                   PERFORM MATCH-GAME-DETAIL
               END-IF
           END-IF
           .

       READ-DRAW-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ DRAWDETAILFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE DRAWDETAILRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-DTD-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-DTD-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               PERFORM NOTE-LEGACY-LAYOUT
               IF FILE11-STATUS-OK
                   PERFORM MATCH-DRAW-ROW
               END-IF
           END-IF
           .

      * Likewise the first records of the accepted corrections and
      * the validated feed.
       READ-CORRECTION-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ CORRECTIONFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE CORRECTIONRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-CFR-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-CFR-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               PERFORM NOTE-LEGACY-LAYOUT
               IF FILE5-STATUS-OK
                   PERFORM MATCH-CORRECTION
               END-IF
           END-IF
           .

       READ-VALIDATED-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-STAMP-RECORD
           SET LYT-STAMP-READ TO TRUE
           READ VALIDATEDFILE1
               AT END
                   CONTINUE
                NOT AT END
                   MOVE VALIDATEDRECORD1 TO LAYOUT-STAMP-RECORD
           END-READ
           MOVE WS-VAL-LAYOUT-ID TO LYT-EXPECTED-ID
           MOVE WS-VAL-LAYOUT-VERSION TO LYT-EXPECTED-VERSION
           IF LYT-IS-STAMP
               PERFORM CHECK-LAYOUT-STAMP
           ELSE
               PERFORM NOTE-LEGACY-LAYOUT
               IF FILE12-STATUS-OK
                   PERFORM LOCATE-RAW-LINE
               END-IF
           END-IF
           .

       NOTE-LEGACY-LAYOUT.
           SET LYT-LEGACY-UNSTAMPED TO TRUE
           ADD 1 TO WS-UNSTAMPED-COUNT
           DISPLAY 'UNSTAMPED ' LYT-EXPECTED-ID
               ' READ AS VERSION 00'
           MOVE SPACES TO LINEAGELINE1
           STRING '(' DELIMITED BY SIZE
               LYT-EXPECTED-ID DELIMITED BY SPACE
               ' PREDATES LAYOUT STAMPS -- READ AS VERSION 00)'
               DELIMITED BY SIZE INTO LINEAGELINE1
           PERFORM WRITE-LINEAGE
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
               WHEN 10
                   MOVE 'END OF FILE'
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
           MOVE SPACES TO WS-LIN-DATE-OVERRIDE
           DISPLAY "LINDATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-LIN-DATE-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-LIN-DATE-OVERRIDE IS NUMERIC
               MOVE WS-LIN-DATE-OVERRIDE TO WS-LIN-DATE
           END-IF

           MOVE SPACES TO WS-LIN-ELF-OVERRIDE
           DISPLAY "LINELF" UPON ENVIRONMENT-NAME
           ACCEPT WS-LIN-ELF-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-LIN-ELF-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-LIN-ELF-OVERRIDE) TO WS-LIN-ELF
               SET LIN-BY-ELF TO TRUE
               ADD 1 TO WS-KEY-COUNT
           END-IF

           MOVE SPACES TO WS-LIN-RANK-OVERRIDE
           DISPLAY "LINRANK" UPON ENVIRONMENT-NAME
           ACCEPT WS-LIN-RANK-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-LIN-RANK-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-LIN-RANK-OVERRIDE)
                 TO WS-LIN-RANK
               SET LIN-BY-RANK TO TRUE
               ADD 1 TO WS-KEY-COUNT
           END-IF

           MOVE SPACES TO WS-LIN-GAME-OVERRIDE
           DISPLAY "LINGAME" UPON ENVIRONMENT-NAME
           ACCEPT WS-LIN-GAME-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF FUNCTION TEST-NUMVAL(WS-LIN-GAME-OVERRIDE) = 0
               MOVE FUNCTION NUMVAL(WS-LIN-GAME-OVERRIDE)
                 TO WS-LIN-GAME
               SET LIN-BY-GAME TO TRUE
               ADD 1 TO WS-KEY-COUNT
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

           MOVE SPACES TO WS-LINEAGEFILE1-OVERRIDE
           DISPLAY "LINEAGEFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-LINEAGEFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-LINEAGEFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-LINEAGEFILE1-OVERRIDE)
                 TO WS-LINEAGEFILE1-PATH
           END-IF

           MOVE SPACES TO WS-CORRECTIONFILE1-OVERRIDE
           DISPLAY "CORRECTIONFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-CORRECTIONFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-CORRECTIONFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-CORRECTIONFILE1-OVERRIDE)
                 TO WS-CORRECTIONFILE1-PATH
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

           MOVE SPACES TO WS-ACKFILE1-OVERRIDE
           DISPLAY "ACKFILE1" UPON ENVIRONMENT-NAME
           ACCEPT WS-ACKFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-ACKFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ACKFILE1-OVERRIDE)
                 TO WS-ACKFILE1-PATH
           END-IF

           MOVE SPACES TO WS-INTAKECATFILE1-OVERRIDE
           DISPLAY "INTAKECATALOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-INTAKECATFILE1-OVERRIDE FROM ENVIRONMENT-VALUE
           ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF WS-INTAKECATFILE1-OVERRIDE NOT = SPACES
               MOVE FUNCTION TRIM(WS-INTAKECATFILE1-OVERRIDE)
                 TO WS-INTAKECATFILE1-PATH
           END-IF
           .

       OPEN-LINEAGE.
           OPEN OUTPUT LINEAGEFILE1
           IF NOT FILE15-STATUS-OK
               MOVE FILE15-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'OPEN ERROR ON LINEAGE REPORT : ' FILE15-STATUS
                   ' - ' WS-FILE-STATUS-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-LINEAGE.
           WRITE LINEAGELINE1
           IF NOT FILE15-STATUS-OK
               MOVE FILE15-STATUS TO WS-FILE-STATUS-CODE
               PERFORM RESOLVE-FILE-STATUS-TEXT
               DISPLAY 'WRITE ERROR ON LINEAGE REPORT : '
                   FILE15-STATUS ' - ' WS-FILE-STATUS-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       CLOSE-LINEAGE.
           CLOSE LINEAGEFILE1
           .
