            05 SEG-FILLER2      PIC X(02).
            05 SEG-RUN-TIME     PIC 9(06).
            05 SEG-FILLER3      PIC X(02).
            05 SEG-REST         PIC X(89).

         SD MERGEWORK1.
         01 MRGREC1.
            05 MRG-FILLER2      PIC X(02).
            05 MRG-RUN-TIME     PIC 9(06).
            05 MRG-FILLER3      PIC X(02).
            05 MRG-REST         PIC X(89).

      * The consolidated log. The FD must track the suite's
      * ERRORLOGRECORD1 layout exactly.
            05 ERL-RUN-ID       PIC X(16).
            05 ERL-FILLER7      PIC X(02).
            05 ERL-SEVERITY     PIC X(01).
            05 ERL-FILLER8      PIC X(02).
            05 ERL-SITE         PIC X(04).
            05 ERL-FILLER9      PIC X(02).
            05 ERL-MSG-NUMBER   PIC 9(04).
       WORKING-STORAGE SECTION.

      * RUN-TIME PARAMETERS
