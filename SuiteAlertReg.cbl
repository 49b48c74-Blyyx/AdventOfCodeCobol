       DATA DIVISION.
       FILE SECTION.
      * The paging pickup AOC-SUITE-ALERT wrote: severity in column 1
      * then the formatted alert text, the catalogued operator action
      * trailing it. The register keeps the first 120 columns.
         FD ALERTFILE1.
         01 ALERTLINE1 PIC X(200).

      * The persistent alert register: append-only lifecycle events.
      * An alert is born OPEN when its paged line is registered; an
