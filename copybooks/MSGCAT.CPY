      * MSGCAT.CPY
      * Suite message catalog. Every error-log entry carries a message
      * number (ERL-MSG-NUMBER); MSGCATALOG.CTL gives each number an
      * explanation, its usual severity and the operator's response.
      * The alert and digest steps load it to print the response next
      * to each entry, and flag numbers the catalog does not know.
         01 WS-MSGCATALOG-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "MSGCATALOG.CTL".
         01 WS-MSGCATALOG-OVERRIDE PIC X(250).

      * The catalog as loaded: the first E line and the first A line
      * of each number. An unreadable catalog loads nothing, so every
      * entry shows as uncatalogued rather than silently unexplained.
         01 MSG-CAT-COUNT         PIC 9(03) VALUE ZERO.
         01 MSG-CAT-TAB.
            05 MSG-CAT-ENTRY OCCURS 300 TIMES.
               10 MSG-CAT-NUMBER  PIC 9(04).
               10 MSG-CAT-SEVERITY PIC X(01).
               10 MSG-CAT-EXPLAIN PIC X(70).
               10 MSG-CAT-ACTION  PIC X(70).
         01 MSG-CAT-IX            PIC 9(03) COMP-3.
         01 MSG-CAT-HIT           PIC 9(03) VALUE ZERO.
         01 MSG-LOOKUP-NUMBER     PIC 9(04) VALUE ZERO.
         01 MSG-CAT-STATE         PIC X(01) VALUE 'N'.
            88 MSG-CAT-FOUND      VALUE 'Y'.
