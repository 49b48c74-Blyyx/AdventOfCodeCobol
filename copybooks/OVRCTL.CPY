      * OVRCTL.CPY
      * Manual override control. An operator who pushes past one of
      * the suite's safeguards must say who they are (OPERATOR) and
      * why (OVRREASON, a code from the controlled list kept in
      * OVERRIDEREASONS.CTL). The override is refused without both,
      * and every use is appended to the persistent override register
      * (OVRREGISTER, record layout OVRREG.CPY) against the RUN-ID
      * and business date it was used on.
         01 WS-OVRREASONS-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\control\
      -        "OVERRIDEREASONS.CTL".
         01 WS-OVRREASONS-OVERRIDE PIC X(250).
         01 WS-OVRREGISTER-PATH PIC X(250) VALUE
            "C:\Users\MarcBrassart\Documents\AdventOfCode\history\
      -        "overrides.txt".
         01 WS-OVRREGISTER-OVERRIDE PIC X(250).

      * The override being asked for: who, why, what kind, and what
      * exactly. OVR-REFUSAL stays blank when the gate accepts it.
         01 OVR-OPERATOR-ID       PIC X(08) VALUE SPACES.
         01 OVR-REASON-CODE       PIC X(04) VALUE SPACES.
         01 OVR-REQ-TYPE          PIC X(12) VALUE SPACES.
         01 OVR-REQ-DETAIL        PIC X(60) VALUE SPACES.
         01 OVR-REFUSAL           PIC X(40) VALUE SPACES.
            88 OVR-ACCEPTED       VALUE SPACES.

      * The controlled list as read: code in columns 1-4, description
      * from column 7, '*' lines are comments. An unreadable list
      * lists nothing, so every override is refused rather than let
      * through unchecked.
         01 OVR-REASON-COUNT      PIC 9(03) VALUE ZERO.
         01 OVR-REASON-TAB.
            05 OVR-REASON-ENTRY OCCURS 50 TIMES.
               10 OVR-RSN-CODE    PIC X(04).
               10 OVR-RSN-TEXT    PIC X(40).
         01 OVR-RSN-IX            PIC 9(03) COMP-3.
         01 OVR-REASON-STATE      PIC X(01) VALUE 'N'.
            88 OVR-REASON-LISTED  VALUE 'Y'.
