      * OVRREG.CPY
      * One entry of the manual override register: when the override
      * was used (wall clock), the site, the RUN-ID and business date
      * it was used against, what kind of override it was, the
      * operator who ordered it, the reason code from the controlled
      * list and a line of detail naming what was overridden. The
      * register is append-only and never trimmed; the weekly review
      * (AOC-SUITE-OVERRIDE, OVRACTION=REVIEW) reads it back.
      * Override types:
      *   CALOVERRIDE  non-processing date forced open
      *   FORCEINTAKE  duplicate inbound feed consumed
      *   MONTHREOPEN  closed month reopened
      *   BACKOUT      run backed out of the histories
      *   CKPTRESUME   cube run resumed from another run's checkpoint
         01 OVR-REGISTER-RECORD.
            05 OVR-STAMP-DATE     PIC 9(08).
            05 OVR-FILLER1        PIC X(02).
            05 OVR-STAMP-TIME     PIC 9(06).
            05 OVR-FILLER2        PIC X(02).
            05 OVR-SITE           PIC X(04).
            05 OVR-FILLER3        PIC X(02).
            05 OVR-RUN-ID         PIC X(16).
            05 OVR-FILLER4        PIC X(02).
            05 OVR-BUSN-DATE      PIC 9(08).
            05 OVR-FILLER5        PIC X(02).
            05 OVR-TYPE           PIC X(12).
            05 OVR-FILLER6        PIC X(02).
            05 OVR-OPERATOR       PIC X(08).
            05 OVR-FILLER7        PIC X(02).
            05 OVR-REASON         PIC X(04).
            05 OVR-FILLER8        PIC X(02).
            05 OVR-DETAIL         PIC X(60).
