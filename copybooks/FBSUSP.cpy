      *> operations can correct it in place, the reason it was
      *> diverted, and the run that diverted it. A corrected suspense
      *> dataset goes back through FBSUSPRE to become a NUMBERS-IN
      *> dataset for a later cycle. FIZZBAT's archive step keeps each
      *> night's dataset as an ARCHIVE.SUSP generation, retained under
      *> the SUSP rows of FBRETPOL.cpy.
       01 SUSPENSE-RECORD.
           05 SUSP-RECORD-IMAGE       PIC X(8).
           05 SUSP-REASON-CODE        PIC XX.
