      *> FBRETPOL.cpy
      *> record layout for the retention policy table - one row per
      *> department per dataset type saying how long that department's
      *> data of that type is kept before FIZZRETN may destroy it. The
      *> dataset types are the qualifiers the retained data is
      *> cataloged under: OUT and AUDIT (the ARCHIVE.OUT/ARCHIVE.AUDIT
      *> generations FIZZBAT's archive step rolls every night - see
      *> FBOUT.cpy/FBAUDIT.cpy for why the two are retained
      *> separately), SUSP (the ARCHIVE.SUSP generations of a list-mode
      *> department's suspense dataset) and LEDGER (the department's
      *> rows on the cumulative run ledger, FBLEDGER.cpy).
      *>
      *> A department with no row of its own for a type falls back to
      *> the DEFAULT row for that type; data with no policy at all is
      *> kept, never destroyed on a guess. RP-AUTHORITY is the legal or
      *> business basis for the period (a records schedule item, a
      *> regulation) and is printed on the destruction certificate
      *> against everything destroyed under the row.
       01 RETENTION-POLICY-RECORD.
           05 RP-DEPARTMENT           PIC X(8).
               88 RP-DEFAULT-POLICY           VALUE "DEFAULT".
           05 RP-DATASET-TYPE         PIC X(8).
               88 RP-TYPE-OUTPUT              VALUE "OUT".
               88 RP-TYPE-AUDIT               VALUE "AUDIT".
               88 RP-TYPE-SUSPENSE            VALUE "SUSP".
               88 RP-TYPE-LEDGER              VALUE "LEDGER".
           05 RP-RETAIN-DAYS          PIC 9(5).
           05 RP-AUTHORITY            PIC X(30).
