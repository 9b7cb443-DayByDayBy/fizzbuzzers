      *> classification decision taken by the table-driven rules in
      *> MAIN-LOGIC, kept separate from FIZZBUZZ-OUT and retained under
      *> the normal audit-retention schedule rather than the archive
      *> retention one - each is its own row (AUDIT vs OUT) on the
      *> retention policy table FIZZRETN enforces (FBRETPOL.cpy)
      *>
      *> AUDIT-CLASSIFICATION is sized the same as FBOUT.cpy's
      *> CLASSIFICATION-CODE - see that copybook for why 180
      *>
      *> AUDIT-DEPARTMENT/AUDIT-DESCRIPTION carry the number master's
      *> business attributes (FBNUMMST.cpy) the same way FBOUT.cpy
      *> does - see that copybook for what a range-mode run carries
      *>
      *> A number an incremental run (RUN-MODE "I") carries forward is
      *> audited too, under that run's timestamp, with the carried
      *> classification - the trail for a night still covers every
      *> number its FIZZOUT reports.
       01 AUDIT-RECORD.
           05 AUDIT-NUMBER            PIC 9(7).
           05 AUDIT-CLASSIFICATION    PIC X(180).
