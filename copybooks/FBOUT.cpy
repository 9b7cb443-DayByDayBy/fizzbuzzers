      *> FBOUT.cpy
      *> record layout for the FIZZBUZZ-OUT dataset - one record per
      *> number classified during the run, for downstream jobs and the
      *> archive retention process (FIZZRETN, under the OUT rows of
      *> FBRETPOL.cpy) to pick up instead of scraping the job log
      *> DISPLAY output
      *>
      *> CLASSIFICATION-CODE is sized for the worst case of the
      *> table-driven rules (FBRULES.cpy/WS-RULE-TABLE, OCCURS 20) all
      *> list-mode run so downstream readers see whose number this is
      *> and what it means, not just its value. A range-mode run walks
      *> a contiguous range rather than business reference numbers, so
      *> it carries its own department and a blank description here -
      *> except for a number the master gives to another department,
      *> which carries the master's owner and description instead
      *> (FBCOLL.cpy).
      *>
      *> An incremental range run (RUN-MODE "I") copies the row of a
      *> number nothing has changed for since the last archived night
      *> forward from that night's FIZZOUT, so the dataset still covers
      *> the whole range.
       01 FIZZBUZZ-OUTPUT-RECORD.
           05 NUMBER-VALUE            PIC 9(7).
           05 CLASSIFICATION-CODE     PIC X(180).
