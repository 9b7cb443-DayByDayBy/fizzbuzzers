      *> FBINCBAS.cpy
      *> record layout for the incremental-run base - one record per
      *> range-mode department saying what its last successful night
      *> was classified against, so a RUN-MODE "I" run can tell which
      *> numbers something has changed for since then and carry the
      *> rest forward from that night's archived FIZZOUT instead of
      *> reclassifying the whole range.
      *>
      *> Every completed range run (R or I) writes tomorrow's candidate
      *> to INCNEXT; FIZZBAT's archive step copies it over the
      *> department's INCBASE in the same step that rolls the archive
      *> generation forward, so INCBASE always describes exactly the
      *> generation the next incremental run carries forward from (a
      *> night whose archive is held keeps the older base with the
      *> older generation).
      *>
      *> IB-RUN-TIMESTAMP is when that night's classification started -
      *> a number-master change journaled (FBMNTJNL.cpy) after it may
      *> not be reflected in the archive. IB-RULE-SNAPSHOT is the rule
      *> table (FBRULES.cpy rows in effect for IB-PROCESSING-DATE) the
      *> night classified with; a divisor whose active label differs
      *> from tonight's table is a rule window that opened or closed.
      *> Spaces in IB-RUN-TIMESTAMP mean "no usable base" - written
      *> after a restarted run, or by FIZZPMRG when the partitions'
      *> bases disagree - and the next incremental run classifies
      *> everything.
       01 INCREMENTAL-BASE-RECORD.
           05 IB-DEPARTMENT           PIC X(8).
           05 IB-RUN-TIMESTAMP        PIC X(21).
           05 IB-PROCESSING-DATE      PIC 9(8).
           05 IB-RULE-SNAPSHOT.
               10 IB-RULE-COUNT       PIC 9(3).
               10 IB-RULE-ENTRY OCCURS 20 TIMES.
                   15 IB-RULE-DIVISOR         PIC 9(3).
                   15 IB-RULE-LABEL           PIC X(9).
                   15 IB-RULE-ACTIVE-FLAG     PIC X.
