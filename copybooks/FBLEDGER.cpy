      *> which department, how big it was and how it came out, instead
      *> of that evidence living scattered across job logs and the
      *> per-decision audit trail. FIZZOPS turns this into the
      *> month-end operations report for capacity planning, and
      *> FIZZCHRG into the monthly departmental chargeback. Rows are
      *> kept under the LEDGER rows of the retention policy table
      *> (FBRETPOL.cpy) - FIZZRETN drops them once they are past it.
      *>
      *> RL-RUN-START/RL-RUN-END carry the classified range for a
      *> range-mode run; for a list-mode run they carry 1 and the
      *> count of clean NUMBERS-IN records, the same convention
      *> 0500-WRITE-SUMMARY-COUNTS uses on the FIZZSUMC dataset.
      *> A partition of a partitioned range run (FBPART.cpy) ledgers
      *> its own slice, so one department's night can be several rows
      *> whose ranges add up to the card's; FIZZPMRG appends those for
      *> it. RL-RUN-MODE "M" is FIZZPMRG's own row for a merge that
      *> failed - full range, zero counts, RL-RETURN-CODE 8.
      *> RL-RUN-MODE "I" is an incremental range run (FBINCBAS.cpy):
      *> its counts are the whole range's, carried numbers included.
      *> RL-DEPARTMENT is the registered department id (FBDEPT.cpy)
      *> off the RUN-PARAMETERS card - the explicit identity RL-JOB-ID
      *> only ever implied. Spaces on rows ledgered before the
