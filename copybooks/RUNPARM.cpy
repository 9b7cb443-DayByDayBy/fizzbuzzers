           05 RUN-MODE            PIC X.
      *>       "R" = walk RUN-START thru RUN-END (the historical default)
      *>       "L" = classify each number read off the NUMBERS-IN dataset
      *>       "I" = walk RUN-START thru RUN-END like "R", but classify
      *>             only the numbers something has changed for since
      *>             the last archived night and carry the rest forward
      *>             from it (FBINCBAS.cpy)
               88 RUN-MODE-RANGE          VALUE "R" " ".
               88 RUN-MODE-LIST           VALUE "L".
               88 RUN-MODE-INCREMENTAL    VALUE "I".
      *>   the REGISTERED department id (FBDEPT.cpy) this card runs
      *>   for - FIZZBUZZ verifies it against the registry and stamps
      *>   it on the counts, ledger and output records, so every
