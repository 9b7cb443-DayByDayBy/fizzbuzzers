      *> FBPART.cpy
      *> record layout for the partition control card - splits one
      *> department's RUN-START thru RUN-END range into PART-COUNT
      *> slices so the slices can run as concurrent jobs (FIZZPRT.jcl)
      *> instead of one step walking millions of numbers in a row.
      *> FIZZBUZZ reads it to find its own slice; FIZZPMRG reads it
      *> (PART-NUMBER 00) to know how many slices to expect when it
      *> merges them back into the department's datasets. Both work
      *> the slice boundaries out through FIZZPSPL, so the two can
      *> never disagree on where one partition stops and the next
      *> starts.
      *>
      *> No card (or a blank one) is the historical single-stream run.
       01 PARTITION-CARD.
           05 PART-NUMBER             PIC 9(2).
           05 PART-COUNT              PIC 9(2).
