      *> FBCOLL.cpy
      *> record layout for the ownership-collision dataset - one record
      *> per number a range-mode FIZZBUZZ run walked that the number
      *> master (FBNUMMST.cpy) says belongs to some OTHER department.
      *> The run still classifies the number (its FIZZOUT total has to
      *> reconcile to the range), but it stamps the master's owner on
      *> FIZZOUT and the audit trail and leaves FIZZIDX alone, so the
      *> owning team's lookup entry is never re-stamped by somebody
      *> else's range. FIZZCOLL lists these for the morning and
      *> FIZZNITE carries the counts on the exception page.
      *>
      *> CL-RUN-DEPARTMENT is the department whose range walked the
      *> number (RUN-DEPARTMENT off its RUN-PARAMETERS card);
      *> CL-OWNING-DEPARTMENT/CL-OWNING-DESCRIPTION are the master's.
       01 COLLISION-RECORD.
           05 CL-NUMBER               PIC 9(7).
           05 CL-RUN-DEPARTMENT       PIC X(8).
           05 CL-OWNING-DEPARTMENT    PIC X(8).
           05 CL-OWNING-DESCRIPTION   PIC X(30).
           05 CL-RUN-TIMESTAMP        PIC X(21).
           05 CL-JOB-ID               PIC X(8).
