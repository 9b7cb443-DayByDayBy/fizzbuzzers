      *> attribute one department's mismatch to another.
      *>
      *> DEPT-RUN-MODE mirrors the RUN-MODE vocabulary on the
      *> RUN-PARAMETERS card ("R" range, "L" list, "I" incremental
      *> range).  DEPT-SCHEDULE is
      *> the expected run schedule (eg DAILY); DEPT-PARM-MEMBER names
      *> the PROD.FIZZBUZZ.PARM member the department runs with.
       01 DEPARTMENT-RECORD.
           05 DEPT-RUN-MODE           PIC X.
               88 DEPT-RUN-MODE-RANGE         VALUE "R".
               88 DEPT-RUN-MODE-LIST          VALUE "L".
               88 DEPT-RUN-MODE-INCREMENTAL   VALUE "I".
           05 DEPT-SCHEDULE           PIC X(8).
           05 DEPT-PARM-MEMBER        PIC X(8).
           05 DEPT-STATUS-FLAG        PIC X.
