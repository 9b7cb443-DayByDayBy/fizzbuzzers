      *> FBACCLOG.cpy
      *> record layout for the inquiry access log - one record per
      *> inquiry FIZZLKUP, FIZZDXRF or FIZZHIST makes, allowed or
      *> refused, appended by FIZZAUTH (OPEN EXTEND against DISP=MOD)
      *> to the one cumulative ACCLOG dataset, allocated once by
      *> jcl/FIZZDEF.jcl like MNTJNL. FBACCRPT turns it into the
      *> monthly access report by department for the data owners.
      *>
      *> AL-INQUIRY-TYPE says what was asked for: a number (FIZZLKUP,
      *> and FIZZHIST once per number and owning department in its
      *> history) or a whole department (FIZZDXRF, AL-NUMBER zero).
      *> AL-DEPARTMENT is the department the answer belongs to - the
      *> number's owner as the inquiry found it, or the department
      *> asked for. Spaces for a pre-registry index entry or a number
      *> not on file. AL-REASON says why the inquiry was allowed
      *> or refused.
       01 ACCESS-LOG-RECORD.
           05 AL-RUN-TIMESTAMP        PIC X(21).
           05 AL-USER-ID              PIC X(8).
           05 AL-PROGRAM              PIC X(8).
           05 AL-INQUIRY-TYPE         PIC X.
               88 AL-NUMBER-INQUIRY           VALUE "N".
               88 AL-DEPARTMENT-INQUIRY       VALUE "D".
           05 AL-NUMBER               PIC 9(7).
           05 AL-DEPARTMENT           PIC X(8).
           05 AL-OUTCOME              PIC X(8).
               88 AL-ALLOWED                  VALUE "ALLOWED".
               88 AL-REFUSED                  VALUE "REFUSED".
           05 AL-REASON               PIC X(40).
