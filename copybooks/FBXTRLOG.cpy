      *> FBXTRLOG.cpy
      *> record layout for the extract sent log - one record per H/D/T
      *> feed FIZZXTR writes for the distributed reporting team,
      *> appended (OPEN EXTEND against DISP=MOD) at the moment the feed
      *> is built, so there is a record of every feed that went out
      *> to hold the receiving system's acknowledgments against.
      *> FIZZXACK matches the acknowledgments to these rows by
      *> department and run timestamp and compares the trailer counts
      *> the receiver echoes back with the ones carried here.
      *>
      *> XL-DEPARTMENT is the registered department id (RUN-DEPARTMENT
      *> off the run's RUN-PARAMETERS card, FBDEPT.cpy) - the same id
      *> the feed's H record carries. XL-RUN-TIMESTAMP/XL-JOB-ID are
      *> the run identity off the audit trail (blank when the run had
      *> none); XL-SENT-DATE is the day the feed was built. The counts
      *> are exactly the ones on the feed's T record. A rerun of the
      *> extract for the same run logs again; the latest row stands.
       01 EXTRACT-LOG-RECORD.
           05 XL-DEPARTMENT           PIC X(8).
           05 XL-RUN-TIMESTAMP        PIC X(21).
           05 XL-JOB-ID               PIC X(8).
           05 XL-SENT-DATE            PIC 9(8).
           05 XL-DETAIL-COUNT         PIC 9(7).
           05 XL-FIZZBUZZ-COUNT       PIC 9(7).
           05 XL-FIZZ-COUNT           PIC 9(7).
           05 XL-BUZZ-COUNT           PIC 9(7).
           05 XL-PLAIN-COUNT          PIC 9(7).
