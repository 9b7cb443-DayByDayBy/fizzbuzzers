      *> FBXTRESC.cpy
      *> record layout for the unacknowledged-feed escalation dataset
      *> FIZZXACK writes every night - one record per extract feed
      *> (FBXTRLOG.cpy) the receiving system has still not
      *> acknowledged more than XE-ESCALATE-DAYS days after it was
      *> sent. FIZZNITE reads it and puts each feed on the night's
      *> exception page; an empty dataset is the normal night.
      *>
      *> XE-DEPARTMENT/XE-RUN-TIMESTAMP/XE-JOB-ID identify the feed as
      *> its H record did; XE-AGE-DAYS is whole days from XE-SENT-DATE
      *> to the date FIZZXACK judged as of.
       01 EXTRACT-ESCALATION-RECORD.
           05 XE-DEPARTMENT           PIC X(8).
           05 XE-RUN-TIMESTAMP        PIC X(21).
           05 XE-JOB-ID               PIC X(8).
           05 XE-SENT-DATE            PIC 9(8).
           05 XE-AGE-DAYS             PIC 9(5).
           05 XE-ESCALATE-DAYS        PIC 9(3).
