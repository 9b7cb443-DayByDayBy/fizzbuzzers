      *> FBRETCND.cpy
      *> record layout for the retention disposition dataset FIZZRETN
      *> hands to FIZZRCRT - what a retention pass decided to destroy
      *> and what it held, so the destruction certificate can be
      *> written AFTER the scratch step and say what actually went,
      *> not what was meant to.
      *>
      *> RD-DISPOSITION:
      *>   "P" - the pass itself, first record: RD-DSN carries the
      *>         action (REPORT or PURGE), RD-RUN-DATE the date the
      *>         retention dates were judged against
      *>   "D" - scheduled for destruction: a generation (RD-DSN) past
      *>         its retention date, or a department's expired ledger
      *>         rows (RD-DSN "RUNLEDGR", RD-ROW-COUNT rows, RD-DATA-DATE
      *>         the newest of them)
      *>   "H" - past its retention date but under legal hold RD-HOLD-ID
      *>         - a generation, or a department's held ledger rows
      *>   "K" - last record: RD-ROW-COUNT is the number of ledger rows
      *>         the pass kept, the count the rewritten ledger must hold
       01 RETENTION-DISPOSITION-RECORD.
           05 RD-DISPOSITION          PIC X.
               88 RD-PASS-HEADER              VALUE "P".
               88 RD-DESTROY                  VALUE "D".
               88 RD-HELD                     VALUE "H".
               88 RD-LEDGER-KEPT              VALUE "K".
           05 RD-DATASET-TYPE         PIC X(8).
           05 RD-DEPARTMENT           PIC X(8).
           05 RD-DSN                  PIC X(44).
           05 RD-DATA-DATE            PIC 9(8).
           05 RD-RETAIN-UNTIL         PIC 9(8).
           05 RD-RUN-DATE             PIC 9(8).
           05 RD-ROW-COUNT            PIC 9(7).
           05 RD-HOLD-ID              PIC X(12).
           05 RD-AUTHORITY            PIC X(30).
