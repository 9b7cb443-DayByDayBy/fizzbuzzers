      *> FBGLPOST.cpy
      *> record layout for the general ledger interface posting file
      *> FIZZCHRG writes from the monthly chargeback - fixed format,
      *> one header, the postings, one trailer. Each billed department
      *> is one debit to its chargeback account (FBCHGRT.cpy
      *> CR-GL-ACCOUNT) for its statement total; the offsetting
      *> credits go to the recovery account on the CHGPARM card, one
      *> per kind of charge so the revenue side shows what it was for.
      *>
      *> GL-CONTROL-RECORD is the header (GC-RECORD-TYPE "H", counts
      *> and totals zero) and the trailer ("T") - the interface checks
      *> the trailer's posting count and that its debit and credit
      *> totals agree with the postings before it accepts the file.
       01 GL-POSTING-RECORD.
           05 GP-RECORD-TYPE          PIC X.
               88 GP-POSTING                  VALUE "D".
           05 GP-SOURCE               PIC X(8).
           05 GP-PERIOD               PIC 9(6).
           05 GP-POSTING-DATE         PIC 9(8).
           05 GP-ACCOUNT              PIC X(10).
           05 GP-DEPARTMENT           PIC X(8).
           05 GP-DEBIT-CREDIT         PIC X.
               88 GP-DEBIT                    VALUE "D".
               88 GP-CREDIT                   VALUE "C".
           05 GP-AMOUNT               PIC 9(11)V99.
           05 GP-DESCRIPTION          PIC X(30).
       01 GL-CONTROL-RECORD.
           05 GC-RECORD-TYPE          PIC X.
               88 GC-HEADER                   VALUE "H".
               88 GC-TRAILER                  VALUE "T".
           05 GC-SOURCE               PIC X(8).
           05 GC-PERIOD               PIC 9(6).
           05 GC-POSTING-DATE         PIC 9(8).
           05 GC-POSTING-COUNT        PIC 9(7).
           05 GC-DEBIT-TOTAL          PIC 9(11)V99.
           05 GC-CREDIT-TOTAL         PIC 9(11)V99.
           05 FILLER                  PIC X(29).
