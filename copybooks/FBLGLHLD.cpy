      *> FBLGLHLD.cpy
      *> record layout for the legal-hold table - one row per hold
      *> Legal has placed. While a hold is active FIZZRETN destroys
      *> nothing it covers, however far past its retention date, and
      *> lists it as held on the destruction certificate under the
      *> hold's id. A hold covers a department (LH-DEPARTMENT, spaces
      *> for every department), a date range of the data itself
      *> (LH-FROM-DATE/LH-TO-DATE, YYYYMMDD - a generation's creation
      *> date, a ledger row's run date; zeros leave that end open), or
      *> both. A released hold stays on the table with LH-STATUS-FLAG
      *> "R" as the record that it existed - it no longer holds
      *> anything.
       01 LEGAL-HOLD-RECORD.
           05 LH-HOLD-ID              PIC X(12).
           05 LH-DEPARTMENT           PIC X(8).
           05 LH-FROM-DATE            PIC 9(8).
           05 LH-TO-DATE              PIC 9(8).
           05 LH-STATUS-FLAG          PIC X.
               88 LH-ACTIVE                   VALUE "A".
               88 LH-RELEASED                 VALUE "R".
           05 LH-REASON               PIC X(30).
