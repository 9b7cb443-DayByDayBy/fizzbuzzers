      *> FBINQAUT.cpy
      *> record layout for the inquiry authorization table - one row
      *> per user id and department that user may inquire on through
      *> FIZZLKUP, FIZZDXRF and FIZZHIST. FIZZAUTH loads the rows for
      *> the signed-on user id the inquiry runs under and refuses any
      *> number or department outside them. A user id with no active
      *> row at all may inquire on nothing, not even the pre-registry
      *> index entries and numbers not on file that have no owner.
      *>
      *> IA-DEPARTMENT is a registered department id (FBDEPT.cpy), or
      *> "*ALL" for every department - operations and audit staff.
      *> It is never spaces: a blank row would be a typing slip, not a
      *> grant, and FIZZAUTH refuses every inquiry until it is fixed.
      *> IA-USER-ID is compared in upper case. A grant is withdrawn by
      *> flagging it R, never by deleting its row, so the table stays
      *> the record of who was allowed to see what, when, and on whose
      *> say-so (IA-GRANTED-BY, the data owner who approved it).
       01 INQUIRY-AUTH-RECORD.
           05 IA-USER-ID              PIC X(8).
           05 IA-DEPARTMENT           PIC X(8).
               88 IA-ALL-DEPARTMENTS          VALUE "*ALL".
           05 IA-STATUS-FLAG          PIC X.
               88 IA-ACTIVE                   VALUE "A".
               88 IA-REVOKED                  VALUE "R".
           05 IA-GRANTED-BY           PIC X(8).
           05 IA-GRANTED-DATE         PIC 9(8).
           05 IA-REASON               PIC X(30).
