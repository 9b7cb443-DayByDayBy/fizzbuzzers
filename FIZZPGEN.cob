                                 ==RUN-MODE==       BY ==P01-RUN-MODE==
                                 ==RUN-MODE-RANGE== BY ==P01-RUN-MODE-RANGE==
                                 ==RUN-MODE-LIST==  BY ==P01-RUN-MODE-LIST==
                                 ==RUN-MODE-INCREMENTAL==
                                                    BY ==P01-RUN-MODE-INCREMENTAL==
                                 ==RUN-DEPARTMENT== BY ==P01-RUN-DEPARTMENT==.
FD  PARM-OUT-02
    LABEL RECORDS ARE STANDARD.
                                 ==RUN-MODE==       BY ==P02-RUN-MODE==
                                 ==RUN-MODE-RANGE== BY ==P02-RUN-MODE-RANGE==
                                 ==RUN-MODE-LIST==  BY ==P02-RUN-MODE-LIST==
                                 ==RUN-MODE-INCREMENTAL==
                                                    BY ==P02-RUN-MODE-INCREMENTAL==
                                 ==RUN-DEPARTMENT== BY ==P02-RUN-DEPARTMENT==.
FD  PGEN-STATUS-FILE
    LABEL RECORDS ARE STANDARD.
    *> check because it names a perfectly registered department.
    *> Each member is opened, written and closed by itself - the
    *> PARMOTnn DDs are members of the same parm PDS, and two
    *> members of one PDS must never be open for output at once.
    *> A member wired in here also goes on the PGENMEMB list in
    *> FIZZINT.jcl, which the weekly integrity sweep checks against
    EVALUATE DEPT-PARM-MEMBER
        WHEN "DEPT01"
            OPEN OUTPUT PARM-OUT-01
