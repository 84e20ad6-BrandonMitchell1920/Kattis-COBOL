      *> Shared FD for the ad hoc request status log.  Every program
      *> that moves a request along appends a row; the latest row for
      *> a request is where it stands.  QUEUED and REJECTED come from
      *> the validator, SCHEDULED when it is put into a night's window,
      *> RUN, FAILED or DEFERRED from the suite driver, and DELIVERED
      *> (or FAILED, when the output is missing) from distribution.
    FD ADHOC-LOG-FILE.
        01 ADHOC-LOG-REC.
            05 ADHL-REQUEST-ID          PIC X(10).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHL-STATUS              PIC X(9).
                88 ADHL-QUEUED          VALUE "QUEUED".
                88 ADHL-REJECTED        VALUE "REJECTED".
                88 ADHL-SCHEDULED       VALUE "SCHEDULED".
                88 ADHL-DEFERRED        VALUE "DEFERRED".
                88 ADHL-RUN             VALUE "RUN".
                88 ADHL-FAILED          VALUE "FAILED".
                88 ADHL-DELIVERED       VALUE "DELIVERED".
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHL-STATUS-DATE         PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHL-STATUS-TIME         PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHL-RUN-ID              PIC X(16).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHL-PROGRAM             PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHL-DETAIL              PIC X(40).
