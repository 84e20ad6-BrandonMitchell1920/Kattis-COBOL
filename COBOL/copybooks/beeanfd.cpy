      *> Shared FD for the LeftBeehind attendance file: one row for each
      *> attendee at each convention event, carrying the sweet and sour
      *> scores LeftBeehind judged and the outcome it reached.  An
      *> attendee is recorded once per event; a second line for the
      *> same attendee at the same event is rejected as a duplicate.
    FD ATTENDANCE-FILE.
        01 ATTENDANCE-REC.
            05 ATTN-KEY.
                10 ATTN-EVENT-CODE      PIC X(4).
                10 ATTN-ATTENDEE-ID     PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 ATTN-BUSINESS-DATE       PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 ATTN-OUTCOME             PIC X.
                88 ATTN-UNDECIDED       VALUE "U".
                88 ATTN-NEVER-SPEAK     VALUE "N".
                88 ATTN-CONVENTION      VALUE "C".
                88 ATTN-LEFT-BEEHIND    VALUE "L".
            05 FILLER                   PIC X VALUE SPACE.
            05 ATTN-SWEET               PIC 9(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 ATTN-SOUR                PIC 9(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 ATTN-RUN-ID              PIC X(16).
