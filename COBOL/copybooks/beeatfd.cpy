      *> Shared FD for the LeftBeehind attendee master.  An attendee
      *> marked inactive has asked to come off the roster and is kept
      *> only so the history still reads; outreach passes them over.
    FD ATTENDEE-MASTER-FILE.
        01 ATTENDEE-MASTER-REC.
            05 ATND-ID                  PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 ATND-NAME                PIC X(20).
            05 FILLER                   PIC X VALUE SPACE.
            05 ATND-CONTACT             PIC X(20).
            05 FILLER                   PIC X VALUE SPACE.
            05 ATND-STATUS              PIC X.
                88 ATND-ACTIVE          VALUE "A".
                88 ATND-INACTIVE        VALUE "I".
