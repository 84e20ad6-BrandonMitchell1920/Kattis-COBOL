      *> Shared FD for the register of issued moose permits.  The
      *> permit number is the season, species code and zone of the
      *> quota line it was drawn against plus a sequence within that
      *> line.  A permit is issued (I) by the lottery draw and becomes
      *> harvested (H) when the animal is reported, at which point it
      *> carries the moose registry tag ID of the animal taken.
    FD PERMIT-REGISTER-FILE.
        01 PERMIT-REGISTER-REC.
            05 PR-PERMIT-NUMBER.
                10 PR-SEASON            PIC X(4).
                10 PR-SPECIES           PIC X.
                10 PR-ZONE              PIC X(3).
                10 PR-SEQ               PIC 9(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 PR-APPLICANT             PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 PR-STATUS                PIC X.
                88 PR-ISSUED VALUE "I".
                88 PR-HARVESTED VALUE "H".
            05 FILLER                   PIC X VALUE SPACE.
            05 PR-ISSUE-DATE            PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 PR-TAG-ID                PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 PR-HARVEST-DATE          PIC X(8).
