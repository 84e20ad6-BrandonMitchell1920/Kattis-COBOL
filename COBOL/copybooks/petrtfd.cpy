      *> Shared FD for the Pet player rating master: one line per
      *> person, not per season, so a rating carries from one season
      *> into the next.  PetRatings moves the rating after each
      *> head-to-head result on PETPAIRS, raises the peak when it is
      *> passed, and keeps the net change from the latest round the
      *> player was rated in.  A player is provisional until RT-GAMES
      *> reaches the PARMCTL PETRPROV count.
    FD RATING-FILE.
        01 RATING-REC.
            05 RT-PERSON-NUM            PIC 9.
            05 FILLER                   PIC X VALUE SPACE.
            05 RT-RATING                PIC 9(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 RT-GAMES                 PIC 9(5).
            05 FILLER                   PIC X VALUE SPACE.
            05 RT-PEAK                  PIC 9(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 RT-ROUND-CHANGE          PIC S9(4) SIGN LEADING SEPARATE.
            05 FILLER                   PIC X VALUE SPACE.
            05 RT-LAST-SEASON           PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 RT-LAST-ROUND            PIC 9(3).
