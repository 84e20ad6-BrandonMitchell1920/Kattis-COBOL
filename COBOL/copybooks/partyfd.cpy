      *> Shared FD for the party name-and-address master.  Every
      *> document the window cuts for an outside party names it by ID
      *> only; the mailing extract merges the address from here.  The
      *> ID is left-justified: a six-character driver or Soylent
      *> client, a five-digit retirement client case, a four-character
      *> NumberFun submitter.  PTY-DELIVERY is how the party wants its
      *> documents (M post, E e-mail, N none); PTY-DO-NOT-MAIL holds
      *> all post regardless.  The return-mail run sets
      *> PTY-BAD-ADDRESS when the mail house sends a piece back, and
      *> PartyMaintenance clears it when a new address is keyed.
      *> PTY-ADDRESS-DATE is the business date the address was keyed,
      *> so a piece sent back from an address already replaced is not
      *> held against the new one.
    FD PARTY-MASTER-FILE.
        01 PARTY-MASTER-REC.
            05 PTY-KEY.
                10 PTY-TYPE             PIC X.
                    88 PARTY-DRIVER VALUE "D".
                    88 PARTY-RETIREMENT-CLIENT VALUE "R".
                    88 PARTY-SUBMITTER VALUE "S".
                    88 PARTY-SOYLENT-CLIENT VALUE "C".
                10 PTY-ID               PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 PTY-NAME                 PIC X(30).
            05 FILLER                   PIC X VALUE SPACE.
            05 PTY-ADDRESS-1            PIC X(30).
            05 FILLER                   PIC X VALUE SPACE.
            05 PTY-ADDRESS-2            PIC X(30).
            05 FILLER                   PIC X VALUE SPACE.
            05 PTY-CITY                 PIC X(20).
            05 FILLER                   PIC X VALUE SPACE.
            05 PTY-STATE                PIC X(2).
            05 FILLER                   PIC X VALUE SPACE.
            05 PTY-POSTCODE             PIC X(10).
            05 FILLER                   PIC X VALUE SPACE.
            05 PTY-DELIVERY             PIC X.
                88 PARTY-BY-MAIL VALUE "M".
                88 PARTY-BY-EMAIL VALUE "E".
                88 PARTY-NO-DELIVERY VALUE "N".
            05 FILLER                   PIC X VALUE SPACE.
            05 PTY-EMAIL                PIC X(40).
            05 FILLER                   PIC X VALUE SPACE.
            05 PTY-DO-NOT-MAIL          PIC X.
                88 PARTY-DO-NOT-MAIL VALUE "Y".
            05 FILLER                   PIC X VALUE SPACE.
            05 PTY-BAD-ADDRESS          PIC X.
                88 PARTY-BAD-ADDRESS VALUE "Y".
            05 FILLER                   PIC X VALUE SPACE.
            05 PTY-BAD-ADDRESS-DATE     PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 PTY-RETURN-COUNT         PIC 9(3).
            05 FILLER                   PIC X VALUE SPACE.
            05 PTY-ADDRESS-DATE         PIC X(8).
