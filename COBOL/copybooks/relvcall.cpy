      *> Shared parameter block for the RELVERS release lookup.
      *> Callers fill the program name and the date wanted (spaces for
      *> today) and CALL RELVERS, which answers with the version,
      *> install date and change ticket of the release in force then.
      *> All three come back as spaces when the program has no release
      *> on the register for that date.
        01 RELV-PARMS.
            05 RELV-PROGRAM           PIC X(8).
            05 RELV-AS-OF-DATE        PIC X(8).
            05 RELV-VERSION           PIC X(8).
            05 RELV-INSTALL-DATE      PIC X(8).
            05 RELV-TICKET            PIC X(12).
