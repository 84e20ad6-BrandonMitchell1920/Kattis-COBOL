      *> Shared FD for the program release register.  A program's
      *> release in force on a date is the one with the latest install
      *> date not after it; an earlier release stays on the register as
      *> history and is never overwritten.
    FD RELEASE-REGISTER-FILE.
        01 RELEASE-REGISTER-REC.
            05 REL-PROGRAM-NAME       PIC X(8).
            05 FILLER                 PIC X VALUE SPACE.
            05 REL-VERSION            PIC X(8).
            05 FILLER                 PIC X VALUE SPACE.
            05 REL-INSTALL-DATE       PIC X(8).
            05 FILLER                 PIC X VALUE SPACE.
            05 REL-TICKET             PIC X(12).
            05 FILLER                 PIC X VALUE SPACE.
            05 REL-DESCRIPTION        PIC X(40).
