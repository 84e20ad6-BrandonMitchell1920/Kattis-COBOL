      *> Shared FD for the work-order completion feed: one line per
      *> order the field has finished with, carrying when it was
      *> finished, how, and by which technician.
    FD COMPLETION-FILE.
        01 COMPLETION-REC.
            05 COMP-WORK-NUMBER         PIC X(13).
            05 FILLER                   PIC X VALUE SPACE.
            05 COMP-DATE                PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 COMP-TIME.
                10 COMP-TIME-HH         PIC 99.
                10 COMP-TIME-MM         PIC 99.
            05 FILLER                   PIC X VALUE SPACE.
            05 COMP-OUTCOME             PIC X(2).
                88 COMP-FIXED           VALUE "FX".
                88 COMP-PARTIAL         VALUE "PT".
                88 COMP-NO-ACCESS       VALUE "NA".
                88 COMP-CANCELLED       VALUE "CX".
                88 COMP-OUTCOME-VALID   VALUE "FX" "PT" "NA" "CX".
            05 FILLER                   PIC X VALUE SPACE.
            05 COMP-TECHNICIAN          PIC X(6).
