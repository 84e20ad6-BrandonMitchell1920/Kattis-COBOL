      *> Shared FD for the RailRoad car movement ledger: one line per
      *> marked car on each train, RCV when the car came onto our line
      *> on a normal train, RTN when it left on an X-prefix interchange
      *> train.  The yard is the one named on the train header; older
      *> movements, and trains whose header names none, carry spaces.
    FD CAR-MOVEMENT-FILE.
        01 CAR-MOVEMENT-REC.
            05 MOVE-BUSINESS-DATE       PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 MOVE-TRAIN-ID            PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 MOVE-CAR-MARK            PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 MOVE-EVENT               PIC X(3).
                88 MOVE-RECEIVED        VALUE "RCV".
                88 MOVE-RETURNED        VALUE "RTN".
            05 FILLER                   PIC X VALUE SPACE.
            05 MOVE-YARD                PIC X(6).
