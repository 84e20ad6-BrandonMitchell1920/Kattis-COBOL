      *> Shared FD for the car location master: where each marked car
      *> was last seen on the movement ledger - the event, the train,
      *> the yard named on that train and the business date.  A car
      *> whose last event is RCV is on our line; RTN means it went
      *> out on interchange.
    FD CAR-LOCATION-FILE.
        01 CAR-LOCATION-REC.
            05 CARL-CAR-MARK            PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 CARL-LAST-EVENT          PIC X(3).
                88 CARL-ON-LINE         VALUE "RCV".
                88 CARL-OFF-LINE        VALUE "RTN".
            05 FILLER                   PIC X VALUE SPACE.
            05 CARL-LAST-TRAIN          PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 CARL-YARD                PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 CARL-LAST-DATE           PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 CARL-RUN-ID              PIC X(16).
