      *> Shared FD for the nightly RailRoad consist feed: a T header
      *> opens each train, naming the train, the cars it should carry,
      *> the yard it sets out at and the route it runs over, and one
      *> line follows per car with its X/Y check values, its mark and
      *> the weight of its lading in tons and tenths.  The yard, route
      *> and load weight came late to the feed; a header or car line
      *> cut before them reads as spaces there.
    FD CAR-FILE.
        01 CAR-REC.
            05 CAR-X                    PIC 9(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 CAR-Y                    PIC 9(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 CAR-MARK                 PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 CAR-LOAD-WEIGHT          PIC 9(3)V9.
        01 TRAIN-HEADER-REC.
            05 TRAIN-HEADER-TAG         PIC X.
                88 TRAIN-HEADER         VALUE "T".
            05 TRAIN-HEADER-ID          PIC X(6).
            05 TRAIN-HEADER-CARS        PIC 9(3).
            05 FILLER                   PIC X VALUE SPACE.
            05 TRAIN-HEADER-YARD        PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 TRAIN-HEADER-ROUTE       PIC X(4).
