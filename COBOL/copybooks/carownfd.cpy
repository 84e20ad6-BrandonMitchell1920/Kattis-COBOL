      *> Shared FD for the interchange car-owner master.  The side
      *> flag says whose equipment the mark is: T - the partner's car,
      *> billed to the road named when it sits on our line; O - our
      *> own marked fleet, with the road naming the partner who owes
      *> us per diem while the car is on their side.  A blank side
      *> reads as T so the original owner rows still work.
    FD CAR-OWNER-FILE.
        01 CAR-OWNER-REC.
            05 OWNER-CAR-MARK           PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 OWNER-ROAD               PIC X(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 OWNER-PER-DIEM           PIC 9(3)V99.
            05 FILLER                   PIC X VALUE SPACE.
            05 OWNER-FREE-DAYS          PIC 9(3).
            05 FILLER                   PIC X VALUE SPACE.
            05 OWNER-SIDE               PIC X.
