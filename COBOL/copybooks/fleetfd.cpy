      *> Shared FD for the fleet vehicle master.  The depot, in-service
      *> date and preventive-maintenance interval (miles) are kept by
      *> FleetMaintenance.  FleetReconcile adds each night's ledger
      *> miles to FLT-LEDGER-MILES and FLT-MILES-SINCE-READING, stamping
      *> FLT-MILES-POSTED-DATE so a rerun does not post them twice; a
      *> depot odometer reading is reconciled against the miles since
      *> the last reading, which then start again from zero.  Service
      *> falls due when the ledger miles since FLT-LAST-SERVICE-MILES
      *> reach the interval.
    FD FLEET-MASTER-FILE.
        01 FLEET-MASTER-REC.
            05 FLT-VEHICLE-ID           PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 FLT-DEPOT-CODE           PIC X(3).
            05 FILLER                   PIC X VALUE SPACE.
            05 FLT-IN-SERVICE-DATE      PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 FLT-SERVICE-INTERVAL     PIC 9(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 FLT-LAST-ODOMETER        PIC 9(7).
            05 FILLER                   PIC X VALUE SPACE.
            05 FLT-ODOMETER-DATE        PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 FLT-LEDGER-MILES         PIC 9(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 FLT-MILES-SINCE-READING  PIC 9(7).
            05 FILLER                   PIC X VALUE SPACE.
            05 FLT-LAST-SERVICE-MILES   PIC 9(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 FLT-MILES-POSTED-DATE    PIC X(8).
