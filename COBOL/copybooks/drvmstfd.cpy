      *> Shared FD for the driver master.  The license columns are
      *> loaded from the licensing authority's periodic file: the
      *> license number and class, the expiry date and the status the
      *> authority holds (V valid, S suspended, R revoked), with the
      *> business date the file last changed them.  A driver the
      *> authority has never reported on carries spaces and is
      *> treated as unlicensed.  DRVM-POINTS-SUSP-DATE is set when
      *> DriverPoints first reports the driver to the authority as
      *> suspended on points, and cleared when the driver is
      *> reinstated or the points fall back under the threshold.
    FD DRIVER-MASTER-FILE.
        01 DRIVER-MASTER-REC.
            05 DRVM-DRIVER-ID           PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 DRVM-DRIVER-NAME         PIC X(20).
            05 FILLER                   PIC X VALUE SPACE.
            05 DRVM-LICENSE-NUMBER      PIC X(15).
            05 FILLER                   PIC X VALUE SPACE.
            05 DRVM-LICENSE-CLASS       PIC X(2).
            05 FILLER                   PIC X VALUE SPACE.
            05 DRVM-LICENSE-EXPIRY      PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 DRVM-LICENSE-STATUS      PIC X.
                88 LICENSE-VALID VALUE "V".
                88 LICENSE-SUSPENDED VALUE "S".
                88 LICENSE-REVOKED VALUE "R".
                88 LICENSE-NOT-REPORTED VALUE " ".
            05 FILLER                   PIC X VALUE SPACE.
            05 DRVM-LICENSE-AS-OF       PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 DRVM-POINTS-SUSP-DATE    PIC X(8).
