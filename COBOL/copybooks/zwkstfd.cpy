      *> Shared FD for the ZoneDispatch work-order status master: every
      *> order ZoneDispatch has written, from the night it was
      *> dispatched until the field reports it finished.  The SLA hours
      *> are those of the zone on the night of dispatch, so a change to
      *> the zone master does not move the goalposts on orders already
      *> in the field.  An open order that runs past its SLA is marked
      *> late; it stays late until it is completed.
    FD WORK-STATUS-FILE.
        01 WORK-STATUS-REC.
            05 WKST-NUMBER.
                10 WKST-NUMBER-DATE     PIC X(8).
                10 WKST-NUMBER-SEQ      PIC 9(5).
            05 FILLER                   PIC X VALUE SPACE.
            05 WKST-ZONE-CODE           PIC X(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 WKST-SLA-HOURS           PIC 9(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 WKST-STATUS              PIC X.
                88 WKST-OPEN            VALUE "O".
                88 WKST-LATE            VALUE "L".
                88 WKST-CLOSED          VALUE "C".
            05 FILLER                   PIC X VALUE SPACE.
            05 WKST-COMPLETED-DATE      PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 WKST-COMPLETED-TIME      PIC X(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 WKST-OUTCOME             PIC X(2).
            05 FILLER                   PIC X VALUE SPACE.
            05 WKST-TECHNICIAN          PIC X(6).
            05 FILLER                   PIC X VALUE SPACE.
            05 WKST-ELAPSED-HOURS       PIC 9(5)V9.
            05 FILLER                   PIC X VALUE SPACE.
            05 WKST-SLA-MET             PIC X.
                88 WKST-WITHIN-SLA      VALUE "Y".
                88 WKST-BREACHED-SLA    VALUE "N".
            05 FILLER                   PIC X VALUE SPACE.
            05 WKST-RUN-ID              PIC X(16).
