      *> Shared FD for the incident master: one record per incident
      *> opened from an alert or a failed step, open until somebody
      *> is assigned it and then until it is resolved.
    FD INCIDENT-FILE.
        01 INCIDENT-REC.
            05 INC-NUMBER               PIC 9(6).
            05 INC-SEVERITY             PIC X(4).
            05 INC-SOURCE               PIC X(8).
            05 INC-CONDITION            PIC X(20).
            05 INC-OPENED-DATE          PIC X(8).
            05 INC-STATUS               PIC X.
                88 INC-OPEN VALUE "O".
                88 INC-ACKNOWLEDGED VALUE "A".
                88 INC-RESOLVED VALUE "R".
            05 INC-ASSIGNED-TO          PIC X(8).
            05 INC-RESOLUTION           PIC X(40).
