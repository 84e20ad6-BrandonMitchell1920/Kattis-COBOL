      *> Shared FD for the incident aging report.  Each open incident
      *> is one line, ESCALATE when it has been open longer than its
      *> severity allows and OPEN otherwise, between a title line and
      *> a count line; AGING-LINE is the incident line's layout.
    FD AGING-REPORT-FILE.
        01 AGING-REPORT-REC             PIC X(120).
        01 AGING-LINE.
            05 AGL-ACTION               PIC X(9).
                88 AGL-ESCALATE VALUE "ESCALATE ".
            05 AGL-INC-NUMBER           PIC X(6).
            05 FILLER                   PIC X.
            05 AGL-SEVERITY             PIC X(4).
            05 FILLER                   PIC X.
            05 AGL-SOURCE               PIC X(8).
            05 FILLER                   PIC X.
            05 AGL-CONDITION            PIC X(20).
            05 FILLER                   PIC X(5).
            05 AGL-AGE-DAYS             PIC S9(5).
            05 FILLER                   PIC X(10).
            05 AGL-ASSIGNED-TO          PIC X(8).
            05 FILLER                   PIC X(42).
