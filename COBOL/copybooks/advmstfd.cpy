      *> Shared FD for the retirement advisor master: each advisor
      *> owns the client scenario cases numbered from CASE-FROM to
      *> CASE-TO.
    FD ADVISOR-MASTER-FILE.
        01 ADVISOR-MASTER-REC.
            05 ADV-CODE                 PIC X(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADV-NAME                 PIC X(20).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADV-CASE-FROM            PIC 9(5).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADV-CASE-TO              PIC 9(5).
