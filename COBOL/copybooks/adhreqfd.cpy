      *> Shared FD for the ad hoc request intake file: one line keyed
      *> by the help desk for each one-off run a business user asks
      *> for.  Lines are never removed; the request status log says
      *> how far each one has got.  The parameters depend on the type:
      *>   KEYINQ    key type (DRIVER, MOOSE, SOYCLI, CLAIM, PLAYER)
      *>             and the key value
      *>   DICTEXTR  the dictionary DD name of the dataset to extract
      *>   RERUN     the report program and its period card (YYYYMM,
      *>             or YYYYQn for the quarterly recertification)
    FD ADHOC-REQUEST-FILE.
        01 ADHOC-REQUEST-REC.
            05 ADHR-REQUEST-ID          PIC X(10).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHR-REQUESTER           PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHR-REQUEST-DATE        PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHR-REPORT-TYPE         PIC X(8).
                88 ADHR-KEY-INQUIRY     VALUE "KEYINQ".
                88 ADHR-DICT-EXTRACT    VALUE "DICTEXTR".
                88 ADHR-REPORT-RERUN    VALUE "RERUN".
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHR-PARM-1              PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHR-PARM-2              PIC X(20).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHR-NEEDED-BY           PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 ADHR-DELIVER-TO          PIC X(32).
