      *> Shared FD for the NumberFun response master: one row for every
      *> claim NumberFun turned down, under a reference of NF, the
      *> business date as YYMMDD and a five-digit daily sequence.  The
      *> row stays open until the submitter sends a corrected claim
      *> quoting the reference; NumberFun then closes it with the date
      *> and verdict of the resubmission.
    FD RESPONSE-FILE.
        01 RESPONSE-REC.
            05 RESP-REF                 PIC X(13).
            05 FILLER                   PIC X VALUE SPACE.
            05 RESP-SUBMITTER           PIC X(4).
            05 FILLER                   PIC X VALUE SPACE.
            05 RESP-CLAIM               PIC X(22).
            05 FILLER                   PIC X VALUE SPACE.
            05 RESP-REASON              PIC X(4).
                88 RESP-MALFORMED       VALUE "BADF".
                88 RESP-DUPLICATE       VALUE "DUPC".
                88 RESP-IMPOSSIBLE      VALUE "IMPS".
            05 FILLER                   PIC X VALUE SPACE.
            05 RESP-ISSUED-DATE         PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 RESP-STATUS              PIC X.
                88 RESP-OPEN            VALUE "O".
                88 RESP-RESUBMITTED     VALUE "R".
            05 FILLER                   PIC X VALUE SPACE.
            05 RESP-RESUB-DATE          PIC X(8).
            05 FILLER                   PIC X VALUE SPACE.
            05 RESP-RESUB-VERDICT       PIC X(10).
