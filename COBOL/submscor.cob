            05 RESULT-SUBMITTER PIC X(4).
            05 FILLER PIC X.
            05 RESULT-DUP-FLAG PIC X(4).
            05 FILLER PIC X.
            05 RESULT-RESUB-REF PIC X(13).

    FD SUBMITTER-MASTER-FILE.
        01 SUBMITTER-MASTER-REC.
