      *> this program's JCL step name so every program's end-of-job
      *> logic for the worked-hours report is identical.  PERFORM'd
      *> once RETURN-CODE has been set, immediately before STOP RUN.
      *> The record is stamped with the program's release from the
      *> register.  A CALL hands back the called program's RETURN-CODE,
      *> so the step's own code is put back from the record afterwards.
    9800-WRITE-STEPLOG.
        ACCEPT WS-STEPLOG-END FROM TIME
        MOVE __STEPLOG-PROGRAM__ TO STEPLOG-PROGRAM-NAME
        MOVE WS-STEPLOG-START TO STEPLOG-START-TIME
        MOVE WS-STEPLOG-END TO STEPLOG-END-TIME
        MOVE RETURN-CODE TO STEPLOG-RETURN-CODE
        MOVE __STEPLOG-PROGRAM__ TO RELV-PROGRAM
        MOVE SPACES TO RELV-AS-OF-DATE
        CALL "RELVERS" USING RELV-PARMS
        MOVE RELV-VERSION TO STEPLOG-VERSION
        MOVE STEPLOG-RETURN-CODE TO RETURN-CODE
        OPEN EXTEND STEP-LOG-FILE
        WRITE STEP-LOG-REC
        CLOSE STEP-LOG-FILE.
