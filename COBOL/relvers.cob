IDENTIFICATION DIVISION.
    PROGRAM-ID. RELVERS.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY relregsel.

DATA DIVISION.
    FILE SECTION.
    COPY relregfd.

    WORKING-STORAGE SECTION.
        01 WS-RELREG-STATUS PIC XX.
        01 WS-RELREG-EOF PIC X.
            88 RELREG-EOF VALUE "Y".
        01 WS-WANTED-DATE PIC X(8).
        01 WS-CALLER-RETURN-CODE PIC S9(4) USAGE COMP.

    LINKAGE SECTION.
        COPY relvcall.

      *> A register that is not allocated, or carries nothing for the
      *> program, leaves the version blank rather than failing the
      *> calling step; the release-impact report lists such programs.
PROCEDURE DIVISION USING RELV-PARMS.
    MOVE RETURN-CODE TO WS-CALLER-RETURN-CODE
    MOVE SPACES TO RELV-VERSION, RELV-INSTALL-DATE, RELV-TICKET
    IF RELV-AS-OF-DATE IS EQUAL TO SPACES
        ACCEPT WS-WANTED-DATE FROM DATE YYYYMMDD
    ELSE
        MOVE RELV-AS-OF-DATE TO WS-WANTED-DATE
    END-IF
    MOVE "N" TO WS-RELREG-EOF
    OPEN INPUT RELEASE-REGISTER-FILE
    IF WS-RELREG-STATUS IS EQUAL TO "00"
        READ RELEASE-REGISTER-FILE
            AT END SET RELREG-EOF TO TRUE
        END-READ
        PERFORM UNTIL RELREG-EOF
            IF REL-PROGRAM-NAME IS EQUAL TO RELV-PROGRAM
                    AND REL-INSTALL-DATE IS NOT GREATER THAN
                        WS-WANTED-DATE
                    AND REL-INSTALL-DATE IS NOT LESS THAN
                        RELV-INSTALL-DATE
                MOVE REL-VERSION TO RELV-VERSION
                MOVE REL-INSTALL-DATE TO RELV-INSTALL-DATE
                MOVE REL-TICKET TO RELV-TICKET
            END-IF
            READ RELEASE-REGISTER-FILE
                AT END SET RELREG-EOF TO TRUE
            END-READ
        END-PERFORM
        CLOSE RELEASE-REGISTER-FILE
    END-IF
    MOVE WS-CALLER-RETURN-CODE TO RETURN-CODE
    GOBACK.
