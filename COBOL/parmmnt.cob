        01 WS-PARM-EOF PIC X VALUE "N".
            88 PARM-EOF VALUE "Y".
        01 WS-OPERATOR-ID PIC X(8).
        COPY entccall.
        01 INP PIC X(30).
        01 WS-TXN-PARM PIC X(8).
        01 WS-TXN-VALUE PIC X(10).
        01 WS-FIELD-COUNT PIC 9.
        01 WS-PARM-TABLE.
            05 WS-PARM-ENTRY OCCURS 200 TIMES.
                10 WS-TBL-PARM-NAME PIC X(8).
                10 WS-TBL-PARM-VALUE PIC X(10).
        01 WS-PARM-COUNT PIC 9(3) VALUE ZEROS.
        01 PARM-IDX PIC 9(3).
        01 WS-PARM-OVERFLOW PIC X VALUE "N".
            88 PARM-TABLE-OVERFLOW VALUE "Y".
        01 WS-PARM-FOUND PIC X.
            88 TBL-PARM-FOUND VALUE "Y".
        01 WS-RANGE-RULES.
            05 FILLER PIC X(22) VALUE "TIMEACKW00000010000099".
            05 FILLER PIC X(22) VALUE "VAULTGRC00000010000099".
            05 FILLER PIC X(22) VALUE "TIMEKEEP00000010000365".
            05 FILLER PIC X(22) VALUE "HOSDRVMX00000010001440".
            05 FILLER PIC X(22) VALUE "HOSBRKMN00000010000999".
            05 FILLER PIC X(22) VALUE "HOSOFFMN00000010001440".
            05 FILLER PIC X(22) VALUE "HOSRSTMN00000010001440".
            05 FILLER PIC X(22) VALUE "HOSWKHRS00000010000168".
            05 FILLER PIC X(22) VALUE "FLTTOLPC00000000000100".
            05 FILLER PIC X(22) VALUE "FLTTOLMI00000000099999".
            05 FILLER PIC X(22) VALUE "FLTDUEMI00000000099999".
            05 FILLER PIC X(22) VALUE "TLMTRPLO00000010009999".
            05 FILLER PIC X(22) VALUE "TLMTRPHI00000010009999".
            05 FILLER PIC X(22) VALUE "SOYFCMAW00000010000026".
            05 FILLER PIC X(22) VALUE "APMTQTYP00000000000100".
            05 FILLER PIC X(22) VALUE "APMTPRCP00000000000100".
            05 FILLER PIC X(22) VALUE "VSCONTIM00000000000100".
            05 FILLER PIC X(22) VALUE "VSCFILLP00000000000100".
            05 FILLER PIC X(22) VALUE "MOOSPTHR00000009999999".
            05 FILLER PIC X(22) VALUE "PETRPROV00000000000999".
            05 FILLER PIC X(22) VALUE "PETRKFAC00000010000999".
            05 FILLER PIC X(22) VALUE "PETTMMIN00000010000099".
            05 FILLER PIC X(22) VALUE "PHDPASPC00000010000100".
            05 FILLER PIC X(22) VALUE "BEELFREP00000010000099".
            05 FILLER PIC X(22) VALUE "BEELAPSE00000010000030".
            05 FILLER PIC X(22) VALUE "QCEDISRT00000000002000".
            05 FILLER PIC X(22) VALUE "QCEWTPTH00000019999999".
            05 FILLER PIC X(22) VALUE "CARIDLDY00000010000365".
            05 FILLER PIC X(22) VALUE "RETTOLPC00000010000100".
            05 FILLER PIC X(22) VALUE "ADVCLWMO00000010000036".
            05 FILLER PIC X(22) VALUE "RETWDPCT00000010000100".
            05 FILLER PIC X(22) VALUE "RETINFPC00000000000020".
            05 FILLER PIC X(22) VALUE "RETLIFEX00000500000120".
            05 FILLER PIC X(22) VALUE "TXSCALRT00000010000100".
            05 FILLER PIC X(22) VALUE "ADHOCCUT00000000002359".
            05 FILLER PIC X(22) VALUE "ADHOCSTS00000010000999".
            05 FILLER PIC X(22) VALUE "ADHOCVAL00000010000099".
            05 FILLER PIC X(22) VALUE "FINAGFEE00000000009999".
            05 FILLER PIC X(22) VALUE "FINPLDFL00000010000099".
            05 FILLER PIC X(22) VALUE "FINPLGRC00000000000365".
            05 FILLER PIC X(22) VALUE "FINRFDAY00000010000365".
            05 FILLER PIC X(22) VALUE "FINRFMIN00000000099999".
            05 FILLER PIC X(22) VALUE "ONCPAGE 00000010000999".
            05 FILLER PIC X(22) VALUE "QASAMPLE00000010000365".
            05 FILLER PIC X(22) VALUE "RELIMPCT00000010000365".
        01 WS-RANGE-RULE-TABLE REDEFINES WS-RANGE-RULES.
            05 WS-RANGE-ENTRY OCCURS 66 TIMES.
                10 WS-RANGE-PARM PIC X(8).
                10 WS-RANGE-MIN PIC 9(7).
                10 WS-RANGE-MAX PIC 9(7).
    DISPLAY "RUN " WS-RUN-ID " PARAMETER MAINTENANCE"
    DISPLAY "ENTER OPERATOR ID: "
    ACCEPT WS-OPERATOR-ID
    MOVE WS-OPERATOR-ID TO ENTC-OPERATOR
    MOVE "PARMCHG" TO ENTC-FUNCTION
    MOVE "PARMMNT " TO ENTC-PROGRAM
    MOVE WS-RUN-ID TO ENTC-RUN-ID
    MOVE WS-RUN-DATE TO ENTC-CHECK-DATE
    CALL "ENTCHECK" USING ENTC-PARMS
    IF NOT ENTC-GRANTED
        DISPLAY "EXCEPTION: OPERATOR " WS-OPERATOR-ID " "
            FUNCTION TRIM(ENTC-MESSAGE) " - NO CHANGES APPLIED"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    PERFORM 1000-LOAD-PARMS
      *> Rewriting PARMCTL from a short table would delete every
      *> parameter that did not fit, so nothing is changed at all.
    IF PARM-TABLE-OVERFLOW
        DISPLAY "EXCEPTION: PARMCTL HAS MORE THAN 200 PARAMETERS"
            " - NO CHANGES APPLIED"
        MOVE 8 TO RETURN-CODE
        PERFORM 9800-WRITE-STEPLOG
        GOBACK
    END-IF
    DISPLAY "CURRENT PARAMETERS:"
    PERFORM VARYING PARM-IDX FROM 1 BY 1
            UNTIL PARM-IDX IS GREATER THAN WS-PARM-COUNT
        AT END SET PARM-EOF TO TRUE
    END-READ
    PERFORM UNTIL PARM-EOF
        IF WS-PARM-COUNT IS LESS THAN 200
            ADD 1 TO WS-PARM-COUNT
            MOVE PARM-PROGRAM-NAME TO WS-TBL-PARM-NAME(WS-PARM-COUNT)
            MOVE PARM-VALUE TO WS-TBL-PARM-VALUE(WS-PARM-COUNT)
        ELSE
            SET PARM-TABLE-OVERFLOW TO TRUE
        END-IF
        READ PARM-CONTROL-FILE
            AT END SET PARM-EOF TO TRUE
    END-IF
    MOVE "N" TO WS-RANGE-FOUND
    PERFORM VARYING RANGE-IDX FROM 1 BY 1
            UNTIL RANGE-IDX IS GREATER THAN 66
        IF WS-TXN-PARM IS EQUAL TO WS-RANGE-PARM(RANGE-IDX)
            SET RANGE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT TBL-PARM-FOUND
        IF WS-PARM-COUNT IS EQUAL TO 200
            DISPLAY "EXCEPTION: PARAMETER FILE FULL - " WS-TXN-PARM
                " NOT APPLIED"
            ADD 1 TO WS-REJECTED-COUNT
