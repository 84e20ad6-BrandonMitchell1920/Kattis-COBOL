IDENTIFICATION DIVISION.
    PROGRAM-ID. OnCallPaging.
    AUTHOR. Brandon Mitchell.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY incmstsel.
        COPY incagsel.
        SELECT ROSTER-FILE ASSIGN TO "ONCALL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROSTER-STATUS.
        SELECT GROUP-MAP-FILE ASSIGN TO "SUPPGRP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GROUP-MAP-STATUS.
        SELECT PAGE-LOG-FILE ASSIGN TO "PAGELOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAGE-LOG-STATUS.
        SELECT PAGE-ACK-FILE ASSIGN TO "PAGEACK"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAGE-ACK-STATUS.
        SELECT PAGE-OUT-FILE ASSIGN TO "PAGEOUT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAGE-OUT-STATUS.
        SELECT CALENDAR-FILE ASSIGN TO "CALMAST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CALENDAR-STATUS.
        SELECT PAGE-REPORT-FILE ASSIGN TO "ONCPAGER"
            ORGANIZATION IS LINE SEQUENTIAL.
        COPY paramctl.
        COPY busdatesel.
        COPY steplogsel.

DATA DIVISION.
    FILE SECTION.
    COPY incmstfd.
    COPY incagfd.
    COPY paramfd.
    COPY busdatefd.
    COPY steplogfd.

      *> One row per support group per rotation week: the row is in
      *> force for the seven days from its week-start date.  Each
      *> contact is an operator ID with the pager number to reach
      *> them on.
    FD ROSTER-FILE.
        01 ROSTER-REC.
            05 ROS-GROUP PIC X(8).
            05 FILLER PIC X.
            05 ROS-WEEK-START PIC X(8).
            05 FILLER PIC X.
            05 ROS-PRIMARY PIC X(8).
            05 FILLER PIC X.
            05 ROS-PRIMARY-PAGER PIC X(16).
            05 FILLER PIC X.
            05 ROS-BACKUP PIC X(8).
            05 FILLER PIC X.
            05 ROS-BACKUP-PAGER PIC X(16).

      *> Which support group answers for the incidents each program
      *> raises; a program of "*" names the group for all the rest.
    FD GROUP-MAP-FILE.
        01 GROUP-MAP-REC.
            05 GMAP-PROGRAM PIC X(8).
            05 FILLER PIC X.
            05 GMAP-GROUP PIC X(8).

      *> Every page sent and everything that happened to it, in the
      *> order it happened.  A page is the incident, why it was raised
      *> (C critical, E escalated on age) and who was paged (P
      *> primary, B backup).
    FD PAGE-LOG-FILE.
        01 PAGE-LOG-REC.
            05 PGL-PAGE-ID.
                10 PGL-INCIDENT PIC 9(6).
                10 PGL-REASON PIC X.
                10 PGL-TIER PIC X.
            05 FILLER PIC X.
            05 PGL-EVENT PIC X(8).
                88 PGL-SENT VALUE "SENT".
                88 PGL-ACKED VALUE "ACKED".
                88 PGL-EXPIRED VALUE "EXPIRED".
                88 PGL-CLEARED VALUE "CLEARED".
                88 PGL-NO-COVER VALUE "NOCOVER".
            05 FILLER PIC X.
            05 PGL-EVENT-DATE PIC X(8).
            05 FILLER PIC X.
            05 PGL-EVENT-TIME PIC X(6).
            05 FILLER PIC X.
            05 PGL-GROUP PIC X(8).
            05 FILLER PIC X.
            05 PGL-CONTACT PIC X(8).
            05 FILLER PIC X.
            05 PGL-SEVERITY PIC X(4).
            05 FILLER PIC X.
            05 PGL-SOURCE PIC X(8).
            05 FILLER PIC X.
            05 PGL-CONDITION PIC X(20).
            05 FILLER PIC X.
            05 PGL-AFTER-HOURS PIC X.
            05 FILLER PIC X.
            05 PGL-ACK-MINUTES PIC 9(5).
            05 FILLER PIC X.
            05 PGL-DETAIL PIC X(32).

      *> Acknowledgements handed back by the paging gateway.
    FD PAGE-ACK-FILE.
        01 PAGE-ACK-REC.
            05 PGA-PAGE-ID.
                10 PGA-INCIDENT PIC X(6).
                10 PGA-REASON PIC X.
                10 PGA-TIER PIC X.
            05 FILLER PIC X.
            05 PGA-CONTACT PIC X(8).
            05 FILLER PIC X.
            05 PGA-ACK-DATE PIC X(8).
            05 FILLER PIC X.
            05 PGA-ACK-TIME PIC X(6).

      *> Outbound pages for the paging gateway to send.
    FD PAGE-OUT-FILE.
        01 PAGE-OUT-REC.
            05 PGO-PAGE-ID PIC X(8).
            05 FILLER PIC X.
            05 PGO-CONTACT PIC X(8).
            05 FILLER PIC X.
            05 PGO-PAGER PIC X(16).
            05 FILLER PIC X.
            05 PGO-GROUP PIC X(8).
            05 FILLER PIC X.
            05 PGO-SENT-DATE PIC X(8).
            05 FILLER PIC X.
            05 PGO-SENT-TIME PIC X(6).
            05 FILLER PIC X.
            05 PGO-MESSAGE PIC X(80).

    FD CALENDAR-FILE.
        01 CALENDAR-REC.
            05 CAL-DATE PIC X(8).
            05 FILLER PIC X.
            05 CAL-DAY-TYPE PIC X.
            05 FILLER PIC X.
            05 CAL-PLAN-DD PIC X(8).

    FD PAGE-REPORT-FILE.
        01 PAGE-REPORT-REC PIC X(132).

    WORKING-STORAGE SECTION.
        01 WS-INCIDENT-STATUS PIC XX.
        01 WS-AGING-STATUS PIC XX.
        01 WS-ROSTER-STATUS PIC XX.
        01 WS-GROUP-MAP-STATUS PIC XX.
        01 WS-PAGE-LOG-STATUS PIC XX.
        01 WS-PAGE-ACK-STATUS PIC XX.
        01 WS-PAGE-OUT-STATUS PIC XX.
        01 WS-CALENDAR-STATUS PIC XX.
        01 WS-FILE-EOF PIC X.
            88 FILE-EOF VALUE "Y".
        01 WS-MODE PIC X(8).
            88 PAGE-MODE VALUE "PAGE".
            88 MONTH-MODE VALUE "MONTH".
      *> Minutes a page is given to be acknowledged before the backup
      *> is paged (parameter ONCPAGE), and the office day outside
      *> which a page counts as after hours.
        01 ACK-WINDOW-MINUTES PIC 9(3) VALUE 30.
        01 OFFICE-OPENS PIC X(4) VALUE "0800".
        01 OFFICE-CLOSES PIC X(4) VALUE "1800".
        01 WS-CLOCK-DATE PIC X(8).
        01 WS-CLOCK-TIME PIC X(8).
        01 WS-CLOCK-MINUTE PIC 9(9).
        01 WS-CLOCK-INT PIC 9(8).
        01 WS-WEEKDAY PIC 9.
        01 WS-AFTER-HOURS PIC X VALUE "N".
            88 AFTER-HOURS VALUE "Y".
        01 WS-STAMP-DATE PIC X(8).
        01 WS-STAMP-TIME PIC X(6).
        01 WS-STAMP-MINUTE PIC 9(9).
        01 WS-ROSTER-TABLE.
            05 WS-ROSTER-ENTRY OCCURS 500 TIMES.
                10 WS-RS-GROUP PIC X(8).
                10 WS-RS-WEEK-START PIC X(8).
                10 WS-RS-PRIMARY PIC X(8).
                10 WS-RS-PRIMARY-PAGER PIC X(16).
                10 WS-RS-BACKUP PIC X(8).
                10 WS-RS-BACKUP-PAGER PIC X(16).
        01 WS-ROSTER-COUNT PIC 9(3) VALUE ZEROS.
        01 RS-IDX PIC 9(3).
        01 WS-ROSTER-FROM-DATE PIC 9(8).
        01 WS-FOUND-WEEK PIC X(8).
        01 WS-GROUP-MAP-TABLE.
            05 WS-GROUP-MAP-ENTRY OCCURS 500 TIMES.
                10 WS-GM-PROGRAM PIC X(8).
                10 WS-GM-GROUP PIC X(8).
        01 WS-GROUP-MAP-COUNT PIC 9(3) VALUE ZEROS.
        01 GM-IDX PIC 9(3).
        01 WS-DEFAULT-GROUP PIC X(8) VALUE SPACES.
      *> One call-out per incident and reason, following it from the
      *> primary page through to an acknowledgement, the backup, or
      *> the incident being resolved first.
        01 WS-CALLOUT-TABLE.
            05 WS-CALLOUT-ENTRY OCCURS 2000 TIMES.
                10 WS-CO-INCIDENT PIC 9(6).
                10 WS-CO-REASON PIC X.
                10 WS-CO-TIER PIC X.
                10 WS-CO-STATE PIC X.
                    88 CO-AWAITING VALUE "S".
                    88 CO-ACKED VALUE "A".
                    88 CO-UNANSWERED VALUE "X".
                    88 CO-CLEARED VALUE "C".
                10 WS-CO-GROUP PIC X(8).
                10 WS-CO-SEVERITY PIC X(4).
                10 WS-CO-SOURCE PIC X(8).
                10 WS-CO-CONDITION PIC X(20).
                10 WS-CO-PRIMARY PIC X(8).
                10 WS-CO-PRIMARY-MINUTE PIC 9(9).
                10 WS-CO-BACKUP PIC X(8).
                10 WS-CO-BACKUP-MINUTE PIC 9(9).
        01 WS-CALLOUT-COUNT PIC 9(4) VALUE ZEROS.
        01 CO-IDX PIC 9(4).
        01 WS-WANTED-INCIDENT PIC 9(6).
        01 WS-WANTED-REASON PIC X.
        01 WS-CALLOUT-FOUND PIC X.
            88 CALLOUT-FOUND VALUE "Y".
        01 WS-ON-CALL-ID PIC X(8).
        01 WS-ON-CALL-PAGER PIC X(16).
        01 WS-PAGE-DETAIL PIC X(32).
        01 WS-LOG-EVENT PIC X(8).
        01 WS-LOG-TIER PIC X.
        01 WS-LOG-CONTACT PIC X(8).
        01 WS-LOG-DATE PIC X(8).
        01 WS-LOG-TIME PIC X(6).
        01 WS-LOG-MINUTES PIC 9(5).
        01 WS-LOG-DETAIL PIC X(32).
        01 WS-AGE-DAYS PIC 9(3).
        01 WS-PAGES-SENT PIC 9(5) VALUE ZEROS.
        01 WS-BACKUP-PAGES PIC 9(5) VALUE ZEROS.
        01 WS-ACKS-APPLIED PIC 9(5) VALUE ZEROS.
        01 WS-ACKS-UNMATCHED PIC 9(5) VALUE ZEROS.
        01 WS-CLEARED PIC 9(5) VALUE ZEROS.
        01 WS-UNANSWERED PIC 9(5) VALUE ZEROS.
        01 WS-NO-COVER PIC 9(5) VALUE ZEROS.
        01 WS-OVERFLOW PIC 9(5) VALUE ZEROS.
      *> Monthly report working storage.
        01 WS-REPORT-MONTH PIC X(6).
        01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
            05 WS-MONTH-YYYY PIC 9(4).
            05 WS-MONTH-MM PIC 99.
        01 WS-NEXT-MONTH PIC 9(6).
        01 WS-FROM-DATE PIC X(8).
        01 WS-TO-DATE PIC X(8).
        01 WS-DATE-NUM PIC 9(8).
        01 WS-SENT-TABLE.
            05 WS-SENT-ENTRY OCCURS 3000 TIMES.
                10 WS-SN-PAGE-ID PIC X(8).
                10 WS-SN-GROUP PIC X(8).
                10 WS-SN-CONTACT PIC X(8).
                10 WS-SN-DATE PIC X(8).
                10 WS-SN-TIME PIC X(6).
                10 WS-SN-AFTER-HOURS PIC X.
                10 WS-SN-OUTCOME PIC X(12).
                10 WS-SN-ACK-MINUTES PIC 9(5).
        01 WS-SENT-COUNT PIC 9(4) VALUE ZEROS.
        01 SN-IDX PIC 9(4).
        01 WS-PERSON-TABLE.
            05 WS-PERSON-ENTRY OCCURS 300 TIMES.
                10 WS-PR-CONTACT PIC X(8).
                10 WS-PR-PAGES PIC 9(5).
                10 WS-PR-AS-PRIMARY PIC 9(5).
                10 WS-PR-AS-BACKUP PIC 9(5).
                10 WS-PR-ACKED PIC 9(5).
                10 WS-PR-ACK-MINUTES PIC 9(7).
                10 WS-PR-LONGEST PIC 9(5).
                10 WS-PR-NO-ANSWER PIC 9(5).
                10 WS-PR-AFTER-HOURS PIC 9(5).
        01 WS-PERSON-COUNT PIC 9(3) VALUE ZEROS.
        01 PR-IDX PIC 9(3).
        01 WS-MONTH-NO-COVER PIC 9(5) VALUE ZEROS.
        01 WS-MONTH-AFTER-HOURS PIC 9(5) VALUE ZEROS.
        01 WS-MONTH-ACKED PIC 9(5) VALUE ZEROS.
        01 WS-PAGE-LINE.
            05 FILLER PIC XX VALUE SPACE.
            05 WSP-PAGE-ID PIC X(8).
            05 FILLER PIC XX VALUE SPACE.
            05 WSP-GROUP PIC X(8).
            05 FILLER PIC XX VALUE SPACE.
            05 WSP-CONTACT PIC X(8).
            05 FILLER PIC XX VALUE SPACE.
            05 WSP-TIER PIC X(7).
            05 FILLER PIC XX VALUE SPACE.
            05 WSP-SENT-DATE PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 WSP-SENT-TIME PIC X(4).
            05 FILLER PIC XX VALUE SPACE.
            05 WSP-AFTER-HOURS PIC X(11).
            05 FILLER PIC XX VALUE SPACE.
            05 WSP-OUTCOME PIC X(12).
            05 FILLER PIC XX VALUE SPACE.
            05 WSP-ACK-MINUTES PIC Z(4)9.
            05 WSP-ACK-MINUTES-X REDEFINES WSP-ACK-MINUTES
                PIC X(5).
        01 WS-PERSON-LINE.
            05 FILLER PIC XX VALUE SPACE.
            05 WSR-CONTACT PIC X(8).
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSR-PAGES PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSR-AS-PRIMARY PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSR-AS-BACKUP PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSR-ACKED PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSR-AVG-MINUTES PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSR-LONGEST PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSR-NO-ANSWER PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSR-AFTER-HOURS PIC Z(4)9.
            05 FILLER PIC X(3) VALUE SPACE.
            05 WSR-AFTER-PCT PIC ZZ9.9.
        01 WS-PCT PIC 9(3)V9.
        COPY printws.
        COPY rundate.
        COPY busdatews.
        COPY steplogws.

PROCEDURE DIVISION.
    ACCEPT WS-STEPLOG-START FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 9600-GET-BUSINESS-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE INTO WS-RUN-ID
    ACCEPT WS-MODE
    EVALUATE TRUE
        WHEN PAGE-MODE
            DISPLAY "RUN " WS-RUN-ID " ON-CALL PAGING"
            PERFORM 1000-PAGE-ON-CALL
        WHEN MONTH-MODE
            ACCEPT WS-REPORT-MONTH
            IF WS-REPORT-MONTH IS EQUAL TO SPACES
                MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
            END-IF
            DISPLAY "RUN " WS-RUN-ID " ON-CALL PAGING FOR "
                WS-REPORT-MONTH
            PERFORM 7000-MONTH-REPORT
        WHEN OTHER
            DISPLAY "EXCEPTION: UNKNOWN MODE " WS-MODE
                " - EXPECTED PAGE OR MONTH"
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    PERFORM 9800-WRITE-STEPLOG
    GOBACK.

    COPY steplogwrite REPLACING ==__STEPLOG-PROGRAM__== BY =="ONCPAGE "==.

    COPY busdateget.

      *> Pages go out on the wall clock, not the business date: the
      *> acknowledgement window and the after-hours test are about
      *> when somebody's pager actually went off.
1000-PAGE-ON-CALL.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CLOCK-TIME FROM TIME
    MOVE WS-CLOCK-DATE TO WS-STAMP-DATE
    MOVE WS-CLOCK-TIME(1:6) TO WS-STAMP-TIME
    PERFORM 8800-STAMP-TO-MINUTE
    MOVE WS-STAMP-MINUTE TO WS-CLOCK-MINUTE
    PERFORM 1100-READ-PARAMETERS
    PERFORM 1200-LOAD-ROSTER
    PERFORM 1300-LOAD-GROUP-MAP
    PERFORM 1400-CHECK-AFTER-HOURS
    PERFORM 1500-LOAD-PAGE-LOG
    OPEN INPUT INCIDENT-FILE
    IF WS-INCIDENT-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: INCIDENT MASTER NOT AVAILABLE - STATUS "
            WS-INCIDENT-STATUS
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND PAGE-LOG-FILE
    IF WS-PAGE-LOG-STATUS IS EQUAL TO "35"
        OPEN OUTPUT PAGE-LOG-FILE
    END-IF
    OPEN EXTEND PAGE-OUT-FILE
    IF WS-PAGE-OUT-STATUS IS EQUAL TO "35"
        OPEN OUTPUT PAGE-OUT-FILE
    END-IF
    PERFORM 2000-APPLY-ACKNOWLEDGEMENTS
    PERFORM 3000-CLEAR-RESOLVED
        VARYING CO-IDX FROM 1 BY 1
        UNTIL CO-IDX IS GREATER THAN WS-CALLOUT-COUNT
    PERFORM 4000-CHASE-UNANSWERED
        VARYING CO-IDX FROM 1 BY 1
        UNTIL CO-IDX IS GREATER THAN WS-CALLOUT-COUNT
    PERFORM 5000-RAISE-CRITICAL
    PERFORM 6000-RAISE-ESCALATED
    CLOSE INCIDENT-FILE, PAGE-LOG-FILE, PAGE-OUT-FILE
    DISPLAY "PAGES SENT " WS-PAGES-SENT
        " TO BACKUP " WS-BACKUP-PAGES
        " ACKNOWLEDGED " WS-ACKS-APPLIED
        " STOOD DOWN " WS-CLEARED
        " UNANSWERED " WS-UNANSWERED
        " NO ONE ON CALL " WS-NO-COVER
    IF WS-UNANSWERED IS GREATER THAN ZERO
            OR WS-NO-COVER IS GREATER THAN ZERO
            OR WS-OVERFLOW IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.

1100-READ-PARAMETERS.
    OPEN INPUT PARM-CONTROL-FILE
    MOVE "N" TO WS-FILE-EOF
    READ PARM-CONTROL-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ
    PERFORM UNTIL FILE-EOF
        IF PARM-PROGRAM-NAME IS EQUAL TO "ONCPAGE"
            COMPUTE ACK-WINDOW-MINUTES = FUNCTION NUMVAL(PARM-VALUE)
        END-IF
        READ PARM-CONTROL-FILE
            AT END SET FILE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PARM-CONTROL-FILE
    DISPLAY "ACKNOWLEDGEMENT WINDOW " ACK-WINDOW-MINUTES " MINUTES".

      *> Only rotation weeks that can still be in force are kept.
1200-LOAD-ROSTER.
    COMPUTE WS-ROSTER-FROM-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CLOCK-DATE)) - 6)
    OPEN INPUT ROSTER-FILE
    IF WS-ROSTER-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: ON-CALL ROSTER NOT AVAILABLE - STATUS "
            WS-ROSTER-STATUS " - NOBODY CAN BE PAGED"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-FILE-EOF
    READ ROSTER-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ
    PERFORM UNTIL FILE-EOF
        IF ROS-WEEK-START IS NOT LESS THAN WS-ROSTER-FROM-DATE
                AND ROS-WEEK-START IS NOT GREATER THAN WS-CLOCK-DATE
            IF WS-ROSTER-COUNT IS LESS THAN 500
                ADD 1 TO WS-ROSTER-COUNT
                MOVE ROS-GROUP TO WS-RS-GROUP(WS-ROSTER-COUNT)
                MOVE ROS-WEEK-START TO WS-RS-WEEK-START(WS-ROSTER-COUNT)
                MOVE ROS-PRIMARY TO WS-RS-PRIMARY(WS-ROSTER-COUNT)
                MOVE ROS-PRIMARY-PAGER
                    TO WS-RS-PRIMARY-PAGER(WS-ROSTER-COUNT)
                MOVE ROS-BACKUP TO WS-RS-BACKUP(WS-ROSTER-COUNT)
                MOVE ROS-BACKUP-PAGER
                    TO WS-RS-BACKUP-PAGER(WS-ROSTER-COUNT)
            ELSE
                ADD 1 TO WS-OVERFLOW
            END-IF
        END-IF
        READ ROSTER-FILE
            AT END SET FILE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ROSTER-FILE.

1300-LOAD-GROUP-MAP.
    OPEN INPUT GROUP-MAP-FILE
    IF WS-GROUP-MAP-STATUS IS NOT EQUAL TO "00"
        DISPLAY "EXCEPTION: SUPPORT GROUP MAP NOT AVAILABLE - STATUS "
            WS-GROUP-MAP-STATUS
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-FILE-EOF
    READ GROUP-MAP-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ
    PERFORM UNTIL FILE-EOF
        EVALUATE TRUE
            WHEN GMAP-PROGRAM IS EQUAL TO "*"
                MOVE GMAP-GROUP TO WS-DEFAULT-GROUP
            WHEN WS-GROUP-MAP-COUNT IS LESS THAN 500
                ADD 1 TO WS-GROUP-MAP-COUNT
                MOVE GMAP-PROGRAM TO WS-GM-PROGRAM(WS-GROUP-MAP-COUNT)
                MOVE GMAP-GROUP TO WS-GM-GROUP(WS-GROUP-MAP-COUNT)
            WHEN OTHER
                ADD 1 TO WS-OVERFLOW
        END-EVALUATE
        READ GROUP-MAP-FILE
            AT END SET FILE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE GROUP-MAP-FILE.

      *> After hours is a holiday or weekend on the processing
      *> calendar, a Saturday or Sunday the calendar does not carry,
      *> or outside the office day on a working day.
1400-CHECK-AFTER-HOURS.
    MOVE "N" TO WS-AFTER-HOURS
    COMPUTE WS-CLOCK-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-CLOCK-DATE))
    COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-CLOCK-INT, 7)
    IF WS-WEEKDAY IS EQUAL TO 6 OR WS-WEEKDAY IS EQUAL TO 0
        SET AFTER-HOURS TO TRUE
    END-IF
    IF WS-CLOCK-TIME(1:4) IS LESS THAN OFFICE-OPENS
            OR WS-CLOCK-TIME(1:4) IS NOT LESS THAN OFFICE-CLOSES
        SET AFTER-HOURS TO TRUE
    END-IF
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-STATUS IS NOT EQUAL TO "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-FILE-EOF
    READ CALENDAR-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ
    PERFORM UNTIL FILE-EOF
        IF CAL-DATE IS EQUAL TO WS-CLOCK-DATE
                AND (CAL-DAY-TYPE IS EQUAL TO "H"
                    OR CAL-DAY-TYPE IS EQUAL TO "W")
            SET AFTER-HOURS TO TRUE
        END-IF
        READ CALENDAR-FILE
            AT END SET FILE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE CALENDAR-FILE.

      *> Replaying the log puts every call-out back where it stands.
1500-LOAD-PAGE-LOG.
    OPEN INPUT PAGE-LOG-FILE
    IF WS-PAGE-LOG-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO PAGE LOG YET - STATUS " WS-PAGE-LOG-STATUS
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-FILE-EOF
    READ PAGE-LOG-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ
    PERFORM UNTIL FILE-EOF
        MOVE PGL-INCIDENT TO WS-WANTED-INCIDENT
        MOVE PGL-REASON TO WS-WANTED-REASON
        PERFORM 8000-FIND-CALLOUT
        IF CALLOUT-FOUND
            PERFORM 1510-REPLAY-ONE-EVENT
        END-IF
        READ PAGE-LOG-FILE
            AT END SET FILE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PAGE-LOG-FILE.

1510-REPLAY-ONE-EVENT.
    MOVE PGL-GROUP TO WS-CO-GROUP(CO-IDX)
    MOVE PGL-SEVERITY TO WS-CO-SEVERITY(CO-IDX)
    MOVE PGL-SOURCE TO WS-CO-SOURCE(CO-IDX)
    MOVE PGL-CONDITION TO WS-CO-CONDITION(CO-IDX)
    EVALUATE TRUE
        WHEN PGL-SENT
            MOVE PGL-TIER TO WS-CO-TIER(CO-IDX)
            SET CO-AWAITING(CO-IDX) TO TRUE
            MOVE PGL-EVENT-DATE TO WS-STAMP-DATE
            MOVE PGL-EVENT-TIME TO WS-STAMP-TIME
            PERFORM 8800-STAMP-TO-MINUTE
            IF PGL-TIER IS EQUAL TO "B"
                MOVE PGL-CONTACT TO WS-CO-BACKUP(CO-IDX)
                MOVE WS-STAMP-MINUTE TO WS-CO-BACKUP-MINUTE(CO-IDX)
            ELSE
                MOVE PGL-CONTACT TO WS-CO-PRIMARY(CO-IDX)
                MOVE WS-STAMP-MINUTE TO WS-CO-PRIMARY-MINUTE(CO-IDX)
            END-IF
        WHEN PGL-ACKED
            SET CO-ACKED(CO-IDX) TO TRUE
        WHEN PGL-EXPIRED
            IF PGL-TIER IS EQUAL TO "B"
                SET CO-UNANSWERED(CO-IDX) TO TRUE
            END-IF
        WHEN PGL-CLEARED
            SET CO-CLEARED(CO-IDX) TO TRUE
        WHEN PGL-NO-COVER
            MOVE PGL-TIER TO WS-CO-TIER(CO-IDX)
            SET CO-UNANSWERED(CO-IDX) TO TRUE
    END-EVALUATE.

      *> An acknowledgement from either contact settles the call-out,
      *> even one that arrives after the backup was paged or after
      *> both went unanswered; the minutes are counted from the page
      *> that contact was sent.
2000-APPLY-ACKNOWLEDGEMENTS.
    OPEN INPUT PAGE-ACK-FILE
    IF WS-PAGE-ACK-STATUS IS NOT EQUAL TO "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-FILE-EOF
    READ PAGE-ACK-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ
    PERFORM UNTIL FILE-EOF
        PERFORM 2100-APPLY-ONE-ACKNOWLEDGEMENT
        READ PAGE-ACK-FILE
            AT END SET FILE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PAGE-ACK-FILE
    IF WS-ACKS-UNMATCHED IS GREATER THAN ZERO
        DISPLAY "NOTE: " WS-ACKS-UNMATCHED
            " ACKNOWLEDGEMENTS MATCH NO PAGE SENT"
    END-IF.

2100-APPLY-ONE-ACKNOWLEDGEMENT.
    IF PGA-INCIDENT IS NOT NUMERIC
            OR PGA-ACK-DATE IS NOT NUMERIC
            OR PGA-ACK-TIME IS NOT NUMERIC
        ADD 1 TO WS-ACKS-UNMATCHED
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-CALLOUT-FOUND
    PERFORM VARYING CO-IDX FROM 1 BY 1
            UNTIL CO-IDX IS GREATER THAN WS-CALLOUT-COUNT
        IF WS-CO-INCIDENT(CO-IDX) IS EQUAL TO PGA-INCIDENT
                AND WS-CO-REASON(CO-IDX) IS EQUAL TO PGA-REASON
            SET CALLOUT-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT CALLOUT-FOUND
        ADD 1 TO WS-ACKS-UNMATCHED
        EXIT PARAGRAPH
    END-IF
    IF CO-ACKED(CO-IDX)
        EXIT PARAGRAPH
    END-IF
    MOVE PGA-ACK-DATE TO WS-STAMP-DATE
    MOVE PGA-ACK-TIME TO WS-STAMP-TIME
    PERFORM 8800-STAMP-TO-MINUTE
    IF PGA-TIER IS EQUAL TO "B"
        IF WS-CO-BACKUP(CO-IDX) IS EQUAL TO SPACES
            ADD 1 TO WS-ACKS-UNMATCHED
            EXIT PARAGRAPH
        END-IF
        MOVE WS-CO-BACKUP(CO-IDX) TO WS-LOG-CONTACT
        COMPUTE WS-LOG-MINUTES = WS-STAMP-MINUTE
            - WS-CO-BACKUP-MINUTE(CO-IDX)
    ELSE
        MOVE WS-CO-PRIMARY(CO-IDX) TO WS-LOG-CONTACT
        COMPUTE WS-LOG-MINUTES = WS-STAMP-MINUTE
            - WS-CO-PRIMARY-MINUTE(CO-IDX)
    END-IF
    SET CO-ACKED(CO-IDX) TO TRUE
    ADD 1 TO WS-ACKS-APPLIED
    MOVE "ACKED" TO WS-LOG-EVENT
    MOVE PGA-TIER TO WS-LOG-TIER
    MOVE PGA-ACK-DATE TO WS-LOG-DATE
    MOVE PGA-ACK-TIME TO WS-LOG-TIME
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "ACKNOWLEDGED BY " PGA-CONTACT
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM 8900-WRITE-PAGE-LOG
    DISPLAY "PAGE " PGA-PAGE-ID " ACKNOWLEDGED AFTER "
        WS-LOG-MINUTES " MINUTES".

      *> Once an incident is resolved nobody needs waking for it.
3000-CLEAR-RESOLVED.
    IF NOT CO-AWAITING(CO-IDX)
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CO-INCIDENT(CO-IDX) TO INC-NUMBER
    READ INCIDENT-FILE
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    IF NOT INC-RESOLVED
        EXIT PARAGRAPH
    END-IF
    SET CO-CLEARED(CO-IDX) TO TRUE
    ADD 1 TO WS-CLEARED
    MOVE "CLEARED" TO WS-LOG-EVENT
    MOVE WS-CO-TIER(CO-IDX) TO WS-LOG-TIER
    PERFORM 8700-TIER-CONTACT
    MOVE WS-CLOCK-DATE TO WS-LOG-DATE
    MOVE WS-CLOCK-TIME(1:6) TO WS-LOG-TIME
    MOVE ZEROS TO WS-LOG-MINUTES
    MOVE "INCIDENT RESOLVED BEFORE ANSWER" TO WS-LOG-DETAIL
    PERFORM 8900-WRITE-PAGE-LOG.

      *> A primary page left unanswered past the window goes to the
      *> backup; a backup page left unanswered is the end of the
      *> line and goes to the operations exception list.
4000-CHASE-UNANSWERED.
    IF NOT CO-AWAITING(CO-IDX)
        EXIT PARAGRAPH
    END-IF
    IF WS-CO-TIER(CO-IDX) IS EQUAL TO "B"
        COMPUTE WS-LOG-MINUTES = WS-CLOCK-MINUTE
            - WS-CO-BACKUP-MINUTE(CO-IDX)
    ELSE
        COMPUTE WS-LOG-MINUTES = WS-CLOCK-MINUTE
            - WS-CO-PRIMARY-MINUTE(CO-IDX)
    END-IF
    IF WS-LOG-MINUTES IS LESS THAN ACK-WINDOW-MINUTES
        EXIT PARAGRAPH
    END-IF
    MOVE "EXPIRED" TO WS-LOG-EVENT
    MOVE WS-CO-TIER(CO-IDX) TO WS-LOG-TIER
    PERFORM 8700-TIER-CONTACT
    MOVE WS-CLOCK-DATE TO WS-LOG-DATE
    MOVE WS-CLOCK-TIME(1:6) TO WS-LOG-TIME
    MOVE SPACES TO WS-LOG-DETAIL
    STRING "NO ANSWER IN " ACK-WINDOW-MINUTES " MINUTES"
        DELIMITED BY SIZE INTO WS-LOG-DETAIL
    PERFORM 8900-WRITE-PAGE-LOG
    IF WS-CO-TIER(CO-IDX) IS EQUAL TO "B"
        SET CO-UNANSWERED(CO-IDX) TO TRUE
        ADD 1 TO WS-UNANSWERED
        DISPLAY "EXCEPTION: INCIDENT " WS-CO-INCIDENT(CO-IDX)
            " " WS-CO-SOURCE(CO-IDX) " " WS-CO-CONDITION(CO-IDX)
            " - NEITHER " WS-CO-PRIMARY(CO-IDX)
            " NOR " WS-CO-BACKUP(CO-IDX) " ANSWERED"
        EXIT PARAGRAPH
    END-IF
    MOVE "B" TO WS-CO-TIER(CO-IDX)
    MOVE SPACES TO WS-PAGE-DETAIL
    STRING "NO ANSWER FROM " WS-CO-PRIMARY(CO-IDX)
        DELIMITED BY SIZE INTO WS-PAGE-DETAIL
    ADD 1 TO WS-BACKUP-PAGES
    PERFORM 8100-SEND-PAGE.

      *> Every open critical incident pages its group's primary once.
5000-RAISE-CRITICAL.
    MOVE "N" TO WS-FILE-EOF
    MOVE LOW-VALUES TO INC-NUMBER
    START INCIDENT-FILE KEY IS GREATER THAN INC-NUMBER
        INVALID KEY SET FILE-EOF TO TRUE
    END-START
    PERFORM UNTIL FILE-EOF
        READ INCIDENT-FILE NEXT RECORD
            AT END SET FILE-EOF TO TRUE
        END-READ
        IF NOT FILE-EOF AND INC-SEVERITY IS EQUAL TO "CRIT"
                AND NOT INC-RESOLVED
            MOVE INC-NUMBER TO WS-WANTED-INCIDENT
            MOVE "C" TO WS-WANTED-REASON
            PERFORM 5100-RAISE-ONE-CALLOUT
        END-IF
    END-PERFORM.

5100-RAISE-ONE-CALLOUT.
    PERFORM 8000-FIND-CALLOUT
    IF NOT CALLOUT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF WS-CO-STATE(CO-IDX) IS NOT EQUAL TO SPACE
        EXIT PARAGRAPH
    END-IF
    MOVE INC-SEVERITY TO WS-CO-SEVERITY(CO-IDX)
    MOVE INC-SOURCE TO WS-CO-SOURCE(CO-IDX)
    MOVE INC-CONDITION TO WS-CO-CONDITION(CO-IDX)
    PERFORM 8200-FIND-SUPPORT-GROUP
    MOVE "P" TO WS-CO-TIER(CO-IDX)
    MOVE SPACES TO WS-PAGE-DETAIL
    IF WS-WANTED-REASON IS EQUAL TO "E"
        STRING "ESCALATED - OPEN " WS-AGE-DAYS " DAYS"
            DELIMITED BY SIZE INTO WS-PAGE-DETAIL
    ELSE
        MOVE "CRITICAL" TO WS-PAGE-DETAIL
    END-IF
    PERFORM 8100-SEND-PAGE.

      *> The incident aging run's ESCALATE lines page the group once
      *> per incident, provided it is still unresolved on the master.
6000-RAISE-ESCALATED.
    OPEN INPUT AGING-REPORT-FILE
    IF WS-AGING-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO INCIDENT AGING REPORT - STATUS "
            WS-AGING-STATUS " - NO ESCALATIONS PAGED"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-FILE-EOF
    READ AGING-REPORT-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ
    PERFORM UNTIL FILE-EOF
        IF AGL-ESCALATE AND AGL-INC-NUMBER IS NUMERIC
            MOVE AGL-INC-NUMBER TO INC-NUMBER
            READ INCIDENT-FILE
                INVALID KEY
                    MOVE "R" TO INC-STATUS
            END-READ
            IF NOT INC-RESOLVED
                MOVE INC-NUMBER TO WS-WANTED-INCIDENT
                MOVE "E" TO WS-WANTED-REASON
                MOVE ZEROS TO WS-AGE-DAYS
                IF INC-OPENED-DATE IS NUMERIC
                    COMPUTE WS-AGE-DAYS = FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(WS-RUN-DATE))
                        - FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(INC-OPENED-DATE))
                END-IF
                PERFORM 5100-RAISE-ONE-CALLOUT
            END-IF
        END-IF
        READ AGING-REPORT-FILE
            AT END SET FILE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE AGING-REPORT-FILE.

      *> Monthly figures: every page sent in the month with what
      *> became of it, then the load on each person.
7000-MONTH-REPORT.
    IF WS-REPORT-MONTH IS NOT NUMERIC
            OR WS-MONTH-MM IS LESS THAN 1
            OR WS-MONTH-MM IS GREATER THAN 12
        DISPLAY "EXCEPTION: MONTH " WS-REPORT-MONTH
            " IS NOT A YYYYMM MONTH - NOTHING REPORTED"
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    STRING WS-REPORT-MONTH "01" DELIMITED BY SIZE INTO WS-FROM-DATE
    IF WS-MONTH-MM IS EQUAL TO 12
        COMPUTE WS-NEXT-MONTH = (WS-MONTH-YYYY + 1) * 100 + 1
    ELSE
        COMPUTE WS-NEXT-MONTH = FUNCTION NUMVAL(WS-REPORT-MONTH) + 1
    END-IF
    COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH * 100 + 1) - 1)
    MOVE WS-DATE-NUM TO WS-TO-DATE
    PERFORM 7100-COLLECT-PAGES
    OPEN OUTPUT PAGE-REPORT-FILE
    MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
    PERFORM 7300-PRINT-PAGES-SENT
    PERFORM 7500-PRINT-PERSON-LOAD
    CLOSE PAGE-REPORT-FILE
    DISPLAY "PAGES SENT " WS-SENT-COUNT
        " ACKNOWLEDGED " WS-MONTH-ACKED
        " AFTER HOURS " WS-MONTH-AFTER-HOURS
        " NO ONE ON CALL " WS-MONTH-NO-COVER
    IF WS-OVERFLOW IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.

      *> A page belongs to the month it was sent in; what happened to
      *> it is taken from the log whenever it was written.
7100-COLLECT-PAGES.
    OPEN INPUT PAGE-LOG-FILE
    IF WS-PAGE-LOG-STATUS IS NOT EQUAL TO "00"
        DISPLAY "NOTE: NO PAGE LOG - STATUS " WS-PAGE-LOG-STATUS
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-FILE-EOF
    READ PAGE-LOG-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ
    PERFORM UNTIL FILE-EOF
        IF PGL-EVENT-DATE IS NOT LESS THAN WS-FROM-DATE
            PERFORM 7200-COLLECT-ONE-EVENT
        END-IF
        READ PAGE-LOG-FILE
            AT END SET FILE-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE PAGE-LOG-FILE.

7200-COLLECT-ONE-EVENT.
    IF PGL-NO-COVER
        IF PGL-EVENT-DATE IS NOT GREATER THAN WS-TO-DATE
            ADD 1 TO WS-MONTH-NO-COVER
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF PGL-SENT
        IF PGL-EVENT-DATE IS GREATER THAN WS-TO-DATE
            EXIT PARAGRAPH
        END-IF
        IF WS-SENT-COUNT IS EQUAL TO 3000
            ADD 1 TO WS-OVERFLOW
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-SENT-COUNT
        MOVE WS-SENT-COUNT TO SN-IDX
        MOVE PGL-PAGE-ID TO WS-SN-PAGE-ID(SN-IDX)
        MOVE PGL-GROUP TO WS-SN-GROUP(SN-IDX)
        MOVE PGL-CONTACT TO WS-SN-CONTACT(SN-IDX)
        MOVE PGL-EVENT-DATE TO WS-SN-DATE(SN-IDX)
        MOVE PGL-EVENT-TIME TO WS-SN-TIME(SN-IDX)
        MOVE PGL-AFTER-HOURS TO WS-SN-AFTER-HOURS(SN-IDX)
        MOVE "NOT ANSWERED" TO WS-SN-OUTCOME(SN-IDX)
        MOVE ZEROS TO WS-SN-ACK-MINUTES(SN-IDX)
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING SN-IDX FROM WS-SENT-COUNT BY -1
            UNTIL SN-IDX IS LESS THAN 1
        IF WS-SN-PAGE-ID(SN-IDX) IS EQUAL TO PGL-PAGE-ID
            EVALUATE TRUE
                WHEN PGL-ACKED
                    MOVE "ACKNOWLEDGED" TO WS-SN-OUTCOME(SN-IDX)
                    MOVE PGL-ACK-MINUTES TO WS-SN-ACK-MINUTES(SN-IDX)
                WHEN PGL-EXPIRED
                    MOVE "NO ANSWER" TO WS-SN-OUTCOME(SN-IDX)
                WHEN PGL-CLEARED
                    MOVE "STOOD DOWN" TO WS-SN-OUTCOME(SN-IDX)
            END-EVALUATE
            EXIT PERFORM
        END-IF
    END-PERFORM.

7300-PRINT-PAGES-SENT.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "ON-CALL PAGES SENT " WS-REPORT-MONTH
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE "  PAGE      GROUP     CONTACT   TIER     SENT"
        TO WS-PRINT-COLUMNS
    MOVE "AFTER HOURS  OUTCOME       ACK MIN"
        TO WS-PRINT-COLUMNS(57:35)
    MOVE 999 TO WS-PRINT-LINE-COUNT
    IF WS-SENT-COUNT IS EQUAL TO ZERO
        MOVE "  NO PAGES SENT IN THE MONTH" TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-IF
    PERFORM 7400-PRINT-ONE-PAGE
        VARYING SN-IDX FROM 1 BY 1
        UNTIL SN-IDX IS GREATER THAN WS-SENT-COUNT.

7400-PRINT-ONE-PAGE.
    MOVE WS-SN-PAGE-ID(SN-IDX) TO WSP-PAGE-ID
    MOVE WS-SN-GROUP(SN-IDX) TO WSP-GROUP
    MOVE WS-SN-CONTACT(SN-IDX) TO WSP-CONTACT
    IF WS-SN-PAGE-ID(SN-IDX)(8:1) IS EQUAL TO "B"
        MOVE "BACKUP" TO WSP-TIER
    ELSE
        MOVE "PRIMARY" TO WSP-TIER
    END-IF
    MOVE WS-SN-DATE(SN-IDX) TO WSP-SENT-DATE
    MOVE WS-SN-TIME(SN-IDX)(1:4) TO WSP-SENT-TIME
    IF WS-SN-AFTER-HOURS(SN-IDX) IS EQUAL TO "Y"
        MOVE "AFTER HOURS" TO WSP-AFTER-HOURS
    ELSE
        MOVE SPACES TO WSP-AFTER-HOURS
    END-IF
    MOVE WS-SN-OUTCOME(SN-IDX) TO WSP-OUTCOME
    IF WS-SN-OUTCOME(SN-IDX) IS EQUAL TO "ACKNOWLEDGED"
        MOVE WS-SN-ACK-MINUTES(SN-IDX) TO WSP-ACK-MINUTES
    ELSE
        MOVE SPACES TO WSP-ACK-MINUTES-X
    END-IF
    MOVE WS-PAGE-LINE TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    PERFORM 7410-TALLY-PERSON.

7410-TALLY-PERSON.
    PERFORM VARYING PR-IDX FROM 1 BY 1
            UNTIL PR-IDX IS GREATER THAN WS-PERSON-COUNT
        IF WS-PR-CONTACT(PR-IDX) IS EQUAL TO WS-SN-CONTACT(SN-IDX)
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF PR-IDX IS GREATER THAN WS-PERSON-COUNT
        IF WS-PERSON-COUNT IS EQUAL TO 300
            ADD 1 TO WS-OVERFLOW
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-PERSON-COUNT
        MOVE WS-PERSON-COUNT TO PR-IDX
        INITIALIZE WS-PERSON-ENTRY(PR-IDX)
        MOVE WS-SN-CONTACT(SN-IDX) TO WS-PR-CONTACT(PR-IDX)
    END-IF
    ADD 1 TO WS-PR-PAGES(PR-IDX)
    IF WS-SN-PAGE-ID(SN-IDX)(8:1) IS EQUAL TO "B"
        ADD 1 TO WS-PR-AS-BACKUP(PR-IDX)
    ELSE
        ADD 1 TO WS-PR-AS-PRIMARY(PR-IDX)
    END-IF
    IF WS-SN-AFTER-HOURS(SN-IDX) IS EQUAL TO "Y"
        ADD 1 TO WS-PR-AFTER-HOURS(PR-IDX)
        ADD 1 TO WS-MONTH-AFTER-HOURS
    END-IF
    EVALUATE WS-SN-OUTCOME(SN-IDX)
        WHEN "ACKNOWLEDGED"
            ADD 1 TO WS-PR-ACKED(PR-IDX)
            ADD 1 TO WS-MONTH-ACKED
            ADD WS-SN-ACK-MINUTES(SN-IDX) TO WS-PR-ACK-MINUTES(PR-IDX)
            IF WS-SN-ACK-MINUTES(SN-IDX) IS GREATER THAN
                    WS-PR-LONGEST(PR-IDX)
                MOVE WS-SN-ACK-MINUTES(SN-IDX) TO WS-PR-LONGEST(PR-IDX)
            END-IF
        WHEN "NO ANSWER"
            ADD 1 TO WS-PR-NO-ANSWER(PR-IDX)
    END-EVALUATE.

7500-PRINT-PERSON-LOAD.
    MOVE SPACES TO WS-PRINT-TITLE
    STRING "ON-CALL LOAD BY PERSON " WS-REPORT-MONTH
        DELIMITED BY SIZE INTO WS-PRINT-TITLE
    MOVE SPACES TO WS-PRINT-COLUMNS
    MOVE "CONTACT" TO WS-PRINT-COLUMNS(3:7)
    MOVE "PAGES" TO WS-PRINT-COLUMNS(14:5)
    MOVE "PRIMARY" TO WS-PRINT-COLUMNS(22:7)
    MOVE "BACKUP" TO WS-PRINT-COLUMNS(30:6)
    MOVE "ACKED" TO WS-PRINT-COLUMNS(38:5)
    MOVE "AVG MIN" TO WS-PRINT-COLUMNS(46:7)
    MOVE "LONGEST" TO WS-PRINT-COLUMNS(54:7)
    MOVE "NO ANSW" TO WS-PRINT-COLUMNS(62:7)
    MOVE "AFT HRS" TO WS-PRINT-COLUMNS(70:7)
    MOVE "AFT HRS %" TO WS-PRINT-COLUMNS(78:9)
    MOVE 999 TO WS-PRINT-LINE-COUNT
    PERFORM VARYING PR-IDX FROM 1 BY 1
            UNTIL PR-IDX IS GREATER THAN WS-PERSON-COUNT
        MOVE WS-PR-CONTACT(PR-IDX) TO WSR-CONTACT
        MOVE WS-PR-PAGES(PR-IDX) TO WSR-PAGES
        MOVE WS-PR-AS-PRIMARY(PR-IDX) TO WSR-AS-PRIMARY
        MOVE WS-PR-AS-BACKUP(PR-IDX) TO WSR-AS-BACKUP
        MOVE WS-PR-ACKED(PR-IDX) TO WSR-ACKED
        IF WS-PR-ACKED(PR-IDX) IS GREATER THAN ZERO
            COMPUTE WSR-AVG-MINUTES ROUNDED =
                WS-PR-ACK-MINUTES(PR-IDX) / WS-PR-ACKED(PR-IDX)
        ELSE
            MOVE ZEROS TO WSR-AVG-MINUTES
        END-IF
        MOVE WS-PR-LONGEST(PR-IDX) TO WSR-LONGEST
        MOVE WS-PR-NO-ANSWER(PR-IDX) TO WSR-NO-ANSWER
        MOVE WS-PR-AFTER-HOURS(PR-IDX) TO WSR-AFTER-HOURS
        COMPUTE WS-PCT ROUNDED = WS-PR-AFTER-HOURS(PR-IDX) * 100
            / WS-PR-PAGES(PR-IDX)
        MOVE WS-PCT TO WSR-AFTER-PCT
        MOVE WS-PERSON-LINE TO WS-PRINT-LINE
        PERFORM 9700-PRINT-LINE
    END-PERFORM
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "  PAGES SENT " WS-SENT-COUNT
        "  ACKNOWLEDGED " WS-MONTH-ACKED
        "  AFTER HOURS " WS-MONTH-AFTER-HOURS
        "  INCIDENTS WITH NO ONE ON CALL " WS-MONTH-NO-COVER
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM 9700-PRINT-LINE.

8000-FIND-CALLOUT.
    MOVE "N" TO WS-CALLOUT-FOUND
    PERFORM VARYING CO-IDX FROM 1 BY 1
            UNTIL CO-IDX IS GREATER THAN WS-CALLOUT-COUNT
        IF WS-CO-INCIDENT(CO-IDX) IS EQUAL TO WS-WANTED-INCIDENT
                AND WS-CO-REASON(CO-IDX) IS EQUAL TO WS-WANTED-REASON
            SET CALLOUT-FOUND TO TRUE
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-CALLOUT-COUNT IS EQUAL TO 2000
        ADD 1 TO WS-OVERFLOW
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CALLOUT-COUNT
    MOVE WS-CALLOUT-COUNT TO CO-IDX
    MOVE SPACES TO WS-CALLOUT-ENTRY(CO-IDX)
    MOVE WS-WANTED-INCIDENT TO WS-CO-INCIDENT(CO-IDX)
    MOVE WS-WANTED-REASON TO WS-CO-REASON(CO-IDX)
    MOVE ZEROS TO WS-CO-PRIMARY-MINUTE(CO-IDX)
    MOVE ZEROS TO WS-CO-BACKUP-MINUTE(CO-IDX)
    SET CALLOUT-FOUND TO TRUE.

      *> Pages whoever holds the call-out's tier on the group's
      *> rotation week in force now.
8100-SEND-PAGE.
    PERFORM 8300-FIND-ON-CALL
    MOVE WS-CO-TIER(CO-IDX) TO WS-LOG-TIER
    MOVE WS-CLOCK-DATE TO WS-LOG-DATE
    MOVE WS-CLOCK-TIME(1:6) TO WS-LOG-TIME
    MOVE ZEROS TO WS-LOG-MINUTES
    IF WS-ON-CALL-ID IS EQUAL TO SPACES
        SET CO-UNANSWERED(CO-IDX) TO TRUE
        ADD 1 TO WS-NO-COVER
        MOVE "NOCOVER" TO WS-LOG-EVENT
        MOVE SPACES TO WS-LOG-CONTACT, WS-LOG-DETAIL
        STRING "NO ONE ON CALL FOR " WS-CO-GROUP(CO-IDX)
            DELIMITED BY SIZE INTO WS-LOG-DETAIL
        PERFORM 8900-WRITE-PAGE-LOG
        DISPLAY "EXCEPTION: INCIDENT " WS-CO-INCIDENT(CO-IDX)
            " " WS-CO-SOURCE(CO-IDX) " - " WS-LOG-DETAIL
        EXIT PARAGRAPH
    END-IF
    SET CO-AWAITING(CO-IDX) TO TRUE
    IF WS-CO-TIER(CO-IDX) IS EQUAL TO "B"
        MOVE WS-ON-CALL-ID TO WS-CO-BACKUP(CO-IDX)
        MOVE WS-CLOCK-MINUTE TO WS-CO-BACKUP-MINUTE(CO-IDX)
    ELSE
        MOVE WS-ON-CALL-ID TO WS-CO-PRIMARY(CO-IDX)
        MOVE WS-CLOCK-MINUTE TO WS-CO-PRIMARY-MINUTE(CO-IDX)
    END-IF
    MOVE SPACES TO PAGE-OUT-REC
    MOVE WS-CO-INCIDENT(CO-IDX) TO PGO-PAGE-ID(1:6)
    MOVE WS-CO-REASON(CO-IDX) TO PGO-PAGE-ID(7:1)
    MOVE WS-CO-TIER(CO-IDX) TO PGO-PAGE-ID(8:1)
    MOVE WS-ON-CALL-ID TO PGO-CONTACT
    MOVE WS-ON-CALL-PAGER TO PGO-PAGER
    MOVE WS-CO-GROUP(CO-IDX) TO PGO-GROUP
    MOVE WS-CLOCK-DATE TO PGO-SENT-DATE
    MOVE WS-CLOCK-TIME(1:6) TO PGO-SENT-TIME
    STRING "INC " WS-CO-INCIDENT(CO-IDX)
        " " WS-CO-SEVERITY(CO-IDX)
        " " WS-CO-SOURCE(CO-IDX)
        " " WS-CO-CONDITION(CO-IDX)
        " " WS-PAGE-DETAIL
        DELIMITED BY SIZE INTO PGO-MESSAGE
    WRITE PAGE-OUT-REC
    ADD 1 TO WS-PAGES-SENT
    MOVE "SENT" TO WS-LOG-EVENT
    MOVE WS-ON-CALL-ID TO WS-LOG-CONTACT
    MOVE WS-PAGE-DETAIL TO WS-LOG-DETAIL
    PERFORM 8900-WRITE-PAGE-LOG
    DISPLAY "PAGE " PGO-PAGE-ID " TO " WS-ON-CALL-ID
        " " WS-CO-GROUP(CO-IDX) " - " WS-PAGE-DETAIL.

8200-FIND-SUPPORT-GROUP.
    MOVE WS-DEFAULT-GROUP TO WS-CO-GROUP(CO-IDX)
    PERFORM VARYING GM-IDX FROM 1 BY 1
            UNTIL GM-IDX IS GREATER THAN WS-GROUP-MAP-COUNT
        IF WS-GM-PROGRAM(GM-IDX) IS EQUAL TO INC-SOURCE
            MOVE WS-GM-GROUP(GM-IDX) TO WS-CO-GROUP(CO-IDX)
            EXIT PERFORM
        END-IF
    END-PERFORM.

      *> The latest rotation week already started is the one in force.
8300-FIND-ON-CALL.
    MOVE SPACES TO WS-ON-CALL-ID, WS-ON-CALL-PAGER, WS-FOUND-WEEK
    IF WS-CO-GROUP(CO-IDX) IS EQUAL TO SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING RS-IDX FROM 1 BY 1
            UNTIL RS-IDX IS GREATER THAN WS-ROSTER-COUNT
        IF WS-RS-GROUP(RS-IDX) IS EQUAL TO WS-CO-GROUP(CO-IDX)
                AND WS-RS-WEEK-START(RS-IDX) IS GREATER THAN
                    WS-FOUND-WEEK
            MOVE WS-RS-WEEK-START(RS-IDX) TO WS-FOUND-WEEK
            IF WS-CO-TIER(CO-IDX) IS EQUAL TO "B"
                MOVE WS-RS-BACKUP(RS-IDX) TO WS-ON-CALL-ID
                MOVE WS-RS-BACKUP-PAGER(RS-IDX) TO WS-ON-CALL-PAGER
            ELSE
                MOVE WS-RS-PRIMARY(RS-IDX) TO WS-ON-CALL-ID
                MOVE WS-RS-PRIMARY-PAGER(RS-IDX) TO WS-ON-CALL-PAGER
            END-IF
        END-IF
    END-PERFORM.

8700-TIER-CONTACT.
    IF WS-CO-TIER(CO-IDX) IS EQUAL TO "B"
        MOVE WS-CO-BACKUP(CO-IDX) TO WS-LOG-CONTACT
    ELSE
        MOVE WS-CO-PRIMARY(CO-IDX) TO WS-LOG-CONTACT
    END-IF.

      *> A date and HHMMSS time as minutes from the calendar's epoch,
      *> so two stamps subtract across midnight and month ends.
8800-STAMP-TO-MINUTE.
    IF WS-STAMP-DATE IS NOT NUMERIC OR WS-STAMP-TIME IS NOT NUMERIC
        MOVE ZEROS TO WS-STAMP-MINUTE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-STAMP-MINUTE = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-STAMP-DATE)) * 1440
        + FUNCTION NUMVAL(WS-STAMP-TIME(1:2)) * 60
        + FUNCTION NUMVAL(WS-STAMP-TIME(3:2)).

8900-WRITE-PAGE-LOG.
    MOVE SPACES TO PAGE-LOG-REC
    MOVE WS-CO-INCIDENT(CO-IDX) TO PGL-INCIDENT
    MOVE WS-CO-REASON(CO-IDX) TO PGL-REASON
    MOVE WS-LOG-TIER TO PGL-TIER
    MOVE WS-LOG-EVENT TO PGL-EVENT
    MOVE WS-LOG-DATE TO PGL-EVENT-DATE
    MOVE WS-LOG-TIME TO PGL-EVENT-TIME
    MOVE WS-CO-GROUP(CO-IDX) TO PGL-GROUP
    MOVE WS-LOG-CONTACT TO PGL-CONTACT
    MOVE WS-CO-SEVERITY(CO-IDX) TO PGL-SEVERITY
    MOVE WS-CO-SOURCE(CO-IDX) TO PGL-SOURCE
    MOVE WS-CO-CONDITION(CO-IDX) TO PGL-CONDITION
    MOVE WS-AFTER-HOURS TO PGL-AFTER-HOURS
    MOVE WS-LOG-MINUTES TO PGL-ACK-MINUTES
    MOVE WS-LOG-DETAIL TO PGL-DETAIL
    WRITE PAGE-LOG-REC.

    COPY printwrite REPLACING ==__PRINT-REC__== BY ==PAGE-REPORT-REC==.
