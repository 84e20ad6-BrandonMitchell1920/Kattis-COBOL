      *> Which indexed masters each updating program touches.  A
      *> program not on this map updates no master and locks nothing.
        01 WS-LOCK-MAP.
            05 FILLER PIC X(48) VALUE
                "CURSDARKCANDLEIDX                               ".
            05 FILLER PIC X(48) VALUE
                "CANDLMNTCANDLEIDX                               ".
            05 FILLER PIC X(48) VALUE
                "CANDLLIFCANDLEIDX CANDLELIFE                    ".
            05 FILLER PIC X(48) VALUE
                "JUDGMOOSMOOSEREG                                ".
            05 FILLER PIC X(48) VALUE
                "NUMBRFUNNUMFUNDUP NUMFRESP                      ".
            05 FILLER PIC X(48) VALUE
                "BOSSBTL BOSSPILLAR                              ".
            05 FILLER PIC X(48) VALUE
                "PILLARHKBOSSPILLAR                              ".
            05 FILLER PIC X(48) VALUE
                "PET     PETSEASN  PETBOARD                      ".
            05 FILLER PIC X(48) VALUE
                "REJLOAD REJMASTR                                ".
            05 FILLER PIC X(48) VALUE
                "FINEBILLFINEINV   FINELEDG                      ".
            05 FILLER PIC X(48) VALUE
                "FINEPAY PAYPLAN   FINEINV   FINELEDG            ".
            05 FILLER PIC X(48) VALUE
                "FINEPLANPAYPLAN   FINEINV   FINELEDG            ".
            05 FILLER PIC X(48) VALUE
                "FINEDISPDISPMAST  FINEINV   FINELEDG  DRVPTLEDG ".
            05 FILLER PIC X(48) VALUE
                "FINEAGE FINEINV   FINELEDG                      ".
            05 FILLER PIC X(48) VALUE
                "FINERFNDFINELEDG                                ".
            05 FILLER PIC X(48) VALUE
                "DRVPOINTDRVPTLEDG DRIVRMST                      ".
            05 FILLER PIC X(48) VALUE
                "FINECONVFINEINV   FINELEDG  DRVPTLEDG           ".
            05 FILLER PIC X(48) VALUE
                "FINEUNLDFINEINV   FINELEDG  DRVPTLEDG           ".
            05 FILLER PIC X(48) VALUE
                "LICLOAD DRIVRMST                                ".
            05 FILLER PIC X(48) VALUE
                "DRVMCONVDRIVRMST                                ".
            05 FILLER PIC X(48) VALUE
                "FLEETMNTFLEETMST                                ".
            05 FILLER PIC X(48) VALUE
                "FLEETRECFLEETMST                                ".
            05 FILLER PIC X(48) VALUE
                "SOYINVC SOYCLAR                                 ".
            05 FILLER PIC X(48) VALUE
                "LEFTBEE BEEATTEN                                ".
            05 FILLER PIC X(48) VALUE
                "ZONESLA ZONEWKST                                ".
            05 FILLER PIC X(48) VALUE
                "CARLOC  CARLOC                                  ".
            05 FILLER PIC X(48) VALUE
                "PARTYMNTPARTYMST                                ".
            05 FILLER PIC X(48) VALUE
                "MAILRTN PARTYMST                                ".
        01 WS-LOCK-MAP-TABLE REDEFINES WS-LOCK-MAP.
            05 WS-MAP-ENTRY OCCURS 28 TIMES.
                10 WS-MAP-PROGRAM PIC X(8).
                10 WS-MAP-MASTER-1 PIC X(10).
                10 WS-MAP-MASTER-2 PIC X(10).
                10 WS-MAP-MASTER-3 PIC X(10).
                10 WS-MAP-MASTER-4 PIC X(10).
        01 MAP-IDX PIC 99.
        01 WS-MAP-FOUND PIC X.
            88 MAP-FOUND VALUE "Y".
1000-FIND-MAP-ENTRY.
    MOVE "N" TO WS-MAP-FOUND
    PERFORM VARYING MAP-IDX FROM 1 BY 1
            UNTIL MAP-IDX IS GREATER THAN 28
        IF LOCK-PROGRAM IS EQUAL TO WS-MAP-PROGRAM(MAP-IDX)
            SET MAP-FOUND TO TRUE
            EXIT PERFORM
    MOVE WS-MAP-MASTER-2(MAP-IDX) TO WS-WANTED-MASTER
    PERFORM 2100-CHECK-ONE-MASTER
    MOVE WS-MAP-MASTER-3(MAP-IDX) TO WS-WANTED-MASTER
    PERFORM 2100-CHECK-ONE-MASTER
    MOVE WS-MAP-MASTER-4(MAP-IDX) TO WS-WANTED-MASTER
    PERFORM 2100-CHECK-ONE-MASTER.

2100-CHECK-ONE-MASTER.
    MOVE WS-MAP-MASTER-2(MAP-IDX) TO WS-WANTED-MASTER
    PERFORM 3100-REGISTER-ONE-MASTER
    MOVE WS-MAP-MASTER-3(MAP-IDX) TO WS-WANTED-MASTER
    PERFORM 3100-REGISTER-ONE-MASTER
    MOVE WS-MAP-MASTER-4(MAP-IDX) TO WS-WANTED-MASTER
    PERFORM 3100-REGISTER-ONE-MASTER.

3100-REGISTER-ONE-MASTER.
