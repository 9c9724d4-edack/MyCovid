       FILE-CONTROL.
           SELECT STATE-HIST-FILE ASSIGN TO STATEHIST.
           SELECT STATE-POP-FILE  ASSIGN TO STATPOP.
           SELECT EVENT-CAL-FILE  ASSIGN TO EVNTCAL.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
       FD  STATE-POP-FILE
               RECORDING MODE IS F.
       01  POP-RECORD                PIC X(30).
      *---------------------------------------------------------------*
       FD  EVENT-CAL-FILE
               RECORDING MODE IS F.
       01  EVT-RECORD                PIC X(80).
      *---------------------------------------------------------------*
       FD  PRINT-FILE
               RECORDING MODE F.
               10  FILLER             PIC X(02) VALUE SPACE.
               10  RK-DELTA-X         PIC X(09).
               10  RK-PCT-2           PIC X(01).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  RK-EVENT-MARK      PIC X(01).
               10  FILLER             PIC X(89) VALUE SPACE.
      *---------------------------------------------------------------*
           05  EV-EVENT-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  FILLER             PIC X(07) VALUE 'EVENT: '.
               10  EV-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  EV-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  EV-YEAR            PIC X(04).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  EV-SCOPE           PIC X(02).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  EV-MARK            PIC X(01).
               10  FILLER             PIC X(01) VALUE SPACE.
               10  EV-TYPE            PIC X(08).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  EV-DESCRIPTION     PIC X(40).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  EV-HOLIDAY-NOTE    PIC X(17).
               10  FILLER             PIC X(37) VALUE SPACE.
      *---------------------------------------------------------------*
           05  CU-HEADER-LINE.
               10  FILLER             PIC X(29) VALUE
                                      INDEXED BY WS-PPI.
               10  WS-POP-STATE       PIC X(02).
               10  WS-POP-VALUE       PIC 9(09).
      *---------------------------------------------------------------*
       01  WS-EVENT-CALENDAR-FIELDS.
      *---------------------------------------------------------------*
           05  EVT-EOF-SW             PIC X(01)   VALUE 'N'.
               88  EVT-EOF                        VALUE 'Y'.
           05  EVT-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  EVT-VALID-RECORD               VALUE 'Y'.
           05  WS-EVT-RAW-FIELDS.
               10  WS-EVT-RAW-DATE    PIC X(08).
               10  WS-EVT-RAW-SCOPE   PIC X(02).
               10  WS-EVT-RAW-TYPE    PIC X(08).
                   88  WS-EVT-TYPE-VALID   VALUE 'HOLIDAY' 'BACKLOG'
                                           'DEFCHG' 'WEEKEND' 'OTHER'.
               10  WS-EVT-RAW-HOLIDAY PIC X(01).
               10  WS-EVT-RAW-DESC    PIC X(40).
           05  WS-EVT-ERROR           PIC X(30)   VALUE SPACE.
           05  WS-EVT-MONTH-NUM       PIC 99      VALUE ZERO.
           05  WS-EVT-DAY-NUM         PIC 99      VALUE ZERO.
           05  WS-EVT-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-EVT-ENTRY           OCCURS 300 TIMES
                                      INDEXED BY WS-EVI.
               10  WS-EVT-DATE        PIC X(08).
               10  WS-EVT-WEEK-ID     PIC 9(07).
               10  WS-EVT-SCOPE       PIC X(02).
               10  WS-EVT-TYPE        PIC X(08).
               10  WS-EVT-MARK        PIC X(01).
               10  WS-EVT-HOLIDAY-SW  PIC X(01).
                   88  WS-EVT-HOLIDAY             VALUE 'Y'.
               10  WS-EVT-DESC        PIC X(40).
      *---------------------------------------------------------------*
       01  WS-WORK-FIELDS.
      *---------------------------------------------------------------*
           IF  WS-PER-CAPITA-MODE
               PERFORM 1100-LOAD-POPULATION-TABLE.
           PERFORM 1050-SET-METRIC-LABEL.
           PERFORM 1200-LOAD-EVENT-CALENDAR.
           OPEN INPUT  STATE-HIST-FILE
                OUTPUT PRINT-FILE.
           PERFORM 8100-READ-STATE-HIST-FILE.
                   MOVE 'Y'            TO WS-POP-FOUND-SW
                   MOVE WS-POP-VALUE(WS-PPI) TO WS-CUR-POP
           END-SEARCH.
      *---------------------------------------------------------------*
       1200-LOAD-EVENT-CALENDAR.
      *---------------------------------------------------------------*
           OPEN INPUT EVENT-CAL-FILE.
           PERFORM 1210-LOAD-ONE-EVENT-RECORD
               UNTIL EVT-EOF.
           CLOSE EVENT-CAL-FILE.
      *---------------------------------------------------------------*
       1210-LOAD-ONE-EVENT-RECORD.
      *---------------------------------------------------------------*
           READ EVENT-CAL-FILE
               AT END MOVE 'Y'         TO EVT-EOF-SW
                      MOVE 'N'         TO EVT-VALID-SW.
           IF  NOT EVT-VALID-RECORD
               MOVE 'Y'                TO EVT-EOF-SW.
           IF  NOT EVT-EOF AND
               EVT-RECORD NOT = SPACE AND
               EVT-RECORD(1:1) NOT = '*'
               MOVE SPACE              TO WS-EVT-RAW-FIELDS
               UNSTRING EVT-RECORD DELIMITED BY ','
                   INTO WS-EVT-RAW-DATE
                        WS-EVT-RAW-SCOPE
                        WS-EVT-RAW-TYPE
                        WS-EVT-RAW-HOLIDAY
                        WS-EVT-RAW-DESC
               PERFORM 1240-EDIT-EVENT-FIELDS
               IF  WS-EVT-ERROR = SPACE
                   PERFORM 1220-ADD-EVENT-ENTRY
               ELSE
                   DISPLAY 'CBLRANK: EVNTCAL ROW REJECTED - '
                           WS-EVT-ERROR ' - ' EVT-RECORD(1:40)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       1220-ADD-EVENT-ENTRY.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-EVT-COUNT.
           SET  WS-EVI                 TO WS-EVT-COUNT.
           MOVE WS-EVT-RAW-DATE        TO WS-EVT-DATE(WS-EVI).
           MOVE WS-EVT-RAW-SCOPE       TO WS-EVT-SCOPE(WS-EVI).
           MOVE WS-EVT-RAW-TYPE        TO WS-EVT-TYPE(WS-EVI).
           MOVE WS-EVT-RAW-TYPE(1:1)   TO WS-EVT-MARK(WS-EVI).
           MOVE WS-EVT-RAW-DESC        TO WS-EVT-DESC(WS-EVI).
           IF  WS-EVT-RAW-HOLIDAY = 'Y'
               MOVE 'Y'                TO WS-EVT-HOLIDAY-SW(WS-EVI)
           ELSE
               MOVE 'N'                TO WS-EVT-HOLIDAY-SW(WS-EVI).
           MOVE WS-EVT-RAW-DATE(1:4)   TO WS-YEAR-NUM.
           MOVE WS-EVT-MONTH-NUM       TO WS-MONTH-NUM.
           MOVE WS-EVT-DAY-NUM         TO WS-DAY-NUM.
           PERFORM 2110-COMPUTE-DAY-SERIAL.
           MOVE WS-WEEK-ID             TO WS-EVT-WEEK-ID(WS-EVI).
      *---------------------------------------------------------------*
       1240-EDIT-EVENT-FIELDS.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-EVT-ERROR.
           MOVE ZERO                   TO WS-EVT-MONTH-NUM
                                          WS-EVT-DAY-NUM.
           IF  WS-EVT-RAW-DATE NUMERIC
               MOVE WS-EVT-RAW-DATE(5:2) TO WS-EVT-MONTH-NUM
               MOVE WS-EVT-RAW-DATE(7:2) TO WS-EVT-DAY-NUM.
           EVALUATE TRUE
               WHEN WS-EVT-RAW-DATE NOT NUMERIC
                   MOVE 'EVENT DATE NOT NUMERIC' TO WS-EVT-ERROR
               WHEN WS-EVT-MONTH-NUM < 1 OR WS-EVT-MONTH-NUM > 12
                 OR WS-EVT-DAY-NUM < 1 OR WS-EVT-DAY-NUM > 31
                   MOVE 'EVENT DATE INVALID' TO WS-EVT-ERROR
               WHEN WS-EVT-RAW-SCOPE = SPACE
                   MOVE 'SCOPE MISSING'    TO WS-EVT-ERROR
               WHEN NOT WS-EVT-TYPE-VALID
                   MOVE 'EVENT TYPE NOT RECOGNIZED'
                                           TO WS-EVT-ERROR
               WHEN WS-EVT-RAW-HOLIDAY NOT = 'Y' AND
                    WS-EVT-RAW-HOLIDAY NOT = 'N' AND
                    WS-EVT-RAW-HOLIDAY NOT = SPACE
                   MOVE 'HOLIDAY FLAG NOT Y/N' TO WS-EVT-ERROR
               WHEN WS-EVT-RAW-DESC = SPACE
                   MOVE 'DESCRIPTION MISSING' TO WS-EVT-ERROR
               WHEN WS-EVT-COUNT NOT LESS THAN 300
                   MOVE 'EVENT TABLE FULL' TO WS-EVT-ERROR
           END-EVALUATE.
      *---------------------------------------------------------------*
       1020-PARSE-TOP-N-DIGIT.
      *---------------------------------------------------------------*
           MOVE WS-SHR-YEAR            TO WS-YEAR-NUM.
           MOVE WS-SHR-MONTH           TO WS-MONTH-NUM.
           MOVE WS-SHR-DAY             TO WS-DAY-NUM.
           PERFORM 2110-COMPUTE-DAY-SERIAL.
      *---------------------------------------------------------------*
       2110-COMPUTE-DAY-SERIAL.
      *---------------------------------------------------------------*
           COMPUTE WS-PRIOR-YEARS = WS-YEAR-NUM - 1.
           COMPUTE WS-LEAP-DAYS = WS-PRIOR-YEARS / 4.
           COMPUTE WS-LEAP-WORK = WS-PRIOR-YEARS / 100.
           IF  WS-PER-CAPITA-MODE
               MOVE PP-POP-DATE-LINE   TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 3050-PRINT-WEEK-EVENT
               VARYING WS-EVI FROM 1 BY 1
                   UNTIL WS-EVI GREATER THAN WS-EVT-COUNT.
           MOVE ZERO                   TO WS-RANK-OUT.
           PERFORM 3200-PRINT-ONE-RANK-LINE
               VARYING WS-NDX-1 FROM 1 BY 1
               VARYING WS-STI FROM 1 BY 1
                   UNTIL WS-STI GREATER THAN WS-STT-COUNT.
           MOVE 'N'                    TO WS-WEEK-HAS-DATA-SW.
      *---------------------------------------------------------------*
       3050-PRINT-WEEK-EVENT.
      *---------------------------------------------------------------*
           IF  WS-EVT-WEEK-ID(WS-EVI) = WS-CUR-WEEK-ID
               MOVE WS-EVT-DATE(WS-EVI)(5:2) TO EV-MONTH
               MOVE WS-EVT-DATE(WS-EVI)(7:2) TO EV-DAY
               MOVE WS-EVT-DATE(WS-EVI)(1:4) TO EV-YEAR
               MOVE WS-EVT-SCOPE(WS-EVI) TO EV-SCOPE
               MOVE WS-EVT-MARK(WS-EVI) TO EV-MARK
               MOVE WS-EVT-TYPE(WS-EVI) TO EV-TYPE
               MOVE WS-EVT-DESC(WS-EVI) TO EV-DESCRIPTION
               IF  WS-EVT-HOLIDAY(WS-EVI)
                   MOVE 'REPORTING HOLIDAY' TO EV-HOLIDAY-NOTE
               ELSE
                   MOVE SPACE          TO EV-HOLIDAY-NOTE
               END-IF
               MOVE EV-EVENT-LINE      TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3100-POST-ONE-WEEK-ENTRY.
      *---------------------------------------------------------------*
                       MOVE 'STEADY'   TO RK-MOVEMENT
               END-EVALUATE
           END-IF.
           MOVE SPACE                  TO RK-EVENT-MARK.
           PERFORM 3250-CHECK-STATE-EVENT
               VARYING WS-EVI FROM 1 BY 1
                   UNTIL WS-EVI GREATER THAN WS-EVT-COUNT
                      OR RK-EVENT-MARK NOT = SPACE.
           MOVE RK-RANK-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3250-CHECK-STATE-EVENT.
      *---------------------------------------------------------------*
           IF  WS-EVT-WEEK-ID(WS-EVI) = WS-CUR-WEEK-ID AND
               WS-EVT-SCOPE(WS-EVI) = WS-RNK-STATE(WS-NDX-1)
               MOVE WS-EVT-MARK(WS-EVI) TO RK-EVENT-MARK.
      *---------------------------------------------------------------*
       3300-ROLL-WEEK-FORWARD.
      *---------------------------------------------------------------*
