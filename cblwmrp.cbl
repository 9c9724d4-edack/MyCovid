               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UHR-KEY-DATE.
           SELECT EVENT-CAL-FILE  ASSIGN TO EVNTCAL.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
       01  UHR-RECORD.
           05  UHR-KEY-DATE          PIC X(08).
           05  FILLER                PIC X(122).
      *---------------------------------------------------------------*
       FD  EVENT-CAL-FILE
               RECORDING MODE IS F.
       01  EVT-RECORD                PIC X(80).
      *---------------------------------------------------------------*
       FD  PRINT-FILE
               RECORDING MODE F.
               10  FILLER    PIC X(12) VALUE ' DEATHS NEW '.
               10  FILLER    PIC X(09) VALUE '  FATAL% '.
               10  FILLER    PIC X(09) VALUE '  HOSP%  '.
               10  FILLER    PIC X(16) VALUE '  CHG PRIOR     '.
               10  FILLER    PIC X(16) VALUE '  CHG 4-BACK    '.
               10  FILLER    PIC X(06) VALUE SPACE.
               10  FILLER    PIC X(03) VALUE 'EVT'.
               10  FILLER    PIC X(28) VALUE SPACE.
      *---------------------------------------------------------------*
           05  WM-DETAIL-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  FILLER             PIC X(03) VALUE SPACE.
               10  WM-HOSP-PCT        PIC ZZ9.99.
               10  FILLER             PIC X(02) VALUE SPACE.
               10  WM-CHG-PRIOR       PIC X(14).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  WM-CHG-4BACK       PIC X(14).
               10  FILLER             PIC X(01) VALUE SPACE.
               10  WM-PARTIAL-NOTE    PIC X(09) VALUE SPACE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  WM-EVENT-MARK      PIC X(01) VALUE SPACE.
               10  FILLER             PIC X(30) VALUE SPACE.
      *---------------------------------------------------------------*
           05  NC-NOTE-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  FILLER             PIC X(17) VALUE
                   'NOT COMPARABLE = '.
               10  NC-NOTE-TEXT       PIC X(60) VALUE SPACE.
               10  FILLER             PIC X(54) VALUE SPACE.
      *---------------------------------------------------------------*
           05  EV-EVENT-LINE.
               10  FILLER             PIC X(13) VALUE SPACE.
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
               10  FILLER             PIC X(25) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-UHR-RAW-FIELDS.
      *---------------------------------------------------------------*
               10  WS-WKT-DEATHS      PIC 9(09).
               10  WS-WKT-FAT-SUM     PIC 9(06)V999999.
               10  WS-WKT-HOSP-SUM    PIC 9(06)V999999.
               10  WS-WKT-EVENT-MARK  PIC X(01).
               10  WS-WKT-HOLIDAY-SW  PIC X(01).
      *---------------------------------------------------------------*
       01  WS-MONTH-TABLE.
      *---------------------------------------------------------------*
               10  WS-MOT-DEATHS      PIC 9(09).
               10  WS-MOT-FAT-SUM     PIC 9(06)V999999.
               10  WS-MOT-HOSP-SUM    PIC 9(06)V999999.
               10  WS-MOT-EVENT-MARK  PIC X(01).
               10  WS-MOT-HOLIDAY-CNT PIC 9(02).
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
       01  WS-MONTH-CUM-VALUES.
      *---------------------------------------------------------------*
           05  WS-AVG-WORK            PIC 999V99  VALUE ZERO.
           05  WS-CHG-WORK            PIC S9(09)  VALUE ZERO.
           05  WS-CHG-EDIT            PIC +ZZZ,ZZZ,ZZ9.
           05  WS-HOLIDAY-MODE-PARM   PIC X(08)   VALUE SPACE.
           05  WS-HOLIDAY-MODE-SW     PIC X(01)   VALUE 'N'.
               88  WS-HOLIDAY-NOT-COMPARABLE      VALUE 'Y'.
           05  WS-DAYS-IN-MONTH       PIC 9(02)   VALUE ZERO.
           05  WS-RECORD-COUNT        PIC 9(07)   VALUE ZERO.
           05  WS-BUCKET-SKIP-SW      PIC X(01)   VALUE 'N'.
           MOVE TD-YEAR                TO HL1-YEAR-OUT.
           MOVE TD-MONTH               TO HL1-MONTH-OUT.
           MOVE TD-DAY                 TO HL1-DAY-OUT.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-HOLIDAY-MODE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE          TO WS-HOLIDAY-MODE-PARM
           END-ACCEPT.
           IF  WS-HOLIDAY-MODE-PARM = 'NOCOMP'
               MOVE 'Y'                TO WS-HOLIDAY-MODE-SW.
           PERFORM 1200-LOAD-EVENT-CALENDAR.
           OPEN INPUT  USA-HIST-FILE
                OUTPUT PRINT-FILE.
           PERFORM 8010-GET-VALID-USA-RECORD.
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
                   DISPLAY 'CBLWMRP: EVNTCAL ROW REJECTED - '
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
       2000-PROCESS-USA-HIST-FILE.
      *---------------------------------------------------------------*
           MOVE WS-UHR-YEAR            TO WS-YEAR-NUM.
           MOVE WS-UHR-MONTH           TO WS-MONTH-NUM.
           MOVE WS-UHR-DAY             TO WS-DAY-NUM.
           PERFORM 2110-COMPUTE-DAY-SERIAL.
           MOVE WS-UHR-DATE(1:6)       TO WS-MONTH-ID.
      *---------------------------------------------------------------*
       2110-COMPUTE-DAY-SERIAL.
      *---------------------------------------------------------------*
           COMPUTE WS-PRIOR-YEARS = WS-YEAR-NUM - 1.
           COMPUTE WS-LEAP-DAYS = WS-PRIOR-YEARS / 4.
           COMPUTE WS-LEAP-WORK = WS-PRIOR-YEARS / 100.
               (365 * WS-PRIOR-YEARS) + WS-LEAP-DAYS
               + WS-DAY-OF-YEAR.
           COMPUTE WS-WEEK-ID = WS-DAY-SERIAL / 7.
      *---------------------------------------------------------------*
       2200-COMPUTE-DAY-RATES.
      *---------------------------------------------------------------*
           MOVE 2                      TO LINE-SPACEING.
           MOVE WH-HEADER-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-HOLIDAY-NOT-COMPARABLE
               MOVE 'WEEK OR COMPARISON WEEK HAS A NATIONAL HOLIDAY'
                                       TO NC-NOTE-TEXT
               MOVE NC-NOTE-LINE       TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 3050-FLAG-WEEK-EVENTS
               VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX GREATER THAN WS-WKT-COUNT.
           PERFORM 3100-PRINT-ONE-WEEK-LINE
               VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX GREATER THAN WS-WKT-COUNT.
               MOVE WS-CHG-EDIT        TO WM-CHG-4BACK
           ELSE
               MOVE SPACE              TO WM-CHG-4BACK.
           IF  WS-HOLIDAY-NOT-COMPARABLE AND WS-NDX GREATER THAN 1
               IF  WS-WKT-HOLIDAY-SW(WS-NDX) = 'Y' OR
                   WS-WKT-HOLIDAY-SW(WS-NDX - 1) = 'Y'
                   MOVE 'NOT COMPARABLE' TO WM-CHG-PRIOR
               END-IF
           END-IF.
           IF  WS-HOLIDAY-NOT-COMPARABLE AND
               WS-BACK-NDX GREATER THAN ZERO
               IF  WS-WKT-HOLIDAY-SW(WS-NDX) = 'Y' OR
                   WS-WKT-HOLIDAY-SW(WS-BACK-NDX) = 'Y'
                   MOVE 'NOT COMPARABLE' TO WM-CHG-4BACK
               END-IF
           END-IF.
           IF  WS-WKT-DAYS(WS-NDX) LESS THAN 7
               MOVE '*PARTIAL*'        TO WM-PARTIAL-NOTE
           ELSE
               MOVE SPACE              TO WM-PARTIAL-NOTE.
           MOVE WS-WKT-EVENT-MARK(WS-NDX) TO WM-EVENT-MARK.
           MOVE WM-DETAIL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-WKT-EVENT-MARK(WS-NDX) NOT = SPACE
               PERFORM 3200-PRINT-WEEK-EVENT
                   VARYING WS-EVI FROM 1 BY 1
                       UNTIL WS-EVI GREATER THAN WS-EVT-COUNT.
      *---------------------------------------------------------------*
       3050-FLAG-WEEK-EVENTS.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-WKT-EVENT-MARK(WS-NDX).
           MOVE 'N'                    TO WS-WKT-HOLIDAY-SW(WS-NDX).
           PERFORM 3060-CHECK-ONE-WEEK-EVENT
               VARYING WS-EVI FROM 1 BY 1
                   UNTIL WS-EVI GREATER THAN WS-EVT-COUNT.
      *---------------------------------------------------------------*
       3060-CHECK-ONE-WEEK-EVENT.
      *---------------------------------------------------------------*
           IF  WS-EVT-WEEK-ID(WS-EVI) = WS-WKT-WEEK-ID(WS-NDX)
               IF  WS-WKT-EVENT-MARK(WS-NDX) = SPACE
                   MOVE WS-EVT-MARK(WS-EVI) TO
                                       WS-WKT-EVENT-MARK(WS-NDX)
               END-IF
               IF  WS-EVT-HOLIDAY(WS-EVI) AND
                   WS-EVT-SCOPE(WS-EVI) = 'US'
                   MOVE 'Y'            TO WS-WKT-HOLIDAY-SW(WS-NDX)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3200-PRINT-WEEK-EVENT.
      *---------------------------------------------------------------*
           IF  WS-EVT-WEEK-ID(WS-EVI) = WS-WKT-WEEK-ID(WS-NDX)
               PERFORM 3250-FORMAT-EVENT-LINE.
      *---------------------------------------------------------------*
       3250-FORMAT-EVENT-LINE.
      *---------------------------------------------------------------*
           MOVE WS-EVT-DATE(WS-EVI)(5:2) TO EV-MONTH.
           MOVE WS-EVT-DATE(WS-EVI)(7:2) TO EV-DAY.
           MOVE WS-EVT-DATE(WS-EVI)(1:4) TO EV-YEAR.
           MOVE WS-EVT-SCOPE(WS-EVI)   TO EV-SCOPE.
           MOVE WS-EVT-MARK(WS-EVI)    TO EV-MARK.
           MOVE WS-EVT-TYPE(WS-EVI)    TO EV-TYPE.
           MOVE WS-EVT-DESC(WS-EVI)    TO EV-DESCRIPTION.
           IF  WS-EVT-HOLIDAY(WS-EVI)
               MOVE 'REPORTING HOLIDAY' TO EV-HOLIDAY-NOTE
           ELSE
               MOVE SPACE              TO EV-HOLIDAY-NOTE.
           MOVE EV-EVENT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4000-PRINT-MONTHLY-SECTION.
      *---------------------------------------------------------------*
           MOVE 2                      TO LINE-SPACEING.
           MOVE WH-HEADER-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-HOLIDAY-NOT-COMPARABLE
               MOVE 'MONTHS DIFFER IN NUMBER OF NATIONAL HOLIDAYS'
                                       TO NC-NOTE-TEXT
               MOVE NC-NOTE-LINE       TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 4050-FLAG-MONTH-EVENTS
               VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX GREATER THAN WS-MOT-COUNT.
           PERFORM 4100-PRINT-ONE-MONTH-LINE
               VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX GREATER THAN WS-MOT-COUNT.
           ELSE
               MOVE SPACE              TO WM-CHG-PRIOR.
           MOVE SPACE                  TO WM-CHG-4BACK.
           IF  WS-HOLIDAY-NOT-COMPARABLE AND WS-NDX GREATER THAN 1
               IF  WS-MOT-HOLIDAY-CNT(WS-NDX) NOT =
                   WS-MOT-HOLIDAY-CNT(WS-NDX - 1)
                   MOVE 'NOT COMPARABLE' TO WM-CHG-PRIOR
               END-IF
           END-IF.
           PERFORM 4200-CHECK-PARTIAL-MONTH.
           MOVE WS-MOT-EVENT-MARK(WS-NDX) TO WM-EVENT-MARK.
           MOVE WM-DETAIL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4050-FLAG-MONTH-EVENTS.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-MOT-EVENT-MARK(WS-NDX).
           MOVE ZERO                   TO WS-MOT-HOLIDAY-CNT(WS-NDX).
           PERFORM 4060-CHECK-ONE-MONTH-EVENT
               VARYING WS-EVI FROM 1 BY 1
                   UNTIL WS-EVI GREATER THAN WS-EVT-COUNT.
      *---------------------------------------------------------------*
       4060-CHECK-ONE-MONTH-EVENT.
      *---------------------------------------------------------------*
           IF  WS-EVT-DATE(WS-EVI)(1:6) = WS-MOT-MONTH-ID(WS-NDX)
               IF  WS-MOT-EVENT-MARK(WS-NDX) = SPACE
                   MOVE WS-EVT-MARK(WS-EVI) TO
                                       WS-MOT-EVENT-MARK(WS-NDX)
               END-IF
               IF  WS-EVT-HOLIDAY(WS-EVI) AND
                   WS-EVT-SCOPE(WS-EVI) = 'US'
                   ADD  1              TO WS-MOT-HOLIDAY-CNT(WS-NDX)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       4200-CHECK-PARTIAL-MONTH.
      *---------------------------------------------------------------*
