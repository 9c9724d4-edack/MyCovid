               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UHR-KEY-DATE.
           SELECT STATE-HIST-FILE ASSIGN TO STATEHIST.
           SELECT EVENT-CAL-FILE  ASSIGN TO EVNTCAL.
           SELECT EXCEPTION-FILE  ASSIGN TO USAHXCP.
           SELECT CONTINUITY-FILE ASSIGN TO USAHCONT.
           SELECT CHECKPOINT-FILE ASSIGN TO CBLCKPT.
      *    05  SHR-DEATH             PIC 9(07).
      *    05  SHR-DEATH-NEW         PIC 9(07).
      *    05  SHR-PERCENT           PIC 99V99.
      *---------------------------------------------------------------*
       FD  EVENT-CAL-FILE
               RECORDING MODE IS F.
       01  EVT-RECORD                PIC X(80).
      *
      *01  EVT-RECORD.
      *    05  EVT-DATE              PIC X(08).
      *    05  EVT-SCOPE             PIC X(02).
      *    05  EVT-TYPE              PIC X(08).
      *    05  EVT-HOLIDAY           PIC X(01).
      *    05  EVT-DESCRIPTION       PIC X(40).
      *---------------------------------------------------------------*
       FD  EXCEPTION-FILE
               RECORDING MODE IS F.
               10  FILLER             PIC X(02)  VALUE ' |'.
               10  UHR-GRAPH.
                   15  UHR-GRAPH-DATA PIC X(01) OCCURS 110 TIMES.
               10  FILLER             PIC X(01)  VALUE SPACE.
               10  UHR-EVENT-MARK     PIC X(01)  VALUE SPACE.
               10  FILLER             PIC X(03)  VALUE SPACE.
      *---------------------------------------------------------------*
           05  SHR-PRINT-RECORD.
               10  FILLER             PIC X(03)  VALUE SPACE.
               10  FILLER             PIC X(02)  VALUE ' |'.
               10  SHR-GRAPH.
                   15  SHR-GRAPH-DATA PIC X(01) OCCURS 110 TIMES.
               10  FILLER             PIC X(01)  VALUE SPACE.
               10  SHR-EVENT-MARK     PIC X(01)  VALUE SPACE.
               10  FILLER             PIC X(03)  VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-1.
               10 HL1-DATE.
               10  HL3-SECONDARY-LABEL PIC X(20) VALUE SPACE.
               10  FILLER          PIC X(04) VALUE SPACE.
               10  HL3-SMOOTH-NOTE PIC X(20) VALUE SPACE.
               10  FILLER          PIC X(04) VALUE SPACE.
               10  FILLER          PIC X(28) VALUE
                   'EVENT CODE AT RIGHT OF BAR'.
               10  FILLER          PIC X(12) VALUE SPACE.
      *---------------------------------------------------------------*
           05  EV-EVENT-LINE.
               10  FILLER          PIC X(13) VALUE SPACE.
               10  FILLER          PIC X(07) VALUE 'EVENT: '.
               10  EV-MONTH        PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  EV-DAY          PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  EV-YEAR         PIC X(04).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  EV-SCOPE        PIC X(02).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  EV-MARK         PIC X(01).
               10  FILLER          PIC X(01) VALUE SPACE.
               10  EV-TYPE         PIC X(08).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  EV-DESCRIPTION  PIC X(40).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  EV-HOLIDAY-NOTE PIC X(17).
               10  FILLER          PIC X(25) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SR-TOTALS-LINE.
               10  FILLER          PIC X(14) VALUE ' TOTAL CASES:'.
               10  WS-STE-STATE-CODE  PIC X(02).
               10  WS-STE-TOTAL-CASES  PIC 9(11).
               10  WS-STE-TOTAL-DEATHS PIC 9(11).
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
           05  WS-EVT-LOOKUP-DATE     PIC X(08)   VALUE SPACE.
           05  WS-EVT-LOOKUP-SCOPE    PIC X(02)   VALUE SPACE.
           05  WS-EVT-DAY-MARK        PIC X(01)   VALUE SPACE.
           05  WS-EVT-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-EVT-ENTRY           OCCURS 300 TIMES
                                      INDEXED BY WS-EVI.
               10  WS-EVT-DATE        PIC X(08).
               10  WS-EVT-SCOPE       PIC X(02).
               10  WS-EVT-TYPE        PIC X(08).
               10  WS-EVT-MARK        PIC X(01).
               10  WS-EVT-HOLIDAY-SW  PIC X(01).
                   88  WS-EVT-HOLIDAY             VALUE 'Y'.
               10  WS-EVT-DESC        PIC X(40).
      *---------------------------------------------------------------*
       01  WS-CONTROL-RECORDS.
      *---------------------------------------------------------------*
               WS-METRIC-SELECT NOT = 'V'
               MOVE 'D'                TO WS-METRIC-SELECT.
           PERFORM 1050-SET-METRIC-LABEL.
           PERFORM 1200-LOAD-EVENT-CALENDAR.
           IF  WS-RESTART-DATE-PARM NOT = SPACE
               PERFORM 1060-LOAD-CHECKPOINT
               OPEN EXTEND PRINT-FILE
       1120-SKIP-STATE-TO-RESTART.
      *---------------------------------------------------------------*
           PERFORM 8100-READ-STATE-HIST-FILE.
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
                   DISPLAY 'CBLGRPH: EVNTCAL ROW REJECTED - '
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
       1050-SET-METRIC-LABEL.
      *---------------------------------------------------------------*
               MOVE '#'          TO UHR-GRAPH-DATA(WS-SEC-GRAPH-DATA).
           IF  WS-SEC-OVERFLOW AND UHR-GRAPH-DATA(110) = SPACE
               MOVE '>'                TO UHR-GRAPH-DATA(110).
           MOVE WS-UHR-DATE            TO WS-EVT-LOOKUP-DATE.
           MOVE 'US'                   TO WS-EVT-LOOKUP-SCOPE.
           PERFORM 2540-FIND-DAY-EVENTS.
           MOVE WS-EVT-DAY-MARK        TO UHR-EVENT-MARK.
           MOVE UHR-PRINT-RECORD       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-EVT-DAY-MARK NOT = SPACE
               PERFORM 2550-PRINT-DAY-EVENTS.
           PERFORM 2500-PROCESS-STATE-BREAKDOWN.
           PERFORM 2800-WRITE-EXTRACT-RECORD.
           PERFORM 2820-WRITE-EVENT-EXTRACT
               VARYING WS-EVI FROM 1 BY 1
                   UNTIL WS-EVI GREATER THAN WS-EVT-COUNT.
           PERFORM 2300-CHECKPOINT-PROGRESS.
           PERFORM 8010-GET-VALID-USA-RECORD.
      *---------------------------------------------------------------*
           ADD  1                       TO WS-EXTR-REC-COUNT.
           ADD  WS-UHR-CASE-POSITIVE    TO WS-EXTR-HASH-POS.
           ADD  WS-UHR-DEATH            TO WS-EXTR-HASH-DEATH.
      *---------------------------------------------------------------*
       2820-WRITE-EVENT-EXTRACT.
      *---------------------------------------------------------------*
           IF  WS-EVT-DATE(WS-EVI) = WS-UHR-DATE
               MOVE SPACE               TO EXTRACT-RECORD
               STRING 'EVT'                  DELIMITED SIZE
                      ','                    DELIMITED SIZE
                      WS-EVT-DATE(WS-EVI)    DELIMITED SIZE
                      ','                    DELIMITED SIZE
                      WS-EVT-SCOPE(WS-EVI)   DELIMITED SIZE
                      ','                    DELIMITED SIZE
                      WS-EVT-TYPE(WS-EVI)    DELIMITED SPACE
                      ','                    DELIMITED SIZE
                      WS-EVT-MARK(WS-EVI)    DELIMITED SIZE
                      ','                    DELIMITED SIZE
                      WS-EVT-HOLIDAY-SW(WS-EVI) DELIMITED SIZE
                      ','                    DELIMITED SIZE
                      WS-EVT-DESC(WS-EVI)    DELIMITED SIZE
                   INTO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
               ADD  1                   TO WS-EXTR-REC-COUNT.
      *---------------------------------------------------------------*
       2850-WRITE-EXTRACT-TRAILER.
      *---------------------------------------------------------------*
           PERFORM  2650-FORMAT-STATE-PERCENT
               VARYING WS-PNT2 FROM 1 BY 1
                   UNTIL WS-PNT2 GREATER THAN 7.
           MOVE WS-SHR-DATE            TO WS-EVT-LOOKUP-DATE.
           MOVE WS-SHR-STATE           TO WS-EVT-LOOKUP-SCOPE.
           PERFORM 2540-FIND-DAY-EVENTS.
           MOVE WS-EVT-DAY-MARK        TO SHR-EVENT-MARK.
           MOVE SHR-PRINT-RECORD       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-EVT-DAY-MARK NOT = SPACE
               PERFORM 2550-PRINT-DAY-EVENTS.
           PERFORM 8100-READ-STATE-HIST-FILE.
      *---------------------------------------------------------------*
       2540-FIND-DAY-EVENTS.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-EVT-DAY-MARK.
           PERFORM 2545-CHECK-ONE-DAY-EVENT
               VARYING WS-EVI FROM 1 BY 1
                   UNTIL WS-EVI GREATER THAN WS-EVT-COUNT
                      OR WS-EVT-DAY-MARK NOT = SPACE.
      *---------------------------------------------------------------*
       2545-CHECK-ONE-DAY-EVENT.
      *---------------------------------------------------------------*
           IF  WS-EVT-DATE(WS-EVI) = WS-EVT-LOOKUP-DATE AND
               WS-EVT-SCOPE(WS-EVI) = WS-EVT-LOOKUP-SCOPE
               MOVE WS-EVT-MARK(WS-EVI) TO WS-EVT-DAY-MARK.
      *---------------------------------------------------------------*
       2550-PRINT-DAY-EVENTS.
      *---------------------------------------------------------------*
           PERFORM 2555-PRINT-ONE-DAY-EVENT
               VARYING WS-EVI FROM 1 BY 1
                   UNTIL WS-EVI GREATER THAN WS-EVT-COUNT.
      *---------------------------------------------------------------*
       2555-PRINT-ONE-DAY-EVENT.
      *---------------------------------------------------------------*
           IF  WS-EVT-DATE(WS-EVI) = WS-EVT-LOOKUP-DATE AND
               WS-EVT-SCOPE(WS-EVI) = WS-EVT-LOOKUP-SCOPE
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
       2600-COMPUTE-STATE-GRAPH-POINT.
      *---------------------------------------------------------------*
