       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLASOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USA-HIST-FILE   ASSIGN TO USAHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UHR-KEY-DATE.
           SELECT ASOF-HIST-FILE  ASSIGN TO USAASOF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASF-KEY-DATE.
           SELECT AUDIT-FILE      ASSIGN TO CBLAUDIT.
           SELECT DELTA-FILE      ASSIGN TO USADELT.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
       FD  USA-HIST-FILE
               RECORDING MODE IS F.
       01  UHR-RECORD.
           05  UHR-KEY-DATE          PIC X(08).
           05  FILLER                PIC X(122).
      *---------------------------------------------------------------*
       FD  ASOF-HIST-FILE
               RECORDING MODE IS F.
       01  ASF-RECORD.
           05  ASF-KEY-DATE          PIC X(08).
           05  FILLER                PIC X(122).
      *---------------------------------------------------------------*
       FD  AUDIT-FILE
               RECORDING MODE IS F.
       01  AUDIT-RECORD.
           05  AUD-DATE               PIC X(08).
           05  AUD-OPERATOR-ID        PIC X(08).
           05  AUD-TIMESTAMP          PIC X(12).
           05  AUD-FIELD-NAME         PIC X(20).
           05  AUD-BEFORE-VALUE       PIC 9(07).
           05  AUD-AFTER-VALUE        PIC 9(07).
           05  AUD-SOURCE-PROGRAM     PIC X(08).
           05  FILLER                 PIC X(10).
      *---------------------------------------------------------------*
       FD  DELTA-FILE
               RECORDING MODE IS F.
       01  DELTA-RECORD.
           05  DLT-DATE              PIC X(08).
           05  DLT-FIELD-NAME        PIC X(14).
           05  DLT-BEFORE-VALUE      PIC X(07).
           05  DLT-AFTER-VALUE       PIC X(07).
           05  DLT-PRECUTOFF-FLAG    PIC X(01).
           05  FILLER                PIC X(23).
       01  DELTA-CONTROL-RECORD.
           05  DCR-TAG               PIC X(03).
           05  DCR-FEED-DATE         PIC X(08).
           05  FILLER                PIC X(49).
      *---------------------------------------------------------------*
       FD  PRINT-FILE
               RECORDING MODE F.
       01  PRINT-RECORD.
           05  PRINT-LINE             PIC X(132).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01   REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE       PIC X(132)  VALUE SPACE.
           05  COLUMN-HEADING-LINE    PIC X(132)  VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-1.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  FILLER             PIC X(12) VALUE 'TODAYS DATE:'.
               10  HL1-MONTH-OUT      PIC XX.
               10  FILLER             PIC X     VALUE '/'.
               10  HL1-DAY-OUT        PIC XX.
               10  FILLER             PIC X     VALUE '/'.
               10  HL1-YEAR-OUT       PIC XX.
               10  FILLER             PIC X(20) VALUE SPACE.
               10  HL1-REPORT-TITLE   PIC X(40) VALUE SPACE.
               10  FILLER             PIC X(20) VALUE SPACE.
               10  FILLER             PIC X(04) VALUE SPACE.
               10  FILLER             PIC X(05) VALUE 'PAGE:'.
               10  HL1-PAGE-NUM       PIC ZZZZ9.
               10  FILLER             PIC X(17) VALUE SPACE.
      *---------------------------------------------------------------*
           05  CH-DIFFERENCE-HEADING.
               10  FILLER             PIC X(13) VALUE ' DATE'.
               10  FILLER             PIC X(16) VALUE 'FIELD'.
               10  FILLER             PIC X(10) VALUE 'TODAY'.
               10  FILLER             PIC X(10) VALUE 'AS OF'.
               10  FILLER             PIC X(20) VALUE 'LATEST REASON'.
               10  FILLER             PIC X(07) VALUE 'CHANGES'.
               10  FILLER             PIC X(56) VALUE SPACE.
      *---------------------------------------------------------------*
           05  DL-DIFFERENCE-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  DL-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  DL-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  DL-YEAR            PIC X(04).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  DL-FIELD-NAME      PIC X(14).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  DL-TODAY-VALUE     PIC X(07).
               10  FILLER             PIC X(03) VALUE SPACE.
               10  DL-ASOF-VALUE      PIC X(07).
               10  FILLER             PIC X(03) VALUE SPACE.
               10  DL-REASON          PIC X(20).
               10  DL-CHANGES         PIC ZZZ9.
               10  FILLER             PIC X(59) VALUE SPACE.
      *---------------------------------------------------------------*
           05  DL-OMITTED-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  DO-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  DO-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  DO-YEAR            PIC X(04).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  FILLER             PIC X(30) VALUE
                   'ROW ADDED BY RECYCLE AFTER AS-'.
               10  FILLER             PIC X(30) VALUE
                   'OF DATE - NOT IN SNAPSHOT'.
               10  FILLER             PIC X(59) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SU-ASOF-LINE.
               10  FILLER             PIC X(13) VALUE
                   ' AS-OF DATE: '.
               10  SU-ASOF-TEXT       PIC X(10) VALUE SPACE.
               10  FILLER             PIC X(109) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SU-COUNT-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  SU-COUNT-LABEL     PIC X(29) VALUE SPACE.
               10  SU-COUNT-VALUE     PIC ZZZ,ZZ9.
               10  FILLER             PIC X(95) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-UHR-HOLD-FIELDS.
      *---------------------------------------------------------------*
           05  WS-UHR-DATE.
               10  WS-UHR-YEAR        PIC X(04).
               10  WS-UHR-MONTH       PIC X(02).
               10  WS-UHR-DAY         PIC X(02).
           05  WS-UHR-FIELD           OCCURS 13 TIMES
                                      PIC X(07).
           05  WS-UHR-PERCENT         PIC X(05).
      *---------------------------------------------------------------*
       01  WS-FIELD-NAME-VALUES.
      *---------------------------------------------------------------*
           05  FILLER                 PIC X(14) VALUE 'CASE POSITIVE'.
           05  FILLER                 PIC X(14) VALUE 'CASE NEGATIVE'.
           05  FILLER                 PIC X(14) VALUE 'CASE PENDING'.
           05  FILLER                 PIC X(14) VALUE 'CASE NEW'.
           05  FILLER                 PIC X(14) VALUE 'HOSPITAL CURR'.
           05  FILLER                 PIC X(14) VALUE 'HOSPITAL TOTAL'.
           05  FILLER                 PIC X(14) VALUE 'ICU CURRENT'.
           05  FILLER                 PIC X(14) VALUE 'ICU TOTAL'.
           05  FILLER                 PIC X(14) VALUE 'VENT CURRENT'.
           05  FILLER                 PIC X(14) VALUE 'VENT TOTAL'.
           05  FILLER                 PIC X(14) VALUE 'RECOVERED'.
           05  FILLER                 PIC X(14) VALUE 'DEATH'.
           05  FILLER                 PIC X(14) VALUE 'DEATH NEW'.
           05  FILLER                 PIC X(14) VALUE 'PERCENT'.
       01  WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAME-VALUES.
           05  WS-FIELD-NAME          OCCURS 14 TIMES
                                      PIC X(14).
      *---------------------------------------------------------------*
       01  WS-CHANGE-TABLE.
      *---------------------------------------------------------------*
           05  WS-CHG-COUNT           PIC 9(04)   VALUE ZERO.
           05  WS-CHG-ENTRY           OCCURS 3000 TIMES
                                      INDEXED BY WS-CHX.
               10  WS-CHG-KEY.
                   15  WS-CHG-DATE        PIC X(08).
                   15  WS-CHG-FLD         PIC 9(02).
               10  WS-CHG-FIRST-STAMP     PIC X(14).
               10  WS-CHG-ASOF-VALUE      PIC X(07).
               10  WS-CHG-LAST-STAMP      PIC X(14).
               10  WS-CHG-LAST-REASON     PIC X(01).
               10  WS-CHG-EVENTS          PIC 9(04).
      *---------------------------------------------------------------*
       01  WS-EVENT-FIELDS.
      *---------------------------------------------------------------*
           05  WS-EVT-KEY.
               10  WS-EVT-DATE        PIC X(08).
               10  WS-EVT-FLD         PIC 9(02).
           05  WS-EVT-STAMP           PIC X(14).
           05  WS-EVT-VALUE           PIC X(07).
           05  WS-EVT-REASON          PIC X(01).
           05  WS-EVT-NAME            PIC X(20).
           05  WS-EVT-PERCENT         PIC 99V99.
           05  WS-EVT-PERCENT-EDIT    PIC 99.99.
      *---------------------------------------------------------------*
       01  WS-WORK-FIELDS.
      *---------------------------------------------------------------*
           05  WS-ASOF-DATE           PIC X(08)   VALUE SPACE.
           05  WS-DLT-RUN-DATE        PIC X(08)   VALUE SPACE.
           05  WS-FLD                 PIC 9(02)   VALUE ZERO.
           05  TODAYS-DATE.
               10  TD-YEAR            PIC 99.
               10  TD-MONTH           PIC 99.
               10  TD-DAY             PIC 99.
           05  HIST-EOF-SW            PIC X(01)   VALUE 'N'.
               88  HIST-EOF                       VALUE 'Y'.
           05  HIST-VALID-SW          PIC X(01)   VALUE 'Y'.
               88  HIST-VALID-RECORD              VALUE 'Y'.
           05  AUD-EOF-SW             PIC X(01)   VALUE 'N'.
               88  AUD-EOF                        VALUE 'Y'.
           05  AUD-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  AUD-VALID-RECORD               VALUE 'Y'.
           05  DLT-EOF-SW             PIC X(01)   VALUE 'N'.
               88  DLT-EOF                        VALUE 'Y'.
           05  DLT-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  DLT-VALID-RECORD               VALUE 'Y'.
           05  WS-CHG-FOUND-SW        PIC X(01)   VALUE 'N'.
               88  WS-CHG-FOUND                   VALUE 'Y'.
           05  WS-CHG-FULL-SW         PIC X(01)   VALUE 'N'.
               88  WS-CHG-TABLE-FULL              VALUE 'Y'.
           05  WS-ROW-CHANGED-SW      PIC X(01)   VALUE 'N'.
               88  WS-ROW-CHANGED                 VALUE 'Y'.
           05  WS-CURR-VALUE          PIC X(07)   VALUE SPACE.
           05  WS-CMP-CURR            PIC X(07)   VALUE SPACE.
           05  WS-CMP-ASOF            PIC X(07)   VALUE SPACE.
           05  WS-HIST-READ-COUNT     PIC 9(05)   VALUE ZERO.
           05  WS-SNAP-WRITE-COUNT    PIC 9(05)   VALUE ZERO.
           05  WS-AFTER-ASOF-COUNT    PIC 9(05)   VALUE ZERO.
           05  WS-OMITTED-ROW-COUNT   PIC 9(05)   VALUE ZERO.
           05  WS-AUD-READ-COUNT      PIC 9(05)   VALUE ZERO.
           05  WS-AUD-USED-COUNT      PIC 9(05)   VALUE ZERO.
           05  WS-DLT-READ-COUNT      PIC 9(05)   VALUE ZERO.
           05  WS-DLT-USED-COUNT      PIC 9(05)   VALUE ZERO.
           05  WS-DLT-NO-HDR-COUNT    PIC 9(05)   VALUE ZERO.
           05  WS-DIFF-COUNT          PIC 9(05)   VALUE ZERO.
           05  WS-DIFF-CORR-COUNT     PIC 9(05)   VALUE ZERO.
           05  WS-DIFF-RCYC-COUNT     PIC 9(05)   VALUE ZERO.
           05  WS-DIFF-RSTM-COUNT     PIC 9(05)   VALUE ZERO.
           05  WS-DIFF-BKOUT-COUNT    PIC 9(05)   VALUE ZERO.
      *---------------------------------------------------------------*
       01  PRINTER-CONTROL-FIELDS.
      *---------------------------------------------------------------*
           05  LINE-SPACEING          PIC 9(02) VALUE 1.
           05  LINE-COUNT             PIC 9(03) VALUE 999.
           05  LINES-ON-PAGE          PIC 9(03) VALUE 60.
           05  PAGE-COUNT             PIC 9(03) VALUE 1.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-AUDIT-CHANGES.
           PERFORM 2500-LOAD-DELTA-CHANGES.
           IF  WS-CHG-TABLE-FULL
               DISPLAY 'CBLASOF: CHANGE TABLE FULL - RUN STOPPED'
               PERFORM 6000-CLOSE-FILES
               MOVE 16                 TO RETURN-CODE
               GOBACK.
           MOVE CH-DIFFERENCE-HEADING  TO COLUMN-HEADING-LINE.
           PERFORM 8100-READ-USA-HIST-FILE.
           PERFORM 3000-PROCESS-MASTER-ROW
               UNTIL HIST-EOF.
           PERFORM 4000-PRINT-SUMMARY-PAGE.
           PERFORM 6000-CLOSE-FILES.
           IF  WS-DIFF-COUNT GREATER THAN ZERO OR
               WS-OMITTED-ROW-COUNT GREATER THAN ZERO
               MOVE 4                  TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
      *---------------------------------------------------------------*
           ACCEPT TODAYS-DATE FROM DATE.
           MOVE TD-YEAR                TO HL1-YEAR-OUT.
           MOVE TD-MONTH               TO HL1-MONTH-OUT.
           MOVE TD-DAY                 TO HL1-DAY-OUT.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ASOF-DATE         FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE          TO WS-ASOF-DATE
           END-ACCEPT.
           IF  WS-ASOF-DATE NOT NUMERIC
               DISPLAY 'CBLASOF: AS-OF DATE (YYYYMMDD) MISSING OR '
                       'INVALID - RUN STOPPED'
               MOVE 16                 TO RETURN-CODE
               GOBACK.
           MOVE SPACE                  TO SU-ASOF-TEXT.
           STRING WS-ASOF-DATE(5:2)    DELIMITED SIZE
                  '/'                  DELIMITED SIZE
                  WS-ASOF-DATE(7:2)    DELIMITED SIZE
                  '/'                  DELIMITED SIZE
                  WS-ASOF-DATE(1:4)    DELIMITED SIZE
               INTO SU-ASOF-TEXT.
           MOVE SPACE                  TO HL1-REPORT-TITLE.
           STRING 'USAHIST AS OF '     DELIMITED SIZE
                  SU-ASOF-TEXT         DELIMITED SIZE
                  ' RECONSTRUCTION'    DELIMITED SIZE
               INTO HL1-REPORT-TITLE.
           OPEN INPUT  USA-HIST-FILE
                INPUT  AUDIT-FILE
                INPUT  DELTA-FILE
                OUTPUT ASOF-HIST-FILE
                OUTPUT PRINT-FILE.
      *---------------------------------------------------------------*
       2000-LOAD-AUDIT-CHANGES.
      *---------------------------------------------------------------*
           PERFORM 8200-READ-AUDIT-FILE.
           PERFORM 2100-POST-AUDIT-RECORD
               UNTIL AUD-EOF.
      *---------------------------------------------------------------*
       2100-POST-AUDIT-RECORD.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-AUD-READ-COUNT.
           MOVE SPACE                  TO WS-EVT-STAMP.
           STRING '20'                 DELIMITED SIZE
                  AUD-TIMESTAMP        DELIMITED SIZE
               INTO WS-EVT-STAMP.
           MOVE AUD-FIELD-NAME         TO WS-EVT-NAME.
           PERFORM 2900-MAP-FIELD-NAME.
           IF  WS-EVT-STAMP(1:8) GREATER THAN WS-ASOF-DATE AND
               WS-EVT-FLD NOT = 99
               PERFORM 2150-BUILD-AUDIT-EVENT.
           PERFORM 8200-READ-AUDIT-FILE.
      *---------------------------------------------------------------*
       2150-BUILD-AUDIT-EVENT.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-AUD-USED-COUNT.
           MOVE AUD-DATE               TO WS-EVT-DATE.
           EVALUATE AUD-SOURCE-PROGRAM
               WHEN 'CBLRCYC'
                   MOVE 'R'            TO WS-EVT-REASON
               WHEN 'CBLBKOUT'
                   MOVE 'B'            TO WS-EVT-REASON
               WHEN OTHER
                   MOVE 'C'            TO WS-EVT-REASON
           END-EVALUATE.
           IF  WS-EVT-FLD = 14
               COMPUTE WS-EVT-PERCENT = AUD-BEFORE-VALUE / 100
               MOVE WS-EVT-PERCENT     TO WS-EVT-PERCENT-EDIT
               MOVE WS-EVT-PERCENT-EDIT TO WS-EVT-VALUE
           ELSE
               MOVE AUD-BEFORE-VALUE   TO WS-EVT-VALUE.
           PERFORM 2800-POST-CHANGE-EVENT.
      *---------------------------------------------------------------*
       2500-LOAD-DELTA-CHANGES.
      *---------------------------------------------------------------*
           PERFORM 8300-READ-DELTA-FILE.
           PERFORM 2600-POST-DELTA-RECORD
               UNTIL DLT-EOF.
      *---------------------------------------------------------------*
       2600-POST-DELTA-RECORD.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN DCR-TAG = 'HDR'
                   MOVE DCR-FEED-DATE  TO WS-DLT-RUN-DATE
               WHEN DCR-TAG = 'TRL'
                   CONTINUE
               WHEN WS-DLT-RUN-DATE = SPACE
                   ADD  1              TO WS-DLT-READ-COUNT
                   ADD  1              TO WS-DLT-NO-HDR-COUNT
               WHEN OTHER
                   ADD  1              TO WS-DLT-READ-COUNT
                   PERFORM 2650-BUILD-DELTA-EVENT
           END-EVALUATE.
           PERFORM 8300-READ-DELTA-FILE.
      *---------------------------------------------------------------*
       2650-BUILD-DELTA-EVENT.
      *---------------------------------------------------------------*
           MOVE DLT-FIELD-NAME         TO WS-EVT-NAME.
           PERFORM 2900-MAP-FIELD-NAME.
           IF  WS-DLT-RUN-DATE GREATER THAN WS-ASOF-DATE AND
               WS-EVT-FLD NOT = 99
               ADD  1                  TO WS-DLT-USED-COUNT
               MOVE SPACE              TO WS-EVT-STAMP
               STRING WS-DLT-RUN-DATE  DELIMITED SIZE
                      '000000'         DELIMITED SIZE
                   INTO WS-EVT-STAMP
               MOVE DLT-DATE           TO WS-EVT-DATE
               MOVE DLT-BEFORE-VALUE   TO WS-EVT-VALUE
               MOVE 'S'                TO WS-EVT-REASON
               PERFORM 2800-POST-CHANGE-EVENT.
      *---------------------------------------------------------------*
       2800-POST-CHANGE-EVENT.
      *---------------------------------------------------------------*
           PERFORM 2850-FIND-CHANGE-ENTRY.
           IF  WS-CHG-FOUND
               PERFORM 2870-UPDATE-CHANGE-ENTRY
           ELSE
               IF  WS-CHG-COUNT LESS THAN 3000
                   ADD  1              TO WS-CHG-COUNT
                   SET  WS-CHX         TO WS-CHG-COUNT
                   MOVE WS-EVT-KEY     TO WS-CHG-KEY(WS-CHX)
                   MOVE WS-EVT-STAMP   TO WS-CHG-FIRST-STAMP(WS-CHX)
                                          WS-CHG-LAST-STAMP(WS-CHX)
                   MOVE WS-EVT-VALUE   TO WS-CHG-ASOF-VALUE(WS-CHX)
                   MOVE WS-EVT-REASON  TO WS-CHG-LAST-REASON(WS-CHX)
                   MOVE 1              TO WS-CHG-EVENTS(WS-CHX)
               ELSE
                   MOVE 'Y'            TO WS-CHG-FULL-SW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2850-FIND-CHANGE-ENTRY.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-CHG-FOUND-SW.
           IF  WS-CHG-COUNT GREATER THAN ZERO
               SET  WS-CHX TO 1
               SEARCH WS-CHG-ENTRY
                   WHEN WS-CHG-KEY(WS-CHX) = WS-EVT-KEY
                       MOVE 'Y'        TO WS-CHG-FOUND-SW
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       2870-UPDATE-CHANGE-ENTRY.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-CHG-EVENTS(WS-CHX).
           IF  WS-EVT-STAMP LESS THAN WS-CHG-FIRST-STAMP(WS-CHX)
               MOVE WS-EVT-STAMP       TO WS-CHG-FIRST-STAMP(WS-CHX)
               MOVE WS-EVT-VALUE       TO WS-CHG-ASOF-VALUE(WS-CHX).
           IF  WS-EVT-STAMP NOT LESS THAN WS-CHG-LAST-STAMP(WS-CHX)
               MOVE WS-EVT-STAMP       TO WS-CHG-LAST-STAMP(WS-CHX)
               MOVE WS-EVT-REASON      TO WS-CHG-LAST-REASON(WS-CHX).
      *---------------------------------------------------------------*
       2900-MAP-FIELD-NAME.
      *---------------------------------------------------------------*
           MOVE 99                     TO WS-EVT-FLD.
           EVALUATE WS-EVT-NAME
               WHEN 'HOSPITAL CURRENT'
                   MOVE 5              TO WS-EVT-FLD
               WHEN 'PERCENT X100'
                   MOVE 14             TO WS-EVT-FLD
               WHEN 'ROW ADDED'
                   MOVE ZERO           TO WS-EVT-FLD
               WHEN OTHER
                   PERFORM 2950-MATCH-ONE-FIELD-NAME
                       VARYING WS-FLD FROM 1 BY 1
                           UNTIL WS-FLD GREATER THAN 14
           END-EVALUATE.
      *---------------------------------------------------------------*
       2950-MATCH-ONE-FIELD-NAME.
      *---------------------------------------------------------------*
           IF  WS-EVT-NAME = WS-FIELD-NAME(WS-FLD)
               MOVE WS-FLD             TO WS-EVT-FLD.
      *---------------------------------------------------------------*
       3000-PROCESS-MASTER-ROW.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-HIST-READ-COUNT.
           IF  WS-UHR-DATE GREATER THAN WS-ASOF-DATE
               ADD  1                  TO WS-AFTER-ASOF-COUNT
           ELSE
               PERFORM 3100-ROLL-BACK-ONE-ROW.
           PERFORM 8100-READ-USA-HIST-FILE.
      *---------------------------------------------------------------*
       3100-ROLL-BACK-ONE-ROW.
      *---------------------------------------------------------------*
           MOVE WS-UHR-DATE            TO WS-EVT-DATE.
           MOVE ZERO                   TO WS-EVT-FLD.
           PERFORM 2850-FIND-CHANGE-ENTRY.
           IF  WS-CHG-FOUND
               ADD  1                  TO WS-OMITTED-ROW-COUNT
               MOVE WS-UHR-MONTH       TO DO-MONTH
               MOVE WS-UHR-DAY         TO DO-DAY
               MOVE WS-UHR-YEAR        TO DO-YEAR
               MOVE DL-OMITTED-LINE    TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           ELSE
               MOVE 'N'                TO WS-ROW-CHANGED-SW
               PERFORM 3200-ROLL-BACK-ONE-FIELD
                   VARYING WS-FLD FROM 1 BY 1
                       UNTIL WS-FLD GREATER THAN 14
               PERFORM 3400-WRITE-SNAPSHOT-ROW
           END-IF.
      *---------------------------------------------------------------*
       3200-ROLL-BACK-ONE-FIELD.
      *---------------------------------------------------------------*
           MOVE WS-FLD                 TO WS-EVT-FLD.
           PERFORM 2850-FIND-CHANGE-ENTRY.
           IF  WS-CHG-FOUND
               PERFORM 3300-COMPARE-ONE-FIELD.
      *---------------------------------------------------------------*
       3300-COMPARE-ONE-FIELD.
      *---------------------------------------------------------------*
           IF  WS-FLD = 14
               MOVE WS-UHR-PERCENT     TO WS-CURR-VALUE
           ELSE
               MOVE WS-UHR-FIELD(WS-FLD) TO WS-CURR-VALUE.
           MOVE WS-CURR-VALUE          TO WS-CMP-CURR.
           MOVE WS-CHG-ASOF-VALUE(WS-CHX) TO WS-CMP-ASOF.
           INSPECT WS-CMP-CURR REPLACING ALL SPACE BY '0'.
           INSPECT WS-CMP-ASOF REPLACING ALL SPACE BY '0'.
           IF  WS-CMP-CURR NOT = WS-CMP-ASOF
               MOVE 'Y'                TO WS-ROW-CHANGED-SW
               PERFORM 3350-PRINT-DIFFERENCE-LINE
               IF  WS-FLD = 14
                   MOVE WS-CHG-ASOF-VALUE(WS-CHX)(1:5)
                                       TO WS-UHR-PERCENT
               ELSE
                   MOVE WS-CHG-ASOF-VALUE(WS-CHX)
                                       TO WS-UHR-FIELD(WS-FLD)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3350-PRINT-DIFFERENCE-LINE.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-DIFF-COUNT.
           MOVE WS-UHR-MONTH           TO DL-MONTH.
           MOVE WS-UHR-DAY             TO DL-DAY.
           MOVE WS-UHR-YEAR            TO DL-YEAR.
           MOVE WS-FIELD-NAME(WS-FLD)  TO DL-FIELD-NAME.
           MOVE WS-CURR-VALUE          TO DL-TODAY-VALUE.
           MOVE WS-CHG-ASOF-VALUE(WS-CHX) TO DL-ASOF-VALUE.
           MOVE WS-CHG-EVENTS(WS-CHX)  TO DL-CHANGES.
           EVALUATE WS-CHG-LAST-REASON(WS-CHX)
               WHEN 'R'
                   ADD  1              TO WS-DIFF-RCYC-COUNT
                   MOVE 'RECYCLE'      TO DL-REASON
               WHEN 'S'
                   ADD  1              TO WS-DIFF-RSTM-COUNT
                   MOVE 'SOURCE RESTATEMENT' TO DL-REASON
               WHEN 'B'
                   ADD  1              TO WS-DIFF-BKOUT-COUNT
                   MOVE 'MERGE BACKOUT' TO DL-REASON
               WHEN OTHER
                   ADD  1              TO WS-DIFF-CORR-COUNT
                   MOVE 'CORRECTION'   TO DL-REASON
           END-EVALUATE.
           MOVE DL-DIFFERENCE-LINE     TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3400-WRITE-SNAPSHOT-ROW.
      *---------------------------------------------------------------*
           IF  WS-ROW-CHANGED
               MOVE SPACE              TO ASF-RECORD
               STRING WS-UHR-DATE      DELIMITED SIZE
                      ','              DELIMITED SIZE
                      WS-UHR-FIELD(1)  DELIMITED SIZE
                      ','              DELIMITED SIZE
                      WS-UHR-FIELD(2)  DELIMITED SIZE
                      ','              DELIMITED SIZE
                      WS-UHR-FIELD(3)  DELIMITED SIZE
                      ','              DELIMITED SIZE
                      WS-UHR-FIELD(4)  DELIMITED SIZE
                      ','              DELIMITED SIZE
                      WS-UHR-FIELD(5)  DELIMITED SIZE
                      ','              DELIMITED SIZE
                      WS-UHR-FIELD(6)  DELIMITED SIZE
                      ','              DELIMITED SIZE
                      WS-UHR-FIELD(7)  DELIMITED SIZE
                      ','              DELIMITED SIZE
                      WS-UHR-FIELD(8)  DELIMITED SIZE
                      ','              DELIMITED SIZE
                      WS-UHR-FIELD(9)  DELIMITED SIZE
                      ','              DELIMITED SIZE
                      WS-UHR-FIELD(10) DELIMITED SIZE
                      ','              DELIMITED SIZE
                      WS-UHR-FIELD(11) DELIMITED SIZE
                      ','              DELIMITED SIZE
                      WS-UHR-FIELD(12) DELIMITED SIZE
                      ','              DELIMITED SIZE
                      WS-UHR-FIELD(13) DELIMITED SIZE
                      ','              DELIMITED SIZE
                      WS-UHR-PERCENT   DELIMITED SIZE
                   INTO ASF-RECORD
           ELSE
               MOVE UHR-RECORD         TO ASF-RECORD.
           WRITE ASF-RECORD.
           ADD  1                      TO WS-SNAP-WRITE-COUNT.
      *---------------------------------------------------------------*
       4000-PRINT-SUMMARY-PAGE.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO COLUMN-HEADING-LINE.
           MOVE 999                    TO LINE-COUNT.
           MOVE SU-ASOF-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'MASTER ROWS READ:'    TO SU-COUNT-LABEL.
           MOVE WS-HIST-READ-COUNT     TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'ROWS DATED AFTER AS-OF DATE:' TO SU-COUNT-LABEL.
           MOVE WS-AFTER-ASOF-COUNT    TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'ROWS ADDED AFTER AS-OF DATE:' TO SU-COUNT-LABEL.
           MOVE WS-OMITTED-ROW-COUNT   TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'SNAPSHOT ROWS WRITTEN:' TO SU-COUNT-LABEL.
           MOVE WS-SNAP-WRITE-COUNT    TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'AUDIT RECORDS READ:'  TO SU-COUNT-LABEL.
           MOVE WS-AUD-READ-COUNT      TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'AUDIT CHANGES AFTER AS-OF:' TO SU-COUNT-LABEL.
           MOVE WS-AUD-USED-COUNT      TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'DELTA RECORDS READ:'  TO SU-COUNT-LABEL.
           MOVE WS-DLT-READ-COUNT      TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'DELTA CHANGES AFTER AS-OF:' TO SU-COUNT-LABEL.
           MOVE WS-DLT-USED-COUNT      TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'DELTA RECORDS WITHOUT HDR:' TO SU-COUNT-LABEL.
           MOVE WS-DLT-NO-HDR-COUNT    TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'VALUES DIFFERING FROM TODAY:' TO SU-COUNT-LABEL.
           MOVE WS-DIFF-COUNT          TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE '  BY CORRECTION:'     TO SU-COUNT-LABEL.
           MOVE WS-DIFF-CORR-COUNT     TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE '  BY RECYCLE:'        TO SU-COUNT-LABEL.
           MOVE WS-DIFF-RCYC-COUNT     TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE '  BY SOURCE RESTATEMENT:' TO SU-COUNT-LABEL.
           MOVE WS-DIFF-RSTM-COUNT     TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE '  BY MERGE BACKOUT:'  TO SU-COUNT-LABEL.
           MOVE WS-DIFF-BKOUT-COUNT    TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       6000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE USA-HIST-FILE
                 AUDIT-FILE
                 DELTA-FILE
                 ASOF-HIST-FILE
                 PRINT-FILE.
      *---------------------------------------------------------------*
       8100-READ-USA-HIST-FILE.
      *---------------------------------------------------------------*
           READ USA-HIST-FILE
               AT END MOVE 'Y' TO HIST-EOF-SW
                      MOVE 'N' TO HIST-VALID-SW.
           IF HIST-VALID-RECORD
               MOVE SPACE              TO WS-UHR-HOLD-FIELDS
               UNSTRING UHR-RECORD DELIMITED BY ','
               INTO  WS-UHR-DATE
                     WS-UHR-FIELD(1)
                     WS-UHR-FIELD(2)
                     WS-UHR-FIELD(3)
                     WS-UHR-FIELD(4)
                     WS-UHR-FIELD(5)
                     WS-UHR-FIELD(6)
                     WS-UHR-FIELD(7)
                     WS-UHR-FIELD(8)
                     WS-UHR-FIELD(9)
                     WS-UHR-FIELD(10)
                     WS-UHR-FIELD(11)
                     WS-UHR-FIELD(12)
                     WS-UHR-FIELD(13)
                     WS-UHR-PERCENT
           ELSE
               MOVE 'Y' TO HIST-EOF-SW.
      *---------------------------------------------------------------*
       8200-READ-AUDIT-FILE.
      *---------------------------------------------------------------*
           READ AUDIT-FILE
               AT END MOVE 'Y' TO AUD-EOF-SW
                      MOVE 'N' TO AUD-VALID-SW.
           IF  NOT AUD-VALID-RECORD
               MOVE 'Y' TO AUD-EOF-SW.
      *---------------------------------------------------------------*
       8300-READ-DELTA-FILE.
      *---------------------------------------------------------------*
           READ DELTA-FILE
               AT END MOVE 'Y' TO DLT-EOF-SW
                      MOVE 'N' TO DLT-VALID-SW.
           IF  NOT DLT-VALID-RECORD
               MOVE 'Y' TO DLT-EOF-SW.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
           IF LINE-COUNT GREATER THAN LINES-ON-PAGE
              PERFORM 9100-PRINT-HEADING-LINES.
           MOVE NEXT-REPORT-LINE       TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
       9100-PRINT-HEADING-LINES.
      *---------------------------------------------------------------*
           MOVE PAGE-COUNT             TO HL1-PAGE-NUM.
           MOVE HEADING-LINE-1         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE 3                      TO LINE-COUNT.
           IF  COLUMN-HEADING-LINE NOT = SPACE
               MOVE COLUMN-HEADING-LINE TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
               MOVE 1                  TO LINE-SPACEING.
           ADD 1                       TO PAGE-COUNT.
      *---------------------------------------------------------------*
       9110-WRITE-TOP-OF-PAGE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING PAGE.
           MOVE SPACE                  TO PRINT-LINE.
      *---------------------------------------------------------------*
       9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING LINE-SPACEING.
           ADD LINE-SPACEING           TO LINE-COUNT.
           MOVE 1                      TO LINE-SPACEING.
           MOVE SPACE                  TO PRINT-LINE.
