       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCAPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATE-HIST-FILE ASSIGN TO STATEHIST.
           SELECT BED-CAP-FILE    ASSIGN TO BEDCAP.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
       FD  STATE-HIST-FILE
               RECORDING MODE IS F.
       01  SHR-RECORD                PIC X(140).
      *---------------------------------------------------------------*
       FD  BED-CAP-FILE
               RECORDING MODE IS F.
       01  CAP-RECORD                PIC X(40).
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
               10  HL1-METRIC-LABEL   PIC X(40) VALUE SPACE.
               10  FILLER             PIC X(20) VALUE SPACE.
               10  FILLER             PIC X(04) VALUE SPACE.
               10  FILLER             PIC X(05) VALUE 'PAGE:'.
               10  HL1-PAGE-NUM       PIC ZZZZ9.
               10  FILLER             PIC X(17) VALUE SPACE.
      *---------------------------------------------------------------*
           05  CH-STATE-HEADING.
               10  FILLER             PIC X(05) VALUE ' ST'.
               10  FILLER             PIC X(12) VALUE 'AS OF'.
               10  FILLER             PIC X(17) VALUE
                   '  HOSP%  14D CHG'.
               10  FILLER             PIC X(17) VALUE
                   '   ICU%  14D CHG'.
               10  FILLER             PIC X(17) VALUE
                   '  VENT%  14D CHG'.
               10  FILLER             PIC X(20) VALUE 'STRAIN FLAG'.
               10  FILLER             PIC X(44) VALUE SPACE.
      *---------------------------------------------------------------*
           05  CS-STATE-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  CS-STATE           PIC X(02).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  CS-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  CS-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  CS-YEAR            PIC X(04).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  CS-METRIC          OCCURS 3 TIMES.
                   15  CS-PCT         PIC X(07).
                   15  FILLER         PIC X(01).
                   15  CS-CHANGE      PIC X(07).
                   15  FILLER         PIC X(02).
               10  CS-FLAG            PIC X(20).
               10  FILLER             PIC X(44) VALUE SPACE.
      *---------------------------------------------------------------*
           05  CB-CAPACITY-LINE.
               10  FILLER             PIC X(06) VALUE SPACE.
               10  FILLER             PIC X(06) VALUE 'BEDS: '.
               10  CB-BEDS            PIC Z,ZZZ,ZZ9.
               10  FILLER             PIC X(12) VALUE '  ICU BEDS: '.
               10  CB-ICU-BEDS        PIC Z,ZZZ,ZZ9.
               10  FILLER             PIC X(09) VALUE '  VENTS: '.
               10  CB-VENTS           PIC Z,ZZZ,ZZ9.
               10  FILLER             PIC X(15) VALUE
                   '  EFFECTIVE:  '.
               10  CB-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  CB-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  CB-YEAR            PIC X(04).
               10  FILLER             PIC X(08) VALUE '  IN USE'.
               10  FILLER             PIC X(02) VALUE ': '.
               10  CB-HOSP-CURR       PIC Z,ZZZ,ZZ9.
               10  FILLER             PIC X(01) VALUE '/'.
               10  CB-ICU-CURR        PIC Z,ZZZ,ZZ9.
               10  FILLER             PIC X(01) VALUE '/'.
               10  CB-VENT-CURR       PIC Z,ZZZ,ZZ9.
               10  FILLER             PIC X(08) VALUE SPACE.
      *---------------------------------------------------------------*
           05  CT-TREND-LINE.
               10  FILLER             PIC X(06) VALUE SPACE.
               10  CT-LABEL           PIC X(12).
               10  CT-VALUE           OCCURS 14 TIMES
                                      PIC X(05).
               10  FILLER             PIC X(44) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TH-THRESHOLD-LINE.
               10  FILLER             PIC X(26) VALUE
                   ' STRAIN THRESHOLDS:  HIGH '.
               10  TH-WARN            PIC ZZ9.
               10  FILLER             PIC X(12) VALUE '%  CRITICAL '.
               10  TH-CRIT            PIC ZZ9.
               10  FILLER             PIC X(01) VALUE '%'.
               10  FILLER             PIC X(87) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SU-COUNT-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  SU-COUNT-LABEL     PIC X(29) VALUE SPACE.
               10  SU-COUNT-VALUE     PIC ZZZ,ZZ9.
               10  FILLER             PIC X(95) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-SHR-HOLD-FIELDS.
      *---------------------------------------------------------------*
           05  WS-SHR-RECORD.
               10  WS-SHR-STATE          PIC X(02).
               10  WS-SHR-DATE.
                   15  WS-SHR-YEAR       PIC X(04).
                   15  WS-SHR-MONTH      PIC X(02).
                   15  WS-SHR-DAY        PIC X(02).
               10  WS-SHR-CASE-POSITIVE  PIC 9(07).
               10  WS-SHR-CASE-NEGATIVE  PIC 9(07).
               10  WS-SHR-CASE-PENDING   PIC 9(07).
               10  WS-SHR-CASE-NEW       PIC 9(07).
               10  WS-SHR-HOSPITAL-CURR  PIC 9(07).
               10  WS-SHR-HOSPITAL-TOT   PIC 9(07).
               10  WS-SHR-ICU-CURR       PIC 9(07).
               10  WS-SHR-ICU-TOT        PIC 9(07).
               10  WS-SHR-VENT-CURR      PIC 9(07).
               10  WS-SHR-VENT-TOT       PIC 9(07).
               10  WS-SHR-RECOVERED      PIC 9(07).
               10  WS-SHR-DEATH          PIC 9(07).
               10  WS-SHR-DEATH-NEW      PIC 9(07).
               10  WS-SHR-PERCENT        PIC 99V99.
      *---------------------------------------------------------------*
       01  WS-BED-CAPACITY-TABLE.
      *---------------------------------------------------------------*
           05  WS-CAP-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-CAP-ENTRY           OCCURS 300 TIMES.
               10  WS-CAP-STATE       PIC X(02).
               10  WS-CAP-EFF-DATE    PIC X(08).
               10  WS-CAP-VALUE       OCCURS 3 TIMES
                                      PIC 9(07).
      *---------------------------------------------------------------*
       01  WS-STATE-CAPACITY-TABLE.
      *---------------------------------------------------------------*
           05  WS-CST-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-CST-ENTRY           OCCURS 60 TIMES
                                      INDEXED BY WS-STI.
               10  WS-CST-STATE       PIC X(02).
               10  WS-CST-LAST-DATE   PIC X(08).
               10  WS-CST-CAP-SW      PIC X(01).
                   88  WS-CST-HAS-CAPACITY        VALUE 'Y'.
               10  WS-CST-CAP-EFF     PIC X(08).
               10  WS-CST-IN-USE      OCCURS 3 TIMES
                                      PIC 9(07).
               10  WS-CST-CAPACITY    OCCURS 3 TIMES
                                      PIC 9(07).
               10  WS-CST-WIN-COUNT   PIC 9(02).
               10  WS-CST-WIN         OCCURS 14 TIMES.
                   15  WS-CST-WIN-CAP-SW  PIC X(01).
                   15  WS-CST-WIN-PCT     OCCURS 3 TIMES
                                          PIC 9(03)V9.
      *---------------------------------------------------------------*
       01  WS-METRIC-LABEL-VALUES.
      *---------------------------------------------------------------*
           05  FILLER                 PIC X(12) VALUE 'HOSP% 14D:'.
           05  FILLER                 PIC X(12) VALUE 'ICU%  14D:'.
           05  FILLER                 PIC X(12) VALUE 'VENT% 14D:'.
       01  WS-METRIC-LABEL-TABLE REDEFINES WS-METRIC-LABEL-VALUES.
           05  WS-TREND-LABEL         OCCURS 3 TIMES
                                      PIC X(12).
      *---------------------------------------------------------------*
       01  WS-WORK-FIELDS.
      *---------------------------------------------------------------*
           05  WS-METRIC-LABEL        PIC X(40)   VALUE SPACE.
           05  TODAYS-DATE.
               10  TD-YEAR            PIC 99.
               10  TD-MONTH           PIC 99.
               10  TD-DAY             PIC 99.
           05  STATE-EOF-SW           PIC X(01)   VALUE 'N'.
               88  STATE-EOF                      VALUE 'Y'.
           05  STATE-VALID-SW         PIC X(01)   VALUE 'Y'.
               88  STATE-VALID-RECORD             VALUE 'Y'.
           05  CAP-EOF-SW             PIC X(01)   VALUE 'N'.
               88  CAP-EOF                        VALUE 'Y'.
           05  CAP-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  CAP-VALID-RECORD               VALUE 'Y'.
           05  WS-CAP-RAW-STATE       PIC X(02)   VALUE SPACE.
           05  WS-CAP-RAW-DATE        PIC X(08)   VALUE SPACE.
           05  WS-CAP-RAW-BEDS        PIC X(07)   VALUE SPACE.
           05  WS-CAP-RAW-ICU         PIC X(07)   VALUE SPACE.
           05  WS-CAP-RAW-VENTS       PIC X(07)   VALUE SPACE.
           05  WS-CAP-EDIT-BEDS       PIC X(07)   VALUE SPACE.
           05  WS-CAP-EDIT-ICU        PIC X(07)   VALUE SPACE.
           05  WS-CAP-EDIT-VENTS      PIC X(07)   VALUE SPACE.
           05  WS-CAP-REJECT-COUNT    PIC 9(05)   VALUE ZERO.
           05  WS-CAP-NDX             PIC 9(03)   VALUE ZERO.
           05  WS-CAP-BEST-NDX        PIC 9(03)   VALUE ZERO.
           05  WS-CAP-BEST-DATE       PIC X(08)   VALUE SPACE.
           05  WS-THRESH-PARM         PIC X(03)   VALUE SPACE.
           05  WS-THR-NDX             PIC 9(01)   VALUE ZERO.
           05  WS-THR-DIGIT           PIC 9(01)   VALUE ZERO.
           05  WS-THRESHOLD           PIC 9(03)   VALUE ZERO.
           05  WS-WARN-THRESHOLD      PIC 9(03)   VALUE 80.
           05  WS-CRIT-THRESHOLD      PIC 9(03)   VALUE 90.
           05  WS-STATE-SKIP-SW       PIC X(01)   VALUE 'N'.
               88  WS-STATE-SKIP                  VALUE 'Y'.
           05  WS-MET                 PIC 9(01)   VALUE ZERO.
           05  WS-WIN                 PIC 9(02)   VALUE ZERO.
           05  WS-PCT-WORK            PIC 9(05)V9 VALUE ZERO.
           05  WS-PCT-EDIT            PIC ZZ9.9.
           05  WS-TREND-EDIT          PIC ZZZ9.
           05  WS-CHANGE-WORK         PIC S9(03)V9 VALUE ZERO.
           05  WS-CHANGE-EDIT         PIC +ZZ9.9.
           05  WS-MAX-PCT             PIC 9(03)V9 VALUE ZERO.
           05  WS-STATES-REPORTED     PIC 9(05)   VALUE ZERO.
           05  WS-HIGH-STRAIN-COUNT   PIC 9(05)   VALUE ZERO.
           05  WS-CRIT-STRAIN-COUNT   PIC 9(05)   VALUE ZERO.
           05  WS-NO-CAP-COUNT        PIC 9(05)   VALUE ZERO.
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
           PERFORM 2000-PROCESS-STATE-RECORD
               UNTIL STATE-EOF.
           PERFORM 3000-PRINT-STATE-CAPACITY.
           PERFORM 4000-PRINT-SUMMARY-PAGE.
           PERFORM 6000-CLOSE-FILES.
           IF  WS-CRIT-STRAIN-COUNT GREATER THAN ZERO OR
               WS-NO-CAP-COUNT GREATER THAN ZERO
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
           ACCEPT WS-THRESH-PARM       FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE          TO WS-THRESH-PARM
           END-ACCEPT.
           PERFORM 1010-EDIT-THRESHOLD-PARM.
           IF  WS-THRESHOLD GREATER THAN ZERO
               MOVE WS-THRESHOLD       TO WS-WARN-THRESHOLD.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-THRESH-PARM       FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE          TO WS-THRESH-PARM
           END-ACCEPT.
           PERFORM 1010-EDIT-THRESHOLD-PARM.
           IF  WS-THRESHOLD GREATER THAN ZERO
               MOVE WS-THRESHOLD       TO WS-CRIT-THRESHOLD.
           IF  WS-CRIT-THRESHOLD LESS THAN WS-WARN-THRESHOLD
               MOVE WS-WARN-THRESHOLD  TO WS-CRIT-THRESHOLD.
           MOVE 'CAPACITY: HOSPITAL/ICU/VENT OCCUPANCY'
                                       TO WS-METRIC-LABEL.
           PERFORM 1100-LOAD-CAPACITY-TABLE.
           OPEN INPUT  STATE-HIST-FILE
                OUTPUT PRINT-FILE.
           PERFORM 8100-READ-STATE-HIST-FILE.
      *---------------------------------------------------------------*
       1010-EDIT-THRESHOLD-PARM.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-THRESHOLD.
           PERFORM 1020-PARSE-THRESHOLD-DIGIT
               VARYING WS-THR-NDX FROM 1 BY 1
                   UNTIL WS-THR-NDX GREATER THAN 3.
      *---------------------------------------------------------------*
       1020-PARSE-THRESHOLD-DIGIT.
      *---------------------------------------------------------------*
           IF  WS-THRESH-PARM(WS-THR-NDX:1) NUMERIC
               MOVE WS-THRESH-PARM(WS-THR-NDX:1) TO WS-THR-DIGIT
               COMPUTE WS-THRESHOLD =
                   (WS-THRESHOLD * 10) + WS-THR-DIGIT.
      *---------------------------------------------------------------*
       1100-LOAD-CAPACITY-TABLE.
      *---------------------------------------------------------------*
           OPEN INPUT BED-CAP-FILE.
           PERFORM 1150-LOAD-ONE-CAP-RECORD
               UNTIL CAP-EOF.
           CLOSE BED-CAP-FILE.
           IF  WS-CAP-COUNT = ZERO
               DISPLAY 'CBLCAPR: BED CAPACITY REFERENCE FILE EMPTY - '
                       'RUN STOPPED'
               MOVE 16                 TO RETURN-CODE
               GOBACK.
      *---------------------------------------------------------------*
       1150-LOAD-ONE-CAP-RECORD.
      *---------------------------------------------------------------*
           READ BED-CAP-FILE
               AT END MOVE 'Y'         TO CAP-EOF-SW
                      MOVE 'N'         TO CAP-VALID-SW.
           IF  NOT CAP-VALID-RECORD
               MOVE 'Y'                TO CAP-EOF-SW.
           IF  NOT CAP-EOF
               MOVE SPACE              TO WS-CAP-RAW-BEDS
                                          WS-CAP-RAW-ICU
                                          WS-CAP-RAW-VENTS
               UNSTRING CAP-RECORD DELIMITED BY ','
                   INTO WS-CAP-RAW-STATE
                        WS-CAP-RAW-DATE
                        WS-CAP-RAW-BEDS
                        WS-CAP-RAW-ICU
                        WS-CAP-RAW-VENTS
               MOVE WS-CAP-RAW-BEDS    TO WS-CAP-EDIT-BEDS
               MOVE WS-CAP-RAW-ICU     TO WS-CAP-EDIT-ICU
               MOVE WS-CAP-RAW-VENTS   TO WS-CAP-EDIT-VENTS
               INSPECT WS-CAP-EDIT-BEDS  REPLACING ALL SPACE BY '0'
               INSPECT WS-CAP-EDIT-ICU   REPLACING ALL SPACE BY '0'
               INSPECT WS-CAP-EDIT-VENTS REPLACING ALL SPACE BY '0'
               IF  WS-CAP-EDIT-BEDS  NOT NUMERIC OR
                   WS-CAP-EDIT-ICU   NOT NUMERIC OR
                   WS-CAP-EDIT-VENTS NOT NUMERIC OR
                   WS-CAP-RAW-DATE   NOT NUMERIC
                   ADD  1              TO WS-CAP-REJECT-COUNT
                   DISPLAY 'CBLCAPR: BAD CAPACITY ROW FOR '
                           WS-CAP-RAW-STATE ' - REFERENCE ROW SKIPPED'
               ELSE
               IF  WS-CAP-COUNT LESS THAN 300
                   ADD  1              TO WS-CAP-COUNT
                   MOVE WS-CAP-RAW-STATE TO
                                       WS-CAP-STATE(WS-CAP-COUNT)
                   MOVE WS-CAP-RAW-DATE TO
                                       WS-CAP-EFF-DATE(WS-CAP-COUNT)
                   MOVE WS-CAP-EDIT-BEDS TO
                                       WS-CAP-VALUE(WS-CAP-COUNT 1)
                   MOVE WS-CAP-EDIT-ICU TO
                                       WS-CAP-VALUE(WS-CAP-COUNT 2)
                   MOVE WS-CAP-EDIT-VENTS TO
                                       WS-CAP-VALUE(WS-CAP-COUNT 3)
               ELSE
                   ADD  1              TO WS-CAP-REJECT-COUNT
                   DISPLAY 'CBLCAPR: CAPACITY TABLE FULL - '
                           WS-CAP-RAW-STATE ' ROW SKIPPED'
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       1200-FIND-EFFECTIVE-CAPACITY.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-CAP-BEST-NDX.
           MOVE SPACE                  TO WS-CAP-BEST-DATE.
           PERFORM 1250-CHECK-ONE-CAPACITY-ROW
               VARYING WS-CAP-NDX FROM 1 BY 1
                   UNTIL WS-CAP-NDX GREATER THAN WS-CAP-COUNT.
      *---------------------------------------------------------------*
       1250-CHECK-ONE-CAPACITY-ROW.
      *---------------------------------------------------------------*
           IF  WS-CAP-STATE(WS-CAP-NDX) = WS-SHR-STATE AND
               WS-CAP-EFF-DATE(WS-CAP-NDX) NOT GREATER THAN
                                               WS-SHR-DATE AND
               (WS-CAP-BEST-NDX = ZERO OR
                WS-CAP-EFF-DATE(WS-CAP-NDX) GREATER THAN
                                               WS-CAP-BEST-DATE)
               MOVE WS-CAP-NDX         TO WS-CAP-BEST-NDX
               MOVE WS-CAP-EFF-DATE(WS-CAP-NDX) TO WS-CAP-BEST-DATE.
      *---------------------------------------------------------------*
       2000-PROCESS-STATE-RECORD.
      *---------------------------------------------------------------*
           PERFORM 2100-FIND-STATE-ENTRY.
           IF  NOT WS-STATE-SKIP
               PERFORM 2200-POST-STATE-DAY.
           PERFORM 8100-READ-STATE-HIST-FILE.
      *---------------------------------------------------------------*
       2100-FIND-STATE-ENTRY.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-STATE-SKIP-SW.
           SET  WS-STI TO 1.
           SEARCH WS-CST-ENTRY
               AT END
                   IF  WS-CST-COUNT < 60
                       ADD  1       TO WS-CST-COUNT
                       SET  WS-STI  TO WS-CST-COUNT
                       MOVE WS-SHR-STATE TO WS-CST-STATE(WS-STI)
                       MOVE ZERO    TO WS-CST-WIN-COUNT(WS-STI)
                   ELSE
                       MOVE 'Y'     TO WS-STATE-SKIP-SW
                       DISPLAY 'CBLCAPR: STATE TABLE FULL - '
                               WS-SHR-STATE ' NOT REPORTED'
                   END-IF
               WHEN WS-CST-STATE(WS-STI) = WS-SHR-STATE
                   CONTINUE
           END-SEARCH.
      *---------------------------------------------------------------*
       2200-POST-STATE-DAY.
      *---------------------------------------------------------------*
           MOVE WS-SHR-DATE            TO WS-CST-LAST-DATE(WS-STI).
           MOVE WS-SHR-HOSPITAL-CURR   TO WS-CST-IN-USE(WS-STI 1).
           MOVE WS-SHR-ICU-CURR        TO WS-CST-IN-USE(WS-STI 2).
           MOVE WS-SHR-VENT-CURR       TO WS-CST-IN-USE(WS-STI 3).
           PERFORM 1200-FIND-EFFECTIVE-CAPACITY.
           IF  WS-CAP-BEST-NDX = ZERO
               MOVE 'N'                TO WS-CST-CAP-SW(WS-STI)
               MOVE SPACE              TO WS-CST-CAP-EFF(WS-STI)
               MOVE ZERO               TO WS-CST-CAPACITY(WS-STI 1)
                                          WS-CST-CAPACITY(WS-STI 2)
                                          WS-CST-CAPACITY(WS-STI 3)
           ELSE
               MOVE 'Y'                TO WS-CST-CAP-SW(WS-STI)
               MOVE WS-CAP-BEST-DATE   TO WS-CST-CAP-EFF(WS-STI)
               MOVE WS-CAP-VALUE(WS-CAP-BEST-NDX 1) TO
                                       WS-CST-CAPACITY(WS-STI 1)
               MOVE WS-CAP-VALUE(WS-CAP-BEST-NDX 2) TO
                                       WS-CST-CAPACITY(WS-STI 2)
               MOVE WS-CAP-VALUE(WS-CAP-BEST-NDX 3) TO
                                       WS-CST-CAPACITY(WS-STI 3).
           IF  WS-CST-WIN-COUNT(WS-STI) LESS THAN 14
               ADD  1                  TO WS-CST-WIN-COUNT(WS-STI)
           ELSE
               PERFORM 2250-SHIFT-WINDOW-ENTRY
                   VARYING WS-WIN FROM 1 BY 1
                       UNTIL WS-WIN GREATER THAN 13.
           MOVE WS-CST-WIN-COUNT(WS-STI) TO WS-WIN.
           MOVE WS-CST-CAP-SW(WS-STI)  TO
                                       WS-CST-WIN-CAP-SW(WS-STI WS-WIN).
           PERFORM 2300-COMPUTE-ONE-OCCUPANCY
               VARYING WS-MET FROM 1 BY 1
                   UNTIL WS-MET GREATER THAN 3.
      *---------------------------------------------------------------*
       2250-SHIFT-WINDOW-ENTRY.
      *---------------------------------------------------------------*
           MOVE WS-CST-WIN(WS-STI WS-WIN + 1) TO
                                       WS-CST-WIN(WS-STI WS-WIN).
      *---------------------------------------------------------------*
       2300-COMPUTE-ONE-OCCUPANCY.
      *---------------------------------------------------------------*
           IF  WS-CST-CAPACITY(WS-STI WS-MET) GREATER THAN ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   (WS-CST-IN-USE(WS-STI WS-MET) * 100)
                   / WS-CST-CAPACITY(WS-STI WS-MET)
               IF  WS-PCT-WORK GREATER THAN 999.9
                   MOVE 999.9          TO WS-PCT-WORK
               END-IF
           ELSE
               MOVE ZERO               TO WS-PCT-WORK.
           MOVE WS-PCT-WORK   TO WS-CST-WIN-PCT(WS-STI WS-WIN WS-MET).
      *---------------------------------------------------------------*
       3000-PRINT-STATE-CAPACITY.
      *---------------------------------------------------------------*
           MOVE CH-STATE-HEADING       TO COLUMN-HEADING-LINE.
           MOVE 999                    TO LINE-COUNT.
           MOVE WS-WARN-THRESHOLD      TO TH-WARN.
           MOVE WS-CRIT-THRESHOLD      TO TH-CRIT.
           MOVE TH-THRESHOLD-LINE      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 3100-PRINT-ONE-STATE
               VARYING WS-STI FROM 1 BY 1
                   UNTIL WS-STI GREATER THAN WS-CST-COUNT.
      *---------------------------------------------------------------*
       3100-PRINT-ONE-STATE.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-STATES-REPORTED.
           IF  LINE-COUNT GREATER THAN 54
               MOVE 999                TO LINE-COUNT.
           MOVE WS-CST-WIN-COUNT(WS-STI) TO WS-WIN.
           MOVE SPACE                  TO CS-STATE-LINE.
           MOVE WS-CST-STATE(WS-STI)   TO CS-STATE.
           MOVE WS-CST-LAST-DATE(WS-STI)(5:2) TO CS-MONTH.
           MOVE '/'                    TO CS-STATE-LINE(8:1).
           MOVE WS-CST-LAST-DATE(WS-STI)(7:2) TO CS-DAY.
           MOVE '/'                    TO CS-STATE-LINE(11:1).
           MOVE WS-CST-LAST-DATE(WS-STI)(1:4) TO CS-YEAR.
           MOVE ZERO                   TO WS-MAX-PCT.
           PERFORM 3200-FORMAT-ONE-METRIC
               VARYING WS-MET FROM 1 BY 1
                   UNTIL WS-MET GREATER THAN 3.
           EVALUATE TRUE
               WHEN NOT WS-CST-HAS-CAPACITY(WS-STI)
                   ADD  1              TO WS-NO-CAP-COUNT
                   MOVE '*NO CAPACITY RECORD*' TO CS-FLAG
               WHEN WS-MAX-PCT NOT LESS THAN WS-CRIT-THRESHOLD
                   ADD  1              TO WS-CRIT-STRAIN-COUNT
                   MOVE '*** CRITICAL STRAIN' TO CS-FLAG
               WHEN WS-MAX-PCT NOT LESS THAN WS-WARN-THRESHOLD
                   ADD  1              TO WS-HIGH-STRAIN-COUNT
                   MOVE '**  HIGH STRAIN'  TO CS-FLAG
               WHEN OTHER
                   MOVE SPACE          TO CS-FLAG
           END-EVALUATE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE CS-STATE-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-CST-HAS-CAPACITY(WS-STI)
               PERFORM 3300-PRINT-CAPACITY-LINE
               PERFORM 3400-PRINT-ONE-TREND-LINE
                   VARYING WS-MET FROM 1 BY 1
                       UNTIL WS-MET GREATER THAN 3.
      *---------------------------------------------------------------*
       3200-FORMAT-ONE-METRIC.
      *---------------------------------------------------------------*
           IF  NOT WS-CST-HAS-CAPACITY(WS-STI) OR
               WS-CST-CAPACITY(WS-STI WS-MET) = ZERO
               MOVE '    N/A'          TO CS-PCT(WS-MET)
               MOVE SPACE              TO CS-CHANGE(WS-MET)
           ELSE
               MOVE WS-CST-WIN-PCT(WS-STI WS-WIN WS-MET)
                                       TO WS-PCT-EDIT
               MOVE SPACE              TO CS-PCT(WS-MET)
               MOVE WS-PCT-EDIT        TO CS-PCT(WS-MET)(2:5)
               MOVE '%'                TO CS-PCT(WS-MET)(7:1)
               IF  WS-CST-WIN-PCT(WS-STI WS-WIN WS-MET)
                       GREATER THAN WS-MAX-PCT
                   MOVE WS-CST-WIN-PCT(WS-STI WS-WIN WS-MET)
                                       TO WS-MAX-PCT
               END-IF
               IF  WS-WIN GREATER THAN 1 AND
                   WS-CST-WIN-CAP-SW(WS-STI 1) = 'Y'
                   COMPUTE WS-CHANGE-WORK =
                       WS-CST-WIN-PCT(WS-STI WS-WIN WS-MET)
                     - WS-CST-WIN-PCT(WS-STI 1 WS-MET)
                   MOVE WS-CHANGE-WORK TO WS-CHANGE-EDIT
                   MOVE WS-CHANGE-EDIT TO CS-CHANGE(WS-MET)
               ELSE
                   MOVE '    N/A'      TO CS-CHANGE(WS-MET)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3300-PRINT-CAPACITY-LINE.
      *---------------------------------------------------------------*
           MOVE WS-CST-CAPACITY(WS-STI 1) TO CB-BEDS.
           MOVE WS-CST-CAPACITY(WS-STI 2) TO CB-ICU-BEDS.
           MOVE WS-CST-CAPACITY(WS-STI 3) TO CB-VENTS.
           MOVE WS-CST-CAP-EFF(WS-STI)(5:2) TO CB-MONTH.
           MOVE WS-CST-CAP-EFF(WS-STI)(7:2) TO CB-DAY.
           MOVE WS-CST-CAP-EFF(WS-STI)(1:4) TO CB-YEAR.
           MOVE WS-CST-IN-USE(WS-STI 1) TO CB-HOSP-CURR.
           MOVE WS-CST-IN-USE(WS-STI 2) TO CB-ICU-CURR.
           MOVE WS-CST-IN-USE(WS-STI 3) TO CB-VENT-CURR.
           MOVE CB-CAPACITY-LINE       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3400-PRINT-ONE-TREND-LINE.
      *---------------------------------------------------------------*
           MOVE WS-TREND-LABEL(WS-MET) TO CT-LABEL.
           PERFORM 3450-FORMAT-ONE-TREND-DAY
               VARYING WS-WIN FROM 1 BY 1
                   UNTIL WS-WIN GREATER THAN 14.
           MOVE CT-TREND-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3450-FORMAT-ONE-TREND-DAY.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-WIN GREATER THAN WS-CST-WIN-COUNT(WS-STI)
                   MOVE SPACE          TO CT-VALUE(WS-WIN)
               WHEN WS-CST-WIN-CAP-SW(WS-STI WS-WIN) NOT = 'Y'
                   MOVE '    -'        TO CT-VALUE(WS-WIN)
               WHEN OTHER
                   COMPUTE WS-TREND-EDIT ROUNDED =
                       WS-CST-WIN-PCT(WS-STI WS-WIN WS-MET)
                   MOVE SPACE          TO CT-VALUE(WS-WIN)
                   MOVE WS-TREND-EDIT  TO CT-VALUE(WS-WIN)(2:4)
           END-EVALUATE.
      *---------------------------------------------------------------*
       4000-PRINT-SUMMARY-PAGE.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO COLUMN-HEADING-LINE.
           MOVE 999                    TO LINE-COUNT.
           MOVE 'CAPACITY ROWS LOADED:' TO SU-COUNT-LABEL.
           MOVE WS-CAP-COUNT           TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'CAPACITY ROWS REJECTED:' TO SU-COUNT-LABEL.
           MOVE WS-CAP-REJECT-COUNT    TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STATES REPORTED:'     TO SU-COUNT-LABEL.
           MOVE WS-STATES-REPORTED     TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STATES AT HIGH STRAIN:' TO SU-COUNT-LABEL.
           MOVE WS-HIGH-STRAIN-COUNT   TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STATES AT CRITICAL STRAIN:' TO SU-COUNT-LABEL.
           MOVE WS-CRIT-STRAIN-COUNT   TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STATES WITH NO CAPACITY:' TO SU-COUNT-LABEL.
           MOVE WS-NO-CAP-COUNT        TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       6000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE STATE-HIST-FILE
                 PRINT-FILE.
      *---------------------------------------------------------------*
       8100-READ-STATE-HIST-FILE.
      *---------------------------------------------------------------*
           PERFORM 8110-READ-STATE-RAW-RECORD.
           PERFORM 8110-READ-STATE-RAW-RECORD
               UNTIL STATE-EOF
                  OR (SHR-RECORD(1:3) NOT = 'HDR' AND
                      SHR-RECORD(1:3) NOT = 'TRL').
           IF STATE-VALID-RECORD
               UNSTRING SHR-RECORD DELIMITED BY ','
               INTO  WS-SHR-STATE
                     WS-SHR-DATE
                     WS-SHR-CASE-POSITIVE
                     WS-SHR-CASE-NEGATIVE
                     WS-SHR-CASE-PENDING
                     WS-SHR-CASE-NEW
                     WS-SHR-HOSPITAL-CURR
                     WS-SHR-HOSPITAL-TOT
                     WS-SHR-ICU-CURR
                     WS-SHR-ICU-TOT
                     WS-SHR-VENT-CURR
                     WS-SHR-VENT-TOT
                     WS-SHR-RECOVERED
                     WS-SHR-DEATH
                     WS-SHR-DEATH-NEW
                     WS-SHR-PERCENT
           ELSE
               MOVE 'Y' TO STATE-EOF-SW.
      *---------------------------------------------------------------*
       8110-READ-STATE-RAW-RECORD.
      *---------------------------------------------------------------*
           READ STATE-HIST-FILE
               AT END MOVE 'Y' TO STATE-EOF-SW
                      MOVE 'N' TO STATE-VALID-SW.
           IF  NOT STATE-VALID-RECORD
               MOVE 'Y' TO STATE-EOF-SW.
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
           MOVE WS-METRIC-LABEL        TO HL1-METRIC-LABEL.
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
