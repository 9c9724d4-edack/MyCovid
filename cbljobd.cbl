       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJOBD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-CTL-FILE   ASSIGN TO STEPCTL.
           SELECT RESTART-FILE    ASSIGN TO JOBRSTRT.
           SELECT JOB-LOG-FILE    ASSIGN TO JOBLOG.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
       FD  STEP-CTL-FILE
               RECORDING MODE IS F.
       01  STEP-CTL-RECORD           PIC X(100).
      *
      *    STEP,PROGRAM,MAXRC,PRED1,PRED2,PRED3,PRED4,PARM
      *---------------------------------------------------------------*
       FD  RESTART-FILE
               RECORDING MODE IS F.
       01  RESTART-RECORD.
           05  RSR-RESTART-STEP      PIC X(08).
           05  FILLER                PIC X(72).
      *---------------------------------------------------------------*
       FD  JOB-LOG-FILE
               RECORDING MODE IS F.
       01  JOB-LOG-RECORD.
           05  JLR-CYCLE-ID          PIC X(12).
           05  JLR-STEP-NAME         PIC X(08).
           05  JLR-PROGRAM           PIC X(08).
           05  JLR-START-STAMP       PIC X(12).
           05  JLR-END-STAMP         PIC X(12).
           05  JLR-RETURN-CODE       PIC 9(03).
           05  JLR-MAX-RC            PIC 9(03).
           05  JLR-STATUS            PIC X(08).
           05  JLR-RUN-TYPE          PIC X(01).
           05  FILLER                PIC X(13).
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
               10  FILLER             PIC X(40) VALUE
                   'NIGHTLY JOB STREAM CONTROL'.
               10  FILLER             PIC X(20) VALUE SPACE.
               10  FILLER             PIC X(04) VALUE SPACE.
               10  FILLER             PIC X(05) VALUE 'PAGE:'.
               10  HL1-PAGE-NUM       PIC ZZZZ9.
               10  FILLER             PIC X(17) VALUE SPACE.
      *---------------------------------------------------------------*
           05  CY-CYCLE-LINE.
               10  FILLER             PIC X(08) VALUE ' CYCLE: '.
               10  CY-CYCLE-ID        PIC X(12).
               10  FILLER             PIC X(13) VALUE '   RUN TYPE: '.
               10  CY-RUN-TYPE        PIC X(30).
               10  FILLER             PIC X(69) VALUE SPACE.
      *---------------------------------------------------------------*
           05  CH-STEP-HEADING.
               10  FILLER             PIC X(11) VALUE ' STEP'.
               10  FILLER             PIC X(10) VALUE 'PROGRAM'.
               10  FILLER             PIC X(07) VALUE 'MAX RC'.
               10  FILLER             PIC X(06) VALUE '  RC'.
               10  FILLER             PIC X(10) VALUE 'STATUS'.
               10  FILLER             PIC X(16) VALUE 'STARTED'.
               10  FILLER             PIC X(16) VALUE 'ENDED'.
               10  FILLER             PIC X(56) VALUE 'NOTE'.
      *---------------------------------------------------------------*
           05  SL-STEP-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  SL-STEP-NAME       PIC X(08).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  SL-PROGRAM         PIC X(08).
               10  FILLER             PIC X(03) VALUE SPACE.
               10  SL-MAX-RC          PIC ZZ9.
               10  FILLER             PIC X(03) VALUE SPACE.
               10  SL-RC              PIC X(03).
               10  FILLER             PIC X(03) VALUE SPACE.
               10  SL-STATUS          PIC X(08).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  SL-START-TIME      PIC X(14).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  SL-END-TIME        PIC X(14).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  SL-NOTE            PIC X(40).
               10  FILLER             PIC X(16) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SU-COUNT-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  SU-COUNT-LABEL     PIC X(29) VALUE SPACE.
               10  SU-COUNT-VALUE     PIC ZZZ,ZZ9.
               10  FILLER             PIC X(95) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-STEP-TABLE.
      *---------------------------------------------------------------*
           05  WS-STP-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-STP-ENTRY           OCCURS 40 TIMES
                                      INDEXED BY WS-STX.
               10  WS-STP-NAME        PIC X(08).
               10  WS-STP-PROGRAM     PIC X(08).
               10  WS-STP-MAX-RC      PIC 9(03).
               10  WS-STP-PRED        OCCURS 4 TIMES
                                      PIC X(08).
               10  WS-STP-PARM        PIC X(40).
               10  WS-STP-PRIOR-SW    PIC X(01).
                   88  WS-STP-DONE-IN-PRIOR-RUN   VALUE 'Y'.
               10  WS-STP-STATUS      PIC X(01).
                   88  WS-STP-PENDING             VALUE ' '.
                   88  WS-STP-COMPLETE            VALUE 'C'.
                   88  WS-STP-FAILED              VALUE 'F'.
                   88  WS-STP-NOT-RUN             VALUE 'N'.
                   88  WS-STP-SKIPPED             VALUE 'S'.
                   88  WS-STP-BYPASSED            VALUE 'B'.
                   88  WS-STP-SATISFIED           VALUE 'C' 'S' 'B'.
               10  WS-STP-RC          PIC 9(03).
               10  WS-STP-START       PIC X(12).
               10  WS-STP-END         PIC X(12).
               10  WS-STP-NOTE        PIC X(40).
      *---------------------------------------------------------------*
       01  WS-WORK-FIELDS.
      *---------------------------------------------------------------*
           05  TODAYS-DATE.
               10  TD-YEAR            PIC 99.
               10  TD-MONTH           PIC 99.
               10  TD-DAY             PIC 99.
           05  WS-CURRENT-DATE.
               10  CD-YEAR            PIC 99.
               10  CD-MONTH           PIC 99.
               10  CD-DAY             PIC 99.
           05  WS-CURRENT-TIME.
               10  CT-HOUR            PIC 99.
               10  CT-MINUTE          PIC 99.
               10  CT-SECOND          PIC 99.
               10  CT-HUNDREDTH       PIC 99.
           05  WS-STAMP.
               10  WS-STAMP-DATE      PIC X(06).
               10  WS-STAMP-TIME      PIC X(06).
           05  WS-STAMP-PRINT         PIC X(14)   VALUE SPACE.
           05  WS-CYCLE-ID            PIC X(12)   VALUE SPACE.
           05  WS-JOB-START           PIC X(12)   VALUE SPACE.
           05  WS-RUN-TYPE            PIC X(01)   VALUE 'N'.
               88  WS-RESTART-RUN                 VALUE 'R'.
           05  WS-RESTART-STEP        PIC X(08)   VALUE SPACE.
           05  WS-RESTART-NDX         PIC 9(03)   VALUE ZERO.
           05  WS-LAST-END-SW         PIC X(01)   VALUE 'N'.
               88  WS-LAST-CYCLE-ENDED            VALUE 'Y'.
           05  WS-LAST-END-RC         PIC 9(03)   VALUE ZERO.
           05  CTL-EOF-SW             PIC X(01)   VALUE 'N'.
               88  CTL-EOF                        VALUE 'Y'.
           05  CTL-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  CTL-VALID-RECORD               VALUE 'Y'.
           05  JLR-EOF-SW             PIC X(01)   VALUE 'N'.
               88  JLR-EOF                        VALUE 'Y'.
           05  JLR-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  JLR-VALID-RECORD               VALUE 'Y'.
           05  WS-CTL-RAW-STEP        PIC X(08)   VALUE SPACE.
           05  WS-CTL-RAW-PROGRAM     PIC X(08)   VALUE SPACE.
               88  WS-CTL-READS-COMMAND-LINE      VALUE 'CBLGRPH'.
           05  WS-CTL-RAW-MAX-RC      PIC X(03)   VALUE SPACE.
           05  WS-CTL-RAW-PRED        OCCURS 4 TIMES
                                      PIC X(08).
           05  WS-CTL-RAW-PARM        PIC X(40)   VALUE SPACE.
           05  WS-CTL-MAX-RC          PIC 9(03)   VALUE ZERO.
           05  WS-CTL-BAD-DIGITS      PIC 9(01)   VALUE ZERO.
           05  WS-RC-NDX              PIC 9(01)   VALUE ZERO.
           05  WS-RC-DIGIT            PIC 9(01)   VALUE ZERO.
           05  WS-CTL-ERROR-COUNT     PIC 9(03)   VALUE ZERO.
           05  WS-STP                 PIC 9(03)   VALUE ZERO.
           05  WS-PRD                 PIC 9(01)   VALUE ZERO.
           05  WS-FIND-NAME           PIC X(08)   VALUE SPACE.
           05  WS-FIND-NDX            PIC 9(03)   VALUE ZERO.
           05  WS-GATE-SW             PIC X(01)   VALUE 'Y'.
               88  WS-GATE-OPEN                   VALUE 'Y'.
           05  WS-GATE-STEP           PIC X(08)   VALUE SPACE.
           05  WS-CALL-SW             PIC X(01)   VALUE 'Y'.
               88  WS-CALL-OK                     VALUE 'Y'.
           05  WS-STEP-PROGRAM        PIC X(08)   VALUE SPACE.
           05  WS-STEP-RC             PIC 9(03)   VALUE ZERO.
           05  WS-HIGH-RC             PIC 9(03)   VALUE ZERO.
           05  WS-JOB-RC              PIC 9(03)   VALUE ZERO.
           05  WS-LOG-STATUS          PIC X(08)   VALUE SPACE.
           05  WS-RC-EDIT             PIC ZZ9.
           05  WS-COMPLETE-COUNT      PIC 9(03)   VALUE ZERO.
           05  WS-FAILED-COUNT        PIC 9(03)   VALUE ZERO.
           05  WS-NOT-RUN-COUNT       PIC 9(03)   VALUE ZERO.
           05  WS-SKIPPED-COUNT       PIC 9(03)   VALUE ZERO.
           05  WS-BYPASSED-COUNT      PIC 9(03)   VALUE ZERO.
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
           PERFORM 2000-PROCESS-ONE-STEP
               VARYING WS-STP FROM 1 BY 1
                   UNTIL WS-STP GREATER THAN WS-STP-COUNT.
           PERFORM 3500-SET-RETURN-CODE.
           PERFORM 2900-WRITE-JOB-END-RECORD.
           PERFORM 4000-PRINT-JOB-REPORT.
           PERFORM 6000-CLOSE-FILES.
           MOVE WS-JOB-RC              TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
      *---------------------------------------------------------------*
           ACCEPT TODAYS-DATE FROM DATE.
           MOVE TD-YEAR                TO HL1-YEAR-OUT.
           MOVE TD-MONTH               TO HL1-MONTH-OUT.
           MOVE TD-DAY                 TO HL1-DAY-OUT.
           PERFORM 1100-LOAD-STEP-TABLE.
           IF  WS-STP-COUNT = ZERO
               DISPLAY 'CBLJOBD: NO STEPS ON STEP CONTROL FILE - '
                       'RUN STOPPED'
               MOVE 16                 TO RETURN-CODE
               GOBACK.
           PERFORM 1200-VALIDATE-PREDECESSORS
               VARYING WS-STP FROM 1 BY 1
                   UNTIL WS-STP GREATER THAN WS-STP-COUNT.
           IF  WS-CTL-ERROR-COUNT GREATER THAN ZERO
               DISPLAY 'CBLJOBD: STEP CONTROL FILE IN ERROR - '
                       'RUN STOPPED'
               MOVE 16                 TO RETURN-CODE
               GOBACK.
           PERFORM 8200-GET-TIMESTAMP.
           MOVE WS-STAMP               TO WS-JOB-START.
           PERFORM 1300-READ-RESTART-CARD.
           IF  WS-RESTART-RUN
               PERFORM 1400-LOAD-PRIOR-CYCLE
               PERFORM 1500-APPLY-RESTART-POINT
           ELSE
               MOVE WS-STAMP           TO WS-CYCLE-ID.
           OPEN EXTEND JOB-LOG-FILE
                OUTPUT PRINT-FILE.
           MOVE SPACE                  TO JOB-LOG-RECORD.
           MOVE WS-CYCLE-ID            TO JLR-CYCLE-ID.
           MOVE '*JOB*'                TO JLR-STEP-NAME.
           MOVE 'CBLJOBD'              TO JLR-PROGRAM.
           MOVE WS-JOB-START           TO JLR-START-STAMP.
           MOVE ZERO                   TO JLR-RETURN-CODE
                                          JLR-MAX-RC.
           MOVE 'JOBSTART'             TO JLR-STATUS.
           MOVE WS-RUN-TYPE            TO JLR-RUN-TYPE.
           IF  WS-RESTART-RUN
               MOVE WS-RESTART-STEP    TO JLR-PROGRAM.
           WRITE JOB-LOG-RECORD.
      *---------------------------------------------------------------*
       1100-LOAD-STEP-TABLE.
      *---------------------------------------------------------------*
           OPEN INPUT STEP-CTL-FILE.
           PERFORM 1150-LOAD-ONE-STEP-RECORD
               UNTIL CTL-EOF.
           CLOSE STEP-CTL-FILE.
      *---------------------------------------------------------------*
       1150-LOAD-ONE-STEP-RECORD.
      *---------------------------------------------------------------*
           READ STEP-CTL-FILE
               AT END MOVE 'Y'         TO CTL-EOF-SW
                      MOVE 'N'         TO CTL-VALID-SW.
           IF  NOT CTL-VALID-RECORD
               MOVE 'Y'                TO CTL-EOF-SW.
           IF  NOT CTL-EOF AND
               STEP-CTL-RECORD NOT = SPACE AND
               STEP-CTL-RECORD(1:1) NOT = '*'
               MOVE SPACE              TO WS-CTL-RAW-STEP
                                          WS-CTL-RAW-PROGRAM
                                          WS-CTL-RAW-MAX-RC
                                          WS-CTL-RAW-PRED(1)
                                          WS-CTL-RAW-PRED(2)
                                          WS-CTL-RAW-PRED(3)
                                          WS-CTL-RAW-PRED(4)
                                          WS-CTL-RAW-PARM
               UNSTRING STEP-CTL-RECORD DELIMITED BY ','
                   INTO WS-CTL-RAW-STEP
                        WS-CTL-RAW-PROGRAM
                        WS-CTL-RAW-MAX-RC
                        WS-CTL-RAW-PRED(1)
                        WS-CTL-RAW-PRED(2)
                        WS-CTL-RAW-PRED(3)
                        WS-CTL-RAW-PRED(4)
                        WS-CTL-RAW-PARM
               PERFORM 1170-EDIT-STEP-RECORD.
      *---------------------------------------------------------------*
       1170-EDIT-STEP-RECORD.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-CTL-MAX-RC
                                          WS-CTL-BAD-DIGITS.
           PERFORM 1180-PARSE-MAX-RC-DIGIT
               VARYING WS-RC-NDX FROM 1 BY 1
                   UNTIL WS-RC-NDX GREATER THAN 3.
           MOVE WS-CTL-RAW-STEP        TO WS-FIND-NAME.
           PERFORM 8300-FIND-STEP.
           EVALUATE TRUE
               WHEN WS-CTL-RAW-STEP = SPACE OR
                    WS-CTL-RAW-PROGRAM = SPACE
                   ADD  1              TO WS-CTL-ERROR-COUNT
                   DISPLAY 'CBLJOBD: STEP OR PROGRAM MISSING ON ROW - '
                           STEP-CTL-RECORD(1:40)
               WHEN WS-CTL-RAW-MAX-RC = SPACE OR
                    WS-CTL-BAD-DIGITS GREATER THAN ZERO
                   ADD  1              TO WS-CTL-ERROR-COUNT
                   DISPLAY 'CBLJOBD: BAD MAX RC FOR STEP '
                           WS-CTL-RAW-STEP
               WHEN WS-FIND-NDX NOT = ZERO
                   ADD  1              TO WS-CTL-ERROR-COUNT
                   DISPLAY 'CBLJOBD: DUPLICATE STEP NAME '
                           WS-CTL-RAW-STEP
               WHEN WS-CTL-RAW-PARM NOT = SPACE AND
                    NOT WS-CTL-READS-COMMAND-LINE
                   ADD  1              TO WS-CTL-ERROR-COUNT
                   DISPLAY 'CBLJOBD: PROGRAM ' WS-CTL-RAW-PROGRAM
                           ' TAKES NO PARM UNDER DRIVER - STEP '
                           WS-CTL-RAW-STEP
               WHEN WS-STP-COUNT NOT LESS THAN 40
                   ADD  1              TO WS-CTL-ERROR-COUNT
                   DISPLAY 'CBLJOBD: STEP TABLE FULL AT STEP '
                           WS-CTL-RAW-STEP
               WHEN OTHER
                   ADD  1              TO WS-STP-COUNT
                   MOVE WS-STP-COUNT   TO WS-STP
                   MOVE WS-CTL-RAW-STEP    TO WS-STP-NAME(WS-STP)
                   MOVE WS-CTL-RAW-PROGRAM TO WS-STP-PROGRAM(WS-STP)
                   MOVE WS-CTL-MAX-RC  TO WS-STP-MAX-RC(WS-STP)
                   MOVE WS-CTL-RAW-PRED(1) TO WS-STP-PRED(WS-STP 1)
                   MOVE WS-CTL-RAW-PRED(2) TO WS-STP-PRED(WS-STP 2)
                   MOVE WS-CTL-RAW-PRED(3) TO WS-STP-PRED(WS-STP 3)
                   MOVE WS-CTL-RAW-PRED(4) TO WS-STP-PRED(WS-STP 4)
                   MOVE WS-CTL-RAW-PARM    TO WS-STP-PARM(WS-STP)
                   MOVE 'N'            TO WS-STP-PRIOR-SW(WS-STP)
                   MOVE SPACE          TO WS-STP-STATUS(WS-STP)
                                          WS-STP-START(WS-STP)
                                          WS-STP-END(WS-STP)
                                          WS-STP-NOTE(WS-STP)
                   MOVE ZERO           TO WS-STP-RC(WS-STP)
           END-EVALUATE.
      *---------------------------------------------------------------*
       1180-PARSE-MAX-RC-DIGIT.
      *---------------------------------------------------------------*
           IF  WS-CTL-RAW-MAX-RC(WS-RC-NDX:1) NUMERIC
               MOVE WS-CTL-RAW-MAX-RC(WS-RC-NDX:1) TO WS-RC-DIGIT
               COMPUTE WS-CTL-MAX-RC =
                   (WS-CTL-MAX-RC * 10) + WS-RC-DIGIT
           ELSE
               IF  WS-CTL-RAW-MAX-RC(WS-RC-NDX:1) NOT = SPACE
                   ADD  1              TO WS-CTL-BAD-DIGITS.
      *---------------------------------------------------------------*
       1200-VALIDATE-PREDECESSORS.
      *---------------------------------------------------------------*
           PERFORM 1250-VALIDATE-ONE-PREDECESSOR
               VARYING WS-PRD FROM 1 BY 1
                   UNTIL WS-PRD GREATER THAN 4.
      *---------------------------------------------------------------*
       1250-VALIDATE-ONE-PREDECESSOR.
      *---------------------------------------------------------------*
           IF  WS-STP-PRED(WS-STP WS-PRD) NOT = SPACE
               MOVE WS-STP-PRED(WS-STP WS-PRD) TO WS-FIND-NAME
               PERFORM 8300-FIND-STEP
               IF  WS-FIND-NDX = ZERO OR
                   WS-FIND-NDX NOT LESS THAN WS-STP
                   ADD  1              TO WS-CTL-ERROR-COUNT
                   DISPLAY 'CBLJOBD: PREDECESSOR '
                           WS-STP-PRED(WS-STP WS-PRD)
                           ' OF STEP ' WS-STP-NAME(WS-STP)
                           ' IS NOT AN EARLIER STEP'
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       1300-READ-RESTART-CARD.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-RUN-TYPE.
           MOVE SPACE                  TO WS-RESTART-STEP.
           OPEN INPUT RESTART-FILE.
           READ RESTART-FILE
               AT END MOVE SPACE       TO RESTART-RECORD.
           CLOSE RESTART-FILE.
           IF  RSR-RESTART-STEP NOT = SPACE
               MOVE RSR-RESTART-STEP   TO WS-RESTART-STEP
               MOVE 'R'                TO WS-RUN-TYPE.
      *---------------------------------------------------------------*
       1400-LOAD-PRIOR-CYCLE.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-CYCLE-ID.
           MOVE 'N'                    TO WS-LAST-END-SW.
           MOVE ZERO                   TO WS-LAST-END-RC.
           OPEN INPUT JOB-LOG-FILE.
           PERFORM 1450-LOAD-ONE-LOG-RECORD
               UNTIL JLR-EOF.
           CLOSE JOB-LOG-FILE.
           IF  WS-CYCLE-ID = SPACE
               DISPLAY 'CBLJOBD: RESTART REQUESTED BUT JOB LOG IS '
                       'EMPTY - RUN STOPPED'
               MOVE 16                 TO RETURN-CODE
               GOBACK.
           IF  WS-LAST-CYCLE-ENDED AND
               WS-LAST-END-RC LESS THAN 16
               DISPLAY 'CBLJOBD: LAST CYCLE ' WS-CYCLE-ID
                       ' ENDED CLEANLY - REMOVE RESTART CARD - '
                       'RUN STOPPED'
               MOVE 16                 TO RETURN-CODE
               GOBACK.
      *---------------------------------------------------------------*
       1450-LOAD-ONE-LOG-RECORD.
      *---------------------------------------------------------------*
           READ JOB-LOG-FILE
               AT END MOVE 'Y'         TO JLR-EOF-SW
                      MOVE 'N'         TO JLR-VALID-SW.
           IF  NOT JLR-VALID-RECORD
               MOVE 'Y'                TO JLR-EOF-SW.
           IF  NOT JLR-EOF
               IF  JLR-CYCLE-ID NOT = WS-CYCLE-ID
                   MOVE JLR-CYCLE-ID   TO WS-CYCLE-ID
                   PERFORM 1470-CLEAR-PRIOR-SWITCH
                       VARYING WS-STP FROM 1 BY 1
                           UNTIL WS-STP GREATER THAN WS-STP-COUNT
               END-IF
               IF  JLR-STATUS = 'JOBSTART'
                   MOVE 'N'            TO WS-LAST-END-SW
                   MOVE ZERO           TO WS-LAST-END-RC
               END-IF
               IF  JLR-STATUS = 'JOBEND'
                   MOVE 'Y'            TO WS-LAST-END-SW
                   MOVE JLR-RETURN-CODE TO WS-LAST-END-RC
               END-IF
               IF  JLR-STATUS = 'COMPLETE' OR
                   JLR-STATUS = 'SKIPPED'  OR
                   JLR-STATUS = 'BYPASSED'
                   MOVE JLR-STEP-NAME  TO WS-FIND-NAME
                   PERFORM 8300-FIND-STEP
                   IF  WS-FIND-NDX NOT = ZERO
                       MOVE 'Y'        TO WS-STP-PRIOR-SW(WS-FIND-NDX)
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       1470-CLEAR-PRIOR-SWITCH.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-STP-PRIOR-SW(WS-STP).
      *---------------------------------------------------------------*
       1500-APPLY-RESTART-POINT.
      *---------------------------------------------------------------*
           MOVE WS-RESTART-STEP        TO WS-FIND-NAME.
           PERFORM 8300-FIND-STEP.
           IF  WS-FIND-NDX = ZERO
               DISPLAY 'CBLJOBD: RESTART STEP ' WS-RESTART-STEP
                       ' NOT ON STEP CONTROL FILE - RUN STOPPED'
               MOVE 16                 TO RETURN-CODE
               GOBACK.
           MOVE WS-FIND-NDX            TO WS-RESTART-NDX.
           PERFORM 1550-SET-RESTART-STATUS
               VARYING WS-STP FROM 1 BY 1
                   UNTIL WS-STP GREATER THAN WS-STP-COUNT.
      *---------------------------------------------------------------*
       1550-SET-RESTART-STATUS.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-STP = WS-RESTART-NDX
                   MOVE SPACE          TO WS-STP-STATUS(WS-STP)
               WHEN WS-STP-DONE-IN-PRIOR-RUN(WS-STP)
                   MOVE 'S'            TO WS-STP-STATUS(WS-STP)
                   MOVE 'COMPLETED IN EARLIER RUN OF CYCLE'
                                       TO WS-STP-NOTE(WS-STP)
               WHEN WS-STP LESS THAN WS-RESTART-NDX
                   MOVE 'B'            TO WS-STP-STATUS(WS-STP)
                   MOVE 'BEFORE RESTART STEP - NOT COMPLETED'
                                       TO WS-STP-NOTE(WS-STP)
               WHEN OTHER
                   MOVE SPACE          TO WS-STP-STATUS(WS-STP)
           END-EVALUATE.
      *---------------------------------------------------------------*
       2000-PROCESS-ONE-STEP.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-STP-SKIPPED(WS-STP)
                   MOVE 'SKIPPED'      TO WS-LOG-STATUS
                   PERFORM 8200-GET-TIMESTAMP
                   MOVE WS-STAMP       TO WS-STP-START(WS-STP)
                                          WS-STP-END(WS-STP)
                   PERFORM 2800-WRITE-STEP-LOG-RECORD
               WHEN WS-STP-BYPASSED(WS-STP)
                   MOVE 'BYPASSED'     TO WS-LOG-STATUS
                   PERFORM 8200-GET-TIMESTAMP
                   MOVE WS-STAMP       TO WS-STP-START(WS-STP)
                                          WS-STP-END(WS-STP)
                   PERFORM 2800-WRITE-STEP-LOG-RECORD
               WHEN OTHER
                   PERFORM 2100-CHECK-STEP-GATE
                   IF  WS-GATE-OPEN
                       PERFORM 2200-EXECUTE-STEP
                   ELSE
                       PERFORM 2300-RECORD-GATED-STEP
                   END-IF
           END-EVALUATE.
      *---------------------------------------------------------------*
       2100-CHECK-STEP-GATE.
      *---------------------------------------------------------------*
           MOVE 'Y'                    TO WS-GATE-SW.
           MOVE SPACE                  TO WS-GATE-STEP.
           PERFORM 2150-CHECK-ONE-PREDECESSOR
               VARYING WS-PRD FROM 1 BY 1
                   UNTIL WS-PRD GREATER THAN 4.
      *---------------------------------------------------------------*
       2150-CHECK-ONE-PREDECESSOR.
      *---------------------------------------------------------------*
           IF  WS-STP-PRED(WS-STP WS-PRD) NOT = SPACE
               MOVE WS-STP-PRED(WS-STP WS-PRD) TO WS-FIND-NAME
               PERFORM 8300-FIND-STEP
               IF  NOT WS-STP-SATISFIED(WS-FIND-NDX) AND
                   WS-GATE-OPEN
                   MOVE 'N'            TO WS-GATE-SW
                   MOVE WS-FIND-NAME   TO WS-GATE-STEP
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2200-EXECUTE-STEP.
      *---------------------------------------------------------------*
           MOVE WS-STP-PROGRAM(WS-STP) TO WS-STEP-PROGRAM.
           PERFORM 8200-GET-TIMESTAMP.
           MOVE WS-STAMP               TO WS-STP-START(WS-STP)
                                          WS-STP-END(WS-STP).
           MOVE ZERO                   TO WS-STP-RC(WS-STP).
           MOVE 'STARTED'              TO WS-LOG-STATUS.
           PERFORM 2800-WRITE-STEP-LOG-RECORD.
           DISPLAY 'CBLJOBD: STEP ' WS-STP-NAME(WS-STP)
                   ' STARTED - PROGRAM ' WS-STEP-PROGRAM.
           DISPLAY WS-STP-PARM(WS-STP) UPON COMMAND-LINE.
           MOVE 'Y'                    TO WS-CALL-SW.
           MOVE ZERO                   TO RETURN-CODE.
           CALL WS-STEP-PROGRAM
               ON EXCEPTION
                   MOVE 'N'            TO WS-CALL-SW
           END-CALL.
           MOVE RETURN-CODE            TO WS-STEP-RC.
           MOVE ZERO                   TO RETURN-CODE.
           CANCEL WS-STEP-PROGRAM.
           PERFORM 8200-GET-TIMESTAMP.
           MOVE WS-STAMP               TO WS-STP-END(WS-STP).
           EVALUATE TRUE
               WHEN NOT WS-CALL-OK
                   MOVE 16             TO WS-STP-RC(WS-STP)
                   MOVE 'F'            TO WS-STP-STATUS(WS-STP)
                   MOVE 'NOTFOUND'     TO WS-LOG-STATUS
                   MOVE 'PROGRAM COULD NOT BE LOADED'
                                       TO WS-STP-NOTE(WS-STP)
               WHEN WS-STEP-RC GREATER THAN WS-STP-MAX-RC(WS-STP)
                   MOVE WS-STEP-RC     TO WS-STP-RC(WS-STP)
                   MOVE 'F'            TO WS-STP-STATUS(WS-STP)
                   MOVE 'FAILED'       TO WS-LOG-STATUS
                   MOVE 'RETURN CODE OVER STEP LIMIT'
                                       TO WS-STP-NOTE(WS-STP)
               WHEN OTHER
                   MOVE WS-STEP-RC     TO WS-STP-RC(WS-STP)
                   MOVE 'C'            TO WS-STP-STATUS(WS-STP)
                   MOVE 'COMPLETE'     TO WS-LOG-STATUS
           END-EVALUATE.
           PERFORM 2800-WRITE-STEP-LOG-RECORD.
           MOVE WS-STP-RC(WS-STP)      TO WS-RC-EDIT.
           DISPLAY 'CBLJOBD: STEP ' WS-STP-NAME(WS-STP)
                   ' ENDED - RC ' WS-RC-EDIT ' ' WS-LOG-STATUS.
      *---------------------------------------------------------------*
       2300-RECORD-GATED-STEP.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-STP-STATUS(WS-STP).
           MOVE SPACE                  TO WS-STP-NOTE(WS-STP).
           STRING 'PREDECESSOR '       DELIMITED SIZE
                  WS-GATE-STEP         DELIMITED SPACE
                  ' DID NOT COMPLETE'  DELIMITED SIZE
               INTO WS-STP-NOTE(WS-STP).
           PERFORM 8200-GET-TIMESTAMP.
           MOVE WS-STAMP               TO WS-STP-START(WS-STP)
                                          WS-STP-END(WS-STP).
           MOVE 'NOT RUN'              TO WS-LOG-STATUS.
           PERFORM 2800-WRITE-STEP-LOG-RECORD.
           DISPLAY 'CBLJOBD: STEP ' WS-STP-NAME(WS-STP)
                   ' NOT RUN - ' WS-STP-NOTE(WS-STP).
      *---------------------------------------------------------------*
       2800-WRITE-STEP-LOG-RECORD.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO JOB-LOG-RECORD.
           MOVE WS-CYCLE-ID            TO JLR-CYCLE-ID.
           MOVE WS-STP-NAME(WS-STP)    TO JLR-STEP-NAME.
           MOVE WS-STP-PROGRAM(WS-STP) TO JLR-PROGRAM.
           MOVE WS-STP-START(WS-STP)   TO JLR-START-STAMP.
           IF  WS-LOG-STATUS NOT = 'STARTED'
               MOVE WS-STP-END(WS-STP) TO JLR-END-STAMP.
           MOVE WS-STP-RC(WS-STP)      TO JLR-RETURN-CODE.
           MOVE WS-STP-MAX-RC(WS-STP)  TO JLR-MAX-RC.
           MOVE WS-LOG-STATUS          TO JLR-STATUS.
           MOVE WS-RUN-TYPE            TO JLR-RUN-TYPE.
           WRITE JOB-LOG-RECORD.
      *---------------------------------------------------------------*
       2900-WRITE-JOB-END-RECORD.
      *---------------------------------------------------------------*
           PERFORM 8200-GET-TIMESTAMP.
           MOVE SPACE                  TO JOB-LOG-RECORD.
           MOVE WS-CYCLE-ID            TO JLR-CYCLE-ID.
           MOVE '*JOB*'                TO JLR-STEP-NAME.
           MOVE 'CBLJOBD'              TO JLR-PROGRAM.
           MOVE WS-JOB-START           TO JLR-START-STAMP.
           MOVE WS-STAMP               TO JLR-END-STAMP.
           MOVE WS-JOB-RC              TO JLR-RETURN-CODE.
           MOVE ZERO                   TO JLR-MAX-RC.
           MOVE 'JOBEND'               TO JLR-STATUS.
           MOVE WS-RUN-TYPE            TO JLR-RUN-TYPE.
           WRITE JOB-LOG-RECORD.
      *---------------------------------------------------------------*
       3500-SET-RETURN-CODE.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-HIGH-RC.
           PERFORM 3550-COUNT-ONE-STEP
               VARYING WS-STP FROM 1 BY 1
                   UNTIL WS-STP GREATER THAN WS-STP-COUNT.
           IF  WS-FAILED-COUNT GREATER THAN ZERO OR
               WS-NOT-RUN-COUNT GREATER THAN ZERO
               MOVE 16                 TO WS-JOB-RC
           ELSE
               MOVE WS-HIGH-RC         TO WS-JOB-RC.
      *---------------------------------------------------------------*
       3550-COUNT-ONE-STEP.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-STP-COMPLETE(WS-STP)
                   ADD  1              TO WS-COMPLETE-COUNT
                   IF  WS-STP-RC(WS-STP) GREATER THAN WS-HIGH-RC
                       MOVE WS-STP-RC(WS-STP) TO WS-HIGH-RC
                   END-IF
               WHEN WS-STP-FAILED(WS-STP)
                   ADD  1              TO WS-FAILED-COUNT
               WHEN WS-STP-NOT-RUN(WS-STP)
                   ADD  1              TO WS-NOT-RUN-COUNT
               WHEN WS-STP-SKIPPED(WS-STP)
                   ADD  1              TO WS-SKIPPED-COUNT
               WHEN WS-STP-BYPASSED(WS-STP)
                   ADD  1              TO WS-BYPASSED-COUNT
           END-EVALUATE.
      *---------------------------------------------------------------*
       4000-PRINT-JOB-REPORT.
      *---------------------------------------------------------------*
           MOVE WS-CYCLE-ID            TO CY-CYCLE-ID.
           IF  WS-RESTART-RUN
               MOVE SPACE              TO CY-RUN-TYPE
               STRING 'RESTART FROM STEP ' DELIMITED SIZE
                      WS-RESTART-STEP  DELIMITED SPACE
                   INTO CY-RUN-TYPE
           ELSE
               MOVE 'NORMAL'           TO CY-RUN-TYPE.
           MOVE CY-CYCLE-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE CH-STEP-HEADING        TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE CH-STEP-HEADING        TO COLUMN-HEADING-LINE.
           PERFORM 4100-PRINT-ONE-STEP-LINE
               VARYING WS-STP FROM 1 BY 1
                   UNTIL WS-STP GREATER THAN WS-STP-COUNT.
           MOVE SPACE                  TO COLUMN-HEADING-LINE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE 'STEPS COMPLETED:'     TO SU-COUNT-LABEL.
           MOVE WS-COMPLETE-COUNT      TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STEPS FAILED:'        TO SU-COUNT-LABEL.
           MOVE WS-FAILED-COUNT        TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STEPS NOT RUN (GATED):'  TO SU-COUNT-LABEL.
           MOVE WS-NOT-RUN-COUNT       TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STEPS SKIPPED (COMPLETED):' TO SU-COUNT-LABEL.
           MOVE WS-SKIPPED-COUNT       TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STEPS BYPASSED ON RESTART:' TO SU-COUNT-LABEL.
           MOVE WS-BYPASSED-COUNT      TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'JOB RETURN CODE:'     TO SU-COUNT-LABEL.
           MOVE WS-JOB-RC              TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4100-PRINT-ONE-STEP-LINE.
      *---------------------------------------------------------------*
           MOVE WS-STP-NAME(WS-STP)    TO SL-STEP-NAME.
           MOVE WS-STP-PROGRAM(WS-STP) TO SL-PROGRAM.
           MOVE WS-STP-MAX-RC(WS-STP)  TO SL-MAX-RC.
           MOVE SPACE                  TO SL-RC
                                          SL-START-TIME
                                          SL-END-TIME.
           EVALUATE TRUE
               WHEN WS-STP-COMPLETE(WS-STP)
                   MOVE 'COMPLETE'     TO SL-STATUS
               WHEN WS-STP-FAILED(WS-STP)
                   MOVE 'FAILED'       TO SL-STATUS
               WHEN WS-STP-NOT-RUN(WS-STP)
                   MOVE 'NOT RUN'      TO SL-STATUS
               WHEN WS-STP-SKIPPED(WS-STP)
                   MOVE 'SKIPPED'      TO SL-STATUS
               WHEN WS-STP-BYPASSED(WS-STP)
                   MOVE 'BYPASSED'     TO SL-STATUS
               WHEN OTHER
                   MOVE SPACE          TO SL-STATUS
           END-EVALUATE.
           IF  WS-STP-COMPLETE(WS-STP) OR WS-STP-FAILED(WS-STP)
               MOVE WS-STP-RC(WS-STP)  TO WS-RC-EDIT
               MOVE WS-RC-EDIT         TO SL-RC
               MOVE WS-STP-START(WS-STP) TO WS-STAMP
               PERFORM 8250-FORMAT-TIMESTAMP
               MOVE WS-STAMP-PRINT     TO SL-START-TIME
               MOVE WS-STP-END(WS-STP) TO WS-STAMP
               PERFORM 8250-FORMAT-TIMESTAMP
               MOVE WS-STAMP-PRINT     TO SL-END-TIME.
           MOVE WS-STP-NOTE(WS-STP)    TO SL-NOTE.
           MOVE SL-STEP-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       6000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE JOB-LOG-FILE
                 PRINT-FILE.
      *---------------------------------------------------------------*
       8200-GET-TIMESTAMP.
      *---------------------------------------------------------------*
           ACCEPT WS-CURRENT-DATE      FROM DATE.
           ACCEPT WS-CURRENT-TIME      FROM TIME.
           MOVE WS-CURRENT-DATE        TO WS-STAMP-DATE.
           MOVE WS-CURRENT-TIME(1:6)   TO WS-STAMP-TIME.
      *---------------------------------------------------------------*
       8250-FORMAT-TIMESTAMP.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-STAMP-PRINT.
           STRING WS-STAMP(3:2)        DELIMITED SIZE
                  '/'                  DELIMITED SIZE
                  WS-STAMP(5:2)        DELIMITED SIZE
                  ' '                  DELIMITED SIZE
                  WS-STAMP(7:2)        DELIMITED SIZE
                  ':'                  DELIMITED SIZE
                  WS-STAMP(9:2)        DELIMITED SIZE
                  ':'                  DELIMITED SIZE
                  WS-STAMP(11:2)       DELIMITED SIZE
               INTO WS-STAMP-PRINT.
      *---------------------------------------------------------------*
       8300-FIND-STEP.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-FIND-NDX.
           SET  WS-STX TO 1.
           SEARCH WS-STP-ENTRY
               AT END
                   MOVE ZERO           TO WS-FIND-NDX
               WHEN WS-STX GREATER THAN WS-STP-COUNT
                   MOVE ZERO           TO WS-FIND-NDX
               WHEN WS-STP-NAME(WS-STX) = WS-FIND-NAME
                   SET  WS-FIND-NDX    TO WS-STX
           END-SEARCH.
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
