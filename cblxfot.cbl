       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLXFOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USA-HIST-FILE   ASSIGN TO USAHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UHR-KEY-DATE.
           SELECT STATE-HIST-FILE ASSIGN TO STATEHIST.
           SELECT DISCREPANCY-FILE ASSIGN TO XFOTDISC.
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
       FD  STATE-HIST-FILE
               RECORDING MODE IS F.
       01  SHR-RECORD                PIC X(140).
      *---------------------------------------------------------------*
       FD  DISCREPANCY-FILE
               RECORDING MODE IS F.
       01  XFD-RECORD                PIC X(80).
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
                   'NATIONAL VS STATE CROSS-FOOT VARIANCES'.
               10  FILLER             PIC X(20) VALUE SPACE.
               10  FILLER             PIC X(04) VALUE SPACE.
               10  FILLER             PIC X(05) VALUE 'PAGE:'.
               10  HL1-PAGE-NUM       PIC ZZZZ9.
               10  FILLER             PIC X(17) VALUE SPACE.
      *---------------------------------------------------------------*
           05  DT-VARIANCE-LINE.
               10  FILLER             PIC X(06) VALUE ' DATE '.
               10  DV-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  DV-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  DV-YEAR            PIC X(04).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  DV-FIELD-NAME      PIC X(14).
               10  FILLER             PIC X(11) VALUE '  NATIONAL:'.
               10  DV-NATIONAL        PIC ZZZ,ZZZ,ZZ9.
               10  FILLER             PIC X(12) VALUE '  STATE SUM:'.
               10  DV-STATE-SUM       PIC ZZZ,ZZZ,ZZ9.
               10  FILLER             PIC X(07) VALUE '  DIFF:'.
               10  DV-DIFFERENCE      PIC ----,---,--9.
               10  FILLER             PIC X(36) VALUE SPACE.
      *---------------------------------------------------------------*
           05  DT-MISSING-LINE.
               10  FILLER             PIC X(06) VALUE ' DATE '.
               10  DM-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  DM-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  DM-YEAR            PIC X(04).
               10  FILLER             PIC X(18) VALUE
                   '  STATES MISSING: '.
               10  DM-MISSING-COUNT   PIC ZZ9.
               10  FILLER             PIC X(04) VALUE ' OF '.
               10  DM-EXPECTED-COUNT  PIC ZZ9.
               10  FILLER             PIC X(02) VALUE SPACE.
               10  DM-CODE-LIST       PIC X(86).
      *---------------------------------------------------------------*
           05  DT-NO-STATE-LINE.
               10  FILLER             PIC X(06) VALUE ' DATE '.
               10  DN-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  DN-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  DN-YEAR            PIC X(04).
               10  FILLER             PIC X(46) VALUE
                   '  NATIONAL ROW ONLY - NO STATE ROWS FOR DATE'.
               10  FILLER             PIC X(70) VALUE SPACE.
      *---------------------------------------------------------------*
           05  DT-NO-NATIONAL-LINE.
               10  FILLER             PIC X(06) VALUE ' DATE '.
               10  DX-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  DX-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  DX-YEAR            PIC X(04).
               10  FILLER             PIC X(46) VALUE
                   '  STATE ROWS ONLY - NO NATIONAL ROW FOR DATE'.
               10  FILLER             PIC X(70) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SU-COUNT-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  SU-COUNT-LABEL     PIC X(29) VALUE SPACE.
               10  SU-COUNT-VALUE     PIC ZZZ,ZZ9.
               10  FILLER             PIC X(95) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-UHR-RAW-FIELDS.
      *---------------------------------------------------------------*
           05  WS-UHR-DATE.
               10  WS-UHR-YEAR           PIC X(04).
               10  WS-UHR-MONTH          PIC X(02).
               10  WS-UHR-DAY            PIC X(02).
           05  WS-UHR-RAW-CASE-POSITIVE  PIC X(07).
           05  WS-UHR-RAW-CASE-NEGATIVE  PIC X(07).
           05  WS-UHR-RAW-CASE-PENDING   PIC X(07).
           05  WS-UHR-RAW-CASE-NEW       PIC X(07).
           05  WS-UHR-RAW-HOSPITAL-CURR  PIC X(07).
           05  WS-UHR-RAW-HOSPITAL-TOT   PIC X(07).
           05  WS-UHR-RAW-ICU-CURR       PIC X(07).
           05  WS-UHR-RAW-ICU-TOT        PIC X(07).
           05  WS-UHR-RAW-VENT-CURR      PIC X(07).
           05  WS-UHR-RAW-VENT-TOT       PIC X(07).
           05  WS-UHR-RAW-RECOVERED      PIC X(07).
           05  WS-UHR-RAW-DEATH          PIC X(07).
           05  WS-UHR-RAW-DEATH-NEW      PIC X(07).
           05  WS-UHR-RAW-PERCENT        PIC X(05).
      *---------------------------------------------------------------*
       01  WS-STATE-HOLD-FIELDS.
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
       01  WS-FIELD-NAME-VALUES.
      *---------------------------------------------------------------*
           05  FILLER                 PIC X(14) VALUE 'CASE POSITIVE'.
           05  FILLER                 PIC X(14) VALUE 'HOSPITAL CURR'.
           05  FILLER                 PIC X(14) VALUE 'ICU CURRENT'.
           05  FILLER                 PIC X(14) VALUE 'DEATH'.
           05  FILLER                 PIC X(14) VALUE 'DEATH NEW'.
       01  WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAME-VALUES.
           05  WS-FIELD-NAME          OCCURS 5 TIMES
                                      PIC X(14).
      *---------------------------------------------------------------*
       01  WS-CROSSFOOT-TABLE.
      *---------------------------------------------------------------*
           05  WS-XFT-ENTRY           OCCURS 5 TIMES.
               10  WS-XFT-NATIONAL    PIC 9(09).
               10  WS-XFT-STATE-SUM   PIC 9(09).
      *---------------------------------------------------------------*
       01  WS-STATE-TABLE.
      *---------------------------------------------------------------*
           05  WS-STE-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-STE-ENTRY           OCCURS 60 TIMES
                                      INDEXED BY WS-STI.
               10  WS-STE-STATE       PIC X(02).
               10  WS-STE-PRESENT-SW  PIC X(01).
                   88  WS-STE-PRESENT             VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-CONTROL-RECORDS.
      *---------------------------------------------------------------*
           05  WS-HDR-RECORD.
               10  WS-HDR-TAG         PIC X(03)   VALUE 'HDR'.
               10  WS-HDR-FEED-DATE   PIC X(08).
               10  WS-HDR-SOURCE      PIC X(08).
               10  WS-HDR-EXP-COUNT   PIC 9(07).
           05  WS-TRL-RECORD.
               10  WS-TRL-TAG         PIC X(03)   VALUE 'TRL'.
               10  WS-TRL-REC-COUNT   PIC 9(07).
               10  WS-TRL-HASH-DIFF   PIC 9(15).
               10  WS-TRL-HASH-2      PIC 9(15).
      *---------------------------------------------------------------*
       01  WS-WORK-FIELDS.
      *---------------------------------------------------------------*
           05  TODAYS-DATE.
               10  TD-YEAR            PIC 99.
               10  TD-MONTH           PIC 99.
               10  TD-DAY             PIC 99.
           05  USA-EOF-SW             PIC X(01)   VALUE 'N'.
               88  USA-EOF                        VALUE 'Y'.
           05  USA-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  USA-VALID-RECORD               VALUE 'Y'.
           05  STATE-EOF-SW           PIC X(01)   VALUE 'N'.
               88  STATE-EOF                      VALUE 'Y'.
           05  STATE-VALID-SW         PIC X(01)   VALUE 'Y'.
               88  STATE-VALID-RECORD             VALUE 'Y'.
           05  WS-STATE-FOUND-SW      PIC X(01)   VALUE 'N'.
               88  WS-STATE-FOUND                 VALUE 'Y'.
           05  WS-DAY-VARIANCE-SW     PIC X(01)   VALUE 'N'.
               88  WS-DAY-VARIANCE                VALUE 'Y'.
           05  WS-TOLERANCE-PARM      PIC X(07)   VALUE SPACE.
           05  WS-TOLERANCE           PIC 9(07)   VALUE ZERO.
           05  WS-TOL-NDX             PIC 9(01)   VALUE ZERO.
           05  WS-TOL-DIGIT           PIC 9(01)   VALUE ZERO.
           05  WS-RAW-EDIT-COPY       PIC X(07)   VALUE SPACE.
           05  WS-RAW-EDIT-NUM        PIC 9(07)   VALUE ZERO.
           05  WS-DAY-DATE            PIC X(08)   VALUE SPACE.
           05  WS-FLD                 PIC 9(02)   VALUE ZERO.
           05  WS-DIFFERENCE          PIC S9(09)  VALUE ZERO.
           05  WS-ABS-DIFFERENCE      PIC 9(09)   VALUE ZERO.
           05  WS-DAY-REPORTING       PIC 9(03)   VALUE ZERO.
           05  WS-DAY-MISSING         PIC 9(03)   VALUE ZERO.
           05  WS-LIST-PTR            PIC 9(03)   VALUE 1.
           05  WS-STR-PTR             PIC 9(03)   VALUE 1.
           05  WS-XFD-FIELD-NAME      PIC X(14)   VALUE SPACE.
           05  WS-XFD-NATIONAL        PIC 9(09)   VALUE ZERO.
           05  WS-XFD-STATE-SUM       PIC 9(09)   VALUE ZERO.
           05  WS-XFD-DIFF-EDIT       PIC -9(09).
           05  WS-XFD-REC-COUNT       PIC 9(07)   VALUE ZERO.
           05  WS-XFD-HASH-DIFF       PIC 9(15)   VALUE ZERO.
           05  WS-DAYS-COMPARED       PIC 9(05)   VALUE ZERO.
           05  WS-VARIANCE-DAY-COUNT  PIC 9(05)   VALUE ZERO.
           05  WS-VARIANCE-FLD-COUNT  PIC 9(05)   VALUE ZERO.
           05  WS-MISSING-DAY-COUNT   PIC 9(05)   VALUE ZERO.
           05  WS-NO-STATE-DAY-COUNT  PIC 9(05)   VALUE ZERO.
           05  WS-NO-NATL-DAY-COUNT   PIC 9(05)   VALUE ZERO.
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
           PERFORM 2000-MATCH-ONE-DATE
               UNTIL USA-EOF AND STATE-EOF.
           PERFORM 2900-WRITE-DISCREPANCY-TRAILER.
           PERFORM 4000-PRINT-SUMMARY-PAGE.
           PERFORM 3000-CLOSE-FILES.
           PERFORM 3500-SET-RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
      *---------------------------------------------------------------*
           ACCEPT TODAYS-DATE FROM DATE.
           MOVE TD-YEAR                TO HL1-YEAR-OUT.
           MOVE TD-MONTH               TO HL1-MONTH-OUT.
           MOVE TD-DAY                 TO HL1-DAY-OUT.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-TOLERANCE-PARM    FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE          TO WS-TOLERANCE-PARM
           END-ACCEPT.
           PERFORM 1100-EDIT-TOLERANCE-PARM.
           PERFORM 1200-LOAD-STATE-TABLE.
           IF  WS-STE-COUNT = ZERO
               DISPLAY 'CBLXFOT: NO STATE ROWS IN STATEHIST - '
                       'RUN STOPPED'
               MOVE 16                 TO RETURN-CODE
               GOBACK.
           OPEN INPUT  USA-HIST-FILE
                INPUT  STATE-HIST-FILE
                OUTPUT DISCREPANCY-FILE
                OUTPUT PRINT-FILE.
           MOVE 'N'                    TO STATE-EOF-SW.
           MOVE 'Y'                    TO STATE-VALID-SW.
           PERFORM 1300-WRITE-DISCREPANCY-HEADER.
           PERFORM 8000-READ-USA-HIST-FILE.
           PERFORM 8100-READ-STATE-HIST-FILE.
      *---------------------------------------------------------------*
       1100-EDIT-TOLERANCE-PARM.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-TOLERANCE.
           PERFORM 1150-PARSE-TOLERANCE-DIGIT
               VARYING WS-TOL-NDX FROM 1 BY 1
                   UNTIL WS-TOL-NDX GREATER THAN 7.
      *---------------------------------------------------------------*
       1150-PARSE-TOLERANCE-DIGIT.
      *---------------------------------------------------------------*
           IF  WS-TOLERANCE-PARM(WS-TOL-NDX:1) NUMERIC
               MOVE WS-TOLERANCE-PARM(WS-TOL-NDX:1) TO WS-TOL-DIGIT
               COMPUTE WS-TOLERANCE =
                   (WS-TOLERANCE * 10) + WS-TOL-DIGIT.
      *---------------------------------------------------------------*
       1200-LOAD-STATE-TABLE.
      *---------------------------------------------------------------*
           OPEN INPUT STATE-HIST-FILE.
           PERFORM 8100-READ-STATE-HIST-FILE.
           PERFORM 1250-LOAD-ONE-STATE-CODE
               UNTIL STATE-EOF.
           CLOSE STATE-HIST-FILE.
      *---------------------------------------------------------------*
       1250-LOAD-ONE-STATE-CODE.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-STATE-FOUND-SW.
           SET  WS-STI TO 1.
           SEARCH WS-STE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-STE-STATE(WS-STI) = WS-SHR-STATE
                   MOVE 'Y'            TO WS-STATE-FOUND-SW
           END-SEARCH.
           IF  NOT WS-STATE-FOUND
               IF  WS-STE-COUNT LESS THAN 60
                   ADD  1              TO WS-STE-COUNT
                   MOVE WS-SHR-STATE   TO WS-STE-STATE(WS-STE-COUNT)
               ELSE
                   DISPLAY 'CBLXFOT: STATE TABLE FULL - '
                           WS-SHR-STATE ' NOT CHECKED'
               END-IF
           END-IF.
           PERFORM 8100-READ-STATE-HIST-FILE.
      *---------------------------------------------------------------*
       1300-WRITE-DISCREPANCY-HEADER.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-HDR-FEED-DATE.
           STRING '20'                 DELIMITED SIZE
                  TD-YEAR              DELIMITED SIZE
                  TD-MONTH             DELIMITED SIZE
                  TD-DAY               DELIMITED SIZE
               INTO WS-HDR-FEED-DATE.
           MOVE 'CBLXFOT'              TO WS-HDR-SOURCE.
           MOVE ZERO                   TO WS-HDR-EXP-COUNT.
           MOVE SPACE                  TO XFD-RECORD.
           MOVE WS-HDR-RECORD          TO XFD-RECORD.
           WRITE XFD-RECORD.
      *---------------------------------------------------------------*
       2000-MATCH-ONE-DATE.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN USA-EOF
                   PERFORM 2500-RECORD-NO-NATIONAL-DAY
               WHEN STATE-EOF
                   PERFORM 2400-RECORD-NO-STATE-DAY
                   PERFORM 8000-READ-USA-HIST-FILE
               WHEN WS-UHR-DATE = WS-SHR-DATE
                   PERFORM 2100-ACCUMULATE-STATE-DAY
                   PERFORM 2200-COMPARE-MATCHED-DAY
                   PERFORM 8000-READ-USA-HIST-FILE
               WHEN WS-UHR-DATE LESS THAN WS-SHR-DATE
                   PERFORM 2400-RECORD-NO-STATE-DAY
                   PERFORM 8000-READ-USA-HIST-FILE
               WHEN OTHER
                   PERFORM 2500-RECORD-NO-NATIONAL-DAY
           END-EVALUATE.
      *---------------------------------------------------------------*
       2100-ACCUMULATE-STATE-DAY.
      *---------------------------------------------------------------*
           MOVE WS-SHR-DATE            TO WS-DAY-DATE.
           MOVE ZERO                   TO WS-DAY-REPORTING.
           PERFORM 2110-CLEAR-ONE-STATE-FLAG
               VARYING WS-STI FROM 1 BY 1
                   UNTIL WS-STI GREATER THAN WS-STE-COUNT.
           PERFORM 2120-CLEAR-ONE-STATE-SUM
               VARYING WS-FLD FROM 1 BY 1
                   UNTIL WS-FLD GREATER THAN 5.
           PERFORM 2150-ADD-ONE-STATE-ROW
               UNTIL STATE-EOF
                  OR WS-SHR-DATE NOT = WS-DAY-DATE.
      *---------------------------------------------------------------*
       2110-CLEAR-ONE-STATE-FLAG.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-STE-PRESENT-SW(WS-STI).
      *---------------------------------------------------------------*
       2120-CLEAR-ONE-STATE-SUM.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-XFT-STATE-SUM(WS-FLD).
      *---------------------------------------------------------------*
       2150-ADD-ONE-STATE-ROW.
      *---------------------------------------------------------------*
           ADD  WS-SHR-CASE-POSITIVE   TO WS-XFT-STATE-SUM(1).
           ADD  WS-SHR-HOSPITAL-CURR   TO WS-XFT-STATE-SUM(2).
           ADD  WS-SHR-ICU-CURR        TO WS-XFT-STATE-SUM(3).
           ADD  WS-SHR-DEATH           TO WS-XFT-STATE-SUM(4).
           ADD  WS-SHR-DEATH-NEW       TO WS-XFT-STATE-SUM(5).
           SET  WS-STI TO 1.
           SEARCH WS-STE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-STE-STATE(WS-STI) = WS-SHR-STATE
                   IF  NOT WS-STE-PRESENT(WS-STI)
                       MOVE 'Y'        TO WS-STE-PRESENT-SW(WS-STI)
                       ADD  1          TO WS-DAY-REPORTING
                   END-IF
           END-SEARCH.
           PERFORM 8100-READ-STATE-HIST-FILE.
      *---------------------------------------------------------------*
       2200-COMPARE-MATCHED-DAY.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-DAYS-COMPARED.
           MOVE 'N'                    TO WS-DAY-VARIANCE-SW.
           COMPUTE WS-DAY-MISSING = WS-STE-COUNT - WS-DAY-REPORTING.
           PERFORM 2250-COMPARE-ONE-FIELD
               VARYING WS-FLD FROM 1 BY 1
                   UNTIL WS-FLD GREATER THAN 5.
           IF  WS-DAY-VARIANCE
               ADD  1                  TO WS-VARIANCE-DAY-COUNT.
           IF  WS-DAY-MISSING GREATER THAN ZERO
               PERFORM 2300-REPORT-MISSING-STATES.
      *---------------------------------------------------------------*
       2250-COMPARE-ONE-FIELD.
      *---------------------------------------------------------------*
           COMPUTE WS-DIFFERENCE =
               WS-XFT-STATE-SUM(WS-FLD) - WS-XFT-NATIONAL(WS-FLD).
           IF  WS-DIFFERENCE LESS THAN ZERO
               COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE      TO WS-ABS-DIFFERENCE.
           IF  WS-ABS-DIFFERENCE GREATER THAN WS-TOLERANCE
               MOVE 'Y'                TO WS-DAY-VARIANCE-SW
               ADD  1                  TO WS-VARIANCE-FLD-COUNT
               MOVE WS-DAY-DATE(5:2)   TO DV-MONTH
               MOVE WS-DAY-DATE(7:2)   TO DV-DAY
               MOVE WS-DAY-DATE(1:4)   TO DV-YEAR
               MOVE WS-FIELD-NAME(WS-FLD) TO DV-FIELD-NAME
               MOVE WS-XFT-NATIONAL(WS-FLD)  TO DV-NATIONAL
               MOVE WS-XFT-STATE-SUM(WS-FLD) TO DV-STATE-SUM
               MOVE WS-DIFFERENCE      TO DV-DIFFERENCE
               MOVE DT-VARIANCE-LINE   TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
               MOVE WS-FIELD-NAME(WS-FLD) TO WS-XFD-FIELD-NAME
               MOVE WS-XFT-NATIONAL(WS-FLD)  TO WS-XFD-NATIONAL
               MOVE WS-XFT-STATE-SUM(WS-FLD) TO WS-XFD-STATE-SUM
               PERFORM 2800-WRITE-DISCREPANCY-RECORD.
      *---------------------------------------------------------------*
       2300-REPORT-MISSING-STATES.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-MISSING-DAY-COUNT.
           MOVE WS-DAY-DATE(5:2)       TO DM-MONTH.
           MOVE WS-DAY-DATE(7:2)       TO DM-DAY.
           MOVE WS-DAY-DATE(1:4)       TO DM-YEAR.
           MOVE WS-DAY-MISSING         TO DM-MISSING-COUNT.
           MOVE WS-STE-COUNT           TO DM-EXPECTED-COUNT.
           MOVE SPACE                  TO DM-CODE-LIST.
           MOVE 1                      TO WS-LIST-PTR.
           PERFORM 2350-LIST-ONE-MISSING-STATE
               VARYING WS-STI FROM 1 BY 1
                   UNTIL WS-STI GREATER THAN WS-STE-COUNT.
           MOVE DT-MISSING-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STATES MISSING'       TO WS-XFD-FIELD-NAME.
           MOVE ZERO                   TO WS-XFD-NATIONAL
                                          WS-XFD-STATE-SUM
                                          WS-DIFFERENCE.
           PERFORM 2800-WRITE-DISCREPANCY-RECORD.
      *---------------------------------------------------------------*
       2350-LIST-ONE-MISSING-STATE.
      *---------------------------------------------------------------*
           IF  NOT WS-STE-PRESENT(WS-STI)
               IF  WS-LIST-PTR LESS THAN 81
                   STRING WS-STE-STATE(WS-STI) DELIMITED SIZE
                          ' '                  DELIMITED SIZE
                       INTO DM-CODE-LIST
                       WITH POINTER WS-LIST-PTR
               ELSE
                   MOVE '...'          TO DM-CODE-LIST(84:3)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2400-RECORD-NO-STATE-DAY.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-NO-STATE-DAY-COUNT.
           MOVE WS-UHR-DATE            TO WS-DAY-DATE.
           MOVE WS-UHR-MONTH           TO DN-MONTH.
           MOVE WS-UHR-DAY             TO DN-DAY.
           MOVE WS-UHR-YEAR            TO DN-YEAR.
           MOVE DT-NO-STATE-LINE       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE ZERO                   TO WS-DAY-REPORTING.
           MOVE WS-STE-COUNT           TO WS-DAY-MISSING.
           MOVE 'NO STATE ROWS'        TO WS-XFD-FIELD-NAME.
           MOVE ZERO                   TO WS-XFD-NATIONAL
                                          WS-XFD-STATE-SUM
                                          WS-DIFFERENCE.
           PERFORM 2800-WRITE-DISCREPANCY-RECORD.
      *---------------------------------------------------------------*
       2500-RECORD-NO-NATIONAL-DAY.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-NO-NATL-DAY-COUNT.
           MOVE WS-SHR-MONTH           TO DX-MONTH.
           MOVE WS-SHR-DAY             TO DX-DAY.
           MOVE WS-SHR-YEAR            TO DX-YEAR.
           MOVE DT-NO-NATIONAL-LINE    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 2100-ACCUMULATE-STATE-DAY.
           COMPUTE WS-DAY-MISSING = WS-STE-COUNT - WS-DAY-REPORTING.
           MOVE 'NO NATIONAL'          TO WS-XFD-FIELD-NAME.
           MOVE ZERO                   TO WS-XFD-NATIONAL.
           MOVE WS-XFT-STATE-SUM(1)    TO WS-XFD-STATE-SUM.
           MOVE WS-XFT-STATE-SUM(1)    TO WS-DIFFERENCE.
           PERFORM 2800-WRITE-DISCREPANCY-RECORD.
      *---------------------------------------------------------------*
       2800-WRITE-DISCREPANCY-RECORD.
      *---------------------------------------------------------------*
           MOVE WS-DIFFERENCE          TO WS-XFD-DIFF-EDIT.
           MOVE SPACE                  TO XFD-RECORD.
           MOVE 1                      TO WS-STR-PTR.
           STRING WS-DAY-DATE          DELIMITED SIZE
                  ','                  DELIMITED SIZE
                  WS-XFD-FIELD-NAME    DELIMITED SIZE
                  ','                  DELIMITED SIZE
                  WS-XFD-NATIONAL      DELIMITED SIZE
                  ','                  DELIMITED SIZE
                  WS-XFD-STATE-SUM     DELIMITED SIZE
                  ','                  DELIMITED SIZE
                  WS-XFD-DIFF-EDIT     DELIMITED SIZE
                  ','                  DELIMITED SIZE
                  WS-DAY-REPORTING     DELIMITED SIZE
                  ','                  DELIMITED SIZE
                  WS-DAY-MISSING       DELIMITED SIZE
               INTO XFD-RECORD
               WITH POINTER WS-STR-PTR.
           WRITE XFD-RECORD.
           ADD  1                      TO WS-XFD-REC-COUNT.
           IF  WS-DIFFERENCE LESS THAN ZERO
               COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE      TO WS-ABS-DIFFERENCE.
           ADD  WS-ABS-DIFFERENCE      TO WS-XFD-HASH-DIFF.
      *---------------------------------------------------------------*
       2900-WRITE-DISCREPANCY-TRAILER.
      *---------------------------------------------------------------*
           MOVE WS-XFD-REC-COUNT       TO WS-TRL-REC-COUNT.
           MOVE WS-XFD-HASH-DIFF       TO WS-TRL-HASH-DIFF.
           MOVE ZERO                   TO WS-TRL-HASH-2.
           MOVE SPACE                  TO XFD-RECORD.
           MOVE WS-TRL-RECORD          TO XFD-RECORD.
           WRITE XFD-RECORD.
      *---------------------------------------------------------------*
       4000-PRINT-SUMMARY-PAGE.
      *---------------------------------------------------------------*
           MOVE 999                    TO LINE-COUNT.
           MOVE 'TOLERANCE:'           TO SU-COUNT-LABEL.
           MOVE WS-TOLERANCE           TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STATES IN STATEHIST:'  TO SU-COUNT-LABEL.
           MOVE WS-STE-COUNT           TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'DAYS COMPARED:'       TO SU-COUNT-LABEL.
           MOVE WS-DAYS-COMPARED       TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'DAYS WITH VARIANCES:' TO SU-COUNT-LABEL.
           MOVE WS-VARIANCE-DAY-COUNT  TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'FIELD VARIANCES:'     TO SU-COUNT-LABEL.
           MOVE WS-VARIANCE-FLD-COUNT  TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'DAYS WITH MISSING STATES:' TO SU-COUNT-LABEL.
           MOVE WS-MISSING-DAY-COUNT   TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'NATIONAL DAYS - NO STATES:' TO SU-COUNT-LABEL.
           MOVE WS-NO-STATE-DAY-COUNT  TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STATE DAYS - NO NATIONAL:' TO SU-COUNT-LABEL.
           MOVE WS-NO-NATL-DAY-COUNT   TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'DISCREPANCY RECORDS:' TO SU-COUNT-LABEL.
           MOVE WS-XFD-REC-COUNT       TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3500-SET-RETURN-CODE.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-VARIANCE-FLD-COUNT GREATER THAN ZERO
                 OR WS-MISSING-DAY-COUNT  GREATER THAN ZERO
                 OR WS-NO-STATE-DAY-COUNT GREATER THAN ZERO
                 OR WS-NO-NATL-DAY-COUNT  GREATER THAN ZERO
                   MOVE 4              TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO           TO RETURN-CODE
           END-EVALUATE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE USA-HIST-FILE
                 STATE-HIST-FILE
                 DISCREPANCY-FILE
                 PRINT-FILE.
      *---------------------------------------------------------------*
       8000-READ-USA-HIST-FILE.
      *---------------------------------------------------------------*
           READ USA-HIST-FILE
               AT END MOVE 'Y' TO USA-EOF-SW
                      MOVE 'N' TO USA-VALID-SW.
           IF USA-VALID-RECORD
               UNSTRING UHR-RECORD DELIMITED BY ','
               INTO  WS-UHR-DATE
                     WS-UHR-RAW-CASE-POSITIVE
                     WS-UHR-RAW-CASE-NEGATIVE
                     WS-UHR-RAW-CASE-PENDING
                     WS-UHR-RAW-CASE-NEW
                     WS-UHR-RAW-HOSPITAL-CURR
                     WS-UHR-RAW-HOSPITAL-TOT
                     WS-UHR-RAW-ICU-CURR
                     WS-UHR-RAW-ICU-TOT
                     WS-UHR-RAW-VENT-CURR
                     WS-UHR-RAW-VENT-TOT
                     WS-UHR-RAW-RECOVERED
                     WS-UHR-RAW-DEATH
                     WS-UHR-RAW-DEATH-NEW
                     WS-UHR-RAW-PERCENT
               PERFORM 8050-MOVE-NATIONAL-FIELDS
           ELSE
               MOVE 'Y' TO USA-EOF-SW.
      *---------------------------------------------------------------*
       8050-MOVE-NATIONAL-FIELDS.
      *---------------------------------------------------------------*
           MOVE WS-UHR-RAW-CASE-POSITIVE TO WS-RAW-EDIT-COPY.
           PERFORM 8060-EDIT-RAW-FIELD.
           MOVE WS-RAW-EDIT-NUM        TO WS-XFT-NATIONAL(1).
           MOVE WS-UHR-RAW-HOSPITAL-CURR TO WS-RAW-EDIT-COPY.
           PERFORM 8060-EDIT-RAW-FIELD.
           MOVE WS-RAW-EDIT-NUM        TO WS-XFT-NATIONAL(2).
           MOVE WS-UHR-RAW-ICU-CURR    TO WS-RAW-EDIT-COPY.
           PERFORM 8060-EDIT-RAW-FIELD.
           MOVE WS-RAW-EDIT-NUM        TO WS-XFT-NATIONAL(3).
           MOVE WS-UHR-RAW-DEATH       TO WS-RAW-EDIT-COPY.
           PERFORM 8060-EDIT-RAW-FIELD.
           MOVE WS-RAW-EDIT-NUM        TO WS-XFT-NATIONAL(4).
           MOVE WS-UHR-RAW-DEATH-NEW   TO WS-RAW-EDIT-COPY.
           PERFORM 8060-EDIT-RAW-FIELD.
           MOVE WS-RAW-EDIT-NUM        TO WS-XFT-NATIONAL(5).
      *---------------------------------------------------------------*
       8060-EDIT-RAW-FIELD.
      *---------------------------------------------------------------*
           INSPECT WS-RAW-EDIT-COPY REPLACING ALL SPACE BY '0'.
           IF  WS-RAW-EDIT-COPY NUMERIC
               MOVE WS-RAW-EDIT-COPY   TO WS-RAW-EDIT-NUM
           ELSE
               MOVE ZERO               TO WS-RAW-EDIT-NUM.
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
           MOVE HEADING-LINE-1         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE 2                      TO LINE-SPACEING.
           ADD 1                       TO PAGE-COUNT.
           MOVE 3                      TO LINE-COUNT.
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
