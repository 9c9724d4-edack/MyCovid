       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLPOSR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USA-HIST-FILE   ASSIGN TO USAHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UHR-KEY-DATE.
           SELECT STATE-HIST-FILE ASSIGN TO STATEHIST.
           SELECT STATE-POP-FILE  ASSIGN TO STATPOP.
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
       FD  STATE-POP-FILE
               RECORDING MODE IS F.
       01  POP-RECORD                PIC X(30).
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
           05  NH-NATIONAL-HEADING.
               10  FILLER             PIC X(14) VALUE ' DATE'.
               10  FILLER             PIC X(12) VALUE '   NEW POS'.
               10  FILLER             PIC X(12) VALUE '   NEW NEG'.
               10  FILLER             PIC X(13) VALUE ' NEW TESTS'.
               10  FILLER             PIC X(11) VALUE '   DAILY'.
               10  FILLER             PIC X(11) VALUE '   7-DAY'.
               10  FILLER             PIC X(20) VALUE 'TEST DATA'.
               10  FILLER             PIC X(39) VALUE SPACE.
      *---------------------------------------------------------------*
           05  ND-NATIONAL-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  ND-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  ND-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  ND-YEAR            PIC X(04).
               10  FILLER             PIC X(03) VALUE SPACE.
               10  ND-NEW-POS         PIC --,---,--9.
               10  FILLER             PIC X(02) VALUE SPACE.
               10  ND-NEW-NEG         PIC --,---,--9.
               10  FILLER             PIC X(02) VALUE SPACE.
               10  ND-NEW-TESTS       PIC --,---,--9.
               10  FILLER             PIC X(03) VALUE SPACE.
               10  ND-DAILY-PCT       PIC X(08).
               10  FILLER             PIC X(03) VALUE SPACE.
               10  ND-7DAY-PCT        PIC X(08).
               10  FILLER             PIC X(03) VALUE SPACE.
               10  ND-FLAG            PIC X(20).
               10  FILLER             PIC X(39) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SH-STATE-HEADING.
               10  FILLER             PIC X(06) VALUE ' RANK'.
               10  FILLER             PIC X(05) VALUE 'ST'.
               10  FILLER             PIC X(11) VALUE '   7-DAY'.
               10  FILLER             PIC X(11) VALUE '  LATEST'.
               10  FILLER             PIC X(14) VALUE ' 7-DAY TESTS'.
               10  FILLER             PIC X(13) VALUE ' TESTS/100K'.
               10  FILLER             PIC X(05) VALUE 'BAD'.
               10  FILLER             PIC X(20) VALUE 'FLAG'.
               10  FILLER             PIC X(47) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SR-STATE-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  SR-RANK            PIC X(03).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  SR-STATE           PIC X(02).
               10  FILLER             PIC X(03) VALUE SPACE.
               10  SR-7DAY-PCT        PIC X(08).
               10  FILLER             PIC X(03) VALUE SPACE.
               10  SR-DAILY-PCT       PIC X(08).
               10  FILLER             PIC X(03) VALUE SPACE.
               10  SR-7DAY-TESTS      PIC ---,---,--9.
               10  FILLER             PIC X(03) VALUE SPACE.
               10  SR-PER-100K        PIC X(10).
               10  FILLER             PIC X(03) VALUE SPACE.
               10  SR-BAD-DAYS        PIC Z9.
               10  FILLER             PIC X(03) VALUE SPACE.
               10  SR-FLAG            PIC X(20).
               10  FILLER             PIC X(47) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SX-EXCEPTION-HEADING.
               10  FILLER             PIC X(05) VALUE ' ST'.
               10  FILLER             PIC X(13) VALUE 'DATE'.
               10  FILLER             PIC X(12) VALUE ' NEW TESTS'.
               10  FILLER             PIC X(30) VALUE 'TEST DATA'.
               10  FILLER             PIC X(72) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SX-EXCEPTION-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  SX-STATE           PIC X(02).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  SX-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  SX-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  SX-YEAR            PIC X(04).
               10  FILLER             PIC X(03) VALUE SPACE.
               10  SX-NEW-TESTS       PIC --,---,--9.
               10  FILLER             PIC X(02) VALUE SPACE.
               10  SX-FLAG            PIC X(20).
               10  FILLER             PIC X(82) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TH-THRESHOLD-LINE.
               10  FILLER             PIC X(26) VALUE
                   ' POSITIVITY THRESHOLD:    '.
               10  TH-THRESHOLD       PIC ZZ9.
               10  FILLER             PIC X(01) VALUE '%'.
               10  FILLER             PIC X(22) VALUE
                   '   DATA THROUGH DATE: '.
               10  TH-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  TH-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  TH-YEAR            PIC X(04).
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
       01  WS-POSITIVITY-WORK-ENTRY.
      *---------------------------------------------------------------*
           05  WS-WRK-ENTRY.
               10  WS-WRK-STATE       PIC X(02).
               10  WS-WRK-PRIOR-SW    PIC X(01).
                   88  WS-WRK-HAS-PRIOR           VALUE 'Y'.
               10  WS-WRK-PRIOR-POS   PIC 9(07).
               10  WS-WRK-PRIOR-NEG   PIC 9(07).
               10  WS-WRK-LAST-DATE   PIC X(08).
               10  WS-WRK-DAY-STATUS  PIC X(01).
                   88  WS-WRK-DAY-FIRST           VALUE 'F'.
                   88  WS-WRK-DAY-VALID           VALUE 'V'.
                   88  WS-WRK-DAY-DOWN            VALUE 'D'.
                   88  WS-WRK-DAY-ZERO            VALUE 'Z'.
               10  WS-WRK-DAILY-PCT   PIC S9(05)V99.
               10  WS-WRK-WIN-COUNT   PIC 9(01).
               10  WS-WRK-WIN         OCCURS 7 TIMES.
                   15  WS-WRK-WIN-POS    PIC S9(07).
                   15  WS-WRK-WIN-TESTS  PIC S9(08).
                   15  WS-WRK-WIN-BAD    PIC X(01).
      *---------------------------------------------------------------*
       01  WS-NATIONAL-ENTRY.
      *---------------------------------------------------------------*
           05  WS-NAT-ENTRY           PIC X(146).
      *---------------------------------------------------------------*
       01  WS-STATE-POSITIVITY-TABLE.
      *---------------------------------------------------------------*
           05  WS-PST-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-PST-ENTRY           OCCURS 60 TIMES
                                      INDEXED BY WS-STI.
               10  WS-PST-STATE       PIC X(02).
               10  FILLER             PIC X(144).
      *---------------------------------------------------------------*
       01  WS-RANK-WORK-TABLE.
      *---------------------------------------------------------------*
           05  WS-RNK-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-RNK-ENTRY           OCCURS 60 TIMES.
               10  WS-RNK-KEY         PIC S9(05)V99.
               10  WS-RNK-STATE-NDX   PIC 9(03).
           05  WS-RNK-SWAP-ENTRY.
               10  WS-RNS-KEY         PIC S9(05)V99.
               10  WS-RNS-STATE-NDX   PIC 9(03).
      *---------------------------------------------------------------*
       01  WS-STATE-POP-TABLE.
      *---------------------------------------------------------------*
           05  WS-POP-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-POP-ENTRY           OCCURS 60 TIMES
                                      INDEXED BY WS-PPI.
               10  WS-POP-STATE       PIC X(02).
               10  WS-POP-VALUE       PIC 9(09).
      *---------------------------------------------------------------*
       01  WS-WORK-FIELDS.
      *---------------------------------------------------------------*
           05  WS-METRIC-LABEL        PIC X(40)   VALUE SPACE.
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
           05  POP-EOF-SW             PIC X(01)   VALUE 'N'.
               88  POP-EOF                        VALUE 'Y'.
           05  POP-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  POP-VALID-RECORD               VALUE 'Y'.
           05  WS-THRESH-PARM         PIC X(03)   VALUE SPACE.
           05  WS-THR-NDX             PIC 9(01)   VALUE ZERO.
           05  WS-THR-DIGIT           PIC 9(01)   VALUE ZERO.
           05  WS-THRESHOLD           PIC 9(03)   VALUE 5.
           05  WS-RAW-EDIT-COPY       PIC X(07)   VALUE SPACE.
           05  WS-RAW-EDIT-NUM        PIC 9(07)   VALUE ZERO.
           05  WS-DAY-DATE            PIC X(08)   VALUE SPACE.
           05  WS-DAY-POS             PIC 9(07)   VALUE ZERO.
           05  WS-DAY-NEG             PIC 9(07)   VALUE ZERO.
           05  WS-NEW-POS             PIC S9(07)  VALUE ZERO.
           05  WS-NEW-NEG             PIC S9(07)  VALUE ZERO.
           05  WS-NEW-TESTS           PIC S9(08)  VALUE ZERO.
           05  WS-WIN                 PIC 9(01)   VALUE ZERO.
           05  WS-7D-POS              PIC S9(09)  VALUE ZERO.
           05  WS-7D-TESTS            PIC S9(09)  VALUE ZERO.
           05  WS-7D-BAD              PIC 9(01)   VALUE ZERO.
           05  WS-7D-PCT              PIC S9(05)V99 VALUE ZERO.
           05  WS-PCT-EDIT            PIC ---9.99.
           05  WS-RATE-WORK           PIC 9(09)V99 VALUE ZERO.
           05  WS-RATE-EDIT           PIC ZZZ,ZZ9.99.
           05  WS-POP-RAW-STATE       PIC X(02)   VALUE SPACE.
           05  WS-POP-RAW-DATE        PIC X(08)   VALUE SPACE.
           05  WS-POP-RAW-VALUE       PIC X(09)   VALUE SPACE.
           05  WS-POP-EDIT-COPY       PIC X(09)   VALUE SPACE.
           05  WS-CUR-POP             PIC 9(09)   VALUE ZERO.
           05  WS-POP-FOUND-SW        PIC X(01)   VALUE 'N'.
               88  WS-POP-FOUND                   VALUE 'Y'.
           05  WS-POP-LOOKUP-STATE    PIC X(02)   VALUE SPACE.
           05  WS-NATIONAL-POP        PIC 9(11)   VALUE ZERO.
           05  WS-STATE-SKIP-SW       PIC X(01)   VALUE 'N'.
               88  WS-STATE-SKIP                  VALUE 'Y'.
           05  WS-LAST-STATE-DATE     PIC X(08)   VALUE SPACE.
           05  WS-NDX-1               PIC 9(03)   VALUE ZERO.
           05  WS-NDX-2               PIC 9(03)   VALUE ZERO.
           05  WS-RANK-OUT            PIC 9(03)   VALUE ZERO.
           05  WS-RANK-EDIT           PIC ZZ9.
           05  WS-NAT-DAY-COUNT       PIC 9(05)   VALUE ZERO.
           05  WS-NAT-BAD-COUNT       PIC 9(05)   VALUE ZERO.
           05  WS-STATE-BAD-COUNT     PIC 9(05)   VALUE ZERO.
           05  WS-OVER-THRESH-COUNT   PIC 9(05)   VALUE ZERO.
           05  WS-NO-POP-COUNT        PIC 9(05)   VALUE ZERO.
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
           MOVE 'TEST POSITIVITY: NATIONAL DAILY'
                                       TO WS-METRIC-LABEL.
           MOVE NH-NATIONAL-HEADING    TO COLUMN-HEADING-LINE.
           PERFORM 2000-PROCESS-NATIONAL-DAY
               UNTIL USA-EOF.
           MOVE 'TEST POSITIVITY: STATE DATA EXCEPTIONS'
                                       TO WS-METRIC-LABEL.
           MOVE SX-EXCEPTION-HEADING   TO COLUMN-HEADING-LINE.
           MOVE 999                    TO LINE-COUNT.
           PERFORM 3000-PROCESS-STATE-RECORD
               UNTIL STATE-EOF.
           PERFORM 4000-PRINT-STATE-RANKING.
           PERFORM 4500-PRINT-SUMMARY-PAGE.
           PERFORM 6000-CLOSE-FILES.
           IF  WS-OVER-THRESH-COUNT GREATER THAN ZERO
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
           MOVE ZERO                   TO WS-THRESHOLD.
           PERFORM 1020-PARSE-THRESHOLD-DIGIT
               VARYING WS-THR-NDX FROM 1 BY 1
                   UNTIL WS-THR-NDX GREATER THAN 3.
           IF  WS-THRESHOLD = ZERO OR
               WS-THRESHOLD GREATER THAN 100
               MOVE 5                  TO WS-THRESHOLD.
           PERFORM 1100-LOAD-POPULATION-TABLE.
           MOVE 'US'                   TO WS-SHR-STATE.
           PERFORM 3150-CLEAR-WORK-ENTRY.
           MOVE WS-WRK-ENTRY           TO WS-NAT-ENTRY.
           OPEN INPUT  USA-HIST-FILE
                INPUT  STATE-HIST-FILE
                OUTPUT PRINT-FILE.
           PERFORM 8000-READ-USA-HIST-FILE.
           PERFORM 8100-READ-STATE-HIST-FILE.
           IF  STATE-EOF
               DISPLAY 'CBLPOSR: NO STATE ROWS IN STATEHIST - '
                       'RUN STOPPED'
               CLOSE USA-HIST-FILE
                     STATE-HIST-FILE
                     PRINT-FILE
               MOVE 16                 TO RETURN-CODE
               GOBACK.
      *---------------------------------------------------------------*
       1020-PARSE-THRESHOLD-DIGIT.
      *---------------------------------------------------------------*
           IF  WS-THRESH-PARM(WS-THR-NDX:1) NUMERIC
               MOVE WS-THRESH-PARM(WS-THR-NDX:1) TO WS-THR-DIGIT
               COMPUTE WS-THRESHOLD =
                   (WS-THRESHOLD * 10) + WS-THR-DIGIT.
      *---------------------------------------------------------------*
       1100-LOAD-POPULATION-TABLE.
      *---------------------------------------------------------------*
           OPEN INPUT STATE-POP-FILE.
           PERFORM 1150-LOAD-ONE-POP-RECORD
               UNTIL POP-EOF.
           CLOSE STATE-POP-FILE.
           IF  WS-POP-COUNT = ZERO
               DISPLAY 'CBLPOSR: POPULATION REFERENCE FILE EMPTY - '
                       'RUN STOPPED'
               MOVE 16                 TO RETURN-CODE
               GOBACK.
           MOVE 'US'                   TO WS-POP-LOOKUP-STATE.
           PERFORM 1170-FIND-STATE-POPULATION.
           IF  WS-POP-FOUND
               MOVE WS-CUR-POP         TO WS-NATIONAL-POP.
      *---------------------------------------------------------------*
       1150-LOAD-ONE-POP-RECORD.
      *---------------------------------------------------------------*
           READ STATE-POP-FILE
               AT END MOVE 'Y'         TO POP-EOF-SW
                      MOVE 'N'         TO POP-VALID-SW.
           IF  NOT POP-VALID-RECORD
               MOVE 'Y'                TO POP-EOF-SW.
           IF  NOT POP-EOF
               UNSTRING POP-RECORD DELIMITED BY ','
                   INTO WS-POP-RAW-STATE
                        WS-POP-RAW-DATE
                        WS-POP-RAW-VALUE
               MOVE WS-POP-RAW-VALUE   TO WS-POP-EDIT-COPY
               INSPECT WS-POP-EDIT-COPY REPLACING ALL SPACE BY '0'
               IF  WS-POP-EDIT-COPY NUMERIC AND
                   WS-POP-COUNT LESS THAN 60
                   ADD  1              TO WS-POP-COUNT
                   MOVE WS-POP-RAW-STATE TO
                                       WS-POP-STATE(WS-POP-COUNT)
                   MOVE WS-POP-EDIT-COPY TO
                                       WS-POP-VALUE(WS-POP-COUNT)
                   IF  WS-POP-RAW-STATE NOT = 'US'
                       ADD  WS-POP-VALUE(WS-POP-COUNT)
                                       TO WS-NATIONAL-POP
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       1170-FIND-STATE-POPULATION.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-POP-FOUND-SW.
           MOVE ZERO                   TO WS-CUR-POP.
           SET  WS-PPI TO 1.
           SEARCH WS-POP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-POP-STATE(WS-PPI) = WS-POP-LOOKUP-STATE
                   MOVE 'Y'            TO WS-POP-FOUND-SW
                   MOVE WS-POP-VALUE(WS-PPI) TO WS-CUR-POP
           END-SEARCH.
      *---------------------------------------------------------------*
       2000-PROCESS-NATIONAL-DAY.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-NAT-DAY-COUNT.
           MOVE WS-UHR-DATE            TO WS-DAY-DATE.
           MOVE WS-UHR-RAW-CASE-POSITIVE TO WS-RAW-EDIT-COPY.
           PERFORM 8060-EDIT-RAW-FIELD.
           MOVE WS-RAW-EDIT-NUM        TO WS-DAY-POS.
           MOVE WS-UHR-RAW-CASE-NEGATIVE TO WS-RAW-EDIT-COPY.
           PERFORM 8060-EDIT-RAW-FIELD.
           MOVE WS-RAW-EDIT-NUM        TO WS-DAY-NEG.
           MOVE WS-NAT-ENTRY           TO WS-WRK-ENTRY.
           PERFORM 2500-APPLY-ONE-DAY.
           MOVE WS-WRK-ENTRY           TO WS-NAT-ENTRY.
           IF  WS-WRK-DAY-DOWN OR WS-WRK-DAY-ZERO
               ADD  1                  TO WS-NAT-BAD-COUNT.
           PERFORM 2100-PRINT-NATIONAL-LINE.
           PERFORM 8000-READ-USA-HIST-FILE.
      *---------------------------------------------------------------*
       2100-PRINT-NATIONAL-LINE.
      *---------------------------------------------------------------*
           MOVE WS-DAY-DATE(5:2)       TO ND-MONTH.
           MOVE WS-DAY-DATE(7:2)       TO ND-DAY.
           MOVE WS-DAY-DATE(1:4)       TO ND-YEAR.
           IF  WS-WRK-DAY-FIRST
               MOVE ZERO               TO ND-NEW-POS
                                          ND-NEW-NEG
                                          ND-NEW-TESTS
           ELSE
               MOVE WS-NEW-POS         TO ND-NEW-POS
               MOVE WS-NEW-NEG         TO ND-NEW-NEG
               MOVE WS-NEW-TESTS       TO ND-NEW-TESTS.
           PERFORM 2700-SET-DAY-TEXT.
           MOVE SX-FLAG                TO ND-FLAG.
           MOVE SR-DAILY-PCT           TO ND-DAILY-PCT.
           PERFORM 2600-COMPUTE-WINDOW-TOTALS.
           MOVE SR-7DAY-PCT            TO ND-7DAY-PCT.
           MOVE ND-NATIONAL-LINE       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2500-APPLY-ONE-DAY.
      *---------------------------------------------------------------*
           MOVE WS-DAY-DATE            TO WS-WRK-LAST-DATE.
           MOVE ZERO                   TO WS-WRK-DAILY-PCT.
           IF  NOT WS-WRK-HAS-PRIOR
               MOVE 'F'                TO WS-WRK-DAY-STATUS
               MOVE 'Y'                TO WS-WRK-PRIOR-SW
           ELSE
               COMPUTE WS-NEW-POS = WS-DAY-POS - WS-WRK-PRIOR-POS
               COMPUTE WS-NEW-NEG = WS-DAY-NEG - WS-WRK-PRIOR-NEG
               COMPUTE WS-NEW-TESTS = WS-NEW-POS + WS-NEW-NEG
               EVALUATE TRUE
                   WHEN WS-NEW-TESTS LESS THAN ZERO
                       MOVE 'D'        TO WS-WRK-DAY-STATUS
                   WHEN WS-NEW-TESTS = ZERO
                       MOVE 'Z'        TO WS-WRK-DAY-STATUS
                   WHEN OTHER
                       MOVE 'V'        TO WS-WRK-DAY-STATUS
                       COMPUTE WS-WRK-DAILY-PCT ROUNDED =
                           (WS-NEW-POS * 100) / WS-NEW-TESTS
               END-EVALUATE
               PERFORM 2550-PUSH-WINDOW-ENTRY.
           MOVE WS-DAY-POS             TO WS-WRK-PRIOR-POS.
           MOVE WS-DAY-NEG             TO WS-WRK-PRIOR-NEG.
      *---------------------------------------------------------------*
       2550-PUSH-WINDOW-ENTRY.
      *---------------------------------------------------------------*
           IF  WS-WRK-WIN-COUNT LESS THAN 7
               ADD  1                  TO WS-WRK-WIN-COUNT
           ELSE
               PERFORM 2560-SHIFT-WINDOW-ENTRY
                   VARYING WS-WIN FROM 1 BY 1
                       UNTIL WS-WIN GREATER THAN 6.
           MOVE WS-NEW-POS             TO
                                   WS-WRK-WIN-POS(WS-WRK-WIN-COUNT).
           MOVE WS-NEW-TESTS           TO
                                   WS-WRK-WIN-TESTS(WS-WRK-WIN-COUNT).
           IF  WS-WRK-DAY-VALID
               MOVE 'N'                TO
                                   WS-WRK-WIN-BAD(WS-WRK-WIN-COUNT)
           ELSE
               MOVE 'Y'                TO
                                   WS-WRK-WIN-BAD(WS-WRK-WIN-COUNT).
      *---------------------------------------------------------------*
       2560-SHIFT-WINDOW-ENTRY.
      *---------------------------------------------------------------*
           MOVE WS-WRK-WIN(WS-WIN + 1) TO WS-WRK-WIN(WS-WIN).
      *---------------------------------------------------------------*
       2600-COMPUTE-WINDOW-TOTALS.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-7D-POS
                                          WS-7D-TESTS
                                          WS-7D-BAD
                                          WS-7D-PCT.
           PERFORM 2650-ADD-ONE-WINDOW-DAY
               VARYING WS-WIN FROM 1 BY 1
                   UNTIL WS-WIN GREATER THAN WS-WRK-WIN-COUNT.
           IF  WS-7D-TESTS GREATER THAN ZERO
               COMPUTE WS-7D-PCT ROUNDED =
                   (WS-7D-POS * 100) / WS-7D-TESTS
               MOVE WS-7D-PCT          TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT        TO SR-7DAY-PCT
               MOVE '%'                TO SR-7DAY-PCT(8:1)
           ELSE
               MOVE '     N/A'         TO SR-7DAY-PCT.
      *---------------------------------------------------------------*
       2650-ADD-ONE-WINDOW-DAY.
      *---------------------------------------------------------------*
           IF  WS-WRK-WIN-BAD(WS-WIN) = 'Y'
               ADD  1                  TO WS-7D-BAD
           ELSE
               ADD  WS-WRK-WIN-POS(WS-WIN)   TO WS-7D-POS
               ADD  WS-WRK-WIN-TESTS(WS-WIN) TO WS-7D-TESTS.
      *---------------------------------------------------------------*
       2700-SET-DAY-TEXT.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-WRK-DAY-FIRST
                   MOVE '     N/A'         TO SR-DAILY-PCT
                   MOVE 'FIRST DAY - NO PRIOR' TO SX-FLAG
               WHEN WS-WRK-DAY-DOWN
                   MOVE '     N/A'         TO SR-DAILY-PCT
                   MOVE '*TESTS WENT DOWN*' TO SX-FLAG
               WHEN WS-WRK-DAY-ZERO
                   MOVE '     N/A'         TO SR-DAILY-PCT
                   MOVE '*NO NEW TESTS*'   TO SX-FLAG
               WHEN OTHER
                   MOVE WS-WRK-DAILY-PCT   TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT        TO SR-DAILY-PCT
                   MOVE '%'                TO SR-DAILY-PCT(8:1)
                   MOVE SPACE              TO SX-FLAG
           END-EVALUATE.
      *---------------------------------------------------------------*
       3000-PROCESS-STATE-RECORD.
      *---------------------------------------------------------------*
           PERFORM 3100-FIND-STATE-ENTRY.
           IF  NOT WS-STATE-SKIP
               MOVE WS-SHR-DATE        TO WS-DAY-DATE
               MOVE WS-SHR-CASE-POSITIVE TO WS-DAY-POS
               MOVE WS-SHR-CASE-NEGATIVE TO WS-DAY-NEG
               MOVE WS-PST-ENTRY(WS-STI) TO WS-WRK-ENTRY
               PERFORM 2500-APPLY-ONE-DAY
               MOVE WS-WRK-ENTRY       TO WS-PST-ENTRY(WS-STI)
               IF  WS-WRK-DAY-DOWN OR WS-WRK-DAY-ZERO
                   PERFORM 3200-PRINT-STATE-EXCEPTION
               END-IF
           END-IF.
           IF  WS-SHR-DATE GREATER THAN WS-LAST-STATE-DATE
               MOVE WS-SHR-DATE        TO WS-LAST-STATE-DATE.
           PERFORM 8100-READ-STATE-HIST-FILE.
      *---------------------------------------------------------------*
       3100-FIND-STATE-ENTRY.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-STATE-SKIP-SW.
           SET  WS-STI TO 1.
           SEARCH WS-PST-ENTRY
               AT END
                   IF  WS-PST-COUNT < 60
                       ADD  1       TO WS-PST-COUNT
                       SET  WS-STI  TO WS-PST-COUNT
                       PERFORM 3150-CLEAR-WORK-ENTRY
                       MOVE WS-WRK-ENTRY TO WS-PST-ENTRY(WS-STI)
                   ELSE
                       MOVE 'Y'     TO WS-STATE-SKIP-SW
                       DISPLAY 'CBLPOSR: STATE TABLE FULL - '
                               WS-SHR-STATE ' NOT REPORTED'
                   END-IF
               WHEN WS-PST-STATE(WS-STI) = WS-SHR-STATE
                   CONTINUE
           END-SEARCH.
      *---------------------------------------------------------------*
       3150-CLEAR-WORK-ENTRY.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-WRK-ENTRY.
           MOVE WS-SHR-STATE           TO WS-WRK-STATE.
           MOVE 'N'                    TO WS-WRK-PRIOR-SW.
           MOVE ZERO                   TO WS-WRK-PRIOR-POS
                                          WS-WRK-PRIOR-NEG
                                          WS-WRK-DAILY-PCT
                                          WS-WRK-WIN-COUNT.
      *---------------------------------------------------------------*
       3200-PRINT-STATE-EXCEPTION.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-STATE-BAD-COUNT.
           PERFORM 2700-SET-DAY-TEXT.
           MOVE WS-SHR-STATE           TO SX-STATE.
           MOVE WS-SHR-MONTH           TO SX-MONTH.
           MOVE WS-SHR-DAY             TO SX-DAY.
           MOVE WS-SHR-YEAR            TO SX-YEAR.
           MOVE WS-NEW-TESTS           TO SX-NEW-TESTS.
           MOVE SX-EXCEPTION-LINE      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4000-PRINT-STATE-RANKING.
      *---------------------------------------------------------------*
           MOVE 'TEST POSITIVITY: STATE 7-DAY RANKING'
                                       TO WS-METRIC-LABEL.
           MOVE SH-STATE-HEADING       TO COLUMN-HEADING-LINE.
           MOVE 999                    TO LINE-COUNT.
           MOVE WS-THRESHOLD           TO TH-THRESHOLD.
           MOVE WS-LAST-STATE-DATE(5:2) TO TH-MONTH.
           MOVE WS-LAST-STATE-DATE(7:2) TO TH-DAY.
           MOVE WS-LAST-STATE-DATE(1:4) TO TH-YEAR.
           MOVE TH-THRESHOLD-LINE      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE WS-NAT-ENTRY           TO WS-WRK-ENTRY.
           MOVE 'NAT'                  TO SR-RANK.
           MOVE WS-NATIONAL-POP        TO WS-CUR-POP.
           PERFORM 4200-FORMAT-STATE-LINE.
           MOVE SR-STATE-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE ZERO                   TO WS-RNK-COUNT.
           PERFORM 4100-POST-ONE-RANK-ENTRY
               VARYING WS-STI FROM 1 BY 1
                   UNTIL WS-STI GREATER THAN WS-PST-COUNT.
           PERFORM 7000-SORT-RANK-TABLE.
           MOVE ZERO                   TO WS-RANK-OUT.
           PERFORM 4300-PRINT-ONE-RANK-LINE
               VARYING WS-NDX-1 FROM 1 BY 1
                   UNTIL WS-NDX-1 GREATER THAN WS-RNK-COUNT.
      *---------------------------------------------------------------*
       4100-POST-ONE-RANK-ENTRY.
      *---------------------------------------------------------------*
           MOVE WS-PST-ENTRY(WS-STI)   TO WS-WRK-ENTRY.
           PERFORM 2600-COMPUTE-WINDOW-TOTALS.
           ADD  1                      TO WS-RNK-COUNT.
           SET  WS-RNK-STATE-NDX(WS-RNK-COUNT) TO WS-STI.
           IF  WS-7D-TESTS GREATER THAN ZERO
               MOVE WS-7D-PCT          TO WS-RNK-KEY(WS-RNK-COUNT)
           ELSE
               MOVE -1                 TO WS-RNK-KEY(WS-RNK-COUNT).
      *---------------------------------------------------------------*
       4200-FORMAT-STATE-LINE.
      *---------------------------------------------------------------*
           MOVE WS-WRK-STATE           TO SR-STATE.
           PERFORM 2600-COMPUTE-WINDOW-TOTALS.
           PERFORM 2700-SET-DAY-TEXT.
           MOVE WS-7D-TESTS            TO SR-7DAY-TESTS.
           MOVE WS-7D-BAD              TO SR-BAD-DAYS.
           IF  WS-CUR-POP GREATER THAN ZERO AND
               WS-7D-TESTS GREATER THAN ZERO
               COMPUTE WS-RATE-WORK ROUNDED =
                   (WS-7D-TESTS * 100000) / WS-CUR-POP
               MOVE WS-RATE-WORK       TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT       TO SR-PER-100K
           ELSE
               IF  WS-CUR-POP = ZERO
                   MOVE '    NO POP'   TO SR-PER-100K
               ELSE
                   MOVE '      0.00'   TO SR-PER-100K
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-7D-TESTS NOT GREATER THAN ZERO
                   MOVE '*NO USABLE TESTS*' TO SR-FLAG
               WHEN WS-7D-PCT GREATER THAN WS-THRESHOLD
                   MOVE '*** OVER THRESHOLD' TO SR-FLAG
               WHEN OTHER
                   MOVE SPACE          TO SR-FLAG
           END-EVALUATE.
      *---------------------------------------------------------------*
       4300-PRINT-ONE-RANK-LINE.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-RANK-OUT.
           MOVE WS-RANK-OUT            TO WS-RANK-EDIT.
           MOVE WS-RANK-EDIT           TO SR-RANK.
           SET  WS-STI TO WS-RNK-STATE-NDX(WS-NDX-1).
           MOVE WS-PST-ENTRY(WS-STI)   TO WS-WRK-ENTRY.
           MOVE WS-WRK-STATE           TO WS-POP-LOOKUP-STATE.
           PERFORM 1170-FIND-STATE-POPULATION.
           IF  NOT WS-POP-FOUND
               ADD  1                  TO WS-NO-POP-COUNT.
           PERFORM 4200-FORMAT-STATE-LINE.
           IF  WS-7D-TESTS GREATER THAN ZERO AND
               WS-7D-PCT GREATER THAN WS-THRESHOLD
               ADD  1                  TO WS-OVER-THRESH-COUNT.
           MOVE SR-STATE-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4500-PRINT-SUMMARY-PAGE.
      *---------------------------------------------------------------*
           MOVE 'TEST POSITIVITY: SUMMARY'
                                       TO WS-METRIC-LABEL.
           MOVE SPACE                  TO COLUMN-HEADING-LINE.
           MOVE 999                    TO LINE-COUNT.
           MOVE 'POSITIVITY THRESHOLD %:' TO SU-COUNT-LABEL.
           MOVE WS-THRESHOLD           TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'NATIONAL DAYS REPORTED:' TO SU-COUNT-LABEL.
           MOVE WS-NAT-DAY-COUNT       TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'NATIONAL UNUSABLE TEST DAYS:' TO SU-COUNT-LABEL.
           MOVE WS-NAT-BAD-COUNT       TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STATES RANKED:'       TO SU-COUNT-LABEL.
           MOVE WS-RNK-COUNT           TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STATES OVER THRESHOLD:' TO SU-COUNT-LABEL.
           MOVE WS-OVER-THRESH-COUNT   TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STATE UNUSABLE TEST DAYS:' TO SU-COUNT-LABEL.
           MOVE WS-STATE-BAD-COUNT     TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STATES WITH NO POPULATION:' TO SU-COUNT-LABEL.
           MOVE WS-NO-POP-COUNT        TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       7000-SORT-RANK-TABLE.
      *---------------------------------------------------------------*
           PERFORM 7100-SORT-OUTER-PASS
               VARYING WS-NDX-1 FROM 1 BY 1
                   UNTIL WS-NDX-1 NOT LESS WS-RNK-COUNT.
      *---------------------------------------------------------------*
       7100-SORT-OUTER-PASS.
      *---------------------------------------------------------------*
           COMPUTE WS-NDX-2 = WS-NDX-1 + 1.
           PERFORM 7200-SORT-INNER-PASS
               UNTIL WS-NDX-2 GREATER THAN WS-RNK-COUNT.
      *---------------------------------------------------------------*
       7200-SORT-INNER-PASS.
      *---------------------------------------------------------------*
           IF  WS-RNK-KEY(WS-NDX-2) GREATER THAN
               WS-RNK-KEY(WS-NDX-1)
               MOVE WS-RNK-ENTRY(WS-NDX-1) TO WS-RNK-SWAP-ENTRY
               MOVE WS-RNK-ENTRY(WS-NDX-2) TO WS-RNK-ENTRY(WS-NDX-1)
               MOVE WS-RNK-SWAP-ENTRY  TO WS-RNK-ENTRY(WS-NDX-2).
           ADD  1                      TO WS-NDX-2.
      *---------------------------------------------------------------*
       6000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE USA-HIST-FILE
                 STATE-HIST-FILE
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
           ELSE
               MOVE 'Y' TO USA-EOF-SW.
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
