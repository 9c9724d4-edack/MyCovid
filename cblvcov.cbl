       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLVCOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAX-HIST-FILE   ASSIGN TO VAXHIST.
           SELECT STATE-POP-FILE  ASSIGN TO STATPOP.
           SELECT EXTRACT-FILE    ASSIGN TO VAXEXTR.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
       FD  VAX-HIST-FILE
               RECORDING MODE IS F.
       01  VHR-RECORD                PIC X(60).
      *---------------------------------------------------------------*
       FD  STATE-POP-FILE
               RECORDING MODE IS F.
       01  POP-RECORD                PIC X(30).
      *---------------------------------------------------------------*
       FD  EXTRACT-FILE
               RECORDING MODE IS F.
       01  EXTRACT-RECORD            PIC X(100).
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
                   'STATE VACCINATION COVERAGE'.
               10  FILLER             PIC X(20) VALUE SPACE.
               10  FILLER             PIC X(04) VALUE SPACE.
               10  FILLER             PIC X(05) VALUE 'PAGE:'.
               10  HL1-PAGE-NUM       PIC ZZZZ9.
               10  FILLER             PIC X(17) VALUE SPACE.
      *---------------------------------------------------------------*
           05  CH-COVERAGE-HEADING.
               10  FILLER             PIC X(09) VALUE ' RANK ST'.
               10  FILLER             PIC X(12) VALUE 'LAST DATA'.
               10  FILLER             PIC X(14) VALUE '   POPULATION'.
               10  FILLER             PIC X(10) VALUE ' 1ST DOSE'.
               10  FILLER             PIC X(10) VALUE '   SERIES'.
               10  FILLER             PIC X(14) VALUE '  7D AVG DOSES'.
               10  FILLER             PIC X(11) VALUE '    DAYS TO'.
               10  CH-TARGET-PCT      PIC ZZ9.
               10  FILLER             PIC X(03) VALUE '%  '.
               10  FILLER             PIC X(46) VALUE 'FLAG'.
      *---------------------------------------------------------------*
           05  CV-COVERAGE-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  CV-RANK            PIC X(03).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  CV-STATE           PIC X(02).
               10  FILLER             PIC X(01) VALUE SPACE.
               10  CV-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  CV-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  CV-YEAR            PIC X(04).
               10  FILLER             PIC X(01) VALUE SPACE.
               10  CV-POPULATION      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER             PIC X(03) VALUE SPACE.
               10  CV-FIRST-PCT       PIC X(07).
               10  FILLER             PIC X(03) VALUE SPACE.
               10  CV-SERIES-PCT      PIC X(07).
               10  FILLER             PIC X(05) VALUE SPACE.
               10  CV-AVG-DOSES       PIC Z,ZZZ,ZZ9.
               10  FILLER             PIC X(03) VALUE SPACE.
               10  CV-DAYS-TO-TARGET  PIC X(11).
               10  FILLER             PIC X(03) VALUE SPACE.
               10  CV-FLAG            PIC X(30).
               10  FILLER             PIC X(20) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TG-TARGET-LINE.
               10  FILLER             PIC X(18) VALUE
                   ' TARGET COVERAGE: '.
               10  TG-TARGET-PCT      PIC ZZ9.
               10  FILLER             PIC X(21) VALUE
                   '% SERIES COMPLETE   '.
               10  FILLER             PIC X(20) VALUE
                   'STALE AFTER (DAYS): '.
               10  TG-STALE-DAYS      PIC ZZ9.
               10  FILLER             PIC X(21) VALUE
                   '   LATEST FEED DATE: '.
               10  TG-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  TG-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  TG-YEAR            PIC X(04).
               10  FILLER             PIC X(36) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SU-COUNT-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  SU-COUNT-LABEL     PIC X(29) VALUE SPACE.
               10  SU-COUNT-VALUE     PIC ZZZ,ZZ9.
               10  FILLER             PIC X(95) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-VAX-HOLD-FIELDS.
      *---------------------------------------------------------------*
           05  WS-VAX-STATE           PIC X(02)   VALUE SPACE.
           05  WS-VAX-DATE            PIC X(08)   VALUE SPACE.
           05  WS-VAX-RAW-DOSES       PIC X(07)   VALUE SPACE.
           05  WS-VAX-RAW-FIRST       PIC X(07)   VALUE SPACE.
           05  WS-VAX-RAW-SERIES      PIC X(07)   VALUE SPACE.
           05  WS-VAX-DOSES           PIC 9(07)   VALUE ZERO.
           05  WS-VAX-FIRST           PIC 9(07)   VALUE ZERO.
           05  WS-VAX-SERIES          PIC 9(07)   VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-COVERAGE-TABLE.
      *---------------------------------------------------------------*
           05  WS-VST-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-VST-ENTRY           OCCURS 60 TIMES
                                      INDEXED BY WS-VSI.
               10  WS-VST-STATE       PIC X(02).
               10  WS-VST-LAST-DATE   PIC X(08).
               10  WS-VST-FIRST       PIC 9(07).
               10  WS-VST-SERIES      PIC 9(07).
               10  WS-VST-WIN-COUNT   PIC 9(02).
               10  WS-VST-WIN         OCCURS 8 TIMES.
                   15  WS-VST-WIN-DOSES   PIC 9(07).
                   15  WS-VST-WIN-SERIES  PIC 9(07).
               10  WS-VST-POP         PIC 9(09).
               10  WS-VST-POP-SW      PIC X(01).
                   88  WS-VST-HAS-POP             VALUE 'Y'.
               10  WS-VST-FIRST-PCT   PIC 9(03)V99.
               10  WS-VST-SERIES-PCT  PIC 9(03)V99.
               10  WS-VST-AVG-DOSES   PIC 9(07).
               10  WS-VST-DAYS        PIC 9(05).
               10  WS-VST-TARGET-SW   PIC X(01).
                   88  WS-VST-TARGET-REACHED      VALUE 'R'.
                   88  WS-VST-NO-PROGRESS         VALUE 'N'.
                   88  WS-VST-NO-POPULATION       VALUE 'U'.
               10  WS-VST-STALE-SW    PIC X(01).
                   88  WS-VST-FEED-STALE          VALUE 'Y'.
               10  WS-VST-RANK        PIC 9(03).
      *---------------------------------------------------------------*
       01  WS-RANK-WORK-TABLE.
      *---------------------------------------------------------------*
           05  WS-RNK-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-RNK-ENTRY           OCCURS 60 TIMES.
               10  WS-RNK-KEY         PIC 9(03)V99.
               10  WS-RNK-STATE-NDX   PIC 9(03).
           05  WS-RNK-SWAP-ENTRY.
               10  WS-RNS-KEY         PIC 9(03)V99.
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
       01  WS-MONTH-CUM-VALUES.
      *---------------------------------------------------------------*
           05  FILLER                 PIC 9(03) VALUE 000.
           05  FILLER                 PIC 9(03) VALUE 031.
           05  FILLER                 PIC 9(03) VALUE 059.
           05  FILLER                 PIC 9(03) VALUE 090.
           05  FILLER                 PIC 9(03) VALUE 120.
           05  FILLER                 PIC 9(03) VALUE 151.
           05  FILLER                 PIC 9(03) VALUE 181.
           05  FILLER                 PIC 9(03) VALUE 212.
           05  FILLER                 PIC 9(03) VALUE 243.
           05  FILLER                 PIC 9(03) VALUE 273.
           05  FILLER                 PIC 9(03) VALUE 304.
           05  FILLER                 PIC 9(03) VALUE 334.
       01  WS-MONTH-CUM-TABLE REDEFINES WS-MONTH-CUM-VALUES.
           05  WS-MONTH-CUM-DAYS      OCCURS 12 TIMES
                                      PIC 9(03).
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
               10  WS-TRL-HASH-FIRST  PIC 9(15).
               10  WS-TRL-HASH-SERIES PIC 9(15).
      *---------------------------------------------------------------*
       01  WS-WORK-FIELDS.
      *---------------------------------------------------------------*
           05  TODAYS-DATE.
               10  TD-YEAR            PIC 99.
               10  TD-MONTH           PIC 99.
               10  TD-DAY             PIC 99.
           05  VAX-EOF-SW             PIC X(01)   VALUE 'N'.
               88  VAX-EOF                        VALUE 'Y'.
           05  VAX-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  VAX-VALID-RECORD               VALUE 'Y'.
           05  POP-EOF-SW             PIC X(01)   VALUE 'N'.
               88  POP-EOF                        VALUE 'Y'.
           05  POP-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  POP-VALID-RECORD               VALUE 'Y'.
           05  WS-RAW-EDIT-COPY       PIC X(07)   VALUE SPACE.
           05  WS-PARM-TEXT           PIC X(03)   VALUE SPACE.
           05  WS-PARM-NDX            PIC 9(01)   VALUE ZERO.
           05  WS-PARM-DIGIT          PIC 9(01)   VALUE ZERO.
           05  WS-PARM-VALUE          PIC 9(03)   VALUE ZERO.
           05  WS-TARGET-PCT          PIC 9(03)   VALUE 70.
           05  WS-STALE-DAYS          PIC 9(03)   VALUE 3.
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
           05  WS-LATEST-DATE         PIC X(08)   VALUE SPACE.
           05  WS-LATEST-SERIAL       PIC 9(07)   VALUE ZERO.
           05  WS-SER-DATE.
               10  WS-SER-YEAR        PIC 9(04).
               10  WS-SER-MONTH       PIC 9(02).
               10  WS-SER-DAY         PIC 9(02).
           05  WS-YEAR-NUM            PIC 9(04)   VALUE ZERO.
           05  WS-MONTH-NUM           PIC 99      VALUE ZERO.
           05  WS-DAY-NUM             PIC 99      VALUE ZERO.
           05  WS-LEAP-YEAR-SW        PIC X(01)   VALUE 'N'.
               88  WS-YEAR-IS-LEAP                VALUE 'Y'.
           05  WS-LEAP-QUOTIENT       PIC 9(06)   VALUE ZERO.
           05  WS-LEAP-REMAINDER      PIC 9(04)   VALUE ZERO.
           05  WS-PRIOR-YEARS         PIC 9(04)   VALUE ZERO.
           05  WS-LEAP-DAYS           PIC 9(06)   VALUE ZERO.
           05  WS-LEAP-WORK           PIC 9(06)   VALUE ZERO.
           05  WS-DAY-OF-YEAR         PIC 9(03)   VALUE ZERO.
           05  WS-DAY-SERIAL          PIC 9(07)   VALUE ZERO.
           05  WS-DAYS-BEHIND         PIC S9(07)  VALUE ZERO.
           05  WS-WIN                 PIC 9(02)   VALUE ZERO.
           05  WS-WIN-FROM            PIC 9(02)   VALUE ZERO.
           05  WS-DOSE-DAYS           PIC 9(02)   VALUE ZERO.
           05  WS-DOSE-SUM            PIC 9(09)   VALUE ZERO.
           05  WS-PACE                PIC S9(07)V99 VALUE ZERO.
           05  WS-TARGET-COUNT        PIC 9(09)   VALUE ZERO.
           05  WS-REMAINING           PIC S9(09)  VALUE ZERO.
           05  WS-DAYS-CALC           PIC 9(07)V99 VALUE ZERO.
           05  WS-DAYS-INT            PIC 9(08)   VALUE ZERO.
           05  WS-PCT-EDIT            PIC ZZ9.99.
           05  WS-DAYS-EDIT           PIC ZZ,ZZ9.
           05  WS-RANK-EDIT           PIC ZZ9.
           05  WS-EXTR-FIRST-PCT      PIC 999.99.
           05  WS-EXTR-SERIES-PCT     PIC 999.99.
           05  WS-EXTR-POP            PIC 9(09).
           05  WS-EXTR-STALE          PIC X(01).
           05  WS-EXTR-NO-POP         PIC X(01).
           05  WS-EXTR-REC-COUNT      PIC 9(07)   VALUE ZERO.
           05  WS-EXTR-HASH-FIRST     PIC 9(15)   VALUE ZERO.
           05  WS-EXTR-HASH-SERIES    PIC 9(15)   VALUE ZERO.
           05  WS-NDX-1               PIC 9(03)   VALUE ZERO.
           05  WS-NDX-2               PIC 9(03)   VALUE ZERO.
           05  WS-VAX-READ-COUNT      PIC 9(07)   VALUE ZERO.
           05  WS-STATES-REPORTED     PIC 9(05)   VALUE ZERO.
           05  WS-REACHED-COUNT       PIC 9(05)   VALUE ZERO.
           05  WS-STALE-COUNT         PIC 9(05)   VALUE ZERO.
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
           PERFORM 2000-PROCESS-VAX-RECORD
               UNTIL VAX-EOF.
           PERFORM 3000-COMPUTE-ONE-COVERAGE
               VARYING WS-VSI FROM 1 BY 1
                   UNTIL WS-VSI GREATER THAN WS-VST-COUNT.
           PERFORM 3500-RANK-STATES.
           PERFORM 4000-PRINT-COVERAGE-REPORT.
           PERFORM 4800-PRINT-SUMMARY-PAGE.
           PERFORM 2850-WRITE-EXTRACT-TRAILER.
           PERFORM 6000-CLOSE-FILES.
           IF  WS-STALE-COUNT GREATER THAN ZERO OR
               WS-NO-POP-COUNT GREATER THAN ZERO
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
           ACCEPT WS-PARM-TEXT         FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE          TO WS-PARM-TEXT
           END-ACCEPT.
           PERFORM 1010-EDIT-NUMERIC-PARM.
           IF  WS-PARM-VALUE GREATER THAN ZERO AND
               WS-PARM-VALUE NOT GREATER THAN 100
               MOVE WS-PARM-VALUE      TO WS-TARGET-PCT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-TEXT         FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE          TO WS-PARM-TEXT
           END-ACCEPT.
           PERFORM 1010-EDIT-NUMERIC-PARM.
           IF  WS-PARM-VALUE GREATER THAN ZERO
               MOVE WS-PARM-VALUE      TO WS-STALE-DAYS.
           MOVE WS-TARGET-PCT          TO CH-TARGET-PCT
                                          TG-TARGET-PCT.
           MOVE WS-STALE-DAYS          TO TG-STALE-DAYS.
           PERFORM 1100-LOAD-POPULATION-TABLE.
           OPEN INPUT  VAX-HIST-FILE
                OUTPUT EXTRACT-FILE
                OUTPUT PRINT-FILE.
           PERFORM 1080-WRITE-EXTRACT-HEADER.
           PERFORM 8100-READ-VAX-HIST-FILE.
      *---------------------------------------------------------------*
       1010-EDIT-NUMERIC-PARM.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-PARM-VALUE.
           PERFORM 1020-PARSE-PARM-DIGIT
               VARYING WS-PARM-NDX FROM 1 BY 1
                   UNTIL WS-PARM-NDX GREATER THAN 3.
      *---------------------------------------------------------------*
       1020-PARSE-PARM-DIGIT.
      *---------------------------------------------------------------*
           IF  WS-PARM-TEXT(WS-PARM-NDX:1) NUMERIC
               MOVE WS-PARM-TEXT(WS-PARM-NDX:1) TO WS-PARM-DIGIT
               COMPUTE WS-PARM-VALUE =
                   (WS-PARM-VALUE * 10) + WS-PARM-DIGIT.
      *---------------------------------------------------------------*
       1080-WRITE-EXTRACT-HEADER.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-HDR-FEED-DATE.
           STRING '20'                 DELIMITED SIZE
                  TD-YEAR              DELIMITED SIZE
                  TD-MONTH             DELIMITED SIZE
                  TD-DAY               DELIMITED SIZE
               INTO WS-HDR-FEED-DATE.
           MOVE 'CBLVCOV'              TO WS-HDR-SOURCE.
           MOVE ZERO                   TO WS-HDR-EXP-COUNT.
           MOVE SPACE                  TO EXTRACT-RECORD.
           MOVE WS-HDR-RECORD          TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
      *---------------------------------------------------------------*
       1100-LOAD-POPULATION-TABLE.
      *---------------------------------------------------------------*
           OPEN INPUT STATE-POP-FILE.
           PERFORM 1150-LOAD-ONE-POP-RECORD
               UNTIL POP-EOF.
           CLOSE STATE-POP-FILE.
           IF  WS-POP-COUNT = ZERO
               DISPLAY 'CBLVCOV: POPULATION REFERENCE FILE EMPTY - '
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
       2000-PROCESS-VAX-RECORD.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-VAX-READ-COUNT.
           PERFORM 2100-FIND-STATE-ENTRY.
           IF  NOT WS-STATE-SKIP
               PERFORM 2200-POST-STATE-DAY.
           IF  WS-VAX-DATE GREATER THAN WS-LATEST-DATE
               MOVE WS-VAX-DATE        TO WS-LATEST-DATE.
           PERFORM 8100-READ-VAX-HIST-FILE.
      *---------------------------------------------------------------*
       2100-FIND-STATE-ENTRY.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-STATE-SKIP-SW.
           SET  WS-VSI TO 1.
           SEARCH WS-VST-ENTRY
               AT END
                   IF  WS-VST-COUNT < 60
                       ADD  1       TO WS-VST-COUNT
                       SET  WS-VSI  TO WS-VST-COUNT
                       MOVE WS-VAX-STATE TO WS-VST-STATE(WS-VSI)
                       MOVE ZERO    TO WS-VST-WIN-COUNT(WS-VSI)
                   ELSE
                       MOVE 'Y'     TO WS-STATE-SKIP-SW
                       DISPLAY 'CBLVCOV: STATE TABLE FULL - '
                               WS-VAX-STATE ' NOT REPORTED'
                   END-IF
               WHEN WS-VST-STATE(WS-VSI) = WS-VAX-STATE
                   CONTINUE
           END-SEARCH.
      *---------------------------------------------------------------*
       2200-POST-STATE-DAY.
      *---------------------------------------------------------------*
           MOVE WS-VAX-DATE            TO WS-VST-LAST-DATE(WS-VSI).
           MOVE WS-VAX-FIRST           TO WS-VST-FIRST(WS-VSI).
           MOVE WS-VAX-SERIES          TO WS-VST-SERIES(WS-VSI).
           IF  WS-VST-WIN-COUNT(WS-VSI) LESS THAN 8
               ADD  1                  TO WS-VST-WIN-COUNT(WS-VSI)
           ELSE
               PERFORM 2250-SHIFT-WINDOW-ENTRY
                   VARYING WS-WIN FROM 1 BY 1
                       UNTIL WS-WIN GREATER THAN 7.
           MOVE WS-VST-WIN-COUNT(WS-VSI) TO WS-WIN.
           MOVE WS-VAX-DOSES      TO WS-VST-WIN-DOSES(WS-VSI WS-WIN).
           MOVE WS-VAX-SERIES     TO WS-VST-WIN-SERIES(WS-VSI WS-WIN).
      *---------------------------------------------------------------*
       2250-SHIFT-WINDOW-ENTRY.
      *---------------------------------------------------------------*
           COMPUTE WS-WIN-FROM = WS-WIN + 1.
           MOVE WS-VST-WIN(WS-VSI WS-WIN-FROM)
                                       TO WS-VST-WIN(WS-VSI WS-WIN).
      *---------------------------------------------------------------*
       2800-WRITE-EXTRACT-RECORD.
      *---------------------------------------------------------------*
           MOVE WS-VST-FIRST-PCT(WS-VSI)  TO WS-EXTR-FIRST-PCT.
           MOVE WS-VST-SERIES-PCT(WS-VSI) TO WS-EXTR-SERIES-PCT.
           MOVE WS-VST-POP(WS-VSI)     TO WS-EXTR-POP.
           IF  WS-VST-FEED-STALE(WS-VSI)
               MOVE 'Y'                TO WS-EXTR-STALE
           ELSE
               MOVE 'N'                TO WS-EXTR-STALE.
           IF  WS-VST-HAS-POP(WS-VSI)
               MOVE 'N'                TO WS-EXTR-NO-POP
           ELSE
               MOVE 'Y'                TO WS-EXTR-NO-POP.
           MOVE SPACE                  TO EXTRACT-RECORD.
           STRING WS-VST-STATE(WS-VSI)     DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-VST-LAST-DATE(WS-VSI) DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-EXTR-POP              DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-VST-FIRST(WS-VSI)     DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-VST-SERIES(WS-VSI)    DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-EXTR-FIRST-PCT        DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-EXTR-SERIES-PCT       DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-VST-AVG-DOSES(WS-VSI) DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-VST-DAYS(WS-VSI)      DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-VST-RANK(WS-VSI)      DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-EXTR-STALE            DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-EXTR-NO-POP           DELIMITED SIZE
               INTO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           ADD  1                      TO WS-EXTR-REC-COUNT.
           ADD  WS-VST-FIRST(WS-VSI)   TO WS-EXTR-HASH-FIRST.
           ADD  WS-VST-SERIES(WS-VSI)  TO WS-EXTR-HASH-SERIES.
      *---------------------------------------------------------------*
       2850-WRITE-EXTRACT-TRAILER.
      *---------------------------------------------------------------*
           MOVE WS-EXTR-REC-COUNT      TO WS-TRL-REC-COUNT.
           MOVE WS-EXTR-HASH-FIRST     TO WS-TRL-HASH-FIRST.
           MOVE WS-EXTR-HASH-SERIES    TO WS-TRL-HASH-SERIES.
           MOVE SPACE                  TO EXTRACT-RECORD.
           MOVE WS-TRL-RECORD          TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
      *---------------------------------------------------------------*
       3000-COMPUTE-ONE-COVERAGE.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-VST-FIRST-PCT(WS-VSI)
                                          WS-VST-SERIES-PCT(WS-VSI)
                                          WS-VST-DAYS(WS-VSI)
                                          WS-VST-RANK(WS-VSI).
           MOVE SPACE                  TO WS-VST-TARGET-SW(WS-VSI).
           IF  WS-VST-STATE(WS-VSI) = 'US'
               MOVE WS-NATIONAL-POP    TO WS-CUR-POP
           ELSE
               MOVE WS-VST-STATE(WS-VSI) TO WS-POP-LOOKUP-STATE
               PERFORM 1170-FIND-STATE-POPULATION.
           MOVE WS-CUR-POP             TO WS-VST-POP(WS-VSI).
           IF  WS-CUR-POP GREATER THAN ZERO
               MOVE 'Y'                TO WS-VST-POP-SW(WS-VSI)
               COMPUTE WS-VST-FIRST-PCT(WS-VSI) ROUNDED =
                   (WS-VST-FIRST(WS-VSI) * 100) / WS-CUR-POP
               COMPUTE WS-VST-SERIES-PCT(WS-VSI) ROUNDED =
                   (WS-VST-SERIES(WS-VSI) * 100) / WS-CUR-POP
           ELSE
               MOVE 'N'                TO WS-VST-POP-SW(WS-VSI)
               MOVE 'U'                TO WS-VST-TARGET-SW(WS-VSI)
               IF  WS-VST-STATE(WS-VSI) NOT = 'US'
                   ADD  1              TO WS-NO-POP-COUNT
               END-IF
           END-IF.
           PERFORM 3100-COMPUTE-AVERAGE-DOSES.
           IF  WS-VST-HAS-POP(WS-VSI)
               PERFORM 3200-COMPUTE-DAYS-TO-TARGET.
           PERFORM 3300-CHECK-FEED-STALE.
      *---------------------------------------------------------------*
       3100-COMPUTE-AVERAGE-DOSES.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-DOSE-SUM.
           MOVE WS-VST-WIN-COUNT(WS-VSI) TO WS-DOSE-DAYS.
           IF  WS-DOSE-DAYS GREATER THAN 7
               MOVE 7                  TO WS-DOSE-DAYS.
           COMPUTE WS-WIN-FROM =
               WS-VST-WIN-COUNT(WS-VSI) - WS-DOSE-DAYS + 1.
           PERFORM 3150-ADD-ONE-DOSE-DAY
               VARYING WS-WIN FROM WS-WIN-FROM BY 1
                   UNTIL WS-WIN GREATER THAN WS-VST-WIN-COUNT(WS-VSI).
           IF  WS-DOSE-DAYS GREATER THAN ZERO
               COMPUTE WS-VST-AVG-DOSES(WS-VSI) ROUNDED =
                   WS-DOSE-SUM / WS-DOSE-DAYS
           ELSE
               MOVE ZERO               TO WS-VST-AVG-DOSES(WS-VSI).
      *---------------------------------------------------------------*
       3150-ADD-ONE-DOSE-DAY.
      *---------------------------------------------------------------*
           ADD  WS-VST-WIN-DOSES(WS-VSI WS-WIN) TO WS-DOSE-SUM.
      *---------------------------------------------------------------*
       3200-COMPUTE-DAYS-TO-TARGET.
      *---------------------------------------------------------------*
           COMPUTE WS-TARGET-COUNT =
               (WS-VST-POP(WS-VSI) * WS-TARGET-PCT) / 100.
           COMPUTE WS-REMAINING =
               WS-TARGET-COUNT - WS-VST-SERIES(WS-VSI).
           MOVE ZERO                   TO WS-PACE.
           MOVE WS-VST-WIN-COUNT(WS-VSI) TO WS-WIN.
           IF  WS-WIN GREATER THAN 1
               COMPUTE WS-PACE =
                   (WS-VST-WIN-SERIES(WS-VSI WS-WIN)
                    - WS-VST-WIN-SERIES(WS-VSI 1)) / (WS-WIN - 1).
           EVALUATE TRUE
               WHEN WS-REMAINING NOT GREATER THAN ZERO
                   MOVE 'R'            TO WS-VST-TARGET-SW(WS-VSI)
                   MOVE ZERO           TO WS-VST-DAYS(WS-VSI)
               WHEN WS-PACE NOT GREATER THAN ZERO
                   MOVE 'N'            TO WS-VST-TARGET-SW(WS-VSI)
                   MOVE 99999          TO WS-VST-DAYS(WS-VSI)
               WHEN OTHER
                   COMPUTE WS-DAYS-CALC = WS-REMAINING / WS-PACE
                       ON SIZE ERROR
                           MOVE 99999  TO WS-DAYS-INT
                       NOT ON SIZE ERROR
                           MOVE WS-DAYS-CALC TO WS-DAYS-INT
                           IF  WS-DAYS-INT LESS THAN WS-DAYS-CALC
                               ADD  1  TO WS-DAYS-INT
                           END-IF
                   END-COMPUTE
                   IF  WS-DAYS-INT GREATER THAN 99999
                       MOVE 99999      TO WS-DAYS-INT
                   END-IF
                   MOVE WS-DAYS-INT    TO WS-VST-DAYS(WS-VSI)
           END-EVALUATE.
      *---------------------------------------------------------------*
       3300-CHECK-FEED-STALE.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-VST-STALE-SW(WS-VSI).
           MOVE WS-LATEST-DATE         TO WS-SER-DATE.
           PERFORM 8500-COMPUTE-DAY-SERIAL.
           MOVE WS-DAY-SERIAL          TO WS-LATEST-SERIAL.
           MOVE WS-VST-LAST-DATE(WS-VSI) TO WS-SER-DATE.
           PERFORM 8500-COMPUTE-DAY-SERIAL.
           COMPUTE WS-DAYS-BEHIND = WS-LATEST-SERIAL - WS-DAY-SERIAL.
           IF  WS-DAYS-BEHIND GREATER THAN WS-STALE-DAYS
               MOVE 'Y'                TO WS-VST-STALE-SW(WS-VSI)
               ADD  1                  TO WS-STALE-COUNT.
      *---------------------------------------------------------------*
       3500-RANK-STATES.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-RNK-COUNT.
           PERFORM 3550-POST-ONE-RANK-ENTRY
               VARYING WS-VSI FROM 1 BY 1
                   UNTIL WS-VSI GREATER THAN WS-VST-COUNT.
           PERFORM 7000-SORT-RANK-TABLE.
           PERFORM 3600-ASSIGN-ONE-RANK
               VARYING WS-NDX-1 FROM 1 BY 1
                   UNTIL WS-NDX-1 GREATER THAN WS-RNK-COUNT.
      *---------------------------------------------------------------*
       3550-POST-ONE-RANK-ENTRY.
      *---------------------------------------------------------------*
           IF  WS-VST-STATE(WS-VSI) NOT = 'US' AND
               WS-VST-HAS-POP(WS-VSI)
               ADD  1                  TO WS-RNK-COUNT
               MOVE WS-VST-SERIES-PCT(WS-VSI) TO
                                       WS-RNK-KEY(WS-RNK-COUNT)
               SET  WS-RNK-STATE-NDX(WS-RNK-COUNT) TO WS-VSI.
      *---------------------------------------------------------------*
       3600-ASSIGN-ONE-RANK.
      *---------------------------------------------------------------*
           SET  WS-VSI TO WS-RNK-STATE-NDX(WS-NDX-1).
           MOVE WS-NDX-1               TO WS-VST-RANK(WS-VSI).
      *---------------------------------------------------------------*
       4000-PRINT-COVERAGE-REPORT.
      *---------------------------------------------------------------*
           MOVE WS-LATEST-DATE(5:2)    TO TG-MONTH.
           MOVE WS-LATEST-DATE(7:2)    TO TG-DAY.
           MOVE WS-LATEST-DATE(1:4)    TO TG-YEAR.
           MOVE TG-TARGET-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE CH-COVERAGE-HEADING    TO COLUMN-HEADING-LINE
                                          NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           SET  WS-VSI TO 1.
           SEARCH WS-VST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-VSI GREATER THAN WS-VST-COUNT
                   CONTINUE
               WHEN WS-VST-STATE(WS-VSI) = 'US'
                   PERFORM 4100-PRINT-ONE-STATE
                   PERFORM 2800-WRITE-EXTRACT-RECORD
                   MOVE 2              TO LINE-SPACEING
           END-SEARCH.
           PERFORM 4050-PRINT-RANKED-STATE
               VARYING WS-NDX-1 FROM 1 BY 1
                   UNTIL WS-NDX-1 GREATER THAN WS-RNK-COUNT.
           PERFORM 4060-PRINT-UNRANKED-STATE
               VARYING WS-VSI FROM 1 BY 1
                   UNTIL WS-VSI GREATER THAN WS-VST-COUNT.
      *---------------------------------------------------------------*
       4050-PRINT-RANKED-STATE.
      *---------------------------------------------------------------*
           SET  WS-VSI TO WS-RNK-STATE-NDX(WS-NDX-1).
           PERFORM 4100-PRINT-ONE-STATE.
           PERFORM 2800-WRITE-EXTRACT-RECORD.
      *---------------------------------------------------------------*
       4060-PRINT-UNRANKED-STATE.
      *---------------------------------------------------------------*
           IF  WS-VST-STATE(WS-VSI) NOT = 'US' AND
               NOT WS-VST-HAS-POP(WS-VSI)
               PERFORM 4100-PRINT-ONE-STATE
               PERFORM 2800-WRITE-EXTRACT-RECORD.
      *---------------------------------------------------------------*
       4100-PRINT-ONE-STATE.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-STATES-REPORTED.
           IF  WS-VST-RANK(WS-VSI) GREATER THAN ZERO
               MOVE WS-VST-RANK(WS-VSI) TO WS-RANK-EDIT
               MOVE WS-RANK-EDIT       TO CV-RANK
           ELSE
               MOVE ' --'              TO CV-RANK.
           MOVE WS-VST-STATE(WS-VSI)   TO CV-STATE.
           MOVE WS-VST-LAST-DATE(WS-VSI)(5:2) TO CV-MONTH.
           MOVE WS-VST-LAST-DATE(WS-VSI)(7:2) TO CV-DAY.
           MOVE WS-VST-LAST-DATE(WS-VSI)(1:4) TO CV-YEAR.
           MOVE WS-VST-POP(WS-VSI)     TO CV-POPULATION.
           MOVE WS-VST-AVG-DOSES(WS-VSI) TO CV-AVG-DOSES.
           MOVE SPACE                  TO CV-FLAG.
           IF  WS-VST-HAS-POP(WS-VSI)
               MOVE WS-VST-FIRST-PCT(WS-VSI) TO WS-PCT-EDIT
               MOVE SPACE              TO CV-FIRST-PCT
               STRING WS-PCT-EDIT DELIMITED SIZE
                      '%'         DELIMITED SIZE
                   INTO CV-FIRST-PCT
               MOVE WS-VST-SERIES-PCT(WS-VSI) TO WS-PCT-EDIT
               MOVE SPACE              TO CV-SERIES-PCT
               STRING WS-PCT-EDIT DELIMITED SIZE
                      '%'         DELIMITED SIZE
                   INTO CV-SERIES-PCT
           ELSE
               MOVE '    N/A'          TO CV-FIRST-PCT
                                          CV-SERIES-PCT
               MOVE '*NO POPULATION*'  TO CV-FLAG.
           EVALUATE TRUE
               WHEN WS-VST-NO-POPULATION(WS-VSI)
                   MOVE '        N/A'  TO CV-DAYS-TO-TARGET
               WHEN WS-VST-TARGET-REACHED(WS-VSI)
                   MOVE '    REACHED'  TO CV-DAYS-TO-TARGET
                   ADD  1              TO WS-REACHED-COUNT
               WHEN WS-VST-NO-PROGRESS(WS-VSI)
                   MOVE 'NO PROGRESS'  TO CV-DAYS-TO-TARGET
               WHEN OTHER
                   MOVE WS-VST-DAYS(WS-VSI) TO WS-DAYS-EDIT
                   MOVE SPACE          TO CV-DAYS-TO-TARGET
                   MOVE WS-DAYS-EDIT   TO CV-DAYS-TO-TARGET(6:6)
           END-EVALUATE.
           IF  WS-VST-FEED-STALE(WS-VSI)
               IF  CV-FLAG = SPACE
                   MOVE '*FEED STALE*' TO CV-FLAG
               ELSE
                   MOVE '*NO POPULATION* *FEED STALE*'
                                       TO CV-FLAG
               END-IF
           END-IF.
           MOVE CV-COVERAGE-LINE       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4800-PRINT-SUMMARY-PAGE.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO COLUMN-HEADING-LINE.
           MOVE 999                    TO LINE-COUNT.
           MOVE 'VAXHIST RECORDS READ:' TO SU-COUNT-LABEL.
           MOVE WS-VAX-READ-COUNT      TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STATES REPORTED:'     TO SU-COUNT-LABEL.
           MOVE WS-STATES-REPORTED     TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STATES RANKED:'       TO SU-COUNT-LABEL.
           MOVE WS-RNK-COUNT           TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'AT OR ABOVE TARGET:'  TO SU-COUNT-LABEL.
           MOVE WS-REACHED-COUNT       TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STALE VACCINATION FEEDS:' TO SU-COUNT-LABEL.
           MOVE WS-STALE-COUNT         TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STATES WITH NO POPULATION:' TO SU-COUNT-LABEL.
           MOVE WS-NO-POP-COUNT        TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'COVERAGE RECORDS WRITTEN:' TO SU-COUNT-LABEL.
           MOVE WS-EXTR-REC-COUNT      TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       6000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE VAX-HIST-FILE
                 EXTRACT-FILE
                 PRINT-FILE.
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
       8100-READ-VAX-HIST-FILE.
      *---------------------------------------------------------------*
           PERFORM 8110-READ-VAX-RAW-RECORD.
           PERFORM 8110-READ-VAX-RAW-RECORD
               UNTIL VAX-EOF
                  OR (VHR-RECORD(1:3) NOT = 'HDR' AND
                      VHR-RECORD(1:3) NOT = 'TRL').
      *---------------------------------------------------------------*
       8110-READ-VAX-RAW-RECORD.
      *---------------------------------------------------------------*
           READ VAX-HIST-FILE
               AT END MOVE 'Y' TO VAX-EOF-SW
                      MOVE 'N' TO VAX-VALID-SW.
           IF  VAX-VALID-RECORD
               UNSTRING VHR-RECORD DELIMITED BY ','
               INTO  WS-VAX-STATE
                     WS-VAX-DATE
                     WS-VAX-RAW-DOSES
                     WS-VAX-RAW-FIRST
                     WS-VAX-RAW-SERIES
               MOVE WS-VAX-RAW-DOSES   TO WS-RAW-EDIT-COPY
               INSPECT WS-RAW-EDIT-COPY REPLACING ALL SPACE BY '0'
               IF  WS-RAW-EDIT-COPY NUMERIC
                   MOVE WS-RAW-EDIT-COPY TO WS-VAX-DOSES
               ELSE
                   MOVE ZERO            TO WS-VAX-DOSES
               END-IF
               MOVE WS-VAX-RAW-FIRST   TO WS-RAW-EDIT-COPY
               INSPECT WS-RAW-EDIT-COPY REPLACING ALL SPACE BY '0'
               IF  WS-RAW-EDIT-COPY NUMERIC
                   MOVE WS-RAW-EDIT-COPY TO WS-VAX-FIRST
               ELSE
                   MOVE ZERO            TO WS-VAX-FIRST
               END-IF
               MOVE WS-VAX-RAW-SERIES  TO WS-RAW-EDIT-COPY
               INSPECT WS-RAW-EDIT-COPY REPLACING ALL SPACE BY '0'
               IF  WS-RAW-EDIT-COPY NUMERIC
                   MOVE WS-RAW-EDIT-COPY TO WS-VAX-SERIES
               ELSE
                   MOVE ZERO            TO WS-VAX-SERIES
               END-IF
           ELSE
               MOVE 'Y' TO VAX-EOF-SW.
      *---------------------------------------------------------------*
       8500-COMPUTE-DAY-SERIAL.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-DAY-SERIAL.
           IF  WS-SER-DATE NUMERIC AND
               WS-SER-MONTH GREATER THAN ZERO AND
               WS-SER-MONTH LESS THAN 13
               MOVE WS-SER-YEAR        TO WS-YEAR-NUM
               MOVE WS-SER-MONTH       TO WS-MONTH-NUM
               MOVE WS-SER-DAY         TO WS-DAY-NUM
               PERFORM 8510-SERIAL-FROM-YEAR-MONTH.
      *---------------------------------------------------------------*
       8510-SERIAL-FROM-YEAR-MONTH.
      *---------------------------------------------------------------*
           COMPUTE WS-PRIOR-YEARS = WS-YEAR-NUM - 1.
           COMPUTE WS-LEAP-DAYS = WS-PRIOR-YEARS / 4.
           COMPUTE WS-LEAP-WORK = WS-PRIOR-YEARS / 100.
           SUBTRACT WS-LEAP-WORK       FROM WS-LEAP-DAYS.
           COMPUTE WS-LEAP-WORK = WS-PRIOR-YEARS / 400.
           ADD  WS-LEAP-WORK           TO WS-LEAP-DAYS.
           MOVE WS-MONTH-CUM-DAYS(WS-MONTH-NUM) TO WS-DAY-OF-YEAR.
           ADD  WS-DAY-NUM             TO WS-DAY-OF-YEAR.
           IF  WS-MONTH-NUM GREATER THAN 2
               PERFORM 8520-CHECK-LEAP-YEAR
               IF  WS-YEAR-IS-LEAP
                   ADD  1              TO WS-DAY-OF-YEAR
               END-IF
           END-IF.
           COMPUTE WS-DAY-SERIAL =
               (365 * WS-PRIOR-YEARS) + WS-LEAP-DAYS
               + WS-DAY-OF-YEAR.
      *---------------------------------------------------------------*
       8520-CHECK-LEAP-YEAR.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-LEAP-YEAR-SW.
           DIVIDE WS-YEAR-NUM BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF  WS-LEAP-REMAINDER = ZERO
               MOVE 'Y'                TO WS-LEAP-YEAR-SW
               DIVIDE WS-YEAR-NUM BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF  WS-LEAP-REMAINDER = ZERO
                   MOVE 'N'            TO WS-LEAP-YEAR-SW
                   DIVIDE WS-YEAR-NUM BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF  WS-LEAP-REMAINDER = ZERO
                       MOVE 'Y'        TO WS-LEAP-YEAR-SW
                   END-IF
               END-IF
           END-IF.
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
