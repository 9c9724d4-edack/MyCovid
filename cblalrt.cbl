       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLALRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-RULE-FILE ASSIGN TO ALRTRULE.
           SELECT USA-HIST-FILE   ASSIGN TO USAHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UHR-KEY-DATE.
           SELECT STATE-HIST-FILE ASSIGN TO STATEHIST.
           SELECT REGION-HIST-FILE ASSIGN TO REGHIST.
           SELECT REGION-REF-FILE ASSIGN TO REGNREF.
           SELECT ACTIVE-ALERT-FILE ASSIGN TO ALRTACT.
           SELECT ALERT-OUT-FILE  ASSIGN TO ALRTOUT.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
       FD  ALERT-RULE-FILE
               RECORDING MODE IS F.
       01  RULE-RECORD               PIC X(80).
      *---------------------------------------------------------------*
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
       FD  REGION-HIST-FILE
               RECORDING MODE IS F.
       01  RGH-RECORD                PIC X(140).
      *---------------------------------------------------------------*
       FD  REGION-REF-FILE
               RECORDING MODE IS F.
       01  REF-RECORD                PIC X(40).
      *---------------------------------------------------------------*
       FD  ACTIVE-ALERT-FILE
               RECORDING MODE IS F.
       01  ACTIVE-ALERT-RECORD.
           05  ACT-RULE-ID           PIC X(06).
           05  ACT-SCOPE             PIC X(02).
           05  ACT-FIRST-RAISED      PIC X(08).
           05  ACT-LAST-RAISED       PIC X(08).
           05  ACT-SEVERITY          PIC X(01).
           05  FILLER                PIC X(15).
      *---------------------------------------------------------------*
       FD  ALERT-OUT-FILE
               RECORDING MODE IS F.
       01  ALERT-OUT-RECORD          PIC X(120).
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
                   'EPIDEMIOLOGICAL ALERT SUMMARY'.
               10  FILLER             PIC X(20) VALUE SPACE.
               10  FILLER             PIC X(04) VALUE SPACE.
               10  FILLER             PIC X(05) VALUE 'PAGE:'.
               10  HL1-PAGE-NUM       PIC ZZZZ9.
               10  FILLER             PIC X(17) VALUE SPACE.
      *---------------------------------------------------------------*
           05  CH-ALERT-HEADING.
               10  FILLER             PIC X(10) VALUE ' SEVERITY'.
               10  FILLER             PIC X(08) VALUE 'RULE'.
               10  FILLER             PIC X(04) VALUE 'SC'.
               10  FILLER             PIC X(11) VALUE 'METRIC'.
               10  FILLER             PIC X(11) VALUE 'TEST'.
               10  FILLER             PIC X(09) VALUE '    VALUE'.
               10  FILLER             PIC X(04) VALUE SPACE.
               10  FILLER             PIC X(09) VALUE 'THRESHOLD'.
               10  FILLER             PIC X(02) VALUE SPACE.
               10  FILLER             PIC X(12) VALUE 'DATA DATE'.
               10  FILLER             PIC X(24) VALUE 'STATUS'.
               10  FILLER             PIC X(28) VALUE 'DESCRIPTION'.
      *---------------------------------------------------------------*
           05  AL-ALERT-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  AL-SEVERITY        PIC X(08).
               10  FILLER             PIC X(01) VALUE SPACE.
               10  AL-RULE-ID         PIC X(06).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  AL-SCOPE           PIC X(02).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  AL-METRIC          PIC X(10).
               10  FILLER             PIC X(01) VALUE SPACE.
               10  AL-COMPARE         PIC X(10).
               10  FILLER             PIC X(01) VALUE SPACE.
               10  AL-VALUE           PIC Z,ZZZ,ZZ9.
               10  FILLER             PIC X(04) VALUE ' >= '.
               10  AL-THRESHOLD       PIC Z,ZZZ,ZZ9.
               10  FILLER             PIC X(02) VALUE SPACE.
               10  AL-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  AL-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  AL-YEAR            PIC X(04).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  AL-STATUS          PIC X(23).
               10  FILLER             PIC X(01) VALUE SPACE.
               10  AL-DESCRIPTION     PIC X(25).
               10  FILLER             PIC X(03) VALUE SPACE.
      *---------------------------------------------------------------*
           05  CL-CLEARED-LINE.
               10  FILLER             PIC X(15) VALUE
                   ' CLEARED: RULE '.
               10  CL-RULE-ID         PIC X(06).
               10  FILLER             PIC X(08) VALUE '  SCOPE '.
               10  CL-SCOPE           PIC X(02).
               10  FILLER             PIC X(15) VALUE
                   '  ACTIVE SINCE '.
               10  CL-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  CL-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  CL-YEAR            PIC X(04).
               10  FILLER             PIC X(76) VALUE SPACE.
      *---------------------------------------------------------------*
           05  ND-NO-DATA-LINE.
               10  FILLER             PIC X(15) VALUE
                   ' NOT EVALUATED:'.
               10  FILLER             PIC X(06) VALUE ' RULE '.
               10  ND-RULE-ID         PIC X(06).
               10  FILLER             PIC X(08) VALUE '  SCOPE '.
               10  ND-SCOPE           PIC X(02).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  ND-REASON          PIC X(30).
               10  FILLER             PIC X(63) VALUE SPACE.
      *---------------------------------------------------------------*
           05  RE-RULE-ERROR-LINE.
               10  FILLER             PIC X(13) VALUE ' RULE ERROR: '.
               10  RE-REASON          PIC X(30).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  RE-RULE-RECORD     PIC X(80).
               10  FILLER             PIC X(07) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SU-COUNT-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  SU-COUNT-LABEL     PIC X(29) VALUE SPACE.
               10  SU-COUNT-VALUE     PIC ZZZ,ZZ9.
               10  FILLER             PIC X(95) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-UHR-RAW-FIELDS.
      *---------------------------------------------------------------*
           05  WS-UHR-DATE               PIC X(08).
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
       01  WS-HIST-HOLD-FIELDS.
      *---------------------------------------------------------------*
           05  WS-HST-SCOPE              PIC X(02).
           05  WS-HST-DATE               PIC X(08).
           05  WS-HST-CASE-POSITIVE      PIC 9(07).
           05  WS-HST-CASE-NEGATIVE      PIC 9(07).
           05  WS-HST-CASE-PENDING       PIC 9(07).
           05  WS-HST-CASE-NEW           PIC 9(07).
           05  WS-HST-HOSPITAL-CURR      PIC 9(07).
           05  WS-HST-HOSPITAL-TOT       PIC 9(07).
           05  WS-HST-ICU-CURR           PIC 9(07).
           05  WS-HST-ICU-TOT            PIC 9(07).
           05  WS-HST-VENT-CURR          PIC 9(07).
           05  WS-HST-VENT-TOT           PIC 9(07).
           05  WS-HST-RECOVERED          PIC 9(07).
           05  WS-HST-DEATH              PIC 9(07).
           05  WS-HST-DEATH-NEW          PIC 9(07).
           05  WS-HST-PERCENT            PIC 99V99.
      *---------------------------------------------------------------*
       01  WS-RULE-RAW-FIELDS.
      *---------------------------------------------------------------*
           05  WS-RUL-RAW-ID          PIC X(06).
           05  WS-RUL-RAW-SCOPE       PIC X(02).
           05  WS-RUL-RAW-METRIC      PIC X(01).
               88  WS-RUL-METRIC-VALID    VALUE 'C' 'D' 'H' 'I' 'V'.
           05  WS-RUL-RAW-COMPARE     PIC X(01).
               88  WS-RUL-COMPARE-VALID   VALUE 'L' 'W' 'R'.
           05  WS-RUL-RAW-THRESHOLD   PIC X(07).
           05  WS-RUL-RAW-SEVERITY    PIC X(01).
               88  WS-RUL-SEVERITY-VALID  VALUE 'C' 'W' 'I'.
           05  WS-RUL-RAW-DESC        PIC X(40).
      *---------------------------------------------------------------*
       01  WS-RULE-TABLE.
      *---------------------------------------------------------------*
           05  WS-RLE-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-RLE-ENTRY           OCCURS 200 TIMES
                                      INDEXED BY WS-RLI.
               10  WS-RLE-ID          PIC X(06).
               10  WS-RLE-SCOPE       PIC X(02).
               10  WS-RLE-METRIC      PIC X(01).
                   88  WS-RLE-FLOW-METRIC     VALUE 'C' 'D'.
               10  WS-RLE-COMPARE     PIC X(01).
                   88  WS-RLE-LEVEL           VALUE 'L'.
                   88  WS-RLE-WEEK-CHANGE     VALUE 'W'.
                   88  WS-RLE-DAYS-RISING     VALUE 'R'.
               10  WS-RLE-THRESHOLD   PIC 9(07).
               10  WS-RLE-SEVERITY    PIC X(01).
               10  WS-RLE-DESC        PIC X(40).
               10  WS-RLE-STATUS      PIC X(01).
                   88  WS-RLE-NEW-ALERT       VALUE 'N'.
                   88  WS-RLE-STILL-ACTIVE    VALUE 'A'.
                   88  WS-RLE-TRIGGERED       VALUE 'N' 'A'.
                   88  WS-RLE-NOT-TRIGGERED   VALUE 'Q'.
                   88  WS-RLE-NO-DATA         VALUE 'X'.
                   88  WS-RLE-SHORT-HISTORY   VALUE 'S'.
               10  WS-RLE-MEASURED    PIC S9(07).
               10  WS-RLE-DATA-DATE   PIC X(08).
               10  WS-RLE-FIRST-RAISED PIC X(08).
      *---------------------------------------------------------------*
       01  WS-ACTIVE-ALERT-TABLE.
      *---------------------------------------------------------------*
           05  WS-ACT-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-ACT-ENTRY           OCCURS 200 TIMES
                                      INDEXED BY WS-ACI.
               10  WS-ACT-RULE-ID     PIC X(06).
               10  WS-ACT-SCOPE       PIC X(02).
               10  WS-ACT-FIRST-RAISED PIC X(08).
               10  WS-ACT-MATCHED-SW  PIC X(01).
                   88  WS-ACT-MATCHED         VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-SCOPE-HISTORY-TABLE.
      *---------------------------------------------------------------*
           05  WS-SCP-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-SCP-ENTRY           OCCURS 70 TIMES
                                      INDEXED BY WS-SCI.
               10  WS-SCP-SCOPE       PIC X(02).
               10  WS-SCP-LAST-DATE   PIC X(08).
               10  WS-SCP-DAY-COUNT   PIC 9(02).
               10  WS-SCP-DAY         OCCURS 15 TIMES.
                   15  WS-SCP-VALUE   OCCURS 5 TIMES
                                      PIC 9(07).
      *---------------------------------------------------------------*
       01  WS-REGION-PRESENT-TABLE.
      *---------------------------------------------------------------*
           05  WS-RGP-PRESENT-SW      OCCURS 4 TIMES
                                      PIC X(01).
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
               10  WS-TRL-HASH-THRESHOLD PIC 9(15).
               10  WS-TRL-HASH-MEASURED  PIC 9(15).
      *---------------------------------------------------------------*
       01  WS-WORK-FIELDS.
      *---------------------------------------------------------------*
           05  TODAYS-DATE.
               10  TD-YEAR            PIC 99.
               10  TD-MONTH           PIC 99.
               10  TD-DAY             PIC 99.
           05  WS-RUN-DATE            PIC X(08)   VALUE SPACE.
           05  RULE-EOF-SW            PIC X(01)   VALUE 'N'.
               88  RULE-EOF                       VALUE 'Y'.
           05  RULE-VALID-SW          PIC X(01)   VALUE 'Y'.
               88  RULE-VALID-RECORD              VALUE 'Y'.
           05  USA-EOF-SW             PIC X(01)   VALUE 'N'.
               88  USA-EOF                        VALUE 'Y'.
           05  USA-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  USA-VALID-RECORD               VALUE 'Y'.
           05  STATE-EOF-SW           PIC X(01)   VALUE 'N'.
               88  STATE-EOF                      VALUE 'Y'.
           05  STATE-VALID-SW         PIC X(01)   VALUE 'Y'.
               88  STATE-VALID-RECORD             VALUE 'Y'.
           05  REGION-EOF-SW          PIC X(01)   VALUE 'N'.
               88  REGION-EOF                     VALUE 'Y'.
           05  REGION-VALID-SW        PIC X(01)   VALUE 'Y'.
               88  REGION-VALID-RECORD            VALUE 'Y'.
           05  REF-EOF-SW             PIC X(01)   VALUE 'N'.
               88  REF-EOF                        VALUE 'Y'.
           05  REF-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  REF-VALID-RECORD               VALUE 'Y'.
           05  ACT-EOF-SW             PIC X(01)   VALUE 'N'.
               88  ACT-EOF                        VALUE 'Y'.
           05  ACT-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  ACT-VALID-RECORD               VALUE 'Y'.
           05  WS-REF-STATE           PIC X(02)   VALUE SPACE.
           05  WS-REF-REGION          PIC X(01)   VALUE SPACE.
           05  WS-REF-DIVISION        PIC X(01)   VALUE SPACE.
           05  WS-REF-NAME            PIC X(18)   VALUE SPACE.
           05  WS-REG                 PIC 9(01)   VALUE ZERO.
           05  WS-RAW-EDIT-COPY       PIC X(07)   VALUE SPACE.
           05  WS-RAW-EDIT-NUM        PIC 9(07)   VALUE ZERO.
           05  WS-RULE-ERROR          PIC X(30)   VALUE SPACE.
           05  WS-REGION-SCOPE-SW     PIC X(01)   VALUE 'N'.
               88  WS-REGION-CODE-BAD             VALUE 'B'.
               88  WS-REGION-NOT-IN-REF           VALUE 'M'.
           05  WS-THRESH-NDX          PIC 9(01)   VALUE ZERO.
           05  WS-THRESH-DIGIT        PIC 9(01)   VALUE ZERO.
           05  WS-THRESH-VALUE        PIC 9(07)   VALUE ZERO.
           05  WS-THRESH-BAD-SW       PIC X(01)   VALUE 'N'.
               88  WS-THRESH-BAD                  VALUE 'Y'.
           05  WS-THRESH-END-SW       PIC X(01)   VALUE 'N'.
               88  WS-THRESH-END                  VALUE 'Y'.
           05  WS-SCOPE-SKIP-SW       PIC X(01)   VALUE 'N'.
               88  WS-SCOPE-SKIP                  VALUE 'Y'.
           05  WS-SCOPE-FOUND-SW      PIC X(01)   VALUE 'N'.
               88  WS-SCOPE-FOUND                 VALUE 'Y'.
           05  WS-ACTIVE-FOUND-SW     PIC X(01)   VALUE 'N'.
               88  WS-ACTIVE-FOUND                VALUE 'Y'.
           05  WS-DAY                 PIC 9(02)   VALUE ZERO.
           05  WS-DAY-FROM            PIC 9(02)   VALUE ZERO.
           05  WS-DAY-TO              PIC 9(02)   VALUE ZERO.
           05  WS-DAY-NEXT            PIC 9(02)   VALUE ZERO.
           05  WS-DAY-PRIOR           PIC 9(02)   VALUE ZERO.
           05  WS-MET                 PIC 9(01)   VALUE ZERO.
           05  WS-LAST                PIC 9(02)   VALUE ZERO.
           05  WS-DAY-SUM             PIC 9(09)   VALUE ZERO.
           05  WS-CUR-AMOUNT          PIC 9(09)   VALUE ZERO.
           05  WS-PRIOR-AMOUNT        PIC 9(09)   VALUE ZERO.
           05  WS-CHANGE-PCT          PIC S9(11)  VALUE ZERO.
           05  WS-RISE-STOP-SW        PIC X(01)   VALUE 'N'.
               88  WS-RISE-STOPPED                VALUE 'Y'.
           05  WS-RISING-DAYS         PIC 9(02)   VALUE ZERO.
           05  WS-OUT-MEASURED        PIC 9(07)   VALUE ZERO.
           05  WS-OUT-REC-COUNT       PIC 9(07)   VALUE ZERO.
           05  WS-OUT-HASH-THRESHOLD  PIC 9(15)   VALUE ZERO.
           05  WS-OUT-HASH-MEASURED   PIC 9(15)   VALUE ZERO.
           05  WS-RULES-READ          PIC 9(05)   VALUE ZERO.
           05  WS-RULES-REJECTED      PIC 9(05)   VALUE ZERO.
           05  WS-NEW-ALERT-COUNT     PIC 9(05)   VALUE ZERO.
           05  WS-SUPPRESSED-COUNT    PIC 9(05)   VALUE ZERO.
           05  WS-CLEARED-COUNT       PIC 9(05)   VALUE ZERO.
           05  WS-NOT-EVAL-COUNT      PIC 9(05)   VALUE ZERO.
           05  WS-HIST-DAYS-LOADED    PIC 9(07)   VALUE ZERO.
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
           PERFORM 2000-LOAD-NATIONAL-HISTORY.
           PERFORM 2100-LOAD-STATE-HISTORY.
           PERFORM 2200-LOAD-REGION-HISTORY.
           PERFORM 3000-EVALUATE-ONE-RULE
               VARYING WS-RLI FROM 1 BY 1
                   UNTIL WS-RLI GREATER THAN WS-RLE-COUNT.
           PERFORM 2850-WRITE-ALERT-TRAILER.
           PERFORM 4000-PRINT-ALERT-SUMMARY.
           PERFORM 5000-REWRITE-ACTIVE-ALERTS.
           PERFORM 6000-CLOSE-FILES.
           IF  WS-NEW-ALERT-COUNT GREATER THAN ZERO OR
               WS-RULES-REJECTED GREATER THAN ZERO OR
               WS-NOT-EVAL-COUNT GREATER THAN ZERO
               MOVE 4                  TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
      *---------------------------------------------------------------*
           ACCEPT TODAYS-DATE FROM DATE.
           MOVE TD-YEAR                TO HL1-YEAR-OUT.
           MOVE TD-MONTH               TO HL1-MONTH-OUT.
           MOVE TD-DAY                 TO HL1-DAY-OUT.
           MOVE SPACE                  TO WS-RUN-DATE.
           STRING '20'                 DELIMITED SIZE
                  TD-YEAR              DELIMITED SIZE
                  TD-MONTH             DELIMITED SIZE
                  TD-DAY               DELIMITED SIZE
               INTO WS-RUN-DATE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 1100-LOAD-REGION-REFERENCE.
           PERFORM 1200-LOAD-ALERT-RULES.
           PERFORM 1300-LOAD-ACTIVE-ALERTS.
           OPEN OUTPUT ALERT-OUT-FILE.
           PERFORM 1400-WRITE-ALERT-HEADER.
      *---------------------------------------------------------------*
       1100-LOAD-REGION-REFERENCE.
      *---------------------------------------------------------------*
           MOVE ALL 'N'                TO WS-REGION-PRESENT-TABLE.
           OPEN INPUT REGION-REF-FILE.
           PERFORM 1150-LOAD-ONE-REF-RECORD
               UNTIL REF-EOF.
           CLOSE REGION-REF-FILE.
      *---------------------------------------------------------------*
       1150-LOAD-ONE-REF-RECORD.
      *---------------------------------------------------------------*
           READ REGION-REF-FILE
               AT END MOVE 'Y'         TO REF-EOF-SW
                      MOVE 'N'         TO REF-VALID-SW.
           IF  NOT REF-VALID-RECORD
               MOVE 'Y'                TO REF-EOF-SW.
           IF  NOT REF-EOF
               UNSTRING REF-RECORD DELIMITED BY ','
                   INTO WS-REF-STATE
                        WS-REF-REGION
                        WS-REF-DIVISION
                        WS-REF-NAME
               IF  WS-REF-REGION NUMERIC AND
                   WS-REF-REGION NOT LESS THAN '1' AND
                   WS-REF-REGION NOT GREATER THAN '4'
                   MOVE WS-REF-REGION  TO WS-REG
                   MOVE 'Y'            TO WS-RGP-PRESENT-SW(WS-REG)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       1200-LOAD-ALERT-RULES.
      *---------------------------------------------------------------*
           OPEN INPUT ALERT-RULE-FILE.
           PERFORM 1210-LOAD-ONE-RULE-RECORD
               UNTIL RULE-EOF.
           CLOSE ALERT-RULE-FILE.
           IF  WS-RLE-COUNT = ZERO
               DISPLAY 'CBLALRT: NO VALID RULES ON ALRTRULE - '
                       'RUN STOPPED'
               CLOSE PRINT-FILE
               MOVE 16                 TO RETURN-CODE
               GOBACK.
      *---------------------------------------------------------------*
       1210-LOAD-ONE-RULE-RECORD.
      *---------------------------------------------------------------*
           READ ALERT-RULE-FILE
               AT END MOVE 'Y'         TO RULE-EOF-SW
                      MOVE 'N'         TO RULE-VALID-SW.
           IF  NOT RULE-VALID-RECORD
               MOVE 'Y'                TO RULE-EOF-SW.
           IF  NOT RULE-EOF AND
               RULE-RECORD NOT = SPACE AND
               RULE-RECORD(1:1) NOT = '*'
               ADD  1                  TO WS-RULES-READ
               MOVE SPACE              TO WS-RULE-RAW-FIELDS
               UNSTRING RULE-RECORD DELIMITED BY ','
                   INTO WS-RUL-RAW-ID
                        WS-RUL-RAW-SCOPE
                        WS-RUL-RAW-METRIC
                        WS-RUL-RAW-COMPARE
                        WS-RUL-RAW-THRESHOLD
                        WS-RUL-RAW-SEVERITY
                        WS-RUL-RAW-DESC
               PERFORM 1240-EDIT-RULE-FIELDS
               IF  WS-RULE-ERROR = SPACE
                   PERFORM 1220-ADD-RULE-ENTRY
               ELSE
                   PERFORM 1230-PRINT-RULE-ERROR
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       1220-ADD-RULE-ENTRY.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-RLE-COUNT.
           SET  WS-RLI                 TO WS-RLE-COUNT.
           MOVE WS-RUL-RAW-ID          TO WS-RLE-ID(WS-RLI).
           MOVE WS-RUL-RAW-SCOPE       TO WS-RLE-SCOPE(WS-RLI).
           MOVE WS-RUL-RAW-METRIC      TO WS-RLE-METRIC(WS-RLI).
           MOVE WS-RUL-RAW-COMPARE     TO WS-RLE-COMPARE(WS-RLI).
           MOVE WS-THRESH-VALUE        TO WS-RLE-THRESHOLD(WS-RLI).
           MOVE WS-RUL-RAW-SEVERITY    TO WS-RLE-SEVERITY(WS-RLI).
           MOVE WS-RUL-RAW-DESC        TO WS-RLE-DESC(WS-RLI).
           MOVE 'Q'                    TO WS-RLE-STATUS(WS-RLI).
           MOVE ZERO                   TO WS-RLE-MEASURED(WS-RLI).
           MOVE SPACE                  TO WS-RLE-DATA-DATE(WS-RLI)
                                          WS-RLE-FIRST-RAISED(WS-RLI).
      *---------------------------------------------------------------*
       1230-PRINT-RULE-ERROR.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-RULES-REJECTED.
           MOVE WS-RULE-ERROR          TO RE-REASON.
           MOVE RULE-RECORD            TO RE-RULE-RECORD.
           MOVE RE-RULE-ERROR-LINE     TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       1240-EDIT-RULE-FIELDS.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-RULE-ERROR.
           PERFORM 1250-CHECK-REGION-SCOPE.
           PERFORM 1260-EDIT-THRESHOLD.
           EVALUATE TRUE
               WHEN WS-RUL-RAW-ID = SPACE
                   MOVE 'RULE ID MISSING'  TO WS-RULE-ERROR
               WHEN WS-RUL-RAW-SCOPE = SPACE
                   MOVE 'SCOPE MISSING'    TO WS-RULE-ERROR
               WHEN WS-REGION-CODE-BAD
                   MOVE 'REGION NOT R1-R4' TO WS-RULE-ERROR
               WHEN WS-REGION-NOT-IN-REF
                   MOVE 'REGION NOT IN REGNREF'
                                           TO WS-RULE-ERROR
               WHEN NOT WS-RUL-METRIC-VALID
                   MOVE 'METRIC NOT C/D/H/I/V'
                                           TO WS-RULE-ERROR
               WHEN NOT WS-RUL-COMPARE-VALID
                   MOVE 'COMPARISON NOT L/W/R'
                                           TO WS-RULE-ERROR
               WHEN WS-THRESH-BAD
                   MOVE 'THRESHOLD NOT NUMERIC'
                                           TO WS-RULE-ERROR
               WHEN WS-THRESH-VALUE = ZERO
                   MOVE 'THRESHOLD MUST BE ABOVE ZERO'
                                           TO WS-RULE-ERROR
               WHEN WS-RUL-RAW-COMPARE = 'R' AND
                    WS-THRESH-VALUE GREATER THAN 14
                   MOVE 'RISING DAYS OVER 14'
                                           TO WS-RULE-ERROR
               WHEN NOT WS-RUL-SEVERITY-VALID
                   MOVE 'SEVERITY NOT C/W/I'
                                           TO WS-RULE-ERROR
               WHEN WS-RLE-COUNT NOT LESS THAN 200
                   MOVE 'RULE TABLE FULL'  TO WS-RULE-ERROR
           END-EVALUATE.
      *---------------------------------------------------------------*
       1250-CHECK-REGION-SCOPE.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-REGION-SCOPE-SW.
           IF  WS-RUL-RAW-SCOPE(1:1) = 'R' AND
               WS-RUL-RAW-SCOPE(2:1) NUMERIC
               IF  WS-RUL-RAW-SCOPE(2:1) LESS THAN '1' OR
                   WS-RUL-RAW-SCOPE(2:1) GREATER THAN '4'
                   MOVE 'B'            TO WS-REGION-SCOPE-SW
               ELSE
                   MOVE WS-RUL-RAW-SCOPE(2:1) TO WS-REG
                   IF  WS-RGP-PRESENT-SW(WS-REG) = 'Y'
                       MOVE 'Y'        TO WS-REGION-SCOPE-SW
                   ELSE
                       MOVE 'M'        TO WS-REGION-SCOPE-SW
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       1260-EDIT-THRESHOLD.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-THRESH-VALUE.
           MOVE 'N'                    TO WS-THRESH-BAD-SW
                                          WS-THRESH-END-SW.
           PERFORM 1270-PARSE-THRESHOLD-DIGIT
               VARYING WS-THRESH-NDX FROM 1 BY 1
                   UNTIL WS-THRESH-NDX GREATER THAN 7.
           IF  WS-RUL-RAW-THRESHOLD = SPACE
               MOVE 'Y'                TO WS-THRESH-BAD-SW.
      *---------------------------------------------------------------*
       1270-PARSE-THRESHOLD-DIGIT.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-RUL-RAW-THRESHOLD(WS-THRESH-NDX:1) = SPACE
                   MOVE 'Y'            TO WS-THRESH-END-SW
               WHEN WS-THRESH-END
                   MOVE 'Y'            TO WS-THRESH-BAD-SW
               WHEN WS-RUL-RAW-THRESHOLD(WS-THRESH-NDX:1) NUMERIC
                   MOVE WS-RUL-RAW-THRESHOLD(WS-THRESH-NDX:1)
                                       TO WS-THRESH-DIGIT
                   COMPUTE WS-THRESH-VALUE =
                       (WS-THRESH-VALUE * 10) + WS-THRESH-DIGIT
               WHEN OTHER
                   MOVE 'Y'            TO WS-THRESH-BAD-SW
           END-EVALUATE.
      *---------------------------------------------------------------*
       1300-LOAD-ACTIVE-ALERTS.
      *---------------------------------------------------------------*
           OPEN INPUT ACTIVE-ALERT-FILE.
           PERFORM 1350-LOAD-ONE-ACTIVE-ALERT
               UNTIL ACT-EOF.
           CLOSE ACTIVE-ALERT-FILE.
      *---------------------------------------------------------------*
       1350-LOAD-ONE-ACTIVE-ALERT.
      *---------------------------------------------------------------*
           READ ACTIVE-ALERT-FILE
               AT END MOVE 'Y'         TO ACT-EOF-SW
                      MOVE 'N'         TO ACT-VALID-SW.
           IF  NOT ACT-VALID-RECORD
               MOVE 'Y'                TO ACT-EOF-SW.
           IF  NOT ACT-EOF AND
               WS-ACT-COUNT LESS THAN 200
               ADD  1                  TO WS-ACT-COUNT
               MOVE ACT-RULE-ID        TO WS-ACT-RULE-ID(WS-ACT-COUNT)
               MOVE ACT-SCOPE          TO WS-ACT-SCOPE(WS-ACT-COUNT)
               MOVE ACT-FIRST-RAISED   TO
                                     WS-ACT-FIRST-RAISED(WS-ACT-COUNT)
               MOVE 'N'                TO
                                     WS-ACT-MATCHED-SW(WS-ACT-COUNT).
      *---------------------------------------------------------------*
       1400-WRITE-ALERT-HEADER.
      *---------------------------------------------------------------*
           MOVE WS-RUN-DATE            TO WS-HDR-FEED-DATE.
           MOVE 'CBLALRT'              TO WS-HDR-SOURCE.
           MOVE ZERO                   TO WS-HDR-EXP-COUNT.
           MOVE SPACE                  TO ALERT-OUT-RECORD.
           MOVE WS-HDR-RECORD          TO ALERT-OUT-RECORD.
           WRITE ALERT-OUT-RECORD.
      *---------------------------------------------------------------*
       2000-LOAD-NATIONAL-HISTORY.
      *---------------------------------------------------------------*
           OPEN INPUT USA-HIST-FILE.
           PERFORM 8000-READ-USA-HIST-FILE.
           PERFORM 2050-POST-NATIONAL-DAY
               UNTIL USA-EOF.
           CLOSE USA-HIST-FILE.
      *---------------------------------------------------------------*
       2050-POST-NATIONAL-DAY.
      *---------------------------------------------------------------*
           MOVE 'US'                   TO WS-HST-SCOPE.
           MOVE WS-UHR-DATE            TO WS-HST-DATE.
           PERFORM 2500-POST-SCOPE-DAY.
           PERFORM 8000-READ-USA-HIST-FILE.
      *---------------------------------------------------------------*
       2100-LOAD-STATE-HISTORY.
      *---------------------------------------------------------------*
           OPEN INPUT STATE-HIST-FILE.
           PERFORM 8100-READ-STATE-HIST-FILE.
           PERFORM 2150-POST-STATE-DAY
               UNTIL STATE-EOF.
           CLOSE STATE-HIST-FILE.
      *---------------------------------------------------------------*
       2150-POST-STATE-DAY.
      *---------------------------------------------------------------*
           PERFORM 2500-POST-SCOPE-DAY.
           PERFORM 8100-READ-STATE-HIST-FILE.
      *---------------------------------------------------------------*
       2200-LOAD-REGION-HISTORY.
      *---------------------------------------------------------------*
           OPEN INPUT REGION-HIST-FILE.
           PERFORM 8200-READ-REGION-HIST-FILE.
           PERFORM 2250-POST-REGION-DAY
               UNTIL REGION-EOF.
           CLOSE REGION-HIST-FILE.
      *---------------------------------------------------------------*
       2250-POST-REGION-DAY.
      *---------------------------------------------------------------*
           PERFORM 2500-POST-SCOPE-DAY.
           PERFORM 8200-READ-REGION-HIST-FILE.
      *---------------------------------------------------------------*
       2500-POST-SCOPE-DAY.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-SCOPE-SKIP-SW.
           SET  WS-SCI TO 1.
           SEARCH WS-SCP-ENTRY
               AT END
                   IF  WS-SCP-COUNT < 70
                       ADD  1       TO WS-SCP-COUNT
                       SET  WS-SCI  TO WS-SCP-COUNT
                       MOVE WS-HST-SCOPE TO WS-SCP-SCOPE(WS-SCI)
                       MOVE ZERO    TO WS-SCP-DAY-COUNT(WS-SCI)
                   ELSE
                       MOVE 'Y'     TO WS-SCOPE-SKIP-SW
                       DISPLAY 'CBLALRT: SCOPE TABLE FULL - '
                               WS-HST-SCOPE ' NOT LOADED'
                   END-IF
               WHEN WS-SCP-SCOPE(WS-SCI) = WS-HST-SCOPE
                   CONTINUE
           END-SEARCH.
           IF  NOT WS-SCOPE-SKIP
               ADD  1                  TO WS-HIST-DAYS-LOADED
               MOVE WS-HST-DATE        TO WS-SCP-LAST-DATE(WS-SCI)
               IF  WS-SCP-DAY-COUNT(WS-SCI) LESS THAN 15
                   ADD  1              TO WS-SCP-DAY-COUNT(WS-SCI)
               ELSE
                   PERFORM 2550-SHIFT-SCOPE-DAY
                       VARYING WS-DAY FROM 1 BY 1
                           UNTIL WS-DAY GREATER THAN 14
               END-IF
               MOVE WS-SCP-DAY-COUNT(WS-SCI) TO WS-DAY
               MOVE WS-HST-CASE-NEW    TO WS-SCP-VALUE(WS-SCI WS-DAY 1)
               MOVE WS-HST-DEATH-NEW   TO WS-SCP-VALUE(WS-SCI WS-DAY 2)
               MOVE WS-HST-HOSPITAL-CURR
                                       TO WS-SCP-VALUE(WS-SCI WS-DAY 3)
               MOVE WS-HST-ICU-CURR    TO WS-SCP-VALUE(WS-SCI WS-DAY 4)
               MOVE WS-HST-VENT-CURR   TO WS-SCP-VALUE(WS-SCI WS-DAY 5)
           END-IF.
      *---------------------------------------------------------------*
       2550-SHIFT-SCOPE-DAY.
      *---------------------------------------------------------------*
           COMPUTE WS-DAY-NEXT = WS-DAY + 1.
           MOVE WS-SCP-DAY(WS-SCI WS-DAY-NEXT)
                                       TO WS-SCP-DAY(WS-SCI WS-DAY).
      *---------------------------------------------------------------*
       2800-WRITE-ALERT-RECORD.
      *---------------------------------------------------------------*
           MOVE WS-RLE-MEASURED(WS-RLI) TO WS-OUT-MEASURED.
           MOVE SPACE                  TO ALERT-OUT-RECORD.
           STRING WS-RLE-ID(WS-RLI)        DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-RLE-SCOPE(WS-RLI)     DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-RLE-METRIC(WS-RLI)    DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-RLE-COMPARE(WS-RLI)   DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-RLE-THRESHOLD(WS-RLI) DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-OUT-MEASURED          DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-RLE-SEVERITY(WS-RLI)  DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-RLE-DATA-DATE(WS-RLI) DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-RLE-FIRST-RAISED(WS-RLI) DELIMITED SIZE
                  ','                      DELIMITED SIZE
                  WS-RLE-DESC(WS-RLI)      DELIMITED SIZE
               INTO ALERT-OUT-RECORD.
           WRITE ALERT-OUT-RECORD.
           ADD  1                      TO WS-OUT-REC-COUNT.
           ADD  WS-RLE-THRESHOLD(WS-RLI) TO WS-OUT-HASH-THRESHOLD.
           ADD  WS-OUT-MEASURED        TO WS-OUT-HASH-MEASURED.
      *---------------------------------------------------------------*
       2850-WRITE-ALERT-TRAILER.
      *---------------------------------------------------------------*
           MOVE WS-OUT-REC-COUNT       TO WS-TRL-REC-COUNT.
           MOVE WS-OUT-HASH-THRESHOLD  TO WS-TRL-HASH-THRESHOLD.
           MOVE WS-OUT-HASH-MEASURED   TO WS-TRL-HASH-MEASURED.
           MOVE SPACE                  TO ALERT-OUT-RECORD.
           MOVE WS-TRL-RECORD          TO ALERT-OUT-RECORD.
           WRITE ALERT-OUT-RECORD.
      *---------------------------------------------------------------*
       3000-EVALUATE-ONE-RULE.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-SCOPE-FOUND-SW.
           SET  WS-SCI TO 1.
           SEARCH WS-SCP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SCI GREATER THAN WS-SCP-COUNT
                   CONTINUE
               WHEN WS-SCP-SCOPE(WS-SCI) = WS-RLE-SCOPE(WS-RLI)
                   MOVE 'Y'            TO WS-SCOPE-FOUND-SW
           END-SEARCH.
           IF  NOT WS-SCOPE-FOUND
               MOVE 'X'                TO WS-RLE-STATUS(WS-RLI)
               ADD  1                  TO WS-NOT-EVAL-COUNT
           ELSE
               MOVE WS-SCP-LAST-DATE(WS-SCI) TO
                                       WS-RLE-DATA-DATE(WS-RLI)
               MOVE WS-SCP-DAY-COUNT(WS-SCI) TO WS-LAST
               PERFORM 3050-SET-METRIC-INDEX
               EVALUATE TRUE
                   WHEN WS-RLE-LEVEL(WS-RLI)
                       PERFORM 3100-MEASURE-LEVEL
                   WHEN WS-RLE-WEEK-CHANGE(WS-RLI)
                       PERFORM 3200-MEASURE-WEEK-CHANGE
                   WHEN OTHER
                       PERFORM 3300-MEASURE-DAYS-RISING
               END-EVALUATE
               IF  WS-RLE-SHORT-HISTORY(WS-RLI)
                   ADD  1              TO WS-NOT-EVAL-COUNT
               ELSE
                   IF  WS-RLE-MEASURED(WS-RLI) NOT LESS THAN
                       WS-RLE-THRESHOLD(WS-RLI)
                       PERFORM 3400-RAISE-OR-SUPPRESS
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3050-SET-METRIC-INDEX.
      *---------------------------------------------------------------*
           EVALUATE WS-RLE-METRIC(WS-RLI)
               WHEN 'C'
                   MOVE 1              TO WS-MET
               WHEN 'D'
                   MOVE 2              TO WS-MET
               WHEN 'H'
                   MOVE 3              TO WS-MET
               WHEN 'I'
                   MOVE 4              TO WS-MET
               WHEN OTHER
                   MOVE 5              TO WS-MET
           END-EVALUATE.
      *---------------------------------------------------------------*
       3100-MEASURE-LEVEL.
      *---------------------------------------------------------------*
           IF  WS-RLE-FLOW-METRIC(WS-RLI)
               IF  WS-LAST LESS THAN 7
                   MOVE 1              TO WS-DAY-FROM
               ELSE
                   COMPUTE WS-DAY-FROM = WS-LAST - 6
               END-IF
               MOVE WS-LAST            TO WS-DAY-TO
               PERFORM 3150-SUM-DAY-RANGE
               COMPUTE WS-RLE-MEASURED(WS-RLI) ROUNDED =
                   WS-DAY-SUM / (WS-DAY-TO - WS-DAY-FROM + 1)
           ELSE
               MOVE WS-SCP-VALUE(WS-SCI WS-LAST WS-MET)
                                       TO WS-RLE-MEASURED(WS-RLI).
      *---------------------------------------------------------------*
       3150-SUM-DAY-RANGE.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-DAY-SUM.
           PERFORM 3160-ADD-ONE-DAY
               VARYING WS-DAY FROM WS-DAY-FROM BY 1
                   UNTIL WS-DAY GREATER THAN WS-DAY-TO.
      *---------------------------------------------------------------*
       3160-ADD-ONE-DAY.
      *---------------------------------------------------------------*
           ADD  WS-SCP-VALUE(WS-SCI WS-DAY WS-MET) TO WS-DAY-SUM.
      *---------------------------------------------------------------*
       3200-MEASURE-WEEK-CHANGE.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-CUR-AMOUNT
                                          WS-PRIOR-AMOUNT.
           IF  WS-RLE-FLOW-METRIC(WS-RLI)
               IF  WS-LAST LESS THAN 14
                   MOVE 'S'            TO WS-RLE-STATUS(WS-RLI)
               ELSE
                   COMPUTE WS-DAY-FROM = WS-LAST - 6
                   MOVE WS-LAST        TO WS-DAY-TO
                   PERFORM 3150-SUM-DAY-RANGE
                   MOVE WS-DAY-SUM     TO WS-CUR-AMOUNT
                   COMPUTE WS-DAY-FROM = WS-LAST - 13
                   COMPUTE WS-DAY-TO   = WS-LAST - 7
                   PERFORM 3150-SUM-DAY-RANGE
                   MOVE WS-DAY-SUM     TO WS-PRIOR-AMOUNT
               END-IF
           ELSE
               IF  WS-LAST LESS THAN 8
                   MOVE 'S'            TO WS-RLE-STATUS(WS-RLI)
               ELSE
                   COMPUTE WS-DAY-PRIOR = WS-LAST - 7
                   MOVE WS-SCP-VALUE(WS-SCI WS-LAST WS-MET)
                                       TO WS-CUR-AMOUNT
                   MOVE WS-SCP-VALUE(WS-SCI WS-DAY-PRIOR WS-MET)
                                       TO WS-PRIOR-AMOUNT
               END-IF
           END-IF.
           IF  WS-PRIOR-AMOUNT GREATER THAN ZERO
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   ((WS-CUR-AMOUNT - WS-PRIOR-AMOUNT) * 100)
                   / WS-PRIOR-AMOUNT
               IF  WS-CHANGE-PCT GREATER THAN 9999999
                   MOVE 9999999        TO WS-CHANGE-PCT
               END-IF
               IF  WS-CHANGE-PCT LESS THAN -9999999
                   MOVE -9999999       TO WS-CHANGE-PCT
               END-IF
               MOVE WS-CHANGE-PCT      TO WS-RLE-MEASURED(WS-RLI)
           ELSE
               MOVE ZERO               TO WS-RLE-MEASURED(WS-RLI).
      *---------------------------------------------------------------*
       3300-MEASURE-DAYS-RISING.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-RISING-DAYS.
           MOVE 'N'                    TO WS-RISE-STOP-SW.
           IF  WS-LAST NOT GREATER THAN WS-RLE-THRESHOLD(WS-RLI)
               MOVE 'S'                TO WS-RLE-STATUS(WS-RLI)
           ELSE
               PERFORM 3350-CHECK-ONE-DAY-RISE
                   VARYING WS-DAY FROM WS-LAST BY -1
                       UNTIL WS-DAY LESS THAN 2 OR WS-RISE-STOPPED.
           MOVE WS-RISING-DAYS         TO WS-RLE-MEASURED(WS-RLI).
      *---------------------------------------------------------------*
       3350-CHECK-ONE-DAY-RISE.
      *---------------------------------------------------------------*
           COMPUTE WS-DAY-PRIOR = WS-DAY - 1.
           IF  WS-SCP-VALUE(WS-SCI WS-DAY WS-MET) GREATER THAN
               WS-SCP-VALUE(WS-SCI WS-DAY-PRIOR WS-MET)
               ADD  1                  TO WS-RISING-DAYS
           ELSE
               MOVE 'Y'                TO WS-RISE-STOP-SW.
      *---------------------------------------------------------------*
       3400-RAISE-OR-SUPPRESS.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-ACTIVE-FOUND-SW.
           SET  WS-ACI TO 1.
           SEARCH WS-ACT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ACI GREATER THAN WS-ACT-COUNT
                   CONTINUE
               WHEN WS-ACT-RULE-ID(WS-ACI) = WS-RLE-ID(WS-RLI) AND
                    WS-ACT-SCOPE(WS-ACI)   = WS-RLE-SCOPE(WS-RLI)
                   MOVE 'Y'            TO WS-ACTIVE-FOUND-SW
                   MOVE 'Y'            TO WS-ACT-MATCHED-SW(WS-ACI)
           END-SEARCH.
           IF  WS-ACTIVE-FOUND
               MOVE 'A'                TO WS-RLE-STATUS(WS-RLI)
               MOVE WS-ACT-FIRST-RAISED(WS-ACI) TO
                                       WS-RLE-FIRST-RAISED(WS-RLI)
               ADD  1                  TO WS-SUPPRESSED-COUNT
           ELSE
               MOVE 'N'                TO WS-RLE-STATUS(WS-RLI)
               MOVE WS-RUN-DATE        TO WS-RLE-FIRST-RAISED(WS-RLI)
               ADD  1                  TO WS-NEW-ALERT-COUNT
               PERFORM 2800-WRITE-ALERT-RECORD.
      *---------------------------------------------------------------*
       4000-PRINT-ALERT-SUMMARY.
      *---------------------------------------------------------------*
           MOVE CH-ALERT-HEADING       TO COLUMN-HEADING-LINE.
           MOVE 999                    TO LINE-COUNT.
           PERFORM 4100-PRINT-ONE-ALERT
               VARYING WS-RLI FROM 1 BY 1
                   UNTIL WS-RLI GREATER THAN WS-RLE-COUNT.
           MOVE SPACE                  TO COLUMN-HEADING-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 4200-PRINT-ONE-CLEARED
               VARYING WS-ACI FROM 1 BY 1
                   UNTIL WS-ACI GREATER THAN WS-ACT-COUNT.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 4300-PRINT-ONE-NOT-EVALUATED
               VARYING WS-RLI FROM 1 BY 1
                   UNTIL WS-RLI GREATER THAN WS-RLE-COUNT.
           PERFORM 4500-PRINT-ALERT-COUNTS.
      *---------------------------------------------------------------*
       4100-PRINT-ONE-ALERT.
      *---------------------------------------------------------------*
           IF  WS-RLE-TRIGGERED(WS-RLI)
               PERFORM 4150-FORMAT-ALERT-LINE
               MOVE AL-ALERT-LINE      TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4150-FORMAT-ALERT-LINE.
      *---------------------------------------------------------------*
           EVALUATE WS-RLE-SEVERITY(WS-RLI)
               WHEN 'C'
                   MOVE 'CRITICAL'     TO AL-SEVERITY
               WHEN 'W'
                   MOVE 'WARNING'      TO AL-SEVERITY
               WHEN OTHER
                   MOVE 'INFO'         TO AL-SEVERITY
           END-EVALUATE.
           EVALUATE WS-RLE-METRIC(WS-RLI)
               WHEN 'C'
                   MOVE 'NEW CASES'    TO AL-METRIC
               WHEN 'D'
                   MOVE 'NEW DEATHS'   TO AL-METRIC
               WHEN 'H'
                   MOVE 'HOSPITAL'     TO AL-METRIC
               WHEN 'I'
                   MOVE 'ICU'          TO AL-METRIC
               WHEN OTHER
                   MOVE 'VENT'         TO AL-METRIC
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-RLE-LEVEL(WS-RLI)
                   MOVE 'LEVEL'        TO AL-COMPARE
               WHEN WS-RLE-WEEK-CHANGE(WS-RLI)
                   MOVE 'WK/WK %'      TO AL-COMPARE
               WHEN OTHER
                   MOVE 'DAYS UP'      TO AL-COMPARE
           END-EVALUATE.
           MOVE WS-RLE-ID(WS-RLI)      TO AL-RULE-ID.
           MOVE WS-RLE-SCOPE(WS-RLI)   TO AL-SCOPE.
           MOVE WS-RLE-MEASURED(WS-RLI) TO AL-VALUE.
           MOVE WS-RLE-THRESHOLD(WS-RLI) TO AL-THRESHOLD.
           MOVE WS-RLE-DATA-DATE(WS-RLI)(5:2) TO AL-MONTH.
           MOVE WS-RLE-DATA-DATE(WS-RLI)(7:2) TO AL-DAY.
           MOVE WS-RLE-DATA-DATE(WS-RLI)(1:4) TO AL-YEAR.
           MOVE WS-RLE-DESC(WS-RLI)    TO AL-DESCRIPTION.
           IF  WS-RLE-NEW-ALERT(WS-RLI)
               MOVE 'NEW - SENT'       TO AL-STATUS
           ELSE
               MOVE SPACE              TO AL-STATUS
               STRING 'ACTIVE SINCE '  DELIMITED SIZE
                      WS-RLE-FIRST-RAISED(WS-RLI)(5:2)
                                       DELIMITED SIZE
                      '/'              DELIMITED SIZE
                      WS-RLE-FIRST-RAISED(WS-RLI)(7:2)
                                       DELIMITED SIZE
                      '/'              DELIMITED SIZE
                      WS-RLE-FIRST-RAISED(WS-RLI)(1:4)
                                       DELIMITED SIZE
                   INTO AL-STATUS.
      *---------------------------------------------------------------*
       4200-PRINT-ONE-CLEARED.
      *---------------------------------------------------------------*
           IF  NOT WS-ACT-MATCHED(WS-ACI)
               ADD  1                  TO WS-CLEARED-COUNT
               MOVE WS-ACT-RULE-ID(WS-ACI) TO CL-RULE-ID
               MOVE WS-ACT-SCOPE(WS-ACI)   TO CL-SCOPE
               MOVE WS-ACT-FIRST-RAISED(WS-ACI)(5:2) TO CL-MONTH
               MOVE WS-ACT-FIRST-RAISED(WS-ACI)(7:2) TO CL-DAY
               MOVE WS-ACT-FIRST-RAISED(WS-ACI)(1:4) TO CL-YEAR
               MOVE CL-CLEARED-LINE    TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4300-PRINT-ONE-NOT-EVALUATED.
      *---------------------------------------------------------------*
           IF  WS-RLE-NO-DATA(WS-RLI) OR
               WS-RLE-SHORT-HISTORY(WS-RLI)
               MOVE WS-RLE-ID(WS-RLI)  TO ND-RULE-ID
               MOVE WS-RLE-SCOPE(WS-RLI) TO ND-SCOPE
               IF  WS-RLE-NO-DATA(WS-RLI)
                   MOVE 'NO HISTORY FOR SCOPE' TO ND-REASON
               ELSE
                   MOVE 'NOT ENOUGH DAYS OF HISTORY'
                                       TO ND-REASON
               END-IF
               MOVE ND-NO-DATA-LINE    TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4500-PRINT-ALERT-COUNTS.
      *---------------------------------------------------------------*
           MOVE 2                      TO LINE-SPACEING.
           MOVE 'RULES READ:'          TO SU-COUNT-LABEL.
           MOVE WS-RULES-READ          TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'RULES REJECTED:'      TO SU-COUNT-LABEL.
           MOVE WS-RULES-REJECTED      TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'RULES NOT EVALUATED:' TO SU-COUNT-LABEL.
           MOVE WS-NOT-EVAL-COUNT      TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'NEW ALERTS SENT:'     TO SU-COUNT-LABEL.
           MOVE WS-NEW-ALERT-COUNT     TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STILL ACTIVE (SUPPRESSED):' TO SU-COUNT-LABEL.
           MOVE WS-SUPPRESSED-COUNT    TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'ALERTS CLEARED:'      TO SU-COUNT-LABEL.
           MOVE WS-CLEARED-COUNT       TO SU-COUNT-VALUE.
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       5000-REWRITE-ACTIVE-ALERTS.
      *---------------------------------------------------------------*
           OPEN OUTPUT ACTIVE-ALERT-FILE.
           PERFORM 5100-WRITE-ONE-ACTIVE-ALERT
               VARYING WS-RLI FROM 1 BY 1
                   UNTIL WS-RLI GREATER THAN WS-RLE-COUNT.
           CLOSE ACTIVE-ALERT-FILE.
      *---------------------------------------------------------------*
       5100-WRITE-ONE-ACTIVE-ALERT.
      *---------------------------------------------------------------*
           IF  WS-RLE-TRIGGERED(WS-RLI)
               MOVE SPACE              TO ACTIVE-ALERT-RECORD
               MOVE WS-RLE-ID(WS-RLI)  TO ACT-RULE-ID
               MOVE WS-RLE-SCOPE(WS-RLI) TO ACT-SCOPE
               MOVE WS-RLE-FIRST-RAISED(WS-RLI) TO ACT-FIRST-RAISED
               MOVE WS-RUN-DATE        TO ACT-LAST-RAISED
               MOVE WS-RLE-SEVERITY(WS-RLI) TO ACT-SEVERITY
               WRITE ACTIVE-ALERT-RECORD.
      *---------------------------------------------------------------*
       6000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE ALERT-OUT-FILE
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
           MOVE WS-UHR-RAW-CASE-NEW    TO WS-RAW-EDIT-COPY.
           PERFORM 8060-EDIT-RAW-FIELD.
           MOVE WS-RAW-EDIT-NUM        TO WS-HST-CASE-NEW.
           MOVE WS-UHR-RAW-DEATH-NEW   TO WS-RAW-EDIT-COPY.
           PERFORM 8060-EDIT-RAW-FIELD.
           MOVE WS-RAW-EDIT-NUM        TO WS-HST-DEATH-NEW.
           MOVE WS-UHR-RAW-HOSPITAL-CURR TO WS-RAW-EDIT-COPY.
           PERFORM 8060-EDIT-RAW-FIELD.
           MOVE WS-RAW-EDIT-NUM        TO WS-HST-HOSPITAL-CURR.
           MOVE WS-UHR-RAW-ICU-CURR    TO WS-RAW-EDIT-COPY.
           PERFORM 8060-EDIT-RAW-FIELD.
           MOVE WS-RAW-EDIT-NUM        TO WS-HST-ICU-CURR.
           MOVE WS-UHR-RAW-VENT-CURR   TO WS-RAW-EDIT-COPY.
           PERFORM 8060-EDIT-RAW-FIELD.
           MOVE WS-RAW-EDIT-NUM        TO WS-HST-VENT-CURR.
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
               INTO  WS-HST-SCOPE
                     WS-HST-DATE
                     WS-HST-CASE-POSITIVE
                     WS-HST-CASE-NEGATIVE
                     WS-HST-CASE-PENDING
                     WS-HST-CASE-NEW
                     WS-HST-HOSPITAL-CURR
                     WS-HST-HOSPITAL-TOT
                     WS-HST-ICU-CURR
                     WS-HST-ICU-TOT
                     WS-HST-VENT-CURR
                     WS-HST-VENT-TOT
                     WS-HST-RECOVERED
                     WS-HST-DEATH
                     WS-HST-DEATH-NEW
                     WS-HST-PERCENT
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
       8200-READ-REGION-HIST-FILE.
      *---------------------------------------------------------------*
           PERFORM 8210-READ-REGION-RAW-RECORD.
           PERFORM 8210-READ-REGION-RAW-RECORD
               UNTIL REGION-EOF
                  OR (RGH-RECORD(1:3) NOT = 'HDR' AND
                      RGH-RECORD(1:3) NOT = 'TRL').
           IF REGION-VALID-RECORD
               UNSTRING RGH-RECORD DELIMITED BY ','
               INTO  WS-HST-SCOPE
                     WS-HST-DATE
                     WS-HST-CASE-POSITIVE
                     WS-HST-CASE-NEGATIVE
                     WS-HST-CASE-PENDING
                     WS-HST-CASE-NEW
                     WS-HST-HOSPITAL-CURR
                     WS-HST-HOSPITAL-TOT
                     WS-HST-ICU-CURR
                     WS-HST-ICU-TOT
                     WS-HST-VENT-CURR
                     WS-HST-VENT-TOT
                     WS-HST-RECOVERED
                     WS-HST-DEATH
                     WS-HST-DEATH-NEW
                     WS-HST-PERCENT
           ELSE
               MOVE 'Y' TO REGION-EOF-SW.
      *---------------------------------------------------------------*
       8210-READ-REGION-RAW-RECORD.
      *---------------------------------------------------------------*
           READ REGION-HIST-FILE
               AT END MOVE 'Y' TO REGION-EOF-SW
                      MOVE 'N' TO REGION-VALID-SW.
           IF  NOT REGION-VALID-RECORD
               MOVE 'Y' TO REGION-EOF-SW.
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
