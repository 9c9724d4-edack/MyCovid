       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLREFC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATE-POP-FILE  ASSIGN TO STATPOP.
           SELECT REGION-REF-FILE ASSIGN TO REGNREF.
           SELECT OPERATOR-FILE   ASSIGN TO OPERMST.
           SELECT STATE-HIST-FILE ASSIGN TO STATEHIST.
           SELECT VAX-HIST-FILE   ASSIGN TO VAXHIST.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
       FD  STATE-POP-FILE
               RECORDING MODE IS F.
       01  POP-RECORD                PIC X(30).
      *---------------------------------------------------------------*
       FD  REGION-REF-FILE
               RECORDING MODE IS F.
       01  REF-RECORD                PIC X(40).
      *---------------------------------------------------------------*
       FD  OPERATOR-FILE
               RECORDING MODE IS F.
       01  OPR-RECORD                PIC X(60).
      *---------------------------------------------------------------*
       FD  STATE-HIST-FILE
               RECORDING MODE IS F.
       01  SHR-RECORD                PIC X(140).
      *---------------------------------------------------------------*
       FD  VAX-HIST-FILE
               RECORDING MODE IS F.
       01  VHR-RECORD                PIC X(60).
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
                   'REFERENCE DATA CONSISTENCY REPORT'.
               10  FILLER             PIC X(20) VALUE SPACE.
               10  FILLER             PIC X(04) VALUE SPACE.
               10  FILLER             PIC X(05) VALUE 'PAGE:'.
               10  HL1-PAGE-NUM       PIC ZZZZ9.
               10  FILLER             PIC X(17) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SH-SECTION-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  SH-SECTION-TITLE   PIC X(40) VALUE SPACE.
               10  FILLER             PIC X(91) VALUE SPACE.
      *---------------------------------------------------------------*
           05  CH-FINDING-HEADING.
               10  FILLER             PIC X(10) VALUE ' FILE'.
               10  FILLER             PIC X(10) VALUE 'KEY'.
               10  FILLER             PIC X(07) VALUE '   ROW'.
               10  FILLER             PIC X(10) VALUE 'SEVERITY'.
               10  FILLER             PIC X(50) VALUE 'FINDING'.
               10  FILLER             PIC X(45) VALUE SPACE.
      *---------------------------------------------------------------*
           05  FD-FINDING-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  FD-FILE            PIC X(09).
               10  FD-KEY             PIC X(10).
               10  FD-ROW             PIC Z(05).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  FD-SEVERITY        PIC X(10).
               10  FD-FINDING         PIC X(60).
               10  FILLER             PIC X(35) VALUE SPACE.
      *---------------------------------------------------------------*
           05  FD-NONE-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  FILLER             PIC X(20) VALUE 'NONE FOUND'.
               10  FILLER             PIC X(111) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SU-COUNT-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  SU-COUNT-LABEL     PIC X(29) VALUE SPACE.
               10  SU-COUNT-VALUE     PIC ZZZ,ZZ9.
               10  FILLER             PIC X(95) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-STATE-TABLE.
      *---------------------------------------------------------------*
           05  WS-STE-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-STE-ENTRY           OCCURS 100 TIMES
                                      INDEXED BY WS-STX.
               10  WS-STE-STATE       PIC X(02).
               10  WS-STE-POP-ROWS    PIC 9(03).
               10  WS-STE-POP-FIRST   PIC 9(05).
               10  WS-STE-REF-ROWS    PIC 9(03).
               10  WS-STE-REF-FIRST   PIC 9(05).
               10  WS-STE-HIST-ROWS   PIC 9(07).
               10  WS-STE-VAX-ROWS    PIC 9(07).
      *---------------------------------------------------------------*
       01  WS-OPERATOR-TABLE.
      *---------------------------------------------------------------*
           05  WS-OPT-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-OPT-ENTRY           OCCURS 300 TIMES
                                      INDEXED BY WS-OPX.
               10  WS-OPT-ID          PIC X(08).
               10  WS-OPT-ROWS        PIC 9(03).
               10  WS-OPT-FIRST       PIC 9(05).
               10  WS-OPT-ACTIVE      PIC X(01).
               10  WS-OPT-EXPIRY      PIC X(08).
      *---------------------------------------------------------------*
       01  WS-EDIT-FIELDS.
      *---------------------------------------------------------------*
           05  WS-CHK-DATE.
               10  WS-CHK-CCYY        PIC X(04).
               10  WS-CHK-MM          PIC X(02).
               10  WS-CHK-DD          PIC X(02).
           05  WS-CHK-STATE           PIC X(02)   VALUE SPACE.
           05  WS-CHK-VALID-SW        PIC X(01)   VALUE 'N'.
               88  WS-CHK-VALID                   VALUE 'Y'.
           05  WS-ROW-REASON          PIC X(40)   VALUE SPACE.
           05  WS-POP-RAW-STATE       PIC X(02)   VALUE SPACE.
           05  WS-POP-RAW-DATE        PIC X(08)   VALUE SPACE.
           05  WS-POP-RAW-VALUE       PIC X(09)   VALUE SPACE.
           05  WS-REF-RAW-STATE       PIC X(02)   VALUE SPACE.
           05  WS-REF-RAW-REGION      PIC X(01)   VALUE SPACE.
           05  WS-REF-RAW-DIVISION    PIC X(01)   VALUE SPACE.
           05  WS-REF-RAW-NAME        PIC X(18)   VALUE SPACE.
           05  WS-OPR-RAW-ID          PIC X(08)   VALUE SPACE.
           05  WS-OPR-RAW-ACTIVE      PIC X(01)   VALUE SPACE.
           05  WS-OPR-RAW-PROGRAMS    PIC X(24)   VALUE SPACE.
           05  WS-OPR-RAW-SLOTS       REDEFINES WS-OPR-RAW-PROGRAMS.
               10  WS-OPR-RAW-SLOT    OCCURS 3 TIMES
                                      PIC X(08).
           05  WS-OPR-SLOT            PIC 9(01)   VALUE ZERO.
           05  WS-OPR-SLOT-SW         PIC X(01)   VALUE 'Y'.
               88  WS-OPR-SLOTS-VALID             VALUE 'Y'.
           05  WS-OPR-RAW-MAX-CHG     PIC X(07)   VALUE SPACE.
           05  WS-OPR-RAW-EXPIRY      PIC X(08)   VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-WORK-FIELDS.
      *---------------------------------------------------------------*
           05  WS-TODAY-DATE          PIC X(08)   VALUE SPACE.
           05  WS-DATA-STATE          PIC X(02)   VALUE SPACE.
           05  WS-ROW-NUMBER          PIC 9(05)   VALUE ZERO.
           05  WS-SECTION-FINDINGS    PIC 9(05)   VALUE ZERO.
           05  WS-STE-FOUND-SW        PIC X(01)   VALUE 'N'.
               88  WS-STE-FOUND                   VALUE 'Y'.
           05  WS-OPT-FOUND-SW        PIC X(01)   VALUE 'N'.
               88  WS-OPT-FOUND                   VALUE 'Y'.
           05  WS-TABLE-FULL-SW       PIC X(01)   VALUE 'N'.
               88  WS-TABLE-FULL                  VALUE 'Y'.
           05  TODAYS-DATE.
               10  TD-YEAR            PIC 99.
               10  TD-MONTH           PIC 99.
               10  TD-DAY             PIC 99.
           05  POP-EOF-SW             PIC X(01)   VALUE 'N'.
               88  POP-EOF                        VALUE 'Y'.
           05  POP-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  POP-VALID-RECORD               VALUE 'Y'.
           05  REF-EOF-SW             PIC X(01)   VALUE 'N'.
               88  REF-EOF                        VALUE 'Y'.
           05  REF-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  REF-VALID-RECORD               VALUE 'Y'.
           05  OPR-EOF-SW             PIC X(01)   VALUE 'N'.
               88  OPR-EOF                        VALUE 'Y'.
           05  OPR-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  OPR-VALID-RECORD               VALUE 'Y'.
           05  HIST-EOF-SW            PIC X(01)   VALUE 'N'.
               88  HIST-EOF                       VALUE 'Y'.
           05  HIST-VALID-SW          PIC X(01)   VALUE 'Y'.
               88  HIST-VALID-RECORD              VALUE 'Y'.
           05  VAX-EOF-SW             PIC X(01)   VALUE 'N'.
               88  VAX-EOF                        VALUE 'Y'.
           05  VAX-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  VAX-VALID-RECORD               VALUE 'Y'.
      *---------------------------------------------------------------*
           05  WS-POP-READ-COUNT      PIC 9(05)   VALUE ZERO.
           05  WS-REF-READ-COUNT      PIC 9(05)   VALUE ZERO.
           05  WS-OPR-READ-COUNT      PIC 9(05)   VALUE ZERO.
           05  WS-HIST-READ-COUNT     PIC 9(07)   VALUE ZERO.
           05  WS-VAX-READ-COUNT      PIC 9(07)   VALUE ZERO.
           05  WS-DATA-STATE-COUNT    PIC 9(05)   VALUE ZERO.
           05  WS-ERROR-COUNT         PIC 9(05)   VALUE ZERO.
           05  WS-WARNING-COUNT       PIC 9(05)   VALUE ZERO.
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
           MOVE 'REFERENCE ROW EDITS'  TO SH-SECTION-TITLE.
           PERFORM 7200-START-SECTION.
           PERFORM 2000-LOAD-STATE-POP-FILE.
           PERFORM 2200-LOAD-REGION-REF-FILE.
           PERFORM 2400-LOAD-OPERATOR-FILE.
           PERFORM 7300-END-SECTION.
           PERFORM 3000-SCAN-STATE-HIST-FILE.
           PERFORM 3200-SCAN-VAX-HIST-FILE.
           IF  WS-TABLE-FULL
               DISPLAY 'CBLREFC: STATE OR OPERATOR TABLE FULL'
                       ' - RUN STOPPED'
               CLOSE PRINT-FILE
               MOVE 16                 TO RETURN-CODE
               GOBACK.
           MOVE 'DUPLICATE KEYS'       TO SH-SECTION-TITLE.
           PERFORM 7200-START-SECTION.
           PERFORM 4000-CHECK-STATE-DUPLICATES
               VARYING WS-STX FROM 1 BY 1
                   UNTIL WS-STX GREATER THAN WS-STE-COUNT.
           PERFORM 4100-CHECK-OPER-DUPLICATES
               VARYING WS-OPX FROM 1 BY 1
                   UNTIL WS-OPX GREATER THAN WS-OPT-COUNT.
           PERFORM 7300-END-SECTION.
           MOVE 'STATES WITH DATA BUT NO REFERENCE ROW'
                                       TO SH-SECTION-TITLE.
           PERFORM 7200-START-SECTION.
           PERFORM 4200-CHECK-DATA-WITHOUT-REF
               VARYING WS-STX FROM 1 BY 1
                   UNTIL WS-STX GREATER THAN WS-STE-COUNT.
           PERFORM 7300-END-SECTION.
           MOVE 'REFERENCE ROWS WITH NO DATA'
                                       TO SH-SECTION-TITLE.
           PERFORM 7200-START-SECTION.
           PERFORM 4300-CHECK-REF-WITHOUT-DATA
               VARYING WS-STX FROM 1 BY 1
                   UNTIL WS-STX GREATER THAN WS-STE-COUNT.
           PERFORM 7300-END-SECTION.
           MOVE 'OPERATORS WITH EXPIRED AUTHORITY'
                                       TO SH-SECTION-TITLE.
           PERFORM 7200-START-SECTION.
           PERFORM 4400-CHECK-OPER-EXPIRY
               VARYING WS-OPX FROM 1 BY 1
                   UNTIL WS-OPX GREATER THAN WS-OPT-COUNT.
           PERFORM 7300-END-SECTION.
           PERFORM 7000-PRINT-CONTROL-TOTALS.
           CLOSE PRINT-FILE.
           DISPLAY 'CBLREFC: ' WS-ERROR-COUNT ' ERRORS, '
                   WS-WARNING-COUNT ' WARNINGS'.
           IF  WS-ERROR-COUNT GREATER THAN ZERO
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF  WS-WARNING-COUNT GREATER THAN ZERO
               MOVE 4                  TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
      *---------------------------------------------------------------*
           ACCEPT TODAYS-DATE FROM DATE.
           MOVE TD-YEAR                TO HL1-YEAR-OUT.
           MOVE TD-MONTH               TO HL1-MONTH-OUT.
           MOVE TD-DAY                 TO HL1-DAY-OUT.
           STRING '20'                 DELIMITED SIZE
                  TODAYS-DATE          DELIMITED SIZE
               INTO WS-TODAY-DATE.
           OPEN OUTPUT PRINT-FILE.
      *---------------------------------------------------------------*
       2000-LOAD-STATE-POP-FILE.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-ROW-NUMBER.
           OPEN INPUT STATE-POP-FILE.
           PERFORM 8100-READ-STATE-POP-FILE.
           PERFORM 2100-EDIT-POP-ROW
               UNTIL POP-EOF.
           CLOSE STATE-POP-FILE.
      *---------------------------------------------------------------*
       2100-EDIT-POP-ROW.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-POP-READ-COUNT
                                          WS-ROW-NUMBER.
           MOVE SPACE                  TO WS-POP-RAW-STATE
                                          WS-POP-RAW-DATE
                                          WS-POP-RAW-VALUE
                                          WS-ROW-REASON.
           UNSTRING POP-RECORD DELIMITED BY ','
               INTO WS-POP-RAW-STATE
                    WS-POP-RAW-DATE
                    WS-POP-RAW-VALUE.
           MOVE WS-POP-RAW-STATE       TO WS-CHK-STATE.
           PERFORM 8800-EDIT-STATE-CODE.
           MOVE WS-POP-RAW-DATE        TO WS-CHK-DATE.
           EVALUATE TRUE
               WHEN NOT WS-CHK-VALID
                   MOVE 'INVALID STATE CODE'
                                       TO WS-ROW-REASON
               WHEN WS-POP-RAW-VALUE NOT NUMERIC OR
                    WS-POP-RAW-VALUE = ZERO
                   MOVE 'POPULATION NOT 9 NUMERIC DIGITS'
                                       TO WS-ROW-REASON
               WHEN OTHER
                   PERFORM 8700-EDIT-DATE
                   IF  NOT WS-CHK-VALID
                       MOVE 'INVALID ESTIMATE DATE'
                                       TO WS-ROW-REASON
                   END-IF
           END-EVALUATE.
           IF  WS-ROW-REASON NOT = SPACE
               MOVE 'STATPOP'          TO FD-FILE
               MOVE WS-POP-RAW-STATE   TO FD-KEY
               PERFORM 2900-PRINT-ROW-ERROR
           ELSE
               MOVE WS-POP-RAW-STATE   TO WS-DATA-STATE
               PERFORM 8500-FIND-OR-ADD-STATE
               IF  WS-STE-FOUND
                   ADD  1              TO WS-STE-POP-ROWS(WS-STX)
                   IF  WS-STE-POP-FIRST(WS-STX) = ZERO
                       MOVE WS-ROW-NUMBER
                                       TO WS-STE-POP-FIRST(WS-STX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 8100-READ-STATE-POP-FILE.
      *---------------------------------------------------------------*
       2200-LOAD-REGION-REF-FILE.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-ROW-NUMBER.
           OPEN INPUT REGION-REF-FILE.
           PERFORM 8200-READ-REGION-REF-FILE.
           PERFORM 2300-EDIT-REF-ROW
               UNTIL REF-EOF.
           CLOSE REGION-REF-FILE.
      *---------------------------------------------------------------*
       2300-EDIT-REF-ROW.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-REF-READ-COUNT
                                          WS-ROW-NUMBER.
           MOVE SPACE                  TO WS-REF-RAW-STATE
                                          WS-REF-RAW-REGION
                                          WS-REF-RAW-DIVISION
                                          WS-REF-RAW-NAME
                                          WS-ROW-REASON.
           UNSTRING REF-RECORD DELIMITED BY ','
               INTO WS-REF-RAW-STATE
                    WS-REF-RAW-REGION
                    WS-REF-RAW-DIVISION
                    WS-REF-RAW-NAME.
           MOVE WS-REF-RAW-STATE       TO WS-CHK-STATE.
           PERFORM 8800-EDIT-STATE-CODE.
           EVALUATE TRUE
               WHEN NOT WS-CHK-VALID
                   MOVE 'INVALID STATE CODE'
                                       TO WS-ROW-REASON
               WHEN WS-REF-RAW-REGION LESS THAN '1' OR
                    WS-REF-RAW-REGION GREATER THAN '4'
                   MOVE 'REGION NOT 1 TO 4'
                                       TO WS-ROW-REASON
               WHEN WS-REF-RAW-DIVISION LESS THAN '1' OR
                    WS-REF-RAW-DIVISION GREATER THAN '9'
                   MOVE 'DIVISION NOT 1 TO 9'
                                       TO WS-ROW-REASON
               WHEN (WS-REF-RAW-DIVISION = '1' OR '2') AND
                    WS-REF-RAW-REGION NOT = '1'
                   MOVE 'DIVISION NOT IN REGION'
                                       TO WS-ROW-REASON
               WHEN (WS-REF-RAW-DIVISION = '3' OR '4') AND
                    WS-REF-RAW-REGION NOT = '2'
                   MOVE 'DIVISION NOT IN REGION'
                                       TO WS-ROW-REASON
               WHEN (WS-REF-RAW-DIVISION = '5' OR '6' OR '7') AND
                    WS-REF-RAW-REGION NOT = '3'
                   MOVE 'DIVISION NOT IN REGION'
                                       TO WS-ROW-REASON
               WHEN (WS-REF-RAW-DIVISION = '8' OR '9') AND
                    WS-REF-RAW-REGION NOT = '4'
                   MOVE 'DIVISION NOT IN REGION'
                                       TO WS-ROW-REASON
               WHEN WS-REF-RAW-NAME = SPACE
                   MOVE 'REGION NAME MISSING'
                                       TO WS-ROW-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  WS-ROW-REASON NOT = SPACE
               MOVE 'REGNREF'          TO FD-FILE
               MOVE WS-REF-RAW-STATE   TO FD-KEY
               PERFORM 2900-PRINT-ROW-ERROR
           ELSE
               MOVE WS-REF-RAW-STATE   TO WS-DATA-STATE
               PERFORM 8500-FIND-OR-ADD-STATE
               IF  WS-STE-FOUND
                   ADD  1              TO WS-STE-REF-ROWS(WS-STX)
                   IF  WS-STE-REF-FIRST(WS-STX) = ZERO
                       MOVE WS-ROW-NUMBER
                                       TO WS-STE-REF-FIRST(WS-STX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 8200-READ-REGION-REF-FILE.
      *---------------------------------------------------------------*
       2400-LOAD-OPERATOR-FILE.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-ROW-NUMBER.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 8300-READ-OPERATOR-FILE.
           PERFORM 2500-EDIT-OPER-ROW
               UNTIL OPR-EOF.
           CLOSE OPERATOR-FILE.
      *---------------------------------------------------------------*
       2500-EDIT-OPER-ROW.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-OPR-READ-COUNT
                                          WS-ROW-NUMBER.
           MOVE SPACE                  TO WS-OPR-RAW-ID
                                          WS-OPR-RAW-ACTIVE
                                          WS-OPR-RAW-PROGRAMS
                                          WS-OPR-RAW-MAX-CHG
                                          WS-OPR-RAW-EXPIRY
                                          WS-ROW-REASON.
           UNSTRING OPR-RECORD DELIMITED BY ','
               INTO WS-OPR-RAW-ID
                    WS-OPR-RAW-ACTIVE
                    WS-OPR-RAW-PROGRAMS
                    WS-OPR-RAW-MAX-CHG
                    WS-OPR-RAW-EXPIRY.
           MOVE WS-OPR-RAW-EXPIRY      TO WS-CHK-DATE.
           MOVE 'Y'                    TO WS-OPR-SLOT-SW.
           IF  WS-OPR-RAW-PROGRAMS NOT = 'ALL'
               PERFORM 2520-EDIT-PROGRAM-SLOT
                   VARYING WS-OPR-SLOT FROM 1 BY 1
                       UNTIL WS-OPR-SLOT GREATER THAN 3.
           EVALUATE TRUE
               WHEN WS-OPR-RAW-ID = SPACE
                   MOVE 'OPERATOR ID MISSING'
                                       TO WS-ROW-REASON
               WHEN WS-OPR-RAW-ACTIVE NOT = 'A' AND
                    WS-OPR-RAW-ACTIVE NOT = 'I'
                   MOVE 'ACTIVE FLAG NOT A OR I'
                                       TO WS-ROW-REASON
               WHEN WS-OPR-RAW-PROGRAMS = SPACE
                   MOVE 'PROGRAM LIST MISSING'
                                       TO WS-ROW-REASON
               WHEN NOT WS-OPR-SLOTS-VALID
                   MOVE 'PROGRAM LIST NOT IN 8-BYTE SLOTS'
                                       TO WS-ROW-REASON
               WHEN WS-OPR-RAW-MAX-CHG NOT NUMERIC
                   MOVE 'MAX CHANGE NOT 7 NUMERIC DIGITS'
                                       TO WS-ROW-REASON
               WHEN WS-OPR-RAW-EXPIRY = SPACE
                   CONTINUE
               WHEN OTHER
                   PERFORM 8700-EDIT-DATE
                   IF  NOT WS-CHK-VALID
                       MOVE 'INVALID EXPIRY DATE'
                                       TO WS-ROW-REASON
                   END-IF
           END-EVALUATE.
           IF  WS-ROW-REASON NOT = SPACE
               MOVE 'OPERMST'          TO FD-FILE
               MOVE WS-OPR-RAW-ID      TO FD-KEY
               PERFORM 2900-PRINT-ROW-ERROR
           ELSE
               PERFORM 2550-POST-OPERATOR
           END-IF.
           PERFORM 8300-READ-OPERATOR-FILE.
      *---------------------------------------------------------------*
       2520-EDIT-PROGRAM-SLOT.
      *---------------------------------------------------------------*
           IF  WS-OPR-RAW-SLOT(WS-OPR-SLOT) NOT = SPACE
               IF  WS-OPR-RAW-SLOT(WS-OPR-SLOT)(1:3) NOT = 'CBL' OR
                   WS-OPR-RAW-SLOT(WS-OPR-SLOT)(7:1) = SPACE
                   MOVE 'N'            TO WS-OPR-SLOT-SW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2550-POST-OPERATOR.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-OPT-FOUND-SW.
           IF  WS-OPT-COUNT GREATER THAN ZERO
               SET  WS-OPX TO 1
               SEARCH WS-OPT-ENTRY
                   WHEN WS-OPX GREATER THAN WS-OPT-COUNT
                       CONTINUE
                   WHEN WS-OPT-ID(WS-OPX) = WS-OPR-RAW-ID
                       MOVE 'Y'        TO WS-OPT-FOUND-SW
               END-SEARCH
           END-IF.
           IF  WS-OPT-FOUND
               ADD  1                  TO WS-OPT-ROWS(WS-OPX)
           ELSE
           IF  WS-OPT-COUNT LESS THAN 300
               ADD  1                  TO WS-OPT-COUNT
               SET  WS-OPX             TO WS-OPT-COUNT
               MOVE WS-OPR-RAW-ID      TO WS-OPT-ID(WS-OPX)
               MOVE 1                  TO WS-OPT-ROWS(WS-OPX)
               MOVE WS-ROW-NUMBER      TO WS-OPT-FIRST(WS-OPX)
               MOVE WS-OPR-RAW-ACTIVE  TO WS-OPT-ACTIVE(WS-OPX)
               MOVE WS-OPR-RAW-EXPIRY  TO WS-OPT-EXPIRY(WS-OPX)
           ELSE
               MOVE 'Y'                TO WS-TABLE-FULL-SW.
      *---------------------------------------------------------------*
       2900-PRINT-ROW-ERROR.
      *---------------------------------------------------------------*
           MOVE WS-ROW-NUMBER          TO FD-ROW.
           MOVE 'ERROR'                TO FD-SEVERITY.
           MOVE WS-ROW-REASON          TO FD-FINDING.
           ADD  1                      TO WS-ERROR-COUNT.
           PERFORM 7400-PRINT-FINDING.
      *---------------------------------------------------------------*
       3000-SCAN-STATE-HIST-FILE.
      *---------------------------------------------------------------*
           OPEN INPUT STATE-HIST-FILE.
           PERFORM 8400-READ-STATE-HIST-FILE.
           PERFORM 3100-POST-STATE-HIST-ROW
               UNTIL HIST-EOF.
           CLOSE STATE-HIST-FILE.
      *---------------------------------------------------------------*
       3100-POST-STATE-HIST-ROW.
      *---------------------------------------------------------------*
           IF  SHR-RECORD(1:3) NOT = 'HDR' AND
               SHR-RECORD(1:3) NOT = 'TRL'
               ADD  1                  TO WS-HIST-READ-COUNT
               MOVE SHR-RECORD(1:2)    TO WS-DATA-STATE
               IF  WS-DATA-STATE NOT = 'US'
                   PERFORM 8500-FIND-OR-ADD-STATE
                   IF  WS-STE-FOUND
                       ADD  1          TO WS-STE-HIST-ROWS(WS-STX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 8400-READ-STATE-HIST-FILE.
      *---------------------------------------------------------------*
       3200-SCAN-VAX-HIST-FILE.
      *---------------------------------------------------------------*
           OPEN INPUT VAX-HIST-FILE.
           PERFORM 8450-READ-VAX-HIST-FILE.
           PERFORM 3300-POST-VAX-HIST-ROW
               UNTIL VAX-EOF.
           CLOSE VAX-HIST-FILE.
      *---------------------------------------------------------------*
       3300-POST-VAX-HIST-ROW.
      *---------------------------------------------------------------*
           IF  VHR-RECORD(1:3) NOT = 'HDR' AND
               VHR-RECORD(1:3) NOT = 'TRL'
               ADD  1                  TO WS-VAX-READ-COUNT
               MOVE VHR-RECORD(1:2)    TO WS-DATA-STATE
               IF  WS-DATA-STATE NOT = 'US'
                   PERFORM 8500-FIND-OR-ADD-STATE
                   IF  WS-STE-FOUND
                       ADD  1          TO WS-STE-VAX-ROWS(WS-STX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 8450-READ-VAX-HIST-FILE.
      *---------------------------------------------------------------*
       4000-CHECK-STATE-DUPLICATES.
      *---------------------------------------------------------------*
           MOVE WS-STE-STATE(WS-STX)   TO FD-KEY.
           MOVE 'ERROR'                TO FD-SEVERITY.
           IF  WS-STE-POP-ROWS(WS-STX) GREATER THAN 1
               MOVE 'STATPOP'          TO FD-FILE
               MOVE WS-STE-POP-FIRST(WS-STX) TO FD-ROW
               MOVE 'DUPLICATE STATE - FIRST ROW IS THE ONE USED'
                                       TO FD-FINDING
               ADD  1                  TO WS-ERROR-COUNT
               PERFORM 7400-PRINT-FINDING.
           IF  WS-STE-REF-ROWS(WS-STX) GREATER THAN 1
               MOVE 'REGNREF'          TO FD-FILE
               MOVE WS-STE-REF-FIRST(WS-STX) TO FD-ROW
               MOVE 'DUPLICATE STATE - ROLLED UP MORE THAN ONCE'
                                       TO FD-FINDING
               ADD  1                  TO WS-ERROR-COUNT
               PERFORM 7400-PRINT-FINDING.
      *---------------------------------------------------------------*
       4100-CHECK-OPER-DUPLICATES.
      *---------------------------------------------------------------*
           IF  WS-OPT-ROWS(WS-OPX) GREATER THAN 1
               MOVE 'OPERMST'          TO FD-FILE
               MOVE WS-OPT-ID(WS-OPX)  TO FD-KEY
               MOVE WS-OPT-FIRST(WS-OPX) TO FD-ROW
               MOVE 'ERROR'            TO FD-SEVERITY
               MOVE 'DUPLICATE OPERATOR - FIRST ROW IS THE ONE USED'
                                       TO FD-FINDING
               ADD  1                  TO WS-ERROR-COUNT
               PERFORM 7400-PRINT-FINDING.
      *---------------------------------------------------------------*
       4200-CHECK-DATA-WITHOUT-REF.
      *---------------------------------------------------------------*
           IF  WS-STE-HIST-ROWS(WS-STX) GREATER THAN ZERO OR
               WS-STE-VAX-ROWS(WS-STX) GREATER THAN ZERO
               ADD  1                  TO WS-DATA-STATE-COUNT.
           MOVE WS-STE-STATE(WS-STX)   TO FD-KEY.
           MOVE ZERO                   TO FD-ROW.
           MOVE 'ERROR'                TO FD-SEVERITY.
           IF  WS-STE-POP-ROWS(WS-STX) = ZERO
               MOVE 'STATPOP'          TO FD-FILE
               EVALUATE TRUE
                   WHEN WS-STE-HIST-ROWS(WS-STX) GREATER THAN ZERO AND
                        WS-STE-VAX-ROWS(WS-STX) GREATER THAN ZERO
                       MOVE 'NO POPULATION - IN STATEHIST AND VAXHIST'
                                       TO FD-FINDING
                       ADD  1          TO WS-ERROR-COUNT
                       PERFORM 7400-PRINT-FINDING
                   WHEN WS-STE-HIST-ROWS(WS-STX) GREATER THAN ZERO
                       MOVE 'NO POPULATION - IN STATEHIST'
                                       TO FD-FINDING
                       ADD  1          TO WS-ERROR-COUNT
                       PERFORM 7400-PRINT-FINDING
                   WHEN WS-STE-VAX-ROWS(WS-STX) GREATER THAN ZERO
                       MOVE 'NO POPULATION - IN VAXHIST'
                                       TO FD-FINDING
                       ADD  1          TO WS-ERROR-COUNT
                       PERFORM 7400-PRINT-FINDING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
           IF  WS-STE-REF-ROWS(WS-STX) = ZERO AND
               WS-STE-HIST-ROWS(WS-STX) GREATER THAN ZERO
               MOVE 'REGNREF'          TO FD-FILE
               MOVE 'NO REGION - IN STATEHIST'
                                       TO FD-FINDING
               ADD  1                  TO WS-ERROR-COUNT
               PERFORM 7400-PRINT-FINDING.
      *---------------------------------------------------------------*
       4300-CHECK-REF-WITHOUT-DATA.
      *---------------------------------------------------------------*
           MOVE WS-STE-STATE(WS-STX)   TO FD-KEY.
           MOVE 'WARNING'              TO FD-SEVERITY.
           IF  WS-STE-POP-ROWS(WS-STX) GREATER THAN ZERO AND
               WS-STE-HIST-ROWS(WS-STX) = ZERO AND
               WS-STE-VAX-ROWS(WS-STX) = ZERO AND
               WS-STE-STATE(WS-STX) NOT = 'US'
               MOVE 'STATPOP'          TO FD-FILE
               MOVE WS-STE-POP-FIRST(WS-STX) TO FD-ROW
               MOVE 'POPULATION ROW BUT NO STATEHIST OR VAXHIST DATA'
                                       TO FD-FINDING
               ADD  1                  TO WS-WARNING-COUNT
               PERFORM 7400-PRINT-FINDING.
           IF  WS-STE-REF-ROWS(WS-STX) GREATER THAN ZERO AND
               WS-STE-HIST-ROWS(WS-STX) = ZERO
               MOVE 'REGNREF'          TO FD-FILE
               MOVE WS-STE-REF-FIRST(WS-STX) TO FD-ROW
               MOVE 'REGION ROW BUT NO STATEHIST DATA'
                                       TO FD-FINDING
               ADD  1                  TO WS-WARNING-COUNT
               PERFORM 7400-PRINT-FINDING.
      *---------------------------------------------------------------*
       4400-CHECK-OPER-EXPIRY.
      *---------------------------------------------------------------*
           IF  WS-OPT-ACTIVE(WS-OPX) = 'A' AND
               WS-OPT-EXPIRY(WS-OPX) NOT = SPACE AND
               WS-OPT-EXPIRY(WS-OPX) LESS THAN WS-TODAY-DATE
               MOVE 'OPERMST'          TO FD-FILE
               MOVE WS-OPT-ID(WS-OPX)  TO FD-KEY
               MOVE WS-OPT-FIRST(WS-OPX) TO FD-ROW
               MOVE 'WARNING'          TO FD-SEVERITY
               MOVE SPACE              TO FD-FINDING
               STRING 'AUTHORITY EXPIRED '        DELIMITED SIZE
                      WS-OPT-EXPIRY(WS-OPX)(5:2)  DELIMITED SIZE
                      '/'                         DELIMITED SIZE
                      WS-OPT-EXPIRY(WS-OPX)(7:2)  DELIMITED SIZE
                      '/'                         DELIMITED SIZE
                      WS-OPT-EXPIRY(WS-OPX)(1:4)  DELIMITED SIZE
                      ' - STILL MARKED ACTIVE'    DELIMITED SIZE
                   INTO FD-FINDING
               ADD  1                  TO WS-WARNING-COUNT
               PERFORM 7400-PRINT-FINDING.
      *---------------------------------------------------------------*
       7000-PRINT-CONTROL-TOTALS.
      *---------------------------------------------------------------*
           MOVE 2                      TO LINE-SPACEING.
           MOVE 'CONTROL TOTALS'       TO SH-SECTION-TITLE.
           MOVE SH-SECTION-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE 'STATPOP ROWS READ:'   TO SU-COUNT-LABEL.
           MOVE WS-POP-READ-COUNT      TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'REGNREF ROWS READ:'   TO SU-COUNT-LABEL.
           MOVE WS-REF-READ-COUNT      TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'OPERMST ROWS READ:'   TO SU-COUNT-LABEL.
           MOVE WS-OPR-READ-COUNT      TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'STATEHIST ROWS READ:' TO SU-COUNT-LABEL.
           MOVE WS-HIST-READ-COUNT     TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'VAXHIST ROWS READ:'   TO SU-COUNT-LABEL.
           MOVE WS-VAX-READ-COUNT      TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'STATES WITH DATA:'    TO SU-COUNT-LABEL.
           MOVE WS-DATA-STATE-COUNT    TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE 'ERRORS:'              TO SU-COUNT-LABEL.
           MOVE WS-ERROR-COUNT         TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'WARNINGS:'            TO SU-COUNT-LABEL.
           MOVE WS-WARNING-COUNT       TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
      *---------------------------------------------------------------*
       7100-PRINT-COUNT-LINE.
      *---------------------------------------------------------------*
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       7200-START-SECTION.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-SECTION-FINDINGS.
           MOVE 2                      TO LINE-SPACEING.
           MOVE SH-SECTION-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE CH-FINDING-HEADING     TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       7300-END-SECTION.
      *---------------------------------------------------------------*
           IF  WS-SECTION-FINDINGS = ZERO
               MOVE FD-NONE-LINE       TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       7400-PRINT-FINDING.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-SECTION-FINDINGS.
           MOVE FD-FINDING-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8100-READ-STATE-POP-FILE.
      *---------------------------------------------------------------*
           READ STATE-POP-FILE
               AT END MOVE 'Y' TO POP-EOF-SW
                      MOVE 'N' TO POP-VALID-SW.
           IF  NOT POP-VALID-RECORD
               MOVE 'Y' TO POP-EOF-SW.
      *---------------------------------------------------------------*
       8200-READ-REGION-REF-FILE.
      *---------------------------------------------------------------*
           READ REGION-REF-FILE
               AT END MOVE 'Y' TO REF-EOF-SW
                      MOVE 'N' TO REF-VALID-SW.
           IF  NOT REF-VALID-RECORD
               MOVE 'Y' TO REF-EOF-SW.
      *---------------------------------------------------------------*
       8300-READ-OPERATOR-FILE.
      *---------------------------------------------------------------*
           READ OPERATOR-FILE
               AT END MOVE 'Y' TO OPR-EOF-SW
                      MOVE 'N' TO OPR-VALID-SW.
           IF  NOT OPR-VALID-RECORD
               MOVE 'Y' TO OPR-EOF-SW.
      *---------------------------------------------------------------*
       8400-READ-STATE-HIST-FILE.
      *---------------------------------------------------------------*
           READ STATE-HIST-FILE
               AT END MOVE 'Y' TO HIST-EOF-SW
                      MOVE 'N' TO HIST-VALID-SW.
           IF  NOT HIST-VALID-RECORD
               MOVE 'Y' TO HIST-EOF-SW.
      *---------------------------------------------------------------*
       8450-READ-VAX-HIST-FILE.
      *---------------------------------------------------------------*
           READ VAX-HIST-FILE
               AT END MOVE 'Y' TO VAX-EOF-SW
                      MOVE 'N' TO VAX-VALID-SW.
           IF  NOT VAX-VALID-RECORD
               MOVE 'Y' TO VAX-EOF-SW.
      *---------------------------------------------------------------*
       8500-FIND-OR-ADD-STATE.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-STE-FOUND-SW.
           IF  WS-STE-COUNT GREATER THAN ZERO
               SET  WS-STX TO 1
               SEARCH WS-STE-ENTRY
                   WHEN WS-STX GREATER THAN WS-STE-COUNT
                       CONTINUE
                   WHEN WS-STE-STATE(WS-STX) = WS-DATA-STATE
                       MOVE 'Y'        TO WS-STE-FOUND-SW
               END-SEARCH
           END-IF.
           IF  NOT WS-STE-FOUND
               IF  WS-STE-COUNT LESS THAN 100
                   ADD  1              TO WS-STE-COUNT
                   SET  WS-STX         TO WS-STE-COUNT
                   MOVE WS-DATA-STATE  TO WS-STE-STATE(WS-STX)
                   MOVE ZERO           TO WS-STE-POP-ROWS(WS-STX)
                                          WS-STE-POP-FIRST(WS-STX)
                                          WS-STE-REF-ROWS(WS-STX)
                                          WS-STE-REF-FIRST(WS-STX)
                                          WS-STE-HIST-ROWS(WS-STX)
                                          WS-STE-VAX-ROWS(WS-STX)
                   MOVE 'Y'            TO WS-STE-FOUND-SW
               ELSE
                   MOVE 'Y'            TO WS-TABLE-FULL-SW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       8700-EDIT-DATE.
      *---------------------------------------------------------------*
           MOVE 'Y'                    TO WS-CHK-VALID-SW.
           IF  WS-CHK-DATE NOT NUMERIC
               MOVE 'N'                TO WS-CHK-VALID-SW
           ELSE
           IF  WS-CHK-CCYY LESS THAN '2000' OR
               WS-CHK-MM LESS THAN '01' OR
               WS-CHK-MM GREATER THAN '12' OR
               WS-CHK-DD LESS THAN '01' OR
               WS-CHK-DD GREATER THAN '31'
               MOVE 'N'                TO WS-CHK-VALID-SW.
      *---------------------------------------------------------------*
       8800-EDIT-STATE-CODE.
      *---------------------------------------------------------------*
           MOVE 'Y'                    TO WS-CHK-VALID-SW.
           IF  WS-CHK-STATE(1:1) LESS THAN 'A' OR
               WS-CHK-STATE(1:1) GREATER THAN 'Z' OR
               WS-CHK-STATE(2:1) LESS THAN 'A' OR
               WS-CHK-STATE(2:1) GREATER THAN 'Z'
               MOVE 'N'                TO WS-CHK-VALID-SW.
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
      *---------------------------------------------------------------*
