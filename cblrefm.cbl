       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLREFM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-TRAN-FILE   ASSIGN TO REFTRAN.
           SELECT NEW-TRAN-FILE   ASSIGN TO REFTNEW.
           SELECT STATE-POP-FILE  ASSIGN TO STATPOP.
           SELECT NEW-POP-FILE    ASSIGN TO STATPNEW.
           SELECT REGION-REF-FILE ASSIGN TO REGNREF.
           SELECT NEW-REF-FILE    ASSIGN TO REGNNEW.
           SELECT OPERATOR-FILE   ASSIGN TO OPERMST.
           SELECT NEW-OPER-FILE   ASSIGN TO OPERNEW.
           SELECT REF-AUDIT-FILE  ASSIGN TO REFAUDT.
           SELECT AUDIT-FILE      ASSIGN TO CBLAUDIT.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
       FD  REF-TRAN-FILE
               RECORDING MODE IS F.
       01  TRN-RECORD                PIC X(80).
      *---------------------------------------------------------------*
       FD  NEW-TRAN-FILE
               RECORDING MODE IS F.
       01  NEW-TRN-RECORD            PIC X(80).
      *---------------------------------------------------------------*
       FD  STATE-POP-FILE
               RECORDING MODE IS F.
       01  POP-RECORD                PIC X(30).
      *---------------------------------------------------------------*
       FD  NEW-POP-FILE
               RECORDING MODE IS F.
       01  NEW-POP-RECORD            PIC X(30).
      *---------------------------------------------------------------*
       FD  REGION-REF-FILE
               RECORDING MODE IS F.
       01  REF-RECORD                PIC X(40).
      *---------------------------------------------------------------*
       FD  NEW-REF-FILE
               RECORDING MODE IS F.
       01  NEW-REF-RECORD            PIC X(40).
      *---------------------------------------------------------------*
       FD  OPERATOR-FILE
               RECORDING MODE IS F.
       01  OPR-RECORD                PIC X(60).
      *---------------------------------------------------------------*
       FD  NEW-OPER-FILE
               RECORDING MODE IS F.
       01  NEW-OPR-RECORD            PIC X(60).
      *---------------------------------------------------------------*
       FD  REF-AUDIT-FILE
               RECORDING MODE IS F.
       01  RFA-RECORD.
           05  RFA-TIMESTAMP         PIC X(12).
           05  RFA-OPERATOR-ID       PIC X(08).
           05  RFA-FILE-ID           PIC X(08).
           05  RFA-ACTION            PIC X(03).
           05  RFA-KEY               PIC X(08).
           05  RFA-EFF-DATE          PIC X(08).
           05  RFA-BEFORE-IMAGE      PIC X(60).
           05  RFA-AFTER-IMAGE       PIC X(60).
           05  FILLER                PIC X(03).
      *---------------------------------------------------------------*
       FD  AUDIT-FILE
               RECORDING MODE IS F.
       01  AUDIT-RECORD.
           05  AUD-DATE               PIC X(08).
           05  AUD-OPERATOR-ID        PIC X(08).
           05  AUD-TIMESTAMP.
               10  AUD-TS-YEAR        PIC 99.
               10  AUD-TS-MONTH       PIC 99.
               10  AUD-TS-DAY         PIC 99.
               10  AUD-TS-HOUR        PIC 99.
               10  AUD-TS-MINUTE      PIC 99.
               10  AUD-TS-SECOND      PIC 99.
           05  AUD-FIELD-NAME         PIC X(20).
           05  AUD-BEFORE-VALUE       PIC 9(07).
           05  AUD-AFTER-VALUE        PIC 9(07).
           05  AUD-SOURCE-PROGRAM     PIC X(08).
           05  FILLER                 PIC X(10)  VALUE SPACE.
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
                   'REFERENCE DATA MAINTENANCE REPORT'.
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
           05  RM-RUN-LINE.
               10  FILLER             PIC X(11) VALUE ' OPERATOR: '.
               10  RM-OPERATOR-ID     PIC X(08).
               10  FILLER             PIC X(04) VALUE SPACE.
               10  FILLER             PIC X(16) VALUE
                   'PROCESSING DATE:'.
               10  RM-RUN-MONTH       PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  RM-RUN-DAY         PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  RM-RUN-YEAR        PIC X(04).
               10  FILLER             PIC X(83) VALUE SPACE.
      *---------------------------------------------------------------*
           05  CH-TRAN-HEADING.
               10  FILLER             PIC X(10) VALUE ' FILE'.
               10  FILLER             PIC X(05) VALUE 'ACT'.
               10  FILLER             PIC X(10) VALUE 'KEY'.
               10  FILLER             PIC X(12) VALUE 'EFFECTIVE'.
               10  FILLER             PIC X(40) VALUE 'RESULT'.
               10  FILLER             PIC X(55) VALUE SPACE.
      *---------------------------------------------------------------*
           05  RM-TRAN-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  RM-FILE            PIC X(09).
               10  RM-ACTION          PIC X(05).
               10  RM-KEY             PIC X(10).
               10  RM-EFF-MONTH       PIC X(02).
               10  RM-EFF-SLASH-1     PIC X(01).
               10  RM-EFF-DAY         PIC X(02).
               10  RM-EFF-SLASH-2     PIC X(01).
               10  RM-EFF-YEAR        PIC X(04).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  RM-RESULT          PIC X(52).
               10  FILLER             PIC X(43) VALUE SPACE.
      *---------------------------------------------------------------*
           05  RM-IMAGE-LINE.
               10  FILLER             PIC X(15) VALUE SPACE.
               10  RM-IMAGE-LABEL     PIC X(10).
               10  RM-IMAGE           PIC X(60).
               10  FILLER             PIC X(47) VALUE SPACE.
      *---------------------------------------------------------------*
           05  RM-TEXT-LINE.
               10  FILLER             PIC X(15) VALUE SPACE.
               10  FILLER             PIC X(10) VALUE 'INPUT:'.
               10  RM-TEXT            PIC X(80).
               10  FILLER             PIC X(27) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SU-COUNT-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  SU-COUNT-LABEL     PIC X(29) VALUE SPACE.
               10  SU-COUNT-VALUE     PIC ZZZ,ZZ9.
               10  FILLER             PIC X(95) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-POP-TABLE.
      *---------------------------------------------------------------*
           05  WS-POP-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-POP-ENTRY           OCCURS 100 TIMES
                                      INDEXED BY WS-PPX.
               10  WS-POP-KEY         PIC X(02).
               10  WS-POP-IMAGE       PIC X(30).
               10  WS-POP-STATUS      PIC X(01).
                   88  WS-POP-DROPPED             VALUE 'D'.
      *---------------------------------------------------------------*
       01  WS-REF-TABLE.
      *---------------------------------------------------------------*
           05  WS-REF-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-REF-ENTRY           OCCURS 100 TIMES
                                      INDEXED BY WS-RFX.
               10  WS-REF-KEY         PIC X(02).
               10  WS-REF-IMAGE       PIC X(40).
               10  WS-REF-STATUS      PIC X(01).
                   88  WS-REF-DROPPED             VALUE 'D'.
      *---------------------------------------------------------------*
       01  WS-OPR-TABLE.
      *---------------------------------------------------------------*
           05  WS-OPR-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-OPR-ENTRY           OCCURS 300 TIMES
                                      INDEXED BY WS-OPX.
               10  WS-OPR-KEY         PIC X(08).
               10  WS-OPR-IMAGE       PIC X(60).
      *---------------------------------------------------------------*
       01  WS-TRAN-FIELDS.
      *---------------------------------------------------------------*
           05  WS-TRN-FILE            PIC X(08)   VALUE SPACE.
           05  WS-TRN-ACTION          PIC X(03)   VALUE SPACE.
           05  WS-TRN-EFF-DATE        PIC X(08)   VALUE SPACE.
           05  WS-TRN-FIELD           OCCURS 5 TIMES
                                      PIC X(24).
           05  WS-TRN-KEY             PIC X(08)   VALUE SPACE.
           05  WS-TRN-REASON          PIC X(40)   VALUE SPACE.
           05  WS-TRN-RESULT-SW       PIC X(01)   VALUE SPACE.
               88  WS-TRN-APPLIED                 VALUE 'A'.
               88  WS-TRN-HELD                    VALUE 'H'.
               88  WS-TRN-REJECTED                VALUE 'R'.
           05  WS-TRN-FOUND-SW        PIC X(01)   VALUE 'N'.
               88  WS-TRN-FOUND                   VALUE 'Y'.
           05  WS-BEFORE-IMAGE        PIC X(60)   VALUE SPACE.
           05  WS-AFTER-IMAGE         PIC X(60)   VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-EDIT-FIELDS.
      *---------------------------------------------------------------*
           05  WS-CHK-DATE.
               10  WS-CHK-CCYY        PIC X(04).
               10  WS-CHK-MM          PIC X(02).
               10  WS-CHK-DD          PIC X(02).
           05  WS-CHK-FIELD           PIC X(24)   VALUE SPACE.
           05  WS-CHK-VALID-SW        PIC X(01)   VALUE 'N'.
               88  WS-CHK-VALID                   VALUE 'Y'.
           05  WS-NUM-TEXT            PIC X(24)   VALUE SPACE.
           05  WS-NUM-MAX-DIGITS      PIC 9(02)   VALUE ZERO.
           05  WS-NUM-DIGITS          PIC 9(02)   VALUE ZERO.
           05  WS-NUM-NDX             PIC 9(02)   VALUE ZERO.
           05  WS-NUM-DIGIT           PIC 9(01)   VALUE ZERO.
           05  WS-NUM-VALUE           PIC 9(09)   VALUE ZERO.
           05  WS-NUM-VALID-SW        PIC X(01)   VALUE 'N'.
               88  WS-NUM-VALID                   VALUE 'Y'.
           05  WS-NUM-END-SW          PIC X(01)   VALUE 'N'.
               88  WS-NUM-END                     VALUE 'Y'.
           05  WS-PGM-NAME            OCCURS 4 TIMES
                                      PIC X(24).
           05  WS-PGM                 PIC 9(01)   VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-REFERENCE-VALUES.
      *---------------------------------------------------------------*
           05  WS-POP-OLD-STATE       PIC X(02)   VALUE SPACE.
           05  WS-POP-OLD-DATE        PIC X(08)   VALUE SPACE.
           05  WS-POP-OLD-VALUE       PIC X(09)   VALUE SPACE.
           05  WS-POP-NEW-VALUE       PIC 9(09)   VALUE ZERO.
           05  WS-NEW-POP-IMAGE       PIC X(30)   VALUE SPACE.
           05  WS-REF-STATE           PIC X(02)   VALUE SPACE.
           05  WS-REF-REGION          PIC X(01)   VALUE SPACE.
           05  WS-REF-DIVISION        PIC X(01)   VALUE SPACE.
           05  WS-REF-NAME            PIC X(18)   VALUE SPACE.
           05  WS-NEW-REF-IMAGE       PIC X(40)   VALUE SPACE.
           05  WS-NEW-OPR-ACTIVE      PIC X(01)   VALUE SPACE.
           05  WS-NEW-OPR-PROGRAMS    PIC X(24)   VALUE SPACE.
           05  WS-NEW-OPR-MAX-CHG     PIC X(07)   VALUE SPACE.
           05  WS-NEW-OPR-MAX-NUM     PIC 9(07)   VALUE ZERO.
           05  WS-NEW-OPR-EXPIRY      PIC X(08)   VALUE SPACE.
           05  WS-NEW-OPR-IMAGE       PIC X(60)   VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-WORK-FIELDS.
      *---------------------------------------------------------------*
           05  WS-OPERATOR-ID         PIC X(08)   VALUE SPACE.
           05  WS-TODAY-DATE          PIC X(08)   VALUE SPACE.
           05  WS-LOAD-KEY            PIC X(08)   VALUE SPACE.
           05  WS-FMT-DATE            PIC X(08)   VALUE SPACE.
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
           05  TRN-EOF-SW             PIC X(01)   VALUE 'N'.
               88  TRN-EOF                        VALUE 'Y'.
           05  TRN-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  TRN-VALID-RECORD               VALUE 'Y'.
           05  POP-EOF-SW             PIC X(01)   VALUE 'N'.
               88  POP-EOF                        VALUE 'Y'.
           05  POP-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  POP-VALID-RECORD               VALUE 'Y'.
           05  REF-EOF-SW             PIC X(01)   VALUE 'N'.
               88  REF-EOF                        VALUE 'Y'.
           05  REF-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  REF-VALID-RECORD               VALUE 'Y'.
           05  WS-TABLE-FULL-SW       PIC X(01)   VALUE 'N'.
               88  WS-TABLE-FULL                  VALUE 'Y'.
           05  WS-FULL-FILE           PIC X(08)   VALUE SPACE.
           05  WS-CTL-AUDIT-ID        PIC X(08)   VALUE SPACE.
           05  WS-CTL-AUDIT-DATE      PIC X(08)   VALUE SPACE.
           05  WS-CTL-AUDIT-FIELD     PIC X(20)   VALUE SPACE.
      *---------------------------------------------------------------*
           05  WS-TRN-READ-COUNT      PIC 9(05)   VALUE ZERO.
           05  WS-TRN-COMMENT-COUNT   PIC 9(05)   VALUE ZERO.
           05  WS-TRN-APPLIED-COUNT   PIC 9(05)   VALUE ZERO.
           05  WS-TRN-HELD-COUNT      PIC 9(05)   VALUE ZERO.
           05  WS-TRN-REJECTED-COUNT  PIC 9(05)   VALUE ZERO.
           05  WS-RFA-WRITE-COUNT     PIC 9(05)   VALUE ZERO.
           05  WS-POP-READ-COUNT      PIC 9(05)   VALUE ZERO.
           05  WS-POP-WRITE-COUNT     PIC 9(05)   VALUE ZERO.
           05  WS-REF-READ-COUNT      PIC 9(05)   VALUE ZERO.
           05  WS-REF-WRITE-COUNT     PIC 9(05)   VALUE ZERO.
           05  WS-OPR-READ-COUNT      PIC 9(05)   VALUE ZERO.
           05  WS-OPR-WRITE-COUNT     PIC 9(05)   VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-OPERATOR-FIELDS.
      *---------------------------------------------------------------*
           05  OPR-EOF-SW             PIC X(01)   VALUE 'N'.
               88  OPR-EOF                        VALUE 'Y'.
           05  OPR-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  OPR-VALID-RECORD               VALUE 'Y'.
           05  WS-CHK-OPER-ID         PIC X(08)   VALUE SPACE.
           05  WS-OPR-RAW-ID          PIC X(08)   VALUE SPACE.
           05  WS-OPR-RAW-ACTIVE      PIC X(01)   VALUE SPACE.
           05  WS-OPR-RAW-PROGRAMS    PIC X(24)   VALUE SPACE.
           05  WS-OPR-RAW-MAX-CHG     PIC X(07)   VALUE SPACE.
           05  WS-OPR-RAW-EXPIRY      PIC X(08)   VALUE SPACE.
           05  WS-OPER-OK-SW          PIC X(01)   VALUE 'N'.
               88  WS-OPER-OK                     VALUE 'Y'.
           05  WS-OPER-DENY-REASON    PIC X(30)   VALUE SPACE.
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
           PERFORM 1300-LOAD-POP-TABLE.
           PERFORM 1400-LOAD-REF-TABLE.
           PERFORM 1500-LOAD-OPER-TABLE.
           IF  WS-TABLE-FULL
               DISPLAY 'CBLREFM: ' WS-FULL-FILE
                       ' TABLE FULL - RUN STOPPED'
               CLOSE PRINT-FILE
               MOVE 16                 TO RETURN-CODE
               GOBACK.
           OPEN INPUT  REF-TRAN-FILE.
           OPEN OUTPUT NEW-TRAN-FILE.
           OPEN EXTEND REF-AUDIT-FILE.
           MOVE CH-TRAN-HEADING        TO COLUMN-HEADING-LINE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE COLUMN-HEADING-LINE    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 8000-READ-REF-TRAN-FILE.
           PERFORM 2000-PROCESS-TRANSACTION
               UNTIL TRN-EOF.
           CLOSE REF-TRAN-FILE
                 NEW-TRAN-FILE
                 REF-AUDIT-FILE.
           PERFORM 6000-WRITE-NEW-REFERENCE-FILES.
           PERFORM 7000-PRINT-CONTROL-TOTALS.
           CLOSE PRINT-FILE.
           DISPLAY 'CBLREFM: ' WS-TRN-APPLIED-COUNT ' APPLIED, '
                   WS-TRN-HELD-COUNT ' HELD, '
                   WS-TRN-REJECTED-COUNT ' REJECTED'.
           IF  WS-TRN-REJECTED-COUNT GREATER THAN ZERO
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
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-OPERATOR-ID       FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE          TO WS-OPERATOR-ID
           END-ACCEPT.
           IF  WS-OPERATOR-ID = SPACE
               DISPLAY 'CBLREFM: USAGE - CBLREFM <OPID> - RUN STOPPED'
               MOVE 16                 TO RETURN-CODE
               GOBACK.
           MOVE WS-OPERATOR-ID         TO WS-CHK-OPER-ID.
           PERFORM 1100-CHECK-OPERATOR-MASTER.
           IF  NOT WS-OPER-OK
               DISPLAY 'CBLREFM: OPERATOR ' WS-OPERATOR-ID
                       ' NOT AUTHORIZED - ' WS-OPER-DENY-REASON
               OPEN EXTEND AUDIT-FILE
               MOVE WS-OPERATOR-ID     TO WS-CTL-AUDIT-ID
               MOVE WS-TODAY-DATE      TO WS-CTL-AUDIT-DATE
               MOVE 'ACCESS DENIED'    TO WS-CTL-AUDIT-FIELD
               PERFORM 7850-WRITE-CONTROL-AUDIT-RECORD
               CLOSE AUDIT-FILE
               MOVE 12                 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-OPERATOR-ID         TO RM-OPERATOR-ID.
           MOVE WS-TODAY-DATE(5:2)     TO RM-RUN-MONTH.
           MOVE WS-TODAY-DATE(7:2)     TO RM-RUN-DAY.
           MOVE WS-TODAY-DATE(1:4)     TO RM-RUN-YEAR.
           MOVE RM-RUN-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       1100-CHECK-OPERATOR-MASTER.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-OPER-OK-SW.
           MOVE 'OPERATOR NOT ON FILE' TO WS-OPER-DENY-REASON.
           MOVE 'N'                    TO OPR-EOF-SW.
           MOVE 'Y'                    TO OPR-VALID-SW.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 1150-CHECK-ONE-OPERATOR-RECORD
               UNTIL OPR-EOF.
           CLOSE OPERATOR-FILE.
      *---------------------------------------------------------------*
       1150-CHECK-ONE-OPERATOR-RECORD.
      *---------------------------------------------------------------*
           READ OPERATOR-FILE
               AT END MOVE 'Y'         TO OPR-EOF-SW
                      MOVE 'N'         TO OPR-VALID-SW.
           IF  NOT OPR-VALID-RECORD
               MOVE 'Y'                TO OPR-EOF-SW.
           IF  NOT OPR-EOF
               MOVE SPACE              TO WS-OPR-RAW-EXPIRY
               UNSTRING OPR-RECORD DELIMITED BY ','
                   INTO WS-OPR-RAW-ID
                        WS-OPR-RAW-ACTIVE
                        WS-OPR-RAW-PROGRAMS
                        WS-OPR-RAW-MAX-CHG
                        WS-OPR-RAW-EXPIRY
               IF  WS-OPR-RAW-ID = WS-CHK-OPER-ID
                   MOVE 'Y'            TO OPR-EOF-SW
                   PERFORM 1170-EVALUATE-OPERATOR-ENTRY
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       1170-EVALUATE-OPERATOR-ENTRY.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-OPR-RAW-ACTIVE NOT = 'A'
                   MOVE 'OPERATOR NOT ACTIVE'
                                       TO WS-OPER-DENY-REASON
               WHEN WS-OPR-RAW-EXPIRY NOT = SPACE AND
                    WS-OPR-RAW-EXPIRY LESS THAN WS-TODAY-DATE
                   MOVE 'OPERATOR AUTHORITY EXPIRED'
                                       TO WS-OPER-DENY-REASON
               WHEN WS-OPR-RAW-PROGRAMS NOT = 'ALL' AND
                    WS-OPR-RAW-PROGRAMS(1:8)  NOT = 'CBLREFM ' AND
                    WS-OPR-RAW-PROGRAMS(9:8)  NOT = 'CBLREFM ' AND
                    WS-OPR-RAW-PROGRAMS(17:8) NOT = 'CBLREFM '
                   MOVE 'NOT AUTHORIZED FOR CBLREFM'
                                       TO WS-OPER-DENY-REASON
               WHEN OTHER
                   MOVE 'Y'            TO WS-OPER-OK-SW
                   MOVE SPACE          TO WS-OPER-DENY-REASON
           END-EVALUATE.
      *---------------------------------------------------------------*
       1300-LOAD-POP-TABLE.
      *---------------------------------------------------------------*
           OPEN INPUT STATE-POP-FILE.
           PERFORM 8100-READ-STATE-POP-FILE.
           PERFORM 1350-LOAD-ONE-POP-RECORD
               UNTIL POP-EOF.
           CLOSE STATE-POP-FILE.
      *---------------------------------------------------------------*
       1350-LOAD-ONE-POP-RECORD.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-POP-READ-COUNT.
           IF  POP-RECORD NOT = SPACE
               IF  WS-POP-COUNT LESS THAN 100
                   ADD  1              TO WS-POP-COUNT
                   SET  WS-PPX         TO WS-POP-COUNT
                   MOVE POP-RECORD     TO WS-POP-IMAGE(WS-PPX)
                   MOVE POP-RECORD(1:2) TO WS-POP-KEY(WS-PPX)
                   MOVE SPACE          TO WS-POP-STATUS(WS-PPX)
               ELSE
                   MOVE 'Y'            TO WS-TABLE-FULL-SW
                   MOVE 'STATPOP'      TO WS-FULL-FILE
               END-IF
           END-IF.
           PERFORM 8100-READ-STATE-POP-FILE.
      *---------------------------------------------------------------*
       1400-LOAD-REF-TABLE.
      *---------------------------------------------------------------*
           OPEN INPUT REGION-REF-FILE.
           PERFORM 8200-READ-REGION-REF-FILE.
           PERFORM 1450-LOAD-ONE-REF-RECORD
               UNTIL REF-EOF.
           CLOSE REGION-REF-FILE.
      *---------------------------------------------------------------*
       1450-LOAD-ONE-REF-RECORD.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-REF-READ-COUNT.
           IF  REF-RECORD NOT = SPACE
               IF  WS-REF-COUNT LESS THAN 100
                   ADD  1              TO WS-REF-COUNT
                   SET  WS-RFX         TO WS-REF-COUNT
                   MOVE REF-RECORD     TO WS-REF-IMAGE(WS-RFX)
                   MOVE REF-RECORD(1:2) TO WS-REF-KEY(WS-RFX)
                   MOVE SPACE          TO WS-REF-STATUS(WS-RFX)
               ELSE
                   MOVE 'Y'            TO WS-TABLE-FULL-SW
                   MOVE 'REGNREF'      TO WS-FULL-FILE
               END-IF
           END-IF.
           PERFORM 8200-READ-REGION-REF-FILE.
      *---------------------------------------------------------------*
       1500-LOAD-OPER-TABLE.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO OPR-EOF-SW.
           MOVE 'Y'                    TO OPR-VALID-SW.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 8300-READ-OPERATOR-FILE.
           PERFORM 1550-LOAD-ONE-OPER-RECORD
               UNTIL OPR-EOF.
           CLOSE OPERATOR-FILE.
      *---------------------------------------------------------------*
       1550-LOAD-ONE-OPER-RECORD.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-OPR-READ-COUNT.
           IF  OPR-RECORD NOT = SPACE
               IF  WS-OPR-COUNT LESS THAN 300
                   ADD  1              TO WS-OPR-COUNT
                   SET  WS-OPX         TO WS-OPR-COUNT
                   MOVE OPR-RECORD     TO WS-OPR-IMAGE(WS-OPX)
                   MOVE SPACE          TO WS-LOAD-KEY
                   UNSTRING OPR-RECORD DELIMITED BY ','
                       INTO WS-LOAD-KEY
                   MOVE WS-LOAD-KEY    TO WS-OPR-KEY(WS-OPX)
               ELSE
                   MOVE 'Y'            TO WS-TABLE-FULL-SW
                   MOVE 'OPERMST'      TO WS-FULL-FILE
               END-IF
           END-IF.
           PERFORM 8300-READ-OPERATOR-FILE.
      *---------------------------------------------------------------*
       2000-PROCESS-TRANSACTION.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-TRN-READ-COUNT.
           IF  TRN-RECORD(1:1) = '*' OR TRN-RECORD = SPACE
               ADD  1                  TO WS-TRN-COMMENT-COUNT
               MOVE TRN-RECORD         TO NEW-TRN-RECORD
               WRITE NEW-TRN-RECORD
           ELSE
               PERFORM 2100-EDIT-TRANSACTION
               IF  NOT WS-TRN-REJECTED
                   IF  WS-TRN-EFF-DATE GREATER THAN WS-TODAY-DATE
                       PERFORM 2300-HOLD-TRANSACTION
                   ELSE
                       PERFORM 2400-APPLY-TRANSACTION
                   END-IF
               END-IF
               PERFORM 2800-PRINT-TRANSACTION-RESULT
           END-IF.
           PERFORM 8000-READ-REF-TRAN-FILE.
      *---------------------------------------------------------------*
       2100-EDIT-TRANSACTION.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-TRAN-FIELDS.
           MOVE 'A'                    TO WS-TRN-RESULT-SW.
           MOVE 'N'                    TO WS-TRN-FOUND-SW.
           UNSTRING TRN-RECORD DELIMITED BY ','
               INTO WS-TRN-FILE
                    WS-TRN-ACTION
                    WS-TRN-EFF-DATE
                    WS-TRN-FIELD(1)
                    WS-TRN-FIELD(2)
                    WS-TRN-FIELD(3)
                    WS-TRN-FIELD(4)
                    WS-TRN-FIELD(5).
           MOVE WS-TRN-EFF-DATE        TO WS-CHK-DATE.
           PERFORM 8700-EDIT-DATE.
           EVALUATE TRUE
               WHEN WS-TRN-FILE NOT = 'STATPOP' AND
                    WS-TRN-FILE NOT = 'REGNREF' AND
                    WS-TRN-FILE NOT = 'OPERMST'
                   MOVE 'FILE MUST BE STATPOP, REGNREF OR OPERMST'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-ACTION NOT = 'ADD' AND
                    WS-TRN-ACTION NOT = 'CHG' AND
                    WS-TRN-ACTION NOT = 'RET'
                   MOVE 'ACTION MUST BE ADD, CHG OR RET'
                                       TO WS-TRN-REASON
               WHEN NOT WS-CHK-VALID
                   MOVE 'INVALID EFFECTIVE DATE'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-FILE = 'STATPOP'
                   PERFORM 3100-EDIT-POP-FIELDS
               WHEN WS-TRN-FILE = 'REGNREF'
                   PERFORM 4100-EDIT-REF-FIELDS
               WHEN OTHER
                   PERFORM 5100-EDIT-OPER-FIELDS
           END-EVALUATE.
           IF  WS-TRN-REASON NOT = SPACE
               MOVE 'R'                TO WS-TRN-RESULT-SW.
      *---------------------------------------------------------------*
       2300-HOLD-TRANSACTION.
      *---------------------------------------------------------------*
           MOVE 'H'                    TO WS-TRN-RESULT-SW.
           MOVE TRN-RECORD             TO NEW-TRN-RECORD.
           WRITE NEW-TRN-RECORD.
      *---------------------------------------------------------------*
       2400-APPLY-TRANSACTION.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-BEFORE-IMAGE
                                          WS-AFTER-IMAGE.
           EVALUATE WS-TRN-FILE
               WHEN 'STATPOP'
                   PERFORM 3000-APPLY-POP-TRANSACTION
               WHEN 'REGNREF'
                   PERFORM 4000-APPLY-REF-TRANSACTION
               WHEN OTHER
                   PERFORM 5000-APPLY-OPER-TRANSACTION
           END-EVALUATE.
           IF  WS-TRN-REASON NOT = SPACE
               MOVE 'R'                TO WS-TRN-RESULT-SW
           ELSE
               PERFORM 7500-WRITE-REF-AUDIT-RECORD.
      *---------------------------------------------------------------*
       2800-PRINT-TRANSACTION-RESULT.
      *---------------------------------------------------------------*
           MOVE WS-TRN-FILE            TO RM-FILE.
           MOVE WS-TRN-ACTION          TO RM-ACTION.
           MOVE WS-TRN-KEY             TO RM-KEY.
           MOVE WS-TRN-EFF-DATE        TO WS-FMT-DATE.
           PERFORM 2850-FORMAT-EFF-DATE.
           EVALUATE TRUE
               WHEN WS-TRN-APPLIED
                   ADD  1              TO WS-TRN-APPLIED-COUNT
                   MOVE 'APPLIED'      TO RM-RESULT
               WHEN WS-TRN-HELD
                   ADD  1              TO WS-TRN-HELD-COUNT
                   MOVE 'HELD UNTIL EFFECTIVE DATE'
                                       TO RM-RESULT
               WHEN OTHER
                   ADD  1              TO WS-TRN-REJECTED-COUNT
                   MOVE SPACE          TO RM-RESULT
                   STRING 'REJECTED - '   DELIMITED SIZE
                          WS-TRN-REASON   DELIMITED SIZE
                       INTO RM-RESULT
           END-EVALUATE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE RM-TRAN-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-TRN-APPLIED
               IF  WS-BEFORE-IMAGE NOT = SPACE
                   MOVE 'BEFORE:'      TO RM-IMAGE-LABEL
                   MOVE WS-BEFORE-IMAGE TO RM-IMAGE
                   MOVE RM-IMAGE-LINE  TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
               END-IF
               IF  WS-AFTER-IMAGE NOT = SPACE
                   MOVE 'AFTER:'       TO RM-IMAGE-LABEL
                   MOVE WS-AFTER-IMAGE TO RM-IMAGE
                   MOVE RM-IMAGE-LINE  TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
               END-IF
           END-IF.
           IF  WS-TRN-REJECTED
               MOVE TRN-RECORD         TO RM-TEXT
               MOVE RM-TEXT-LINE       TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2850-FORMAT-EFF-DATE.
      *---------------------------------------------------------------*
           IF  WS-FMT-DATE NUMERIC
               MOVE WS-FMT-DATE(5:2)   TO RM-EFF-MONTH
               MOVE '/'                TO RM-EFF-SLASH-1
               MOVE WS-FMT-DATE(7:2)   TO RM-EFF-DAY
               MOVE '/'                TO RM-EFF-SLASH-2
               MOVE WS-FMT-DATE(1:4)   TO RM-EFF-YEAR
           ELSE
               MOVE SPACE              TO RM-EFF-MONTH
                                          RM-EFF-SLASH-1
                                          RM-EFF-DAY
                                          RM-EFF-SLASH-2
                                          RM-EFF-YEAR.
      *---------------------------------------------------------------*
       3000-APPLY-POP-TRANSACTION.
      *---------------------------------------------------------------*
           PERFORM 8510-FIND-POP-ENTRY.
           EVALUATE TRUE
               WHEN WS-TRN-ACTION = 'ADD' AND WS-TRN-FOUND
                   MOVE 'STATE ALREADY ON STATPOP'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-ACTION NOT = 'ADD' AND NOT WS-TRN-FOUND
                   MOVE 'STATE NOT ON STATPOP'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-ACTION = 'ADD' AND WS-POP-COUNT = 100
                   MOVE 'STATPOP TABLE FULL'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-ACTION = 'ADD'
                   PERFORM 3200-BUILD-POP-IMAGE
                   ADD  1              TO WS-POP-COUNT
                   SET  WS-PPX         TO WS-POP-COUNT
                   MOVE WS-TRN-KEY     TO WS-POP-KEY(WS-PPX)
                   MOVE WS-NEW-POP-IMAGE
                                       TO WS-POP-IMAGE(WS-PPX)
                   MOVE SPACE          TO WS-POP-STATUS(WS-PPX)
                   MOVE WS-NEW-POP-IMAGE
                                       TO WS-AFTER-IMAGE
               WHEN WS-TRN-ACTION = 'CHG'
                   PERFORM 3200-BUILD-POP-IMAGE
                   MOVE WS-POP-IMAGE(WS-PPX)
                                       TO WS-BEFORE-IMAGE
                   MOVE WS-NEW-POP-IMAGE
                                       TO WS-POP-IMAGE(WS-PPX)
                                          WS-AFTER-IMAGE
               WHEN OTHER
                   MOVE WS-POP-IMAGE(WS-PPX)
                                       TO WS-BEFORE-IMAGE
                   MOVE 'D'            TO WS-POP-STATUS(WS-PPX)
           END-EVALUATE.
      *---------------------------------------------------------------*
       3100-EDIT-POP-FIELDS.
      *---------------------------------------------------------------*
           MOVE WS-TRN-FIELD(1)        TO WS-CHK-FIELD.
           PERFORM 8800-EDIT-STATE-CODE.
           IF  NOT WS-CHK-VALID
               MOVE 'INVALID STATE CODE'
                                       TO WS-TRN-REASON
           ELSE
               MOVE WS-CHK-FIELD(1:2)  TO WS-TRN-KEY
               IF  WS-TRN-ACTION NOT = 'RET'
                   MOVE WS-TRN-FIELD(2) TO WS-NUM-TEXT
                   MOVE 9              TO WS-NUM-MAX-DIGITS
                   PERFORM 8600-EDIT-NUMBER
                   IF  NOT WS-NUM-VALID OR WS-NUM-VALUE = ZERO
                       MOVE 'POPULATION MUST BE 1 TO 9 DIGITS'
                                       TO WS-TRN-REASON
                   ELSE
                       MOVE WS-NUM-VALUE TO WS-POP-NEW-VALUE
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3200-BUILD-POP-IMAGE.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-NEW-POP-IMAGE.
           STRING WS-TRN-KEY(1:2)      DELIMITED SIZE
                  ','                  DELIMITED SIZE
                  WS-TRN-EFF-DATE      DELIMITED SIZE
                  ','                  DELIMITED SIZE
                  WS-POP-NEW-VALUE     DELIMITED SIZE
               INTO WS-NEW-POP-IMAGE.
      *---------------------------------------------------------------*
       4000-APPLY-REF-TRANSACTION.
      *---------------------------------------------------------------*
           PERFORM 8520-FIND-REF-ENTRY.
           EVALUATE TRUE
               WHEN WS-TRN-ACTION = 'ADD' AND WS-TRN-FOUND
                   MOVE 'STATE ALREADY ON REGNREF'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-ACTION NOT = 'ADD' AND NOT WS-TRN-FOUND
                   MOVE 'STATE NOT ON REGNREF'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-ACTION = 'ADD' AND WS-REF-COUNT = 100
                   MOVE 'REGNREF TABLE FULL'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-ACTION = 'ADD'
                   PERFORM 4250-ADD-REF-ENTRY
               WHEN WS-TRN-ACTION = 'CHG'
                   PERFORM 4300-CHANGE-REF-ENTRY
               WHEN OTHER
                   MOVE WS-REF-IMAGE(WS-RFX)
                                       TO WS-BEFORE-IMAGE
                   MOVE 'D'            TO WS-REF-STATUS(WS-RFX)
           END-EVALUATE.
      *---------------------------------------------------------------*
       4100-EDIT-REF-FIELDS.
      *---------------------------------------------------------------*
           MOVE WS-TRN-FIELD(1)        TO WS-CHK-FIELD.
           PERFORM 8800-EDIT-STATE-CODE.
           IF  WS-CHK-VALID
               MOVE WS-CHK-FIELD(1:2)  TO WS-TRN-KEY.
           EVALUATE TRUE
               WHEN NOT WS-CHK-VALID
                   MOVE 'INVALID STATE CODE'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-ACTION = 'RET'
                   CONTINUE
               WHEN WS-TRN-ACTION = 'ADD' AND
                    (WS-TRN-FIELD(2) = SPACE OR
                     WS-TRN-FIELD(3) = SPACE OR
                     WS-TRN-FIELD(4) = SPACE)
                   MOVE 'REGION, DIVISION AND NAME REQUIRED'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-FIELD(2) = SPACE AND
                    WS-TRN-FIELD(3) = SPACE AND
                    WS-TRN-FIELD(4) = SPACE
                   MOVE 'NO FIELDS TO CHANGE'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-FIELD(2) NOT = SPACE AND
                    (WS-TRN-FIELD(2)(2:23) NOT = SPACE OR
                     WS-TRN-FIELD(2)(1:1) LESS THAN '1' OR
                     WS-TRN-FIELD(2)(1:1) GREATER THAN '4')
                   MOVE 'REGION MUST BE 1 TO 4'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-FIELD(3) NOT = SPACE AND
                    (WS-TRN-FIELD(3)(2:23) NOT = SPACE OR
                     WS-TRN-FIELD(3)(1:1) LESS THAN '1' OR
                     WS-TRN-FIELD(3)(1:1) GREATER THAN '9')
                   MOVE 'DIVISION MUST BE 1 TO 9'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-FIELD(4)(19:6) NOT = SPACE
                   MOVE 'REGION NAME OVER 18 CHARACTERS'
                                       TO WS-TRN-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *---------------------------------------------------------------*
       4200-BUILD-REF-IMAGE.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-NEW-REF-IMAGE.
           EVALUATE TRUE
               WHEN WS-REF-DIVISION = '1' OR '2'
                   IF  WS-REF-REGION NOT = '1'
                       MOVE 'DIVISION NOT IN REGION'
                                       TO WS-TRN-REASON
                   END-IF
               WHEN WS-REF-DIVISION = '3' OR '4'
                   IF  WS-REF-REGION NOT = '2'
                       MOVE 'DIVISION NOT IN REGION'
                                       TO WS-TRN-REASON
                   END-IF
               WHEN WS-REF-DIVISION = '5' OR '6' OR '7'
                   IF  WS-REF-REGION NOT = '3'
                       MOVE 'DIVISION NOT IN REGION'
                                       TO WS-TRN-REASON
                   END-IF
               WHEN OTHER
                   IF  WS-REF-REGION NOT = '4'
                       MOVE 'DIVISION NOT IN REGION'
                                       TO WS-TRN-REASON
                   END-IF
           END-EVALUATE.
           STRING WS-REF-STATE         DELIMITED SIZE
                  ','                  DELIMITED SIZE
                  WS-REF-REGION        DELIMITED SIZE
                  ','                  DELIMITED SIZE
                  WS-REF-DIVISION      DELIMITED SIZE
                  ','                  DELIMITED SIZE
                  WS-REF-NAME          DELIMITED SIZE
               INTO WS-NEW-REF-IMAGE.
      *---------------------------------------------------------------*
       4250-ADD-REF-ENTRY.
      *---------------------------------------------------------------*
           MOVE WS-TRN-KEY(1:2)        TO WS-REF-STATE.
           MOVE WS-TRN-FIELD(2)        TO WS-REF-REGION.
           MOVE WS-TRN-FIELD(3)        TO WS-REF-DIVISION.
           MOVE WS-TRN-FIELD(4)        TO WS-REF-NAME.
           PERFORM 4200-BUILD-REF-IMAGE.
           IF  WS-TRN-REASON = SPACE
               ADD  1                  TO WS-REF-COUNT
               SET  WS-RFX             TO WS-REF-COUNT
               MOVE WS-TRN-KEY         TO WS-REF-KEY(WS-RFX)
               MOVE WS-NEW-REF-IMAGE   TO WS-REF-IMAGE(WS-RFX)
                                          WS-AFTER-IMAGE
               MOVE SPACE              TO WS-REF-STATUS(WS-RFX).
      *---------------------------------------------------------------*
       4300-CHANGE-REF-ENTRY.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-REF-STATE
                                          WS-REF-REGION
                                          WS-REF-DIVISION
                                          WS-REF-NAME.
           UNSTRING WS-REF-IMAGE(WS-RFX) DELIMITED BY ','
               INTO WS-REF-STATE
                    WS-REF-REGION
                    WS-REF-DIVISION
                    WS-REF-NAME.
           IF  WS-TRN-FIELD(2) NOT = SPACE
               MOVE WS-TRN-FIELD(2)    TO WS-REF-REGION.
           IF  WS-TRN-FIELD(3) NOT = SPACE
               MOVE WS-TRN-FIELD(3)    TO WS-REF-DIVISION.
           IF  WS-TRN-FIELD(4) NOT = SPACE
               MOVE WS-TRN-FIELD(4)    TO WS-REF-NAME.
           PERFORM 4200-BUILD-REF-IMAGE.
           IF  WS-TRN-REASON = SPACE
               MOVE WS-REF-IMAGE(WS-RFX)
                                       TO WS-BEFORE-IMAGE
               MOVE WS-NEW-REF-IMAGE   TO WS-REF-IMAGE(WS-RFX)
                                          WS-AFTER-IMAGE.
      *---------------------------------------------------------------*
       5000-APPLY-OPER-TRANSACTION.
      *---------------------------------------------------------------*
           PERFORM 8530-FIND-OPER-ENTRY.
           EVALUATE TRUE
               WHEN WS-TRN-ACTION = 'ADD' AND WS-TRN-FOUND
                   MOVE 'OPERATOR ALREADY ON OPERMST'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-ACTION NOT = 'ADD' AND NOT WS-TRN-FOUND
                   MOVE 'OPERATOR NOT ON OPERMST'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-ACTION = 'ADD' AND WS-OPR-COUNT = 300
                   MOVE 'OPERMST TABLE FULL'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-ACTION = 'ADD'
                   MOVE 'A'            TO WS-NEW-OPR-ACTIVE
                   MOVE '0000000'      TO WS-NEW-OPR-MAX-CHG
                   MOVE SPACE          TO WS-NEW-OPR-EXPIRY
                   PERFORM 5300-APPLY-OPER-FIELDS
                   PERFORM 5400-BUILD-OPER-IMAGE
                   ADD  1              TO WS-OPR-COUNT
                   SET  WS-OPX         TO WS-OPR-COUNT
                   MOVE WS-TRN-KEY     TO WS-OPR-KEY(WS-OPX)
                   MOVE WS-NEW-OPR-IMAGE
                                       TO WS-OPR-IMAGE(WS-OPX)
                                          WS-AFTER-IMAGE
               WHEN OTHER
                   PERFORM 5200-CHANGE-OPER-ENTRY
           END-EVALUATE.
      *---------------------------------------------------------------*
       5100-EDIT-OPER-FIELDS.
      *---------------------------------------------------------------*
           MOVE WS-TRN-FIELD(1)(1:8)   TO WS-TRN-KEY.
           MOVE 'Y'                    TO WS-CHK-VALID-SW.
           IF  WS-TRN-ACTION NOT = 'RET' AND
               WS-TRN-FIELD(3) NOT = SPACE
               PERFORM 5150-EDIT-PROGRAM-LIST.
           MOVE WS-TRN-FIELD(4)        TO WS-NUM-TEXT.
           MOVE 7                      TO WS-NUM-MAX-DIGITS.
           PERFORM 8600-EDIT-NUMBER.
           MOVE WS-TRN-FIELD(5)        TO WS-CHK-DATE.
           EVALUATE TRUE
               WHEN WS-TRN-FIELD(1) = SPACE OR
                    WS-TRN-FIELD(1)(9:16) NOT = SPACE
                   MOVE 'OPERATOR ID MUST BE 1 TO 8 CHARACTERS'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-KEY = WS-OPERATOR-ID
                   MOVE 'OPERATOR MAY NOT MAINTAIN OWN ENTRY'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-ACTION = 'RET'
                   CONTINUE
               WHEN WS-TRN-ACTION = 'ADD' AND
                    WS-TRN-FIELD(3) = SPACE
                   MOVE 'PROGRAM LIST REQUIRED'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-ACTION = 'CHG' AND
                    WS-TRN-FIELD(2) = SPACE AND
                    WS-TRN-FIELD(3) = SPACE AND
                    WS-TRN-FIELD(4) = SPACE AND
                    WS-TRN-FIELD(5) = SPACE
                   MOVE 'NO FIELDS TO CHANGE'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-FIELD(2) NOT = SPACE AND
                    WS-TRN-FIELD(2) NOT = 'A' AND
                    WS-TRN-FIELD(2) NOT = 'I'
                   MOVE 'ACTIVE FLAG MUST BE A OR I'
                                       TO WS-TRN-REASON
               WHEN NOT WS-CHK-VALID
                   MOVE 'PROGRAMS MUST BE ALL OR 1 TO 3 CBL NAMES'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-FIELD(4) NOT = SPACE AND
                    NOT WS-NUM-VALID
                   MOVE 'MAX CHANGE MUST BE 1 TO 7 DIGITS'
                                       TO WS-TRN-REASON
               WHEN WS-TRN-FIELD(5) = SPACE OR
                    WS-TRN-FIELD(5) = 'NONE'
                   CONTINUE
               WHEN WS-TRN-FIELD(5)(9:16) NOT = SPACE
                   MOVE 'INVALID EXPIRY DATE'
                                       TO WS-TRN-REASON
               WHEN OTHER
                   PERFORM 8700-EDIT-DATE
                   IF  NOT WS-CHK-VALID
                       MOVE 'INVALID EXPIRY DATE'
                                       TO WS-TRN-REASON
                   ELSE
                   IF  WS-CHK-DATE LESS THAN WS-TRN-EFF-DATE
                       MOVE 'EXPIRY BEFORE EFFECTIVE DATE'
                                       TO WS-TRN-REASON
                   END-IF
                   END-IF
           END-EVALUATE.
      *---------------------------------------------------------------*
       5150-EDIT-PROGRAM-LIST.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-PGM-NAME(1)
                                          WS-PGM-NAME(2)
                                          WS-PGM-NAME(3)
                                          WS-PGM-NAME(4).
           UNSTRING WS-TRN-FIELD(3) DELIMITED BY ALL SPACE
               INTO WS-PGM-NAME(1)
                    WS-PGM-NAME(2)
                    WS-PGM-NAME(3)
                    WS-PGM-NAME(4).
           IF  WS-PGM-NAME(4) NOT = SPACE OR
               WS-PGM-NAME(1) = SPACE
               MOVE 'N'                TO WS-CHK-VALID-SW.
           IF  WS-PGM-NAME(1) = 'ALL'
               IF  WS-PGM-NAME(2) NOT = SPACE
                   MOVE 'N'            TO WS-CHK-VALID-SW
               END-IF
           ELSE
               PERFORM 5160-EDIT-PROGRAM-NAME
                   VARYING WS-PGM FROM 1 BY 1
                       UNTIL WS-PGM GREATER THAN 3.
           MOVE SPACE                  TO WS-NEW-OPR-PROGRAMS.
           STRING WS-PGM-NAME(1)(1:8)  DELIMITED SIZE
                  WS-PGM-NAME(2)(1:8)  DELIMITED SIZE
                  WS-PGM-NAME(3)(1:8)  DELIMITED SIZE
               INTO WS-NEW-OPR-PROGRAMS.
      *---------------------------------------------------------------*
       5160-EDIT-PROGRAM-NAME.
      *---------------------------------------------------------------*
           IF  WS-PGM-NAME(WS-PGM) NOT = SPACE
               IF  WS-PGM-NAME(WS-PGM)(1:3) NOT = 'CBL' OR
                   WS-PGM-NAME(WS-PGM)(7:1) = SPACE OR
                   WS-PGM-NAME(WS-PGM)(9:16) NOT = SPACE
                   MOVE 'N'            TO WS-CHK-VALID-SW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       5200-CHANGE-OPER-ENTRY.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-OPR-RAW-ID
                                          WS-OPR-RAW-ACTIVE
                                          WS-OPR-RAW-PROGRAMS
                                          WS-OPR-RAW-MAX-CHG
                                          WS-OPR-RAW-EXPIRY.
           UNSTRING WS-OPR-IMAGE(WS-OPX) DELIMITED BY ','
               INTO WS-OPR-RAW-ID
                    WS-OPR-RAW-ACTIVE
                    WS-OPR-RAW-PROGRAMS
                    WS-OPR-RAW-MAX-CHG
                    WS-OPR-RAW-EXPIRY.
           MOVE WS-OPR-RAW-ACTIVE      TO WS-NEW-OPR-ACTIVE.
           MOVE WS-OPR-RAW-PROGRAMS    TO WS-NEW-OPR-PROGRAMS.
           MOVE WS-OPR-RAW-MAX-CHG     TO WS-NEW-OPR-MAX-CHG.
           MOVE WS-OPR-RAW-EXPIRY      TO WS-NEW-OPR-EXPIRY.
           IF  WS-TRN-ACTION = 'RET'
               IF  WS-OPR-RAW-ACTIVE NOT = 'A'
                   MOVE 'OPERATOR ALREADY RETIRED'
                                       TO WS-TRN-REASON
               ELSE
                   MOVE 'I'            TO WS-NEW-OPR-ACTIVE
               END-IF
           ELSE
               PERFORM 5300-APPLY-OPER-FIELDS.
           IF  WS-TRN-REASON = SPACE
               PERFORM 5400-BUILD-OPER-IMAGE
               MOVE WS-OPR-IMAGE(WS-OPX)
                                       TO WS-BEFORE-IMAGE
               MOVE WS-NEW-OPR-IMAGE   TO WS-OPR-IMAGE(WS-OPX)
                                          WS-AFTER-IMAGE.
      *---------------------------------------------------------------*
       5300-APPLY-OPER-FIELDS.
      *---------------------------------------------------------------*
           IF  WS-TRN-FIELD(2) NOT = SPACE
               MOVE WS-TRN-FIELD(2)    TO WS-NEW-OPR-ACTIVE.
           IF  WS-TRN-FIELD(3) NOT = SPACE
               PERFORM 5150-EDIT-PROGRAM-LIST.
           IF  WS-TRN-FIELD(4) NOT = SPACE
               MOVE WS-TRN-FIELD(4)    TO WS-NUM-TEXT
               MOVE 7                  TO WS-NUM-MAX-DIGITS
               PERFORM 8600-EDIT-NUMBER
               MOVE WS-NUM-VALUE       TO WS-NEW-OPR-MAX-NUM
               MOVE WS-NEW-OPR-MAX-NUM TO WS-NEW-OPR-MAX-CHG.
           IF  WS-TRN-FIELD(5) = 'NONE'
               MOVE SPACE              TO WS-NEW-OPR-EXPIRY
           ELSE
           IF  WS-TRN-FIELD(5) NOT = SPACE
               MOVE WS-TRN-FIELD(5)    TO WS-NEW-OPR-EXPIRY.
      *---------------------------------------------------------------*
       5400-BUILD-OPER-IMAGE.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-NEW-OPR-IMAGE.
           IF  WS-NEW-OPR-EXPIRY = SPACE
               STRING WS-TRN-KEY          DELIMITED SPACE
                      ','                 DELIMITED SIZE
                      WS-NEW-OPR-ACTIVE   DELIMITED SIZE
                      ','                 DELIMITED SIZE
                      WS-NEW-OPR-PROGRAMS DELIMITED '  '
                      ','                 DELIMITED SIZE
                      WS-NEW-OPR-MAX-CHG  DELIMITED SIZE
                   INTO WS-NEW-OPR-IMAGE
           ELSE
               STRING WS-TRN-KEY          DELIMITED SPACE
                      ','                 DELIMITED SIZE
                      WS-NEW-OPR-ACTIVE   DELIMITED SIZE
                      ','                 DELIMITED SIZE
                      WS-NEW-OPR-PROGRAMS DELIMITED '  '
                      ','                 DELIMITED SIZE
                      WS-NEW-OPR-MAX-CHG  DELIMITED SIZE
                      ','                 DELIMITED SIZE
                      WS-NEW-OPR-EXPIRY   DELIMITED SIZE
                   INTO WS-NEW-OPR-IMAGE.
      *---------------------------------------------------------------*
       6000-WRITE-NEW-REFERENCE-FILES.
      *---------------------------------------------------------------*
           OPEN OUTPUT NEW-POP-FILE
                       NEW-REF-FILE
                       NEW-OPER-FILE.
           PERFORM 6100-WRITE-NEW-POP-RECORD
               VARYING WS-PPX FROM 1 BY 1
                   UNTIL WS-PPX GREATER THAN WS-POP-COUNT.
           PERFORM 6200-WRITE-NEW-REF-RECORD
               VARYING WS-RFX FROM 1 BY 1
                   UNTIL WS-RFX GREATER THAN WS-REF-COUNT.
           PERFORM 6300-WRITE-NEW-OPER-RECORD
               VARYING WS-OPX FROM 1 BY 1
                   UNTIL WS-OPX GREATER THAN WS-OPR-COUNT.
           CLOSE NEW-POP-FILE
                 NEW-REF-FILE
                 NEW-OPER-FILE.
      *---------------------------------------------------------------*
       6100-WRITE-NEW-POP-RECORD.
      *---------------------------------------------------------------*
           IF  NOT WS-POP-DROPPED(WS-PPX)
               MOVE WS-POP-IMAGE(WS-PPX) TO NEW-POP-RECORD
               WRITE NEW-POP-RECORD
               ADD  1                  TO WS-POP-WRITE-COUNT.
      *---------------------------------------------------------------*
       6200-WRITE-NEW-REF-RECORD.
      *---------------------------------------------------------------*
           IF  NOT WS-REF-DROPPED(WS-RFX)
               MOVE WS-REF-IMAGE(WS-RFX) TO NEW-REF-RECORD
               WRITE NEW-REF-RECORD
               ADD  1                  TO WS-REF-WRITE-COUNT.
      *---------------------------------------------------------------*
       6300-WRITE-NEW-OPER-RECORD.
      *---------------------------------------------------------------*
           MOVE WS-OPR-IMAGE(WS-OPX)   TO NEW-OPR-RECORD.
           WRITE NEW-OPR-RECORD.
           ADD  1                      TO WS-OPR-WRITE-COUNT.
      *---------------------------------------------------------------*
       7000-PRINT-CONTROL-TOTALS.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO COLUMN-HEADING-LINE.
           MOVE 999                    TO LINE-COUNT.
           MOVE 'CONTROL TOTALS'       TO SH-SECTION-TITLE.
           MOVE SH-SECTION-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE 'TRANSACTION ROWS READ:' TO SU-COUNT-LABEL.
           MOVE WS-TRN-READ-COUNT      TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'COMMENT ROWS:'        TO SU-COUNT-LABEL.
           MOVE WS-TRN-COMMENT-COUNT   TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'TRANSACTIONS APPLIED:' TO SU-COUNT-LABEL.
           MOVE WS-TRN-APPLIED-COUNT   TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'HELD FOR EFFECTIVE DATE:' TO SU-COUNT-LABEL.
           MOVE WS-TRN-HELD-COUNT      TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'TRANSACTIONS REJECTED:' TO SU-COUNT-LABEL.
           MOVE WS-TRN-REJECTED-COUNT  TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'REFERENCE AUDIT RECORDS:' TO SU-COUNT-LABEL.
           MOVE WS-RFA-WRITE-COUNT     TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE 'STATPOP ROWS READ:'   TO SU-COUNT-LABEL.
           MOVE WS-POP-READ-COUNT      TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'STATPOP ROWS WRITTEN:' TO SU-COUNT-LABEL.
           MOVE WS-POP-WRITE-COUNT     TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'REGNREF ROWS READ:'   TO SU-COUNT-LABEL.
           MOVE WS-REF-READ-COUNT      TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'REGNREF ROWS WRITTEN:' TO SU-COUNT-LABEL.
           MOVE WS-REF-WRITE-COUNT     TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'OPERMST ROWS READ:'   TO SU-COUNT-LABEL.
           MOVE WS-OPR-READ-COUNT      TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'OPERMST ROWS WRITTEN:' TO SU-COUNT-LABEL.
           MOVE WS-OPR-WRITE-COUNT     TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
      *---------------------------------------------------------------*
       7100-PRINT-COUNT-LINE.
      *---------------------------------------------------------------*
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       7500-WRITE-REF-AUDIT-RECORD.
      *---------------------------------------------------------------*
           ACCEPT WS-CURRENT-DATE      FROM DATE.
           ACCEPT WS-CURRENT-TIME      FROM TIME.
           MOVE SPACE                  TO RFA-RECORD.
           STRING WS-CURRENT-DATE      DELIMITED SIZE
                  WS-CURRENT-TIME(1:6) DELIMITED SIZE
               INTO RFA-TIMESTAMP.
           MOVE WS-OPERATOR-ID         TO RFA-OPERATOR-ID.
           MOVE WS-TRN-FILE            TO RFA-FILE-ID.
           MOVE WS-TRN-ACTION          TO RFA-ACTION.
           MOVE WS-TRN-KEY             TO RFA-KEY.
           MOVE WS-TRN-EFF-DATE        TO RFA-EFF-DATE.
           MOVE WS-BEFORE-IMAGE        TO RFA-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE         TO RFA-AFTER-IMAGE.
           WRITE RFA-RECORD.
           ADD  1                      TO WS-RFA-WRITE-COUNT.
      *---------------------------------------------------------------*
       7850-WRITE-CONTROL-AUDIT-RECORD.
      *---------------------------------------------------------------*
           ACCEPT WS-CURRENT-DATE      FROM DATE.
           ACCEPT WS-CURRENT-TIME      FROM TIME.
           MOVE WS-CTL-AUDIT-DATE      TO AUD-DATE.
           MOVE WS-CTL-AUDIT-ID        TO AUD-OPERATOR-ID.
           MOVE CD-YEAR                TO AUD-TS-YEAR.
           MOVE CD-MONTH               TO AUD-TS-MONTH.
           MOVE CD-DAY                 TO AUD-TS-DAY.
           MOVE CT-HOUR                TO AUD-TS-HOUR.
           MOVE CT-MINUTE              TO AUD-TS-MINUTE.
           MOVE CT-SECOND              TO AUD-TS-SECOND.
           MOVE WS-CTL-AUDIT-FIELD     TO AUD-FIELD-NAME.
           MOVE ZERO                   TO AUD-BEFORE-VALUE.
           MOVE ZERO                   TO AUD-AFTER-VALUE.
           MOVE 'CBLREFM'              TO AUD-SOURCE-PROGRAM.
           WRITE AUDIT-RECORD.
      *---------------------------------------------------------------*
       8000-READ-REF-TRAN-FILE.
      *---------------------------------------------------------------*
           READ REF-TRAN-FILE
               AT END MOVE 'Y' TO TRN-EOF-SW
                      MOVE 'N' TO TRN-VALID-SW.
           IF  NOT TRN-VALID-RECORD
               MOVE 'Y' TO TRN-EOF-SW.
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
       8510-FIND-POP-ENTRY.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-TRN-FOUND-SW.
           IF  WS-POP-COUNT GREATER THAN ZERO
               SET  WS-PPX TO 1
               SEARCH WS-POP-ENTRY
                   WHEN WS-PPX GREATER THAN WS-POP-COUNT
                       CONTINUE
                   WHEN WS-POP-KEY(WS-PPX) = WS-TRN-KEY(1:2) AND
                        NOT WS-POP-DROPPED(WS-PPX)
                       MOVE 'Y'        TO WS-TRN-FOUND-SW
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       8520-FIND-REF-ENTRY.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-TRN-FOUND-SW.
           IF  WS-REF-COUNT GREATER THAN ZERO
               SET  WS-RFX TO 1
               SEARCH WS-REF-ENTRY
                   WHEN WS-RFX GREATER THAN WS-REF-COUNT
                       CONTINUE
                   WHEN WS-REF-KEY(WS-RFX) = WS-TRN-KEY(1:2) AND
                        NOT WS-REF-DROPPED(WS-RFX)
                       MOVE 'Y'        TO WS-TRN-FOUND-SW
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       8530-FIND-OPER-ENTRY.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-TRN-FOUND-SW.
           IF  WS-OPR-COUNT GREATER THAN ZERO
               SET  WS-OPX TO 1
               SEARCH WS-OPR-ENTRY
                   WHEN WS-OPX GREATER THAN WS-OPR-COUNT
                       CONTINUE
                   WHEN WS-OPR-KEY(WS-OPX) = WS-TRN-KEY
                       MOVE 'Y'        TO WS-TRN-FOUND-SW
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       8600-EDIT-NUMBER.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-NUM-VALUE
                                          WS-NUM-DIGITS.
           MOVE 'Y'                    TO WS-NUM-VALID-SW.
           MOVE 'N'                    TO WS-NUM-END-SW.
           PERFORM 8650-EDIT-NUMBER-CHARACTER
               VARYING WS-NUM-NDX FROM 1 BY 1
                   UNTIL WS-NUM-NDX GREATER THAN 24.
           IF  WS-NUM-DIGITS = ZERO OR
               WS-NUM-DIGITS GREATER THAN WS-NUM-MAX-DIGITS
               MOVE 'N'                TO WS-NUM-VALID-SW.
      *---------------------------------------------------------------*
       8650-EDIT-NUMBER-CHARACTER.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-NUM-TEXT(WS-NUM-NDX:1) = SPACE
                   MOVE 'Y'            TO WS-NUM-END-SW
               WHEN WS-NUM-END
                   MOVE 'N'            TO WS-NUM-VALID-SW
               WHEN WS-NUM-TEXT(WS-NUM-NDX:1) NUMERIC
                   ADD  1              TO WS-NUM-DIGITS
                   IF  WS-NUM-DIGITS NOT GREATER THAN 9
                       MOVE WS-NUM-TEXT(WS-NUM-NDX:1)
                                       TO WS-NUM-DIGIT
                       COMPUTE WS-NUM-VALUE =
                               WS-NUM-VALUE * 10 + WS-NUM-DIGIT
                   END-IF
               WHEN OTHER
                   MOVE 'N'            TO WS-NUM-VALID-SW
           END-EVALUATE.
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
           IF  WS-CHK-FIELD(1:1) LESS THAN 'A' OR
               WS-CHK-FIELD(1:1) GREATER THAN 'Z' OR
               WS-CHK-FIELD(2:1) LESS THAN 'A' OR
               WS-CHK-FIELD(2:1) GREATER THAN 'Z' OR
               WS-CHK-FIELD(3:22) NOT = SPACE
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
