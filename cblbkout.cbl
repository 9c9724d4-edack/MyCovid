       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLBKOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-JOURNAL-FILE ASSIGN TO MRGJRNL.
           SELECT USA-HIST-FILE   ASSIGN TO USAHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UHR-KEY-DATE.
           SELECT NEW-HIST-FILE   ASSIGN TO USAHNEW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-KEY-DATE.
           SELECT STATE-HIST-FILE ASSIGN TO STATEHIST.
           SELECT NEW-STATE-FILE  ASSIGN TO STATNEW.
           SELECT AUDIT-FILE      ASSIGN TO CBLAUDIT.
           SELECT OPERATOR-FILE   ASSIGN TO OPERMST.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
       FD  MERGE-JOURNAL-FILE
               RECORDING MODE IS F.
       01  MJR-RECORD.
           05  MJR-RUN-ID            PIC X(12).
           05  MJR-FILE-ID           PIC X(01).
           05  MJR-ACTION            PIC X(01).
           05  MJR-KEY.
               10  MJR-KEY-DATE      PIC X(08).
               10  MJR-KEY-STATE     PIC X(02).
           05  MJR-BEFORE-IMAGE      PIC X(140).
           05  MJR-AFTER-IMAGE       PIC X(140).
           05  FILLER                PIC X(16).
      *---------------------------------------------------------------*
       FD  USA-HIST-FILE
               RECORDING MODE IS F.
       01  UHR-RECORD.
           05  UHR-KEY-DATE          PIC X(08).
           05  FILLER                PIC X(122).
      *---------------------------------------------------------------*
       FD  NEW-HIST-FILE
               RECORDING MODE IS F.
       01  NEW-RECORD.
           05  NEW-KEY-DATE          PIC X(08).
           05  FILLER                PIC X(122).
      *---------------------------------------------------------------*
       FD  STATE-HIST-FILE
               RECORDING MODE IS F.
       01  SHR-RECORD                PIC X(140).
      *---------------------------------------------------------------*
       FD  NEW-STATE-FILE
               RECORDING MODE IS F.
       01  NEW-STATE-RECORD          PIC X(140).
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
       FD  OPERATOR-FILE
               RECORDING MODE IS F.
       01  OPR-RECORD                 PIC X(60).
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
                   'MERGE BACKOUT CONTROL REPORT'.
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
           05  BK-RUN-LINE.
               10  FILLER             PIC X(14) VALUE
                   ' MERGE RUN ID:'.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  BK-RUN-ID          PIC X(12).
               10  FILLER             PIC X(04) VALUE SPACE.
               10  FILLER             PIC X(10) VALUE 'OPERATOR: '.
               10  BK-OPERATOR-ID     PIC X(08).
               10  FILLER             PIC X(83) VALUE SPACE.
      *---------------------------------------------------------------*
           05  BK-DETAIL-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  BK-MESSAGE         PIC X(34).
               10  BK-STATE           PIC X(02).
               10  FILLER             PIC X(01) VALUE SPACE.
               10  BK-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  BK-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  BK-YEAR            PIC X(04).
               10  FILLER             PIC X(84) VALUE SPACE.
      *---------------------------------------------------------------*
           05  CH-CONFLICT-HEADING.
               10  FILLER             PIC X(12) VALUE ' FILE'.
               10  FILLER             PIC X(04) VALUE 'ST'.
               10  FILLER             PIC X(12) VALUE 'DATE'.
               10  FILLER             PIC X(10) VALUE 'MERGE'.
               10  FILLER             PIC X(26) VALUE 'CONFLICT'.
               10  FILLER             PIC X(10) VALUE 'LAST BY'.
               10  FILLER             PIC X(10) VALUE 'OPERATOR'.
               10  FILLER             PIC X(17) VALUE 'AUDITED AT'.
               10  FILLER             PIC X(31) VALUE SPACE.
      *---------------------------------------------------------------*
           05  CF-CONFLICT-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  CF-FILE            PIC X(11).
               10  CF-STATE           PIC X(02).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  CF-MONTH           PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  CF-DAY             PIC X(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  CF-YEAR            PIC X(04).
               10  FILLER             PIC X(02) VALUE SPACE.
               10  CF-ACTION          PIC X(10).
               10  CF-REASON          PIC X(26).
               10  CF-LAST-PROGRAM    PIC X(10).
               10  CF-LAST-OPERATOR   PIC X(10).
               10  CF-LAST-STAMP      PIC X(17).
               10  FILLER             PIC X(31) VALUE SPACE.
      *---------------------------------------------------------------*
           05  CF-NOTE-LINE.
               10  FILLER             PIC X(33) VALUE
                   ' CONFLICT ROWS WERE NOT CHANGED.'.
               10  FILLER             PIC X(40) VALUE
                   'BEFORE-IMAGES ARE IN MRGJRNL FOR RUN ID'.
               10  CF-NOTE-RUN-ID     PIC X(12).
               10  FILLER             PIC X(47) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SU-COUNT-LINE.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  SU-COUNT-LABEL     PIC X(29) VALUE SPACE.
               10  SU-COUNT-VALUE     PIC ZZZ,ZZ9.
               10  FILLER             PIC X(95) VALUE SPACE.
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
       01  WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAME-VALUES.
           05  WS-FIELD-NAME          OCCURS 13 TIMES
                                      PIC X(14).
      *---------------------------------------------------------------*
       01  WS-JOURNAL-TABLE.
      *---------------------------------------------------------------*
           05  WS-JRN-COUNT           PIC 9(04)   VALUE ZERO.
           05  WS-JRN-ENTRY           OCCURS 3000 TIMES
                                      INDEXED BY WS-JRX.
               10  WS-JRN-FILE-ID         PIC X(01).
               10  WS-JRN-ACTION          PIC X(01).
               10  WS-JRN-KEY.
                   15  WS-JRN-KEY-DATE    PIC X(08).
                   15  WS-JRN-KEY-STATE   PIC X(02).
               10  WS-JRN-BEFORE-IMAGE    PIC X(140).
               10  WS-JRN-AFTER-IMAGE     PIC X(140).
               10  WS-JRN-STATUS          PIC X(01).
                   88  WS-JRN-PENDING                 VALUE 'P'.
                   88  WS-JRN-RESTORED                VALUE 'R'.
                   88  WS-JRN-REMOVED                 VALUE 'X'.
                   88  WS-JRN-ALREADY-OUT             VALUE 'K'.
                   88  WS-JRN-CHANGED                 VALUE 'C'.
                   88  WS-JRN-MISSING                 VALUE 'M'.
               10  WS-JRN-LAST-PROGRAM    PIC X(08).
               10  WS-JRN-LAST-OPERATOR   PIC X(08).
               10  WS-JRN-LAST-STAMP      PIC X(12).
      *---------------------------------------------------------------*
       01  WS-IMAGE-FIELDS.
      *---------------------------------------------------------------*
           05  WS-CURRENT-IMAGE       PIC X(140)  VALUE SPACE.
           05  WS-MRG-HOLD-FIELDS.
               10  WS-MRG-DATE        PIC X(08).
               10  WS-MRG-FIELD       OCCURS 13 TIMES
                                      PIC X(07).
               10  WS-MRG-PERCENT     PIC X(05).
           05  WS-RST-HOLD-FIELDS.
               10  WS-RST-DATE        PIC X(08).
               10  WS-RST-FIELD       OCCURS 13 TIMES
                                      PIC X(07).
               10  WS-RST-PERCENT     PIC X(05).
           05  WS-RAW-EDIT-COPY       PIC X(07)   VALUE SPACE.
           05  WS-OLD-NUM-FIELD       PIC 9(07)   VALUE ZERO.
           05  WS-NEW-NUM-FIELD       PIC 9(07)   VALUE ZERO.
           05  WS-PCT-DIGITS          PIC X(04)   VALUE SPACE.
           05  WS-OLD-PCT-X100        PIC 9(04)   VALUE ZERO.
           05  WS-NEW-PCT-X100        PIC 9(04)   VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-WORK-FIELDS.
      *---------------------------------------------------------------*
           05  WS-RUN-ID              PIC X(12)   VALUE SPACE.
           05  WS-OPERATOR-ID         PIC X(08)   VALUE SPACE.
           05  WS-FLD                 PIC 9(02)   VALUE ZERO.
           05  WS-FIND-KEY.
               10  WS-FIND-FILE-ID    PIC X(01).
               10  WS-FIND-KEY-DATE   PIC X(08).
               10  WS-FIND-KEY-STATE  PIC X(02).
           05  WS-DETAIL-DATE         PIC X(08)   VALUE SPACE.
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
           05  JRN-EOF-SW             PIC X(01)   VALUE 'N'.
               88  JRN-EOF                        VALUE 'Y'.
           05  JRN-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  JRN-VALID-RECORD               VALUE 'Y'.
           05  AUD-EOF-SW             PIC X(01)   VALUE 'N'.
               88  AUD-EOF                        VALUE 'Y'.
           05  AUD-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  AUD-VALID-RECORD               VALUE 'Y'.
           05  HIST-EOF-SW            PIC X(01)   VALUE 'N'.
               88  HIST-EOF                       VALUE 'Y'.
           05  HIST-VALID-SW          PIC X(01)   VALUE 'Y'.
               88  HIST-VALID-RECORD              VALUE 'Y'.
           05  SMS-EOF-SW             PIC X(01)   VALUE 'N'.
               88  SMS-EOF                        VALUE 'Y'.
           05  SMS-VALID-SW           PIC X(01)   VALUE 'Y'.
               88  SMS-VALID-RECORD               VALUE 'Y'.
           05  WS-JRN-FOUND-SW        PIC X(01)   VALUE 'N'.
               88  WS-JRN-FOUND                   VALUE 'Y'.
           05  WS-JRN-FULL-SW         PIC X(01)   VALUE 'N'.
               88  WS-JRN-TABLE-FULL              VALUE 'Y'.
      *---------------------------------------------------------------*
           05  WS-HDR-RECORD.
               10  WS-HDR-TAG         PIC X(03)   VALUE 'HDR'.
               10  WS-HDR-FEED-DATE   PIC X(08).
               10  WS-HDR-SOURCE      PIC X(08).
               10  WS-HDR-EXP-COUNT   PIC 9(07).
           05  WS-TRL-RECORD.
               10  WS-TRL-TAG         PIC X(03)   VALUE 'TRL'.
               10  WS-TRL-REC-COUNT   PIC 9(07).
               10  WS-TRL-HASH-POS    PIC 9(15).
               10  WS-TRL-HASH-DEATH  PIC 9(15).
           05  WS-NEW-HASH-POS        PIC 9(15)   VALUE ZERO.
           05  WS-NEW-HASH-DEATH      PIC 9(15)   VALUE ZERO.
           05  WS-HASH-FIELD          PIC X(07)   VALUE SPACE.
           05  WS-HASH-NUM            PIC 9(07)   VALUE ZERO.
           05  WS-CTL-AUDIT-ID        PIC X(08)   VALUE SPACE.
           05  WS-CTL-AUDIT-DATE      PIC X(08)   VALUE SPACE.
           05  WS-CTL-AUDIT-FIELD     PIC X(20)   VALUE SPACE.
      *---------------------------------------------------------------*
           05  WS-JRNL-READ-COUNT     PIC 9(07)   VALUE ZERO.
           05  WS-AUD-READ-COUNT      PIC 9(07)   VALUE ZERO.
           05  WS-AUD-LATER-COUNT     PIC 9(07)   VALUE ZERO.
           05  WS-AUD-WRITE-COUNT     PIC 9(07)   VALUE ZERO.
           05  WS-UJ-ENTRY-COUNT      PIC 9(05)   VALUE ZERO.
           05  WS-UM-READ-COUNT       PIC 9(07)   VALUE ZERO.
           05  WS-UM-WRITE-COUNT      PIC 9(07)   VALUE ZERO.
           05  WS-UM-RESTORED-COUNT   PIC 9(05)   VALUE ZERO.
           05  WS-UM-REMOVED-COUNT    PIC 9(05)   VALUE ZERO.
           05  WS-UM-ALREADY-COUNT    PIC 9(05)   VALUE ZERO.
           05  WS-UM-CONFLICT-COUNT   PIC 9(05)   VALUE ZERO.
           05  WS-SJ-ENTRY-COUNT      PIC 9(05)   VALUE ZERO.
           05  WS-SM-READ-COUNT       PIC 9(07)   VALUE ZERO.
           05  WS-SM-WRITE-COUNT      PIC 9(07)   VALUE ZERO.
           05  WS-SM-RESTORED-COUNT   PIC 9(05)   VALUE ZERO.
           05  WS-SM-REMOVED-COUNT    PIC 9(05)   VALUE ZERO.
           05  WS-SM-ALREADY-COUNT    PIC 9(05)   VALUE ZERO.
           05  WS-SM-CONFLICT-COUNT   PIC 9(05)   VALUE ZERO.
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
           05  WS-OPR-TODAY-DATE      PIC X(08)   VALUE SPACE.
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
           PERFORM 2000-LOAD-MERGE-JOURNAL.
           IF  WS-JRN-TABLE-FULL
               DISPLAY 'CBLBKOUT: JOURNAL TABLE FULL FOR RUN ID '
                       WS-RUN-ID ' - RUN STOPPED'
               CLOSE PRINT-FILE
               MOVE 16                 TO RETURN-CODE
               GOBACK.
           IF  WS-JRN-COUNT = ZERO
               DISPLAY 'CBLBKOUT: RUN ID ' WS-RUN-ID
                       ' NOT IN MERGE JOURNAL - RUN STOPPED'
               CLOSE PRINT-FILE
               MOVE 16                 TO RETURN-CODE
               GOBACK.
           PERFORM 2500-LOAD-LATER-CHANGES.
           OPEN EXTEND AUDIT-FILE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE 'USAHIST BACKOUT'      TO SH-SECTION-TITLE.
           MOVE SH-SECTION-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 3000-BACK-OUT-USA-MASTER.
           MOVE 2                      TO LINE-SPACEING.
           MOVE 'STATEHIST BACKOUT'    TO SH-SECTION-TITLE.
           MOVE SH-SECTION-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 4000-BACK-OUT-STATE-MASTER.
           PERFORM 5000-CLOSE-UNMATCHED-ENTRY
               VARYING WS-JRX FROM 1 BY 1
                   UNTIL WS-JRX GREATER THAN WS-JRN-COUNT.
           MOVE WS-OPERATOR-ID         TO WS-CTL-AUDIT-ID.
           MOVE SPACE                  TO WS-CTL-AUDIT-DATE.
           STRING '20'                 DELIMITED SIZE
                  WS-RUN-ID(1:6)       DELIMITED SIZE
               INTO WS-CTL-AUDIT-DATE.
           MOVE 'MERGE BACKOUT'        TO WS-CTL-AUDIT-FIELD.
           PERFORM 7850-WRITE-CONTROL-AUDIT-RECORD.
           PERFORM 6000-PRINT-CONFLICTS.
           PERFORM 7000-PRINT-CONTROL-TOTALS.
           CLOSE AUDIT-FILE
                 PRINT-FILE.
           DISPLAY 'CBLBKOUT: RUN ID ' WS-RUN-ID ' BACKED OUT - '
                   WS-UM-CONFLICT-COUNT ' USAHIST AND '
                   WS-SM-CONFLICT-COUNT ' STATEHIST CONFLICTS'.
           IF  WS-UM-CONFLICT-COUNT GREATER THAN ZERO OR
               WS-SM-CONFLICT-COUNT GREATER THAN ZERO
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
           ACCEPT WS-RUN-ID            FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE          TO WS-RUN-ID
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-OPERATOR-ID       FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE          TO WS-OPERATOR-ID
           END-ACCEPT.
           IF  WS-RUN-ID NOT NUMERIC OR WS-OPERATOR-ID = SPACE
               DISPLAY 'CBLBKOUT: USAGE - CBLBKOUT <RUN ID> <OPID>'
               DISPLAY 'CBLBKOUT: RUN ID IS YYMMDDHHMMSS AS SHOWN '
                       'ON THE CBLMUPD REPORT - RUN STOPPED'
               MOVE 16                 TO RETURN-CODE
               GOBACK.
           MOVE WS-OPERATOR-ID         TO WS-CHK-OPER-ID.
           PERFORM 1100-CHECK-OPERATOR-MASTER.
           IF  NOT WS-OPER-OK
               DISPLAY 'CBLBKOUT: OPERATOR ' WS-OPERATOR-ID
                       ' NOT AUTHORIZED - ' WS-OPER-DENY-REASON
               OPEN EXTEND AUDIT-FILE
               MOVE WS-OPERATOR-ID     TO WS-CTL-AUDIT-ID
               MOVE SPACE              TO WS-CTL-AUDIT-DATE
               STRING '20'             DELIMITED SIZE
                      WS-RUN-ID(1:6)   DELIMITED SIZE
                   INTO WS-CTL-AUDIT-DATE
               MOVE 'ACCESS DENIED'    TO WS-CTL-AUDIT-FIELD
               PERFORM 7850-WRITE-CONTROL-AUDIT-RECORD
               CLOSE AUDIT-FILE
               MOVE 12                 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-RUN-ID              TO BK-RUN-ID.
           MOVE WS-OPERATOR-ID         TO BK-OPERATOR-ID.
           MOVE BK-RUN-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       1100-CHECK-OPERATOR-MASTER.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-OPER-OK-SW.
           MOVE 'OPERATOR NOT ON FILE' TO WS-OPER-DENY-REASON.
           ACCEPT WS-CURRENT-DATE      FROM DATE.
           MOVE SPACE                  TO WS-OPR-TODAY-DATE.
           STRING '20'                 DELIMITED SIZE
                  WS-CURRENT-DATE      DELIMITED SIZE
               INTO WS-OPR-TODAY-DATE.
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
                    WS-OPR-RAW-EXPIRY LESS THAN WS-OPR-TODAY-DATE
                   MOVE 'OPERATOR AUTHORITY EXPIRED'
                                       TO WS-OPER-DENY-REASON
               WHEN WS-OPR-RAW-PROGRAMS NOT = 'ALL' AND
                    WS-OPR-RAW-PROGRAMS(1:8)  NOT = 'CBLBKOUT' AND
                    WS-OPR-RAW-PROGRAMS(9:8)  NOT = 'CBLBKOUT' AND
                    WS-OPR-RAW-PROGRAMS(17:8) NOT = 'CBLBKOUT'
                   MOVE 'NOT AUTHORIZED FOR CBLBKOUT'
                                       TO WS-OPER-DENY-REASON
               WHEN OTHER
                   MOVE 'Y'            TO WS-OPER-OK-SW
                   MOVE SPACE          TO WS-OPER-DENY-REASON
           END-EVALUATE.
      *---------------------------------------------------------------*
       2000-LOAD-MERGE-JOURNAL.
      *---------------------------------------------------------------*
           OPEN INPUT MERGE-JOURNAL-FILE.
           PERFORM 8000-READ-MERGE-JOURNAL.
           PERFORM 2100-POST-JOURNAL-RECORD
               UNTIL JRN-EOF.
           CLOSE MERGE-JOURNAL-FILE.
      *---------------------------------------------------------------*
       2100-POST-JOURNAL-RECORD.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-JRNL-READ-COUNT.
           IF  MJR-RUN-ID = WS-RUN-ID
               IF  WS-JRN-COUNT LESS THAN 3000
                   ADD  1              TO WS-JRN-COUNT
                   SET  WS-JRX         TO WS-JRN-COUNT
                   MOVE MJR-FILE-ID    TO WS-JRN-FILE-ID(WS-JRX)
                   MOVE MJR-ACTION     TO WS-JRN-ACTION(WS-JRX)
                   MOVE MJR-KEY        TO WS-JRN-KEY(WS-JRX)
                   MOVE MJR-BEFORE-IMAGE
                                       TO WS-JRN-BEFORE-IMAGE(WS-JRX)
                   MOVE MJR-AFTER-IMAGE
                                       TO WS-JRN-AFTER-IMAGE(WS-JRX)
                   MOVE 'P'            TO WS-JRN-STATUS(WS-JRX)
                   MOVE SPACE          TO WS-JRN-LAST-PROGRAM(WS-JRX)
                                          WS-JRN-LAST-OPERATOR(WS-JRX)
                                          WS-JRN-LAST-STAMP(WS-JRX)
                   IF  MJR-FILE-ID = 'U'
                       ADD  1          TO WS-UJ-ENTRY-COUNT
                   ELSE
                       ADD  1          TO WS-SJ-ENTRY-COUNT
                   END-IF
               ELSE
                   MOVE 'Y'            TO WS-JRN-FULL-SW
               END-IF
           END-IF.
           PERFORM 8000-READ-MERGE-JOURNAL.
      *---------------------------------------------------------------*
       2500-LOAD-LATER-CHANGES.
      *---------------------------------------------------------------*
           OPEN INPUT AUDIT-FILE.
           PERFORM 8200-READ-AUDIT-FILE.
           PERFORM 2600-POST-LATER-CHANGE
               UNTIL AUD-EOF.
           CLOSE AUDIT-FILE.
      *---------------------------------------------------------------*
       2600-POST-LATER-CHANGE.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-AUD-READ-COUNT.
           IF  AUD-TIMESTAMP NOT LESS THAN WS-RUN-ID
               MOVE 'U'                TO WS-FIND-FILE-ID
               MOVE AUD-DATE           TO WS-FIND-KEY-DATE
               MOVE SPACE              TO WS-FIND-KEY-STATE
               PERFORM 8500-FIND-JOURNAL-ENTRY
               IF  WS-JRN-FOUND AND
                   AUD-TIMESTAMP NOT LESS THAN
                                    WS-JRN-LAST-STAMP(WS-JRX)
                   ADD  1              TO WS-AUD-LATER-COUNT
                   MOVE AUD-SOURCE-PROGRAM
                                       TO WS-JRN-LAST-PROGRAM(WS-JRX)
                   IF  AUD-SOURCE-PROGRAM = SPACE
                       MOVE 'CBLCORR'  TO WS-JRN-LAST-PROGRAM(WS-JRX)
                   END-IF
                   MOVE AUD-OPERATOR-ID
                                       TO WS-JRN-LAST-OPERATOR(WS-JRX)
                   MOVE AUD-TIMESTAMP  TO WS-JRN-LAST-STAMP(WS-JRX)
               END-IF
           END-IF.
           PERFORM 8200-READ-AUDIT-FILE.
      *---------------------------------------------------------------*
       3000-BACK-OUT-USA-MASTER.
      *---------------------------------------------------------------*
           OPEN INPUT  USA-HIST-FILE
                OUTPUT NEW-HIST-FILE.
           PERFORM 8100-READ-USA-HIST-FILE.
           PERFORM 3100-BACK-OUT-ONE-USA-ROW
               UNTIL HIST-EOF.
           CLOSE USA-HIST-FILE
                 NEW-HIST-FILE.
      *---------------------------------------------------------------*
       3100-BACK-OUT-ONE-USA-ROW.
      *---------------------------------------------------------------*
           ADD  1                      TO WS-UM-READ-COUNT.
           MOVE 'U'                    TO WS-FIND-FILE-ID.
           MOVE UHR-KEY-DATE           TO WS-FIND-KEY-DATE.
           MOVE SPACE                  TO WS-FIND-KEY-STATE.
           PERFORM 8500-FIND-JOURNAL-ENTRY.
           IF  NOT WS-JRN-FOUND
               MOVE UHR-RECORD         TO NEW-RECORD
               PERFORM 3800-WRITE-NEW-USA-ROW
           ELSE
               MOVE UHR-RECORD         TO WS-CURRENT-IMAGE
               PERFORM 5100-CLASSIFY-JOURNAL-ENTRY
               PERFORM 3200-APPLY-USA-ENTRY
           END-IF.
           PERFORM 8100-READ-USA-HIST-FILE.
      *---------------------------------------------------------------*
       3200-APPLY-USA-ENTRY.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-JRN-RESTORED(WS-JRX)
                   ADD  1              TO WS-UM-RESTORED-COUNT
                   MOVE WS-JRN-BEFORE-IMAGE(WS-JRX) TO NEW-RECORD
                   PERFORM 3800-WRITE-NEW-USA-ROW
                   PERFORM 3300-AUDIT-USA-RESTORE
                   MOVE 'ROW RESTORED'  TO BK-MESSAGE
                   PERFORM 5800-PRINT-ENTRY-DETAIL
               WHEN WS-JRN-REMOVED(WS-JRX)
                   ADD  1              TO WS-UM-REMOVED-COUNT
                   MOVE WS-OPERATOR-ID TO WS-CTL-AUDIT-ID
                   MOVE UHR-KEY-DATE   TO WS-CTL-AUDIT-DATE
                   MOVE 'ROW REMOVED'  TO WS-CTL-AUDIT-FIELD
                   PERFORM 7850-WRITE-CONTROL-AUDIT-RECORD
                   MOVE 'ROW REMOVED'  TO BK-MESSAGE
                   PERFORM 5800-PRINT-ENTRY-DETAIL
               WHEN WS-JRN-ALREADY-OUT(WS-JRX)
                   ADD  1              TO WS-UM-ALREADY-COUNT
                   MOVE UHR-RECORD     TO NEW-RECORD
                   PERFORM 3800-WRITE-NEW-USA-ROW
                   MOVE 'ALREADY BACKED OUT' TO BK-MESSAGE
                   PERFORM 5800-PRINT-ENTRY-DETAIL
               WHEN OTHER
                   ADD  1              TO WS-UM-CONFLICT-COUNT
                   MOVE UHR-RECORD     TO NEW-RECORD
                   PERFORM 3800-WRITE-NEW-USA-ROW
                   MOVE WS-OPERATOR-ID TO WS-CTL-AUDIT-ID
                   MOVE UHR-KEY-DATE   TO WS-CTL-AUDIT-DATE
                   MOVE 'BACKOUT CONFLICT' TO WS-CTL-AUDIT-FIELD
                   PERFORM 7850-WRITE-CONTROL-AUDIT-RECORD
                   MOVE 'CONFLICT - LEFT AS IS' TO BK-MESSAGE
                   PERFORM 5800-PRINT-ENTRY-DETAIL
           END-EVALUATE.
      *---------------------------------------------------------------*
       3300-AUDIT-USA-RESTORE.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-MRG-HOLD-FIELDS
                                          WS-RST-HOLD-FIELDS.
           UNSTRING WS-CURRENT-IMAGE DELIMITED BY ','
               INTO  WS-MRG-DATE
                     WS-MRG-FIELD(1)
                     WS-MRG-FIELD(2)
                     WS-MRG-FIELD(3)
                     WS-MRG-FIELD(4)
                     WS-MRG-FIELD(5)
                     WS-MRG-FIELD(6)
                     WS-MRG-FIELD(7)
                     WS-MRG-FIELD(8)
                     WS-MRG-FIELD(9)
                     WS-MRG-FIELD(10)
                     WS-MRG-FIELD(11)
                     WS-MRG-FIELD(12)
                     WS-MRG-FIELD(13)
                     WS-MRG-PERCENT.
           UNSTRING WS-JRN-BEFORE-IMAGE(WS-JRX) DELIMITED BY ','
               INTO  WS-RST-DATE
                     WS-RST-FIELD(1)
                     WS-RST-FIELD(2)
                     WS-RST-FIELD(3)
                     WS-RST-FIELD(4)
                     WS-RST-FIELD(5)
                     WS-RST-FIELD(6)
                     WS-RST-FIELD(7)
                     WS-RST-FIELD(8)
                     WS-RST-FIELD(9)
                     WS-RST-FIELD(10)
                     WS-RST-FIELD(11)
                     WS-RST-FIELD(12)
                     WS-RST-FIELD(13)
                     WS-RST-PERCENT.
           PERFORM 3350-AUDIT-ONE-FIELD
               VARYING WS-FLD FROM 1 BY 1
                   UNTIL WS-FLD GREATER THAN 13.
           PERFORM 3370-AUDIT-PERCENT-FIELD.
      *---------------------------------------------------------------*
       3350-AUDIT-ONE-FIELD.
      *---------------------------------------------------------------*
           MOVE WS-MRG-FIELD(WS-FLD)   TO WS-RAW-EDIT-COPY.
           INSPECT WS-RAW-EDIT-COPY REPLACING ALL SPACE BY '0'.
           IF  WS-RAW-EDIT-COPY NUMERIC
               MOVE WS-RAW-EDIT-COPY   TO WS-OLD-NUM-FIELD
           ELSE
               MOVE ZERO               TO WS-OLD-NUM-FIELD.
           MOVE WS-RST-FIELD(WS-FLD)   TO WS-RAW-EDIT-COPY.
           INSPECT WS-RAW-EDIT-COPY REPLACING ALL SPACE BY '0'.
           IF  WS-RAW-EDIT-COPY NUMERIC
               MOVE WS-RAW-EDIT-COPY   TO WS-NEW-NUM-FIELD
           ELSE
               MOVE ZERO               TO WS-NEW-NUM-FIELD.
           IF  WS-OLD-NUM-FIELD NOT = WS-NEW-NUM-FIELD
               IF  WS-FLD = 5
                   MOVE 'HOSPITAL CURRENT' TO AUD-FIELD-NAME
               ELSE
                   MOVE WS-FIELD-NAME(WS-FLD) TO AUD-FIELD-NAME
               END-IF
               MOVE WS-OLD-NUM-FIELD   TO AUD-BEFORE-VALUE
               MOVE WS-NEW-NUM-FIELD   TO AUD-AFTER-VALUE
               PERFORM 7800-WRITE-FIELD-AUDIT-RECORD.
      *---------------------------------------------------------------*
       3370-AUDIT-PERCENT-FIELD.
      *---------------------------------------------------------------*
           MOVE WS-MRG-PERCENT(1:2)    TO WS-PCT-DIGITS(1:2).
           MOVE WS-MRG-PERCENT(4:2)    TO WS-PCT-DIGITS(3:2).
           INSPECT WS-PCT-DIGITS REPLACING ALL SPACE BY '0'.
           IF  WS-PCT-DIGITS NUMERIC
               MOVE WS-PCT-DIGITS      TO WS-OLD-PCT-X100
           ELSE
               MOVE ZERO               TO WS-OLD-PCT-X100.
           MOVE WS-RST-PERCENT(1:2)    TO WS-PCT-DIGITS(1:2).
           MOVE WS-RST-PERCENT(4:2)    TO WS-PCT-DIGITS(3:2).
           INSPECT WS-PCT-DIGITS REPLACING ALL SPACE BY '0'.
           IF  WS-PCT-DIGITS NUMERIC
               MOVE WS-PCT-DIGITS      TO WS-NEW-PCT-X100
           ELSE
               MOVE ZERO               TO WS-NEW-PCT-X100.
           IF  WS-OLD-PCT-X100 NOT = WS-NEW-PCT-X100
               MOVE 'PERCENT X100'     TO AUD-FIELD-NAME
               MOVE WS-OLD-PCT-X100    TO AUD-BEFORE-VALUE
               MOVE WS-NEW-PCT-X100    TO AUD-AFTER-VALUE
               PERFORM 7800-WRITE-FIELD-AUDIT-RECORD.
      *---------------------------------------------------------------*
       3800-WRITE-NEW-USA-ROW.
      *---------------------------------------------------------------*
           WRITE NEW-RECORD.
           ADD  1                      TO WS-UM-WRITE-COUNT.
      *---------------------------------------------------------------*
       4000-BACK-OUT-STATE-MASTER.
      *---------------------------------------------------------------*
           OPEN INPUT  STATE-HIST-FILE
                OUTPUT NEW-STATE-FILE.
           PERFORM 4500-WRITE-NEW-STATE-HEADER.
           PERFORM 8300-READ-STATE-HIST-FILE.
           PERFORM 4100-BACK-OUT-ONE-STATE-ROW
               UNTIL SMS-EOF.
           PERFORM 4600-WRITE-NEW-STATE-TRAILER.
           CLOSE STATE-HIST-FILE
                 NEW-STATE-FILE.
      *---------------------------------------------------------------*
       4100-BACK-OUT-ONE-STATE-ROW.
      *---------------------------------------------------------------*
           IF  SHR-RECORD(1:3) NOT = 'HDR' AND
               SHR-RECORD(1:3) NOT = 'TRL'
               ADD  1                  TO WS-SM-READ-COUNT
               MOVE 'S'                TO WS-FIND-FILE-ID
               MOVE SHR-RECORD(4:8)    TO WS-FIND-KEY-DATE
               MOVE SHR-RECORD(1:2)    TO WS-FIND-KEY-STATE
               PERFORM 8500-FIND-JOURNAL-ENTRY
               IF  NOT WS-JRN-FOUND
                   MOVE SHR-RECORD     TO NEW-STATE-RECORD
                   PERFORM 4800-WRITE-NEW-STATE-ROW
               ELSE
                   MOVE SHR-RECORD     TO WS-CURRENT-IMAGE
                   PERFORM 5100-CLASSIFY-JOURNAL-ENTRY
                   PERFORM 4200-APPLY-STATE-ENTRY
               END-IF
           END-IF.
           PERFORM 8300-READ-STATE-HIST-FILE.
      *---------------------------------------------------------------*
       4200-APPLY-STATE-ENTRY.
      *---------------------------------------------------------------*
           MOVE WS-OPERATOR-ID         TO WS-CTL-AUDIT-ID.
           MOVE SHR-RECORD(4:8)        TO WS-CTL-AUDIT-DATE.
           MOVE SPACE                  TO WS-CTL-AUDIT-FIELD.
           EVALUATE TRUE
               WHEN WS-JRN-RESTORED(WS-JRX)
                   ADD  1              TO WS-SM-RESTORED-COUNT
                   MOVE WS-JRN-BEFORE-IMAGE(WS-JRX)
                                       TO NEW-STATE-RECORD
                   PERFORM 4800-WRITE-NEW-STATE-ROW
                   STRING SHR-RECORD(1:2)   DELIMITED SIZE
                          ' ROW RESTORED'   DELIMITED SIZE
                       INTO WS-CTL-AUDIT-FIELD
                   PERFORM 7850-WRITE-CONTROL-AUDIT-RECORD
                   MOVE 'ROW RESTORED'  TO BK-MESSAGE
                   PERFORM 5800-PRINT-ENTRY-DETAIL
               WHEN WS-JRN-REMOVED(WS-JRX)
                   ADD  1              TO WS-SM-REMOVED-COUNT
                   STRING SHR-RECORD(1:2)   DELIMITED SIZE
                          ' ROW REMOVED'    DELIMITED SIZE
                       INTO WS-CTL-AUDIT-FIELD
                   PERFORM 7850-WRITE-CONTROL-AUDIT-RECORD
                   MOVE 'ROW REMOVED'  TO BK-MESSAGE
                   PERFORM 5800-PRINT-ENTRY-DETAIL
               WHEN WS-JRN-ALREADY-OUT(WS-JRX)
                   ADD  1              TO WS-SM-ALREADY-COUNT
                   MOVE SHR-RECORD     TO NEW-STATE-RECORD
                   PERFORM 4800-WRITE-NEW-STATE-ROW
                   MOVE 'ALREADY BACKED OUT' TO BK-MESSAGE
                   PERFORM 5800-PRINT-ENTRY-DETAIL
               WHEN OTHER
                   ADD  1              TO WS-SM-CONFLICT-COUNT
                   MOVE SHR-RECORD     TO NEW-STATE-RECORD
                   PERFORM 4800-WRITE-NEW-STATE-ROW
                   STRING SHR-RECORD(1:2)   DELIMITED SIZE
                          ' BACKOUT CONFLICT' DELIMITED SIZE
                       INTO WS-CTL-AUDIT-FIELD
                   PERFORM 7850-WRITE-CONTROL-AUDIT-RECORD
                   MOVE 'CONFLICT - LEFT AS IS' TO BK-MESSAGE
                   PERFORM 5800-PRINT-ENTRY-DETAIL
           END-EVALUATE.
      *---------------------------------------------------------------*
       4500-WRITE-NEW-STATE-HEADER.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-HDR-FEED-DATE.
           STRING '20'                 DELIMITED SIZE
                  TD-YEAR              DELIMITED SIZE
                  TD-MONTH             DELIMITED SIZE
                  TD-DAY               DELIMITED SIZE
               INTO WS-HDR-FEED-DATE.
           MOVE 'CBLBKOUT'             TO WS-HDR-SOURCE.
           MOVE ZERO                   TO WS-HDR-EXP-COUNT.
           MOVE SPACE                  TO NEW-STATE-RECORD.
           MOVE WS-HDR-RECORD          TO NEW-STATE-RECORD.
           WRITE NEW-STATE-RECORD.
      *---------------------------------------------------------------*
       4600-WRITE-NEW-STATE-TRAILER.
      *---------------------------------------------------------------*
           MOVE WS-SM-WRITE-COUNT      TO WS-TRL-REC-COUNT.
           MOVE WS-NEW-HASH-POS        TO WS-TRL-HASH-POS.
           MOVE WS-NEW-HASH-DEATH      TO WS-TRL-HASH-DEATH.
           MOVE SPACE                  TO NEW-STATE-RECORD.
           MOVE WS-TRL-RECORD          TO NEW-STATE-RECORD.
           WRITE NEW-STATE-RECORD.
      *---------------------------------------------------------------*
       4800-WRITE-NEW-STATE-ROW.
      *---------------------------------------------------------------*
           WRITE NEW-STATE-RECORD.
           ADD  1                      TO WS-SM-WRITE-COUNT.
           MOVE NEW-STATE-RECORD(13:7) TO WS-HASH-FIELD.
           INSPECT WS-HASH-FIELD REPLACING ALL SPACE BY '0'.
           IF  WS-HASH-FIELD NUMERIC
               MOVE WS-HASH-FIELD      TO WS-HASH-NUM
               ADD  WS-HASH-NUM        TO WS-NEW-HASH-POS.
           MOVE NEW-STATE-RECORD(101:7) TO WS-HASH-FIELD.
           INSPECT WS-HASH-FIELD REPLACING ALL SPACE BY '0'.
           IF  WS-HASH-FIELD NUMERIC
               MOVE WS-HASH-FIELD      TO WS-HASH-NUM
               ADD  WS-HASH-NUM        TO WS-NEW-HASH-DEATH.
      *---------------------------------------------------------------*
       5000-CLOSE-UNMATCHED-ENTRY.
      *---------------------------------------------------------------*
           IF  WS-JRN-PENDING(WS-JRX)
               IF  WS-JRN-ACTION(WS-JRX) = 'A'
                   MOVE 'K'            TO WS-JRN-STATUS(WS-JRX)
                   IF  WS-JRN-FILE-ID(WS-JRX) = 'U'
                       ADD  1          TO WS-UM-ALREADY-COUNT
                   ELSE
                       ADD  1          TO WS-SM-ALREADY-COUNT
                   END-IF
               ELSE
                   MOVE 'M'            TO WS-JRN-STATUS(WS-JRX)
                   PERFORM 5050-AUDIT-MISSING-ROW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       5050-AUDIT-MISSING-ROW.
      *---------------------------------------------------------------*
           MOVE WS-OPERATOR-ID         TO WS-CTL-AUDIT-ID.
           MOVE WS-JRN-KEY-DATE(WS-JRX) TO WS-CTL-AUDIT-DATE.
           MOVE SPACE                  TO WS-CTL-AUDIT-FIELD.
           IF  WS-JRN-FILE-ID(WS-JRX) = 'U'
               ADD  1                  TO WS-UM-CONFLICT-COUNT
               MOVE 'BACKOUT CONFLICT' TO WS-CTL-AUDIT-FIELD
           ELSE
               ADD  1                  TO WS-SM-CONFLICT-COUNT
               STRING WS-JRN-KEY-STATE(WS-JRX) DELIMITED SIZE
                      ' BACKOUT CONFLICT'      DELIMITED SIZE
                   INTO WS-CTL-AUDIT-FIELD.
           PERFORM 7850-WRITE-CONTROL-AUDIT-RECORD.
      *---------------------------------------------------------------*
       5100-CLASSIFY-JOURNAL-ENTRY.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-CURRENT-IMAGE = WS-JRN-AFTER-IMAGE(WS-JRX)
                   IF  WS-JRN-ACTION(WS-JRX) = 'R'
                       MOVE 'R'        TO WS-JRN-STATUS(WS-JRX)
                   ELSE
                       MOVE 'X'        TO WS-JRN-STATUS(WS-JRX)
                   END-IF
               WHEN WS-JRN-ACTION(WS-JRX) = 'R' AND
                    WS-CURRENT-IMAGE = WS-JRN-BEFORE-IMAGE(WS-JRX)
                   MOVE 'K'            TO WS-JRN-STATUS(WS-JRX)
               WHEN OTHER
                   MOVE 'C'            TO WS-JRN-STATUS(WS-JRX)
           END-EVALUATE.
      *---------------------------------------------------------------*
       5800-PRINT-ENTRY-DETAIL.
      *---------------------------------------------------------------*
           MOVE WS-JRN-KEY-DATE(WS-JRX) TO WS-DETAIL-DATE.
           MOVE WS-JRN-KEY-STATE(WS-JRX) TO BK-STATE.
           MOVE WS-DETAIL-DATE(5:2)    TO BK-MONTH.
           MOVE WS-DETAIL-DATE(7:2)    TO BK-DAY.
           MOVE WS-DETAIL-DATE(1:4)    TO BK-YEAR.
           MOVE BK-DETAIL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       6000-PRINT-CONFLICTS.
      *---------------------------------------------------------------*
           MOVE 999                    TO LINE-COUNT.
           MOVE 'CONFLICTS - OPERATOR ACTION REQUIRED'
                                       TO SH-SECTION-TITLE.
           MOVE SH-SECTION-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE CH-CONFLICT-HEADING    TO COLUMN-HEADING-LINE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE COLUMN-HEADING-LINE    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-UM-CONFLICT-COUNT = ZERO AND
               WS-SM-CONFLICT-COUNT = ZERO
               MOVE ' NO CONFLICTS'    TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           ELSE
               PERFORM 6100-PRINT-ONE-CONFLICT
                   VARYING WS-JRX FROM 1 BY 1
                       UNTIL WS-JRX GREATER THAN WS-JRN-COUNT
               MOVE WS-RUN-ID          TO CF-NOTE-RUN-ID
               MOVE 2                  TO LINE-SPACEING
               MOVE CF-NOTE-LINE       TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           MOVE SPACE                  TO COLUMN-HEADING-LINE.
      *---------------------------------------------------------------*
       6100-PRINT-ONE-CONFLICT.
      *---------------------------------------------------------------*
           IF  WS-JRN-CHANGED(WS-JRX) OR WS-JRN-MISSING(WS-JRX)
               IF  WS-JRN-FILE-ID(WS-JRX) = 'U'
                   MOVE 'USAHIST'      TO CF-FILE
               ELSE
                   MOVE 'STATEHIST'    TO CF-FILE
               END-IF
               MOVE WS-JRN-KEY-STATE(WS-JRX) TO CF-STATE
               MOVE WS-JRN-KEY-DATE(WS-JRX)  TO WS-DETAIL-DATE
               MOVE WS-DETAIL-DATE(5:2) TO CF-MONTH
               MOVE WS-DETAIL-DATE(7:2) TO CF-DAY
               MOVE WS-DETAIL-DATE(1:4) TO CF-YEAR
               IF  WS-JRN-ACTION(WS-JRX) = 'R'
                   MOVE 'REPLACED'     TO CF-ACTION
               ELSE
                   MOVE 'ADDED'        TO CF-ACTION
               END-IF
               IF  WS-JRN-CHANGED(WS-JRX)
                   MOVE 'CHANGED SINCE MERGE' TO CF-REASON
               ELSE
                   MOVE 'ROW NO LONGER ON MASTER' TO CF-REASON
               END-IF
               PERFORM 6200-FORMAT-LAST-CHANGE
               MOVE CF-CONFLICT-LINE   TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       6200-FORMAT-LAST-CHANGE.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO CF-LAST-STAMP.
           IF  WS-JRN-LAST-STAMP(WS-JRX) = SPACE
               MOVE 'UNKNOWN'          TO CF-LAST-PROGRAM
               MOVE SPACE              TO CF-LAST-OPERATOR
           ELSE
               MOVE WS-JRN-LAST-PROGRAM(WS-JRX)  TO CF-LAST-PROGRAM
               MOVE WS-JRN-LAST-OPERATOR(WS-JRX) TO CF-LAST-OPERATOR
               STRING WS-JRN-LAST-STAMP(WS-JRX)(3:2) DELIMITED SIZE
                      '/'                            DELIMITED SIZE
                      WS-JRN-LAST-STAMP(WS-JRX)(5:2) DELIMITED SIZE
                      '/'                            DELIMITED SIZE
                      WS-JRN-LAST-STAMP(WS-JRX)(1:2) DELIMITED SIZE
                      ' '                            DELIMITED SIZE
                      WS-JRN-LAST-STAMP(WS-JRX)(7:2) DELIMITED SIZE
                      ':'                            DELIMITED SIZE
                      WS-JRN-LAST-STAMP(WS-JRX)(9:2) DELIMITED SIZE
                      ':'                            DELIMITED SIZE
                      WS-JRN-LAST-STAMP(WS-JRX)(11:2) DELIMITED SIZE
                   INTO CF-LAST-STAMP.
      *---------------------------------------------------------------*
       7000-PRINT-CONTROL-TOTALS.
      *---------------------------------------------------------------*
           MOVE 999                    TO LINE-COUNT.
           MOVE 'CONTROL TOTALS'       TO SH-SECTION-TITLE.
           MOVE SH-SECTION-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE 'JOURNAL RECORDS READ:' TO SU-COUNT-LABEL.
           MOVE WS-JRNL-READ-COUNT     TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'JOURNAL ENTRIES FOR RUN:' TO SU-COUNT-LABEL.
           MOVE WS-JRN-COUNT           TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'AUDIT RECORDS READ:'  TO SU-COUNT-LABEL.
           MOVE WS-AUD-READ-COUNT      TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'LATER CHANGES TO RUN ROWS:' TO SU-COUNT-LABEL.
           MOVE WS-AUD-LATER-COUNT     TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE 'USAHIST'              TO SH-SECTION-TITLE.
           MOVE SH-SECTION-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'JOURNAL ENTRIES:'     TO SU-COUNT-LABEL.
           MOVE WS-UJ-ENTRY-COUNT      TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'MASTER ROWS READ:'    TO SU-COUNT-LABEL.
           MOVE WS-UM-READ-COUNT       TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'ROWS RESTORED:'       TO SU-COUNT-LABEL.
           MOVE WS-UM-RESTORED-COUNT   TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'ROWS REMOVED:'        TO SU-COUNT-LABEL.
           MOVE WS-UM-REMOVED-COUNT    TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'ALREADY BACKED OUT:'  TO SU-COUNT-LABEL.
           MOVE WS-UM-ALREADY-COUNT    TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'ROWS IN CONFLICT:'    TO SU-COUNT-LABEL.
           MOVE WS-UM-CONFLICT-COUNT   TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'NEW MASTER ROWS WRITTEN:' TO SU-COUNT-LABEL.
           MOVE WS-UM-WRITE-COUNT      TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE 'STATEHIST'            TO SH-SECTION-TITLE.
           MOVE SH-SECTION-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'JOURNAL ENTRIES:'     TO SU-COUNT-LABEL.
           MOVE WS-SJ-ENTRY-COUNT      TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'MASTER ROWS READ:'    TO SU-COUNT-LABEL.
           MOVE WS-SM-READ-COUNT       TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'ROWS RESTORED:'       TO SU-COUNT-LABEL.
           MOVE WS-SM-RESTORED-COUNT   TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'ROWS REMOVED:'        TO SU-COUNT-LABEL.
           MOVE WS-SM-REMOVED-COUNT    TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'ALREADY BACKED OUT:'  TO SU-COUNT-LABEL.
           MOVE WS-SM-ALREADY-COUNT    TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'ROWS IN CONFLICT:'    TO SU-COUNT-LABEL.
           MOVE WS-SM-CONFLICT-COUNT   TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 'NEW MASTER ROWS WRITTEN:' TO SU-COUNT-LABEL.
           MOVE WS-SM-WRITE-COUNT      TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE 'AUDIT RECORDS WRITTEN:' TO SU-COUNT-LABEL.
           MOVE WS-AUD-WRITE-COUNT     TO SU-COUNT-VALUE.
           PERFORM 7100-PRINT-COUNT-LINE.
      *---------------------------------------------------------------*
       7100-PRINT-COUNT-LINE.
      *---------------------------------------------------------------*
           MOVE SU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       7800-WRITE-FIELD-AUDIT-RECORD.
      *---------------------------------------------------------------*
           ACCEPT WS-CURRENT-DATE      FROM DATE.
           ACCEPT WS-CURRENT-TIME      FROM TIME.
           MOVE UHR-KEY-DATE           TO AUD-DATE.
           MOVE WS-OPERATOR-ID         TO AUD-OPERATOR-ID.
           MOVE CD-YEAR                TO AUD-TS-YEAR.
           MOVE CD-MONTH               TO AUD-TS-MONTH.
           MOVE CD-DAY                 TO AUD-TS-DAY.
           MOVE CT-HOUR                TO AUD-TS-HOUR.
           MOVE CT-MINUTE              TO AUD-TS-MINUTE.
           MOVE CT-SECOND              TO AUD-TS-SECOND.
           MOVE 'CBLBKOUT'             TO AUD-SOURCE-PROGRAM.
           WRITE AUDIT-RECORD.
           ADD  1                      TO WS-AUD-WRITE-COUNT.
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
           MOVE 'CBLBKOUT'             TO AUD-SOURCE-PROGRAM.
           WRITE AUDIT-RECORD.
           ADD  1                      TO WS-AUD-WRITE-COUNT.
      *---------------------------------------------------------------*
       8000-READ-MERGE-JOURNAL.
      *---------------------------------------------------------------*
           READ MERGE-JOURNAL-FILE
               AT END MOVE 'Y' TO JRN-EOF-SW
                      MOVE 'N' TO JRN-VALID-SW.
           IF  NOT JRN-VALID-RECORD
               MOVE 'Y' TO JRN-EOF-SW.
      *---------------------------------------------------------------*
       8100-READ-USA-HIST-FILE.
      *---------------------------------------------------------------*
           READ USA-HIST-FILE
               AT END MOVE 'Y' TO HIST-EOF-SW
                      MOVE 'N' TO HIST-VALID-SW.
           IF  NOT HIST-VALID-RECORD
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
       8300-READ-STATE-HIST-FILE.
      *---------------------------------------------------------------*
           READ STATE-HIST-FILE
               AT END MOVE 'Y' TO SMS-EOF-SW
                      MOVE 'N' TO SMS-VALID-SW.
           IF  NOT SMS-VALID-RECORD
               MOVE 'Y' TO SMS-EOF-SW.
      *---------------------------------------------------------------*
       8500-FIND-JOURNAL-ENTRY.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-JRN-FOUND-SW.
           IF  WS-JRN-COUNT GREATER THAN ZERO
               SET  WS-JRX TO 1
               SEARCH WS-JRN-ENTRY
                   WHEN WS-JRX GREATER THAN WS-JRN-COUNT
                       CONTINUE
                   WHEN WS-JRN-FILE-ID(WS-JRX) = WS-FIND-FILE-ID AND
                        WS-JRN-KEY(WS-JRX) = WS-FIND-KEY(2:10)
                       MOVE 'Y'        TO WS-JRN-FOUND-SW
               END-SEARCH
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
      *---------------------------------------------------------------*
