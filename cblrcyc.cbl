           05  AUD-FIELD-NAME         PIC X(20).
           05  AUD-BEFORE-VALUE       PIC 9(07).
           05  AUD-AFTER-VALUE        PIC 9(07).
           05  AUD-SOURCE-PROGRAM     PIC X(08).
           05  FILLER                 PIC X(10)  VALUE SPACE.
      *---------------------------------------------------------------*
       FD  OPERATOR-FILE
               RECORDING MODE IS F.
                                      PIC X(07).
           05  WS-OLD-RAW-PERCENT     PIC X(05).
           05  WS-OLD-NUM-FIELD       PIC 9(07)   VALUE ZERO.
           05  WS-PCT-DIGITS          PIC X(04)   VALUE SPACE.
           05  WS-OLD-PCT-X100        PIC 9(07)   VALUE ZERO.
           05  WS-NEW-PCT-X100        PIC 9(07)   VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-OPERATOR-FIELDS.
      *---------------------------------------------------------------*
           05  WS-OPR-RAW-ACTIVE      PIC X(01)   VALUE SPACE.
           05  WS-OPR-RAW-PROGRAMS    PIC X(24)   VALUE SPACE.
           05  WS-OPR-RAW-MAX-CHG     PIC X(07)   VALUE SPACE.
           05  WS-OPR-RAW-EXPIRY      PIC X(08)   VALUE SPACE.
           05  WS-OPR-TODAY-DATE      PIC X(08)   VALUE SPACE.
           05  WS-OPR-EDIT-COPY       PIC X(07)   VALUE SPACE.
           05  WS-OPER-OK-SW          PIC X(01)   VALUE 'N'.
               88  WS-OPER-OK                     VALUE 'Y'.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-OPER-OK-SW.
           MOVE 'OPERATOR NOT ON FILE' TO WS-OPER-DENY-REASON.
           ACCEPT WS-CURRENT-DATE      FROM DATE.
           MOVE SPACE                  TO WS-OPR-TODAY-DATE.
           STRING '20'                 DELIMITED SIZE
                  WS-CURRENT-DATE      DELIMITED SIZE
               INTO WS-OPR-TODAY-DATE.
           MOVE ZERO                   TO WS-CHK-MAX-CHANGE.
           MOVE 'N'                    TO OPR-EOF-SW.
           MOVE 'Y'                    TO OPR-VALID-SW.
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
               WHEN WS-OPR-RAW-ACTIVE NOT = 'A'
                   MOVE 'OPERATOR NOT ACTIVE'
                                       TO WS-OPER-DENY-REASON
               WHEN WS-OPR-RAW-EXPIRY NOT = SPACE AND
                    WS-OPR-RAW-EXPIRY LESS THAN WS-OPR-TODAY-DATE
                   MOVE 'OPERATOR AUTHORITY EXPIRED'
                                       TO WS-OPER-DENY-REASON
               WHEN WS-OPR-RAW-PROGRAMS NOT = 'ALL' AND
                    WS-OPR-RAW-PROGRAMS(1:8)  NOT = 'CBLRCYC ' AND
                    WS-OPR-RAW-PROGRAMS(9:8)  NOT = 'CBLRCYC ' AND
                   PERFORM 2800-CARRY-EXCEPTION-FORWARD
               NOT INVALID KEY
                   ADD  1              TO WS-REPAIRED-COUNT
                   MOVE 'ROW ADDED'    TO WS-CTL-AUDIT-FIELD
                   MOVE WS-OPERATOR-ID TO WS-CTL-AUDIT-ID
                   PERFORM 2770-WRITE-CONTROL-AUDIT-RECORD
           END-WRITE.
      *---------------------------------------------------------------*
       2690-OBTAIN-SECOND-APPROVAL.
               MOVE 'APPROVAL DENIED'  TO WS-CTL-AUDIT-FIELD
               MOVE WS-APPROVER-ID     TO WS-CTL-AUDIT-ID
               PERFORM 2770-WRITE-CONTROL-AUDIT-RECORD.
      *---------------------------------------------------------------*
       2700-WRITE-REPAIR-AUDIT-TRAIL.
      *---------------------------------------------------------------*
           ACCEPT WS-CURRENT-DATE      FROM DATE.
           ACCEPT WS-CURRENT-TIME      FROM TIME.
           PERFORM 2710-AUDIT-ONE-FIELD
               VARYING WS-FLD FROM 1 BY 1
                   UNTIL WS-FLD GREATER THAN 13.
           PERFORM 2720-AUDIT-PERCENT-FIELD.
      *---------------------------------------------------------------*
       2710-AUDIT-ONE-FIELD.
      *---------------------------------------------------------------*
           MOVE WS-OLD-RAW-FIELD(WS-FLD) TO WS-RAW-EDIT-COPY.
           INSPECT WS-RAW-EDIT-COPY REPLACING ALL SPACE BY '0'.
           IF  WS-RAW-EDIT-COPY NUMERIC
               MOVE WS-RAW-EDIT-COPY   TO WS-OLD-NUM-FIELD
           ELSE
               MOVE ZERO               TO WS-OLD-NUM-FIELD.
           IF  WS-OLD-NUM-FIELD NOT = WS-RCY-NUM-FIELD(WS-FLD)
               IF  WS-FLD = 5
                   MOVE 'HOSPITAL CURRENT' TO AUD-FIELD-NAME
               ELSE
                   MOVE WS-FIELD-NAME(WS-FLD) TO AUD-FIELD-NAME
               END-IF
               MOVE WS-OLD-NUM-FIELD   TO AUD-BEFORE-VALUE
               MOVE WS-RCY-NUM-FIELD(WS-FLD) TO AUD-AFTER-VALUE
               PERFORM 2750-WRITE-FIELD-AUDIT-RECORD.
      *---------------------------------------------------------------*
       2720-AUDIT-PERCENT-FIELD.
      *---------------------------------------------------------------*
           MOVE WS-OLD-RAW-PERCENT(1:2) TO WS-PCT-DIGITS(1:2).
           MOVE WS-OLD-RAW-PERCENT(4:2) TO WS-PCT-DIGITS(3:2).
           INSPECT WS-PCT-DIGITS REPLACING ALL SPACE BY '0'.
           IF  WS-PCT-DIGITS NUMERIC
               MOVE WS-PCT-DIGITS      TO WS-OLD-PCT-X100
           ELSE
               MOVE ZERO               TO WS-OLD-PCT-X100.
           MOVE WS-RCY-PERCENT-EDIT(1:2) TO WS-PCT-DIGITS(1:2).
           MOVE WS-RCY-PERCENT-EDIT(4:2) TO WS-PCT-DIGITS(3:2).
           INSPECT WS-PCT-DIGITS REPLACING ALL SPACE BY '0'.
           IF  WS-PCT-DIGITS NUMERIC
               MOVE WS-PCT-DIGITS      TO WS-NEW-PCT-X100
           ELSE
               MOVE ZERO               TO WS-NEW-PCT-X100.
           IF  WS-OLD-PCT-X100 NOT = WS-NEW-PCT-X100
               MOVE 'PERCENT X100'     TO AUD-FIELD-NAME
               MOVE WS-OLD-PCT-X100    TO AUD-BEFORE-VALUE
               MOVE WS-NEW-PCT-X100    TO AUD-AFTER-VALUE
               PERFORM 2750-WRITE-FIELD-AUDIT-RECORD.
      *---------------------------------------------------------------*
       2750-WRITE-FIELD-AUDIT-RECORD.
      *---------------------------------------------------------------*
           MOVE WS-RCY-DATE            TO AUD-DATE.
           MOVE WS-OPERATOR-ID         TO AUD-OPERATOR-ID.
           MOVE CD-YEAR                TO AUD-TS-YEAR.
           MOVE CD-MONTH               TO AUD-TS-MONTH.
           MOVE CD-DAY                 TO AUD-TS-DAY.
           MOVE CT-HOUR                TO AUD-TS-HOUR.
           MOVE CT-MINUTE              TO AUD-TS-MINUTE.
           MOVE CT-SECOND              TO AUD-TS-SECOND.
           MOVE 'CBLRCYC'              TO AUD-SOURCE-PROGRAM.
           WRITE AUDIT-RECORD.
      *---------------------------------------------------------------*
       2770-WRITE-CONTROL-AUDIT-RECORD.
      *---------------------------------------------------------------*
           MOVE WS-CTL-AUDIT-FIELD     TO AUD-FIELD-NAME.
           MOVE ZERO                   TO AUD-BEFORE-VALUE.
           MOVE ZERO                   TO AUD-AFTER-VALUE.
           MOVE 'CBLRCYC'              TO AUD-SOURCE-PROGRAM.
           WRITE AUDIT-RECORD.
      *---------------------------------------------------------------*
       2650-REPACK-REPAIRED-RECORD.
      *---------------------------------------------------------------*
       2680-REWRITE-EXISTING-RECORD.
      *---------------------------------------------------------------*
           PERFORM 2700-WRITE-REPAIR-AUDIT-TRAIL.
           MOVE WS-REPACK-RECORD       TO UHR-RECORD.
           REWRITE UHR-RECORD.
           ADD  1                      TO WS-REPAIRED-COUNT.
