           05  AUD-FIELD-NAME         PIC X(20).
           05  AUD-BEFORE-VALUE       PIC 9(07).
           05  AUD-AFTER-VALUE        PIC 9(07).
           05  AUD-SOURCE-PROGRAM     PIC X(08).
           05  FILLER                 PIC X(10)  VALUE SPACE.
      *---------------------------------------------------------------*
       FD  OPERATOR-FILE
               RECORDING MODE IS F.
           05  WS-OPR-RAW-ACTIVE         PIC X(01)   VALUE SPACE.
           05  WS-OPR-RAW-PROGRAMS       PIC X(24)   VALUE SPACE.
           05  WS-OPR-RAW-MAX-CHG        PIC X(07)   VALUE SPACE.
           05  WS-OPR-RAW-EXPIRY         PIC X(08)   VALUE SPACE.
           05  WS-OPR-TODAY-DATE         PIC X(08)   VALUE SPACE.
           05  WS-OPR-EDIT-COPY          PIC X(07)   VALUE SPACE.
           05  WS-OPER-OK-SW             PIC X(01)   VALUE 'N'.
               88  WS-OPER-OK                        VALUE 'Y'.
      *---------------------------------------------------------------*
           MOVE 'N'                     TO WS-OPER-OK-SW.
           MOVE 'OPERATOR NOT ON FILE'  TO WS-OPER-DENY-REASON.
           ACCEPT WS-CURRENT-DATE       FROM DATE.
           MOVE SPACE                   TO WS-OPR-TODAY-DATE.
           STRING '20'                  DELIMITED SIZE
                  WS-CURRENT-DATE       DELIMITED SIZE
               INTO WS-OPR-TODAY-DATE.
           MOVE ZERO                    TO WS-CHK-MAX-CHANGE.
           MOVE 'N'                     TO OPR-EOF-SW.
           MOVE 'Y'                     TO OPR-VALID-SW.
           IF  NOT OPR-VALID-RECORD
               MOVE 'Y'                 TO OPR-EOF-SW.
           IF  NOT OPR-EOF
               MOVE SPACE               TO WS-OPR-RAW-EXPIRY
               UNSTRING OPR-RECORD DELIMITED BY ','
                   INTO WS-OPR-RAW-ID
                        WS-OPR-RAW-ACTIVE
                        WS-OPR-RAW-PROGRAMS
                        WS-OPR-RAW-MAX-CHG
                        WS-OPR-RAW-EXPIRY
               IF  WS-OPR-RAW-ID = WS-CHK-OPER-ID
                   MOVE 'Y'             TO OPR-EOF-SW
                   PERFORM 1170-EVALUATE-OPERATOR-ENTRY
               WHEN WS-OPR-RAW-ACTIVE NOT = 'A'
                   MOVE 'OPERATOR NOT ACTIVE'
                                        TO WS-OPER-DENY-REASON
               WHEN WS-OPR-RAW-EXPIRY NOT = SPACE AND
                    WS-OPR-RAW-EXPIRY LESS THAN WS-OPR-TODAY-DATE
                   MOVE 'OPERATOR AUTHORITY EXPIRED'
                                        TO WS-OPER-DENY-REASON
               WHEN WS-OPR-RAW-PROGRAMS NOT = 'ALL' AND
                    WS-OPR-RAW-PROGRAMS(1:8)  NOT = 'CBLCORR ' AND
                    WS-OPR-RAW-PROGRAMS(9:8)  NOT = 'CBLCORR ' AND
           MOVE WS-CTL-AUDIT-FIELD      TO AUD-FIELD-NAME.
           MOVE ZERO                    TO AUD-BEFORE-VALUE.
           MOVE ZERO                    TO AUD-AFTER-VALUE.
           MOVE 'CBLCORR'               TO AUD-SOURCE-PROGRAM.
           WRITE AUDIT-RECORD.
      *---------------------------------------------------------------*
       2545-CHECK-RECORD-CHANGED.
           MOVE CT-HOUR                 TO AUD-TS-HOUR.
           MOVE CT-MINUTE               TO AUD-TS-MINUTE.
           MOVE CT-SECOND               TO AUD-TS-SECOND.
           MOVE 'CBLCORR'               TO AUD-SOURCE-PROGRAM.
           WRITE AUDIT-RECORD.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
