           SELECT STATE-SORT-FILE ASSIGN TO STATSORT.
           SELECT STATE-SRTD-FILE ASSIGN TO STATTRNS.
           SELECT NEW-STATE-FILE  ASSIGN TO STATNEW.
           SELECT MERGE-JOURNAL-FILE ASSIGN TO MRGJRNL.
           SELECT PRINT-FILE      ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
       FD  NEW-STATE-FILE
               RECORDING MODE IS F.
       01  NEW-STATE-RECORD          PIC X(140).
      *---------------------------------------------------------------*
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
       FD  PRINT-FILE
               RECORDING MODE F.
               10  MU-COUNT-LABEL     PIC X(29) VALUE SPACE.
               10  MU-COUNT-VALUE     PIC ZZZ,ZZ9.
               10  FILLER             PIC X(95) VALUE SPACE.
      *---------------------------------------------------------------*
           05  MU-RUN-ID-LINE.
               10  FILLER             PIC X(14) VALUE
                   ' MERGE RUN ID:'.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  MU-RUN-ID          PIC X(12).
               10  FILLER             PIC X(105) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-USA-TRAN-HOLD.
      *---------------------------------------------------------------*
               10  TD-YEAR            PIC 99.
               10  TD-MONTH           PIC 99.
               10  TD-DAY             PIC 99.
           05  WS-CURRENT-TIME.
               10  CT-HHMMSS          PIC 9(06).
               10  CT-HUNDREDTH       PIC 99.
           05  WS-RUN-ID.
               10  WS-RUN-DATE        PIC 9(06).
               10  WS-RUN-TIME        PIC 9(06).
           05  UMS-EOF-SW             PIC X(01)   VALUE 'N'.
               88  UMS-EOF                        VALUE 'Y'.
           05  UMS-VALID-SW           PIC X(01)   VALUE 'Y'.
           05  WS-SM-WRITE-COUNT      PIC 9(07)   VALUE ZERO.
           05  WS-SM-REPL-COUNT       PIC 9(05)   VALUE ZERO.
           05  WS-SM-INS-COUNT        PIC 9(05)   VALUE ZERO.
           05  WS-JRNL-WRITE-COUNT    PIC 9(07)   VALUE ZERO.
      *---------------------------------------------------------------*
       01  PRINTER-CONTROL-FIELDS.
      *---------------------------------------------------------------*
               MOVE 16                 TO RETURN-CODE
               CLOSE PRINT-FILE
               GOBACK.
           DISPLAY 'CBLMUPD: MERGE RUN ID ' WS-RUN-ID.
           MOVE WS-RUN-ID              TO MU-RUN-ID.
           MOVE MU-RUN-ID-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           OPEN EXTEND MERGE-JOURNAL-FILE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE 'USAHIST UPDATE'       TO SH-SECTION-TITLE.
           MOVE SH-SECTION-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 6500-MERGE-STATE-MASTER.
           PERFORM 6900-PRINT-STATE-SUMMARY.
           CLOSE MERGE-JOURNAL-FILE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE 'JOURNAL RECORDS WRITTEN:' TO MU-COUNT-LABEL.
           MOVE WS-JRNL-WRITE-COUNT    TO MU-COUNT-VALUE.
           MOVE MU-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           CLOSE PRINT-FILE.
           IF  WS-UT-DUP-COUNT GREATER THAN ZERO OR
               WS-ST-DUP-COUNT GREATER THAN ZERO OR
       1000-INITIALIZE.
      *---------------------------------------------------------------*
           ACCEPT TODAYS-DATE FROM DATE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE TODAYS-DATE            TO WS-RUN-DATE.
           MOVE CT-HHMMSS              TO WS-RUN-TIME.
           MOVE TD-YEAR                TO HL1-YEAR-OUT.
           MOVE TD-MONTH               TO HL1-MONTH-OUT.
           MOVE TD-DAY                 TO HL1-DAY-OUT.
                   PERFORM 2700-READ-USA-MASTER
               WHEN UMS-EOF
                   PERFORM 2650-WRITE-USA-TRAN-REC
                   PERFORM 2660-JOURNAL-USA-INSERT
                   ADD  1              TO WS-UM-INS-COUNT
                   MOVE 'INSERTED NEW ROW' TO MU-MESSAGE
                   PERFORM 2680-PRINT-USA-DETAIL
                   PERFORM 2700-READ-USA-MASTER
               WHEN UHR-RECORD(1:8) = WS-UT-CUR-KEY
                   PERFORM 2650-WRITE-USA-TRAN-REC
                   PERFORM 2670-JOURNAL-USA-REPLACE
                   ADD  1              TO WS-UM-REPL-COUNT
                   MOVE 'REPLACED MASTER ROW' TO MU-MESSAGE
                   PERFORM 2680-PRINT-USA-DETAIL
                   PERFORM 2700-READ-USA-MASTER
               WHEN OTHER
                   PERFORM 2650-WRITE-USA-TRAN-REC
                   PERFORM 2660-JOURNAL-USA-INSERT
                   ADD  1              TO WS-UM-INS-COUNT
                   MOVE 'INSERTED NEW ROW' TO MU-MESSAGE
                   PERFORM 2680-PRINT-USA-DETAIL
           MOVE WS-UT-CUR-DATA         TO NEW-RECORD.
           WRITE NEW-RECORD.
           ADD  1                      TO WS-UM-WRITE-COUNT.
      *---------------------------------------------------------------*
       2660-JOURNAL-USA-INSERT.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO MJR-RECORD.
           MOVE 'A'                    TO MJR-ACTION.
           PERFORM 2690-WRITE-USA-JOURNAL.
      *---------------------------------------------------------------*
       2670-JOURNAL-USA-REPLACE.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO MJR-RECORD.
           MOVE 'R'                    TO MJR-ACTION.
           MOVE UHR-RECORD             TO MJR-BEFORE-IMAGE.
           PERFORM 2690-WRITE-USA-JOURNAL.
      *---------------------------------------------------------------*
       2690-WRITE-USA-JOURNAL.
      *---------------------------------------------------------------*
           MOVE WS-RUN-ID              TO MJR-RUN-ID.
           MOVE 'U'                    TO MJR-FILE-ID.
           MOVE WS-UT-CUR-KEY          TO MJR-KEY-DATE.
           MOVE SPACE                  TO MJR-KEY-STATE.
           MOVE WS-UT-CUR-DATA         TO MJR-AFTER-IMAGE.
           WRITE MJR-RECORD.
           ADD  1                      TO WS-JRNL-WRITE-COUNT.
      *---------------------------------------------------------------*
       2680-PRINT-USA-DETAIL.
      *---------------------------------------------------------------*
                   PERFORM 6700-READ-STATE-MASTER
               WHEN SMS-EOF
                   PERFORM 6650-WRITE-STATE-TRAN-REC
                   PERFORM 6660-JOURNAL-STATE-INSERT
                   ADD  1              TO WS-SM-INS-COUNT
                   MOVE 'INSERTED NEW ROW' TO MU-MESSAGE
                   PERFORM 6680-PRINT-STATE-DETAIL
                   PERFORM 6700-READ-STATE-MASTER
               WHEN WS-MST-KEY = WS-ST-CUR-KEY
                   PERFORM 6650-WRITE-STATE-TRAN-REC
                   PERFORM 6670-JOURNAL-STATE-REPLACE
                   ADD  1              TO WS-SM-REPL-COUNT
                   MOVE 'REPLACED MASTER ROW' TO MU-MESSAGE
                   PERFORM 6680-PRINT-STATE-DETAIL
                   PERFORM 6700-READ-STATE-MASTER
               WHEN OTHER
                   PERFORM 6650-WRITE-STATE-TRAN-REC
                   PERFORM 6660-JOURNAL-STATE-INSERT
                   ADD  1              TO WS-SM-INS-COUNT
                   MOVE 'INSERTED NEW ROW' TO MU-MESSAGE
                   PERFORM 6680-PRINT-STATE-DETAIL
           WRITE NEW-STATE-RECORD.
           ADD  1                      TO WS-SM-WRITE-COUNT.
           PERFORM 6690-ADD-NEW-STATE-HASHES.
      *---------------------------------------------------------------*
       6660-JOURNAL-STATE-INSERT.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO MJR-RECORD.
           MOVE 'A'                    TO MJR-ACTION.
           PERFORM 6675-WRITE-STATE-JOURNAL.
      *---------------------------------------------------------------*
       6670-JOURNAL-STATE-REPLACE.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO MJR-RECORD.
           MOVE 'R'                    TO MJR-ACTION.
           MOVE SHR-RECORD             TO MJR-BEFORE-IMAGE.
           PERFORM 6675-WRITE-STATE-JOURNAL.
      *---------------------------------------------------------------*
       6675-WRITE-STATE-JOURNAL.
      *---------------------------------------------------------------*
           MOVE WS-RUN-ID              TO MJR-RUN-ID.
           MOVE 'S'                    TO MJR-FILE-ID.
           MOVE WS-ST-CUR-KEY          TO MJR-KEY.
           MOVE WS-ST-CUR-DATA         TO MJR-AFTER-IMAGE.
           WRITE MJR-RECORD.
           ADD  1                      TO WS-JRNL-WRITE-COUNT.
      *---------------------------------------------------------------*
       6690-ADD-NEW-STATE-HASHES.
      *---------------------------------------------------------------*
