       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLARPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Optional card: the last day of the week to report, YYYYMMDD.
      * No card, or a blank one, reports the seven days ending today.
      * A record belongs to the week of its report date - the
      * business day the run was opened under - as BILLING does it.
           SELECT SLARPT-CONTROL-FILE ASSIGN TO 'fizzbuzz-slarpt.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT FIZZBUZZ-SLA-FILE ASSIGN TO 'fizzbuzz-sla.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.
           SELECT FIZZBUZZ-TIMING-FILE ASSIGN TO 'fizzbuzz-timing.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TIMING-STATUS.
           SELECT SLARPT-REPORT-FILE
               ASSIGN TO 'fizzbuzz-slarpt-report.txt'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SLARPT-CONTROL-FILE.
       01 SLARPT-CONTROL-CARD.
           05 SR-WEEK-ENDING PIC 9(8).
           05 SR-WEEK-ENDING-X REDEFINES SR-WEEK-ENDING PIC X(8).

       FD FIZZBUZZ-SLA-FILE.
       COPY fizzbuzz-sla.

       FD FIZZBUZZ-TIMING-FILE.
       COPY fizzbuzz-timing.

       FD SLARPT-REPORT-FILE.
       01 SLARPT-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       78 SLARPT-MAX-REQUESTERS VALUE 50.
      * Outcome records and range timings kept for the repeat check:
      * MAIN writes one outcome per requester per completed run and
      * one timing per range, so these bound the window's runs and
      * ranges, not its inputs.
       78 SLARPT-MAX-OUTCOMES VALUE 5000.
       78 SLARPT-MAX-RANGES VALUE 5000.
      * Breaches and near misses listed for the week.
       78 SLARPT-MAX-DETAILS VALUE 500.
      * The trend compares the report week with the four before it.
       78 SLARPT-WEEKS VALUE 5.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-SLA-STATUS PIC XX.
       01 WS-TIMING-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-SLA-EOF PIC X VALUE 'N'.
       01 WS-TIMING-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
       01 WS-LINE-POINTER PIC 9(3).
       01 WS-WEEK-END-DATE PIC 9(8).
      * Day numbers of the report week's last day, its first day, and
      * the first day of the earliest week in the trend.
       01 WS-WEEK-END-DAY PIC 9(7).
       01 WS-WEEK-START-DAY PIC 9(7).
       01 WS-TREND-START-DAY PIC 9(7).
       01 WS-RECORD-DATE PIC X(8).
       01 WS-RECORD-DATE-N REDEFINES WS-RECORD-DATE PIC 9(8).
       01 WS-RECORD-DAY PIC 9(7).
       01 WS-RECORD-VALID PIC X.
       01 WS-DAYS-BACK PIC 9(7).
       01 WS-WEEK-IDX PIC 9.
       01 WS-WEEK-DATE PIC 9(8).
       01 WS-WEEK-DAY PIC 9(7).
      * Every requester seen in the window, from either file.
       01 WS-REQ-TABLE.
           05 WS-REQ-COUNT PIC 9(2) VALUE 0.
           05 WS-REQ-ENTRY OCCURS SLARPT-MAX-REQUESTERS TIMES.
               10 WS-REQ-ID PIC X(8).
               10 WS-REQ-RUNS PIC 9(5).
               10 WS-REQ-MET PIC 9(5).
               10 WS-REQ-NEAR PIC 9(5).
               10 WS-REQ-BREACH PIC 9(5).
               10 WS-REQ-WORST PIC S9(5).
               10 WS-REQ-RANGES PIC 9(5).
               10 WS-REQ-LOST PIC 9(9)V99.
               10 WS-REQ-RESTARTS PIC 9(5).
               10 WS-REQ-TIMED PIC X.
               10 WS-REQ-PICKED PIC X.
               10 WS-REQ-WEEK OCCURS SLARPT-WEEKS TIMES.
                   15 WS-REQ-WEEK-INPUTS PIC 9(12).
                   15 WS-REQ-WEEK-ELAPSED PIC 9(9)V99.
       01 WS-REQ-IDX PIC 9(2).
       01 WS-FOUND-IDX PIC 9(2).
       01 WS-SEARCH-REQUESTER PIC X(8).
      * The requesters in id order, for both sections of the report.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-IDX PIC 9(2)
               OCCURS SLARPT-MAX-REQUESTERS TIMES.
       01 WS-ORDER-COUNT PIC 9(2) VALUE 0.
       01 WS-ORDER-POS PIC 9(2).
       01 WS-BEST-ID PIC X(8).
       01 WS-BEST-IDX PIC 9(2).
      * Run id plus requester of every outcome counted: a restart
      * that completes a run again after a crash writes the outcome
      * again, and only the first is counted.
       01 WS-OUTCOME-TABLE.
           05 WS-OUTCOME-COUNT PIC 9(4) VALUE 0.
           05 WS-OUTCOME-KEY PIC X(22)
               OCCURS SLARPT-MAX-OUTCOMES TIMES.
       01 WS-OUTCOME-IDX PIC 9(4).
       01 WS-OUTCOME-SEARCH PIC X(22).
      * Run id plus range sequence of every range timing counted, as
      * BILLING dedupes the usage records.
       01 WS-TIMED-TABLE.
           05 WS-TIMED-COUNT PIC 9(4) VALUE 0.
           05 WS-TIMED-KEY PIC X(16)
               OCCURS SLARPT-MAX-RANGES TIMES.
       01 WS-TIMED-IDX PIC 9(4).
       01 WS-TIMED-SEARCH PIC X(16).
       01 WS-DUPLICATE PIC X.
       01 WS-DETAIL-TABLE.
           05 WS-DETAIL-COUNT PIC 9(3) VALUE 0.
           05 WS-DETAIL-ENTRY OCCURS SLARPT-MAX-DETAILS TIMES.
               10 WS-DETAIL-RECORD PIC X(91).
       01 WS-DETAIL-IDX PIC 9(3).
       01 WS-DETAIL-DROPPED PIC 9(5) VALUE 0.
       01 WS-SLA-READ PIC 9(6) VALUE 0.
       01 WS-SLA-IN-WEEK PIC 9(6) VALUE 0.
       01 WS-SLA-REPEATS PIC 9(6) VALUE 0.
       01 WS-SLA-UNREADABLE PIC 9(6) VALUE 0.
       01 WS-TIMING-READ PIC 9(6) VALUE 0.
       01 WS-TIMING-IN-TREND PIC 9(6) VALUE 0.
       01 WS-TIMING-REPEATS PIC 9(6) VALUE 0.
       01 WS-TIMING-UNREADABLE PIC 9(6) VALUE 0.
       01 WS-REQ-OVERFLOW PIC 9(6) VALUE 0.
       01 WS-TOTAL-RUNS PIC 9(6) VALUE 0.
       01 WS-TOTAL-MET PIC 9(6) VALUE 0.
       01 WS-TOTAL-NEAR PIC 9(6) VALUE 0.
       01 WS-TOTAL-BREACH PIC 9(6) VALUE 0.
       01 WS-SECTION-LINES PIC 9(3).
      * Rates are inputs classified per second actually spent running,
      * taken over every range of the requester's in the week, so a
      * large range weighs more than a small one.
       01 WS-RATE PIC 9(7)V99.
       01 WS-THIS-RATE PIC 9(7)V99.
       01 WS-PRIOR-RATE PIC 9(7)V99.
       01 WS-PRIOR-INPUTS PIC 9(12).
       01 WS-PRIOR-ELAPSED PIC 9(9)V99.
       01 WS-RATE-CHANGE PIC S9(9)V99.
       01 WS-CHANGE-PCT PIC S9(5)V9.
       01 WS-RATE-COLUMN PIC 9(3).
      * A duration as H:MM:SS for the report.
       01 WS-DURATION PIC 9(9)V99.
       01 WS-DUR-HOURS PIC 9(6).
       01 WS-DUR-REST PIC 9(4)V99.
       01 WS-DUR-MM PIC 9(2).
       01 WS-DUR-SS PIC 9(2)V99.
       01 WS-DUR-SS-WHOLE PIC 9(2).
       01 WS-DUR-HOURS-EDIT PIC Z(5)9.
       01 WS-DURATION-TEXT PIC X(12).
       01 WS-STAMP-TEXT PIC X(19).
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-INPUTS-EDIT PIC Z(11)9.
       01 WS-RATE-EDIT PIC Z(6)9.99.
       01 WS-MARGIN-EDIT PIC +(5)9.
       01 WS-NEAR-EDIT PIC ZZ9.
       01 WS-CHANGE-EDIT PIC +(5)9.9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM READ-SLARPT-CARD
           PERFORM OPEN-REPORT
           PERFORM WRITE-SLARPT-HEADER
           PERFORM LOAD-SLA-OUTCOMES
           PERFORM LOAD-TIMING-HISTORY
           PERFORM ORDER-REQUESTERS
           PERFORM WRITE-OUTCOME-SECTION
           PERFORM WRITE-DETAIL-SECTION
           PERFORM WRITE-TREND-SECTION
           PERFORM WRITE-SLARPT-SUMMARY
           CLOSE SLARPT-REPORT-FILE
           STOP RUN
           .

       READ-SLARPT-CARD.
           MOVE WS-CURRENT-DATE(1:8) TO WS-WEEK-END-DATE
           OPEN INPUT SLARPT-CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               MOVE SPACES TO SLARPT-CONTROL-CARD
               READ SLARPT-CONTROL-FILE
                   AT END
                       MOVE SPACES TO SLARPT-CONTROL-CARD
               END-READ
               CLOSE SLARPT-CONTROL-FILE
               IF SLARPT-CONTROL-CARD NOT = SPACES
                   IF SR-WEEK-ENDING-X IS NOT NUMERIC
                       DISPLAY 'ERROR: fizzbuzz-slarpt.ctl must carry '
                               'the week ending date as YYYYMMDD'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD(SR-WEEK-ENDING)
                           NOT = 0
                       DISPLAY 'ERROR: fizzbuzz-slarpt.ctl week '
                               'ending date is not a valid date'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE SR-WEEK-ENDING TO WS-WEEK-END-DATE
               END-IF
           END-IF
           COMPUTE WS-WEEK-END-DAY =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END-DATE)
           SUBTRACT 6 FROM WS-WEEK-END-DAY GIVING WS-WEEK-START-DAY
           SUBTRACT 34 FROM WS-WEEK-END-DAY GIVING WS-TREND-START-DAY
           .

       OPEN-REPORT.
           OPEN OUTPUT SLARPT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open '
                       'fizzbuzz-slarpt-report.txt (status '
                       WS-REPORT-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-SLARPT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FizzBuzz Weekly SLA Report - '
                  WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SLARPT-LINE
           MOVE 1 TO WS-LINE-POINTER
           STRING 'Week '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           MOVE WS-WEEK-START-DAY TO WS-WEEK-DAY
           PERFORM STRING-WEEK-DAY
           STRING ' to '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           MOVE WS-WEEK-END-DAY TO WS-WEEK-DAY
           PERFORM STRING-WEEK-DAY
           STRING '  (trend from '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           MOVE WS-TREND-START-DAY TO WS-WEEK-DAY
           PERFORM STRING-WEEK-DAY
           STRING ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           PERFORM WRITE-SLARPT-LINE
           .

      * WS-WEEK-DAY as YYYY-MM-DD onto the report line at the pointer.
       STRING-WEEK-DAY.
           COMPUTE WS-WEEK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-DAY)
           MOVE WS-WEEK-DATE TO WS-RECORD-DATE
           STRING WS-RECORD-DATE(1:4) '-' WS-RECORD-DATE(5:2) '-'
                  WS-RECORD-DATE(7:2)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           .

      * The day number of WS-RECORD-DATE, or WS-RECORD-VALID N when
      * it is not a date at all.
       RECORD-DATE-TO-DAY.
           MOVE 'N' TO WS-RECORD-VALID
           MOVE 0 TO WS-RECORD-DAY
           IF WS-RECORD-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RECORD-DATE-N) = 0
                   MOVE 'Y' TO WS-RECORD-VALID
                   COMPUTE WS-RECORD-DAY =
                       FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE-N)
               END-IF
           END-IF
           .

      * No outcome file is a week with no deadlines judged, not an
      * error - the section prints empty.
       LOAD-SLA-OUTCOMES.
           OPEN INPUT FIZZBUZZ-SLA-FILE
           IF WS-SLA-STATUS = '00'
               PERFORM READ-SLA-RECORD
                   UNTIL WS-SLA-EOF = 'Y'
               CLOSE FIZZBUZZ-SLA-FILE
           END-IF
           .

       READ-SLA-RECORD.
           READ FIZZBUZZ-SLA-FILE
               AT END
                   MOVE 'Y' TO WS-SLA-EOF
               NOT AT END
                   ADD 1 TO WS-SLA-READ
                   MOVE SLA-REPORT-DATE TO WS-RECORD-DATE
                   PERFORM RECORD-DATE-TO-DAY
                   IF WS-RECORD-VALID = 'N'
                           OR SLA-MARGIN-MINUTES IS NOT NUMERIC
                       ADD 1 TO WS-SLA-UNREADABLE
                   ELSE
                       IF WS-RECORD-DAY >= WS-WEEK-START-DAY
                               AND WS-RECORD-DAY <= WS-WEEK-END-DAY
                           PERFORM COUNT-SLA-OUTCOME
                       END-IF
                   END-IF
           END-READ
           .

       COUNT-SLA-OUTCOME.
           MOVE SLA-RUN-ID TO WS-OUTCOME-SEARCH(1:14)
           MOVE SLA-REQUESTER-ID TO WS-OUTCOME-SEARCH(15:8)
           MOVE 'N' TO WS-DUPLICATE
           PERFORM CHECK-OUTCOME-REPEAT
               VARYING WS-OUTCOME-IDX FROM 1 BY 1
               UNTIL WS-OUTCOME-IDX > WS-OUTCOME-COUNT
                   OR WS-DUPLICATE = 'Y'
           IF WS-DUPLICATE = 'Y'
               ADD 1 TO WS-SLA-REPEATS
           ELSE
               IF WS-OUTCOME-COUNT >= SLARPT-MAX-OUTCOMES
                   DISPLAY 'ERROR: more SLA outcomes in the week than '
                           'the report supports'
                   MOVE 16 TO RETURN-CODE
                   CLOSE FIZZBUZZ-SLA-FILE
                   CLOSE SLARPT-REPORT-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OUTCOME-COUNT
               MOVE WS-OUTCOME-SEARCH
                   TO WS-OUTCOME-KEY(WS-OUTCOME-COUNT)
               ADD 1 TO WS-SLA-IN-WEEK
               MOVE SLA-REQUESTER-ID TO WS-SEARCH-REQUESTER
               PERFORM FIND-REQUESTER
               IF WS-FOUND-IDX > 0
                   PERFORM TALLY-SLA-OUTCOME
               END-IF
           END-IF
           .

       CHECK-OUTCOME-REPEAT.
           IF WS-OUTCOME-KEY(WS-OUTCOME-IDX) = WS-OUTCOME-SEARCH
               MOVE 'Y' TO WS-DUPLICATE
           END-IF
           .

       TALLY-SLA-OUTCOME.
           IF WS-REQ-RUNS(WS-FOUND-IDX) = 0
                   OR SLA-MARGIN-MINUTES < WS-REQ-WORST(WS-FOUND-IDX)
               MOVE SLA-MARGIN-MINUTES TO WS-REQ-WORST(WS-FOUND-IDX)
           END-IF
           ADD 1 TO WS-REQ-RUNS(WS-FOUND-IDX)
           EVALUATE SLA-STATUS
               WHEN 'BREACH'
                   ADD 1 TO WS-REQ-BREACH(WS-FOUND-IDX)
                   PERFORM KEEP-SLA-DETAIL
               WHEN 'NEAR'
                   ADD 1 TO WS-REQ-NEAR(WS-FOUND-IDX)
                   PERFORM KEEP-SLA-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-REQ-MET(WS-FOUND-IDX)
           END-EVALUATE
           .

      * The outcome itself is kept for the detail lines; past the
      * limit the counts stay right and the overflow is reported.
       KEEP-SLA-DETAIL.
           IF WS-DETAIL-COUNT < SLARPT-MAX-DETAILS
               ADD 1 TO WS-DETAIL-COUNT
               MOVE FIZZBUZZ-SLA-RECORD
                   TO WS-DETAIL-RECORD(WS-DETAIL-COUNT)
           ELSE
               ADD 1 TO WS-DETAIL-DROPPED
           END-IF
           .

      * The requester's entry, opened on first sight; 0 when the
      * table is full, counted and reported rather than failing.
       FIND-REQUESTER.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM MATCH-REQUESTER
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
                   OR WS-FOUND-IDX > 0
           IF WS-FOUND-IDX = 0
               IF WS-REQ-COUNT >= SLARPT-MAX-REQUESTERS
                   ADD 1 TO WS-REQ-OVERFLOW
               ELSE
                   ADD 1 TO WS-REQ-COUNT
                   MOVE WS-REQ-COUNT TO WS-FOUND-IDX
                   INITIALIZE WS-REQ-ENTRY(WS-FOUND-IDX)
                   MOVE WS-SEARCH-REQUESTER
                       TO WS-REQ-ID(WS-FOUND-IDX)
                   MOVE 'N' TO WS-REQ-TIMED(WS-FOUND-IDX)
                   MOVE 'N' TO WS-REQ-PICKED(WS-FOUND-IDX)
               END-IF
           END-IF
           .

       MATCH-REQUESTER.
           IF WS-REQ-ID(WS-REQ-IDX) = WS-SEARCH-REQUESTER
               MOVE WS-REQ-IDX TO WS-FOUND-IDX
           END-IF
           .

      * R records over the five weeks of the trend. A range's time
      * counts to the week of its report date; a range too small to
      * time, or a U record, says nothing about pace per requester.
       LOAD-TIMING-HISTORY.
           OPEN INPUT FIZZBUZZ-TIMING-FILE
           IF WS-TIMING-STATUS = '00'
               PERFORM READ-TIMING-RECORD
                   UNTIL WS-TIMING-EOF = 'Y'
               CLOSE FIZZBUZZ-TIMING-FILE
           END-IF
           .

       READ-TIMING-RECORD.
           READ FIZZBUZZ-TIMING-FILE
               AT END
                   MOVE 'Y' TO WS-TIMING-EOF
               NOT AT END
                   ADD 1 TO WS-TIMING-READ
                   IF TIM-TYPE = 'R'
                       MOVE TIM-REPORT-DATE TO WS-RECORD-DATE
                       PERFORM RECORD-DATE-TO-DAY
                       IF WS-RECORD-VALID = 'N'
                               OR TIM-INPUTS IS NOT NUMERIC
                               OR TIM-ELAPSED IS NOT NUMERIC
                               OR TIM-LOST IS NOT NUMERIC
                               OR TIM-RESTARTS IS NOT NUMERIC
                           ADD 1 TO WS-TIMING-UNREADABLE
                       ELSE
                           IF WS-RECORD-DAY >= WS-TREND-START-DAY
                                   AND WS-RECORD-DAY <= WS-WEEK-END-DAY
                               PERFORM COUNT-RANGE-TIMING
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       COUNT-RANGE-TIMING.
           MOVE TIM-RUN-ID TO WS-TIMED-SEARCH(1:14)
           MOVE TIM-RANGE-SEQ TO WS-TIMED-SEARCH(15:2)
           MOVE 'N' TO WS-DUPLICATE
           PERFORM CHECK-TIMING-REPEAT
               VARYING WS-TIMED-IDX FROM 1 BY 1
               UNTIL WS-TIMED-IDX > WS-TIMED-COUNT
                   OR WS-DUPLICATE = 'Y'
           IF WS-DUPLICATE = 'Y'
               ADD 1 TO WS-TIMING-REPEATS
           ELSE
               IF WS-TIMED-COUNT >= SLARPT-MAX-RANGES
                   DISPLAY 'ERROR: more ranges in the trend than '
                           'the report supports'
                   MOVE 16 TO RETURN-CODE
                   CLOSE FIZZBUZZ-TIMING-FILE
                   CLOSE SLARPT-REPORT-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TIMED-COUNT
               MOVE WS-TIMED-SEARCH TO WS-TIMED-KEY(WS-TIMED-COUNT)
               ADD 1 TO WS-TIMING-IN-TREND
               MOVE TIM-REQUESTER-ID TO WS-SEARCH-REQUESTER
               PERFORM FIND-REQUESTER
               IF WS-FOUND-IDX > 0
                   PERFORM TALLY-RANGE-TIMING
               END-IF
           END-IF
           .

       CHECK-TIMING-REPEAT.
           IF WS-TIMED-KEY(WS-TIMED-IDX) = WS-TIMED-SEARCH
               MOVE 'Y' TO WS-DUPLICATE
           END-IF
           .

      * Week 5 is the report week, week 1 the earliest of the trend.
       TALLY-RANGE-TIMING.
           MOVE 'Y' TO WS-REQ-TIMED(WS-FOUND-IDX)
           SUBTRACT WS-RECORD-DAY FROM WS-WEEK-END-DAY
               GIVING WS-DAYS-BACK
           DIVIDE WS-DAYS-BACK BY 7 GIVING WS-WEEK-IDX
           SUBTRACT WS-WEEK-IDX FROM SLARPT-WEEKS GIVING WS-WEEK-IDX
           ADD TIM-INPUTS
               TO WS-REQ-WEEK-INPUTS(WS-FOUND-IDX, WS-WEEK-IDX)
           ADD TIM-ELAPSED
               TO WS-REQ-WEEK-ELAPSED(WS-FOUND-IDX, WS-WEEK-IDX)
           IF WS-WEEK-IDX = SLARPT-WEEKS
               ADD 1 TO WS-REQ-RANGES(WS-FOUND-IDX)
               ADD TIM-LOST TO WS-REQ-LOST(WS-FOUND-IDX)
               ADD TIM-RESTARTS TO WS-REQ-RESTARTS(WS-FOUND-IDX)
           END-IF
           .

      * Each pass takes the lowest requester id not yet placed.
       ORDER-REQUESTERS.
           PERFORM PICK-NEXT-REQUESTER
               WS-REQ-COUNT TIMES
           .

       PICK-NEXT-REQUESTER.
           MOVE HIGH-VALUES TO WS-BEST-ID
           MOVE 0 TO WS-BEST-IDX
           PERFORM CHECK-LOWEST-REQUESTER
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
           MOVE 'Y' TO WS-REQ-PICKED(WS-BEST-IDX)
           ADD 1 TO WS-ORDER-COUNT
           MOVE WS-BEST-IDX TO WS-ORDER-IDX(WS-ORDER-COUNT)
           .

       CHECK-LOWEST-REQUESTER.
           IF WS-REQ-PICKED(WS-REQ-IDX) = 'N'
                   AND (WS-REQ-ID(WS-REQ-IDX) < WS-BEST-ID
                       OR WS-BEST-IDX = 0)
               MOVE WS-REQ-ID(WS-REQ-IDX) TO WS-BEST-ID
               MOVE WS-REQ-IDX TO WS-BEST-IDX
           END-IF
           .

       WRITE-OUTCOME-SECTION.
           PERFORM WRITE-SLARPT-LINE
           MOVE 'Deadline outcomes by requester' TO WS-REPORT-LINE
           PERFORM WRITE-SLARPT-LINE
           MOVE 'REQUESTER' TO WS-REPORT-LINE(1:9)
           MOVE 'RUNS' TO WS-REPORT-LINE(14:4)
           MOVE 'MET' TO WS-REPORT-LINE(22:3)
           MOVE 'NEAR' TO WS-REPORT-LINE(28:4)
           MOVE 'BREACH' TO WS-REPORT-LINE(33:6)
           MOVE 'WORST MARGIN' TO WS-REPORT-LINE(40:12)
           PERFORM WRITE-SLARPT-LINE
           MOVE 0 TO WS-SECTION-LINES
           PERFORM WRITE-OUTCOME-LINE
               VARYING WS-ORDER-POS FROM 1 BY 1
               UNTIL WS-ORDER-POS > WS-ORDER-COUNT
           IF WS-SECTION-LINES = 0
               MOVE '  No deadlines judged in the week'
                   TO WS-REPORT-LINE
               PERFORM WRITE-SLARPT-LINE
           ELSE
               MOVE 'Total' TO WS-REPORT-LINE(1:5)
               MOVE WS-TOTAL-RUNS TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(12:6)
               MOVE WS-TOTAL-MET TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(19:6)
               MOVE WS-TOTAL-NEAR TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(26:6)
               MOVE WS-TOTAL-BREACH TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(33:6)
               PERFORM WRITE-SLARPT-LINE
           END-IF
           .

      * Margins are minutes ahead of the deadline; the worst is the
      * smallest, negative when the requester's deadline was missed.
       WRITE-OUTCOME-LINE.
           MOVE WS-ORDER-IDX(WS-ORDER-POS) TO WS-REQ-IDX
           IF WS-REQ-RUNS(WS-REQ-IDX) > 0
               ADD 1 TO WS-SECTION-LINES
               MOVE WS-REQ-ID(WS-REQ-IDX) TO WS-REPORT-LINE(1:8)
               MOVE WS-REQ-RUNS(WS-REQ-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(12:6)
               MOVE WS-REQ-MET(WS-REQ-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(19:6)
               MOVE WS-REQ-NEAR(WS-REQ-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(26:6)
               MOVE WS-REQ-BREACH(WS-REQ-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(33:6)
               MOVE WS-REQ-WORST(WS-REQ-IDX) TO WS-MARGIN-EDIT
               MOVE WS-MARGIN-EDIT TO WS-REPORT-LINE(46:6)
               PERFORM WRITE-SLARPT-LINE
               ADD WS-REQ-RUNS(WS-REQ-IDX) TO WS-TOTAL-RUNS
               ADD WS-REQ-MET(WS-REQ-IDX) TO WS-TOTAL-MET
               ADD WS-REQ-NEAR(WS-REQ-IDX) TO WS-TOTAL-NEAR
               ADD WS-REQ-BREACH(WS-REQ-IDX) TO WS-TOTAL-BREACH
           END-IF
           .

      * Every breach and near miss of the week, by requester and then
      * in the order the runs completed.
       WRITE-DETAIL-SECTION.
           PERFORM WRITE-SLARPT-LINE
           MOVE 'Breaches and near misses' TO WS-REPORT-LINE
           PERFORM WRITE-SLARPT-LINE
           IF WS-DETAIL-COUNT = 0
               MOVE '  None in the week' TO WS-REPORT-LINE
               PERFORM WRITE-SLARPT-LINE
           ELSE
               MOVE 'REQUESTER' TO WS-REPORT-LINE(1:9)
               MOVE 'STATUS' TO WS-REPORT-LINE(11:6)
               MOVE 'REPORT DATE' TO WS-REPORT-LINE(18:11)
               MOVE 'RUN MODE' TO WS-REPORT-LINE(30:8)
               MOVE 'DEADLINE' TO WS-REPORT-LINE(43:8)
               MOVE 'FINISHED' TO WS-REPORT-LINE(61:8)
               MOVE 'MARGIN' TO WS-REPORT-LINE(81:6)
               MOVE 'NEAR' TO WS-REPORT-LINE(88:4)
               MOVE 'RUN ID' TO WS-REPORT-LINE(94:6)
               PERFORM WRITE-SLARPT-LINE
               PERFORM WRITE-REQUESTER-DETAILS
                   VARYING WS-ORDER-POS FROM 1 BY 1
                   UNTIL WS-ORDER-POS > WS-ORDER-COUNT
           END-IF
           IF WS-DETAIL-DROPPED > 0
               MOVE WS-DETAIL-DROPPED TO WS-COUNT-EDIT
               STRING '  Further breaches and near misses not listed: '
                      FUNCTION TRIM(WS-COUNT-EDIT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-SLARPT-LINE
           END-IF
           .

       WRITE-REQUESTER-DETAILS.
           MOVE WS-ORDER-IDX(WS-ORDER-POS) TO WS-REQ-IDX
           PERFORM WRITE-DETAIL-LINE
               VARYING WS-DETAIL-IDX FROM 1 BY 1
               UNTIL WS-DETAIL-IDX > WS-DETAIL-COUNT
           .

       WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-RECORD(WS-DETAIL-IDX) TO FIZZBUZZ-SLA-RECORD
           IF SLA-REQUESTER-ID = WS-REQ-ID(WS-REQ-IDX)
               MOVE SPACES TO WS-STAMP-TEXT
               MOVE SLA-REQUESTER-ID TO WS-REPORT-LINE(1:8)
               MOVE SLA-STATUS TO WS-REPORT-LINE(11:6)
               STRING SLA-REPORT-DATE(1:4) '-' SLA-REPORT-DATE(5:2)
                      '-' SLA-REPORT-DATE(7:2)
                   DELIMITED BY SIZE INTO WS-STAMP-TEXT
               MOVE WS-STAMP-TEXT TO WS-REPORT-LINE(18:10)
               MOVE SLA-RUN-MODE TO WS-REPORT-LINE(30:12)
               STRING SLA-DEADLINE-AT(1:4) '-' SLA-DEADLINE-AT(5:2)
                      '-' SLA-DEADLINE-AT(7:2) ' '
                      SLA-DEADLINE-AT(9:2) ':' SLA-DEADLINE-AT(11:2)
                   DELIMITED BY SIZE INTO WS-STAMP-TEXT
               MOVE WS-STAMP-TEXT TO WS-REPORT-LINE(43:16)
               STRING SLA-FINISHED-AT(1:4) '-' SLA-FINISHED-AT(5:2)
                      '-' SLA-FINISHED-AT(7:2) ' '
                      SLA-FINISHED-AT(9:2) ':' SLA-FINISHED-AT(11:2)
                      ':' SLA-FINISHED-AT(13:2)
                   DELIMITED BY SIZE INTO WS-STAMP-TEXT
               MOVE WS-STAMP-TEXT TO WS-REPORT-LINE(61:19)
               MOVE SLA-MARGIN-MINUTES TO WS-MARGIN-EDIT
               MOVE WS-MARGIN-EDIT TO WS-REPORT-LINE(81:6)
               MOVE SLA-NEAR-MINUTES TO WS-NEAR-EDIT
               MOVE WS-NEAR-EDIT TO WS-REPORT-LINE(89:3)
               MOVE SLA-RUN-ID TO WS-REPORT-LINE(94:14)
               PERFORM WRITE-SLARPT-LINE
           END-IF
           .

      * The report week's time by requester - what ran, how long it
      * took and how much of that went to restarts - then its pace
      * week by week and against the four weeks before.
       WRITE-TREND-SECTION.
           PERFORM WRITE-SLARPT-LINE
           MOVE 'Run time in the week by requester' TO WS-REPORT-LINE
           PERFORM WRITE-SLARPT-LINE
           MOVE 'REQUESTER' TO WS-REPORT-LINE(1:9)
           MOVE 'RANGES' TO WS-REPORT-LINE(12:6)
           MOVE 'INPUTS' TO WS-REPORT-LINE(25:6)
           MOVE 'ELAPSED' TO WS-REPORT-LINE(37:7)
           MOVE 'LOST' TO WS-REPORT-LINE(53:4)
           MOVE 'RESTARTS' TO WS-REPORT-LINE(58:8)
           PERFORM WRITE-SLARPT-LINE
           MOVE 0 TO WS-SECTION-LINES
           PERFORM WRITE-WEEK-TIME-LINE
               VARYING WS-ORDER-POS FROM 1 BY 1
               UNTIL WS-ORDER-POS > WS-ORDER-COUNT
           IF WS-SECTION-LINES = 0
               MOVE '  No ranges timed in the week' TO WS-REPORT-LINE
               PERFORM WRITE-SLARPT-LINE
           END-IF
           PERFORM WRITE-SLARPT-LINE
           MOVE 'Throughput trend by requester (inputs/second)'
               TO WS-REPORT-LINE
           PERFORM WRITE-SLARPT-LINE
           MOVE 1 TO WS-LINE-POINTER
           STRING 'Weeks ending'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           PERFORM STRING-WEEK-ENDING
               VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > SLARPT-WEEKS
           PERFORM WRITE-SLARPT-LINE
           MOVE 'REQUESTER' TO WS-REPORT-LINE(1:9)
           MOVE 'WEEK -4' TO WS-REPORT-LINE(14:7)
           MOVE 'WEEK -3' TO WS-REPORT-LINE(25:7)
           MOVE 'WEEK -2' TO WS-REPORT-LINE(36:7)
           MOVE 'WEEK -1' TO WS-REPORT-LINE(47:7)
           MOVE 'THIS WEEK' TO WS-REPORT-LINE(56:9)
           MOVE 'PRIOR 4 WK' TO WS-REPORT-LINE(66:10)
           MOVE 'CHANGE' TO WS-REPORT-LINE(81:6)
           PERFORM WRITE-SLARPT-LINE
           MOVE 0 TO WS-SECTION-LINES
           PERFORM WRITE-TREND-LINE
               VARYING WS-ORDER-POS FROM 1 BY 1
               UNTIL WS-ORDER-POS > WS-ORDER-COUNT
           IF WS-SECTION-LINES = 0
               MOVE '  No ranges timed in the five weeks'
                   TO WS-REPORT-LINE
               PERFORM WRITE-SLARPT-LINE
           END-IF
           .

       STRING-WEEK-ENDING.
           SUBTRACT WS-WEEK-IDX FROM SLARPT-WEEKS GIVING WS-DAYS-BACK
           MULTIPLY 7 BY WS-DAYS-BACK
           SUBTRACT WS-DAYS-BACK FROM WS-WEEK-END-DAY
               GIVING WS-WEEK-DAY
           STRING ' '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           PERFORM STRING-WEEK-DAY
           .

       WRITE-WEEK-TIME-LINE.
           MOVE WS-ORDER-IDX(WS-ORDER-POS) TO WS-REQ-IDX
           IF WS-REQ-RANGES(WS-REQ-IDX) > 0
               ADD 1 TO WS-SECTION-LINES
               MOVE WS-REQ-ID(WS-REQ-IDX) TO WS-REPORT-LINE(1:8)
               MOVE WS-REQ-RANGES(WS-REQ-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(12:6)
               MOVE WS-REQ-WEEK-INPUTS(WS-REQ-IDX, SLARPT-WEEKS)
                   TO WS-INPUTS-EDIT
               MOVE WS-INPUTS-EDIT TO WS-REPORT-LINE(19:12)
               MOVE WS-REQ-WEEK-ELAPSED(WS-REQ-IDX, SLARPT-WEEKS)
                   TO WS-DURATION
               PERFORM FORMAT-DURATION
               MOVE WS-DURATION-TEXT TO WS-REPORT-LINE(32:12)
               MOVE WS-REQ-LOST(WS-REQ-IDX) TO WS-DURATION
               PERFORM FORMAT-DURATION
               MOVE WS-DURATION-TEXT TO WS-REPORT-LINE(45:12)
               MOVE WS-REQ-RESTARTS(WS-REQ-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(60:6)
               PERFORM WRITE-SLARPT-LINE
           END-IF
           .

      * A week with no time on it shows a dash. The change is this
      * week's rate against the four weeks before taken together; a
      * requester with no earlier time shows NEW, one with none this
      * week a dash.
       WRITE-TREND-LINE.
           MOVE WS-ORDER-IDX(WS-ORDER-POS) TO WS-REQ-IDX
           IF WS-REQ-TIMED(WS-REQ-IDX) = 'Y'
               ADD 1 TO WS-SECTION-LINES
               MOVE WS-REQ-ID(WS-REQ-IDX) TO WS-REPORT-LINE(1:8)
               MOVE 0 TO WS-PRIOR-INPUTS
               MOVE 0 TO WS-PRIOR-ELAPSED
               MOVE 11 TO WS-RATE-COLUMN
               PERFORM WRITE-WEEK-RATE
                   VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > SLARPT-WEEKS
               MOVE 0 TO WS-PRIOR-RATE
               IF WS-PRIOR-ELAPSED > 0
                   COMPUTE WS-PRIOR-RATE ROUNDED =
                       WS-PRIOR-INPUTS / WS-PRIOR-ELAPSED
                   MOVE WS-PRIOR-RATE TO WS-RATE-EDIT
                   MOVE WS-RATE-EDIT TO WS-REPORT-LINE(66:10)
               ELSE
                   MOVE '-' TO WS-REPORT-LINE(75:1)
               END-IF
               EVALUATE TRUE
                   WHEN WS-REQ-WEEK-ELAPSED(WS-REQ-IDX, SLARPT-WEEKS)
                           = 0
                       MOVE '-' TO WS-REPORT-LINE(86:1)
                   WHEN WS-PRIOR-RATE = 0
                       MOVE 'NEW' TO WS-REPORT-LINE(84:3)
                   WHEN OTHER
                       SUBTRACT WS-PRIOR-RATE FROM WS-THIS-RATE
                           GIVING WS-RATE-CHANGE
                       MULTIPLY 100 BY WS-RATE-CHANGE
                       DIVIDE WS-RATE-CHANGE BY WS-PRIOR-RATE
                           GIVING WS-CHANGE-PCT ROUNDED
                       MOVE WS-CHANGE-PCT TO WS-CHANGE-EDIT
                       MOVE WS-CHANGE-EDIT TO WS-REPORT-LINE(78:8)
                       MOVE '%' TO WS-REPORT-LINE(86:1)
               END-EVALUATE
               PERFORM WRITE-SLARPT-LINE
           END-IF
           .

       WRITE-WEEK-RATE.
           IF WS-REQ-WEEK-ELAPSED(WS-REQ-IDX, WS-WEEK-IDX) > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-REQ-WEEK-INPUTS(WS-REQ-IDX, WS-WEEK-IDX)
                   / WS-REQ-WEEK-ELAPSED(WS-REQ-IDX, WS-WEEK-IDX)
               MOVE WS-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-REPORT-LINE(WS-RATE-COLUMN:10)
           ELSE
               MOVE 0 TO WS-RATE
               MOVE '-' TO WS-REPORT-LINE(WS-RATE-COLUMN + 9:1)
           END-IF
           IF WS-WEEK-IDX = SLARPT-WEEKS
               MOVE WS-RATE TO WS-THIS-RATE
           ELSE
               ADD WS-REQ-WEEK-INPUTS(WS-REQ-IDX, WS-WEEK-IDX)
                   TO WS-PRIOR-INPUTS
               ADD WS-REQ-WEEK-ELAPSED(WS-REQ-IDX, WS-WEEK-IDX)
                   TO WS-PRIOR-ELAPSED
           END-IF
           ADD 11 TO WS-RATE-COLUMN
           .

       WRITE-SLARPT-SUMMARY.
           PERFORM WRITE-SLARPT-LINE
           MOVE WS-SLA-READ TO WS-COUNT-EDIT
           STRING 'SLA outcome records read: '
                  FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SLARPT-LINE
           MOVE WS-SLA-IN-WEEK TO WS-COUNT-EDIT
           STRING 'Outcomes in the week: ' FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SLARPT-LINE
           MOVE WS-SLA-REPEATS TO WS-COUNT-EDIT
           STRING 'Repeat outcomes for a counted run skipped: '
                  FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SLARPT-LINE
           MOVE WS-TIMING-READ TO WS-COUNT-EDIT
           STRING 'Timing records read: ' FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SLARPT-LINE
           MOVE WS-TIMING-IN-TREND TO WS-COUNT-EDIT
           STRING 'Ranges timed in the five weeks: '
                  FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SLARPT-LINE
           MOVE WS-TIMING-REPEATS TO WS-COUNT-EDIT
           STRING 'Repeat timings for a counted range skipped: '
                  FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SLARPT-LINE
           IF WS-SLA-UNREADABLE > 0 OR WS-TIMING-UNREADABLE > 0
               MOVE WS-SLA-UNREADABLE TO WS-COUNT-EDIT
               MOVE 1 TO WS-LINE-POINTER
               STRING 'Unreadable records skipped: SLA '
                      FUNCTION TRIM(WS-COUNT-EDIT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-POINTER
               MOVE WS-TIMING-UNREADABLE TO WS-COUNT-EDIT
               STRING '  timing ' FUNCTION TRIM(WS-COUNT-EDIT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-POINTER
               PERFORM WRITE-SLARPT-LINE
           END-IF
           IF WS-REQ-OVERFLOW > 0
               MOVE WS-REQ-OVERFLOW TO WS-COUNT-EDIT
               STRING 'Records for requesters past the report limit: '
                      FUNCTION TRIM(WS-COUNT-EDIT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-SLARPT-LINE
           END-IF
           .

       FORMAT-DURATION.
           DIVIDE WS-DURATION BY 3600
               GIVING WS-DUR-HOURS REMAINDER WS-DUR-REST
           DIVIDE WS-DUR-REST BY 60
               GIVING WS-DUR-MM REMAINDER WS-DUR-SS
           MOVE WS-DUR-SS TO WS-DUR-SS-WHOLE
           MOVE WS-DUR-HOURS TO WS-DUR-HOURS-EDIT
           MOVE SPACES TO WS-DURATION-TEXT
           STRING WS-DUR-HOURS-EDIT ':' WS-DUR-MM ':' WS-DUR-SS-WHOLE
               DELIMITED BY SIZE INTO WS-DURATION-TEXT
           .

       WRITE-SLARPT-LINE.
           WRITE SLARPT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           .
