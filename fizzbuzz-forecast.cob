       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tonight's request cards, read as main.cob reads them, before
      * the run is submitted: what each range will take, when the
      * run will finish, and whether that is inside each requester's
      * deadline - early enough to split a range with PARTSPLIT or
      * hold one back, rather than stop the run once it overruns.
           SELECT FIZZBUZZ-CONTROL-FILE ASSIGN TO 'fizzbuzz.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      * Optional card: the planned start as YYYYMMDDHHMM. No card, or
      * a blank one, forecasts a run started now.
           SELECT FORECAST-CONTROL-FILE
               ASSIGN TO 'fizzbuzz-forecast.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FORECAST-STATUS.
           SELECT FORECAST-REPORT-FILE
               ASSIGN TO 'fizzbuzz-forecast-report.txt'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT FIZZBUZZ-OPTIONS-FILE ASSIGN TO 'fizzbuzz-options.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPTIONS-STATUS.
      * Only the header line is read, to learn whether cards naming
      * no set will run under OVERRIDE or BUILTIN, the way main.cob's
      * LOAD-RULES-OVERRIDE decides it.
           SELECT FIZZBUZZ-RULES-FILE ASSIGN TO 'fizzbuzz-rules.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
      * The throughput history: the R record MAIN writes for every
      * range it finishes.
           SELECT FIZZBUZZ-TIMING-FILE ASSIGN TO 'fizzbuzz-timing.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TIMING-STATUS.
           SELECT FIZZBUZZ-SLA-CONTROL-FILE ASSIGN TO 'fizzbuzz-sla.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same card layout main.cob reads.
       FD FIZZBUZZ-CONTROL-FILE.
       01 FIZZBUZZ-CONTROL-CARD.
           05 CC-START-NUM PIC 9(6).
           05 CC-MAX-NUM PIC 9(6).
           05 CC-REQUESTER-ID PIC X(8).
           05 CC-RULE-SET PIC X(8).

       FD FORECAST-CONTROL-FILE.
       01 FORECAST-CONTROL-CARD.
           05 FC-START-DATE PIC 9(8).
           05 FC-START-DATE-X REDEFINES FC-START-DATE PIC X(8).
           05 FC-START-TIME PIC 9(4).
           05 FC-START-TIME-X REDEFINES FC-START-TIME PIC X(4).

       FD FORECAST-REPORT-FILE.
       01 FORECAST-REPORT-RECORD PIC X(132).

       FD FIZZBUZZ-OPTIONS-FILE.
       01 FIZZBUZZ-OPTIONS-CARD.
           05 OPT-RUN-MODE PIC X(12).
           05 FILLER PIC X.
           05 OPT-FILL-MODE PIC X(4).

       FD FIZZBUZZ-RULES-FILE.
       01 FIZZBUZZ-RULES-HEADER-RECORD.
           05 RULES-HDR-COUNT PIC 9.

       FD FIZZBUZZ-TIMING-FILE.
       COPY fizzbuzz-timing.

       FD FIZZBUZZ-SLA-CONTROL-FILE.
       COPY fizzbuzz-slactl.

       WORKING-STORAGE SECTION.
       COPY fizzbuzz-limits.
      * main.cob's FIZZBUZZ-MAX-RANGES and FIZZBUZZ-MAX-SLA.
       78 FORECAST-MAX-RANGES VALUE 50.
       78 FORECAST-MAX-SLA VALUE 50.
       78 FORECAST-DEFAULT-NEAR-MINUTES VALUE 30.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-FORECAST-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-OPTIONS-STATUS PIC XX.
       01 WS-RULES-STATUS PIC XX.
       01 WS-TIMING-STATUS PIC XX.
       01 WS-SLA-CONTROL-STATUS PIC XX.
       01 WS-CONTROL-EOF PIC X VALUE 'N'.
       01 WS-TIMING-EOF PIC X VALUE 'N'.
       01 WS-SLA-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
       01 WS-LINE-POINTER PIC 9(3).
       01 WS-RANGE-TABLE.
           05 WS-RANGE-COUNT PIC 9(2) VALUE 0.
           05 WS-RANGE-ENTRY OCCURS FORECAST-MAX-RANGES TIMES.
               10 WS-RANGE-START PIC 9(6).
               10 WS-RANGE-MAX PIC 9(6).
               10 WS-RANGE-REQUESTER PIC X(8).
       01 WS-RANGE-IDX PIC 9(2).
       01 WS-RANGE-END PIC 9(6).
       01 WS-RULE-SET-REQ PIC X(8) VALUE SPACES.
      * The set the run will classify under, named as MAIN will name
      * it: the cards' catalog set, else OVERRIDE when
      * fizzbuzz-rules.ctl carries a usable header, else BUILTIN.
       01 WS-RULE-SET-NAME PIC X(8).
       01 WS-RUN-MODE PIC X(12) VALUE 'FULL'.
       01 WS-FILL-MODE PIC X VALUE 'N'.
      * The history summed four ways, closest match first: same rule
      * set, run mode and fill; same set and fill; same run mode and
      * fill; same fill. The forecast takes the closest with any
      * sample. Fill must always match - a fill run skips what is
      * already on file and runs at a different pace altogether.
       01 WS-BASIS-TABLE.
           05 WS-BASIS-ENTRY OCCURS 4 TIMES.
               10 WS-BASIS-SAMPLES PIC 9(6).
               10 WS-BASIS-INPUTS PIC 9(12).
               10 WS-BASIS-ELAPSED PIC 9(9)V99.
       01 WS-BASIS-IDX PIC 9.
       01 WS-BASIS-USED PIC 9 VALUE 0.
       01 WS-BASIS-RATE PIC 9(7)V99.
       01 WS-TIMING-READ PIC 9(6) VALUE 0.
      * The deadlines from fizzbuzz-sla.ctl, loaded as MAIN loads
      * them: the first card for a requester stands.
       01 WS-SLA-TABLE.
           05 WS-SLA-COUNT PIC 9(2) VALUE 0.
           05 WS-SLA-ENTRY OCCURS FORECAST-MAX-SLA TIMES.
               10 WS-SLA-REQUESTER PIC X(8).
               10 WS-SLA-DEADLINE PIC 9(4).
               10 WS-SLA-NEAR-MINUTES PIC 9(3).
       01 WS-SLA-IDX PIC 9(2).
       01 WS-SLA-VALID PIC X.
       01 WS-SLA-ON-RUN PIC X.
       01 WS-SLA-IGNORED PIC 9(3) VALUE 0.
       01 WS-SLA-JUDGED PIC 9(3) VALUE 0.
       01 WS-SLA-DEADLINE-HHMM PIC 9(4).
       01 WS-SLA-MARGIN PIC S9(11)V99.
       01 WS-SLA-MARGIN-MINUTES PIC S9(7).
       01 WS-SLA-OUTLOOK PIC X(7).
       01 WS-AT-RISK-COUNT PIC 9(3) VALUE 0.
      * STAMP-TO-SECONDS turns the stamp in WS-CLOCK-STAMP into
      * seconds since the calendar's day one in WS-CLOCK-SECONDS, and
      * SECONDS-TO-STAMP turns them back, as main.cob times its runs.
       01 WS-CLOCK-STAMP.
           05 WS-CLOCK-DATE PIC 9(8).
           05 WS-CLOCK-HH PIC 9(2).
           05 WS-CLOCK-MM PIC 9(2).
           05 WS-CLOCK-SECOND PIC 9(2)V99.
       01 WS-CLOCK-STAMP-X REDEFINES WS-CLOCK-STAMP PIC X(16).
       01 WS-CLOCK-SECONDS PIC 9(11)V99.
       01 WS-CLOCK-DAYS PIC 9(7).
       01 WS-CLOCK-DAY-SECONDS PIC 9(5)V99.
       01 WS-CLOCK-HOUR-SECONDS PIC 9(4)V99.
       01 WS-START-SECONDS PIC 9(11)V99.
       01 WS-START-STAMP PIC X(16).
       01 WS-START-TIME PIC 9(6).
       01 WS-FINISH-SECONDS PIC 9(11)V99.
       01 WS-FINISH-STAMP PIC X(16).
       01 WS-RUN-SECONDS PIC 9(9)V99 VALUE 0.
       01 WS-RANGE-SECONDS PIC 9(9)V99.
       01 WS-NO-BASIS-COUNT PIC 9(2) VALUE 0.
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
       01 WS-SEQ-EDIT PIC Z9.
       01 WS-NUM-EDIT PIC ZZZZZ9.
       01 WS-END-EDIT PIC ZZZZZ9.
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-INPUTS-EDIT PIC Z(11)9.
       01 WS-RATE-EDIT PIC Z(6)9.99.
       01 WS-MARGIN-EDIT PIC +(6)9.
       01 WS-NEAR-EDIT PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM READ-FORECAST-CARD
           PERFORM READ-OPTIONS
           PERFORM READ-CONTROL-CARDS
           PERFORM RESOLVE-RULE-SET
           PERFORM OPEN-REPORT
           PERFORM WRITE-FORECAST-HEADER
           PERFORM LOAD-TIMING-HISTORY
           PERFORM CHOOSE-BASIS
           PERFORM WRITE-RANGE-HEADING
           MOVE WS-START-SECONDS TO WS-FINISH-SECONDS
           PERFORM FORECAST-ONE-RANGE
               VARYING WS-RANGE-IDX FROM 1 BY 1
               UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
           PERFORM WRITE-RUN-FINISH
           PERFORM LOAD-SLA-CARDS
           PERFORM JUDGE-DEADLINES
           PERFORM WRITE-FORECAST-SUMMARY
           CLOSE FORECAST-REPORT-FILE
      * A deadline in doubt, a range nothing can be said about, or a
      * deadline card that could not be used all want a look before
      * the run is submitted.
           IF WS-AT-RISK-COUNT > 0 OR WS-NO-BASIS-COUNT > 0
                   OR WS-SLA-IGNORED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * The planned start, or now. Seconds are kept for now so the
      * deadline rule below matches MAIN's to the second.
       READ-FORECAST-CARD.
           MOVE WS-CURRENT-DATE(1:16) TO WS-START-STAMP
           OPEN INPUT FORECAST-CONTROL-FILE
           IF WS-FORECAST-STATUS = '00'
               MOVE SPACES TO FORECAST-CONTROL-CARD
               READ FORECAST-CONTROL-FILE
                   AT END
                       MOVE SPACES TO FORECAST-CONTROL-CARD
               END-READ
               CLOSE FORECAST-CONTROL-FILE
               IF FORECAST-CONTROL-CARD NOT = SPACES
                   IF FC-START-DATE-X IS NOT NUMERIC
                           OR FC-START-TIME-X IS NOT NUMERIC
                           OR FC-START-TIME-X(1:2) > '23'
                           OR FC-START-TIME-X(3:2) > '59'
                       DISPLAY 'ERROR: fizzbuzz-forecast.ctl must '
                               'carry the planned start as YYYYMMDDHHMM'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD(FC-START-DATE)
                           NOT = 0
                       DISPLAY 'ERROR: fizzbuzz-forecast.ctl planned '
                               'start date is not a valid date'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE '0000000000000000' TO WS-START-STAMP
                   MOVE FC-START-DATE-X TO WS-START-STAMP(1:8)
                   MOVE FC-START-TIME-X TO WS-START-STAMP(9:4)
               END-IF
           END-IF
           MOVE WS-START-STAMP TO WS-CLOCK-STAMP-X
           PERFORM STAMP-TO-SECONDS
           MOVE WS-CLOCK-SECONDS TO WS-START-SECONDS
           MOVE WS-START-STAMP(9:6) TO WS-START-TIME
           .

      * Read as main.cob's READ-OPTIONS reads it; a card MAIN would
      * refuse is refused here too, since there is no run to forecast.
       READ-OPTIONS.
           OPEN INPUT FIZZBUZZ-OPTIONS-FILE
           IF WS-OPTIONS-STATUS = '00'
               READ FIZZBUZZ-OPTIONS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPT-RUN-MODE NOT = SPACES
                           MOVE OPT-RUN-MODE TO WS-RUN-MODE
                       END-IF
                       EVALUATE OPT-FILL-MODE
                           WHEN SPACES
                               CONTINUE
                           WHEN 'FILL'
                               MOVE 'Y' TO WS-FILL-MODE
                           WHEN OTHER
                               DISPLAY 'ERROR: fizzbuzz-options.ctl '
                                       'fill option must be FILL or '
                                       'blank'
                               MOVE 16 TO RETURN-CODE
                               CLOSE FIZZBUZZ-OPTIONS-FILE
                               STOP RUN
                       END-EVALUATE
               END-READ
               CLOSE FIZZBUZZ-OPTIONS-FILE
           END-IF
           IF WS-RUN-MODE NOT = 'FULL'
                   AND WS-RUN-MODE NOT = 'SUMMARY-ONLY'
                   AND WS-RUN-MODE NOT = 'EXTRACT-ONLY'
                   AND WS-RUN-MODE NOT = 'NO-HISTORY'
               DISPLAY 'ERROR: fizzbuzz-options.ctl names unknown '
                       'run mode "' WS-RUN-MODE '"'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       READ-CONTROL-CARDS.
           OPEN INPUT FIZZBUZZ-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open fizzbuzz.ctl '
                       '(status ' WS-CONTROL-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CONTROL-CARD
               UNTIL WS-CONTROL-EOF = 'Y'
           CLOSE FIZZBUZZ-CONTROL-FILE
           IF WS-RANGE-COUNT = 0
               DISPLAY 'ERROR: fizzbuzz.ctl has no request cards'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * The checks main.cob's VALIDATE-CONTROL-CARD makes before a
      * range runs; the requester master is left to MAIN.
       READ-CONTROL-CARD.
           READ FIZZBUZZ-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-CONTROL-EOF
               NOT AT END
                   IF FIZZBUZZ-CONTROL-CARD NOT = SPACES
                       PERFORM VALIDATE-CONTROL-CARD
                       ADD 1 TO WS-RANGE-COUNT
                       MOVE CC-START-NUM
                           TO WS-RANGE-START(WS-RANGE-COUNT)
                       MOVE CC-MAX-NUM
                           TO WS-RANGE-MAX(WS-RANGE-COUNT)
                       MOVE CC-REQUESTER-ID
                           TO WS-RANGE-REQUESTER(WS-RANGE-COUNT)
                       IF CC-RULE-SET NOT = SPACES
                           IF WS-RULE-SET-REQ = SPACES
                               MOVE CC-RULE-SET TO WS-RULE-SET-REQ
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       VALIDATE-CONTROL-CARD.
           IF WS-RANGE-COUNT >= FORECAST-MAX-RANGES
               DISPLAY 'ERROR: fizzbuzz.ctl has more than '
                       'the supported number of request cards'
               MOVE 16 TO RETURN-CODE
               CLOSE FIZZBUZZ-CONTROL-FILE
               STOP RUN
           END-IF
           IF CC-START-NUM IS NOT NUMERIC
                   OR CC-MAX-NUM IS NOT NUMERIC
                   OR CC-MAX-NUM = 0
               DISPLAY 'ERROR: control card "'
                       FUNCTION TRIM(FIZZBUZZ-CONTROL-CARD)
                       '" must carry numeric START/MAX with MAX '
                       'greater than zero'
               MOVE 16 TO RETURN-CODE
               CLOSE FIZZBUZZ-CONTROL-FILE
               STOP RUN
           END-IF
           IF CC-START-NUM + CC-MAX-NUM - 1 > 999999
               DISPLAY 'ERROR: control card "'
                       FUNCTION TRIM(FIZZBUZZ-CONTROL-CARD)
                       '" exceeds the PIC 9(6) range limit of 999999'
               MOVE 16 TO RETURN-CODE
               CLOSE FIZZBUZZ-CONTROL-FILE
               STOP RUN
           END-IF
           IF CC-RULE-SET NOT = SPACES
                   AND WS-RULE-SET-REQ NOT = SPACES
                   AND CC-RULE-SET NOT = WS-RULE-SET-REQ
               DISPLAY 'ERROR: control cards name different rule '
                       'sets - one set classifies the whole run'
               MOVE 16 TO RETURN-CODE
               CLOSE FIZZBUZZ-CONTROL-FILE
               STOP RUN
           END-IF
           .

       RESOLVE-RULE-SET.
           IF WS-RULE-SET-REQ NOT = SPACES
               MOVE WS-RULE-SET-REQ TO WS-RULE-SET-NAME
           ELSE
               MOVE 'BUILTIN' TO WS-RULE-SET-NAME
               OPEN INPUT FIZZBUZZ-RULES-FILE
               IF WS-RULES-STATUS = '00'
                   READ FIZZBUZZ-RULES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RULES-HDR-COUNT IS NUMERIC
                                   AND RULES-HDR-COUNT > 0
                                   AND RULES-HDR-COUNT
                                       NOT > FIZZBUZZ-MAX-RULES
                               MOVE 'OVERRIDE' TO WS-RULE-SET-NAME
                           END-IF
                   END-READ
                   CLOSE FIZZBUZZ-RULES-FILE
               END-IF
           END-IF
           .

       OPEN-REPORT.
           OPEN OUTPUT FORECAST-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open '
                       'fizzbuzz-forecast-report.txt (status '
                       WS-REPORT-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-FORECAST-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FizzBuzz Run Duration Forecast - '
                  WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE WS-START-STAMP TO WS-CLOCK-STAMP-X
           PERFORM FORMAT-STAMP
           MOVE 1 TO WS-LINE-POINTER
           STRING 'Planned start ' WS-STAMP-TEXT
                  '  rule set ' WS-RULE-SET-NAME
                  '  run mode ' FUNCTION TRIM(WS-RUN-MODE)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           IF WS-FILL-MODE = 'Y'
               STRING ' FILL'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-POINTER
           END-IF
           PERFORM WRITE-FORECAST-LINE
           .

      * Every R record with time on it is a sample. A range too small
      * to time (zero elapsed) says nothing about pace and is left
      * out, as is anything that is not a range record.
       LOAD-TIMING-HISTORY.
           INITIALIZE WS-BASIS-TABLE
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
                           AND TIM-INPUTS IS NUMERIC
                           AND TIM-ELAPSED IS NUMERIC
                           AND TIM-INPUTS > 0
                           AND TIM-ELAPSED > 0
                           AND TIM-FILL-MODE = WS-FILL-MODE
                       PERFORM TALLY-TIMING-SAMPLE
                   END-IF
           END-READ
           .

       TALLY-TIMING-SAMPLE.
           IF TIM-RULE-SET = WS-RULE-SET-NAME
                   AND TIM-RUN-MODE = WS-RUN-MODE
               MOVE 1 TO WS-BASIS-IDX
               PERFORM ADD-TO-BASIS
           END-IF
           IF TIM-RULE-SET = WS-RULE-SET-NAME
               MOVE 2 TO WS-BASIS-IDX
               PERFORM ADD-TO-BASIS
           END-IF
           IF TIM-RUN-MODE = WS-RUN-MODE
               MOVE 3 TO WS-BASIS-IDX
               PERFORM ADD-TO-BASIS
           END-IF
           MOVE 4 TO WS-BASIS-IDX
           PERFORM ADD-TO-BASIS
           .

       ADD-TO-BASIS.
           ADD 1 TO WS-BASIS-SAMPLES(WS-BASIS-IDX)
           ADD TIM-INPUTS TO WS-BASIS-INPUTS(WS-BASIS-IDX)
           ADD TIM-ELAPSED TO WS-BASIS-ELAPSED(WS-BASIS-IDX)
           .

      * The closest basis with a sample; its pace is every sample's
      * inputs over every sample's seconds, so a long range weighs
      * more than a short one.
       CHOOSE-BASIS.
           PERFORM FIND-FIRST-BASIS
               VARYING WS-BASIS-IDX FROM 4 BY -1
               UNTIL WS-BASIS-IDX = 0
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-BASIS-USED = 0
               STRING 'Throughput basis: no timing history to '
                      'forecast from'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               COMPUTE WS-BASIS-RATE ROUNDED =
                   WS-BASIS-INPUTS(WS-BASIS-USED)
                   / WS-BASIS-ELAPSED(WS-BASIS-USED)
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-BASIS-RATE
               END-COMPUTE
               MOVE 1 TO WS-LINE-POINTER
               STRING 'Throughput basis: '
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-POINTER
               EVALUATE WS-BASIS-USED
                   WHEN 1
                       STRING 'same rule set, run mode and fill'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                           WITH POINTER WS-LINE-POINTER
                   WHEN 2
                       STRING 'same rule set and fill, any run mode'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                           WITH POINTER WS-LINE-POINTER
                   WHEN 3
                       STRING 'same run mode and fill, any rule set'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                           WITH POINTER WS-LINE-POINTER
                   WHEN OTHER
                       STRING 'same fill, any rule set or run mode'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                           WITH POINTER WS-LINE-POINTER
               END-EVALUATE
               PERFORM WRITE-FORECAST-LINE
               MOVE WS-BASIS-SAMPLES(WS-BASIS-USED) TO WS-COUNT-EDIT
               MOVE WS-BASIS-INPUTS(WS-BASIS-USED) TO WS-INPUTS-EDIT
               MOVE WS-BASIS-RATE TO WS-RATE-EDIT
               STRING '  Ranges timed ' FUNCTION TRIM(WS-COUNT-EDIT)
                      '  inputs ' FUNCTION TRIM(WS-INPUTS-EDIT)
                      '  rate ' FUNCTION TRIM(WS-RATE-EDIT)
                      ' inputs/second'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-FORECAST-LINE
           .

       FIND-FIRST-BASIS.
           IF WS-BASIS-SAMPLES(WS-BASIS-IDX) > 0
               MOVE WS-BASIS-IDX TO WS-BASIS-USED
           END-IF
           .

       WRITE-RANGE-HEADING.
           PERFORM WRITE-FORECAST-LINE
           MOVE 'SEQ REQUESTER START    END         DURATION'
               TO WS-REPORT-LINE
           MOVE 'PREDICTED END' TO WS-REPORT-LINE(46:13)
           PERFORM WRITE-FORECAST-LINE
           .

      * Ranges run one after another, so each starts where the last
      * is predicted to end.
       FORECAST-ONE-RANGE.
           COMPUTE WS-RANGE-END = WS-RANGE-START(WS-RANGE-IDX)
               + WS-RANGE-MAX(WS-RANGE-IDX) - 1
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RANGE-IDX TO WS-SEQ-EDIT
           MOVE WS-SEQ-EDIT TO WS-REPORT-LINE(2:2)
           MOVE WS-RANGE-REQUESTER(WS-RANGE-IDX) TO WS-REPORT-LINE(5:8)
           MOVE WS-RANGE-START(WS-RANGE-IDX) TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO WS-REPORT-LINE(14:6)
           MOVE WS-RANGE-END TO WS-END-EDIT
           MOVE WS-END-EDIT TO WS-REPORT-LINE(21:6)
           IF WS-BASIS-USED = 0
               ADD 1 TO WS-NO-BASIS-COUNT
               MOVE 'no basis' TO WS-REPORT-LINE(36:8)
           ELSE
               COMPUTE WS-RANGE-SECONDS ROUNDED =
                   WS-RANGE-MAX(WS-RANGE-IDX)
                   * WS-BASIS-ELAPSED(WS-BASIS-USED)
                   / WS-BASIS-INPUTS(WS-BASIS-USED)
               ADD WS-RANGE-SECONDS TO WS-RUN-SECONDS
               ADD WS-RANGE-SECONDS TO WS-FINISH-SECONDS
               MOVE WS-RANGE-SECONDS TO WS-DURATION
               PERFORM FORMAT-DURATION
               MOVE WS-DURATION-TEXT TO WS-REPORT-LINE(32:12)
               MOVE WS-FINISH-SECONDS TO WS-CLOCK-SECONDS
               PERFORM SECONDS-TO-STAMP
               PERFORM FORMAT-STAMP
               MOVE WS-STAMP-TEXT TO WS-REPORT-LINE(46:19)
           END-IF
           PERFORM WRITE-FORECAST-LINE
           .

      * What is forecast is the ranges' own processing; the run's
      * opening and closing work is small beside it and is not.
       WRITE-RUN-FINISH.
           PERFORM WRITE-FORECAST-LINE
           IF WS-BASIS-USED = 0
               MOVE 'Predicted run finish: unknown - no basis'
                   TO WS-REPORT-LINE
           ELSE
               MOVE WS-FINISH-SECONDS TO WS-CLOCK-SECONDS
               PERFORM SECONDS-TO-STAMP
               MOVE WS-CLOCK-STAMP-X TO WS-FINISH-STAMP
               PERFORM FORMAT-STAMP
               MOVE WS-RUN-SECONDS TO WS-DURATION
               PERFORM FORMAT-DURATION
               STRING 'Predicted run finish ' WS-STAMP-TEXT
                      '  (ranges ' FUNCTION TRIM(WS-DURATION-TEXT)
                      ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-FORECAST-LINE
           .

      * fizzbuzz-sla.ctl is optional. A card MAIN would ignore is
      * ignored here too, and counted so the forecast says so.
       LOAD-SLA-CARDS.
           OPEN INPUT FIZZBUZZ-SLA-CONTROL-FILE
           IF WS-SLA-CONTROL-STATUS = '00'
               PERFORM READ-SLA-CARD
                   UNTIL WS-SLA-EOF = 'Y'
               CLOSE FIZZBUZZ-SLA-CONTROL-FILE
           END-IF
           .

       READ-SLA-CARD.
           READ FIZZBUZZ-SLA-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-SLA-EOF
               NOT AT END
                   IF FIZZBUZZ-SLA-CARD NOT = SPACES
                       PERFORM VALIDATE-SLA-CARD
                   END-IF
           END-READ
           .

       VALIDATE-SLA-CARD.
           MOVE 'Y' TO WS-SLA-VALID
           IF SLAC-REQUESTER-ID = SPACES
                   OR SLAC-DEADLINE-X IS NOT NUMERIC
               MOVE 'N' TO WS-SLA-VALID
           ELSE
               IF SLAC-DEADLINE-X(1:2) > '23'
                       OR SLAC-DEADLINE-X(3:2) > '59'
                   MOVE 'N' TO WS-SLA-VALID
               END-IF
           END-IF
           IF SLAC-NEAR-MINUTES-X NOT = SPACES
                   AND SLAC-NEAR-MINUTES-X IS NOT NUMERIC
               MOVE 'N' TO WS-SLA-VALID
           END-IF
           IF WS-SLA-VALID = 'Y'
               PERFORM CHECK-SLA-DUPLICATE
                   VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > WS-SLA-COUNT
               IF WS-SLA-COUNT >= FORECAST-MAX-SLA
                   MOVE 'N' TO WS-SLA-VALID
               END-IF
           END-IF
           IF WS-SLA-VALID = 'Y'
               ADD 1 TO WS-SLA-COUNT
               MOVE SLAC-REQUESTER-ID TO WS-SLA-REQUESTER(WS-SLA-COUNT)
               MOVE SLAC-DEADLINE TO WS-SLA-DEADLINE(WS-SLA-COUNT)
               IF SLAC-NEAR-MINUTES-X = SPACES
                   MOVE FORECAST-DEFAULT-NEAR-MINUTES
                       TO WS-SLA-NEAR-MINUTES(WS-SLA-COUNT)
               ELSE
                   MOVE SLAC-NEAR-MINUTES
                       TO WS-SLA-NEAR-MINUTES(WS-SLA-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-SLA-IGNORED
           END-IF
           .

       CHECK-SLA-DUPLICATE.
           IF WS-SLA-REQUESTER(WS-SLA-IDX) = SLAC-REQUESTER-ID
               MOVE 'N' TO WS-SLA-VALID
           END-IF
           .

      * Judged as MAIN will judge the real run: every requester on
      * the cards with a deadline, against the run's finish.
       JUDGE-DEADLINES.
           PERFORM WRITE-FORECAST-LINE
           MOVE 'REQUESTER DEADLINE          PREDICTED FINISH      '
               TO WS-REPORT-LINE
           MOVE 'MARGIN  NEAR  OUTLOOK' TO WS-REPORT-LINE(51:21)
           PERFORM WRITE-FORECAST-LINE
           PERFORM JUDGE-ONE-DEADLINE
               VARYING WS-SLA-IDX FROM 1 BY 1
               UNTIL WS-SLA-IDX > WS-SLA-COUNT
           IF WS-SLA-JUDGED = 0
               MOVE 'No requester on the cards has a deadline'
                   TO WS-REPORT-LINE
               PERFORM WRITE-FORECAST-LINE
           END-IF
           .

       JUDGE-ONE-DEADLINE.
           MOVE 'N' TO WS-SLA-ON-RUN
           PERFORM FIND-SLA-REQUESTER-RANGE
               VARYING WS-RANGE-IDX FROM 1 BY 1
               UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
           IF WS-SLA-ON-RUN = 'Y'
               ADD 1 TO WS-SLA-JUDGED
               PERFORM COMPUTE-SLA-DEADLINE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-SLA-REQUESTER(WS-SLA-IDX) TO WS-REPORT-LINE(1:8)
               PERFORM FORMAT-STAMP
               MOVE WS-STAMP-TEXT(1:16) TO WS-REPORT-LINE(11:16)
               MOVE WS-SLA-NEAR-MINUTES(WS-SLA-IDX) TO WS-NEAR-EDIT
               MOVE WS-NEAR-EDIT TO WS-REPORT-LINE(59:3)
               IF WS-BASIS-USED = 0
                   MOVE 'unknown' TO WS-REPORT-LINE(29:7)
                   MOVE 'UNKNOWN' TO WS-SLA-OUTLOOK
               ELSE
                   COMPUTE WS-SLA-MARGIN =
                       WS-CLOCK-SECONDS - WS-FINISH-SECONDS
                   COMPUTE WS-SLA-MARGIN-MINUTES ROUNDED =
                       WS-SLA-MARGIN / 60
                   EVALUATE TRUE
                       WHEN WS-SLA-MARGIN < 0
                           MOVE 'LATE' TO WS-SLA-OUTLOOK
                           ADD 1 TO WS-AT-RISK-COUNT
                       WHEN WS-SLA-MARGIN <
                               WS-SLA-NEAR-MINUTES(WS-SLA-IDX) * 60
                           MOVE 'NEAR' TO WS-SLA-OUTLOOK
                           ADD 1 TO WS-AT-RISK-COUNT
                       WHEN OTHER
                           MOVE 'OK' TO WS-SLA-OUTLOOK
                   END-EVALUATE
                   MOVE WS-FINISH-STAMP TO WS-CLOCK-STAMP-X
                   PERFORM FORMAT-STAMP
                   MOVE WS-STAMP-TEXT TO WS-REPORT-LINE(29:19)
                   MOVE WS-SLA-MARGIN-MINUTES TO WS-MARGIN-EDIT
                   MOVE WS-MARGIN-EDIT TO WS-REPORT-LINE(50:7)
               END-IF
               MOVE WS-SLA-OUTLOOK TO WS-REPORT-LINE(65:7)
               PERFORM WRITE-FORECAST-LINE
           END-IF
           .

       FIND-SLA-REQUESTER-RANGE.
           IF WS-RANGE-REQUESTER(WS-RANGE-IDX)
                   = WS-SLA-REQUESTER(WS-SLA-IDX)
               MOVE 'Y' TO WS-SLA-ON-RUN
           END-IF
           .

      * main.cob's rule: the first HHMM after the run starts - on the
      * start date, or the day after when that time had already gone
      * by. Leaves the deadline in WS-CLOCK-STAMP and its seconds in
      * WS-CLOCK-SECONDS.
       COMPUTE-SLA-DEADLINE.
           MOVE WS-SLA-DEADLINE(WS-SLA-IDX) TO WS-SLA-DEADLINE-HHMM
           MOVE WS-START-STAMP TO WS-CLOCK-STAMP-X
           IF WS-SLA-DEADLINE-HHMM * 100 NOT > WS-START-TIME
               COMPUTE WS-CLOCK-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE) + 1)
           END-IF
           DIVIDE WS-SLA-DEADLINE-HHMM BY 100
               GIVING WS-CLOCK-HH REMAINDER WS-CLOCK-MM
           MOVE 0 TO WS-CLOCK-SECOND
           PERFORM STAMP-TO-SECONDS
           .

       WRITE-FORECAST-SUMMARY.
           PERFORM WRITE-FORECAST-LINE
           MOVE WS-TIMING-READ TO WS-COUNT-EDIT
           STRING 'Timing records read: ' FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE WS-AT-RISK-COUNT TO WS-COUNT-EDIT
           STRING 'Deadlines at risk (LATE or NEAR): '
                  FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           IF WS-NO-BASIS-COUNT > 0
               MOVE WS-NO-BASIS-COUNT TO WS-COUNT-EDIT
               STRING 'Ranges with no basis to forecast from: '
                      FUNCTION TRIM(WS-COUNT-EDIT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-FORECAST-LINE
           END-IF
           IF WS-SLA-IGNORED > 0
               MOVE WS-SLA-IGNORED TO WS-COUNT-EDIT
               STRING 'fizzbuzz-sla.ctl cards ignored - invalid, '
                      'duplicate or over the limit: '
                      FUNCTION TRIM(WS-COUNT-EDIT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-FORECAST-LINE
           END-IF
           .

      * Seconds since the calendar's day one, to the hundredth.
       STAMP-TO-SECONDS.
           COMPUTE WS-CLOCK-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE)
           MULTIPLY 24 BY WS-CLOCK-SECONDS
           ADD WS-CLOCK-HH TO WS-CLOCK-SECONDS
           MULTIPLY 60 BY WS-CLOCK-SECONDS
           ADD WS-CLOCK-MM TO WS-CLOCK-SECONDS
           MULTIPLY 60 BY WS-CLOCK-SECONDS
           ADD WS-CLOCK-SECOND TO WS-CLOCK-SECONDS
           .

       SECONDS-TO-STAMP.
           DIVIDE WS-CLOCK-SECONDS BY 86400
               GIVING WS-CLOCK-DAYS REMAINDER WS-CLOCK-DAY-SECONDS
           COMPUTE WS-CLOCK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CLOCK-DAYS)
           DIVIDE WS-CLOCK-DAY-SECONDS BY 3600
               GIVING WS-CLOCK-HH REMAINDER WS-CLOCK-HOUR-SECONDS
           DIVIDE WS-CLOCK-HOUR-SECONDS BY 60
               GIVING WS-CLOCK-MM REMAINDER WS-CLOCK-SECOND
           .

      * WS-CLOCK-STAMP as YYYY-MM-DD HH:MM:SS.
       FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-TEXT
           STRING WS-CLOCK-STAMP-X(1:4) '-' WS-CLOCK-STAMP-X(5:2) '-'
                  WS-CLOCK-STAMP-X(7:2) ' ' WS-CLOCK-STAMP-X(9:2) ':'
                  WS-CLOCK-STAMP-X(11:2) ':' WS-CLOCK-STAMP-X(13:2)
               DELIMITED BY SIZE INTO WS-STAMP-TEXT
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

       WRITE-FORECAST-LINE.
           WRITE FORECAST-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           .
