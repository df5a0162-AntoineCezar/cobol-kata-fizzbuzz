           SELECT FIZZBUZZ-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      * The control, checkpoint, stop-request, journal and exception
      * files are assigned to data names because a partition of a
      * split run (main PART=nn, see READ-RUN-PARAMETER) keeps its
      * own copy of each beside the others running at the same time:
      * fizzbuzz-pNN.ctl, fizzbuzz-pNN.chk, fizzbuzz-stop-pNN.req,
      * fizzbuzz-journal-pNN.dat and fizzbuzz-exceptions-pNN.txt.
      * An ordinary run keeps the fixed names below.
           SELECT FIZZBUZZ-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-CONTROL-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      * Optional, like FIZZBUZZ-CONTROL-FILE above: a downstream team
               ASSIGN TO 'fizzbuzz-rulesets.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULESET-STATUS.
           SELECT FIZZBUZZ-CHECKPOINT-FILE ASSIGN TO DYNAMIC
               WS-CHECKPOINT-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
      * Requester master: who may submit request cards, their
      * since the last checkpoint. The card is consumed when honored
      * so the next run starts normally; restart then resumes from
      * the stop point exactly as it does after a crash.
           SELECT FIZZBUZZ-STOP-FILE ASSIGN TO DYNAMIC WS-STOP-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.
      * Relative key is (band - 1) * 1000000 + FIZZBUZZ-INPUT + 1,
      * EXCRPT reports trends over the accumulated file) and a clean
      * run still leaves no new file for operations to chase.
           SELECT FIZZBUZZ-EXCEPTION-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
      * Run-control audit journal: one record appended per execution,
      * kept even after CLEAR-CHECKPOINT wipes the restart point, so
      * when a run happened, what it was asked to do and how it ended
      * stay reconstructable. RUNHIST prints it.
           SELECT FIZZBUZZ-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JOURNAL-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      * Chargeback feed: one record appended per range finished (see
      * fizzbuzz-usage.cpy). The journal has one record per
      * execution and carries only the first card's range, so it
      * cannot split a run carrying several departments' ranges.
      * BILLING prices this file.
           SELECT FIZZBUZZ-USAGE-FILE ASSIGN TO 'fizzbuzz-usage.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
      * History change feed: one record appended per history write
      * that creates a record or changes its label, with the label
      * before and after (see fizzbuzz-histchg.cpy). HISTCDC delivers
      * it downstream and CHGRPT reports from it.
           SELECT FIZZBUZZ-HISTCHG-FILE ASSIGN TO 'fizzbuzz-histchg.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTCHG-STATUS.
      * Transmission manifest: every output file this run produced,
      * with its record count and a hash total of the inputs it
      * carries (see fizzbuzz-manifest.cpy), so whoever picks a file
      * up can prove with MANVERIFY that the copy is whole. Dated like
      * the report it describes, and rewritten at the end of each
      * execution, so a restart replaces its entries.
           SELECT FIZZBUZZ-MANIFEST-FILE ASSIGN TO DYNAMIC
               WS-MANIFEST-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
      * Elapsed-time feed: one record appended per range finished and
      * one per run completed, with the seconds taken, the seconds
      * lost to restarts and the inputs per second (see
      * fizzbuzz-timing.cpy). FORECAST predicts from it. A partition
      * keeps its own, which PARTMERGE times the split run from.
           SELECT FIZZBUZZ-TIMING-FILE ASSIGN TO DYNAMIC
               WS-TIMING-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TIMING-STATUS.
      * Optional batch-window deadlines by requester (see
      * fizzbuzz-slactl.cpy). Absent, no run is held to a deadline.
           SELECT FIZZBUZZ-SLA-CONTROL-FILE ASSIGN TO 'fizzbuzz-sla.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-CONTROL-STATUS.
      * SLA outcomes: one record per deadline a completed run was
      * held to, met or not (see fizzbuzz-sla.cpy). SLARPT reports
      * it weekly.
           SELECT FIZZBUZZ-SLA-FILE ASSIGN TO 'fizzbuzz-sla.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FIZZBUZZ-RULES-FILE.
       01 FIZZBUZZ-RULES-HEADER-RECORD.
           05 RULES-HDR-COUNT PIC 9.
      * A detail line may go on past the label to give the rule's
      * kind, exclusive flag and test value (see fizzbuzz-config.cpy);
      * a line that stops at the label is a divisibility rule.
       01 FIZZBUZZ-RULES-DETAIL-RECORD.
           05 RULES-DET-DIVISOR PIC 9(3).
           05 RULES-DET-LABEL PIC X(8).
           05 RULES-DET-TYPE PIC X.
           05 RULES-DET-EXCLUSIVE PIC X.
           05 RULES-DET-VALUE PIC 9(6).

      * Each named set is one header line (set name + rule count)
      * followed by that many divisor/label detail lines - the same
       01 FIZZBUZZ-RULESET-DETAIL-RECORD.
           05 CAT-DET-DIVISOR PIC 9(3).
           05 CAT-DET-LABEL PIC X(8).
           05 CAT-DET-TYPE PIC X.
           05 CAT-DET-EXCLUSIVE PIC X.
           05 CAT-DET-VALUE PIC 9(6).

       FD FIZZBUZZ-CHECKPOINT-FILE.
       COPY fizzbuzz-ckpt.

       FD FIZZBUZZ-STOP-FILE.
       01 FIZZBUZZ-STOP-RECORD PIC X(80).
       FD FIZZBUZZ-JOURNAL-FILE.
       COPY fizzbuzz-jrnl.

       FD FIZZBUZZ-USAGE-FILE.
       COPY fizzbuzz-usage.

       FD FIZZBUZZ-HISTCHG-FILE.
       COPY fizzbuzz-histchg.

       FD FIZZBUZZ-MANIFEST-FILE.
       COPY fizzbuzz-manifest.

       FD FIZZBUZZ-TIMING-FILE.
       COPY fizzbuzz-timing.

       FD FIZZBUZZ-SLA-CONTROL-FILE.
       COPY fizzbuzz-slactl.

       FD FIZZBUZZ-SLA-FILE.
       COPY fizzbuzz-sla.

       WORKING-STORAGE SECTION.
       COPY fizzbuzz-limits.
      * Control-file capacity, not a classification limit, so it lives
       01 WS-CURRENT-RANGE PIC 9(2).
       01 WS-RESTART-RANGE PIC 9(2) VALUE 1.
       01 WS-CONTROL-EOF PIC X VALUE 'N'.
       01 WS-CONTROL-FNAME PIC X(40) VALUE 'fizzbuzz.ctl'.
       01 WS-CHECKPOINT-FNAME PIC X(40) VALUE 'fizzbuzz.chk'.
       01 WS-STOP-FNAME PIC X(40) VALUE 'fizzbuzz-stop.req'.
       01 WS-JOURNAL-FNAME PIC X(40) VALUE 'fizzbuzz-journal.dat'.
       01 WS-EXCEPTION-FNAME PIC X(40)
           VALUE 'fizzbuzz-exceptions.txt'.
       01 WS-TIMING-FNAME PIC X(40) VALUE 'fizzbuzz-timing.dat'.
      * The run parameter: blank for an ordinary run, PART=nn for
      * partition nn of a range PARTSPLIT has split. WS-PARTITION-
      * SUFFIX is -pNN then, spaces otherwise, and is what the
      * dated report, extract and requester report names carry.
       01 WS-RUN-PARAMETER PIC X(80) VALUE SPACES.
       01 WS-PARTITION PIC 9(2) VALUE 0.
       01 WS-PARTITION-SUFFIX PIC X(4) VALUE SPACES.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-RULES-STATUS PIC XX.
       01 WS-RULESET-STATUS PIC XX.
      * replaces the shared record buffer, so CAT-RULE-COUNT itself
      * cannot bound the skip loop.
       01 WS-SKIP-COUNT PIC 9.
      * N when the rule line just loaded has a kind, exclusive flag
      * or test value fizzbuzz.cob cannot act on.
       01 WS-RULE-KIND-OK PIC X.
      * WS-RULE-SET-REQ is what the control cards asked for (spaces =
      * no card named a set); WS-RULE-SET-NAME is what actually
      * classified this run - a catalog set name, OVERRIDE for a
      * because a checkpoint restart rewinds it to the original run
      * day to re-extend that day's report.
       01 WS-RUN-STAMP PIC X(21).
      * The stamp of the execution that started this run: this
      * execution's own stamp on a cold start, the checkpoint's on a
      * restart. Usage records carry it as USG-RUN-ID.
       01 WS-RUN-ID PIC X(14).
       01 WS-USAGE-STATUS PIC XX.
       01 WS-HISTCHG-STATUS PIC XX.
      * The change feed is opened on the first change, the way the
      * exception report is opened on first use: N not yet, Y open, F
      * the open failed (logged once; history writes carry on).
       01 WS-HISTCHG-OPEN PIC X VALUE 'N'.
      * The slot's label before this write, and whether there was one
      * (NEW) or it is being replaced (CHG).
       01 WS-HISTCHG-ACTION PIC X(3).
       01 WS-HISTCHG-BEFORE PIC X(40).
      * The manifest's file entries are counted before it is written:
      * its header carries how many there are. One combined report,
      * one report per requester at most, the extract and history.
       78 FIZZBUZZ-MAX-MANIFEST-FILES VALUE 53.
       01 WS-MANIFEST-STATUS PIC XX.
       01 WS-MANIFEST-FNAME PIC X(40) VALUE SPACES.
      * COMPLETE or STOPPED, and the last range whose requester
      * report can exist yet - set by the caller of WRITE-RUN-MANIFEST.
       01 WS-MANIFEST-RUN-STATE PIC X(8).
       01 WS-MANIFEST-LAST-RANGE PIC 9(2).
       01 WS-MANIFEST-TABLE.
           05 WS-MAN-FILE-COUNT PIC 9(3) VALUE 0.
           05 WS-MAN-ENTRY OCCURS FIZZBUZZ-MAX-MANIFEST-FILES TIMES.
               10 WS-MAN-KIND PIC X(8).
               10 WS-MAN-RECORDS PIC 9(9).
               10 WS-MAN-HASH PIC 9(14).
               10 WS-MAN-BAND PIC 9(2).
               10 WS-MAN-NAME PIC X(60).
       01 WS-MAN-IDX PIC 9(3).
       01 WS-MAN-RANGE-IDX PIC 9(2).
       01 WS-MAN-PRIOR-IDX PIC 9(2).
       01 WS-MAN-DUPLICATE PIC X.
       01 WS-MAN-EOF PIC X.
       01 WS-MAN-WRITE-FAILED PIC X.
       01 WS-MAN-LINE PIC X(200).
       01 WS-MAN-RECORD-TYPE PIC X(2).
       01 WS-MAN-NUMBER-X PIC X(7).
       01 WS-MAN-LEAD PIC 9.
      * One past the highest input, so the history count's loop can
      * end after input 999999.
       01 WS-MAN-INPUT PIC 9(7).
       01 WS-MAN-END PIC 9(7).
      * The current range's usage counts. A restart starts the range
      * it resumes from the checkpoint's counts instead of zero, so
      * the usage record covers the whole range. The report tallies
      * cannot do this: they count only since the restart.
       01 WS-RANGE-CLASSIFIED PIC 9(8) VALUE 0.
       01 WS-RANGE-PREV-DONE PIC 9(8) VALUE 0.
       01 WS-CKPT-CLASSIFIED PIC 9(8) VALUE 0.
       01 WS-CKPT-PREV-DONE PIC 9(8) VALUE 0.
       01 WS-RESTART-INPUT PIC 9(6) VALUE 0.
      * Run timing. STAMP-TO-SECONDS turns the YYYYMMDDHHMMSScc stamp
      * in WS-CLOCK-STAMP into a count of seconds in WS-CLOCK-SECONDS
      * that two stamps can be subtracted in; READ-CLOCK does that
      * for the time now.
       01 WS-CLOCK-STAMP.
           05 WS-CLOCK-DATE PIC 9(8).
           05 WS-CLOCK-HH PIC 9(2).
           05 WS-CLOCK-MM PIC 9(2).
           05 WS-CLOCK-SECOND PIC 9(2)V99.
       01 WS-CLOCK-STAMP-X REDEFINES WS-CLOCK-STAMP PIC X(16).
       01 WS-CLOCK-SECONDS PIC 9(11)V99.
      * When this execution, and the range in hand, started running.
      * On the range a restart resumes, the range's clock starts with
      * the execution and its time before the restart comes in from
      * the checkpoint as WS-RANGE-ELAPSED-BASE - likewise the run's.
       01 WS-EXEC-START-SECONDS PIC 9(11)V99.
       01 WS-RANGE-CLOCK-START PIC 9(11)V99.
       01 WS-RANGE-STARTED-AT PIC X(14).
       01 WS-RANGE-ELAPSED-BASE PIC 9(7)V99 VALUE 0.
       01 WS-RANGE-ELAPSED PIC 9(7)V99 VALUE 0.
       01 WS-RANGE-LOST PIC 9(7)V99 VALUE 0.
       01 WS-RUN-ELAPSED-BASE PIC 9(7)V99 VALUE 0.
       01 WS-RUN-ELAPSED PIC 9(7)V99 VALUE 0.
       01 WS-RUN-LOST PIC 9(7)V99 VALUE 0.
       01 WS-RUN-RESTARTS PIC 9(2) VALUE 0.
       01 WS-RANGE-RESTARTS PIC 9(2) VALUE 0.
       01 WS-RUN-INPUTS PIC 9(8) VALUE 0.
      * Seconds from the checkpoint this execution resumed from to
      * the start of this execution.
       01 WS-RESTART-LOST PIC 9(7)V99 VALUE 0.
       01 WS-CKPT-RANGE-STARTED-AT PIC X(14) VALUE SPACES.
       01 WS-CKPT-RANGE-ELAPSED PIC 9(7)V99 VALUE 0.
       01 WS-CKPT-RANGE-LOST PIC 9(7)V99 VALUE 0.
       01 WS-CKPT-RANGE-RESTARTS PIC 9(2) VALUE 0.
       01 WS-TIMING-STATUS PIC XX.
      * The deadlines from fizzbuzz-sla.ctl, loaded at startup.
       78 FIZZBUZZ-MAX-SLA VALUE 50.
       78 FIZZBUZZ-DEFAULT-NEAR-MINUTES VALUE 30.
       01 WS-SLA-CONTROL-STATUS PIC XX.
       01 WS-SLA-STATUS PIC XX.
       01 WS-SLA-EOF PIC X VALUE 'N'.
      * Opened on the first outcome, like the change feed.
       01 WS-SLA-OPEN PIC X VALUE 'N'.
       01 WS-SLA-TABLE.
           05 WS-SLA-COUNT PIC 9(2) VALUE 0.
           05 WS-SLA-ENTRY OCCURS FIZZBUZZ-MAX-SLA TIMES.
               10 WS-SLA-REQUESTER PIC X(8).
               10 WS-SLA-DEADLINE PIC 9(4).
               10 WS-SLA-NEAR-MINUTES PIC 9(3).
       01 WS-SLA-IDX PIC 9(2).
       01 WS-SLA-ON-RUN PIC X.
       01 WS-SLA-RANGE-IDX PIC 9(2).
       01 WS-SLA-DEADLINE-HHMM PIC 9(4).
       01 WS-SLA-START-TIME PIC 9(6).
       01 WS-SLA-DEADLINE-AT PIC X(12).
       01 WS-SLA-FINISH-SECONDS PIC 9(11)V99.
       01 WS-SLA-FINISHED-AT PIC X(14).
       01 WS-SLA-MARGIN PIC S9(11)V99.
       01 WS-SLA-MARGIN-MINUTES PIC S9(5).
       01 WS-SLA-LATE-EDIT PIC Z(4)9.
       01 WS-SLA-OUTCOME PIC X(6).
      * Wide enough for the highest band directory slot: band 99
      * tops out at 99000000.
       01 WS-HISTORY-KEY PIC 9(9).
       01 WS-RESTARTED PIC X VALUE 'N'.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-CHECKPOINT-REPORT-DATE PIC X(8).
      * A while the run is going; QUIESCE-RUN sets S for the stop
      * point it pins (see fizzbuzz-ckpt.cpy).
       01 WS-CKPT-RUN-STATE PIC X VALUE 'A'.
       01 WS-REPORT-FNAME PIC X(40) VALUE SPACES.
      * Page layout: a heading every FIZZBUZZ-PAGE-BODY-LINES body
      * lines carrying the run date, the range in progress and the
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:14) TO WS-RUN-ID
           MOVE WS-RUN-STAMP(1:16) TO WS-CLOCK-STAMP-X
           PERFORM STAMP-TO-SECONDS
           MOVE WS-CLOCK-SECONDS TO WS-EXEC-START-SECONDS
           MOVE WS-CLOCK-SECONDS TO WS-RANGE-CLOCK-START
           MOVE WS-RUN-ID TO WS-RANGE-STARTED-AT
      * The partition, if any, comes first: it decides which control,
      * checkpoint and exception files everything after this uses.
           PERFORM READ-RUN-PARAMETER
           PERFORM READ-OPTIONS
      * Partitions run side by side, and the history file will not
      * take two writers at once, so a partition leaves the history
      * writes to PARTMERGE, which applies them from the partitions'
      * extracts. A fill-mode partition still reads history, shared.
           IF WS-PARTITION > 0
               MOVE 'N' TO WS-HISTORY-ACTIVE
           END-IF
      * Parameters next: LOAD-CONFIG needs to know whether a control
      * card named a catalog rule set before it picks a rule source.
           PERFORM READ-PARAMETERS
      * Deadlines are judged when the run completes, and only for an
      * ordinary run - a partition's end is not the run's.
           IF WS-PARTITION = 0
               PERFORM LOAD-SLA-CARDS
           END-IF
           PERFORM LOAD-CONFIG
           PERFORM CHECK-FOR-RESTART
           PERFORM VALIDATE-RESTART-RANGE
           IF WS-HISTORY-OPEN = 'Y'
               CLOSE FIZZBUZZ-HISTORY-FILE
           END-IF
           PERFORM CLOSE-HISTORY-CHANGES
           MOVE 'COMPLETE' TO WS-MANIFEST-RUN-STATE
           MOVE WS-RANGE-COUNT TO WS-MANIFEST-LAST-RANGE
           PERFORM WRITE-RUN-MANIFEST
           PERFORM WRITE-RUN-TIMING
      * A partition's end is not the run's: PARTMERGE judges the
      * split run's deadline once the merged output stands.
           IF WS-PARTITION = 0
               PERFORM CHECK-SLA-DEADLINES
           END-IF
           PERFORM CLEAR-CHECKPOINT
           PERFORM WRITE-RUN-JOURNAL
           PERFORM CLOSE-EXCEPTIONS
           STOP RUN
           .

      * PART=nn makes this execution partition nn of a split range:
      * PARTSPLIT wrote its slice to fizzbuzz-pNN.ctl, and every file
      * a partition would otherwise share with the others running
      * alongside it gets the partition's own name. No parameter is
      * an ordinary run; anything else is refused rather than guessed
      * at, before a file is touched.
       READ-RUN-PARAMETER.
           ACCEPT WS-RUN-PARAMETER FROM COMMAND-LINE
           IF WS-RUN-PARAMETER NOT = SPACES
               IF WS-RUN-PARAMETER(1:5) = 'PART='
                       AND WS-RUN-PARAMETER(6:2) IS NUMERIC
                       AND WS-RUN-PARAMETER(8:) = SPACES
                       AND WS-RUN-PARAMETER(6:2) NOT = '00'
                   MOVE WS-RUN-PARAMETER(6:2) TO WS-PARTITION
               ELSE
                   DISPLAY 'ERROR: run parameter "'
                           FUNCTION TRIM(WS-RUN-PARAMETER)
                           '" must be PART=nn, nn 01 to 99'
                   MOVE 'FBZ202S' TO WS-EXC-CODE
                   MOVE 16 TO WS-EXC-SEVERITY
                   MOVE 'N' TO WS-EXC-INPUT-FLAG
                   MOVE SPACES TO WS-EXC-STATUS
                   MOVE 'run parameter invalid' TO WS-EXC-TEXT
                   PERFORM LOG-EXCEPTION
                   PERFORM ABORT-RUN
               END-IF
           END-IF
           IF WS-PARTITION > 0
               STRING '-p' WS-PARTITION
                   DELIMITED BY SIZE INTO WS-PARTITION-SUFFIX
               MOVE SPACES TO WS-CONTROL-FNAME
               STRING 'fizzbuzz-p' WS-PARTITION '.ctl'
                   DELIMITED BY SIZE INTO WS-CONTROL-FNAME
               MOVE SPACES TO WS-CHECKPOINT-FNAME
               STRING 'fizzbuzz-p' WS-PARTITION '.chk'
                   DELIMITED BY SIZE INTO WS-CHECKPOINT-FNAME
               MOVE SPACES TO WS-STOP-FNAME
               STRING 'fizzbuzz-stop-p' WS-PARTITION '.req'
                   DELIMITED BY SIZE INTO WS-STOP-FNAME
               MOVE SPACES TO WS-JOURNAL-FNAME
               STRING 'fizzbuzz-journal-p' WS-PARTITION '.dat'
                   DELIMITED BY SIZE INTO WS-JOURNAL-FNAME
               MOVE SPACES TO WS-EXCEPTION-FNAME
               STRING 'fizzbuzz-exceptions-p' WS-PARTITION '.txt'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-FNAME
               MOVE SPACES TO WS-TIMING-FNAME
               STRING 'fizzbuzz-timing-p' WS-PARTITION '.dat'
                   DELIMITED BY SIZE INTO WS-TIMING-FNAME
               MOVE WS-PARTITION TO WS-RANGE-EDIT
               DISPLAY 'Running as partition '
                       FUNCTION TRIM(WS-RANGE-EDIT)
           END-IF
           .

      * The operator asked for the window back: the iteration in hand
      * has finished and its checkpoint interval just rewrote
      * fizzbuzz.chk, so write one more checkpoint to pin the exact
      * after a crash, so the restart's summary and extract trailer
      * logic applies unchanged.
       QUIESCE-RUN.
           MOVE 'S' TO WS-CKPT-RUN-STATE
           PERFORM WRITE-CHECKPOINT
           OPEN OUTPUT FIZZBUZZ-STOP-FILE
           IF WS-STOP-STATUS = '00'
           IF WS-HISTORY-OPEN = 'Y'
               CLOSE FIZZBUZZ-HISTORY-FILE
           END-IF
      * The manifest says what stands so far; the restart rewrites it.
           PERFORM CLOSE-HISTORY-CHANGES
           MOVE 'STOPPED' TO WS-MANIFEST-RUN-STATE
           MOVE WS-CURRENT-RANGE TO WS-MANIFEST-LAST-RANGE
           PERFORM WRITE-RUN-MANIFEST
           PERFORM ABORT-RUN
           .

      * leave its trace - then stop with the worst severity seen as
      * the RETURN-CODE.
       ABORT-RUN.
           PERFORM CLOSE-HISTORY-CHANGES
           PERFORM WRITE-RUN-JOURNAL
           PERFORM CLOSE-EXCEPTIONS
           MOVE WS-WORST-SEVERITY TO RETURN-CODE
                   COMPUTE WS-REMAINING-ITERATIONS =
                           WS-END-NUM - FIZZBUZZ-INPUT + 1
               END-IF
               MOVE WS-CKPT-CLASSIFIED TO WS-RANGE-CLASSIFIED
               MOVE WS-CKPT-PREV-DONE TO WS-RANGE-PREV-DONE
               MOVE WS-EXEC-START-SECONDS TO WS-RANGE-CLOCK-START
               MOVE WS-CKPT-RANGE-ELAPSED TO WS-RANGE-ELAPSED-BASE
               COMPUTE WS-RANGE-LOST =
                   WS-CKPT-RANGE-LOST + WS-RESTART-LOST
               COMPUTE WS-RANGE-RESTARTS = WS-CKPT-RANGE-RESTARTS + 1
               IF WS-CKPT-RANGE-STARTED-AT = SPACES
                   MOVE WS-RUN-ID TO WS-RANGE-STARTED-AT
               ELSE
                   MOVE WS-CKPT-RANGE-STARTED-AT TO WS-RANGE-STARTED-AT
               END-IF
           ELSE
               MOVE START-NUM TO FIZZBUZZ-INPUT
               MOVE MAX-NUM TO WS-REMAINING-ITERATIONS
               MOVE 0 TO WS-RANGE-CLASSIFIED
               MOVE 0 TO WS-RANGE-PREV-DONE
               PERFORM READ-CLOCK
               MOVE WS-CLOCK-SECONDS TO WS-RANGE-CLOCK-START
               MOVE WS-CLOCK-STAMP-X(1:14) TO WS-RANGE-STARTED-AT
               MOVE 0 TO WS-RANGE-ELAPSED-BASE
               MOVE 0 TO WS-RANGE-LOST
               MOVE 0 TO WS-RANGE-RESTARTS
           END-IF
           PERFORM WRITE-RANGE-HEADER
      * Counted down inside PRINT-NEXT rather than a TIMES loop so an
                   MOVE 'Summary:' TO WS-TRAILER-LABEL
               END-IF
               PERFORM WRITE-TRAILER
      * A partition's slice is billed once, whole, by PARTMERGE.
               IF WS-PARTITION = 0
                   PERFORM WRITE-USAGE-RECORD
               END-IF
               PERFORM WRITE-RANGE-TIMING
               PERFORM ROLL-UP-RANGE-TALLIES
               ADD 1 TO WS-CURRENT-RANGE
           END-IF
           MOVE SPACES TO WS-REQ-REPORT-FNAME
           STRING 'fizzbuzz-report-' WS-CURRENT-DATE(1:8) '-'
                  FUNCTION TRIM(WS-RANGE-REQUESTER(WS-CURRENT-RANGE))
                  DELIMITED BY SIZE
                  WS-PARTITION-SUFFIX DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-REQ-REPORT-FNAME
           PERFORM NOTE-REQUESTER-OPENED
           IF WS-RESTARTED = 'Y' OR WS-REQ-SEEN = 'Y'
               OPEN EXTEND REQUESTER-REPORT-FILE
                   TO FIZZBUZZ-DIVISOR(WS-TALLY-IDX)
               MOVE FIZZBUZZ-DEFAULT-LABEL(WS-TALLY-IDX)
                   TO FIZZBUZZ-LABEL(WS-TALLY-IDX)
               MOVE 'D' TO FIZZBUZZ-RULE-TYPE(WS-TALLY-IDX)
               MOVE 'N' TO FIZZBUZZ-RULE-EXCLUSIVE(WS-TALLY-IDX)
               MOVE 0 TO FIZZBUZZ-RULE-VALUE(WS-TALLY-IDX)
           END-PERFORM
           IF WS-RULE-SET-REQ NOT = SPACES
               PERFORM LOAD-RULE-SET-FROM-CATALOG
                           TO FIZZBUZZ-DIVISOR(WS-TALLY-IDX)
                       MOVE CAT-DET-LABEL
                           TO FIZZBUZZ-LABEL(WS-TALLY-IDX)
                       MOVE CAT-DET-TYPE
                           TO FIZZBUZZ-RULE-TYPE(WS-TALLY-IDX)
                       MOVE CAT-DET-EXCLUSIVE
                           TO FIZZBUZZ-RULE-EXCLUSIVE(WS-TALLY-IDX)
                       MOVE 0 TO FIZZBUZZ-RULE-VALUE(WS-TALLY-IDX)
                       IF CAT-DET-VALUE IS NUMERIC
                           MOVE CAT-DET-VALUE
                               TO FIZZBUZZ-RULE-VALUE(WS-TALLY-IDX)
                       END-IF
                       PERFORM CHECK-RULE-KIND
                       IF WS-RULE-KIND-OK = 'N'
                               OR (CAT-DET-VALUE IS NOT NUMERIC
                                   AND (CAT-DET-TYPE = 'C'
                                       OR CAT-DET-TYPE = 'E'))
                           DISPLAY 'ERROR: fizzbuzz-rulesets.ctl set '
                                   FUNCTION TRIM(WS-RULE-SET-REQ)
                                   ' has a rule with an invalid kind, '
                                   'exclusive flag or value'
                           MOVE 'FBZ203S' TO WS-EXC-CODE
                           MOVE 16 TO WS-EXC-SEVERITY
                           MOVE 'N' TO WS-EXC-INPUT-FLAG
                           MOVE SPACES TO WS-EXC-STATUS
                           MOVE 'catalog rule kind invalid'
                               TO WS-EXC-TEXT
                           PERFORM LOG-EXCEPTION
                           CLOSE FIZZBUZZ-RULESET-FILE
                           PERFORM ABORT-RUN
                       END-IF
               END-READ
           END-PERFORM
           .

      * The kinds fizzbuzz.cob knows (blank is an older card's
      * divisibility rule), a Y/N/blank exclusive flag, and for a
      * digit rule a single digit.
       CHECK-RULE-KIND.
           MOVE 'Y' TO WS-RULE-KIND-OK
           IF FIZZBUZZ-RULE-TYPE(WS-TALLY-IDX) NOT = SPACE
                   AND FIZZBUZZ-RULE-TYPE(WS-TALLY-IDX) NOT = 'D'
                   AND FIZZBUZZ-RULE-TYPE(WS-TALLY-IDX) NOT = 'C'
                   AND FIZZBUZZ-RULE-TYPE(WS-TALLY-IDX) NOT = 'E'
               MOVE 'N' TO WS-RULE-KIND-OK
           END-IF
           IF FIZZBUZZ-RULE-EXCLUSIVE(WS-TALLY-IDX) NOT = SPACE
                   AND FIZZBUZZ-RULE-EXCLUSIVE(WS-TALLY-IDX) NOT = 'N'
                   AND FIZZBUZZ-RULE-EXCLUSIVE(WS-TALLY-IDX) NOT = 'Y'
               MOVE 'N' TO WS-RULE-KIND-OK
           END-IF
           IF FIZZBUZZ-RULE-TYPE(WS-TALLY-IDX) = 'C'
                   AND FIZZBUZZ-RULE-VALUE(WS-TALLY-IDX) > 9
               MOVE 'N' TO WS-RULE-KIND-OK
           END-IF
           .

      * The shared record buffer no longer holds the header once the
      * first detail line is read, so the short-set message here
      * cannot name the set it is skipping.
                           TO FIZZBUZZ-DIVISOR(WS-TALLY-IDX)
                       MOVE RULES-DET-LABEL
                           TO FIZZBUZZ-LABEL(WS-TALLY-IDX)
                       MOVE RULES-DET-TYPE
                           TO FIZZBUZZ-RULE-TYPE(WS-TALLY-IDX)
                       MOVE RULES-DET-EXCLUSIVE
                           TO FIZZBUZZ-RULE-EXCLUSIVE(WS-TALLY-IDX)
                       MOVE 0 TO FIZZBUZZ-RULE-VALUE(WS-TALLY-IDX)
                       IF RULES-DET-VALUE IS NUMERIC
                           MOVE RULES-DET-VALUE
                               TO FIZZBUZZ-RULE-VALUE(WS-TALLY-IDX)
                       END-IF
                       PERFORM CHECK-RULE-KIND
                       IF WS-RULE-KIND-OK = 'N'
                               OR (RULES-DET-VALUE IS NOT NUMERIC
                                   AND (RULES-DET-TYPE = 'C'
                                       OR RULES-DET-TYPE = 'E'))
                           DISPLAY 'ERROR: fizzbuzz-rules.ctl has a '
                                   'rule with an invalid kind, '
                                   'exclusive flag or value'
                           MOVE 'FBZ203S' TO WS-EXC-CODE
                           MOVE 16 TO WS-EXC-SEVERITY
                           MOVE 'N' TO WS-EXC-INPUT-FLAG
                           MOVE SPACES TO WS-EXC-STATUS
                           MOVE 'rules override rule kind invalid'
                               TO WS-EXC-TEXT
                           PERFORM LOG-EXCEPTION
                           CLOSE FIZZBUZZ-RULES-FILE
                           PERFORM ABORT-RUN
                       END-IF
               END-READ
           END-PERFORM
           .
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           END-IF
           STRING 'fizzbuzz-report-' WS-CURRENT-DATE(1:4)
                  WS-CURRENT-DATE(5:2) WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE
                  WS-PARTITION-SUFFIX DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-REPORT-FNAME
      * The date and file name are computed above even when the mode
      * writes no report: OPEN-EXTRACT builds its own name from
      * WS-CURRENT-DATE.
      * the trailer can balance against the whole file.
       OPEN-EXTRACT.
           STRING 'fizzbuzz-extract-' WS-CURRENT-DATE(1:4)
                  WS-CURRENT-DATE(5:2) WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE
                  WS-PARTITION-SUFFIX DELIMITED BY SPACE
                  '.dat' DELIMITED BY SIZE
               INTO WS-EXTRACT-FNAME
           IF WS-RESTARTED = 'Y'
               PERFORM COUNT-EXTRACT-DETAILS
               OPEN EXTEND FIZZBUZZ-EXTRACT-FILE
           CLOSE FIZZBUZZ-HISTDIR-FILE
           .

      * A partition only opens history for its fill-mode reads, and
      * opens it INPUT so the partitions beside it can too; PARTSPLIT
      * has made sure the file exists.
       OPEN-HISTORY.
           IF WS-PARTITION > 0
               OPEN INPUT FIZZBUZZ-HISTORY-FILE
           ELSE
               OPEN I-O FIZZBUZZ-HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = '00' AND WS-PARTITION > 0
               DISPLAY 'ERROR: could not open history file '
                       '(status ' WS-HISTORY-STATUS ')'
               MOVE 'FBZ204S' TO WS-EXC-CODE
               MOVE 16 TO WS-EXC-SEVERITY
               MOVE 'N' TO WS-EXC-INPUT-FLAG
               MOVE WS-HISTORY-STATUS TO WS-EXC-STATUS
               MOVE 'history file not openable' TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
               CLOSE FIZZBUZZ-REPORT-FILE
               PERFORM ABORT-RUN
           END-IF
           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT FIZZBUZZ-HISTORY-FILE
               CLOSE FIZZBUZZ-HISTORY-FILE
                   UNTIL WS-CONTROL-EOF = 'Y'
               CLOSE FIZZBUZZ-CONTROL-FILE
           END-IF
      * A partition with no slice card was never planned (or its plan
      * was replaced): there is no one at a console to ask.
           IF WS-RANGE-COUNT = 0 AND WS-PARTITION > 0
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-CONTROL-FNAME)
                       ' holds no request card for this partition'
               MOVE 'FBZ202S' TO WS-EXC-CODE
               MOVE 16 TO WS-EXC-SEVERITY
               MOVE 'N' TO WS-EXC-INPUT-FLAG
               MOVE SPACES TO WS-EXC-STATUS
               MOVE 'partition control file empty' TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
               PERFORM ABORT-RUN
           END-IF
      * No usable control file: fall back to the interactive prompt
      * and treat the answer as a single range starting at 1.
           IF WS-RANGE-COUNT = 0
           END-READ
           .

      * fizzbuzz-sla.ctl is optional: no file, no deadlines. A card
      * that cannot be read as a deadline is a warning and is left
      * out rather than failing the run it would only have judged;
      * so is a second card for the same requester - the first
      * stands.
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
           MOVE 'Y' TO WS-SLA-ON-RUN
           IF SLAC-REQUESTER-ID = SPACES
                   OR SLAC-DEADLINE-X IS NOT NUMERIC
               MOVE 'N' TO WS-SLA-ON-RUN
           ELSE
               IF SLAC-DEADLINE(1:2) > '23'
                       OR SLAC-DEADLINE(3:2) > '59'
                   MOVE 'N' TO WS-SLA-ON-RUN
               END-IF
           END-IF
           IF SLAC-NEAR-MINUTES-X NOT = SPACES
                   AND SLAC-NEAR-MINUTES-X IS NOT NUMERIC
               MOVE 'N' TO WS-SLA-ON-RUN
           END-IF
           IF WS-SLA-ON-RUN = 'Y'
               PERFORM CHECK-SLA-DUPLICATE
                   VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > WS-SLA-COUNT
               IF WS-SLA-COUNT >= FIZZBUZZ-MAX-SLA
                   MOVE 'N' TO WS-SLA-ON-RUN
               END-IF
           END-IF
           IF WS-SLA-ON-RUN = 'Y'
               ADD 1 TO WS-SLA-COUNT
               MOVE SLAC-REQUESTER-ID TO WS-SLA-REQUESTER(WS-SLA-COUNT)
               MOVE SLAC-DEADLINE TO WS-SLA-DEADLINE(WS-SLA-COUNT)
               IF SLAC-NEAR-MINUTES-X = SPACES
                   MOVE FIZZBUZZ-DEFAULT-NEAR-MINUTES
                       TO WS-SLA-NEAR-MINUTES(WS-SLA-COUNT)
               ELSE
                   MOVE SLAC-NEAR-MINUTES
                       TO WS-SLA-NEAR-MINUTES(WS-SLA-COUNT)
               END-IF
           ELSE
               DISPLAY 'WARNING: fizzbuzz-sla.ctl card for requester '
                       SLAC-REQUESTER-ID ' ignored - invalid, '
                       'duplicate or over the limit'
               MOVE 'FBZ007W' TO WS-EXC-CODE
               MOVE 4 TO WS-EXC-SEVERITY
               MOVE 'N' TO WS-EXC-INPUT-FLAG
               MOVE SPACES TO WS-EXC-STATUS
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'SLA card ignored - requester '
                       SLAC-REQUESTER-ID
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
           END-IF
           .

       CHECK-SLA-DUPLICATE.
           IF WS-SLA-REQUESTER(WS-SLA-IDX) = SLAC-REQUESTER-ID
               MOVE 'N' TO WS-SLA-ON-RUN
           END-IF
           .

       CHECK-FOR-RESTART.
           OPEN INPUT FIZZBUZZ-CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = '00'
                       ELSE
                           MOVE 1 TO WS-RESTART-RANGE
                       END-IF
                       IF CKPT-RUN-ID NOT = SPACES
                           MOVE CKPT-RUN-ID TO WS-RUN-ID
                       END-IF
                       IF CKPT-RANGE-CLASSIFIED IS NUMERIC
                           MOVE CKPT-RANGE-CLASSIFIED
                               TO WS-CKPT-CLASSIFIED
                       END-IF
                       IF CKPT-RANGE-PREV-DONE IS NUMERIC
                           MOVE CKPT-RANGE-PREV-DONE
                               TO WS-CKPT-PREV-DONE
                       END-IF
                       PERFORM RESUME-RUN-TIMING
                       MOVE 'Y' TO WS-RESTARTED
                       MOVE FIZZBUZZ-INPUT TO WS-INPUT-EDIT
                       DISPLAY 'Resuming FizzBuzz run from checkpoint '
           END-IF
           .

      * Picks up the timing the checkpoint carries and charges the
      * time since it was written to the restart. A checkpoint from
      * before timing was kept resumes with none: the run's elapsed
      * time then counts from this execution only.
       RESUME-RUN-TIMING.
           IF CKPT-RESTARTS IS NUMERIC
               COMPUTE WS-RUN-RESTARTS = CKPT-RESTARTS + 1
           ELSE
               MOVE 1 TO WS-RUN-RESTARTS
           END-IF
           IF CKPT-WRITTEN-AT IS NUMERIC
               MOVE CKPT-WRITTEN-AT TO WS-CLOCK-STAMP-X
               PERFORM STAMP-TO-SECONDS
               IF WS-EXEC-START-SECONDS > WS-CLOCK-SECONDS
                   COMPUTE WS-RESTART-LOST =
                       WS-EXEC-START-SECONDS - WS-CLOCK-SECONDS
               END-IF
           END-IF
           IF CKPT-RUN-ELAPSED IS NUMERIC
                   AND CKPT-RUN-LOST IS NUMERIC
                   AND CKPT-RANGE-ELAPSED IS NUMERIC
                   AND CKPT-RANGE-LOST IS NUMERIC
               MOVE CKPT-RUN-ELAPSED TO WS-RUN-ELAPSED-BASE
               MOVE CKPT-RUN-LOST TO WS-RUN-LOST
               MOVE CKPT-RANGE-ELAPSED TO WS-CKPT-RANGE-ELAPSED
               MOVE CKPT-RANGE-LOST TO WS-CKPT-RANGE-LOST
               MOVE CKPT-RANGE-STARTED-AT TO WS-CKPT-RANGE-STARTED-AT
           END-IF
           IF CKPT-RANGE-RESTARTS IS NUMERIC
               MOVE CKPT-RANGE-RESTARTS TO WS-CKPT-RANGE-RESTARTS
           END-IF
           ADD WS-RESTART-LOST TO WS-RUN-LOST
           .

       READ-CLOCK.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CLOCK-STAMP-X
           PERFORM STAMP-TO-SECONDS
           .

      * Seconds since the calendar's day one, to the hundredth, so a
      * run that crosses midnight still subtracts correctly.
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

       CLEAR-CHECKPOINT.
           OPEN OUTPUT FIZZBUZZ-CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS NOT = '00'
           END-IF
           IF WS-ALREADY-DONE = 'Y'
               ADD 1 TO WS-PREV-DONE-COUNT
               ADD 1 TO WS-RANGE-PREV-DONE
           ELSE
               PERFORM CLASSIFY-ONE-INPUT
               ADD 1 TO WS-RANGE-CLASSIFIED
           END-IF
           ADD 1 TO FIZZBUZZ-INPUT
           SUBTRACT 1 FROM WS-REMAINING-ITERATIONS
           PERFORM WRITE-BODY-LINE
           .

      * The slot is read first so the change feed gets the label this
      * write replaces.
       WRITE-HISTORY.
           COMPUTE WS-HISTORY-KEY =
               (WS-HISTORY-BAND - 1) * 1000000 + FIZZBUZZ-INPUT + 1
           MOVE 'NEW' TO WS-HISTCHG-ACTION
           MOVE SPACES TO WS-HISTCHG-BEFORE
           READ FIZZBUZZ-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'CHG' TO WS-HISTCHG-ACTION
                   MOVE HIST-OUTPUT TO WS-HISTCHG-BEFORE
           END-READ
           MOVE FIZZBUZZ-INPUT TO HIST-INPUT
           MOVE FIZZBUZZ-OUTPUT TO HIST-OUTPUT
           MOVE WS-RULE-SET-NAME TO HIST-RULE-SET
               MOVE WS-HISTORY-STATUS TO WS-EXC-STATUS
               MOVE 'history record not written' TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
           ELSE
               IF WS-HISTCHG-ACTION = 'NEW'
                       OR WS-HISTCHG-BEFORE NOT = HIST-OUTPUT
                   PERFORM WRITE-HISTORY-CHANGE
               END-IF
           END-IF
           .

      * One change-feed record for the history write just made. A
      * lost change record is an error but must not stop the run: the
      * history itself is written.
       WRITE-HISTORY-CHANGE.
           IF WS-HISTCHG-OPEN = 'N'
               OPEN EXTEND FIZZBUZZ-HISTCHG-FILE
               IF WS-HISTCHG-STATUS NOT = '00'
                   OPEN OUTPUT FIZZBUZZ-HISTCHG-FILE
               END-IF
               IF WS-HISTCHG-STATUS = '00'
                   MOVE 'Y' TO WS-HISTCHG-OPEN
               ELSE
                   MOVE 'F' TO WS-HISTCHG-OPEN
                   DISPLAY 'ERROR: could not open history change file '
                           '(status ' WS-HISTCHG-STATUS ')'
                   MOVE 'FBZ108E' TO WS-EXC-CODE
                   MOVE 8 TO WS-EXC-SEVERITY
                   MOVE 'N' TO WS-EXC-INPUT-FLAG
                   MOVE WS-HISTCHG-STATUS TO WS-EXC-STATUS
                   MOVE 'history change file not openable'
                       TO WS-EXC-TEXT
                   PERFORM LOG-EXCEPTION
               END-IF
           END-IF
           IF WS-HISTCHG-OPEN = 'Y'
               MOVE WS-RUN-STAMP(1:8) TO HCHG-RUN-DATE
               MOVE WS-RUN-STAMP(9:6) TO HCHG-RUN-TIME
               MOVE WS-RUN-ID TO HCHG-RUN-ID
               MOVE WS-RUN-MODE TO HCHG-RUN-MODE
               MOVE WS-RANGE-REQUESTER(WS-CURRENT-RANGE)
                   TO HCHG-REQUESTER-ID
               MOVE WS-RULE-SET-NAME TO HCHG-RULE-SET
               MOVE WS-HISTORY-BAND TO HCHG-BAND
               MOVE FIZZBUZZ-INPUT TO HCHG-INPUT
               MOVE WS-HISTCHG-ACTION TO HCHG-ACTION
               MOVE WS-HISTCHG-BEFORE TO HCHG-BEFORE-LABEL
               MOVE FIZZBUZZ-OUTPUT TO HCHG-AFTER-LABEL
               WRITE FIZZBUZZ-HISTCHG-RECORD
               IF WS-HISTCHG-STATUS NOT = '00'
                   MOVE FIZZBUZZ-INPUT TO WS-INPUT-EDIT
                   DISPLAY 'ERROR: could not write history change '
                           'record for input '
                           FUNCTION TRIM(WS-INPUT-EDIT)
                           ' (status ' WS-HISTCHG-STATUS ')'
                   MOVE 'FBZ108E' TO WS-EXC-CODE
                   MOVE 8 TO WS-EXC-SEVERITY
                   MOVE 'Y' TO WS-EXC-INPUT-FLAG
                   MOVE WS-HISTCHG-STATUS TO WS-EXC-STATUS
                   MOVE 'history change record not written'
                       TO WS-EXC-TEXT
                   PERFORM LOG-EXCEPTION
               END-IF
           END-IF
           .

       CLOSE-HISTORY-CHANGES.
           IF WS-HISTCHG-OPEN = 'Y'
               CLOSE FIZZBUZZ-HISTCHG-FILE
               MOVE 'N' TO WS-HISTCHG-OPEN
           END-IF
           .

      * Counts every output this execution leaves - as it stands on
      * disk, so the counts of a restarted run cover what its earlier
      * executions wrote too - and writes the manifest afresh. A
      * file that cannot be read back (a requester report that never
      * opened, say) is left off: the run did not produce it. A lost
      * manifest is an error but the outputs themselves stand.
       WRITE-RUN-MANIFEST.
           MOVE SPACES TO WS-MANIFEST-FNAME
           STRING 'fizzbuzz-manifest-' WS-CURRENT-DATE(1:8)
                  DELIMITED BY SIZE
                  WS-PARTITION-SUFFIX DELIMITED BY SPACE
                  '.dat' DELIMITED BY SIZE
               INTO WS-MANIFEST-FNAME
           MOVE 0 TO WS-MAN-FILE-COUNT
           IF WS-REPORT-ACTIVE = 'Y'
               PERFORM MANIFEST-REPORT
               PERFORM MANIFEST-ONE-REQUESTER
                   VARYING WS-MAN-RANGE-IDX FROM 1 BY 1
                   UNTIL WS-MAN-RANGE-IDX > WS-MANIFEST-LAST-RANGE
           END-IF
           PERFORM MANIFEST-EXTRACT
           IF WS-HISTORY-ACTIVE = 'Y'
               PERFORM MANIFEST-HISTORY
           END-IF
           MOVE 'N' TO WS-MAN-WRITE-FAILED
           OPEN OUTPUT FIZZBUZZ-MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               MOVE 'Y' TO WS-MAN-WRITE-FAILED
           ELSE
               MOVE SPACES TO FIZZBUZZ-MANIFEST-HEADER
               MOVE 'H' TO MANH-TYPE
               MOVE WS-CURRENT-DATE(1:8) TO MANH-REPORT-DATE
               MOVE WS-RUN-STAMP(1:14) TO MANH-RUN-STAMP
               MOVE WS-RUN-ID TO MANH-RUN-ID
               MOVE WS-RULE-SET-NAME TO MANH-RULE-SET
               MOVE WS-RUN-MODE TO MANH-RUN-MODE
               MOVE WS-MANIFEST-RUN-STATE TO MANH-STATUS
               MOVE WS-RANGE-COUNT TO MANH-RANGE-COUNT
               MOVE WS-MAN-FILE-COUNT TO MANH-FILE-COUNT
               WRITE FIZZBUZZ-MANIFEST-HEADER
               PERFORM CHECK-MANIFEST-WRITE
               PERFORM VARYING WS-MAN-RANGE-IDX FROM 1 BY 1
                       UNTIL WS-MAN-RANGE-IDX > WS-RANGE-COUNT
                   MOVE SPACES TO FIZZBUZZ-MANIFEST-RANGE
                   MOVE 'R' TO MANR-TYPE
                   MOVE WS-RANGE-START(WS-MAN-RANGE-IDX) TO MANR-START
                   COMPUTE MANR-END = WS-RANGE-START(WS-MAN-RANGE-IDX)
                       + WS-RANGE-MAX(WS-MAN-RANGE-IDX) - 1
                   MOVE WS-RANGE-REQUESTER(WS-MAN-RANGE-IDX)
                       TO MANR-REQUESTER-ID
                   WRITE FIZZBUZZ-MANIFEST-RANGE
                   PERFORM CHECK-MANIFEST-WRITE
               END-PERFORM
               PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                       UNTIL WS-MAN-IDX > WS-MAN-FILE-COUNT
                   MOVE SPACES TO FIZZBUZZ-MANIFEST-ENTRY
                   MOVE 'F' TO MANF-TYPE
                   MOVE WS-MAN-KIND(WS-MAN-IDX) TO MANF-KIND
                   MOVE WS-MAN-RECORDS(WS-MAN-IDX) TO MANF-RECORDS
                   MOVE WS-MAN-HASH(WS-MAN-IDX) TO MANF-HASH
                   MOVE WS-MAN-BAND(WS-MAN-IDX) TO MANF-BAND
                   MOVE WS-MAN-NAME(WS-MAN-IDX) TO MANF-FILE-NAME
                   WRITE FIZZBUZZ-MANIFEST-ENTRY
                   PERFORM CHECK-MANIFEST-WRITE
               END-PERFORM
               CLOSE FIZZBUZZ-MANIFEST-FILE
           END-IF
           IF WS-MAN-WRITE-FAILED = 'Y'
               DISPLAY 'ERROR: could not write run manifest '
                       FUNCTION TRIM(WS-MANIFEST-FNAME)
                       ' (status ' WS-MANIFEST-STATUS ')'
               MOVE 'FBZ109E' TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE 'N' TO WS-EXC-INPUT-FLAG
               MOVE WS-MANIFEST-STATUS TO WS-EXC-STATUS
               MOVE 'run manifest not written' TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
           END-IF
           .

       CHECK-MANIFEST-WRITE.
           IF WS-MANIFEST-STATUS NOT = '00'
               MOVE 'Y' TO WS-MAN-WRITE-FAILED
           END-IF
           .

      * Opens a manifest entry for the file named in WS-MAN-NAME of
      * the next slot; the caller fills in the kind and counts.
       START-MANIFEST-ENTRY.
           ADD 1 TO WS-MAN-FILE-COUNT
           MOVE 0 TO WS-MAN-RECORDS(WS-MAN-FILE-COUNT)
           MOVE 0 TO WS-MAN-HASH(WS-MAN-FILE-COUNT)
           MOVE 0 TO WS-MAN-BAND(WS-MAN-FILE-COUNT)
           MOVE 'N' TO WS-MAN-EOF
           .

       MANIFEST-REPORT.
           PERFORM START-MANIFEST-ENTRY
           MOVE 'REPORT' TO WS-MAN-KIND(WS-MAN-FILE-COUNT)
           MOVE WS-REPORT-FNAME TO WS-MAN-NAME(WS-MAN-FILE-COUNT)
           OPEN INPUT FIZZBUZZ-REPORT-FILE
           IF WS-REPORT-STATUS = '00'
               PERFORM MANIFEST-REPORT-RECORD
                   UNTIL WS-MAN-EOF = 'Y'
               CLOSE FIZZBUZZ-REPORT-FILE
           ELSE
               SUBTRACT 1 FROM WS-MAN-FILE-COUNT
           END-IF
           .

       MANIFEST-REPORT-RECORD.
           READ FIZZBUZZ-REPORT-FILE INTO WS-MAN-LINE
               AT END
                   MOVE 'Y' TO WS-MAN-EOF
               NOT AT END
                   PERFORM TALLY-MANIFEST-REPORT-LINE
           END-READ
           .

      * One entry per requester, at that requester's first range: a
      * requester with several ranges has the one file.
       MANIFEST-ONE-REQUESTER.
           MOVE 'N' TO WS-MAN-DUPLICATE
           PERFORM VARYING WS-MAN-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-MAN-PRIOR-IDX >= WS-MAN-RANGE-IDX
               IF WS-RANGE-REQUESTER(WS-MAN-PRIOR-IDX)
                       = WS-RANGE-REQUESTER(WS-MAN-RANGE-IDX)
                   MOVE 'Y' TO WS-MAN-DUPLICATE
               END-IF
           END-PERFORM
           IF WS-MAN-DUPLICATE = 'N'
               MOVE SPACES TO WS-REQ-REPORT-FNAME
               STRING 'fizzbuzz-report-' WS-CURRENT-DATE(1:8) '-'
                      FUNCTION TRIM(
                          WS-RANGE-REQUESTER(WS-MAN-RANGE-IDX))
                      DELIMITED BY SIZE
                      WS-PARTITION-SUFFIX DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-REQ-REPORT-FNAME
               PERFORM START-MANIFEST-ENTRY
               MOVE 'REQRPT' TO WS-MAN-KIND(WS-MAN-FILE-COUNT)
               MOVE WS-REQ-REPORT-FNAME
                   TO WS-MAN-NAME(WS-MAN-FILE-COUNT)
               OPEN INPUT REQUESTER-REPORT-FILE
               IF WS-REQ-REPORT-STATUS = '00'
                   PERFORM MANIFEST-REQUESTER-RECORD
                       UNTIL WS-MAN-EOF = 'Y'
                   CLOSE REQUESTER-REPORT-FILE
               ELSE
                   SUBTRACT 1 FROM WS-MAN-FILE-COUNT
               END-IF
           END-IF
           .

       MANIFEST-REQUESTER-RECORD.
           READ REQUESTER-REPORT-FILE INTO WS-MAN-LINE
               AT END
                   MOVE 'Y' TO WS-MAN-EOF
               NOT AT END
                   PERFORM TALLY-MANIFEST-REPORT-LINE
           END-READ
           .

      * A report detail line is the input right-justified in columns
      * 1-7 with the label from column 10 (WRITE-REPORT-DETAIL); no
      * heading, trailer or summary line has digits alone there.
       TALLY-MANIFEST-REPORT-LINE.
           ADD 1 TO WS-MAN-RECORDS(WS-MAN-FILE-COUNT)
           IF WS-MAN-LINE(7:1) IS NUMERIC
                   AND WS-MAN-LINE(8:2) = SPACES
               MOVE 0 TO WS-MAN-LEAD
               INSPECT WS-MAN-LINE(1:6)
                   TALLYING WS-MAN-LEAD FOR LEADING SPACES
               IF WS-MAN-LINE(WS-MAN-LEAD + 1:7 - WS-MAN-LEAD)
                       IS NUMERIC
                   COMPUTE WS-MAN-HASH(WS-MAN-FILE-COUNT) =
                       WS-MAN-HASH(WS-MAN-FILE-COUNT)
                       + FUNCTION NUMVAL(WS-MAN-LINE(1:7))
               END-IF
           END-IF
           .

       MANIFEST-EXTRACT.
           PERFORM START-MANIFEST-ENTRY
           MOVE 'EXTRACT' TO WS-MAN-KIND(WS-MAN-FILE-COUNT)
           MOVE WS-EXTRACT-FNAME TO WS-MAN-NAME(WS-MAN-FILE-COUNT)
           OPEN INPUT FIZZBUZZ-EXTRACT-FILE
           IF WS-EXTRACT-STATUS = '00'
               PERFORM MANIFEST-EXTRACT-RECORD
                   UNTIL WS-MAN-EOF = 'Y'
               CLOSE FIZZBUZZ-EXTRACT-FILE
           ELSE
               SUBTRACT 1 FROM WS-MAN-FILE-COUNT
           END-IF
           .

       MANIFEST-EXTRACT-RECORD.
           READ FIZZBUZZ-EXTRACT-FILE INTO WS-MAN-LINE
               AT END
                   MOVE 'Y' TO WS-MAN-EOF
               NOT AT END
                   ADD 1 TO WS-MAN-RECORDS(WS-MAN-FILE-COUNT)
                   IF WS-MAN-LINE(1:2) = 'D;'
                       MOVE SPACES TO WS-MAN-NUMBER-X
                       UNSTRING WS-MAN-LINE DELIMITED BY ';'
                           INTO WS-MAN-RECORD-TYPE WS-MAN-NUMBER-X
                       COMPUTE WS-MAN-HASH(WS-MAN-FILE-COUNT) =
                           WS-MAN-HASH(WS-MAN-FILE-COUNT)
                           + FUNCTION NUMVAL(WS-MAN-NUMBER-X)
                   END-IF
           END-READ
           .

      * The history this run stands behind: the records its ranges
      * hold in its band, whichever execution (or earlier run, for a
      * fill run's skipped inputs) wrote them.
       MANIFEST-HISTORY.
           PERFORM START-MANIFEST-ENTRY
           MOVE 'HISTORY' TO WS-MAN-KIND(WS-MAN-FILE-COUNT)
           MOVE 'fizzbuzz-history.dat'
               TO WS-MAN-NAME(WS-MAN-FILE-COUNT)
           MOVE WS-HISTORY-BAND TO WS-MAN-BAND(WS-MAN-FILE-COUNT)
           OPEN INPUT FIZZBUZZ-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               PERFORM MANIFEST-HISTORY-RANGE
                   VARYING WS-MAN-RANGE-IDX FROM 1 BY 1
                   UNTIL WS-MAN-RANGE-IDX > WS-RANGE-COUNT
               CLOSE FIZZBUZZ-HISTORY-FILE
           ELSE
               SUBTRACT 1 FROM WS-MAN-FILE-COUNT
           END-IF
           .

       MANIFEST-HISTORY-RANGE.
           COMPUTE WS-MAN-END = WS-RANGE-START(WS-MAN-RANGE-IDX)
               + WS-RANGE-MAX(WS-MAN-RANGE-IDX) - 1
           PERFORM VARYING WS-MAN-INPUT
                   FROM WS-RANGE-START(WS-MAN-RANGE-IDX) BY 1
                   UNTIL WS-MAN-INPUT > WS-MAN-END
               COMPUTE WS-HISTORY-KEY =
                   (WS-HISTORY-BAND - 1) * 1000000 + WS-MAN-INPUT + 1
               READ FIZZBUZZ-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-MAN-RECORDS(WS-MAN-FILE-COUNT)
                       ADD HIST-INPUT TO WS-MAN-HASH(WS-MAN-FILE-COUNT)
               END-READ
           END-PERFORM
           .

      * One usage record for the range just finished, appended the
      * way WRITE-RUN-JOURNAL appends its record. A lost usage record
      * is an error but must not stop the run: the range's output is
      * already written.
       WRITE-USAGE-RECORD.
           OPEN EXTEND FIZZBUZZ-USAGE-FILE
           IF WS-USAGE-STATUS NOT = '00'
               OPEN OUTPUT FIZZBUZZ-USAGE-FILE
           END-IF
           IF WS-USAGE-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open usage file '
                       '(status ' WS-USAGE-STATUS ')'
               MOVE 'FBZ107E' TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE 'N' TO WS-EXC-INPUT-FLAG
               MOVE WS-USAGE-STATUS TO WS-EXC-STATUS
               MOVE 'usage file not openable' TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
           ELSE
               MOVE WS-RUN-STAMP(1:8) TO USG-RUN-DATE
               MOVE WS-RUN-STAMP(9:6) TO USG-RUN-TIME
               MOVE WS-RUN-ID TO USG-RUN-ID
               MOVE WS-CURRENT-DATE(1:8) TO USG-REPORT-DATE
               MOVE WS-CURRENT-RANGE TO USG-RANGE-SEQ
               MOVE WS-RANGE-REQUESTER(WS-CURRENT-RANGE)
                   TO USG-REQUESTER-ID
               MOVE WS-RULE-SET-NAME TO USG-RULE-SET
               MOVE WS-RUN-MODE TO USG-RUN-MODE
               MOVE START-NUM TO USG-START-NUM
               MOVE MAX-NUM TO USG-MAX-NUM
               MOVE WS-RANGE-CLASSIFIED TO USG-CLASSIFIED
               MOVE WS-RANGE-PREV-DONE TO USG-PREV-DONE
               IF WS-RESTARTED = 'Y'
                       AND WS-CURRENT-RANGE = WS-RESTART-RANGE
                   MOVE 'Y' TO USG-RESTART-FLAG
               ELSE
                   MOVE 'N' TO USG-RESTART-FLAG
               END-IF
               WRITE FIZZBUZZ-USAGE-RECORD
               IF WS-USAGE-STATUS NOT = '00'
                   DISPLAY 'ERROR: could not write usage record '
                           '(status ' WS-USAGE-STATUS ')'
                   MOVE 'FBZ107E' TO WS-EXC-CODE
                   MOVE 8 TO WS-EXC-SEVERITY
                   MOVE 'N' TO WS-EXC-INPUT-FLAG
                   MOVE WS-USAGE-STATUS TO WS-EXC-STATUS
                   MOVE 'usage record not written' TO WS-EXC-TEXT
                   PERFORM LOG-EXCEPTION
               END-IF
               CLOSE FIZZBUZZ-USAGE-FILE
           END-IF
           .

      * The range just finished took what the executions before a
      * restart spent on it (from the checkpoint) plus this one's
      * share since its clock started.
       WRITE-RANGE-TIMING.
           PERFORM READ-CLOCK
           COMPUTE WS-RANGE-ELAPSED = WS-RANGE-ELAPSED-BASE
               + WS-CLOCK-SECONDS - WS-RANGE-CLOCK-START
           MOVE SPACES TO FIZZBUZZ-TIMING-RECORD
           MOVE 'R' TO TIM-TYPE
           MOVE WS-CURRENT-RANGE TO TIM-RANGE-SEQ
           MOVE WS-RANGE-REQUESTER(WS-CURRENT-RANGE)
               TO TIM-REQUESTER-ID
           MOVE MAX-NUM TO TIM-INPUTS
           MOVE WS-RANGE-STARTED-AT TO TIM-STARTED-AT
           MOVE WS-RANGE-ELAPSED TO TIM-ELAPSED
           MOVE WS-RANGE-LOST TO TIM-LOST
           MOVE WS-RANGE-RESTARTS TO TIM-RESTARTS
           PERFORM WRITE-TIMING-RECORD
           .

       WRITE-RUN-TIMING.
           PERFORM READ-CLOCK
           COMPUTE WS-RUN-ELAPSED = WS-RUN-ELAPSED-BASE
               + WS-CLOCK-SECONDS - WS-EXEC-START-SECONDS
           MOVE 0 TO WS-RUN-INPUTS
           PERFORM ADD-RANGE-INPUTS
               VARYING WS-SLA-RANGE-IDX FROM 1 BY 1
               UNTIL WS-SLA-RANGE-IDX > WS-RANGE-COUNT
           MOVE SPACES TO FIZZBUZZ-TIMING-RECORD
           MOVE 'U' TO TIM-TYPE
           MOVE 0 TO TIM-RANGE-SEQ
           MOVE WS-RUN-INPUTS TO TIM-INPUTS
           MOVE WS-RUN-ID TO TIM-STARTED-AT
           MOVE WS-RUN-ELAPSED TO TIM-ELAPSED
           MOVE WS-RUN-LOST TO TIM-LOST
           MOVE WS-RUN-RESTARTS TO TIM-RESTARTS
           PERFORM WRITE-TIMING-RECORD
           .

       ADD-RANGE-INPUTS.
           ADD WS-RANGE-MAX(WS-SLA-RANGE-IDX) TO WS-RUN-INPUTS
           .

      * Fields common to both record types; the clock was read by
      * the caller. A zero elapsed time (a range too small to time)
      * carries a zero rate, which FORECAST leaves out of its
      * averages. Like the usage record, a timing record that cannot
      * be written costs the feed that record, not the run.
       WRITE-TIMING-RECORD.
           MOVE WS-RUN-ID TO TIM-RUN-ID
           MOVE WS-CURRENT-DATE(1:8) TO TIM-REPORT-DATE
           MOVE WS-RULE-SET-NAME TO TIM-RULE-SET
           MOVE WS-RUN-MODE TO TIM-RUN-MODE
           MOVE WS-FILL-MODE TO TIM-FILL-MODE
           MOVE WS-CLOCK-STAMP-X(1:14) TO TIM-ENDED-AT
           IF TIM-ELAPSED > 0
               COMPUTE TIM-RATE ROUNDED = TIM-INPUTS / TIM-ELAPSED
                   ON SIZE ERROR
                       MOVE 9999999.99 TO TIM-RATE
               END-COMPUTE
           ELSE
               MOVE 0 TO TIM-RATE
           END-IF
           OPEN EXTEND FIZZBUZZ-TIMING-FILE
           IF WS-TIMING-STATUS NOT = '00'
               OPEN OUTPUT FIZZBUZZ-TIMING-FILE
           END-IF
           IF WS-TIMING-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open timing file '
                       '(status ' WS-TIMING-STATUS ')'
               MOVE 'FBZ110E' TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE 'N' TO WS-EXC-INPUT-FLAG
               MOVE WS-TIMING-STATUS TO WS-EXC-STATUS
               MOVE 'timing file not openable' TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
           ELSE
               WRITE FIZZBUZZ-TIMING-RECORD
               IF WS-TIMING-STATUS NOT = '00'
                   DISPLAY 'ERROR: could not write timing record '
                           '(status ' WS-TIMING-STATUS ')'
                   MOVE 'FBZ110E' TO WS-EXC-CODE
                   MOVE 8 TO WS-EXC-SEVERITY
                   MOVE 'N' TO WS-EXC-INPUT-FLAG
                   MOVE WS-TIMING-STATUS TO WS-EXC-STATUS
                   MOVE 'timing record not written' TO WS-EXC-TEXT
                   PERFORM LOG-EXCEPTION
               END-IF
               CLOSE FIZZBUZZ-TIMING-FILE
           END-IF
           .

      * Each requester on tonight's cards that has a deadline gets
      * an outcome record, met or not. A missed deadline is also a
      * warning, so the return code and the exception report carry
      * it to the scheduler and to EXCRPT.
       CHECK-SLA-DEADLINES.
           IF WS-SLA-COUNT > 0
               PERFORM READ-CLOCK
               MOVE WS-CLOCK-SECONDS TO WS-SLA-FINISH-SECONDS
               MOVE WS-CLOCK-STAMP-X(1:14) TO WS-SLA-FINISHED-AT
               PERFORM CHECK-ONE-DEADLINE
                   VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > WS-SLA-COUNT
               IF WS-SLA-OPEN = 'Y'
                   CLOSE FIZZBUZZ-SLA-FILE
               END-IF
           END-IF
           .

       CHECK-ONE-DEADLINE.
           MOVE 'N' TO WS-SLA-ON-RUN
           PERFORM FIND-SLA-REQUESTER-RANGE
               VARYING WS-SLA-RANGE-IDX FROM 1 BY 1
               UNTIL WS-SLA-RANGE-IDX > WS-RANGE-COUNT
           IF WS-SLA-ON-RUN = 'Y'
               PERFORM COMPUTE-SLA-DEADLINE
               COMPUTE WS-SLA-MARGIN =
                   WS-CLOCK-SECONDS - WS-SLA-FINISH-SECONDS
               COMPUTE WS-SLA-MARGIN-MINUTES ROUNDED =
                   WS-SLA-MARGIN / 60
               EVALUATE TRUE
                   WHEN WS-SLA-MARGIN < 0
                       MOVE 'BREACH' TO WS-SLA-OUTCOME
                   WHEN WS-SLA-MARGIN <
                           WS-SLA-NEAR-MINUTES(WS-SLA-IDX) * 60
                       MOVE 'NEAR' TO WS-SLA-OUTCOME
                   WHEN OTHER
                       MOVE 'MET' TO WS-SLA-OUTCOME
               END-EVALUATE
               PERFORM WRITE-SLA-RECORD
               IF WS-SLA-OUTCOME = 'BREACH'
                   COMPUTE WS-SLA-LATE-EDIT = 0 - WS-SLA-MARGIN-MINUTES
                   DISPLAY 'WARNING: requester '
                           FUNCTION TRIM(WS-SLA-REQUESTER(WS-SLA-IDX))
                           ' deadline ' WS-SLA-DEADLINE-HHMM
                           ' missed by '
                           FUNCTION TRIM(WS-SLA-LATE-EDIT)
                           ' minutes'
                   MOVE 'FBZ006W' TO WS-EXC-CODE
                   MOVE 4 TO WS-EXC-SEVERITY
                   MOVE 'N' TO WS-EXC-INPUT-FLAG
                   MOVE SPACES TO WS-EXC-STATUS
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING 'SLA deadline missed - requester '
                           WS-SLA-REQUESTER(WS-SLA-IDX)
                           DELIMITED BY SIZE INTO WS-EXC-TEXT
                   PERFORM LOG-EXCEPTION
               END-IF
           END-IF
           .

       FIND-SLA-REQUESTER-RANGE.
           IF WS-RANGE-REQUESTER(WS-SLA-RANGE-IDX)
                   = WS-SLA-REQUESTER(WS-SLA-IDX)
               MOVE 'Y' TO WS-SLA-ON-RUN
           END-IF
           .

      * The deadline is the first HHMM after the run started (the
      * run, not this execution - a restart does not move it): on
      * the start date, or the day after when that time had already
      * gone by. Leaves its seconds in WS-CLOCK-SECONDS.
       COMPUTE-SLA-DEADLINE.
           MOVE WS-SLA-DEADLINE(WS-SLA-IDX) TO WS-SLA-DEADLINE-HHMM
           MOVE WS-RUN-ID(9:6) TO WS-SLA-START-TIME
           MOVE WS-RUN-ID(1:8) TO WS-CLOCK-STAMP-X(1:8)
           IF WS-SLA-DEADLINE-HHMM * 100 NOT > WS-SLA-START-TIME
               COMPUTE WS-CLOCK-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE) + 1)
           END-IF
           DIVIDE WS-SLA-DEADLINE-HHMM BY 100
               GIVING WS-CLOCK-HH REMAINDER WS-CLOCK-MM
           MOVE 0 TO WS-CLOCK-SECOND
           MOVE WS-CLOCK-STAMP-X(1:12) TO WS-SLA-DEADLINE-AT
           PERFORM STAMP-TO-SECONDS
           .

       WRITE-SLA-RECORD.
           IF WS-SLA-OPEN = 'N'
               OPEN EXTEND FIZZBUZZ-SLA-FILE
               IF WS-SLA-STATUS NOT = '00'
                   OPEN OUTPUT FIZZBUZZ-SLA-FILE
               END-IF
               IF WS-SLA-STATUS = '00'
                   MOVE 'Y' TO WS-SLA-OPEN
               ELSE
                   MOVE 'F' TO WS-SLA-OPEN
                   DISPLAY 'ERROR: could not open SLA outcome file '
                           '(status ' WS-SLA-STATUS ')'
                   MOVE 'FBZ111E' TO WS-EXC-CODE
                   MOVE 8 TO WS-EXC-SEVERITY
                   MOVE 'N' TO WS-EXC-INPUT-FLAG
                   MOVE WS-SLA-STATUS TO WS-EXC-STATUS
                   MOVE 'SLA outcome file not openable' TO WS-EXC-TEXT
                   PERFORM LOG-EXCEPTION
               END-IF
           END-IF
           IF WS-SLA-OPEN = 'Y'
               MOVE SPACES TO FIZZBUZZ-SLA-RECORD
               MOVE WS-RUN-ID TO SLA-RUN-ID
               MOVE WS-CURRENT-DATE(1:8) TO SLA-REPORT-DATE
               MOVE WS-SLA-REQUESTER(WS-SLA-IDX) TO SLA-REQUESTER-ID
               MOVE WS-RULE-SET-NAME TO SLA-RULE-SET
               MOVE WS-RUN-MODE TO SLA-RUN-MODE
               MOVE WS-SLA-DEADLINE-AT TO SLA-DEADLINE-AT
               MOVE WS-SLA-FINISHED-AT TO SLA-FINISHED-AT
               MOVE WS-SLA-MARGIN-MINUTES TO SLA-MARGIN-MINUTES
               MOVE WS-SLA-NEAR-MINUTES(WS-SLA-IDX) TO SLA-NEAR-MINUTES
               MOVE WS-SLA-OUTCOME TO SLA-STATUS
               WRITE FIZZBUZZ-SLA-RECORD
               IF WS-SLA-STATUS NOT = '00'
                   DISPLAY 'ERROR: could not write SLA outcome record '
                           '(status ' WS-SLA-STATUS ')'
                   MOVE 'FBZ111E' TO WS-EXC-CODE
                   MOVE 8 TO WS-EXC-SEVERITY
                   MOVE 'N' TO WS-EXC-INPUT-FLAG
                   MOVE WS-SLA-STATUS TO WS-EXC-STATUS
                   MOVE 'SLA outcome record not written' TO WS-EXC-TEXT
                   PERFORM LOG-EXCEPTION
               END-IF
           END-IF
           .

               MOVE FIZZBUZZ-INPUT TO CKPT-INPUT
               MOVE WS-CURRENT-DATE(1:8) TO CKPT-REPORT-DATE
               MOVE WS-CURRENT-RANGE TO CKPT-RANGE-SEQ
               MOVE WS-RUN-ID TO CKPT-RUN-ID
               MOVE WS-RANGE-CLASSIFIED TO CKPT-RANGE-CLASSIFIED
               MOVE WS-RANGE-PREV-DONE TO CKPT-RANGE-PREV-DONE
               MOVE WS-CKPT-RUN-STATE TO CKPT-RUN-STATE
               PERFORM READ-CLOCK
               MOVE WS-CLOCK-STAMP-X TO CKPT-WRITTEN-AT
               MOVE WS-RANGE-STARTED-AT TO CKPT-RANGE-STARTED-AT
               COMPUTE CKPT-RANGE-ELAPSED = WS-RANGE-ELAPSED-BASE
                   + WS-CLOCK-SECONDS - WS-RANGE-CLOCK-START
               MOVE WS-RANGE-LOST TO CKPT-RANGE-LOST
               COMPUTE CKPT-RUN-ELAPSED = WS-RUN-ELAPSED-BASE
                   + WS-CLOCK-SECONDS - WS-EXEC-START-SECONDS
               MOVE WS-RUN-LOST TO CKPT-RUN-LOST
               MOVE WS-RUN-RESTARTS TO CKPT-RESTARTS
               MOVE WS-RANGE-RESTARTS TO CKPT-RANGE-RESTARTS
               WRITE FIZZBUZZ-CHECKPOINT-RECORD
               IF WS-CHECKPOINT-STATUS NOT = '00'
                   MOVE FIZZBUZZ-INPUT TO WS-INPUT-EDIT
               MOVE WS-PLAIN-COUNT TO JRNL-PLAIN-COUNT
               MOVE RETURN-CODE TO JRNL-RETURN-CODE
               MOVE WS-RUN-MODE TO JRNL-RUN-MODE
               MOVE WS-PARTITION TO JRNL-PARTITION
               MOVE WS-CURRENT-DATE(1:8) TO JRNL-REPORT-DATE
               MOVE WS-FILL-MODE TO JRNL-FILL-MODE
               WRITE FIZZBUZZ-JOURNAL-RECORD
               IF WS-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'ERROR: could not write run journal record '
