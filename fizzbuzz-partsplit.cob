       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTSPLIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One card: a range laid out as a fizzbuzz.ctl request card
      * (start, max, requester, rule set) followed by the number of
      * partitions to split it into. Each partition then runs as its
      * own execution, main PART=nn, alongside the others, and
      * PARTMERGE stitches their output back into the one dated
      * report and extract an unsplit run would have written.
           SELECT PARTSPLIT-CONTROL-FILE
               ASSIGN TO 'fizzbuzz-partsplit.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PARTSPLIT-REPORT-FILE
               ASSIGN TO 'fizzbuzz-partsplit-report.txt'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      * The plan the merge follows (see fizzbuzz-plan.cpy).
           SELECT FIZZBUZZ-PLAN-FILE ASSIGN TO 'fizzbuzz-partition.pln'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
      * One slice card per partition, fizzbuzz-pNN.ctl - the file
      * main.cob reads in place of fizzbuzz.ctl when run as PART=nn.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-PART-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
      * Each partition's checkpoint, fizzbuzz-pNN.chk, looked at
      * only: a live one is a partition still waiting on a restart.
           SELECT PARTITION-CHECKPOINT-FILE ASSIGN TO DYNAMIC
               WS-PART-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
      * A partition's journal, exception, timing and stop-request
      * files are emptied through this one name before its slice is
      * handed out, so nothing a previous split left behind is
      * merged, or stops, the new one.
           SELECT PARTITION-WORK-FILE ASSIGN TO DYNAMIC
               WS-PART-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
      * Same requester master and catalog MAIN checks cards against:
      * a slice MAIN would refuse is refused here, before N
      * executions are started only to fail the same way.
           SELECT FIZZBUZZ-REQUESTER-FILE
               ASSIGN TO 'fizzbuzz-requesters.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQMAST-STATUS.
           SELECT FIZZBUZZ-RULESET-FILE
               ASSIGN TO 'fizzbuzz-rulesets.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULESET-STATUS.
      * Only the header line is read, to learn whether a card naming
      * no set will run under OVERRIDE or BUILTIN, the way main.cob's
      * LOAD-RULES-OVERRIDE decides it.
           SELECT FIZZBUZZ-RULES-FILE ASSIGN TO 'fizzbuzz-rules.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT FIZZBUZZ-OPTIONS-FILE ASSIGN TO 'fizzbuzz-options.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPTIONS-STATUS.
      * The partitions cannot safely allot a history band among
      * themselves - they would race to append the same directory -
      * so the split allots the run's band here, once, and creates
      * the history file if there is none, exactly as main.cob's
      * RESOLVE-HISTORY-BAND and OPEN-HISTORY would.
           SELECT FIZZBUZZ-HISTDIR-FILE ASSIGN TO 'fizzbuzz-histdir.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTDIR-STATUS.
           SELECT FIZZBUZZ-HISTORY-FILE ASSIGN TO 'fizzbuzz-history.dat'
               ORGANIZATION RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARTSPLIT-CONTROL-FILE.
       01 PARTSPLIT-CONTROL-CARD.
           05 PS-START-NUM PIC 9(6).
           05 PS-MAX-NUM PIC 9(6).
           05 PS-REQUESTER-ID PIC X(8).
           05 PS-RULE-SET PIC X(8).
           05 PS-PARTITIONS PIC 9(2).

       FD PARTSPLIT-REPORT-FILE.
       01 PARTSPLIT-REPORT-RECORD PIC X(132).

       FD FIZZBUZZ-PLAN-FILE.
       COPY fizzbuzz-plan.

      * Same card layout main.cob reads.
       FD PARTITION-CONTROL-FILE.
       01 FIZZBUZZ-CONTROL-CARD.
           05 CC-START-NUM PIC 9(6).
           05 CC-MAX-NUM PIC 9(6).
           05 CC-REQUESTER-ID PIC X(8).
           05 CC-RULE-SET PIC X(8).

       FD PARTITION-CHECKPOINT-FILE.
       COPY fizzbuzz-ckpt.

       FD PARTITION-WORK-FILE.
       01 PARTITION-WORK-RECORD PIC X(150).

       FD FIZZBUZZ-REQUESTER-FILE.
       01 FIZZBUZZ-REQUESTER-RECORD.
           05 RQM-ID PIC X(8).
           05 RQM-DEPT PIC X(20).
           05 RQM-CONTACT PIC X(20).
           05 RQM-AUTH-SET PIC X(8) OCCURS 5 TIMES.

       FD FIZZBUZZ-RULESET-FILE.
       01 FIZZBUZZ-RULESET-HEADER-RECORD.
           05 CAT-SET-NAME PIC X(8).
           05 CAT-RULE-COUNT PIC 9.

       FD FIZZBUZZ-RULES-FILE.
       01 FIZZBUZZ-RULES-HEADER-RECORD.
           05 RULES-HDR-COUNT PIC 9.

       FD FIZZBUZZ-OPTIONS-FILE.
       01 FIZZBUZZ-OPTIONS-CARD.
           05 OPT-RUN-MODE PIC X(12).
           05 FILLER PIC X.
           05 OPT-FILL-MODE PIC X(4).

       FD FIZZBUZZ-HISTDIR-FILE.
       COPY fizzbuzz-histdir.

       FD FIZZBUZZ-HISTORY-FILE.
       COPY fizzbuzz-hist.

       WORKING-STORAGE SECTION.
       COPY fizzbuzz-limits.
      * Partitions are numbered 01-99, the width of the pNN in their
      * file names.
       78 PARTSPLIT-MAX-PARTITIONS VALUE 99.
       78 PARTSPLIT-MAX-BANDS VALUE 99.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-PLAN-STATUS PIC XX.
       01 WS-PART-STATUS PIC XX.
       01 WS-REQMAST-STATUS PIC XX.
       01 WS-RULESET-STATUS PIC XX.
       01 WS-RULES-STATUS PIC XX.
       01 WS-OPTIONS-STATUS PIC XX.
       01 WS-HISTDIR-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-HISTORY-KEY PIC 9(9).
       01 WS-REQMAST-EOF PIC X VALUE 'N'.
       01 WS-RULESET-EOF PIC X VALUE 'N'.
       01 WS-HISTDIR-EOF PIC X VALUE 'N'.
       01 WS-PART-FNAME PIC X(40) VALUE SPACES.
       01 WS-PART-NUM PIC 9(2).
      * Loop index for the partition sweeps: one digit wider than
      * WS-PART-NUM so a sweep can run past partition 99 and stop.
       01 WS-PART-IDX PIC 9(3).
       01 WS-LINE-POINTER PIC 9(3).
       01 WS-SPLIT-STAMP PIC X(14).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
      * What the card asked for, kept past the control file's close.
       01 WS-RANGE-START PIC 9(6).
       01 WS-RANGE-MAX PIC 9(6).
       01 WS-RANGE-END PIC 9(7).
       01 WS-REQUESTER-ID PIC X(8).
       01 WS-RULE-SET-REQ PIC X(8).
       01 WS-PARTITION-COUNT PIC 9(2).
      * The set the partitions will classify under, named as MAIN
      * will name it: the card's catalog set, else OVERRIDE when
      * fizzbuzz-rules.ctl carries a usable header, else BUILTIN.
       01 WS-RULE-SET-NAME PIC X(8).
       01 WS-REQMAST-FOUND PIC X VALUE 'N'.
       01 WS-REQMAST-ON-FILE PIC X VALUE 'N'.
       01 WS-AUTH-OK PIC X VALUE 'N'.
       01 WS-AUTH-IDX PIC 9.
       01 WS-SET-FOUND PIC X VALUE 'N'.
       01 WS-CATALOG-OK PIC X VALUE 'Y'.
       01 WS-SKIP-IDX PIC 9.
       01 WS-SKIP-COUNT PIC 9.
       01 WS-RUN-MODE PIC X(12) VALUE 'FULL'.
       01 WS-FILL-MODE PIC X VALUE 'N'.
       01 WS-HISTORY-BAND PIC 9(2) VALUE 0.
       01 WS-HIGH-BAND PIC 9(2) VALUE 0.
       01 WS-BAND-ALLOTTED PIC X VALUE 'N'.
       01 WS-SLICE-BASE PIC 9(6).
       01 WS-SLICE-EXTRA PIC 9(2).
       01 WS-SLICE-START PIC 9(6).
       01 WS-SLICE-MAX PIC 9(6).
       01 WS-SLICE-END PIC 9(6).
       01 WS-CLEARED-COUNT PIC 9(2) VALUE 0.
       01 WS-NUM-EDIT PIC ZZZZZ9.
       01 WS-END-EDIT PIC ZZZZZ9.
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-PART-EDIT PIC Z9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-SPLIT-STAMP
           PERFORM READ-SPLIT-CARD
           PERFORM OPEN-REPORT
           PERFORM WRITE-SPLIT-HEADER
           PERFORM CHECK-REQUESTER
           PERFORM RESOLVE-RULE-SET
           PERFORM CHECK-PRIOR-PLAN
           PERFORM CHECK-PARTITION-CHECKPOINT
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > PARTSPLIT-MAX-PARTITIONS
           PERFORM READ-OPTIONS
           IF WS-FILL-MODE = 'Y'
                   OR (WS-RUN-MODE NOT = 'EXTRACT-ONLY'
                       AND WS-RUN-MODE NOT = 'NO-HISTORY  ')
               PERFORM PREPARE-HISTORY
           END-IF
           COMPUTE WS-SLICE-BASE = WS-RANGE-MAX / WS-PARTITION-COUNT
           COMPUTE WS-SLICE-EXTRA = WS-RANGE-MAX
               - WS-SLICE-BASE * WS-PARTITION-COUNT
           MOVE WS-RANGE-START TO WS-SLICE-START
           PERFORM WRITE-ONE-SLICE
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PARTITION-COUNT
           PERFORM CLEAR-UNUSED-SLICE
               VARYING WS-PART-IDX FROM WS-PARTITION-COUNT BY 1
               UNTIL WS-PART-IDX >= PARTSPLIT-MAX-PARTITIONS
           PERFORM WRITE-PLAN
           PERFORM WRITE-SPLIT-SUMMARY
           CLOSE PARTSPLIT-REPORT-FILE
           STOP RUN
           .

       READ-SPLIT-CARD.
           OPEN INPUT PARTSPLIT-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open fizzbuzz-partsplit.ctl '
                       '(status ' WS-CONTROL-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PARTSPLIT-CONTROL-CARD
           READ PARTSPLIT-CONTROL-FILE
               AT END
                   MOVE SPACES TO PARTSPLIT-CONTROL-CARD
           END-READ
           CLOSE PARTSPLIT-CONTROL-FILE
           IF PS-START-NUM IS NOT NUMERIC
                   OR PS-MAX-NUM IS NOT NUMERIC
                   OR PS-MAX-NUM = 0
               DISPLAY 'ERROR: fizzbuzz-partsplit.ctl must carry '
                       'numeric START/MAX with MAX greater than zero'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PS-START-NUM + PS-MAX-NUM - 1 > 999999
               DISPLAY 'ERROR: fizzbuzz-partsplit.ctl range exceeds '
                       'the PIC 9(6) range limit of 999999'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * One partition is an ordinary run; more slices than inputs
      * would hand some partition nothing to do.
           IF PS-PARTITIONS IS NOT NUMERIC
                   OR PS-PARTITIONS < 2
                   OR PS-PARTITIONS > PS-MAX-NUM
               DISPLAY 'ERROR: fizzbuzz-partsplit.ctl partition count '
                       'must be 02 to 99 and no more than MAX'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PS-START-NUM TO WS-RANGE-START
           MOVE PS-MAX-NUM TO WS-RANGE-MAX
           COMPUTE WS-RANGE-END = PS-START-NUM + PS-MAX-NUM - 1
           MOVE PS-REQUESTER-ID TO WS-REQUESTER-ID
           MOVE PS-RULE-SET TO WS-RULE-SET-REQ
           MOVE PS-PARTITIONS TO WS-PARTITION-COUNT
           .

       OPEN-REPORT.
           OPEN OUTPUT PARTSPLIT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open '
                       'fizzbuzz-partsplit-report.txt (status '
                       WS-REPORT-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-SPLIT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FizzBuzz Partition Split - '
                  WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SPLIT-LINE
           MOVE WS-RANGE-START TO WS-NUM-EDIT
           MOVE WS-RANGE-END TO WS-END-EDIT
           MOVE WS-PARTITION-COUNT TO WS-PART-EDIT
           STRING 'Requester ' WS-REQUESTER-ID
                  ' range ' FUNCTION TRIM(WS-NUM-EDIT)
                  '-' FUNCTION TRIM(WS-END-EDIT)
                  ' into ' FUNCTION TRIM(WS-PART-EDIT)
                  ' partitions'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SPLIT-LINE
           .

      * Every refusal ends the same way: nothing has been written yet
      * but the report, which says why.
       REFUSE-SPLIT.
           DISPLAY 'ERROR: ' FUNCTION TRIM(WS-REPORT-LINE)
           PERFORM WRITE-SPLIT-LINE
           STRING 'Split refused - no partition files written'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SPLIT-LINE
           CLOSE PARTSPLIT-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      * With a master on file, the requester must be on it and
      * authorized for a named set - main.cob's VALIDATE-CARD-
      * REQUESTER. No master, no check, as in MAIN.
       CHECK-REQUESTER.
           OPEN INPUT FIZZBUZZ-REQUESTER-FILE
           IF WS-REQMAST-STATUS = '00'
               PERFORM READ-REQUESTER-RECORD
                   UNTIL WS-REQMAST-EOF = 'Y'
               CLOSE FIZZBUZZ-REQUESTER-FILE
           END-IF
           IF WS-REQMAST-ON-FILE = 'Y'
               IF WS-REQMAST-FOUND = 'N'
                   STRING 'Requester ' WS-REQUESTER-ID
                          ' is not on the requester master'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM REFUSE-SPLIT
               END-IF
               IF WS-RULE-SET-REQ NOT = SPACES AND WS-AUTH-OK = 'N'
                   STRING 'Requester ' WS-REQUESTER-ID
                          ' is not authorized for rule set '
                          WS-RULE-SET-REQ
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM REFUSE-SPLIT
               END-IF
           END-IF
           .

       READ-REQUESTER-RECORD.
           READ FIZZBUZZ-REQUESTER-FILE
               AT END
                   MOVE 'Y' TO WS-REQMAST-EOF
               NOT AT END
                   IF FIZZBUZZ-REQUESTER-RECORD NOT = SPACES
                       MOVE 'Y' TO WS-REQMAST-ON-FILE
                       IF RQM-ID = WS-REQUESTER-ID
                           MOVE 'Y' TO WS-REQMAST-FOUND
                           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                                   UNTIL WS-AUTH-IDX > 5
                               IF RQM-AUTH-SET(WS-AUTH-IDX)
                                       = WS-RULE-SET-REQ
                                   MOVE 'Y' TO WS-AUTH-OK
                               END-IF
                           END-PERFORM
                       END-IF
                   END-IF
           END-READ
           .

       RESOLVE-RULE-SET.
           IF WS-RULE-SET-REQ NOT = SPACES
               OPEN INPUT FIZZBUZZ-RULESET-FILE
               IF WS-RULESET-STATUS = '00'
                   PERFORM READ-CATALOG-NAME
                       UNTIL WS-RULESET-EOF = 'Y'
                   CLOSE FIZZBUZZ-RULESET-FILE
               END-IF
               IF WS-SET-FOUND = 'N' OR WS-CATALOG-OK = 'N'
                   STRING 'Rule set ' WS-RULE-SET-REQ
                          ' is not loadable from fizzbuzz-rulesets.ctl'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM REFUSE-SPLIT
               END-IF
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

       READ-CATALOG-NAME.
           READ FIZZBUZZ-RULESET-FILE
               AT END
                   MOVE 'Y' TO WS-RULESET-EOF
               NOT AT END
                   IF FIZZBUZZ-RULESET-HEADER-RECORD NOT = SPACES
                       IF CAT-RULE-COUNT IS NOT NUMERIC
                               OR CAT-RULE-COUNT = 0
                               OR CAT-RULE-COUNT > FIZZBUZZ-MAX-RULES
                           MOVE 'N' TO WS-CATALOG-OK
                           MOVE 'Y' TO WS-RULESET-EOF
                       ELSE
                           IF CAT-SET-NAME = WS-RULE-SET-REQ
                               MOVE 'Y' TO WS-SET-FOUND
                           END-IF
                           MOVE CAT-RULE-COUNT TO WS-SKIP-COUNT
                           PERFORM SKIP-CATALOG-DETAIL
                               VARYING WS-SKIP-IDX FROM 1 BY 1
                               UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
                       END-IF
                   END-IF
           END-READ
           .

       SKIP-CATALOG-DETAIL.
           READ FIZZBUZZ-RULESET-FILE
               AT END
                   MOVE 'N' TO WS-CATALOG-OK
                   MOVE 'Y' TO WS-RULESET-EOF
           END-READ
           .

      * A plan still SPLIT (or FOLDING, a merge that died part way)
      * has partitions whose output nobody has finished merging;
      * laying a new plan over it would strand that output.
      * The operator merges it, or removes fizzbuzz-partition.pln to
      * abandon it.
       CHECK-PRIOR-PLAN.
           OPEN INPUT FIZZBUZZ-PLAN-FILE
           IF WS-PLAN-STATUS = '00'
               READ FIZZBUZZ-PLAN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PLN-STATUS = 'SPLIT'
                               OR PLN-STATUS = 'FOLDING'
                           STRING 'The split of '
                                  PLN-SPLIT-STAMP(1:8) ' '
                                  PLN-SPLIT-STAMP(9:6)
                                  ' has not been merged - run '
                                  'PARTMERGE or remove '
                                  'fizzbuzz-partition.pln'
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           CLOSE FIZZBUZZ-PLAN-FILE
                           PERFORM REFUSE-SPLIT
                       END-IF
               END-READ
               CLOSE FIZZBUZZ-PLAN-FILE
           END-IF
           .

      * Every partition number is looked at, not just the ones this
      * split will use: a live checkpoint anywhere is a partition
      * some earlier split still owes a restart.
       CHECK-PARTITION-CHECKPOINT.
           MOVE WS-PART-IDX TO WS-PART-NUM
           MOVE SPACES TO WS-PART-FNAME
           STRING 'fizzbuzz-p' WS-PART-NUM '.chk'
               DELIMITED BY SIZE INTO WS-PART-FNAME
           OPEN INPUT PARTITION-CHECKPOINT-FILE
           IF WS-PART-STATUS = '00'
               READ PARTITION-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FIZZBUZZ-CHECKPOINT-RECORD NOT = SPACES
                           STRING 'Partition ' WS-PART-NUM
                                  ' has a live checkpoint in '
                                  FUNCTION TRIM(WS-PART-FNAME)
                                  ' - restart it before splitting'
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           CLOSE PARTITION-CHECKPOINT-FILE
                           PERFORM REFUSE-SPLIT
                       END-IF
               END-READ
               CLOSE PARTITION-CHECKPOINT-FILE
           END-IF
           .

      * Read as main.cob's READ-OPTIONS reads it, only to know
      * whether the partitions will touch history at all; main.cob
      * itself rejects a bad card when the partitions start.
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
                       IF OPT-FILL-MODE = 'FILL'
                           MOVE 'Y' TO WS-FILL-MODE
                       END-IF
               END-READ
               CLOSE FIZZBUZZ-OPTIONS-FILE
           END-IF
           .

       PREPARE-HISTORY.
           OPEN INPUT FIZZBUZZ-HISTDIR-FILE
           IF WS-HISTDIR-STATUS = '00'
               PERFORM READ-HISTDIR-RECORD
                   UNTIL WS-HISTDIR-EOF = 'Y'
               CLOSE FIZZBUZZ-HISTDIR-FILE
           END-IF
           IF WS-HISTORY-BAND = 0
               PERFORM ALLOT-HISTORY-BAND
           END-IF
           OPEN I-O FIZZBUZZ-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT FIZZBUZZ-HISTORY-FILE
               CLOSE FIZZBUZZ-HISTORY-FILE
               OPEN I-O FIZZBUZZ-HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = '00'
               STRING 'Could not open the history file (status '
                      WS-HISTORY-STATUS ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM REFUSE-SPLIT
           END-IF
           CLOSE FIZZBUZZ-HISTORY-FILE
           .

       READ-HISTDIR-RECORD.
           READ FIZZBUZZ-HISTDIR-FILE
               AT END
                   MOVE 'Y' TO WS-HISTDIR-EOF
               NOT AT END
                   IF HDIR-BAND > WS-HIGH-BAND
                       MOVE HDIR-BAND TO WS-HIGH-BAND
                   END-IF
                   IF HDIR-SET-NAME = WS-RULE-SET-NAME
                       MOVE HDIR-BAND TO WS-HISTORY-BAND
                   END-IF
           END-READ
           .

      * main.cob's ALLOT-HISTORY-BAND: a new directory is seeded with
      * BUILTIN in band 1 before anything else is allotted.
       ALLOT-HISTORY-BAND.
           IF WS-HIGH-BAND >= PARTSPLIT-MAX-BANDS
               STRING 'The history band directory is full - no band '
                      'left for rule set ' WS-RULE-SET-NAME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM REFUSE-SPLIT
           END-IF
           OPEN EXTEND FIZZBUZZ-HISTDIR-FILE
           IF WS-HISTDIR-STATUS NOT = '00'
               OPEN OUTPUT FIZZBUZZ-HISTDIR-FILE
           END-IF
           IF WS-HISTDIR-STATUS NOT = '00'
               STRING 'Could not open the history band directory '
                      '(status ' WS-HISTDIR-STATUS ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM REFUSE-SPLIT
           END-IF
           IF WS-HIGH-BAND = 0
               MOVE 'BUILTIN ' TO HDIR-SET-NAME
               MOVE 1 TO HDIR-BAND
               WRITE FIZZBUZZ-HISTDIR-RECORD
               MOVE 1 TO WS-HIGH-BAND
               IF WS-RULE-SET-NAME = 'BUILTIN '
                   MOVE 1 TO WS-HISTORY-BAND
               END-IF
           END-IF
           IF WS-HISTORY-BAND = 0
               COMPUTE WS-HISTORY-BAND = WS-HIGH-BAND + 1
               MOVE WS-RULE-SET-NAME TO HDIR-SET-NAME
               MOVE WS-HISTORY-BAND TO HDIR-BAND
               WRITE FIZZBUZZ-HISTDIR-RECORD
           END-IF
           MOVE 'Y' TO WS-BAND-ALLOTTED
           CLOSE FIZZBUZZ-HISTDIR-FILE
           .

      * The slice card, then the partition's leftovers: an empty
      * journal and exception file for this split's run, and any
      * stop request from a partition of the last split withdrawn.
       WRITE-ONE-SLICE.
           MOVE WS-PART-IDX TO WS-PART-NUM
           MOVE WS-SLICE-BASE TO WS-SLICE-MAX
           IF WS-PART-NUM NOT > WS-SLICE-EXTRA
               ADD 1 TO WS-SLICE-MAX
           END-IF
           COMPUTE WS-SLICE-END = WS-SLICE-START + WS-SLICE-MAX - 1
           MOVE SPACES TO WS-PART-FNAME
           STRING 'fizzbuzz-p' WS-PART-NUM '.ctl'
               DELIMITED BY SIZE INTO WS-PART-FNAME
           OPEN OUTPUT PARTITION-CONTROL-FILE
           IF WS-PART-STATUS NOT = '00'
               STRING 'Could not write '
                      FUNCTION TRIM(WS-PART-FNAME)
                      ' (status ' WS-PART-STATUS ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-REPORT-LINE)
               PERFORM WRITE-SPLIT-LINE
               CLOSE PARTSPLIT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SLICE-START TO CC-START-NUM
           MOVE WS-SLICE-MAX TO CC-MAX-NUM
           MOVE WS-REQUESTER-ID TO CC-REQUESTER-ID
           MOVE WS-RULE-SET-REQ TO CC-RULE-SET
           WRITE FIZZBUZZ-CONTROL-CARD
           CLOSE PARTITION-CONTROL-FILE
           MOVE SPACES TO WS-PART-FNAME
           STRING 'fizzbuzz-journal-p' WS-PART-NUM '.dat'
               DELIMITED BY SIZE INTO WS-PART-FNAME
           PERFORM EMPTY-WORK-FILE
           MOVE SPACES TO WS-PART-FNAME
           STRING 'fizzbuzz-exceptions-p' WS-PART-NUM '.txt'
               DELIMITED BY SIZE INTO WS-PART-FNAME
           PERFORM EMPTY-WORK-FILE
           MOVE SPACES TO WS-PART-FNAME
           STRING 'fizzbuzz-stop-p' WS-PART-NUM '.req'
               DELIMITED BY SIZE INTO WS-PART-FNAME
           PERFORM EMPTY-WORK-FILE
           MOVE SPACES TO WS-PART-FNAME
           STRING 'fizzbuzz-timing-p' WS-PART-NUM '.dat'
               DELIMITED BY SIZE INTO WS-PART-FNAME
           PERFORM EMPTY-WORK-FILE
           MOVE WS-SLICE-START TO WS-NUM-EDIT
           MOVE WS-SLICE-END TO WS-END-EDIT
           MOVE WS-SLICE-MAX TO WS-COUNT-EDIT
           STRING '  Partition ' WS-PART-NUM
                  '  range ' WS-NUM-EDIT '-' WS-END-EDIT
                  '  inputs ' WS-COUNT-EDIT
                  '  card fizzbuzz-p' WS-PART-NUM '.ctl'
                  '  run main PART=' WS-PART-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SPLIT-LINE
           COMPUTE WS-SLICE-START = WS-SLICE-END + 1
           .

      * Only files that are already there are emptied - a partition
      * that never ran needs none created for it.
       EMPTY-WORK-FILE.
           OPEN INPUT PARTITION-WORK-FILE
           IF WS-PART-STATUS = '00'
               CLOSE PARTITION-WORK-FILE
               OPEN OUTPUT PARTITION-WORK-FILE
               IF WS-PART-STATUS = '00'
                   CLOSE PARTITION-WORK-FILE
               END-IF
           END-IF
           .

      * Slice cards beyond this split's partition count are left
      * from a wider split; emptied, a partition started on one by
      * mistake refuses to run instead of reclassifying old ranges.
      * Called with the index one below the slice to clear.
       CLEAR-UNUSED-SLICE.
           COMPUTE WS-PART-NUM = WS-PART-IDX + 1
           MOVE SPACES TO WS-PART-FNAME
           STRING 'fizzbuzz-p' WS-PART-NUM '.ctl'
               DELIMITED BY SIZE INTO WS-PART-FNAME
           OPEN INPUT PARTITION-WORK-FILE
           IF WS-PART-STATUS = '00'
               CLOSE PARTITION-WORK-FILE
               OPEN OUTPUT PARTITION-WORK-FILE
               IF WS-PART-STATUS = '00'
                   CLOSE PARTITION-WORK-FILE
                   ADD 1 TO WS-CLEARED-COUNT
               END-IF
           END-IF
           .

       WRITE-PLAN.
           OPEN OUTPUT FIZZBUZZ-PLAN-FILE
           IF WS-PLAN-STATUS NOT = '00'
               STRING 'Could not write fizzbuzz-partition.pln '
                      '(status ' WS-PLAN-STATUS ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-REPORT-LINE)
               PERFORM WRITE-SPLIT-LINE
               CLOSE PARTSPLIT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'SPLIT' TO PLN-STATUS
           MOVE WS-SPLIT-STAMP TO PLN-SPLIT-STAMP
           MOVE WS-PARTITION-COUNT TO PLN-PARTITIONS
           MOVE WS-RANGE-START TO PLN-START-NUM
           MOVE WS-RANGE-MAX TO PLN-MAX-NUM
           MOVE WS-REQUESTER-ID TO PLN-REQUESTER-ID
           MOVE WS-RULE-SET-REQ TO PLN-RULE-SET
           MOVE SPACES TO PLN-MERGE-STAMP
           MOVE SPACES TO PLN-MERGE-PROGRESS
           WRITE FIZZBUZZ-PLAN-RECORD
           CLOSE FIZZBUZZ-PLAN-FILE
           .

       WRITE-SPLIT-SUMMARY.
           PERFORM WRITE-SPLIT-LINE
           MOVE 1 TO WS-LINE-POINTER
           STRING 'Rule set ' WS-RULE-SET-NAME
                  '  run mode ' FUNCTION TRIM(WS-RUN-MODE)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           IF WS-FILL-MODE = 'Y'
               STRING ' FILL'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-POINTER
           END-IF
           PERFORM WRITE-SPLIT-LINE
           IF WS-HISTORY-BAND > 0
               MOVE 1 TO WS-LINE-POINTER
               STRING 'History band ' WS-HISTORY-BAND
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-POINTER
               IF WS-BAND-ALLOTTED = 'Y'
                   STRING ' (newly allotted)'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WITH POINTER WS-LINE-POINTER
               END-IF
               PERFORM WRITE-SPLIT-LINE
           END-IF
           IF WS-CLEARED-COUNT > 0
               MOVE WS-CLEARED-COUNT TO WS-PART-EDIT
               STRING 'Slice cards of an earlier, wider split '
                      'emptied: ' FUNCTION TRIM(WS-PART-EDIT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-SPLIT-LINE
           END-IF
           STRING 'Plan written to fizzbuzz-partition.pln - run the '
                  'partitions, then PARTMERGE'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SPLIT-LINE
           MOVE WS-PARTITION-COUNT TO WS-PART-EDIT
           DISPLAY 'Range split into ' FUNCTION TRIM(WS-PART-EDIT)
                   ' partitions'
           .

       WRITE-SPLIT-LINE.
           WRITE PARTSPLIT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           .
