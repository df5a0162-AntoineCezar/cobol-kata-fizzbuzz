       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTMERGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The plan PARTSPLIT left (see fizzbuzz-plan.cpy): which range,
      * how many partitions, and when the split was made.
           SELECT FIZZBUZZ-PLAN-FILE ASSIGN TO 'fizzbuzz-partition.pln'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT PARTMERGE-REPORT-FILE
               ASSIGN TO 'fizzbuzz-partmerge-report.txt'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-REPORT-STATUS.
      * Each partition's own files, looked at one partition at a time
      * through one name: its journal says how its last execution
      * ended, its checkpoint whether a restart is still owed, its
      * extract is the output being merged, its exception file is
      * folded into the shared one, its timing feed says when it
      * finished.
           SELECT PARTITION-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-PART-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PARTITION-CHECKPOINT-FILE ASSIGN TO DYNAMIC
               WS-PART-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PARTITION-EXTRACT-FILE ASSIGN TO DYNAMIC
               WS-PART-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PARTITION-EXCEPTION-FILE ASSIGN TO DYNAMIC
               WS-PART-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PARTITION-TIMING-FILE ASSIGN TO DYNAMIC
               WS-PART-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
      * The merged output, under the names an unsplit run of the
      * range would have written - RECON, MISACK and the
      * departments' distribution pick these up unchanged.
           SELECT FIZZBUZZ-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT REQUESTER-REPORT-FILE ASSIGN TO DYNAMIC
               WS-REQ-REPORT-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-REPORT-STATUS.
           SELECT FIZZBUZZ-EXTRACT-FILE ASSIGN TO DYNAMIC
               WS-EXTRACT-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
      * The shared files the partitions were kept away from while
      * they ran side by side: the merge is their one writer.
           SELECT FIZZBUZZ-JOURNAL-FILE ASSIGN TO 'fizzbuzz-journal.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT FIZZBUZZ-EXCEPTION-FILE
               ASSIGN TO 'fizzbuzz-exceptions.txt'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT FIZZBUZZ-USAGE-FILE ASSIGN TO 'fizzbuzz-usage.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT FIZZBUZZ-TIMING-FILE ASSIGN TO 'fizzbuzz-timing.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TIMING-STATUS.
           SELECT FIZZBUZZ-SLA-FILE ASSIGN TO 'fizzbuzz-sla.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.
           SELECT FIZZBUZZ-HISTORY-FILE ASSIGN TO 'fizzbuzz-history.dat'
               ORGANIZATION RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
      * MAIN's history change feed; the merge is what writes a
      * partitioned run's history, so it records the changes too.
           SELECT FIZZBUZZ-HISTCHG-FILE ASSIGN TO 'fizzbuzz-histchg.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTCHG-STATUS.
           SELECT FIZZBUZZ-HISTDIR-FILE ASSIGN TO 'fizzbuzz-histdir.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTDIR-STATUS.
      * The run manifest (see fizzbuzz-manifest.cpy) for the merged
      * output, under the name an unsplit run's would have.
           SELECT FIZZBUZZ-MANIFEST-FILE ASSIGN TO DYNAMIC
               WS-MANIFEST-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
      * For the requester identity line of the requester's report.
           SELECT FIZZBUZZ-REQUESTER-FILE
               ASSIGN TO 'fizzbuzz-requesters.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQMAST-STATUS.
      * The extract carries each input's label and match flags but
      * not the rule labels the report's column and summary lines
      * print, so the partitions' rule set is loaded again by name,
      * as HISTAUDIT does.
           SELECT FIZZBUZZ-RULES-FILE ASSIGN TO 'fizzbuzz-rules.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT FIZZBUZZ-RULESET-FILE
               ASSIGN TO 'fizzbuzz-rulesets.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULESET-STATUS.
      * The batch-window deadlines, which the merged run is held to
      * as main.cob holds an unsplit one.
           SELECT FIZZBUZZ-SLA-CONTROL-FILE ASSIGN TO 'fizzbuzz-sla.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FIZZBUZZ-PLAN-FILE.
       COPY fizzbuzz-plan.

       FD PARTMERGE-REPORT-FILE.
       01 PARTMERGE-REPORT-RECORD PIC X(132).

       FD PARTITION-JOURNAL-FILE.
       COPY fizzbuzz-jrnl.

       FD PARTITION-CHECKPOINT-FILE.
       COPY fizzbuzz-ckpt.

       FD PARTITION-EXTRACT-FILE.
       01 PARTITION-EXTRACT-RECORD PIC X(100).

       FD PARTITION-EXCEPTION-FILE.
       01 PARTITION-EXCEPTION-RECORD PIC X(100).

       FD PARTITION-TIMING-FILE.
       COPY fizzbuzz-timing.

       FD FIZZBUZZ-REPORT-FILE.
       01 FIZZBUZZ-REPORT-RECORD PIC X(200).

       FD REQUESTER-REPORT-FILE.
       01 REQUESTER-REPORT-RECORD PIC X(200).

       FD FIZZBUZZ-EXTRACT-FILE.
       01 FIZZBUZZ-EXTRACT-RECORD PIC X(100).

      * Journal records are folded in as they stand, so the shared
      * journal is written through a raw image, as JRNLMAINT does.
       FD FIZZBUZZ-JOURNAL-FILE.
       01 FIZZBUZZ-JOURNAL-IMAGE PIC X(150).

       FD FIZZBUZZ-EXCEPTION-FILE.
       01 FIZZBUZZ-EXCEPTION-RECORD PIC X(100).

       FD FIZZBUZZ-USAGE-FILE.
       COPY fizzbuzz-usage.

      * Like the journal, the shared timing feed is written through a
      * raw image; its records are built in the partition timing
      * feed's record area.
       FD FIZZBUZZ-TIMING-FILE.
       01 FIZZBUZZ-TIMING-IMAGE PIC X(119).

       FD FIZZBUZZ-SLA-FILE.
       COPY fizzbuzz-sla.

       FD FIZZBUZZ-HISTORY-FILE.
       COPY fizzbuzz-hist.

       FD FIZZBUZZ-HISTCHG-FILE.
       COPY fizzbuzz-histchg.

       FD FIZZBUZZ-HISTDIR-FILE.
       COPY fizzbuzz-histdir.

       FD FIZZBUZZ-MANIFEST-FILE.
       COPY fizzbuzz-manifest.

       FD FIZZBUZZ-REQUESTER-FILE.
       01 FIZZBUZZ-REQUESTER-RECORD.
           05 RQM-ID PIC X(8).
           05 RQM-DEPT PIC X(20).
           05 RQM-CONTACT PIC X(20).
           05 RQM-AUTH-SET PIC X(8) OCCURS 5 TIMES.

       FD FIZZBUZZ-RULES-FILE.
       01 FIZZBUZZ-RULES-HEADER-RECORD.
           05 RULES-HDR-COUNT PIC 9.
       01 FIZZBUZZ-RULES-DETAIL-RECORD.
           05 RULES-DET-DIVISOR PIC 9(3).
           05 RULES-DET-LABEL PIC X(8).

       FD FIZZBUZZ-RULESET-FILE.
       01 FIZZBUZZ-RULESET-HEADER-RECORD.
           05 CAT-SET-NAME PIC X(8).
           05 CAT-RULE-COUNT PIC 9.
       01 FIZZBUZZ-RULESET-DETAIL-RECORD.
           05 CAT-DET-DIVISOR PIC 9(3).
           05 CAT-DET-LABEL PIC X(8).

       FD FIZZBUZZ-SLA-CONTROL-FILE.
       COPY fizzbuzz-slactl.

       WORKING-STORAGE SECTION.
       COPY fizzbuzz-limits.
       78 PARTMERGE-MAX-PARTITIONS VALUE 99.
       78 PARTMERGE-MAX-BANDS VALUE 99.
       78 FIZZBUZZ-PAGE-BODY-LINES VALUE 60.
       01 WS-PLAN-STATUS PIC XX.
       01 WS-MERGE-REPORT-STATUS PIC XX.
       01 WS-PART-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-REQ-REPORT-STATUS PIC XX.
       01 WS-EXTRACT-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-EXCEPTION-STATUS PIC XX.
       01 WS-USAGE-STATUS PIC XX.
       01 WS-TIMING-STATUS PIC XX.
       01 WS-SLA-STATUS PIC XX.
       01 WS-SLA-CONTROL-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-HISTDIR-STATUS PIC XX.
       01 WS-REQMAST-STATUS PIC XX.
       01 WS-RULES-STATUS PIC XX.
       01 WS-RULESET-STATUS PIC XX.
       01 WS-PART-EOF PIC X VALUE 'N'.
       01 WS-HISTDIR-EOF PIC X VALUE 'N'.
       01 WS-REQMAST-EOF PIC X VALUE 'N'.
       01 WS-RULESET-EOF PIC X VALUE 'N'.
       01 WS-RULESET-FOUND PIC X VALUE 'N'.
       01 WS-PART-FNAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-FNAME PIC X(40) VALUE SPACES.
       01 WS-REQ-REPORT-FNAME PIC X(60) VALUE SPACES.
       01 WS-EXTRACT-FNAME PIC X(40) VALUE SPACES.
       01 WS-HISTORY-KEY PIC 9(9).
       01 WS-MERGE-STAMP PIC X(14).
       01 WS-CURRENT-DATE PIC X(21).
      * The merged report and extract are dated for the day partition
      * 01's output is dated - the day the range's run began.
       01 WS-REPORT-DATE PIC X(8).
       01 WS-MERGE-LINE PIC X(132) VALUE SPACES.
       01 WS-LINE-POINTER PIC 9(3).
      * The range as planned, and its slices, worked out the way
      * PARTSPLIT handed them out.
       01 WS-RANGE-START PIC 9(6).
       01 WS-RANGE-MAX PIC 9(6).
       01 WS-RANGE-END PIC 9(6).
       01 WS-REQUESTER-ID PIC X(8).
       01 WS-PARTITION-COUNT PIC 9(2).
       01 WS-SLICE-BASE PIC 9(6).
       01 WS-SLICE-EXTRA PIC 9(2).
       01 WS-SLICE-START PIC 9(6).
       01 WS-PART-NUM PIC 9(2).
       01 WS-PART-IDX PIC 9(3).
      * One entry per partition: its slice, then what its journal and
      * extract showed. WS-PART-PROBLEM is spaces for a partition
      * that finished cleanly, else why it has not. WS-PART-FIRST-
      * STAMP is when its first execution since the split started,
      * WS-PART-RESTARTS how many of those executions were restarts.
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS PARTMERGE-MAX-PARTITIONS TIMES.
               10 WS-PART-START PIC 9(6).
               10 WS-PART-MAX PIC 9(6).
               10 WS-PART-END PIC 9(6).
               10 WS-PART-REPORT-DATE PIC X(8).
               10 WS-PART-RC PIC 9(4).
               10 WS-PART-RESTARTED PIC X.
               10 WS-PART-KEPT PIC 9(8).
               10 WS-PART-PROBLEM PIC X(60).
               10 WS-PART-FIRST-STAMP PIC X(14).
               10 WS-PART-RESTARTS PIC 9(2).
       01 WS-PROBLEM-COUNT PIC 9(2) VALUE 0.
      * What the partitions ran under, from the first one journaled;
      * every other partition must agree with it.
       01 WS-REFERENCE-SEEN PIC X VALUE 'N'.
       01 WS-RULE-SET-NAME PIC X(8) VALUE SPACES.
       01 WS-RUN-MODE PIC X(12) VALUE SPACES.
       01 WS-FILL-MODE PIC X VALUE 'N'.
       01 WS-REPORT-ACTIVE PIC X VALUE 'Y'.
       01 WS-DETAIL-ACTIVE PIC X VALUE 'Y'.
       01 WS-HISTORY-ACTIVE PIC X VALUE 'Y'.
       01 WS-ANY-RESTARTED PIC X VALUE 'N'.
      * Worst return code of the partitions (a clean partition ends
      * 0 or 4), raised to 4 by a missed deadline or an ignored SLA
      * card and to 8 by anything the merge itself loses.
       01 WS-WORST-RC PIC 9(4) VALUE 0.
      * The last journal record of this split's executions of the
      * partition in hand.
       01 WS-JRNL-FOUND PIC X.
       01 WS-JRNL-STAMP PIC X(14).
       01 WS-LAST-PARTITION PIC 9(2).
       01 WS-LAST-RANGE-COUNT PIC 9(2).
       01 WS-LAST-START PIC 9(6).
       01 WS-LAST-MAX PIC 9(6).
       01 WS-LAST-RULE-SET PIC X(8).
       01 WS-LAST-RUN-MODE PIC X(12).
       01 WS-LAST-FILL-MODE PIC X.
       01 WS-LAST-RC PIC 9(4).
       01 WS-LAST-REPORT-DATE PIC X(8).
      * One extract detail record taken apart: D, the input, its
      * label and one match flag per rule.
       01 WS-DETAIL-FIELDS.
           05 WS-DET-TYPE PIC X(2).
           05 WS-DET-INPUT-X PIC X(7).
           05 WS-DET-LABEL PIC X(40).
           05 WS-DET-FLAG PIC X OCCURS FIZZBUZZ-MAX-RULES TIMES.
       01 WS-DET-FIELD-COUNT PIC 9(2).
       01 WS-DET-FLAG-COUNT PIC 9(2).
       01 WS-DET-INPUT PIC 9(6).
       01 WS-DET-OK PIC X.
      * A restarted partition re-extracts the inputs between its last
      * checkpoint and the crash, so its extract may hold an input
      * twice; only an input above the last one kept is taken.
       01 WS-LAST-KEPT PIC S9(7).
      * The flag count every partition's details carry - the rule
      * count they were classified under.
       01 WS-FLAG-COUNT PIC 9(2) VALUE 0.
       01 WS-EXTRACT-D-COUNT PIC 9(8).
       01 WS-EXTRACT-T-COUNT PIC 9(8).
       01 WS-TRAILER-SEEN PIC X.
       01 WS-OUTSIDE-COUNT PIC 9(8).
       01 WS-BAD-DETAIL-COUNT PIC 9(8).
       01 WS-FLAGS-DIFFER PIC X.
       01 WS-KEPT-COUNT PIC 9(8).
       01 WS-MERGED-COUNT PIC 9(8) VALUE 0.
       01 WS-PREV-DONE-COUNT PIC 9(8) VALUE 0.
       01 WS-FOLDED-JOURNALS PIC 9(4) VALUE 0.
       01 WS-FOLDED-EXCEPTIONS PIC 9(6) VALUE 0.
      * The plan was FOLDING when read: an earlier merge of this split
      * died after it had begun appending to the shared files.
       01 WS-RESUMED PIC X VALUE 'N'.
       01 WS-PLAN-SAVED PIC X.
       01 WS-PLAN-WRITE-STATUS PIC XX.
       01 WS-FOLD-FROM PIC 9(3).
      * On a resumed merge, the records of this split the shared
      * journal already holds - each partition record by its stamp
      * and partition, and whether the partition 00 record is there
      * - so that a fold that died part way is not folded twice.
       78 PARTMERGE-MAX-PRIOR-FOLDS VALUE 999.
       01 WS-PRIOR-FOLD-TABLE.
           05 WS-PRIOR-COUNT PIC 9(4) VALUE 0.
           05 WS-PRIOR-KEY PIC X(16)
               OCCURS PARTMERGE-MAX-PRIOR-FOLDS TIMES.
       01 WS-PRIOR-IDX PIC 9(4).
       01 WS-PRIOR-MERGED-JRNL PIC X VALUE 'N'.
       01 WS-FOLD-KEY PIC X(16).
       01 WS-ALREADY-FOLDED PIC X.
       01 WS-JOURNAL-EOF PIC X.
      * Timing, as in main.cob: STAMP-TO-SECONDS turns the stamp in
      * WS-CLOCK-STAMP into seconds two stamps can be subtracted in.
       01 WS-CLOCK-STAMP.
           05 WS-CLOCK-DATE PIC 9(8).
           05 WS-CLOCK-HH PIC 9(2).
           05 WS-CLOCK-MM PIC 9(2).
           05 WS-CLOCK-SECOND PIC 9(2)V99.
       01 WS-CLOCK-STAMP-X REDEFINES WS-CLOCK-STAMP PIC X(16).
       01 WS-CLOCK-SECONDS PIC 9(11)V99.
      * The split run's timing, worked out by TIME-SPLIT-RUN, and the
      * finish the partition in hand's timing feed gives.
       01 WS-SPLIT-STARTED-AT PIC X(14).
       01 WS-SPLIT-ENDED-AT PIC X(14).
       01 WS-SPLIT-START-SECONDS PIC 9(11)V99.
       01 WS-SPLIT-SPAN PIC S9(11)V99.
       01 WS-SPLIT-ELAPSED PIC 9(7)V99 VALUE 0.
       01 WS-SPLIT-LOST PIC 9(7)V99 VALUE 0.
       01 WS-SPLIT-RESTARTS PIC 9(2) VALUE 0.
       01 WS-SPLIT-TIMED PIC X VALUE 'N'.
       01 WS-UNTIMED-COUNT PIC 9(2) VALUE 0.
       01 WS-TIMING-FOUND PIC X.
       01 WS-PART-ENDED-AT PIC X(14).
       01 WS-PART-LOST PIC 9(7)V99.
       01 WS-ELAPSED-EDIT PIC Z(6)9.99.
      * The deadlines from fizzbuzz-sla.ctl, loaded and checked as
      * main.cob's LOAD-SLA-CARDS loads them.
       78 PARTMERGE-MAX-SLA VALUE 50.
       78 PARTMERGE-DEFAULT-NEAR-MINUTES VALUE 30.
       01 WS-SLA-EOF PIC X VALUE 'N'.
       01 WS-SLA-TABLE.
           05 WS-SLA-COUNT PIC 9(2) VALUE 0.
           05 WS-SLA-ENTRY OCCURS PARTMERGE-MAX-SLA TIMES.
               10 WS-SLA-REQUESTER PIC X(8).
               10 WS-SLA-DEADLINE PIC 9(4).
               10 WS-SLA-NEAR-MINUTES PIC 9(3).
       01 WS-SLA-IDX PIC 9(2).
       01 WS-SLA-HIT PIC 9(2).
       01 WS-SLA-ON-RUN PIC X.
       01 WS-SLA-DEADLINE-HHMM PIC 9(4).
       01 WS-SLA-START-TIME PIC 9(6).
       01 WS-SLA-DEADLINE-AT PIC X(12).
       01 WS-SLA-FINISH-SECONDS PIC 9(11)V99.
       01 WS-SLA-FINISHED-AT PIC X(14).
       01 WS-SLA-MARGIN PIC S9(11)V99.
       01 WS-SLA-MARGIN-MINUTES PIC S9(5).
       01 WS-SLA-LATE-EDIT PIC Z(4)9.
       01 WS-SLA-OUTCOME PIC X(6) VALUE SPACES.
      * An exception line of the merge's own, in main.cob's layout.
       01 WS-EXC-CODE PIC X(7).
       01 WS-EXC-TEXT PIC X(50).
       01 WS-EXC-LINE PIC X(100).
       01 WS-EXTRACT-LINE PIC X(100) VALUE SPACES.
       01 WS-HISTORY-BAND PIC 9(2) VALUE 0.
       01 WS-HIGH-BAND PIC 9(2) VALUE 0.
       01 WS-HISTORY-ERRORS PIC 9(8) VALUE 0.
      * Change feed state as in main.cob: opened on the first change
      * (N not yet, Y open, F the open failed).
       01 WS-HISTCHG-STATUS PIC XX.
       01 WS-HISTCHG-OPEN PIC X VALUE 'N'.
       01 WS-HISTCHG-ACTION PIC X(3).
       01 WS-HISTCHG-BEFORE PIC X(40).
       01 WS-HISTCHG-COUNT PIC 9(8) VALUE 0.
       01 WS-HISTCHG-ERRORS PIC 9(8) VALUE 0.
      * Manifest entries as in main.cob: the combined report, the
      * requester's report, the extract and history.
       78 PARTMERGE-MAX-MANIFEST-FILES VALUE 4.
       01 WS-MANIFEST-STATUS PIC XX.
       01 WS-MANIFEST-FNAME PIC X(40) VALUE SPACES.
       01 WS-MANIFEST-TABLE.
           05 WS-MAN-FILE-COUNT PIC 9(3) VALUE 0.
           05 WS-MAN-ENTRY OCCURS PARTMERGE-MAX-MANIFEST-FILES TIMES.
               10 WS-MAN-KIND PIC X(8).
               10 WS-MAN-RECORDS PIC 9(9).
               10 WS-MAN-HASH PIC 9(14).
               10 WS-MAN-BAND PIC 9(2).
               10 WS-MAN-NAME PIC X(60).
       01 WS-MAN-IDX PIC 9(3).
       01 WS-MAN-EOF PIC X.
       01 WS-MAN-WRITE-FAILED PIC X VALUE 'N'.
       01 WS-MAN-LINE PIC X(200).
       01 WS-MAN-RECORD-TYPE PIC X(2).
       01 WS-MAN-NUMBER-X PIC X(7).
       01 WS-MAN-LEAD PIC 9.
       01 WS-MAN-INPUT PIC 9(7).
       01 WS-REQ-REPORT-OPEN PIC X VALUE 'N'.
       01 WS-REQ-REPORT-MADE PIC X VALUE 'N'.
       01 WS-REQMAST-DEPT PIC X(20).
       01 WS-REQMAST-CONTACT PIC X(20).
       01 WS-REQMAST-FOUND PIC X VALUE 'N'.
       01 WS-LOADED-SET PIC X(8).
       01 WS-LOADED-OK PIC X VALUE 'Y'.
       01 WS-RULE-IDX PIC 9.
       01 WS-SKIP-IDX PIC 9.
       01 WS-SKIP-COUNT PIC 9.
      * The report layout is main.cob's, line for line: RECON re-reads
      * the merged report by the same columns and lead lines it reads
      * an unsplit run's report by.
       01 WS-RANGE-OPEN PIC X VALUE 'N'.
       01 WS-PAGE-NUM PIC 9(5) VALUE 0.
       01 WS-PAGE-NUM-EDIT PIC ZZZZ9.
       01 WS-LINE-COUNT PIC 9(2) VALUE 99.
       01 WS-PAGE-LINE PIC X(200) VALUE SPACES.
       01 WS-HDG-IDX PIC 9.
       01 WS-FLAG-COL PIC 9(3).
       01 WS-BODY-LINE PIC X(200) VALUE SPACES.
       01 WS-SUMMARY-TOTAL PIC 9(8).
       01 WS-SUMMARY-LABEL PIC X(12).
       01 WS-SUMMARY-COUNT PIC 9(8).
       01 WS-PCT PIC 9(3)V9(2).
       01 WS-PCT-EDIT PIC ZZ9.99.
       01 WS-RULE-TALLIES.
           05 WS-RULE-TALLY PIC 9(8) OCCURS FIZZBUZZ-MAX-RULES
               TIMES VALUE 0.
       01 WS-COMBINED-COUNT PIC 9(8) VALUE 0.
       01 WS-PLAIN-COUNT PIC 9(8) VALUE 0.
       01 WS-MATCH-COUNT PIC 9.
       01 WS-TALLY-IDX PIC 9.
       01 WS-TALLY-EDIT PIC ZZZZZZZ9.
       01 WS-TRAILER-LABEL PIC X(32) VALUE SPACES.
       01 WS-INPUT-EDIT PIC -(6)9.
       01 WS-END-NUM-EDIT PIC -(6)9.
       01 WS-START-NUM-EDIT PIC -(6)9.
       01 WS-NUM-EDIT PIC ZZZZZ9.
       01 WS-END-EDIT PIC ZZZZZ9.
       01 WS-COUNT-EDIT PIC ZZZZZZZ9.
       01 WS-PART-EDIT PIC Z9.
       COPY fizzbuzz-config.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-MERGE-STAMP
           PERFORM OPEN-MERGE-REPORT
           PERFORM READ-PLAN
           PERFORM WRITE-MERGE-HEADER
           COMPUTE WS-SLICE-BASE = WS-RANGE-MAX / WS-PARTITION-COUNT
           COMPUTE WS-SLICE-EXTRA = WS-RANGE-MAX
               - WS-SLICE-BASE * WS-PARTITION-COUNT
           MOVE WS-RANGE-START TO WS-SLICE-START
           PERFORM PLAN-ONE-SLICE
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PARTITION-COUNT
      * Every partition is looked at before anything is written, and
      * every one that has not finished cleanly is named - the
      * operator restarts them all in one pass, not one per refusal.
           PERFORM CHECK-ONE-PARTITION
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PARTITION-COUNT
           IF WS-PROBLEM-COUNT > 0
               PERFORM REFUSE-MERGE
           END-IF
           PERFORM SET-OUTPUT-SWITCHES
           IF WS-REPORT-ACTIVE = 'Y'
               PERFORM LOAD-RULE-LABELS
           END-IF
           MOVE WS-PART-REPORT-DATE(1) TO WS-REPORT-DATE
           PERFORM OPEN-MERGED-OUTPUT
           IF WS-HISTORY-ACTIVE = 'Y'
               PERFORM RESOLVE-HISTORY-BAND
               PERFORM OPEN-HISTORY
           END-IF
           PERFORM WRITE-RANGE-HEADER
           MOVE -1 TO WS-LAST-KEPT
           PERFORM MERGE-ONE-PARTITION
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PARTITION-COUNT
           IF WS-FILL-MODE = 'Y'
               COMPUTE WS-PREV-DONE-COUNT =
                   WS-RANGE-MAX - WS-MERGED-COUNT
           END-IF
           MOVE 'Summary:' TO WS-TRAILER-LABEL
           PERFORM WRITE-TRAILER
           IF WS-REQ-REPORT-OPEN = 'Y'
               CLOSE REQUESTER-REPORT-FILE
               MOVE 'N' TO WS-REQ-REPORT-OPEN
           END-IF
           MOVE 'N' TO WS-RANGE-OPEN
           PERFORM WRITE-GRAND-SUMMARY
           PERFORM WRITE-EXTRACT-TRAILER
           IF WS-REPORT-ACTIVE = 'Y'
               CLOSE FIZZBUZZ-REPORT-FILE
           END-IF
           CLOSE FIZZBUZZ-EXTRACT-FILE
           IF WS-HISTORY-ACTIVE = 'Y'
               CLOSE FIZZBUZZ-HISTORY-FILE
           END-IF
           IF WS-HISTCHG-OPEN = 'Y'
               CLOSE FIZZBUZZ-HISTCHG-FILE
           END-IF
           PERFORM WRITE-RUN-MANIFEST
      * Everything above is recreated whole by a rerun; what follows
      * appends to shared files, so the plan goes FOLDING first and
      * records each append once it is made (see MARK-PLAN-MERGED).
           PERFORM MARK-PLAN-FOLDING
           IF PLN-USAGE-DONE NOT = 'Y'
               PERFORM WRITE-USAGE-RECORD
               MOVE 'Y' TO PLN-USAGE-DONE
               PERFORM SAVE-PLAN-PROGRESS
           END-IF
           IF PLN-TIMING-DONE NOT = 'Y'
               PERFORM TIME-SPLIT-RUN
               MOVE 'Y' TO PLN-TIMING-DONE
               PERFORM SAVE-PLAN-PROGRESS
           END-IF
           IF PLN-SLA-DONE NOT = 'Y'
               PERFORM JUDGE-SPLIT-DEADLINE
               MOVE 'Y' TO PLN-SLA-DONE
               PERFORM SAVE-PLAN-PROGRESS
           END-IF
           IF WS-RESUMED = 'Y'
               PERFORM LOAD-PRIOR-FOLDS
           END-IF
           COMPUTE WS-FOLD-FROM = PLN-JOURNALS-DONE + 1
           PERFORM FOLD-PARTITION-JOURNAL
               VARYING WS-PART-IDX FROM WS-FOLD-FROM BY 1
               UNTIL WS-PART-IDX > WS-PARTITION-COUNT
           COMPUTE WS-FOLD-FROM = PLN-EXCEPTIONS-DONE + 1
           PERFORM FOLD-PARTITION-EXCEPTIONS
               VARYING WS-PART-IDX FROM WS-FOLD-FROM BY 1
               UNTIL WS-PART-IDX > WS-PARTITION-COUNT
           IF PLN-MERGED-JRNL-DONE NOT = 'Y'
               IF WS-PRIOR-MERGED-JRNL = 'N'
                   PERFORM WRITE-MERGED-JOURNAL
               END-IF
               MOVE 'Y' TO PLN-MERGED-JRNL-DONE
               PERFORM SAVE-PLAN-PROGRESS
           END-IF
           PERFORM MARK-PLAN-MERGED
           PERFORM WRITE-MERGE-SUMMARY
           CLOSE PARTMERGE-REPORT-FILE
           MOVE WS-WORST-RC TO RETURN-CODE
           STOP RUN
           .

       OPEN-MERGE-REPORT.
           OPEN OUTPUT PARTMERGE-REPORT-FILE
           IF WS-MERGE-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open '
                       'fizzbuzz-partmerge-report.txt (status '
                       WS-MERGE-REPORT-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-MERGE-LINE
           STRING 'FizzBuzz Partition Merge - '
                  WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-MERGE-LINE
           PERFORM WRITE-MERGE-LINE
           .

      * No plan, or one already merged, is nothing to merge: a second
      * merge of the same split would bill and journal it twice. A
      * FOLDING plan is a merge that died part way, merged again.
       READ-PLAN.
           OPEN INPUT FIZZBUZZ-PLAN-FILE
           IF WS-PLAN-STATUS NOT = '00'
               STRING 'No split plan - fizzbuzz-partition.pln could '
                      'not be opened (status ' WS-PLAN-STATUS ')'
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
               PERFORM REFUSE-MERGE
           END-IF
           MOVE SPACES TO FIZZBUZZ-PLAN-RECORD
           READ FIZZBUZZ-PLAN-FILE
               AT END
                   MOVE SPACES TO FIZZBUZZ-PLAN-RECORD
           END-READ
           CLOSE FIZZBUZZ-PLAN-FILE
           IF PLN-STATUS = 'MERGED'
               STRING 'The split of ' PLN-SPLIT-STAMP(1:8) ' '
                      PLN-SPLIT-STAMP(9:6) ' was already merged at '
                      PLN-MERGE-STAMP(1:8) ' ' PLN-MERGE-STAMP(9:6)
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
               PERFORM REFUSE-MERGE
           END-IF
           IF (PLN-STATUS NOT = 'SPLIT' AND PLN-STATUS NOT = 'FOLDING')
                   OR PLN-PARTITIONS IS NOT NUMERIC
                   OR PLN-PARTITIONS < 2
                   OR PLN-START-NUM IS NOT NUMERIC
                   OR PLN-MAX-NUM IS NOT NUMERIC
                   OR PLN-MAX-NUM < PLN-PARTITIONS
               STRING 'fizzbuzz-partition.pln does not hold a '
                      'split plan'
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
               PERFORM REFUSE-MERGE
           END-IF
           MOVE PLN-START-NUM TO WS-RANGE-START
           MOVE PLN-MAX-NUM TO WS-RANGE-MAX
           COMPUTE WS-RANGE-END = PLN-START-NUM + PLN-MAX-NUM - 1
           MOVE PLN-REQUESTER-ID TO WS-REQUESTER-ID
           MOVE PLN-PARTITIONS TO WS-PARTITION-COUNT
           IF PLN-STATUS = 'FOLDING'
               MOVE 'Y' TO WS-RESUMED
           END-IF
           .

       WRITE-MERGE-HEADER.
           MOVE WS-RANGE-START TO WS-NUM-EDIT
           MOVE WS-RANGE-END TO WS-END-EDIT
           MOVE WS-PARTITION-COUNT TO WS-PART-EDIT
           STRING 'Split of ' PLN-SPLIT-STAMP(1:8) ' '
                  PLN-SPLIT-STAMP(9:6)
                  ': requester ' WS-REQUESTER-ID
                  ' range ' FUNCTION TRIM(WS-NUM-EDIT)
                  '-' FUNCTION TRIM(WS-END-EDIT)
                  ' in ' FUNCTION TRIM(WS-PART-EDIT)
                  ' partitions'
               DELIMITED BY SIZE INTO WS-MERGE-LINE
           PERFORM WRITE-MERGE-LINE
           PERFORM WRITE-MERGE-LINE
           .

       PLAN-ONE-SLICE.
           MOVE WS-PART-IDX TO WS-PART-NUM
           MOVE WS-SLICE-BASE TO WS-PART-MAX(WS-PART-NUM)
           IF WS-PART-NUM NOT > WS-SLICE-EXTRA
               ADD 1 TO WS-PART-MAX(WS-PART-NUM)
           END-IF
           MOVE WS-SLICE-START TO WS-PART-START(WS-PART-NUM)
           COMPUTE WS-PART-END(WS-PART-NUM) =
               WS-SLICE-START + WS-PART-MAX(WS-PART-NUM) - 1
           COMPUTE WS-SLICE-START = WS-PART-END(WS-PART-NUM) + 1
           MOVE SPACES TO WS-PART-REPORT-DATE(WS-PART-NUM)
           MOVE 0 TO WS-PART-RC(WS-PART-NUM)
           MOVE 'N' TO WS-PART-RESTARTED(WS-PART-NUM)
           MOVE 0 TO WS-PART-KEPT(WS-PART-NUM)
           MOVE SPACES TO WS-PART-PROBLEM(WS-PART-NUM)
           MOVE SPACES TO WS-PART-FIRST-STAMP(WS-PART-NUM)
           MOVE 0 TO WS-PART-RESTARTS(WS-PART-NUM)
           .

      * Finished cleanly means: journaled since the split with a
      * return code of 4 or less, over its own slice, under the same
      * rule set and mode as the others, no restart still owed, and
      * an extract whose trailer balances and which covers the slice
      * (a fill run covers only the slice's holes). The first failing
      * test is the one reported. A bad extract with no checkpoint
      * left to restart from is cured by rerunning the partition from
      * the top: its cold start recreates the extract.
       CHECK-ONE-PARTITION.
           MOVE WS-PART-IDX TO WS-PART-NUM
           PERFORM CHECK-PARTITION-JOURNAL
           IF WS-PART-PROBLEM(WS-PART-NUM) = SPACES
               PERFORM CHECK-PARTITION-CHECKPOINT
           END-IF
           IF WS-PART-PROBLEM(WS-PART-NUM) = SPACES
               PERFORM CHECK-PARTITION-EXTRACT
           END-IF
           PERFORM WRITE-PARTITION-LINE
           IF WS-PART-PROBLEM(WS-PART-NUM) NOT = SPACES
               ADD 1 TO WS-PROBLEM-COUNT
               DISPLAY 'ERROR: partition ' WS-PART-NUM
                       ' has not finished cleanly - '
                       FUNCTION TRIM(WS-PART-PROBLEM(WS-PART-NUM))
           END-IF
           .

       CHECK-PARTITION-JOURNAL.
           MOVE 'N' TO WS-JRNL-FOUND
           MOVE 'N' TO WS-PART-EOF
           MOVE SPACES TO WS-PART-FNAME
           STRING 'fizzbuzz-journal-p' WS-PART-NUM '.dat'
               DELIMITED BY SIZE INTO WS-PART-FNAME
           OPEN INPUT PARTITION-JOURNAL-FILE
           IF WS-PART-STATUS = '00'
               PERFORM READ-PARTITION-JOURNAL
                   UNTIL WS-PART-EOF = 'Y'
               CLOSE PARTITION-JOURNAL-FILE
           END-IF
           IF WS-JRNL-FOUND = 'N'
               MOVE 'has not run since the split'
                   TO WS-PART-PROBLEM(WS-PART-NUM)
           ELSE
               MOVE WS-LAST-RC TO WS-PART-RC(WS-PART-NUM)
               MOVE WS-LAST-REPORT-DATE
                   TO WS-PART-REPORT-DATE(WS-PART-NUM)
               PERFORM JUDGE-PARTITION-JOURNAL
           END-IF
           .

      * Only this split's executions count: anything stamped before
      * the split belongs to an earlier one.
       READ-PARTITION-JOURNAL.
           READ PARTITION-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-PART-EOF
               NOT AT END
                   MOVE JRNL-RUN-DATE TO WS-JRNL-STAMP(1:8)
                   MOVE JRNL-RUN-TIME TO WS-JRNL-STAMP(9:6)
                   IF WS-JRNL-STAMP NOT < PLN-SPLIT-STAMP
                           AND JRNL-RETURN-CODE IS NUMERIC
                       IF WS-JRNL-FOUND = 'N'
                           MOVE WS-JRNL-STAMP
                               TO WS-PART-FIRST-STAMP(WS-PART-NUM)
                       END-IF
                       MOVE 'Y' TO WS-JRNL-FOUND
                       MOVE JRNL-PARTITION TO WS-LAST-PARTITION
                       MOVE JRNL-RANGE-COUNT TO WS-LAST-RANGE-COUNT
                       MOVE JRNL-START-NUM TO WS-LAST-START
                       MOVE JRNL-MAX-NUM TO WS-LAST-MAX
                       MOVE JRNL-RULE-SET TO WS-LAST-RULE-SET
                       MOVE JRNL-RUN-MODE TO WS-LAST-RUN-MODE
                       MOVE JRNL-FILL-MODE TO WS-LAST-FILL-MODE
                       MOVE JRNL-RETURN-CODE TO WS-LAST-RC
                       MOVE JRNL-REPORT-DATE TO WS-LAST-REPORT-DATE
                       IF JRNL-RESTART-FLAG = 'Y'
                           MOVE 'Y'
                               TO WS-PART-RESTARTED(WS-PART-NUM)
                           IF WS-PART-RESTARTS(WS-PART-NUM) < 99
                               ADD 1 TO WS-PART-RESTARTS(WS-PART-NUM)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       JUDGE-PARTITION-JOURNAL.
           EVALUATE TRUE
               WHEN WS-LAST-RC = 2
                   MOVE 'stopped on operator request - restart it'
                       TO WS-PART-PROBLEM(WS-PART-NUM)
               WHEN WS-LAST-RC > 4
                   STRING 'last execution ended with return code '
                          WS-LAST-RC
                       DELIMITED BY SIZE
                       INTO WS-PART-PROBLEM(WS-PART-NUM)
               WHEN WS-LAST-PARTITION NOT = WS-PART-NUM
                       OR WS-LAST-START NOT = WS-PART-START(WS-PART-NUM)
                       OR WS-LAST-MAX NOT = WS-PART-MAX(WS-PART-NUM)
                       OR WS-LAST-RANGE-COUNT NOT = 1
                   MOVE 'ran something other than its planned slice'
                       TO WS-PART-PROBLEM(WS-PART-NUM)
               WHEN WS-LAST-REPORT-DATE IS NOT NUMERIC
                   MOVE 'journal record carries no report date'
                       TO WS-PART-PROBLEM(WS-PART-NUM)
               WHEN OTHER
                   PERFORM CHECK-PARTITION-AGREEMENT
           END-EVALUATE
           .

       CHECK-PARTITION-AGREEMENT.
           IF WS-REFERENCE-SEEN = 'N'
               MOVE 'Y' TO WS-REFERENCE-SEEN
               MOVE WS-LAST-RULE-SET TO WS-RULE-SET-NAME
               MOVE WS-LAST-RUN-MODE TO WS-RUN-MODE
               MOVE WS-LAST-FILL-MODE TO WS-FILL-MODE
           ELSE
               IF WS-LAST-RULE-SET NOT = WS-RULE-SET-NAME
                       OR WS-LAST-RUN-MODE NOT = WS-RUN-MODE
                       OR WS-LAST-FILL-MODE NOT = WS-FILL-MODE
                   MOVE 'ran under a different rule set or mode'
                       TO WS-PART-PROBLEM(WS-PART-NUM)
               END-IF
           END-IF
           .

       CHECK-PARTITION-CHECKPOINT.
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
                           MOVE 'has a live checkpoint - restart it'
                               TO WS-PART-PROBLEM(WS-PART-NUM)
                       END-IF
               END-READ
               CLOSE PARTITION-CHECKPOINT-FILE
           END-IF
           .

       CHECK-PARTITION-EXTRACT.
           PERFORM NAME-PARTITION-EXTRACT
           MOVE 0 TO WS-EXTRACT-D-COUNT
           MOVE 0 TO WS-EXTRACT-T-COUNT
           MOVE 0 TO WS-OUTSIDE-COUNT
           MOVE 0 TO WS-BAD-DETAIL-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE 'N' TO WS-FLAGS-DIFFER
           MOVE 'N' TO WS-PART-EOF
           COMPUTE WS-LAST-KEPT = WS-PART-START(WS-PART-NUM) - 1
           OPEN INPUT PARTITION-EXTRACT-FILE
           IF WS-PART-STATUS NOT = '00'
               STRING 'extract ' FUNCTION TRIM(WS-PART-FNAME)
                      ' not found'
                   DELIMITED BY SIZE
                   INTO WS-PART-PROBLEM(WS-PART-NUM)
           ELSE
               PERFORM SCAN-PARTITION-EXTRACT
                   UNTIL WS-PART-EOF = 'Y'
               CLOSE PARTITION-EXTRACT-FILE
               MOVE WS-KEPT-COUNT TO WS-PART-KEPT(WS-PART-NUM)
               PERFORM JUDGE-PARTITION-EXTRACT
           END-IF
           .

       NAME-PARTITION-EXTRACT.
           MOVE SPACES TO WS-PART-FNAME
           STRING 'fizzbuzz-extract-'
                  WS-PART-REPORT-DATE(WS-PART-NUM)
                  '-p' WS-PART-NUM '.dat'
               DELIMITED BY SIZE INTO WS-PART-FNAME
           .

       SCAN-PARTITION-EXTRACT.
           READ PARTITION-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-PART-EOF
               NOT AT END
                   EVALUATE PARTITION-EXTRACT-RECORD(1:2)
                       WHEN 'D;'
                           ADD 1 TO WS-EXTRACT-D-COUNT
                           PERFORM PARSE-EXTRACT-DETAIL
                           PERFORM WEIGH-EXTRACT-DETAIL
                       WHEN 'T;'
                           MOVE 'Y' TO WS-TRAILER-SEEN
                           IF PARTITION-EXTRACT-RECORD(3:8)
                                   IS NUMERIC
                               MOVE PARTITION-EXTRACT-RECORD(3:8)
                                   TO WS-EXTRACT-T-COUNT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

      * Mirrors main.cob's WRITE-EXTRACT-DETAIL: D;input;label then
      * one ;flag per rule. The label is trimmed there but may hold
      * embedded spaces, so only the semicolon delimits.
       PARSE-EXTRACT-DETAIL.
           MOVE SPACES TO WS-DETAIL-FIELDS
           MOVE 0 TO WS-DET-FIELD-COUNT
           MOVE 'Y' TO WS-DET-OK
           UNSTRING PARTITION-EXTRACT-RECORD DELIMITED BY ';'
               INTO WS-DET-TYPE WS-DET-INPUT-X WS-DET-LABEL
                    WS-DET-FLAG(1) WS-DET-FLAG(2) WS-DET-FLAG(3)
                    WS-DET-FLAG(4) WS-DET-FLAG(5)
               TALLYING IN WS-DET-FIELD-COUNT
               ON OVERFLOW
                   MOVE 'N' TO WS-DET-OK
           END-UNSTRING
           IF WS-DET-FIELD-COUNT < 4
                   OR FUNCTION TEST-NUMVAL(WS-DET-INPUT-X) NOT = 0
               MOVE 'N' TO WS-DET-OK
           END-IF
           IF WS-DET-OK = 'Y'
               COMPUTE WS-DET-INPUT = FUNCTION NUMVAL(WS-DET-INPUT-X)
               COMPUTE WS-DET-FLAG-COUNT = WS-DET-FIELD-COUNT - 3
           END-IF
           .

       WEIGH-EXTRACT-DETAIL.
           IF WS-DET-OK = 'N'
               ADD 1 TO WS-BAD-DETAIL-COUNT
           ELSE
               IF WS-DET-INPUT < WS-PART-START(WS-PART-NUM)
                       OR WS-DET-INPUT > WS-PART-END(WS-PART-NUM)
                   ADD 1 TO WS-OUTSIDE-COUNT
               ELSE
                   IF WS-FLAG-COUNT = 0
                       MOVE WS-DET-FLAG-COUNT TO WS-FLAG-COUNT
                   END-IF
                   IF WS-DET-FLAG-COUNT NOT = WS-FLAG-COUNT
                       MOVE 'Y' TO WS-FLAGS-DIFFER
                   END-IF
                   IF WS-DET-INPUT > WS-LAST-KEPT
                       ADD 1 TO WS-KEPT-COUNT
                       MOVE WS-DET-INPUT TO WS-LAST-KEPT
                   END-IF
               END-IF
           END-IF
           .

       JUDGE-PARTITION-EXTRACT.
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN = 'N'
                   MOVE 'extract has no trailer - rerun it'
                       TO WS-PART-PROBLEM(WS-PART-NUM)
               WHEN WS-EXTRACT-T-COUNT NOT = WS-EXTRACT-D-COUNT
                   MOVE 'extract trailer does not balance - rerun it'
                       TO WS-PART-PROBLEM(WS-PART-NUM)
               WHEN WS-BAD-DETAIL-COUNT > 0
                   MOVE 'extract holds unreadable details - rerun it'
                       TO WS-PART-PROBLEM(WS-PART-NUM)
               WHEN WS-OUTSIDE-COUNT > 0
                   MOVE 'extract strays outside its slice - rerun it'
                       TO WS-PART-PROBLEM(WS-PART-NUM)
               WHEN WS-FLAGS-DIFFER = 'Y'
                   MOVE 'extract rule counts disagree - rerun it'
                       TO WS-PART-PROBLEM(WS-PART-NUM)
               WHEN WS-FILL-MODE NOT = 'Y'
                       AND WS-KEPT-COUNT NOT = WS-PART-MAX(WS-PART-NUM)
                   MOVE 'extract falls short of its slice - rerun it'
                       TO WS-PART-PROBLEM(WS-PART-NUM)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       WRITE-PARTITION-LINE.
           MOVE WS-PART-START(WS-PART-NUM) TO WS-NUM-EDIT
           MOVE WS-PART-END(WS-PART-NUM) TO WS-END-EDIT
           MOVE 1 TO WS-LINE-POINTER
           STRING '  Partition ' WS-PART-NUM
                  '  range ' WS-NUM-EDIT '-' WS-END-EDIT '  '
               DELIMITED BY SIZE INTO WS-MERGE-LINE
               WITH POINTER WS-LINE-POINTER
           IF WS-PART-PROBLEM(WS-PART-NUM) = SPACES
               MOVE WS-PART-KEPT(WS-PART-NUM) TO WS-COUNT-EDIT
               STRING 'RC ' WS-PART-RC(WS-PART-NUM)
                      '  extracted ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
                   WITH POINTER WS-LINE-POINTER
               IF WS-PART-RESTARTED(WS-PART-NUM) = 'Y'
                   STRING '  restarted'
                       DELIMITED BY SIZE INTO WS-MERGE-LINE
                       WITH POINTER WS-LINE-POINTER
               END-IF
           ELSE
               STRING 'NOT FINISHED: '
                      FUNCTION TRIM(WS-PART-PROBLEM(WS-PART-NUM))
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
                   WITH POINTER WS-LINE-POINTER
           END-IF
           PERFORM WRITE-MERGE-LINE
           .

      * Nothing merged has been written when this runs: the plan stays
      * SPLIT, so the merge is simply run again once the partitions
      * named above have been restarted and finished.
       REFUSE-MERGE.
           IF WS-MERGE-LINE NOT = SPACES
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-MERGE-LINE)
               PERFORM WRITE-MERGE-LINE
           END-IF
           IF WS-PROBLEM-COUNT > 0
               MOVE WS-PROBLEM-COUNT TO WS-PART-EDIT
               PERFORM WRITE-MERGE-LINE
               STRING FUNCTION TRIM(WS-PART-EDIT)
                      ' partition(s) have not finished cleanly'
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
               PERFORM WRITE-MERGE-LINE
           END-IF
           STRING 'Merge refused - no merged output written'
               DELIMITED BY SIZE INTO WS-MERGE-LINE
           PERFORM WRITE-MERGE-LINE
           DISPLAY 'Merge refused - no merged output written'
           CLOSE PARTMERGE-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      * The partitions' run mode decides what the merge writes, as
      * main.cob's READ-OPTIONS decides it for an unsplit run.
       SET-OUTPUT-SWITCHES.
           EVALUATE WS-RUN-MODE
               WHEN 'SUMMARY-ONLY'
                   MOVE 'N' TO WS-DETAIL-ACTIVE
               WHEN 'EXTRACT-ONLY'
                   MOVE 'N' TO WS-REPORT-ACTIVE
                   MOVE 'N' TO WS-DETAIL-ACTIVE
                   MOVE 'N' TO WS-HISTORY-ACTIVE
               WHEN 'NO-HISTORY  '
                   MOVE 'N' TO WS-HISTORY-ACTIVE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * The set is loaded by the name the partitions journaled, the
      * way HISTAUDIT loads one. The labels must match the flag count
      * the extracts carry, or the rules have changed since the
      * partitions ran and the report's columns would lie.
       LOAD-RULE-LABELS.
           MOVE WS-RULE-SET-NAME TO WS-LOADED-SET
           MOVE 'Y' TO WS-LOADED-OK
           EVALUATE WS-LOADED-SET
               WHEN 'BUILTIN '
                   PERFORM LOAD-BUILTIN-RULES
               WHEN 'OVERRIDE'
                   PERFORM LOAD-OVERRIDE-RULES
               WHEN OTHER
                   PERFORM LOAD-CATALOG-RULES
           END-EVALUATE
           IF WS-LOADED-OK = 'N'
               STRING 'Rule set ' FUNCTION TRIM(WS-RULE-SET-NAME)
                      ' the partitions ran under could not be loaded'
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
               PERFORM REFUSE-MERGE
           END-IF
      * A fill run whose slices were all done already extracted
      * nothing, and has no flag count to disagree.
           IF WS-FLAG-COUNT > 0
                   AND WS-FLAG-COUNT NOT = FIZZBUZZ-RULE-COUNT
               STRING 'Rule set ' FUNCTION TRIM(WS-RULE-SET-NAME)
                      ' no longer has the rule count the partitions '
                      'extracted'
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
               PERFORM REFUSE-MERGE
           END-IF
           .

       LOAD-BUILTIN-RULES.
           MOVE FIZZBUZZ-DEFAULT-RULE-COUNT TO FIZZBUZZ-RULE-COUNT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > FIZZBUZZ-RULE-COUNT
               MOVE FIZZBUZZ-DEFAULT-DIVISOR(WS-RULE-IDX)
                   TO FIZZBUZZ-DIVISOR(WS-RULE-IDX)
               MOVE FIZZBUZZ-DEFAULT-LABEL(WS-RULE-IDX)
                   TO FIZZBUZZ-LABEL(WS-RULE-IDX)
           END-PERFORM
           .

       LOAD-OVERRIDE-RULES.
           OPEN INPUT FIZZBUZZ-RULES-FILE
           IF WS-RULES-STATUS NOT = '00'
               MOVE 'N' TO WS-LOADED-OK
           ELSE
               READ FIZZBUZZ-RULES-FILE
                   AT END
                       MOVE 'N' TO WS-LOADED-OK
                   NOT AT END
                       IF RULES-HDR-COUNT IS NUMERIC
                               AND RULES-HDR-COUNT > 0
                               AND RULES-HDR-COUNT
                                   NOT > FIZZBUZZ-MAX-RULES
                           MOVE RULES-HDR-COUNT TO FIZZBUZZ-RULE-COUNT
                           PERFORM READ-OVERRIDE-DETAILS
                       ELSE
                           MOVE 'N' TO WS-LOADED-OK
                       END-IF
               END-READ
               CLOSE FIZZBUZZ-RULES-FILE
           END-IF
           .

       READ-OVERRIDE-DETAILS.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > FIZZBUZZ-RULE-COUNT
                       OR WS-LOADED-OK = 'N'
               READ FIZZBUZZ-RULES-FILE
                   AT END
                       MOVE 'N' TO WS-LOADED-OK
                   NOT AT END
                       MOVE RULES-DET-DIVISOR
                           TO FIZZBUZZ-DIVISOR(WS-RULE-IDX)
                       MOVE RULES-DET-LABEL
                           TO FIZZBUZZ-LABEL(WS-RULE-IDX)
               END-READ
           END-PERFORM
           .

       LOAD-CATALOG-RULES.
           MOVE 'N' TO WS-RULESET-EOF
           MOVE 'N' TO WS-RULESET-FOUND
           OPEN INPUT FIZZBUZZ-RULESET-FILE
           IF WS-RULESET-STATUS NOT = '00'
               MOVE 'N' TO WS-LOADED-OK
           ELSE
               PERFORM READ-CATALOG-SET
                   UNTIL WS-RULESET-EOF = 'Y'
                       OR WS-RULESET-FOUND = 'Y'
                       OR WS-LOADED-OK = 'N'
               CLOSE FIZZBUZZ-RULESET-FILE
               IF WS-RULESET-FOUND NOT = 'Y'
                   MOVE 'N' TO WS-LOADED-OK
               END-IF
           END-IF
           .

       READ-CATALOG-SET.
           READ FIZZBUZZ-RULESET-FILE
               AT END
                   MOVE 'Y' TO WS-RULESET-EOF
               NOT AT END
                   PERFORM EXAMINE-CATALOG-HEADER
           END-READ
           .

       EXAMINE-CATALOG-HEADER.
           IF FIZZBUZZ-RULESET-HEADER-RECORD = SPACES
               CONTINUE
           ELSE
               IF CAT-RULE-COUNT IS NOT NUMERIC
                       OR CAT-RULE-COUNT = 0
                       OR CAT-RULE-COUNT > FIZZBUZZ-MAX-RULES
                   MOVE 'N' TO WS-LOADED-OK
               ELSE
                   IF CAT-SET-NAME = WS-LOADED-SET
                       MOVE CAT-RULE-COUNT TO FIZZBUZZ-RULE-COUNT
                       PERFORM READ-CATALOG-DETAILS
                       MOVE 'Y' TO WS-RULESET-FOUND
                   ELSE
                       MOVE CAT-RULE-COUNT TO WS-SKIP-COUNT
                       PERFORM SKIP-CATALOG-DETAILS
                           VARYING WS-SKIP-IDX FROM 1 BY 1
                           UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
                               OR WS-LOADED-OK = 'N'
                   END-IF
               END-IF
           END-IF
           .

       READ-CATALOG-DETAILS.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > FIZZBUZZ-RULE-COUNT
                       OR WS-LOADED-OK = 'N'
               READ FIZZBUZZ-RULESET-FILE
                   AT END
                       MOVE 'N' TO WS-LOADED-OK
                   NOT AT END
                       MOVE CAT-DET-DIVISOR
                           TO FIZZBUZZ-DIVISOR(WS-RULE-IDX)
                       MOVE CAT-DET-LABEL
                           TO FIZZBUZZ-LABEL(WS-RULE-IDX)
               END-READ
           END-PERFORM
           .

       SKIP-CATALOG-DETAILS.
           READ FIZZBUZZ-RULESET-FILE
               AT END
                   MOVE 'N' TO WS-LOADED-OK
           END-READ
           .

      * The merged extract, report and requester report are created
      * fresh under the unsplit names - the partitions' own files are
      * left in place until the next split clears them. Once one of
      * these is open, the merge goes through to the end.
       OPEN-MERGED-OUTPUT.
           MOVE SPACES TO WS-EXTRACT-FNAME
           STRING 'fizzbuzz-extract-' WS-REPORT-DATE '.dat'
               DELIMITED BY SIZE INTO WS-EXTRACT-FNAME
           OPEN OUTPUT FIZZBUZZ-EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               STRING 'Could not open ' FUNCTION TRIM(WS-EXTRACT-FNAME)
                      ' (status ' WS-EXTRACT-STATUS ')'
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
               PERFORM REFUSE-MERGE
           END-IF
           MOVE SPACES TO WS-EXTRACT-LINE
           STRING 'H;' WS-REPORT-DATE
                  ';01'
                  ';' WS-RANGE-START
                  ';' WS-RANGE-END
               DELIMITED BY SIZE INTO WS-EXTRACT-LINE
           WRITE FIZZBUZZ-EXTRACT-RECORD FROM WS-EXTRACT-LINE
           MOVE SPACES TO WS-REPORT-FNAME
           STRING 'fizzbuzz-report-' WS-REPORT-DATE '.txt'
               DELIMITED BY SIZE INTO WS-REPORT-FNAME
           IF WS-REPORT-ACTIVE = 'Y'
               OPEN OUTPUT FIZZBUZZ-REPORT-FILE
               IF WS-REPORT-STATUS NOT = '00'
                   CLOSE FIZZBUZZ-EXTRACT-FILE
                   STRING 'Could not open '
                          FUNCTION TRIM(WS-REPORT-FNAME)
                          ' (status ' WS-REPORT-STATUS ')'
                       DELIMITED BY SIZE INTO WS-MERGE-LINE
                   PERFORM REFUSE-MERGE
               END-IF
               MOVE 'Y' TO WS-RANGE-OPEN
               PERFORM OPEN-REQUESTER-REPORT
           END-IF
           .

      * As in main.cob, a requester copy that cannot be opened costs
      * that department its own file, not the merge.
       OPEN-REQUESTER-REPORT.
           MOVE SPACES TO WS-REQ-REPORT-FNAME
           STRING 'fizzbuzz-report-' WS-REPORT-DATE '-'
                  FUNCTION TRIM(WS-REQUESTER-ID) '.txt'
               DELIMITED BY SIZE INTO WS-REQ-REPORT-FNAME
           OPEN OUTPUT REQUESTER-REPORT-FILE
           IF WS-REQ-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open requester report file '
                       FUNCTION TRIM(WS-REQ-REPORT-FNAME)
                       ' (status ' WS-REQ-REPORT-STATUS ')'
               MOVE 8 TO WS-WORST-RC
           ELSE
               MOVE 'Y' TO WS-REQ-REPORT-OPEN
               MOVE 'Y' TO WS-REQ-REPORT-MADE
               PERFORM WRITE-REQUESTER-IDENTITY
           END-IF
           .

       WRITE-REQUESTER-IDENTITY.
           OPEN INPUT FIZZBUZZ-REQUESTER-FILE
           IF WS-REQMAST-STATUS = '00'
               PERFORM READ-REQUESTER-RECORD
                   UNTIL WS-REQMAST-EOF = 'Y'
               CLOSE FIZZBUZZ-REQUESTER-FILE
           END-IF
           MOVE SPACES TO WS-PAGE-LINE
           IF WS-REQMAST-FOUND = 'Y'
               STRING 'Requester '
                      WS-REQUESTER-ID ' '
                      WS-REQMAST-DEPT ' '
                      WS-REQMAST-CONTACT
                   DELIMITED BY SIZE INTO WS-PAGE-LINE
           ELSE
               STRING 'Requester ' WS-REQUESTER-ID
                   DELIMITED BY SIZE INTO WS-PAGE-LINE
           END-IF
           WRITE REQUESTER-REPORT-RECORD FROM WS-PAGE-LINE
           .

       READ-REQUESTER-RECORD.
           READ FIZZBUZZ-REQUESTER-FILE
               AT END
                   MOVE 'Y' TO WS-REQMAST-EOF
               NOT AT END
                   IF RQM-ID = WS-REQUESTER-ID
                           AND WS-REQMAST-FOUND = 'N'
                       MOVE 'Y' TO WS-REQMAST-FOUND
                       MOVE RQM-DEPT TO WS-REQMAST-DEPT
                       MOVE RQM-CONTACT TO WS-REQMAST-CONTACT
                   END-IF
           END-READ
           .

      * main.cob's RESOLVE-HISTORY-BAND. PARTSPLIT has already
      * allotted the band when the mode writes history, so this only
      * finds it - the allotment is kept for a directory restored
      * from before the split.
       RESOLVE-HISTORY-BAND.
           MOVE 0 TO WS-HISTORY-BAND
           MOVE 0 TO WS-HIGH-BAND
           MOVE 'N' TO WS-HISTDIR-EOF
           OPEN INPUT FIZZBUZZ-HISTDIR-FILE
           IF WS-HISTDIR-STATUS = '00'
               PERFORM READ-HISTDIR-RECORD
                   UNTIL WS-HISTDIR-EOF = 'Y'
               CLOSE FIZZBUZZ-HISTDIR-FILE
           END-IF
           IF WS-HISTORY-BAND = 0
               PERFORM ALLOT-HISTORY-BAND
           END-IF
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

      * A band that cannot be had costs the merge its history writes,
      * not its report and extract: history is left for a FILL rerun
      * of the range to backfill, and the return code says so.
       ALLOT-HISTORY-BAND.
           IF WS-HIGH-BAND >= PARTMERGE-MAX-BANDS
               DISPLAY 'ERROR: the history band directory is full - '
                       'no band left for rule set '
                       FUNCTION TRIM(WS-RULE-SET-NAME)
               MOVE 'N' TO WS-HISTORY-ACTIVE
               MOVE 8 TO WS-WORST-RC
           ELSE
               OPEN EXTEND FIZZBUZZ-HISTDIR-FILE
               IF WS-HISTDIR-STATUS NOT = '00'
                   OPEN OUTPUT FIZZBUZZ-HISTDIR-FILE
               END-IF
               IF WS-HISTDIR-STATUS NOT = '00'
                   DISPLAY 'ERROR: could not open the history band '
                           'directory (status ' WS-HISTDIR-STATUS ')'
                   MOVE 'N' TO WS-HISTORY-ACTIVE
                   MOVE 8 TO WS-WORST-RC
               ELSE
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
                   CLOSE FIZZBUZZ-HISTDIR-FILE
               END-IF
           END-IF
           .

       OPEN-HISTORY.
           IF WS-HISTORY-ACTIVE = 'Y'
               OPEN I-O FIZZBUZZ-HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = '00'
                   OPEN OUTPUT FIZZBUZZ-HISTORY-FILE
                   CLOSE FIZZBUZZ-HISTORY-FILE
                   OPEN I-O FIZZBUZZ-HISTORY-FILE
               END-IF
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY 'ERROR: could not open history file '
                           '(status ' WS-HISTORY-STATUS ')'
                   MOVE 'N' TO WS-HISTORY-ACTIVE
                   MOVE 8 TO WS-WORST-RC
               END-IF
           END-IF
           .

      * The partitions' extracts in partition order are the range in
      * input order; each kept detail becomes one merged extract
      * record, one report detail line, one tally and one history
      * record, exactly what the unsplit run would have produced for
      * that input.
       MERGE-ONE-PARTITION.
           MOVE WS-PART-IDX TO WS-PART-NUM
           PERFORM NAME-PARTITION-EXTRACT
           MOVE 'N' TO WS-PART-EOF
           OPEN INPUT PARTITION-EXTRACT-FILE
           IF WS-PART-STATUS NOT = '00'
               DISPLAY 'ERROR: could not reopen '
                       FUNCTION TRIM(WS-PART-FNAME)
                       ' (status ' WS-PART-STATUS ')'
               MOVE 8 TO WS-WORST-RC
           ELSE
               PERFORM MERGE-EXTRACT-RECORD
                   UNTIL WS-PART-EOF = 'Y'
               CLOSE PARTITION-EXTRACT-FILE
           END-IF
           IF WS-PART-RC(WS-PART-NUM) > WS-WORST-RC
               MOVE WS-PART-RC(WS-PART-NUM) TO WS-WORST-RC
           END-IF
           IF WS-PART-RESTARTED(WS-PART-NUM) = 'Y'
               MOVE 'Y' TO WS-ANY-RESTARTED
           END-IF
           .

       MERGE-EXTRACT-RECORD.
           READ PARTITION-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-PART-EOF
               NOT AT END
                   IF PARTITION-EXTRACT-RECORD(1:2) = 'D;'
                       PERFORM PARSE-EXTRACT-DETAIL
                       IF WS-DET-OK = 'Y'
                               AND WS-DET-INPUT > WS-LAST-KEPT
                           MOVE WS-DET-INPUT TO WS-LAST-KEPT
                           PERFORM MERGE-ONE-DETAIL
                       END-IF
                   END-IF
           END-READ
           .

       MERGE-ONE-DETAIL.
           WRITE FIZZBUZZ-EXTRACT-RECORD FROM PARTITION-EXTRACT-RECORD
           IF WS-EXTRACT-STATUS NOT = '00'
               MOVE WS-DET-INPUT TO WS-INPUT-EDIT
               DISPLAY 'ERROR: could not write extract record for '
                       'input ' FUNCTION TRIM(WS-INPUT-EDIT)
                       ' (status ' WS-EXTRACT-STATUS ')'
               MOVE 8 TO WS-WORST-RC
           ELSE
               ADD 1 TO WS-MERGED-COUNT
           END-IF
           IF WS-DETAIL-ACTIVE = 'Y'
               PERFORM WRITE-REPORT-DETAIL
           END-IF
           PERFORM TALLY-DETAIL
           IF WS-HISTORY-ACTIVE = 'Y'
               PERFORM WRITE-HISTORY
           END-IF
           .

       TALLY-DETAIL.
           MOVE 0 TO WS-MATCH-COUNT
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-DET-FLAG-COUNT
               IF WS-DET-FLAG(WS-TALLY-IDX) = '1'
                   ADD 1 TO WS-MATCH-COUNT
               END-IF
           END-PERFORM
           EVALUATE WS-MATCH-COUNT
               WHEN 0
                   ADD 1 TO WS-PLAIN-COUNT
               WHEN 1
                   PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                           UNTIL WS-TALLY-IDX > WS-DET-FLAG-COUNT
                       IF WS-DET-FLAG(WS-TALLY-IDX) = '1'
                           ADD 1 TO WS-RULE-TALLY(WS-TALLY-IDX)
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   ADD 1 TO WS-COMBINED-COUNT
           END-EVALUATE
           .

       WRITE-REPORT-DETAIL.
           MOVE SPACES TO WS-BODY-LINE
           MOVE WS-DET-INPUT TO WS-INPUT-EDIT
           MOVE WS-INPUT-EDIT TO WS-BODY-LINE(1:7)
           MOVE WS-DET-LABEL TO WS-BODY-LINE(10:40)
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > FIZZBUZZ-RULE-COUNT
               COMPUTE WS-FLAG-COL = 51 + (WS-TALLY-IDX - 1) * 10
               IF WS-DET-FLAG(WS-TALLY-IDX) = '1'
                   MOVE 'Y' TO WS-BODY-LINE(WS-FLAG-COL:1)
               ELSE
                   MOVE '.' TO WS-BODY-LINE(WS-FLAG-COL:1)
               END-IF
           END-PERFORM
           PERFORM WRITE-BODY-LINE
           .

      * The slot is read first so the change feed gets the label this
      * write replaces.
       WRITE-HISTORY.
           COMPUTE WS-HISTORY-KEY =
               (WS-HISTORY-BAND - 1) * 1000000 + WS-DET-INPUT + 1
           MOVE 'NEW' TO WS-HISTCHG-ACTION
           MOVE SPACES TO WS-HISTCHG-BEFORE
           READ FIZZBUZZ-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'CHG' TO WS-HISTCHG-ACTION
                   MOVE HIST-OUTPUT TO WS-HISTCHG-BEFORE
           END-READ
           MOVE WS-DET-INPUT TO HIST-INPUT
           MOVE WS-DET-LABEL TO HIST-OUTPUT
           MOVE WS-RULE-SET-NAME TO HIST-RULE-SET
           WRITE FIZZBUZZ-HISTORY-RECORD
               INVALID KEY
                   REWRITE FIZZBUZZ-HISTORY-RECORD
           END-WRITE
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE WS-DET-INPUT TO WS-INPUT-EDIT
               DISPLAY 'ERROR: could not write history record for '
                       'input ' FUNCTION TRIM(WS-INPUT-EDIT)
                       ' (status ' WS-HISTORY-STATUS ')'
               ADD 1 TO WS-HISTORY-ERRORS
               MOVE 8 TO WS-WORST-RC
           ELSE
               IF WS-HISTCHG-ACTION = 'NEW'
                       OR WS-HISTCHG-BEFORE NOT = HIST-OUTPUT
                   PERFORM WRITE-HISTORY-CHANGE
               END-IF
           END-IF
           .

      * The change is stamped with the merge's own execution stamp
      * and the split stamp as its run id, as the usage record is.
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
                   MOVE 8 TO WS-WORST-RC
               END-IF
           END-IF
           IF WS-HISTCHG-OPEN = 'Y'
               MOVE WS-MERGE-STAMP(1:8) TO HCHG-RUN-DATE
               MOVE WS-MERGE-STAMP(9:6) TO HCHG-RUN-TIME
               MOVE PLN-SPLIT-STAMP TO HCHG-RUN-ID
               MOVE WS-RUN-MODE TO HCHG-RUN-MODE
               MOVE WS-REQUESTER-ID TO HCHG-REQUESTER-ID
               MOVE WS-RULE-SET-NAME TO HCHG-RULE-SET
               MOVE WS-HISTORY-BAND TO HCHG-BAND
               MOVE WS-DET-INPUT TO HCHG-INPUT
               MOVE WS-HISTCHG-ACTION TO HCHG-ACTION
               MOVE WS-HISTCHG-BEFORE TO HCHG-BEFORE-LABEL
               MOVE WS-DET-LABEL TO HCHG-AFTER-LABEL
               WRITE FIZZBUZZ-HISTCHG-RECORD
               IF WS-HISTCHG-STATUS NOT = '00'
                   MOVE WS-DET-INPUT TO WS-INPUT-EDIT
                   DISPLAY 'ERROR: could not write history change '
                           'record for input '
                           FUNCTION TRIM(WS-INPUT-EDIT)
                           ' (status ' WS-HISTCHG-STATUS ')'
                   ADD 1 TO WS-HISTCHG-ERRORS
                   MOVE 8 TO WS-WORST-RC
               ELSE
                   ADD 1 TO WS-HISTCHG-COUNT
               END-IF
           END-IF
           .

       WRITE-BODY-LINE.
           IF WS-REPORT-ACTIVE = 'Y'
               IF WS-LINE-COUNT >= FIZZBUZZ-PAGE-BODY-LINES
                   PERFORM WRITE-PAGE-HEADING
               END-IF
               WRITE FIZZBUZZ-REPORT-RECORD FROM WS-BODY-LINE
               ADD 1 TO WS-LINE-COUNT
               IF WS-REQ-REPORT-OPEN = 'Y'
                   WRITE REQUESTER-REPORT-RECORD FROM WS-BODY-LINE
               END-IF
           END-IF
           .

       WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-NUM-EDIT
           MOVE SPACES TO WS-PAGE-LINE
           STRING 'FizzBuzz Run Report - '
                  WS-REPORT-DATE(1:4) '-' WS-REPORT-DATE(5:2) '-'
                  WS-REPORT-DATE(7:2)
                  ' - rule set ' FUNCTION TRIM(WS-RULE-SET-NAME)
               DELIMITED BY SIZE INTO WS-PAGE-LINE
           MOVE 'Page' TO WS-PAGE-LINE(61:4)
           MOVE WS-PAGE-NUM-EDIT TO WS-PAGE-LINE(66:5)
           WRITE FIZZBUZZ-REPORT-RECORD FROM WS-PAGE-LINE
           MOVE SPACES TO WS-PAGE-LINE
           IF WS-RANGE-OPEN = 'Y'
               MOVE WS-RANGE-START TO WS-START-NUM-EDIT
               MOVE WS-RANGE-END TO WS-END-NUM-EDIT
               STRING 'Requester ' WS-REQUESTER-ID
                      ' range ' FUNCTION TRIM(WS-START-NUM-EDIT)
                      '-' FUNCTION TRIM(WS-END-NUM-EDIT)
                   DELIMITED BY SIZE INTO WS-PAGE-LINE
           ELSE
               MOVE 'Run totals' TO WS-PAGE-LINE
           END-IF
           WRITE FIZZBUZZ-REPORT-RECORD FROM WS-PAGE-LINE
           MOVE SPACES TO WS-PAGE-LINE
           MOVE '  INPUT' TO WS-PAGE-LINE(1:7)
           MOVE 'OUTPUT' TO WS-PAGE-LINE(10:6)
           PERFORM VARYING WS-HDG-IDX FROM 1 BY 1
                   UNTIL WS-HDG-IDX > FIZZBUZZ-RULE-COUNT
               COMPUTE WS-FLAG-COL = 51 + (WS-HDG-IDX - 1) * 10
               MOVE FIZZBUZZ-LABEL(WS-HDG-IDX)
                   TO WS-PAGE-LINE(WS-FLAG-COL:8)
           END-PERFORM
           WRITE FIZZBUZZ-REPORT-RECORD FROM WS-PAGE-LINE
           MOVE 0 TO WS-LINE-COUNT
           .

       WRITE-RANGE-HEADER.
           MOVE WS-RANGE-START TO WS-START-NUM-EDIT
           MOVE WS-RANGE-END TO WS-END-NUM-EDIT
           MOVE SPACES TO WS-BODY-LINE
           STRING 'Requester ' WS-REQUESTER-ID
                  ' range ' FUNCTION TRIM(WS-START-NUM-EDIT)
                  '-' FUNCTION TRIM(WS-END-NUM-EDIT) ':'
               DELIMITED BY SIZE INTO WS-BODY-LINE
           PERFORM WRITE-BODY-LINE
           .

      * main.cob's WRITE-TRAILER, recomputed from the merged details
      * rather than added up from the partitions' own summaries - a
      * restarted partition's summary covers only its restart.
       WRITE-TRAILER.
           COMPUTE WS-SUMMARY-TOTAL = WS-COMBINED-COUNT
               + WS-PLAIN-COUNT
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > FIZZBUZZ-RULE-COUNT
               ADD WS-RULE-TALLY(WS-TALLY-IDX) TO WS-SUMMARY-TOTAL
           END-PERFORM
           MOVE SPACES TO WS-BODY-LINE
           MOVE WS-TRAILER-LABEL TO WS-BODY-LINE
           PERFORM WRITE-BODY-LINE
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > FIZZBUZZ-RULE-COUNT
               MOVE FIZZBUZZ-LABEL(WS-TALLY-IDX)
                   TO WS-SUMMARY-LABEL
               MOVE WS-RULE-TALLY(WS-TALLY-IDX) TO WS-SUMMARY-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-PERFORM
           MOVE 'Combined' TO WS-SUMMARY-LABEL
           MOVE WS-COMBINED-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'Plain' TO WS-SUMMARY-LABEL
           MOVE WS-PLAIN-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'Total' TO WS-SUMMARY-LABEL
           MOVE WS-SUMMARY-TOTAL TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           IF WS-FILL-MODE = 'Y'
               MOVE SPACES TO WS-BODY-LINE
               MOVE 'Prev-done' TO WS-BODY-LINE(5:12)
               MOVE WS-PREV-DONE-COUNT TO WS-TALLY-EDIT
               MOVE WS-TALLY-EDIT TO WS-BODY-LINE(17:8)
               PERFORM WRITE-BODY-LINE
           END-IF
           MOVE SPACES TO WS-BODY-LINE
           PERFORM WRITE-BODY-LINE
           .

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-BODY-LINE
           MOVE WS-SUMMARY-LABEL TO WS-BODY-LINE(5:12)
           MOVE WS-SUMMARY-COUNT TO WS-TALLY-EDIT
           MOVE WS-TALLY-EDIT TO WS-BODY-LINE(17:8)
           IF WS-SUMMARY-TOTAL > 0
               COMPUTE WS-PCT ROUNDED = WS-SUMMARY-COUNT * 100
                   / WS-SUMMARY-TOTAL
           ELSE
               MOVE 0 TO WS-PCT
           END-IF
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT TO WS-BODY-LINE(27:6)
           MOVE '%' TO WS-BODY-LINE(33:1)
           PERFORM WRITE-BODY-LINE
           .

      * One range, so the grand totals are the range's own.
       WRITE-GRAND-SUMMARY.
           MOVE 'Grand totals:' TO WS-TRAILER-LABEL
           PERFORM WRITE-TRAILER
           MOVE SPACES TO WS-BODY-LINE
           MOVE 'Ranges processed: 1' TO WS-BODY-LINE
           PERFORM WRITE-BODY-LINE
           .

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO WS-EXTRACT-LINE
           STRING 'T;' WS-MERGED-COUNT
               DELIMITED BY SIZE INTO WS-EXTRACT-LINE
           WRITE FIZZBUZZ-EXTRACT-RECORD FROM WS-EXTRACT-LINE
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'ERROR: could not write extract trailer '
                       '(status ' WS-EXTRACT-STATUS ')'
               MOVE 8 TO WS-WORST-RC
           END-IF
           .

      * The whole range is billed once, as the unsplit run would have
      * billed it: run id the split stamp, range 01 - BILLING cannot
      * tell, and need not know, that it ran in pieces.
       WRITE-USAGE-RECORD.
           OPEN EXTEND FIZZBUZZ-USAGE-FILE
           IF WS-USAGE-STATUS NOT = '00'
               OPEN OUTPUT FIZZBUZZ-USAGE-FILE
           END-IF
           IF WS-USAGE-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open usage file '
                       '(status ' WS-USAGE-STATUS ')'
               MOVE 8 TO WS-WORST-RC
           ELSE
               MOVE WS-MERGE-STAMP(1:8) TO USG-RUN-DATE
               MOVE WS-MERGE-STAMP(9:6) TO USG-RUN-TIME
               MOVE PLN-SPLIT-STAMP TO USG-RUN-ID
               MOVE WS-REPORT-DATE TO USG-REPORT-DATE
               MOVE 1 TO USG-RANGE-SEQ
               MOVE WS-REQUESTER-ID TO USG-REQUESTER-ID
               MOVE WS-RULE-SET-NAME TO USG-RULE-SET
               MOVE WS-RUN-MODE TO USG-RUN-MODE
               MOVE WS-RANGE-START TO USG-START-NUM
               MOVE WS-RANGE-MAX TO USG-MAX-NUM
               MOVE WS-MERGED-COUNT TO USG-CLASSIFIED
               MOVE WS-PREV-DONE-COUNT TO USG-PREV-DONE
               MOVE WS-ANY-RESTARTED TO USG-RESTART-FLAG
               WRITE FIZZBUZZ-USAGE-RECORD
               IF WS-USAGE-STATUS NOT = '00'
                   DISPLAY 'ERROR: could not write usage record '
                           '(status ' WS-USAGE-STATUS ')'
                   MOVE 8 TO WS-WORST-RC
               END-IF
               CLOSE FIZZBUZZ-USAGE-FILE
           END-IF
           .

      * The split run is timed as one run of one range, under the
      * split stamp as its run id as it is billed: from the start of
      * the first partition execution since the split to the finish
      * of the partition that finished last, less the time that
      * partition lost to its restarts, with every partition's
      * restarts counted. The partitions ran side by side, so this
      * is the wall-clock time the range took - the pace FORECAST
      * should expect of the range split the same way again. A
      * partition whose timing feed holds no finish for this split
      * is taken to have finished when the merge started.
       TIME-SPLIT-RUN.
           MOVE HIGH-VALUES TO WS-SPLIT-STARTED-AT
           MOVE SPACES TO WS-SPLIT-ENDED-AT
           MOVE 0 TO WS-SPLIT-LOST
           MOVE 0 TO WS-SPLIT-RESTARTS
           MOVE 0 TO WS-UNTIMED-COUNT
           PERFORM TIME-ONE-PARTITION
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PARTITION-COUNT
           IF WS-SPLIT-STARTED-AT = HIGH-VALUES
               MOVE PLN-SPLIT-STAMP TO WS-SPLIT-STARTED-AT
           END-IF
           MOVE ZEROS TO WS-CLOCK-STAMP-X
           MOVE WS-SPLIT-STARTED-AT TO WS-CLOCK-STAMP-X(1:14)
           PERFORM STAMP-TO-SECONDS
           MOVE WS-CLOCK-SECONDS TO WS-SPLIT-START-SECONDS
           MOVE ZEROS TO WS-CLOCK-STAMP-X
           MOVE WS-SPLIT-ENDED-AT TO WS-CLOCK-STAMP-X(1:14)
           PERFORM STAMP-TO-SECONDS
           COMPUTE WS-SPLIT-SPAN =
               WS-CLOCK-SECONDS - WS-SPLIT-START-SECONDS
           SUBTRACT WS-SPLIT-LOST FROM WS-SPLIT-SPAN
           IF WS-SPLIT-SPAN > 0
               MOVE WS-SPLIT-SPAN TO WS-SPLIT-ELAPSED
           ELSE
               MOVE 0 TO WS-SPLIT-ELAPSED
           END-IF
           MOVE SPACES TO FIZZBUZZ-TIMING-RECORD
           MOVE 'R' TO TIM-TYPE
           MOVE 1 TO TIM-RANGE-SEQ
           MOVE WS-REQUESTER-ID TO TIM-REQUESTER-ID
           PERFORM WRITE-TIMING-RECORD
           MOVE SPACES TO FIZZBUZZ-TIMING-RECORD
           MOVE 'U' TO TIM-TYPE
           MOVE 0 TO TIM-RANGE-SEQ
           PERFORM WRITE-TIMING-RECORD
           MOVE 'Y' TO WS-SPLIT-TIMED
           .

       TIME-ONE-PARTITION.
           MOVE WS-PART-IDX TO WS-PART-NUM
           IF WS-PART-FIRST-STAMP(WS-PART-NUM) NOT = SPACES
                   AND WS-PART-FIRST-STAMP(WS-PART-NUM)
                       < WS-SPLIT-STARTED-AT
               MOVE WS-PART-FIRST-STAMP(WS-PART-NUM)
                   TO WS-SPLIT-STARTED-AT
           END-IF
           ADD WS-PART-RESTARTS(WS-PART-NUM) TO WS-SPLIT-RESTARTS
               ON SIZE ERROR
                   MOVE 99 TO WS-SPLIT-RESTARTS
           END-ADD
           MOVE 'N' TO WS-TIMING-FOUND
           MOVE 'N' TO WS-PART-EOF
           MOVE SPACES TO WS-PART-FNAME
           STRING 'fizzbuzz-timing-p' WS-PART-NUM '.dat'
               DELIMITED BY SIZE INTO WS-PART-FNAME
           OPEN INPUT PARTITION-TIMING-FILE
           IF WS-PART-STATUS = '00'
               PERFORM READ-PARTITION-TIMING
                   UNTIL WS-PART-EOF = 'Y'
               CLOSE PARTITION-TIMING-FILE
           END-IF
           IF WS-TIMING-FOUND = 'N'
               MOVE WS-MERGE-STAMP TO WS-PART-ENDED-AT
               MOVE 0 TO WS-PART-LOST
               ADD 1 TO WS-UNTIMED-COUNT
           END-IF
           IF WS-PART-ENDED-AT > WS-SPLIT-ENDED-AT
               MOVE WS-PART-ENDED-AT TO WS-SPLIT-ENDED-AT
               MOVE WS-PART-LOST TO WS-SPLIT-LOST
           END-IF
           .

      * The partition's run record for this split; a partition that
      * was rerun from the top has more than one, and the last is
      * the run whose output is being merged.
       READ-PARTITION-TIMING.
           READ PARTITION-TIMING-FILE
               AT END
                   MOVE 'Y' TO WS-PART-EOF
               NOT AT END
                   IF TIM-TYPE = 'U'
                           AND TIM-RUN-ID NOT < PLN-SPLIT-STAMP
                           AND TIM-ENDED-AT IS NUMERIC
                           AND TIM-LOST IS NUMERIC
                       MOVE 'Y' TO WS-TIMING-FOUND
                       MOVE TIM-ENDED-AT TO WS-PART-ENDED-AT
                       MOVE TIM-LOST TO WS-PART-LOST
                   END-IF
           END-READ
           .

      * Fields common to both records, built in the partition timing
      * feed's record area. Like the usage record, a timing record
      * that cannot be written costs the feed that record.
       WRITE-TIMING-RECORD.
           MOVE PLN-SPLIT-STAMP TO TIM-RUN-ID
           MOVE WS-REPORT-DATE TO TIM-REPORT-DATE
           MOVE WS-RULE-SET-NAME TO TIM-RULE-SET
           MOVE WS-RUN-MODE TO TIM-RUN-MODE
           MOVE WS-FILL-MODE TO TIM-FILL-MODE
           MOVE WS-RANGE-MAX TO TIM-INPUTS
           MOVE WS-SPLIT-STARTED-AT TO TIM-STARTED-AT
           MOVE WS-SPLIT-ENDED-AT TO TIM-ENDED-AT
           MOVE WS-SPLIT-ELAPSED TO TIM-ELAPSED
           MOVE WS-SPLIT-LOST TO TIM-LOST
           MOVE WS-SPLIT-RESTARTS TO TIM-RESTARTS
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
               MOVE 8 TO WS-WORST-RC
           ELSE
               WRITE FIZZBUZZ-TIMING-IMAGE
                   FROM FIZZBUZZ-TIMING-RECORD
               IF WS-TIMING-STATUS NOT = '00'
                   DISPLAY 'ERROR: could not write timing record '
                           '(status ' WS-TIMING-STATUS ')'
                   MOVE 8 TO WS-WORST-RC
               END-IF
               CLOSE FIZZBUZZ-TIMING-FILE
           END-IF
           .

      * The split run is held to its requester's deadline as an
      * unsplit run is: the first HHMM after the run started - the
      * split, whose stamp is the run id - against the time the
      * merged output stands, which is when the requester has it.
       JUDGE-SPLIT-DEADLINE.
           PERFORM LOAD-SLA-CARDS
           MOVE 0 TO WS-SLA-HIT
           PERFORM FIND-SLA-REQUESTER
               VARYING WS-SLA-IDX FROM 1 BY 1
               UNTIL WS-SLA-IDX > WS-SLA-COUNT
           IF WS-SLA-HIT > 0
               MOVE WS-SLA-HIT TO WS-SLA-IDX
               MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CLOCK-STAMP-X
               PERFORM STAMP-TO-SECONDS
               MOVE WS-CLOCK-SECONDS TO WS-SLA-FINISH-SECONDS
               MOVE WS-CLOCK-STAMP-X(1:14) TO WS-SLA-FINISHED-AT
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
                           FUNCTION TRIM(WS-REQUESTER-ID)
                           ' deadline ' WS-SLA-DEADLINE-HHMM
                           ' missed by '
                           FUNCTION TRIM(WS-SLA-LATE-EDIT)
                           ' minutes'
                   MOVE 'FBZ006W' TO WS-EXC-CODE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING 'SLA deadline missed - requester '
                           WS-REQUESTER-ID
                           DELIMITED BY SIZE INTO WS-EXC-TEXT
                   PERFORM LOG-MERGE-EXCEPTION
               END-IF
           END-IF
           .

       FIND-SLA-REQUESTER.
           IF WS-SLA-REQUESTER(WS-SLA-IDX) = WS-REQUESTER-ID
               MOVE WS-SLA-IDX TO WS-SLA-HIT
           END-IF
           .

      * fizzbuzz-sla.ctl is optional: no file, no deadline. Cards are
      * checked as main.cob checks them, and one it would ignore is
      * ignored here with the same warning - the first card for a
      * requester stands.
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
               IF WS-SLA-COUNT >= PARTMERGE-MAX-SLA
                   MOVE 'N' TO WS-SLA-ON-RUN
               END-IF
           END-IF
           IF WS-SLA-ON-RUN = 'Y'
               ADD 1 TO WS-SLA-COUNT
               MOVE SLAC-REQUESTER-ID TO WS-SLA-REQUESTER(WS-SLA-COUNT)
               MOVE SLAC-DEADLINE TO WS-SLA-DEADLINE(WS-SLA-COUNT)
               IF SLAC-NEAR-MINUTES-X = SPACES
                   MOVE PARTMERGE-DEFAULT-NEAR-MINUTES
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
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'SLA card ignored - requester '
                       SLAC-REQUESTER-ID
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
               PERFORM LOG-MERGE-EXCEPTION
           END-IF
           .

       CHECK-SLA-DUPLICATE.
           IF WS-SLA-REQUESTER(WS-SLA-IDX) = SLAC-REQUESTER-ID
               MOVE 'N' TO WS-SLA-ON-RUN
           END-IF
           .

      * As main.cob works it out: the first HHMM after the run
      * started, on the start date or the day after when that time
      * had already gone by. Leaves its seconds in WS-CLOCK-SECONDS.
       COMPUTE-SLA-DEADLINE.
           MOVE WS-SLA-DEADLINE(WS-SLA-IDX) TO WS-SLA-DEADLINE-HHMM
           MOVE PLN-SPLIT-STAMP(9:6) TO WS-SLA-START-TIME
           MOVE PLN-SPLIT-STAMP(1:8) TO WS-CLOCK-STAMP-X(1:8)
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
           OPEN EXTEND FIZZBUZZ-SLA-FILE
           IF WS-SLA-STATUS NOT = '00'
               OPEN OUTPUT FIZZBUZZ-SLA-FILE
           END-IF
           IF WS-SLA-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open SLA outcome file '
                       '(status ' WS-SLA-STATUS ')'
               MOVE 8 TO WS-WORST-RC
           ELSE
               MOVE SPACES TO FIZZBUZZ-SLA-RECORD
               MOVE PLN-SPLIT-STAMP TO SLA-RUN-ID
               MOVE WS-REPORT-DATE TO SLA-REPORT-DATE
               MOVE WS-REQUESTER-ID TO SLA-REQUESTER-ID
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
                   MOVE 8 TO WS-WORST-RC
               END-IF
               CLOSE FIZZBUZZ-SLA-FILE
           END-IF
           .

      * Seconds since the calendar's day one, to the hundredth, as
      * main.cob counts them.
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

      * A warning of the merge's own goes on the shared exception
      * report in main.cob's layout, stamped with the merge, so
      * EXCRPT counts it with the partitions' and the return code
      * carries it to the scheduler.
       LOG-MERGE-EXCEPTION.
           IF WS-WORST-RC < 4
               MOVE 4 TO WS-WORST-RC
           END-IF
           MOVE SPACES TO WS-EXC-LINE
           STRING WS-MERGE-STAMP(1:8) ' ' WS-MERGE-STAMP(9:6) ' '
                  WS-EXC-CODE ' ' FUNCTION TRIM(WS-EXC-TEXT)
               DELIMITED BY SIZE INTO WS-EXC-LINE
           OPEN EXTEND FIZZBUZZ-EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = '00'
               OPEN OUTPUT FIZZBUZZ-EXCEPTION-FILE
           END-IF
           IF WS-EXCEPTION-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open exception report '
                       '(status ' WS-EXCEPTION-STATUS ')'
               MOVE 8 TO WS-WORST-RC
           ELSE
               WRITE FIZZBUZZ-EXCEPTION-RECORD FROM WS-EXC-LINE
               CLOSE FIZZBUZZ-EXCEPTION-FILE
           END-IF
           .

      * A resumed merge first notes which of this split's records the
      * shared journal already holds: the partition records by stamp
      * and partition, and the partition 00 record for the range. A
      * journal with more of them than the table holds has the rest
      * folded again.
       LOAD-PRIOR-FOLDS.
           OPEN INPUT FIZZBUZZ-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '00'
               MOVE 'N' TO WS-JOURNAL-EOF
               PERFORM READ-PRIOR-FOLD
                   UNTIL WS-JOURNAL-EOF = 'Y'
               CLOSE FIZZBUZZ-JOURNAL-FILE
           END-IF
           .

       READ-PRIOR-FOLD.
           READ FIZZBUZZ-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-JOURNAL-EOF
               NOT AT END
                   MOVE FIZZBUZZ-JOURNAL-IMAGE
                       TO FIZZBUZZ-JOURNAL-RECORD
                   MOVE JRNL-RUN-DATE TO WS-JRNL-STAMP(1:8)
                   MOVE JRNL-RUN-TIME TO WS-JRNL-STAMP(9:6)
                   IF WS-JRNL-STAMP NOT < PLN-SPLIT-STAMP
                           AND JRNL-PARTITION IS NUMERIC
                       IF JRNL-PARTITION = 0
                           IF JRNL-START-NUM = WS-RANGE-START
                                   AND JRNL-MAX-NUM = WS-RANGE-MAX
                               MOVE 'Y' TO WS-PRIOR-MERGED-JRNL
                           END-IF
                       ELSE
                           IF WS-PRIOR-COUNT < PARTMERGE-MAX-PRIOR-FOLDS
                               ADD 1 TO WS-PRIOR-COUNT
                               MOVE WS-JRNL-STAMP
                                   TO WS-PRIOR-KEY(WS-PRIOR-COUNT)(1:14)
                               MOVE JRNL-PARTITION
                                   TO WS-PRIOR-KEY(WS-PRIOR-COUNT)(15:2)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      * Each partition's journal records of this split go into the
      * shared journal as written - RUNHIST shows them with their
      * partition number - bar any a resumed merge finds already
      * there. The plan then records the partition as folded.
       FOLD-PARTITION-JOURNAL.
           MOVE WS-PART-IDX TO WS-PART-NUM
           MOVE SPACES TO WS-PART-FNAME
           STRING 'fizzbuzz-journal-p' WS-PART-NUM '.dat'
               DELIMITED BY SIZE INTO WS-PART-FNAME
           OPEN INPUT PARTITION-JOURNAL-FILE
           IF WS-PART-STATUS = '00'
               PERFORM OPEN-SHARED-JOURNAL
               MOVE 'N' TO WS-PART-EOF
               PERFORM FOLD-JOURNAL-RECORD
                   UNTIL WS-PART-EOF = 'Y'
               CLOSE PARTITION-JOURNAL-FILE
               IF WS-JOURNAL-STATUS = '00'
                   CLOSE FIZZBUZZ-JOURNAL-FILE
               END-IF
           END-IF
           MOVE WS-PART-NUM TO PLN-JOURNALS-DONE
           PERFORM SAVE-PLAN-PROGRESS
           .

      * All of each partition's exception lines go into the shared
      * exception report, so EXCRPT counts them with everyone
      * else's. The plan then records the partition as folded.
       FOLD-PARTITION-EXCEPTIONS.
           MOVE WS-PART-IDX TO WS-PART-NUM
           MOVE SPACES TO WS-PART-FNAME
           STRING 'fizzbuzz-exceptions-p' WS-PART-NUM '.txt'
               DELIMITED BY SIZE INTO WS-PART-FNAME
           OPEN INPUT PARTITION-EXCEPTION-FILE
           IF WS-PART-STATUS = '00'
               OPEN EXTEND FIZZBUZZ-EXCEPTION-FILE
               IF WS-EXCEPTION-STATUS NOT = '00'
                   OPEN OUTPUT FIZZBUZZ-EXCEPTION-FILE
               END-IF
               IF WS-EXCEPTION-STATUS NOT = '00'
                   DISPLAY 'ERROR: could not open exception report '
                           '(status ' WS-EXCEPTION-STATUS ')'
                   MOVE 8 TO WS-WORST-RC
               ELSE
                   MOVE 'N' TO WS-PART-EOF
                   PERFORM FOLD-EXCEPTION-RECORD
                       UNTIL WS-PART-EOF = 'Y'
                   CLOSE FIZZBUZZ-EXCEPTION-FILE
               END-IF
               CLOSE PARTITION-EXCEPTION-FILE
           END-IF
           MOVE WS-PART-NUM TO PLN-EXCEPTIONS-DONE
           PERFORM SAVE-PLAN-PROGRESS
           .

       OPEN-SHARED-JOURNAL.
           OPEN EXTEND FIZZBUZZ-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT FIZZBUZZ-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open run journal '
                       '(status ' WS-JOURNAL-STATUS ')'
               MOVE 8 TO WS-WORST-RC
           END-IF
           .

       FOLD-JOURNAL-RECORD.
           READ PARTITION-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-PART-EOF
               NOT AT END
                   MOVE JRNL-RUN-DATE TO WS-JRNL-STAMP(1:8)
                   MOVE JRNL-RUN-TIME TO WS-JRNL-STAMP(9:6)
                   IF WS-JRNL-STAMP NOT < PLN-SPLIT-STAMP
                           AND WS-JOURNAL-STATUS = '00'
                       MOVE WS-JRNL-STAMP TO WS-FOLD-KEY(1:14)
                       MOVE JRNL-PARTITION TO WS-FOLD-KEY(15:2)
                       MOVE 'N' TO WS-ALREADY-FOLDED
                       PERFORM CHECK-PRIOR-FOLD
                           VARYING WS-PRIOR-IDX FROM 1 BY 1
                           UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
                       IF WS-ALREADY-FOLDED = 'N'
                           WRITE FIZZBUZZ-JOURNAL-IMAGE
                               FROM FIZZBUZZ-JOURNAL-RECORD
                           ADD 1 TO WS-FOLDED-JOURNALS
                       END-IF
                   END-IF
           END-READ
           .

       CHECK-PRIOR-FOLD.
           IF WS-PRIOR-KEY(WS-PRIOR-IDX) = WS-FOLD-KEY
               MOVE 'Y' TO WS-ALREADY-FOLDED
           END-IF
           .

       FOLD-EXCEPTION-RECORD.
           READ PARTITION-EXCEPTION-FILE
               AT END
                   MOVE 'Y' TO WS-PART-EOF
               NOT AT END
                   WRITE FIZZBUZZ-EXCEPTION-RECORD
                       FROM PARTITION-EXCEPTION-RECORD
                   ADD 1 TO WS-FOLDED-EXCEPTIONS
           END-READ
           .

      * One more journal record, partition 00, for the range as a
      * whole: what an unsplit run of it would have journaled, so
      * RUNHIST and REQQUEUE see the range finish as one run. Built
      * in the partition journal's record area, the one place this
      * program holds the journal layout.
       WRITE-MERGED-JOURNAL.
           PERFORM OPEN-SHARED-JOURNAL
           IF WS-JOURNAL-STATUS = '00'
               MOVE WS-MERGE-STAMP(1:8) TO JRNL-RUN-DATE
               MOVE WS-MERGE-STAMP(9:6) TO JRNL-RUN-TIME
               MOVE 1 TO JRNL-RANGE-COUNT
               MOVE WS-RANGE-START TO JRNL-START-NUM
               MOVE WS-RANGE-MAX TO JRNL-MAX-NUM
               MOVE 'N' TO JRNL-RESTART-FLAG
               MOVE 0 TO JRNL-RESTART-INPUT
               MOVE WS-RULE-SET-NAME TO JRNL-RULE-SET
               PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                       UNTIL WS-TALLY-IDX > FIZZBUZZ-MAX-RULES
                   MOVE WS-RULE-TALLY(WS-TALLY-IDX)
                       TO JRNL-RULE-TALLY(WS-TALLY-IDX)
               END-PERFORM
               MOVE WS-COMBINED-COUNT TO JRNL-COMBINED-COUNT
               MOVE WS-PLAIN-COUNT TO JRNL-PLAIN-COUNT
               MOVE WS-WORST-RC TO JRNL-RETURN-CODE
               MOVE WS-RUN-MODE TO JRNL-RUN-MODE
               MOVE 0 TO JRNL-PARTITION
               MOVE WS-REPORT-DATE TO JRNL-REPORT-DATE
               MOVE WS-FILL-MODE TO JRNL-FILL-MODE
               WRITE FIZZBUZZ-JOURNAL-IMAGE
                   FROM FIZZBUZZ-JOURNAL-RECORD
               IF WS-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'ERROR: could not write run journal record '
                           '(status ' WS-JOURNAL-STATUS ')'
                   MOVE 8 TO WS-WORST-RC
               END-IF
               CLOSE FIZZBUZZ-JOURNAL-FILE
           END-IF
           .

      * The plan goes FOLDING before the first append to a shared
      * file. A plan from PARTSPLIT carries its progress fields blank:
      * nothing appended yet. A FOLDING plan keeps what it records.
       MARK-PLAN-FOLDING.
           IF PLN-STATUS = 'SPLIT'
               MOVE 'FOLDING' TO PLN-STATUS
               MOVE SPACES TO PLN-MERGE-PROGRESS
           END-IF
           IF PLN-JOURNALS-DONE-X IS NOT NUMERIC
               MOVE 0 TO PLN-JOURNALS-DONE
           END-IF
           IF PLN-EXCEPTIONS-DONE-X IS NOT NUMERIC
               MOVE 0 TO PLN-EXCEPTIONS-DONE
           END-IF
           PERFORM SAVE-PLAN-PROGRESS
           .

      * Rewrites the plan with the merge's progress so far. A merge
      * that cannot record an append stops before making the next,
      * so run again it repeats no more than that one.
       SAVE-PLAN-PROGRESS.
           MOVE 'N' TO WS-PLAN-SAVED
           OPEN OUTPUT FIZZBUZZ-PLAN-FILE
           MOVE WS-PLAN-STATUS TO WS-PLAN-WRITE-STATUS
           IF WS-PLAN-STATUS = '00'
               WRITE FIZZBUZZ-PLAN-RECORD
               MOVE WS-PLAN-STATUS TO WS-PLAN-WRITE-STATUS
               IF WS-PLAN-STATUS = '00'
                   MOVE 'Y' TO WS-PLAN-SAVED
               END-IF
               CLOSE FIZZBUZZ-PLAN-FILE
           END-IF
           IF WS-PLAN-SAVED = 'N'
               PERFORM ABANDON-MERGE
           END-IF
           .

      * The merged report, extract, history and manifest stand, but
      * the plan cannot be brought up to date. The merge is run again
      * once it can be written: those files are recreated, and the
      * appends the plan records as made are not made twice.
       ABANDON-MERGE.
           STRING 'Could not record merge progress in '
                  'fizzbuzz-partition.pln (status '
                  WS-PLAN-WRITE-STATUS ')'
               DELIMITED BY SIZE INTO WS-MERGE-LINE
           DISPLAY 'ERROR: ' FUNCTION TRIM(WS-MERGE-LINE)
           PERFORM WRITE-MERGE-LINE
           STRING 'Merge stopped - run it again once the plan can be '
                  'written'
               DELIMITED BY SIZE INTO WS-MERGE-LINE
           DISPLAY FUNCTION TRIM(WS-MERGE-LINE)
           PERFORM WRITE-MERGE-LINE
           CLOSE PARTMERGE-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      * Last of all. A merge that dies before this leaves the plan
      * SPLIT or FOLDING and is simply run again: the merged report,
      * extract, history and manifest are recreated whole, and of the
      * appends to the shared files only those the plan does not yet
      * record are made. The journal fold also passes over records
      * the shared journal already holds (LOAD-PRIOR-FOLDS), so a
      * death inside an append can repeat only a usage, timing or
      * SLA record - which BILLING and SLARPT count once by run id -
      * or the exception lines of the partition being folded. A plan
      * that cannot be marked stays FOLDING with every append
      * recorded: run again, the merge appends nothing and marks it.
       MARK-PLAN-MERGED.
           MOVE 'MERGED' TO PLN-STATUS
           MOVE WS-MERGE-STAMP TO PLN-MERGE-STAMP
           OPEN OUTPUT FIZZBUZZ-PLAN-FILE
           IF WS-PLAN-STATUS NOT = '00'
               DISPLAY 'ERROR: could not mark fizzbuzz-partition.pln '
                       'merged (status ' WS-PLAN-STATUS ')'
               MOVE 8 TO WS-WORST-RC
           ELSE
               WRITE FIZZBUZZ-PLAN-RECORD
               CLOSE FIZZBUZZ-PLAN-FILE
           END-IF
           .

       WRITE-MERGE-SUMMARY.
           PERFORM WRITE-MERGE-LINE
           MOVE 1 TO WS-LINE-POINTER
           STRING 'Rule set ' WS-RULE-SET-NAME
                  '  run mode ' FUNCTION TRIM(WS-RUN-MODE)
               DELIMITED BY SIZE INTO WS-MERGE-LINE
               WITH POINTER WS-LINE-POINTER
           IF WS-FILL-MODE = 'Y'
               STRING ' FILL'
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
                   WITH POINTER WS-LINE-POINTER
           END-IF
           PERFORM WRITE-MERGE-LINE
           MOVE WS-MERGED-COUNT TO WS-COUNT-EDIT
           STRING 'Extract ' FUNCTION TRIM(WS-EXTRACT-FNAME)
                  ' - ' FUNCTION TRIM(WS-COUNT-EDIT) ' details'
               DELIMITED BY SIZE INTO WS-MERGE-LINE
           PERFORM WRITE-MERGE-LINE
           IF WS-REPORT-ACTIVE = 'Y'
               STRING 'Report ' FUNCTION TRIM(WS-REPORT-FNAME)
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
               PERFORM WRITE-MERGE-LINE
               IF WS-REQ-REPORT-MADE = 'Y'
                   STRING 'Requester report '
                          FUNCTION TRIM(WS-REQ-REPORT-FNAME)
                       DELIMITED BY SIZE INTO WS-MERGE-LINE
                   PERFORM WRITE-MERGE-LINE
               END-IF
           END-IF
           IF WS-FILL-MODE = 'Y'
               MOVE WS-PREV-DONE-COUNT TO WS-COUNT-EDIT
               STRING 'Previously done (not extracted): '
                      FUNCTION TRIM(WS-COUNT-EDIT)
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
               PERFORM WRITE-MERGE-LINE
           END-IF
           IF WS-HISTORY-ACTIVE = 'Y'
               MOVE WS-MERGED-COUNT TO WS-COUNT-EDIT
               STRING 'History band ' WS-HISTORY-BAND ' - '
                      FUNCTION TRIM(WS-COUNT-EDIT) ' records applied'
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
               PERFORM WRITE-MERGE-LINE
               IF WS-HISTORY-ERRORS > 0
                   MOVE WS-HISTORY-ERRORS TO WS-COUNT-EDIT
                   STRING 'History records not written: '
                          FUNCTION TRIM(WS-COUNT-EDIT)
                       DELIMITED BY SIZE INTO WS-MERGE-LINE
                   PERFORM WRITE-MERGE-LINE
               END-IF
               MOVE WS-HISTCHG-COUNT TO WS-COUNT-EDIT
               STRING 'History changes recorded: '
                      FUNCTION TRIM(WS-COUNT-EDIT)
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
               PERFORM WRITE-MERGE-LINE
               IF WS-HISTCHG-ERRORS > 0
                   MOVE WS-HISTCHG-ERRORS TO WS-COUNT-EDIT
                   STRING 'History change records not written: '
                          FUNCTION TRIM(WS-COUNT-EDIT)
                       DELIMITED BY SIZE INTO WS-MERGE-LINE
                   PERFORM WRITE-MERGE-LINE
               END-IF
           END-IF
           IF WS-MAN-WRITE-FAILED = 'Y'
               STRING 'Manifest ' FUNCTION TRIM(WS-MANIFEST-FNAME)
                      ' not written (status ' WS-MANIFEST-STATUS ')'
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
           ELSE
               MOVE WS-MAN-FILE-COUNT TO WS-COUNT-EDIT
               STRING 'Manifest ' FUNCTION TRIM(WS-MANIFEST-FNAME)
                      ' - ' FUNCTION TRIM(WS-COUNT-EDIT) ' files'
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
           END-IF
           PERFORM WRITE-MERGE-LINE
           IF WS-SPLIT-TIMED = 'Y'
               MOVE WS-SPLIT-ELAPSED TO WS-ELAPSED-EDIT
               MOVE 1 TO WS-LINE-POINTER
               STRING 'Run timed from ' WS-SPLIT-STARTED-AT
                      ' to ' WS-SPLIT-ENDED-AT ' - '
                      FUNCTION TRIM(WS-ELAPSED-EDIT) ' seconds'
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
                   WITH POINTER WS-LINE-POINTER
               IF WS-UNTIMED-COUNT > 0
                   MOVE WS-UNTIMED-COUNT TO WS-PART-EDIT
                   STRING ' (' FUNCTION TRIM(WS-PART-EDIT)
                          ' partition(s) without a finish, taken as'
                          ' the merge start)'
                       DELIMITED BY SIZE INTO WS-MERGE-LINE
                       WITH POINTER WS-LINE-POINTER
               END-IF
               PERFORM WRITE-MERGE-LINE
           END-IF
           IF WS-SLA-OUTCOME NOT = SPACES
               STRING 'Deadline ' WS-SLA-DEADLINE-AT ' for requester '
                      WS-REQUESTER-ID ': ' WS-SLA-OUTCOME
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
               PERFORM WRITE-MERGE-LINE
           END-IF
           IF WS-RESUMED = 'Y'
               STRING 'Resumed a merge that died part way - appends '
                      'it had recorded were not made again'
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
               PERFORM WRITE-MERGE-LINE
           END-IF
           MOVE WS-FOLDED-JOURNALS TO WS-COUNT-EDIT
           MOVE 1 TO WS-LINE-POINTER
           STRING 'Partition journal records folded: '
                  FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-MERGE-LINE
               WITH POINTER WS-LINE-POINTER
           MOVE WS-FOLDED-EXCEPTIONS TO WS-COUNT-EDIT
           STRING '  exception lines folded: '
                  FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-MERGE-LINE
               WITH POINTER WS-LINE-POINTER
           PERFORM WRITE-MERGE-LINE
           MOVE WS-WORST-RC TO WS-COUNT-EDIT
           STRING 'Merge complete - return code '
                  FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-MERGE-LINE
           PERFORM WRITE-MERGE-LINE
           MOVE WS-MERGED-COUNT TO WS-COUNT-EDIT
           DISPLAY 'Partitions merged - '
                   FUNCTION TRIM(WS-COUNT-EDIT) ' details into '
                   FUNCTION TRIM(WS-EXTRACT-FNAME)
           .

      * The merged run's manifest, counted from the merged files as
      * main.cob counts an unsplit run's, so MANVERIFY treats the
      * two alike. The range is the planned one, the run id the
      * split's.
       WRITE-RUN-MANIFEST.
           MOVE SPACES TO WS-MANIFEST-FNAME
           STRING 'fizzbuzz-manifest-' WS-REPORT-DATE '.dat'
               DELIMITED BY SIZE INTO WS-MANIFEST-FNAME
           MOVE 0 TO WS-MAN-FILE-COUNT
           IF WS-REPORT-ACTIVE = 'Y'
               PERFORM MANIFEST-REPORT
               IF WS-REQ-REPORT-MADE = 'Y'
                   PERFORM MANIFEST-REQUESTER-REPORT
               END-IF
           END-IF
           PERFORM MANIFEST-EXTRACT
           IF WS-HISTORY-ACTIVE = 'Y'
               PERFORM MANIFEST-HISTORY
           END-IF
           OPEN OUTPUT FIZZBUZZ-MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               MOVE 'Y' TO WS-MAN-WRITE-FAILED
           ELSE
               MOVE SPACES TO FIZZBUZZ-MANIFEST-HEADER
               MOVE 'H' TO MANH-TYPE
               MOVE WS-REPORT-DATE TO MANH-REPORT-DATE
               MOVE WS-MERGE-STAMP TO MANH-RUN-STAMP
               MOVE PLN-SPLIT-STAMP TO MANH-RUN-ID
               MOVE WS-RULE-SET-NAME TO MANH-RULE-SET
               MOVE WS-RUN-MODE TO MANH-RUN-MODE
               MOVE 'COMPLETE' TO MANH-STATUS
               MOVE 1 TO MANH-RANGE-COUNT
               MOVE WS-MAN-FILE-COUNT TO MANH-FILE-COUNT
               WRITE FIZZBUZZ-MANIFEST-HEADER
               PERFORM CHECK-MANIFEST-WRITE
               MOVE SPACES TO FIZZBUZZ-MANIFEST-RANGE
               MOVE 'R' TO MANR-TYPE
               MOVE WS-RANGE-START TO MANR-START
               MOVE WS-RANGE-END TO MANR-END
               MOVE WS-REQUESTER-ID TO MANR-REQUESTER-ID
               WRITE FIZZBUZZ-MANIFEST-RANGE
               PERFORM CHECK-MANIFEST-WRITE
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
               MOVE 8 TO WS-WORST-RC
           END-IF
           .

       CHECK-MANIFEST-WRITE.
           IF WS-MANIFEST-STATUS NOT = '00'
               MOVE 'Y' TO WS-MAN-WRITE-FAILED
           END-IF
           .

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

       MANIFEST-REQUESTER-REPORT.
           PERFORM START-MANIFEST-ENTRY
           MOVE 'REQRPT' TO WS-MAN-KIND(WS-MAN-FILE-COUNT)
           MOVE WS-REQ-REPORT-FNAME TO WS-MAN-NAME(WS-MAN-FILE-COUNT)
           OPEN INPUT REQUESTER-REPORT-FILE
           IF WS-REQ-REPORT-STATUS = '00'
               PERFORM MANIFEST-REQUESTER-RECORD
                   UNTIL WS-MAN-EOF = 'Y'
               CLOSE REQUESTER-REPORT-FILE
           ELSE
               SUBTRACT 1 FROM WS-MAN-FILE-COUNT
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
      * 1-7 with the label from column 10; no heading, trailer or
      * summary line has digits alone there.
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

       MANIFEST-HISTORY.
           PERFORM START-MANIFEST-ENTRY
           MOVE 'HISTORY' TO WS-MAN-KIND(WS-MAN-FILE-COUNT)
           MOVE 'fizzbuzz-history.dat'
               TO WS-MAN-NAME(WS-MAN-FILE-COUNT)
           MOVE WS-HISTORY-BAND TO WS-MAN-BAND(WS-MAN-FILE-COUNT)
           OPEN INPUT FIZZBUZZ-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               PERFORM VARYING WS-MAN-INPUT FROM WS-RANGE-START BY 1
                       UNTIL WS-MAN-INPUT > WS-RANGE-END
                   COMPUTE WS-HISTORY-KEY = (WS-HISTORY-BAND - 1)
                       * 1000000 + WS-MAN-INPUT + 1
                   READ FIZZBUZZ-HISTORY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-MAN-RECORDS(WS-MAN-FILE-COUNT)
                           ADD HIST-INPUT
                               TO WS-MAN-HASH(WS-MAN-FILE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FIZZBUZZ-HISTORY-FILE
           ELSE
               SUBTRACT 1 FROM WS-MAN-FILE-COUNT
           END-IF
           .

       WRITE-MERGE-LINE.
           WRITE PARTMERGE-REPORT-RECORD FROM WS-MERGE-LINE
           MOVE SPACES TO WS-MERGE-LINE
           .
