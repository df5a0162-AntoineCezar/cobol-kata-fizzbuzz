       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNCLASS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The upstream feed of individual numbers to classify, and the
      * two files that answer it (see fizzbuzz-txn.cpy): accepted
      * transactions to the response file, the rest to the reject
      * file, each with a count and hash total trailer.
           SELECT FIZZBUZZ-TXN-FILE ASSIGN TO 'fizzbuzz-txn-in.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT TXN-RESPONSE-FILE ASSIGN TO DYNAMIC
               WS-RESPONSE-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT TXN-REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
      * The shared files a range run leaves its trace in: history,
      * the run journal and the exception report, written the way
      * main.cob writes them.
           SELECT FIZZBUZZ-HISTORY-FILE ASSIGN TO 'fizzbuzz-history.dat'
               ORGANIZATION RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT FIZZBUZZ-HISTCHG-FILE ASSIGN TO 'fizzbuzz-histchg.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTCHG-STATUS.
           SELECT FIZZBUZZ-HISTDIR-FILE ASSIGN TO 'fizzbuzz-histdir.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTDIR-STATUS.
           SELECT FIZZBUZZ-JOURNAL-FILE ASSIGN TO 'fizzbuzz-journal.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT FIZZBUZZ-EXCEPTION-FILE
               ASSIGN TO 'fizzbuzz-exceptions.txt'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
      * Rule sources, as main.cob and COMPARE read them.
           SELECT FIZZBUZZ-RULES-FILE ASSIGN TO 'fizzbuzz-rules.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT FIZZBUZZ-RULESET-FILE
               ASSIGN TO 'fizzbuzz-rulesets.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULESET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FIZZBUZZ-TXN-FILE.
       COPY fizzbuzz-txn.

       FD TXN-RESPONSE-FILE.
       01 TXN-RESPONSE-RECORD PIC X(100).

       FD TXN-REJECT-FILE.
       01 TXN-REJECT-RECORD PIC X(100).

       FD FIZZBUZZ-HISTORY-FILE.
       COPY fizzbuzz-hist.

       FD FIZZBUZZ-HISTCHG-FILE.
       COPY fizzbuzz-histchg.

       FD FIZZBUZZ-HISTDIR-FILE.
       COPY fizzbuzz-histdir.

       FD FIZZBUZZ-JOURNAL-FILE.
       COPY fizzbuzz-jrnl.

       FD FIZZBUZZ-EXCEPTION-FILE.
       01 FIZZBUZZ-EXCEPTION-RECORD PIC X(100).

       FD FIZZBUZZ-RULES-FILE.
       01 FIZZBUZZ-RULES-HEADER-RECORD.
           05 RULES-HDR-COUNT PIC 9.
       01 FIZZBUZZ-RULES-DETAIL-RECORD.
           05 RULES-DET-DIVISOR PIC 9(3).
           05 RULES-DET-LABEL PIC X(8).
           05 RULES-DET-TYPE PIC X.
           05 RULES-DET-EXCLUSIVE PIC X.
           05 RULES-DET-VALUE PIC X(6).

       FD FIZZBUZZ-RULESET-FILE.
       01 FIZZBUZZ-RULESET-HEADER-RECORD.
           05 CAT-SET-NAME PIC X(8).
           05 CAT-RULE-COUNT PIC 9.
       01 FIZZBUZZ-RULESET-DETAIL-RECORD.
           05 CAT-DET-DIVISOR PIC 9(3).
           05 CAT-DET-LABEL PIC X(8).
           05 CAT-DET-TYPE PIC X.
           05 CAT-DET-EXCLUSIVE PIC X.
           05 CAT-DET-VALUE PIC X(6).

       WORKING-STORAGE SECTION.
       COPY fizzbuzz-limits.
       78 FIZZBUZZ-MAX-BANDS VALUE 99.
      * Distinct rule-set names one feed may use. Each is loaded once,
      * on first sight, and kept here for the rest of the feed.
       78 TXNCLASS-MAX-SETS VALUE 20.
      * Transaction ids remembered for the duplicate check. A feed
      * longer than this is still classified; ids past the limit are
      * just not checked, and the exception report says so.
       78 TXNCLASS-MAX-IDS VALUE 5000.
       01 WS-TXN-STATUS PIC XX.
       01 WS-RESPONSE-STATUS PIC XX.
       01 WS-REJECT-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-HISTCHG-STATUS PIC XX.
       01 WS-HISTDIR-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-EXCEPTION-STATUS PIC XX.
       01 WS-RULES-STATUS PIC XX.
       01 WS-RULESET-STATUS PIC XX.
       01 WS-TXN-EOF PIC X VALUE 'N'.
       01 WS-HISTDIR-EOF PIC X VALUE 'N'.
       01 WS-RULESET-EOF PIC X VALUE 'N'.
       01 WS-RULESET-FOUND PIC X VALUE 'N'.
       01 WS-RESPONSE-FNAME PIC X(40) VALUE SPACES.
       01 WS-REJECT-FNAME PIC X(40) VALUE SPACES.
       01 WS-RESPONSE-OPEN PIC X VALUE 'N'.
       01 WS-REJECT-OPEN PIC X VALUE 'N'.
       01 WS-HISTORY-OPEN PIC X VALUE 'N'.
       01 WS-HISTORY-KEY PIC 9(9).
       01 WS-HISTORY-BAND PIC 9(2) VALUE 0.
       01 WS-HIGH-BAND PIC 9(2) VALUE 0.
       01 WS-RUN-STAMP PIC X(21).
      * History change feed state, as in main.cob: opened on the
      * first change (N not yet, Y open, F the open failed).
       01 WS-HISTCHG-OPEN PIC X VALUE 'N'.
       01 WS-HISTCHG-ACTION PIC X(3).
       01 WS-HISTCHG-BEFORE PIC X(40).
      * Exception reporting, the same funnel as main.cob's: callers
      * fill these, then PERFORM LOG-EXCEPTION.
       01 WS-EXCEPTIONS-OPEN PIC X VALUE 'N'.
       01 WS-WORST-SEVERITY PIC 9(2) VALUE 0.
       01 WS-EXC-CODE PIC X(7).
       01 WS-EXC-SEVERITY PIC 9(2).
       01 WS-EXC-INPUT-FLAG PIC X.
       01 WS-EXC-STATUS PIC XX.
       01 WS-EXC-TEXT PIC X(50).
       01 WS-EXC-LINE PIC X(100).
       01 WS-EXC-POINTER PIC 9(3).
      * Why the transaction in hand is being turned away: spaces
      * while it is still good, else one of
      *   TR01 transaction id is blank
      *   TR02 number is not six digits
      *   TR03 rule set is not in the catalog
      *   TR04 rule set could not be loaded
      *   TR05 too many rule sets in one feed
      *   TR06 transaction id already answered in this feed
       01 WS-REJECT-REASON PIC X(4).
       01 WS-REJECT-TEXT PIC X(40).
      * Rule sets seen so far: the name as the feed gave it, the name
      * history and the journal know it by, why it cannot be used
      * (spaces when it can), its history band, and its rules in the
      * FIZZBUZZ-CONFIG shape so switching sets is one group MOVE.
       01 WS-SET-TABLE.
           05 WS-SET-COUNT PIC 9(2) VALUE 0.
           05 WS-SET-ENTRY OCCURS TXNCLASS-MAX-SETS TIMES.
               10 WS-SET-REQ-NAME PIC X(8).
               10 WS-SET-NAME PIC X(8).
               10 WS-SET-REASON PIC X(4).
               10 WS-SET-BAND PIC 9(2).
               10 WS-SET-CONFIG.
                   15 WS-SET-RULE-COUNT PIC 9.
                   15 WS-SET-RULE OCCURS FIZZBUZZ-MAX-RULES TIMES.
                       20 WS-SET-DIVISOR PIC 9(3).
                       20 WS-SET-LABEL PIC X(8).
                       20 WS-SET-TYPE PIC X.
                       20 WS-SET-EXCLUSIVE PIC X.
                       20 WS-SET-VALUE PIC 9(6).
       01 WS-SET-IDX PIC 9(2).
       01 WS-SET-FOUND PIC 9(2).
      * The set being loaded, and why loading it failed.
       01 WS-LOAD-NAME PIC X(8).
       01 WS-LOAD-REASON PIC X(4).
       01 WS-OVERRIDE-MISSING PIC X.
       01 WS-RULE-IDX PIC 9.
       01 WS-SKIP-IDX PIC 9.
       01 WS-SKIP-COUNT PIC 9.
       01 WS-KIND-TYPE PIC X.
       01 WS-KIND-EXCLUSIVE PIC X.
       01 WS-KIND-VALUE PIC X(6).
       01 WS-ID-TABLE.
           05 WS-ID-COUNT PIC 9(4) VALUE 0.
           05 WS-ID-ENTRY PIC X(16) OCCURS TXNCLASS-MAX-IDS TIMES.
       01 WS-ID-IDX PIC 9(4).
       01 WS-ID-FOUND PIC X.
       01 WS-ID-LIMIT-LOGGED PIC X VALUE 'N'.
       01 WS-TXN-NUMBER PIC 9(6).
      * Counts and hash totals for the trailers and the journal.
       01 WS-RECEIVED-COUNT PIC 9(8) VALUE 0.
       01 WS-RESPONSE-COUNT PIC 9(8) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(8) VALUE 0.
       01 WS-RESPONSE-HASH PIC 9(14) VALUE 0.
       01 WS-REJECT-HASH PIC 9(14) VALUE 0.
      * What the journal record names as the run's rule set: the one
      * set the feed used, or MIXED when it used more than one.
       01 WS-JRNL-SET-NAME PIC X(8) VALUE SPACES.
       01 WS-RULE-TALLIES.
           05 WS-RULE-TALLY PIC 9(8) OCCURS FIZZBUZZ-MAX-RULES
               TIMES VALUE 0.
       01 WS-COMBINED-COUNT PIC 9(8) VALUE 0.
       01 WS-PLAIN-COUNT PIC 9(8) VALUE 0.
       01 WS-MATCH-COUNT PIC 9.
       01 WS-TALLY-IDX PIC 9.
       01 WS-INPUT-EDIT PIC -(6)9.
       01 WS-COUNT-EDIT PIC ZZZZZZZ9.
       01 WS-OUT-LINE PIC X(100) VALUE SPACES.
       01 WS-OUT-POINTER PIC 9(3).
       COPY fizzbuzz-config.
       COPY fizzbuzz-vars.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           PERFORM OPEN-TXN-FILES
           PERFORM OPEN-HISTORY
           PERFORM WRITE-RESPONSE-HEADERS
           PERFORM PROCESS-ONE-TRANSACTION
               UNTIL WS-TXN-EOF = 'Y'
           PERFORM WRITE-RESPONSE-TRAILERS
           CLOSE FIZZBUZZ-TXN-FILE
           CLOSE TXN-RESPONSE-FILE
           CLOSE TXN-REJECT-FILE
           IF WS-HISTORY-OPEN = 'Y'
               CLOSE FIZZBUZZ-HISTORY-FILE
           END-IF
           PERFORM CLOSE-HISTORY-CHANGES
           PERFORM WRITE-RUN-JOURNAL
           PERFORM CLOSE-EXCEPTIONS
           PERFORM DISPLAY-TXN-SUMMARY
           MOVE WS-WORST-SEVERITY TO RETURN-CODE
           STOP RUN
           .

      * The response and reject files are named for the run's date,
      * as the report and extract are; a second feed the same day
      * replaces them, so a resent feed is answered afresh.
       OPEN-TXN-FILES.
           OPEN INPUT FIZZBUZZ-TXN-FILE
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open fizzbuzz-txn-in.dat '
                       '(status ' WS-TXN-STATUS ')'
               MOVE 'FBZ302S' TO WS-EXC-CODE
               MOVE 16 TO WS-EXC-SEVERITY
               MOVE 'N' TO WS-EXC-INPUT-FLAG
               MOVE WS-TXN-STATUS TO WS-EXC-STATUS
               MOVE 'transaction feed not openable' TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
               PERFORM ABORT-RUN
           END-IF
           STRING 'fizzbuzz-txn-resp-' WS-RUN-STAMP(1:8) '.dat'
               DELIMITED BY SIZE INTO WS-RESPONSE-FNAME
           STRING 'fizzbuzz-txn-reject-' WS-RUN-STAMP(1:8) '.dat'
               DELIMITED BY SIZE INTO WS-REJECT-FNAME
           OPEN OUTPUT TXN-RESPONSE-FILE
           IF WS-RESPONSE-STATUS = '00'
               MOVE 'Y' TO WS-RESPONSE-OPEN
               OPEN OUTPUT TXN-REJECT-FILE
           END-IF
           IF WS-RESPONSE-STATUS NOT = '00'
                   OR WS-REJECT-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open the transaction '
                       'response and reject files (status '
                       WS-RESPONSE-STATUS '/' WS-REJECT-STATUS ')'
               MOVE 'FBZ303S' TO WS-EXC-CODE
               MOVE 16 TO WS-EXC-SEVERITY
               MOVE 'N' TO WS-EXC-INPUT-FLAG
               MOVE SPACES TO WS-EXC-STATUS
               MOVE 'response or reject file not openable'
                   TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
               PERFORM ABORT-RUN
           END-IF
           MOVE 'Y' TO WS-REJECT-OPEN
           .

       OPEN-HISTORY.
           OPEN I-O FIZZBUZZ-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT FIZZBUZZ-HISTORY-FILE
               CLOSE FIZZBUZZ-HISTORY-FILE
               OPEN I-O FIZZBUZZ-HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open history file '
                       '(status ' WS-HISTORY-STATUS ')'
               MOVE 'FBZ204S' TO WS-EXC-CODE
               MOVE 16 TO WS-EXC-SEVERITY
               MOVE 'N' TO WS-EXC-INPUT-FLAG
               MOVE WS-HISTORY-STATUS TO WS-EXC-STATUS
               MOVE 'history file not openable' TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
               PERFORM ABORT-RUN
           END-IF
           MOVE 'Y' TO WS-HISTORY-OPEN
           .

       WRITE-RESPONSE-HEADERS.
           MOVE SPACES TO WS-OUT-LINE
           STRING 'H;' WS-RUN-STAMP(1:8) ';' WS-RUN-STAMP(9:6)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           WRITE TXN-RESPONSE-RECORD FROM WS-OUT-LINE
           WRITE TXN-REJECT-RECORD FROM WS-OUT-LINE
           .

       PROCESS-ONE-TRANSACTION.
           READ FIZZBUZZ-TXN-FILE
               AT END
                   MOVE 'Y' TO WS-TXN-EOF
               NOT AT END
                   IF FIZZBUZZ-TXN-RECORD NOT = SPACES
                       ADD 1 TO WS-RECEIVED-COUNT
                       PERFORM VALIDATE-TRANSACTION
                       IF WS-REJECT-REASON = SPACES
                           PERFORM CLASSIFY-TRANSACTION
                       ELSE
                           PERFORM REJECT-TRANSACTION
                       END-IF
                   END-IF
           END-READ
           .

      * The checks run in the order the reasons are numbered; the
      * first one that fails is the reason given. A duplicate is an
      * id already answered in the response file, so an id rejected
      * once may be sent again, corrected, in the same feed.
       VALIDATE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-TEXT
           IF TXN-ID = SPACES
               MOVE 'TR01' TO WS-REJECT-REASON
               MOVE 'transaction id is blank' TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-REASON = SPACES
                   AND TXN-NUMBER IS NOT NUMERIC
               MOVE 'TR02' TO WS-REJECT-REASON
               MOVE 'number is not six digits' TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM FIND-RULE-SET
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-DUPLICATE-ID
           END-IF
           .

      * Finds the transaction's rule set among those already loaded,
      * loading it on first sight. A set that failed to load keeps
      * its reason, so every transaction naming it is turned away
      * the same way without re-reading the rule files.
       FIND-RULE-SET.
           MOVE 0 TO WS-SET-FOUND
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SET-COUNT
                   OR WS-SET-FOUND > 0
               IF WS-SET-REQ-NAME(WS-SET-IDX) = TXN-RULE-SET
                   MOVE WS-SET-IDX TO WS-SET-FOUND
               END-IF
           END-PERFORM
           IF WS-SET-FOUND = 0
               IF WS-SET-COUNT >= TXNCLASS-MAX-SETS
                   MOVE 'TR05' TO WS-REJECT-REASON
                   MOVE 'too many rule sets in one feed'
                       TO WS-REJECT-TEXT
               ELSE
                   PERFORM LOAD-TXN-RULE-SET
               END-IF
           END-IF
           IF WS-SET-FOUND > 0
               EVALUATE WS-SET-REASON(WS-SET-FOUND)
                   WHEN SPACES
                       CONTINUE
                   WHEN 'TR03'
                       MOVE 'TR03' TO WS-REJECT-REASON
                       MOVE 'rule set is not in the catalog'
                           TO WS-REJECT-TEXT
                   WHEN OTHER
                       MOVE 'TR04' TO WS-REJECT-REASON
                       MOVE 'rule set could not be loaded'
                           TO WS-REJECT-TEXT
               END-EVALUATE
           END-IF
           .

      * A blank set is what a MAIN run naming no set classifies with:
      * fizzbuzz-rules.ctl if there is one, else the built-in rules.
      * Naming BUILTIN or OVERRIDE asks for that source outright, and
      * any other name is looked up in the catalog. A usable set also
      * gets its history band here, once.
       LOAD-TXN-RULE-SET.
           ADD 1 TO WS-SET-COUNT
           MOVE WS-SET-COUNT TO WS-SET-FOUND
           MOVE TXN-RULE-SET TO WS-SET-REQ-NAME(WS-SET-FOUND)
           MOVE SPACES TO WS-LOAD-REASON
           MOVE 0 TO FIZZBUZZ-RULE-COUNT
           EVALUATE TXN-RULE-SET
               WHEN SPACES
                   PERFORM LOAD-OVERRIDE-RULES
                   IF WS-OVERRIDE-MISSING = 'Y'
                       MOVE SPACES TO WS-LOAD-REASON
                       PERFORM LOAD-BUILTIN-RULES
                   END-IF
               WHEN 'BUILTIN '
                   PERFORM LOAD-BUILTIN-RULES
               WHEN 'OVERRIDE'
                   PERFORM LOAD-OVERRIDE-RULES
               WHEN OTHER
                   MOVE TXN-RULE-SET TO WS-LOAD-NAME
                   PERFORM LOAD-CATALOG-RULES
           END-EVALUATE
           MOVE WS-LOAD-REASON TO WS-SET-REASON(WS-SET-FOUND)
           MOVE FIZZBUZZ-CONFIG TO WS-SET-CONFIG(WS-SET-FOUND)
           MOVE 0 TO WS-SET-BAND(WS-SET-FOUND)
           IF WS-LOAD-REASON = SPACES
               MOVE WS-LOAD-NAME TO WS-SET-NAME(WS-SET-FOUND)
               PERFORM RESOLVE-HISTORY-BAND
               MOVE WS-HISTORY-BAND TO WS-SET-BAND(WS-SET-FOUND)
           ELSE
               MOVE TXN-RULE-SET TO WS-SET-NAME(WS-SET-FOUND)
               DISPLAY 'WARNING: rule set '
                       FUNCTION TRIM(WS-SET-NAME(WS-SET-FOUND))
                       ' could not be loaded - its transactions '
                       'are rejected'
           END-IF
           .

       LOAD-BUILTIN-RULES.
           MOVE 'BUILTIN ' TO WS-LOAD-NAME
           MOVE FIZZBUZZ-DEFAULT-RULE-COUNT TO FIZZBUZZ-RULE-COUNT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > FIZZBUZZ-RULE-COUNT
               MOVE FIZZBUZZ-DEFAULT-DIVISOR(WS-RULE-IDX)
                   TO FIZZBUZZ-DIVISOR(WS-RULE-IDX)
               MOVE FIZZBUZZ-DEFAULT-LABEL(WS-RULE-IDX)
                   TO FIZZBUZZ-LABEL(WS-RULE-IDX)
               MOVE 'D' TO FIZZBUZZ-RULE-TYPE(WS-RULE-IDX)
               MOVE 'N' TO FIZZBUZZ-RULE-EXCLUSIVE(WS-RULE-IDX)
               MOVE 0 TO FIZZBUZZ-RULE-VALUE(WS-RULE-IDX)
           END-PERFORM
           .

      * WS-OVERRIDE-MISSING tells a blank set, which may fall back to
      * the built-in rules, that there is simply no override file; a
      * file that is there but malformed fails the set either way.
       LOAD-OVERRIDE-RULES.
           MOVE 'OVERRIDE' TO WS-LOAD-NAME
           MOVE 'N' TO WS-OVERRIDE-MISSING
           OPEN INPUT FIZZBUZZ-RULES-FILE
           IF WS-RULES-STATUS NOT = '00'
               MOVE 'Y' TO WS-OVERRIDE-MISSING
               MOVE 'TR04' TO WS-LOAD-REASON
           ELSE
               READ FIZZBUZZ-RULES-FILE
                   AT END
                       MOVE 'TR04' TO WS-LOAD-REASON
                   NOT AT END
                       IF RULES-HDR-COUNT IS NOT NUMERIC
                               OR RULES-HDR-COUNT = 0
                               OR RULES-HDR-COUNT > FIZZBUZZ-MAX-RULES
                           MOVE 'TR04' TO WS-LOAD-REASON
                       ELSE
                           MOVE RULES-HDR-COUNT TO FIZZBUZZ-RULE-COUNT
                           PERFORM READ-OVERRIDE-DETAILS
                               VARYING WS-RULE-IDX FROM 1 BY 1
                               UNTIL WS-RULE-IDX > FIZZBUZZ-RULE-COUNT
                               OR WS-LOAD-REASON NOT = SPACES
                       END-IF
               END-READ
               CLOSE FIZZBUZZ-RULES-FILE
           END-IF
           .

       READ-OVERRIDE-DETAILS.
           READ FIZZBUZZ-RULES-FILE
               AT END
                   MOVE 'TR04' TO WS-LOAD-REASON
               NOT AT END
                   MOVE RULES-DET-DIVISOR
                       TO FIZZBUZZ-DIVISOR(WS-RULE-IDX)
                   MOVE RULES-DET-LABEL
                       TO FIZZBUZZ-LABEL(WS-RULE-IDX)
                   MOVE RULES-DET-TYPE TO WS-KIND-TYPE
                   MOVE RULES-DET-EXCLUSIVE TO WS-KIND-EXCLUSIVE
                   MOVE RULES-DET-VALUE TO WS-KIND-VALUE
                   PERFORM TAKE-RULE-KIND
           END-READ
           .

      * A set the catalog does not hold is TR03; a catalog that cannot
      * be read, or is malformed on the way to the set, is TR04.
       LOAD-CATALOG-RULES.
           MOVE 'N' TO WS-RULESET-EOF
           MOVE 'N' TO WS-RULESET-FOUND
           OPEN INPUT FIZZBUZZ-RULESET-FILE
           IF WS-RULESET-STATUS NOT = '00'
               MOVE 'TR04' TO WS-LOAD-REASON
           ELSE
               PERFORM READ-CATALOG-SET
                   UNTIL WS-RULESET-EOF = 'Y'
                   OR WS-RULESET-FOUND = 'Y'
               CLOSE FIZZBUZZ-RULESET-FILE
               IF WS-RULESET-FOUND NOT = 'Y'
                       AND WS-LOAD-REASON = SPACES
                   MOVE 'TR03' TO WS-LOAD-REASON
               END-IF
           END-IF
           .

      * Blank separator lines between sets are tolerated, as in
      * main.cob's catalog reader.
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
                   MOVE 'TR04' TO WS-LOAD-REASON
                   MOVE 'Y' TO WS-RULESET-EOF
               ELSE
                   IF CAT-SET-NAME = WS-LOAD-NAME
                       MOVE CAT-RULE-COUNT TO FIZZBUZZ-RULE-COUNT
                       PERFORM READ-CATALOG-DETAILS
                           VARYING WS-RULE-IDX FROM 1 BY 1
                           UNTIL WS-RULE-IDX > FIZZBUZZ-RULE-COUNT
                           OR WS-LOAD-REASON NOT = SPACES
                       IF WS-LOAD-REASON = SPACES
                           MOVE 'Y' TO WS-RULESET-FOUND
                       END-IF
                   ELSE
                       MOVE CAT-RULE-COUNT TO WS-SKIP-COUNT
                       PERFORM SKIP-CATALOG-DETAILS
                           VARYING WS-SKIP-IDX FROM 1 BY 1
                           UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
                           OR WS-LOAD-REASON NOT = SPACES
                   END-IF
               END-IF
           END-IF
           .

       READ-CATALOG-DETAILS.
           READ FIZZBUZZ-RULESET-FILE
               AT END
                   MOVE 'TR04' TO WS-LOAD-REASON
                   MOVE 'Y' TO WS-RULESET-EOF
               NOT AT END
                   MOVE CAT-DET-DIVISOR
                       TO FIZZBUZZ-DIVISOR(WS-RULE-IDX)
                   MOVE CAT-DET-LABEL
                       TO FIZZBUZZ-LABEL(WS-RULE-IDX)
                   MOVE CAT-DET-TYPE TO WS-KIND-TYPE
                   MOVE CAT-DET-EXCLUSIVE TO WS-KIND-EXCLUSIVE
                   MOVE CAT-DET-VALUE TO WS-KIND-VALUE
                   PERFORM TAKE-RULE-KIND
           END-READ
           .

       SKIP-CATALOG-DETAILS.
           READ FIZZBUZZ-RULESET-FILE
               AT END
                   MOVE 'TR04' TO WS-LOAD-REASON
                   MOVE 'Y' TO WS-RULESET-EOF
           END-READ
           .

      * Carries a detail line's rule kind into the rule at WS-RULE-IDX.
      * A line that stops at the label is a plain divisibility rule; a
      * kind main.cob would refuse to run fails the set as TR04.
       TAKE-RULE-KIND.
           MOVE WS-KIND-TYPE TO FIZZBUZZ-RULE-TYPE(WS-RULE-IDX)
           MOVE WS-KIND-EXCLUSIVE
               TO FIZZBUZZ-RULE-EXCLUSIVE(WS-RULE-IDX)
           MOVE 0 TO FIZZBUZZ-RULE-VALUE(WS-RULE-IDX)
           IF WS-KIND-VALUE IS NUMERIC
               MOVE WS-KIND-VALUE TO FIZZBUZZ-RULE-VALUE(WS-RULE-IDX)
           ELSE
               IF WS-KIND-TYPE = 'C' OR WS-KIND-TYPE = 'E'
                   MOVE 'TR04' TO WS-LOAD-REASON
               END-IF
           END-IF
           IF WS-KIND-TYPE NOT = SPACE AND WS-KIND-TYPE NOT = 'D'
                   AND WS-KIND-TYPE NOT = 'C' AND WS-KIND-TYPE NOT = 'E'
               MOVE 'TR04' TO WS-LOAD-REASON
           END-IF
           IF WS-KIND-EXCLUSIVE NOT = SPACE
                   AND WS-KIND-EXCLUSIVE NOT = 'N'
                   AND WS-KIND-EXCLUSIVE NOT = 'Y'
               MOVE 'TR04' TO WS-LOAD-REASON
           END-IF
           IF WS-KIND-TYPE = 'C'
                   AND FIZZBUZZ-RULE-VALUE(WS-RULE-IDX) > 9
               MOVE 'TR04' TO WS-LOAD-REASON
           END-IF
           .

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
                   IF HDIR-SET-NAME = WS-LOAD-NAME
                       MOVE HDIR-BAND TO WS-HISTORY-BAND
                   END-IF
           END-READ
           .

      * As in main.cob: a set that cannot be given a band stops the
      * run, since its transactions could be answered but not kept.
      * The response file is left without its trailer, which tells
      * the sender the answer is incomplete.
       ALLOT-HISTORY-BAND.
           IF WS-HIGH-BAND >= FIZZBUZZ-MAX-BANDS
               DISPLAY 'ERROR: the history band directory is full - '
                       'no band left for rule set '
                       FUNCTION TRIM(WS-LOAD-NAME)
               MOVE 'FBZ204S' TO WS-EXC-CODE
               MOVE 16 TO WS-EXC-SEVERITY
               MOVE 'N' TO WS-EXC-INPUT-FLAG
               MOVE SPACES TO WS-EXC-STATUS
               MOVE 'history band directory full' TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
               PERFORM ABORT-RUN
           END-IF
           OPEN EXTEND FIZZBUZZ-HISTDIR-FILE
           IF WS-HISTDIR-STATUS NOT = '00'
               OPEN OUTPUT FIZZBUZZ-HISTDIR-FILE
           END-IF
           IF WS-HISTDIR-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open the history band '
                       'directory (status ' WS-HISTDIR-STATUS ')'
               MOVE 'FBZ204S' TO WS-EXC-CODE
               MOVE 16 TO WS-EXC-SEVERITY
               MOVE 'N' TO WS-EXC-INPUT-FLAG
               MOVE WS-HISTDIR-STATUS TO WS-EXC-STATUS
               MOVE 'history band directory not openable'
                   TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
               PERFORM ABORT-RUN
           END-IF
           IF WS-HIGH-BAND = 0
               MOVE 'BUILTIN ' TO HDIR-SET-NAME
               MOVE 1 TO HDIR-BAND
               WRITE FIZZBUZZ-HISTDIR-RECORD
               MOVE 1 TO WS-HIGH-BAND
               IF WS-LOAD-NAME = 'BUILTIN '
                   MOVE 1 TO WS-HISTORY-BAND
               END-IF
           END-IF
           IF WS-HISTORY-BAND = 0
               COMPUTE WS-HISTORY-BAND = WS-HIGH-BAND + 1
               MOVE WS-LOAD-NAME TO HDIR-SET-NAME
               MOVE WS-HISTORY-BAND TO HDIR-BAND
               WRITE FIZZBUZZ-HISTDIR-RECORD
           END-IF
           IF WS-HISTDIR-STATUS NOT = '00'
               DISPLAY 'ERROR: could not extend the history band '
                       'directory (status ' WS-HISTDIR-STATUS ')'
               MOVE 'FBZ204S' TO WS-EXC-CODE
               MOVE 16 TO WS-EXC-SEVERITY
               MOVE 'N' TO WS-EXC-INPUT-FLAG
               MOVE WS-HISTDIR-STATUS TO WS-EXC-STATUS
               MOVE 'history band directory not extended'
                   TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
               CLOSE FIZZBUZZ-HISTDIR-FILE
               PERFORM ABORT-RUN
           END-IF
           CLOSE FIZZBUZZ-HISTDIR-FILE
           .

       CHECK-DUPLICATE-ID.
           MOVE 'N' TO WS-ID-FOUND
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
                   OR WS-ID-FOUND = 'Y'
               IF WS-ID-ENTRY(WS-ID-IDX) = TXN-ID
                   MOVE 'Y' TO WS-ID-FOUND
               END-IF
           END-PERFORM
           IF WS-ID-FOUND = 'Y'
               MOVE 'TR06' TO WS-REJECT-REASON
               MOVE 'transaction id already answered'
                   TO WS-REJECT-TEXT
           END-IF
           .

       REMEMBER-TXN-ID.
           IF WS-ID-COUNT < TXNCLASS-MAX-IDS
               ADD 1 TO WS-ID-COUNT
               MOVE TXN-ID TO WS-ID-ENTRY(WS-ID-COUNT)
           ELSE
               IF WS-ID-LIMIT-LOGGED = 'N'
                   MOVE 'Y' TO WS-ID-LIMIT-LOGGED
                   DISPLAY 'WARNING: transaction feed is longer than '
                           'the duplicate-id check covers'
                   MOVE 'FBZ304W' TO WS-EXC-CODE
                   MOVE 4 TO WS-EXC-SEVERITY
                   MOVE 'N' TO WS-EXC-INPUT-FLAG
                   MOVE SPACES TO WS-EXC-STATUS
                   MOVE 'duplicate-id check table full'
                       TO WS-EXC-TEXT
                   PERFORM LOG-EXCEPTION
               END-IF
           END-IF
           .

      * The transaction's set goes into the shared FIZZBUZZ-CONFIG the
      * subprogram classifies with, then it is answered, tallied and
      * kept in history exactly as a range run's input would be.
       CLASSIFY-TRANSACTION.
           MOVE WS-SET-CONFIG(WS-SET-FOUND) TO FIZZBUZZ-CONFIG
           MOVE TXN-NUMBER TO WS-TXN-NUMBER
           MOVE WS-TXN-NUMBER TO FIZZBUZZ-INPUT
           MOVE 0 TO RETURN-CODE
           CALL 'fizzbuzz' USING FIZZBUZZ-INPUT, FIZZBUZZ-OUTPUT,
                   FIZZBUZZ-RULE-MATCHES
               ON EXCEPTION
                   MOVE FIZZBUZZ-INPUT TO WS-INPUT-EDIT
                   DISPLAY 'ERROR: CALL to fizzbuzz failed for input '
                           FUNCTION TRIM(WS-INPUT-EDIT)
                   MOVE 'FBZ206S' TO WS-EXC-CODE
                   MOVE 16 TO WS-EXC-SEVERITY
                   MOVE 'Y' TO WS-EXC-INPUT-FLAG
                   MOVE SPACES TO WS-EXC-STATUS
                   MOVE 'CALL to fizzbuzz failed' TO WS-EXC-TEXT
                   PERFORM LOG-EXCEPTION
                   PERFORM ABORT-RUN
               NOT ON EXCEPTION
                   IF RETURN-CODE NOT = 0
                       MOVE 'FBZ001W' TO WS-EXC-CODE
                       MOVE 4 TO WS-EXC-SEVERITY
                       MOVE 'Y' TO WS-EXC-INPUT-FLAG
                       MOVE SPACES TO WS-EXC-STATUS
                       MOVE 'combined label truncated'
                           TO WS-EXC-TEXT
                       PERFORM LOG-EXCEPTION
                   END-IF
                   PERFORM WRITE-RESPONSE-DETAIL
                   PERFORM TALLY-OUTPUT
                   PERFORM WRITE-HISTORY
                   PERFORM REMEMBER-TXN-ID
           END-CALL
           IF WS-JRNL-SET-NAME = SPACES
               MOVE WS-SET-NAME(WS-SET-FOUND) TO WS-JRNL-SET-NAME
           ELSE
               IF WS-JRNL-SET-NAME NOT = WS-SET-NAME(WS-SET-FOUND)
                   MOVE 'MIXED' TO WS-JRNL-SET-NAME
               END-IF
           END-IF
           .

       WRITE-RESPONSE-DETAIL.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-POINTER
           STRING 'D;' FUNCTION TRIM(TXN-ID)
                  ';' WS-TXN-NUMBER
                  ';' FUNCTION TRIM(WS-SET-NAME(WS-SET-FOUND))
                  ';' FUNCTION TRIM(FIZZBUZZ-OUTPUT)
               DELIMITED BY SIZE INTO WS-OUT-LINE
               WITH POINTER WS-OUT-POINTER
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > FIZZBUZZ-RULE-COUNT
               STRING ';' FIZZBUZZ-RULE-MATCH(WS-TALLY-IDX)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-POINTER
           END-PERFORM
           WRITE TXN-RESPONSE-RECORD FROM WS-OUT-LINE
           IF WS-RESPONSE-STATUS NOT = '00'
               MOVE FIZZBUZZ-INPUT TO WS-INPUT-EDIT
               DISPLAY 'ERROR: could not write response record for '
                       'input ' FUNCTION TRIM(WS-INPUT-EDIT)
                       ' (status ' WS-RESPONSE-STATUS ')'
               MOVE 'FBZ305E' TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE 'Y' TO WS-EXC-INPUT-FLAG
               MOVE WS-RESPONSE-STATUS TO WS-EXC-STATUS
               MOVE 'response record not written' TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
           ELSE
               ADD 1 TO WS-RESPONSE-COUNT
               ADD WS-TXN-NUMBER TO WS-RESPONSE-HASH
           END-IF
           .

      * Every rejection is also an exception-report warning, so a bad
      * feed shows up in EXCRPT beside the range runs' exceptions.
       REJECT-TRANSACTION.
           MOVE SPACES TO WS-OUT-LINE
           STRING 'R;' FUNCTION TRIM(TXN-ID)
                  ';' TXN-NUMBER
                  ';' FUNCTION TRIM(TXN-RULE-SET)
                  ';' WS-REJECT-REASON
                  ';' FUNCTION TRIM(WS-REJECT-TEXT)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           WRITE TXN-REJECT-RECORD FROM WS-OUT-LINE
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'ERROR: could not write reject record for '
                       'transaction ' FUNCTION TRIM(TXN-ID)
                       ' (status ' WS-REJECT-STATUS ')'
               MOVE 'FBZ305E' TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE 'N' TO WS-EXC-INPUT-FLAG
               MOVE WS-REJECT-STATUS TO WS-EXC-STATUS
               MOVE 'reject record not written' TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               IF TXN-NUMBER IS NUMERIC
                   MOVE TXN-NUMBER TO WS-TXN-NUMBER
                   ADD WS-TXN-NUMBER TO WS-REJECT-HASH
               END-IF
           END-IF
           MOVE 'FBZ301W' TO WS-EXC-CODE
           MOVE 4 TO WS-EXC-SEVERITY
           IF TXN-NUMBER IS NUMERIC
               MOVE TXN-NUMBER TO WS-TXN-NUMBER
               MOVE WS-TXN-NUMBER TO FIZZBUZZ-INPUT
               MOVE 'Y' TO WS-EXC-INPUT-FLAG
           ELSE
               MOVE 'N' TO WS-EXC-INPUT-FLAG
           END-IF
           MOVE SPACES TO WS-EXC-STATUS
           MOVE SPACES TO WS-EXC-TEXT
           STRING 'transaction rejected ' WS-REJECT-REASON ' '
                  FUNCTION TRIM(TXN-ID)
               DELIMITED BY SIZE INTO WS-EXC-TEXT
           PERFORM LOG-EXCEPTION
           .

       WRITE-RESPONSE-TRAILERS.
           MOVE SPACES TO WS-OUT-LINE
           STRING 'T;' WS-RESPONSE-COUNT ';' WS-RESPONSE-HASH
               DELIMITED BY SIZE INTO WS-OUT-LINE
           WRITE TXN-RESPONSE-RECORD FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING 'T;' WS-REJECT-COUNT ';' WS-REJECT-HASH
               DELIMITED BY SIZE INTO WS-OUT-LINE
           WRITE TXN-REJECT-RECORD FROM WS-OUT-LINE
           .

       TALLY-OUTPUT.
           MOVE 0 TO WS-MATCH-COUNT
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > FIZZBUZZ-RULE-COUNT
               IF FIZZBUZZ-RULE-MATCH(WS-TALLY-IDX) = 1
                   ADD 1 TO WS-MATCH-COUNT
               END-IF
           END-PERFORM
           EVALUATE WS-MATCH-COUNT
               WHEN 0
                   ADD 1 TO WS-PLAIN-COUNT
               WHEN 1
                   PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                           UNTIL WS-TALLY-IDX > FIZZBUZZ-RULE-COUNT
                       IF FIZZBUZZ-RULE-MATCH(WS-TALLY-IDX) = 1
                           ADD 1 TO WS-RULE-TALLY(WS-TALLY-IDX)
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   ADD 1 TO WS-COMBINED-COUNT
           END-EVALUATE
           .

      * The slot is read first so the change feed gets the label this
      * write replaces.
       WRITE-HISTORY.
           COMPUTE WS-HISTORY-KEY =
               (WS-SET-BAND(WS-SET-FOUND) - 1) * 1000000
               + FIZZBUZZ-INPUT + 1
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
           MOVE WS-SET-NAME(WS-SET-FOUND) TO HIST-RULE-SET
           WRITE FIZZBUZZ-HISTORY-RECORD
               INVALID KEY
                   REWRITE FIZZBUZZ-HISTORY-RECORD
           END-WRITE
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE FIZZBUZZ-INPUT TO WS-INPUT-EDIT
               DISPLAY 'ERROR: could not write history record for '
                       'input ' FUNCTION TRIM(WS-INPUT-EDIT)
                       ' (status ' WS-HISTORY-STATUS ')'
               MOVE 'FBZ101E' TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE 'Y' TO WS-EXC-INPUT-FLAG
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

      * A feed carries no requester, so the change record's is blank;
      * the run is this execution.
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
               MOVE WS-RUN-STAMP(1:14) TO HCHG-RUN-ID
               MOVE 'TRANSACTION' TO HCHG-RUN-MODE
               MOVE SPACES TO HCHG-REQUESTER-ID
               MOVE WS-SET-NAME(WS-SET-FOUND) TO HCHG-RULE-SET
               MOVE WS-SET-BAND(WS-SET-FOUND) TO HCHG-BAND
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

      * Common exit for every severe failure: what was answered so
      * far stays in the response file, without its trailer, and the
      * run is journaled before it stops.
       ABORT-RUN.
           IF WS-RESPONSE-OPEN = 'Y'
               CLOSE TXN-RESPONSE-FILE
           END-IF
           IF WS-REJECT-OPEN = 'Y'
               CLOSE TXN-REJECT-FILE
           END-IF
           IF WS-HISTORY-OPEN = 'Y'
               CLOSE FIZZBUZZ-HISTORY-FILE
           END-IF
           PERFORM CLOSE-HISTORY-CHANGES
           PERFORM WRITE-RUN-JOURNAL
           PERFORM CLOSE-EXCEPTIONS
           MOVE WS-WORST-SEVERITY TO RETURN-CODE
           STOP RUN
           .

      * main.cob's exception funnel, record for record, so EXCRPT and
      * the operators read a transaction run's exceptions the same
      * way as a range run's.
       LOG-EXCEPTION.
           IF WS-EXC-SEVERITY > WS-WORST-SEVERITY
               MOVE WS-EXC-SEVERITY TO WS-WORST-SEVERITY
           END-IF
           IF WS-EXCEPTIONS-OPEN = 'N'
               OPEN EXTEND FIZZBUZZ-EXCEPTION-FILE
               IF WS-EXCEPTION-STATUS NOT = '00'
                   OPEN OUTPUT FIZZBUZZ-EXCEPTION-FILE
               END-IF
               IF WS-EXCEPTION-STATUS = '00'
                   MOVE 'Y' TO WS-EXCEPTIONS-OPEN
               ELSE
                   MOVE 'F' TO WS-EXCEPTIONS-OPEN
                   DISPLAY 'ERROR: could not open exception report '
                           '(status ' WS-EXCEPTION-STATUS ')'
               END-IF
           END-IF
           IF WS-EXCEPTIONS-OPEN = 'Y'
               MOVE SPACES TO WS-EXC-LINE
               MOVE 1 TO WS-EXC-POINTER
               STRING WS-RUN-STAMP(1:8) ' ' WS-RUN-STAMP(9:6) ' '
                      WS-EXC-CODE ' '
                   DELIMITED BY SIZE INTO WS-EXC-LINE
                   WITH POINTER WS-EXC-POINTER
               IF WS-EXC-INPUT-FLAG = 'Y'
                   MOVE FIZZBUZZ-INPUT TO WS-INPUT-EDIT
                   STRING 'INPUT ' WS-INPUT-EDIT ' '
                       DELIMITED BY SIZE INTO WS-EXC-LINE
                       WITH POINTER WS-EXC-POINTER
               END-IF
               IF WS-EXC-STATUS NOT = SPACES
                   STRING 'FS=' WS-EXC-STATUS ' '
                       DELIMITED BY SIZE INTO WS-EXC-LINE
                       WITH POINTER WS-EXC-POINTER
               END-IF
               STRING FUNCTION TRIM(WS-EXC-TEXT)
                   DELIMITED BY SIZE INTO WS-EXC-LINE
                   WITH POINTER WS-EXC-POINTER
               WRITE FIZZBUZZ-EXCEPTION-RECORD FROM WS-EXC-LINE
           END-IF
           .

       CLOSE-EXCEPTIONS.
           IF WS-EXCEPTIONS-OPEN = 'Y'
               CLOSE FIZZBUZZ-EXCEPTION-FILE
           END-IF
           .

      * One journal record per execution, under run mode TRANSACTION.
      * A feed has no range: JRNL-RANGE-COUNT and JRNL-START-NUM are
      * zero and JRNL-MAX-NUM carries how many transactions were
      * classified, so RUNHIST's CLASSIFIED figure still adds up.
       WRITE-RUN-JOURNAL.
           OPEN EXTEND FIZZBUZZ-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT FIZZBUZZ-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open run journal '
                       '(status ' WS-JOURNAL-STATUS ')'
               MOVE 'FBZ104E' TO WS-EXC-CODE
               MOVE 8 TO WS-EXC-SEVERITY
               MOVE 'N' TO WS-EXC-INPUT-FLAG
               MOVE WS-JOURNAL-STATUS TO WS-EXC-STATUS
               MOVE 'run journal not openable' TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
           ELSE
               MOVE WS-RUN-STAMP(1:8) TO JRNL-RUN-DATE
               MOVE WS-RUN-STAMP(9:6) TO JRNL-RUN-TIME
               MOVE 0 TO JRNL-RANGE-COUNT
               MOVE 0 TO JRNL-START-NUM
               IF WS-RESPONSE-COUNT > 999999
                   MOVE 999999 TO JRNL-MAX-NUM
               ELSE
                   MOVE WS-RESPONSE-COUNT TO JRNL-MAX-NUM
               END-IF
               MOVE 'N' TO JRNL-RESTART-FLAG
               MOVE 0 TO JRNL-RESTART-INPUT
               MOVE WS-JRNL-SET-NAME TO JRNL-RULE-SET
               PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                       UNTIL WS-TALLY-IDX > FIZZBUZZ-MAX-RULES
                   MOVE WS-RULE-TALLY(WS-TALLY-IDX)
                       TO JRNL-RULE-TALLY(WS-TALLY-IDX)
               END-PERFORM
               MOVE WS-COMBINED-COUNT TO JRNL-COMBINED-COUNT
               MOVE WS-PLAIN-COUNT TO JRNL-PLAIN-COUNT
               MOVE WS-WORST-SEVERITY TO JRNL-RETURN-CODE
               MOVE 'TRANSACTION' TO JRNL-RUN-MODE
               MOVE 0 TO JRNL-PARTITION
               MOVE WS-RUN-STAMP(1:8) TO JRNL-REPORT-DATE
               MOVE 'N' TO JRNL-FILL-MODE
               WRITE FIZZBUZZ-JOURNAL-RECORD
               IF WS-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'ERROR: could not write run journal record '
                           '(status ' WS-JOURNAL-STATUS ')'
                   MOVE 'FBZ104E' TO WS-EXC-CODE
                   MOVE 8 TO WS-EXC-SEVERITY
                   MOVE 'N' TO WS-EXC-INPUT-FLAG
                   MOVE WS-JOURNAL-STATUS TO WS-EXC-STATUS
                   MOVE 'run journal record not written' TO WS-EXC-TEXT
                   PERFORM LOG-EXCEPTION
               END-IF
               CLOSE FIZZBUZZ-JOURNAL-FILE
           END-IF
           .

       DISPLAY-TXN-SUMMARY.
           MOVE WS-RECEIVED-COUNT TO WS-COUNT-EDIT
           DISPLAY 'Transactions received: '
                   FUNCTION TRIM(WS-COUNT-EDIT)
           MOVE WS-RESPONSE-COUNT TO WS-COUNT-EDIT
           DISPLAY 'Transactions answered: '
                   FUNCTION TRIM(WS-COUNT-EDIT)
                   ' in ' FUNCTION TRIM(WS-RESPONSE-FNAME)
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
           DISPLAY 'Transactions rejected: '
                   FUNCTION TRIM(WS-COUNT-EDIT)
                   ' in ' FUNCTION TRIM(WS-REJECT-FNAME)
           .
