       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQQUEUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One function card per line: ADD files a new ticket, CANCEL and
      * REQUEUE change one ticket's status, SELECT builds the night's
      * fizzbuzz.ctl from the queue, POSTRUN marks the selected
      * tickets from how the run ended, PURGE drops closed tickets and
      * REPORT prints the queue status report. Cards run in the order
      * given, so the nightly stream is a SELECT card ahead of MAIN
      * and POSTRUN plus REPORT after it.
           SELECT REQQUEUE-CONTROL-FILE
               ASSIGN TO 'fizzbuzz-reqqueue.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REQQUEUE-REPORT-FILE
               ASSIGN TO 'fizzbuzz-reqqueue-report.txt'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      * The queue itself (see fizzbuzz-queue.cpy). Loaded whole into
      * WS-QUEUE-TABLE up front, changed there and rewritten once at
      * the end, the way RULECAT handles the catalog - a card that
      * dies half-applied cannot leave a torn queue behind.
           SELECT FIZZBUZZ-QUEUE-FILE ASSIGN TO 'fizzbuzz-queue.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
      * Pre-change image of the queue, taken just before the rewrite.
           SELECT QUEUE-BACKUP-FILE ASSIGN TO 'fizzbuzz-queue.bak'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
      * MAIN's request cards. SELECT writes them; nothing else here
      * touches the file.
           SELECT FIZZBUZZ-CONTROL-FILE ASSIGN TO 'fizzbuzz.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
      * The same requester master MAIN validates cards against; a
      * ticket MAIN would refuse is refused here at intake instead of
      * failing the whole night's job.
           SELECT FIZZBUZZ-REQUESTER-FILE
               ASSIGN TO 'fizzbuzz-requesters.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQMAST-STATUS.
      * Only the set names are read from the catalog: a ticket naming
      * a set MAIN cannot load would fail the run for every ticket
      * selected with it.
           SELECT FIZZBUZZ-RULESET-FILE
               ASSIGN TO 'fizzbuzz-rulesets.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULESET-STATUS.
      * Read-only here: a live checkpoint blocks SELECT (rewriting
      * fizzbuzz.ctl under a pending restart would strand it) and
      * tells POSTRUN which card the run stopped in.
           SELECT FIZZBUZZ-CHECKPOINT-FILE ASSIGN TO 'fizzbuzz.chk'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT FIZZBUZZ-JOURNAL-FILE ASSIGN TO 'fizzbuzz-journal.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT FIZZBUZZ-EXCEPTION-FILE
               ASSIGN TO 'fizzbuzz-exceptions.txt'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * QK-USER-ID says who submitted the card. ADD carries the whole
      * ticket; CANCEL and REQUEUE need only QK-TICKET; PURGE reads
      * its cut-off date from the QK-WANTED-DATE position; SELECT,
      * POSTRUN and REPORT take no operands. A blank priority files
      * as 5, a blank wanted-by date as no deadline.
       FD REQQUEUE-CONTROL-FILE.
       01 REQQUEUE-CONTROL-CARD.
           05 QK-FUNCTION PIC X(8).
           05 QK-USER-ID PIC X(8).
           05 QK-TICKET PIC 9(6).
           05 QK-TICKET-X REDEFINES QK-TICKET PIC X(6).
           05 QK-REQUESTER-ID PIC X(8).
           05 QK-RULE-SET PIC X(8).
           05 QK-START-NUM PIC 9(6).
           05 QK-START-NUM-X REDEFINES QK-START-NUM PIC X(6).
           05 QK-MAX-NUM PIC 9(6).
           05 QK-MAX-NUM-X REDEFINES QK-MAX-NUM PIC X(6).
           05 QK-PRIORITY PIC 9.
           05 QK-PRIORITY-X REDEFINES QK-PRIORITY PIC X.
           05 QK-WANTED-DATE PIC X(8).
           05 QK-WANTED-DATE-N REDEFINES QK-WANTED-DATE PIC 9(8).

       FD REQQUEUE-REPORT-FILE.
       01 REQQUEUE-REPORT-RECORD PIC X(132).

       FD FIZZBUZZ-QUEUE-FILE.
       COPY fizzbuzz-queue.

       FD QUEUE-BACKUP-FILE.
       01 QUEUE-BACKUP-RECORD PIC X(105).

      * Same card layout main.cob reads.
       FD FIZZBUZZ-CONTROL-FILE.
       01 FIZZBUZZ-CONTROL-CARD.
           05 CC-START-NUM PIC 9(6).
           05 CC-MAX-NUM PIC 9(6).
           05 CC-REQUESTER-ID PIC X(8).
           05 CC-RULE-SET PIC X(8).

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

       FD FIZZBUZZ-CHECKPOINT-FILE.
       COPY fizzbuzz-ckpt.

       FD FIZZBUZZ-JOURNAL-FILE.
       COPY fizzbuzz-jrnl.

       FD FIZZBUZZ-EXCEPTION-FILE.
       01 FIZZBUZZ-EXCEPTION-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
      * Queue capacity in memory; a file grown past this is refused
      * up front rather than silently truncated - PURGE the closed
      * tickets to make room.
       78 REQQUEUE-MAX-TICKETS VALUE 500.
      * Must stay equal to main.cob's FIZZBUZZ-MAX-RANGES: SELECT
      * never writes more cards than MAIN will accept.
       78 REQQUEUE-MAX-CARDS VALUE 50.
       78 REQQUEUE-MAX-REQUESTERS VALUE 50.
       78 REQQUEUE-MAX-AUTH-SETS VALUE 5.
       78 REQQUEUE-MAX-SETS VALUE 20.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-QUEUE-STATUS PIC XX.
       01 WS-BACKUP-STATUS PIC XX.
       01 WS-CARD-STATUS PIC XX.
       01 WS-REQMAST-STATUS PIC XX.
       01 WS-RULESET-STATUS PIC XX.
       01 WS-CHECKPOINT-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-EXCEPTION-STATUS PIC XX.
       01 WS-CONTROL-EOF PIC X VALUE 'N'.
       01 WS-QUEUE-EOF PIC X VALUE 'N'.
       01 WS-REQMAST-EOF PIC X VALUE 'N'.
       01 WS-RULESET-EOF PIC X VALUE 'N'.
       01 WS-JOURNAL-EOF PIC X VALUE 'N'.
       01 WS-EXCEPTION-EOF PIC X VALUE 'N'.
       01 WS-CARD-COUNT PIC 9(3) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(3) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(3) VALUE 0.
      * Tickets SELECT had to turn away because the requester master
      * or the catalog changed under them since intake - not a card
      * error, but worth a warning code.
       01 WS-TICKET-REJECT-COUNT PIC 9(3) VALUE 0.
       01 WS-EMPTY-SELECT PIC X VALUE 'N'.
       01 WS-QUEUE-DIRTY PIC X VALUE 'N'.
      * Y when the on-file queue did not load cleanly; every card that
      * would rewrite the file is then refused, as in RULECAT.
       01 WS-QUEUE-BROKEN PIC X VALUE 'N'.
       01 WS-BROKEN-TEXT PIC X(60) VALUE SPACES.
      * WS-Q-DATA mirrors FIZZBUZZ-QUEUE-RECORD byte for byte so a
      * record moves in and out whole; WS-Q-EXC-CODE is POSTRUN's
      * scratch note of the first error logged against the ticket.
       01 WS-QUEUE-TABLE.
           05 WS-QUEUE-COUNT PIC 9(3) VALUE 0.
           05 WS-Q-ENTRY OCCURS REQQUEUE-MAX-TICKETS TIMES.
               10 WS-Q-DATA.
                   15 WS-Q-TICKET PIC 9(6).
                   15 WS-Q-REQUESTER-ID PIC X(8).
                   15 WS-Q-RULE-SET PIC X(8).
                   15 WS-Q-START-NUM PIC 9(6).
                   15 WS-Q-MAX-NUM PIC 9(6).
                   15 WS-Q-PRIORITY PIC 9.
                   15 WS-Q-WANTED-DATE PIC X(8).
                   15 WS-Q-STATUS PIC X(8).
                   15 WS-Q-STATUS-DATE PIC X(8).
                   15 WS-Q-SELECT-STAMP PIC X(14).
                   15 WS-Q-CARD-SEQ PIC 9(2).
                   15 WS-Q-NOTE PIC X(30).
               10 WS-Q-EXC-CODE PIC X(7).
       01 WS-Q-IDX PIC 9(3).
       01 WS-FOUND-IDX PIC 9(3).
       01 WS-REQMAST-LOADED PIC X VALUE 'N'.
       01 WS-REQMAST-TABLE.
           05 WS-REQMAST-COUNT PIC 9(2) VALUE 0.
           05 WS-REQMAST-ENTRY OCCURS REQQUEUE-MAX-REQUESTERS TIMES.
               10 WS-REQMAST-ID PIC X(8).
               10 WS-REQMAST-DEPT PIC X(20).
               10 WS-REQMAST-CONTACT PIC X(20).
               10 WS-REQMAST-AUTH PIC X(8)
                   OCCURS REQQUEUE-MAX-AUTH-SETS TIMES.
       01 WS-REQMAST-IDX PIC 9(2).
       01 WS-REQMAST-FOUND PIC 9(2).
       01 WS-REQ-SEARCH-ID PIC X(8).
       01 WS-AUTH-IDX PIC 9.
       01 WS-AUTH-OK PIC X.
       01 WS-CATALOG-LOADED PIC X VALUE 'N'.
       01 WS-CATALOG-TABLE.
           05 WS-SET-COUNT PIC 9(2) VALUE 0.
           05 WS-SET-NAME PIC X(8) OCCURS REQQUEUE-MAX-SETS TIMES.
       01 WS-SET-IDX PIC 9(2).
       01 WS-SKIP-COUNT PIC 9.
       01 WS-SKIP-IDX PIC 9.
      * Why a ticket fails the master/catalog checks; spaces = passes.
       01 WS-TICKET-PROBLEM PIC X(30).
       01 WS-CARD-VALID PIC X.
      * Selection ranking: priority, then wanted-by date (no date
      * sorts last), then ticket number - built into one string so a
      * single comparison orders two tickets.
       01 WS-CAND-KEY PIC X(15).
       01 WS-BEST-KEY PIC X(15).
       01 WS-BEST-IDX PIC 9(3).
       01 WS-SET-FILTER PIC X.
       01 WS-SELECT-SET PIC X(8).
       01 WS-SELECT-COUNT PIC 9(2).
       01 WS-SELECT-STAMP PIC X(14).
       01 WS-DEFERRED-COUNT PIC 9(3).
      * POSTRUN's picture of the run serving the outstanding batch.
       01 WS-BATCH-STAMP PIC X(14).
       01 WS-JRNL-FOUND PIC X.
       01 WS-JRNL-STAMP PIC X(14).
       01 WS-LAST-RC PIC 9(4).
       01 WS-CKPT-LIVE PIC X.
       01 WS-CKPT-SEQ PIC 9(2).
       01 WS-CKPT-INPUT PIC 9(6).
       01 WS-EXC-STAMP PIC X(14).
       01 WS-EXC-INPUT PIC 9(6).
       01 WS-END-NUM PIC 9(7).
       01 WS-MARK-COUNT PIC 9(3).
      * Requesters already printed by REPORT, so each gets one section.
       01 WS-PRINTED-TABLE.
           05 WS-PRINTED-COUNT PIC 9(3) VALUE 0.
           05 WS-PRINTED-ID PIC X(8) OCCURS REQQUEUE-MAX-TICKETS TIMES.
       01 WS-PRINTED-IDX PIC 9(3).
       01 WS-PRINTED-SEEN PIC X.
       01 WS-REPORT-REQUESTER PIC X(8).
       01 WS-STATUS-TALLIES.
           05 WS-QUEUED-COUNT PIC 9(3).
           05 WS-SELECTED-COUNT PIC 9(3).
           05 WS-COMPLETE-COUNT PIC 9(3).
           05 WS-PARTIAL-COUNT PIC 9(3).
           05 WS-FAILED-COUNT PIC 9(3).
           05 WS-REJECTED-COUNT PIC 9(3).
           05 WS-CANCELED-COUNT PIC 9(3).
           05 WS-OVERDUE-COUNT PIC 9(3).
       01 WS-COUNT-EDIT PIC ZZ9.
       01 WS-NUM-EDIT PIC ZZZZZ9.
       01 WS-END-EDIT PIC ZZZZZZ9.
       01 WS-TODAY PIC X(8).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-REPORT-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM OPEN-FILES
           PERFORM WRITE-QUEUE-HEADER
           PERFORM LOAD-REQUESTER-MASTER
           PERFORM LOAD-CATALOG-NAMES
           PERFORM LOAD-QUEUE
           PERFORM PROCESS-FUNCTION-CARDS
               UNTIL WS-CONTROL-EOF = 'Y'
           IF WS-CARD-COUNT = 0
               DISPLAY 'ERROR: fizzbuzz-reqqueue.ctl has no function '
                       'cards'
               MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-QUEUE-DIRTY = 'Y'
               PERFORM REWRITE-QUEUE
           END-IF
           PERFORM WRITE-QUEUE-SUMMARY
           CLOSE REQQUEUE-CONTROL-FILE
           CLOSE REQQUEUE-REPORT-FILE
           IF WS-REJECT-COUNT > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
      * A SELECT that found nothing to run, or had to turn tickets
      * away, is a warning: the scheduler can skip MAIN on the former
      * and the report says which tickets the latter were.
           IF (WS-EMPTY-SELECT = 'Y' OR WS-TICKET-REJECT-COUNT > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       OPEN-FILES.
           OPEN INPUT REQQUEUE-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open fizzbuzz-reqqueue.ctl '
                       '(status ' WS-CONTROL-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REQQUEUE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open queue report file '
                       '(status ' WS-REPORT-STATUS ')'
               MOVE 16 TO RETURN-CODE
               CLOSE REQQUEUE-CONTROL-FILE
               STOP RUN
           END-IF
           .

       WRITE-QUEUE-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FizzBuzz Request Queue - '
                  WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-QUEUE-LINE
           .

      * Absent or empty, the master is not enforced - the same rule
      * MAIN applies, so the queue never refuses what MAIN would run.
       LOAD-REQUESTER-MASTER.
           OPEN INPUT FIZZBUZZ-REQUESTER-FILE
           IF WS-REQMAST-STATUS = '00'
               PERFORM READ-REQUESTER-RECORD
                   UNTIL WS-REQMAST-EOF = 'Y'
               CLOSE FIZZBUZZ-REQUESTER-FILE
               IF WS-REQMAST-COUNT > 0
                   MOVE 'Y' TO WS-REQMAST-LOADED
               END-IF
           END-IF
           .

       READ-REQUESTER-RECORD.
           READ FIZZBUZZ-REQUESTER-FILE
               AT END
                   MOVE 'Y' TO WS-REQMAST-EOF
               NOT AT END
                   IF FIZZBUZZ-REQUESTER-RECORD NOT = SPACES
                           AND WS-REQMAST-COUNT
                               < REQQUEUE-MAX-REQUESTERS
                       ADD 1 TO WS-REQMAST-COUNT
                       MOVE FIZZBUZZ-REQUESTER-RECORD
                           TO WS-REQMAST-ENTRY(WS-REQMAST-COUNT)
                   END-IF
           END-READ
           .

      * Set names only: each header line is followed by its rule
      * lines, which are skipped by count. A catalog that will not
      * parse is left unenforced here - MAIN and RULECAT VERIFY are
      * where a broken catalog gets reported.
       LOAD-CATALOG-NAMES.
           OPEN INPUT FIZZBUZZ-RULESET-FILE
           IF WS-RULESET-STATUS = '00'
               MOVE 'Y' TO WS-CATALOG-LOADED
               PERFORM READ-CATALOG-NAME
                   UNTIL WS-RULESET-EOF = 'Y'
               CLOSE FIZZBUZZ-RULESET-FILE
           END-IF
           .

       READ-CATALOG-NAME.
           READ FIZZBUZZ-RULESET-FILE
               AT END
                   MOVE 'Y' TO WS-RULESET-EOF
               NOT AT END
                   IF FIZZBUZZ-RULESET-HEADER-RECORD NOT = SPACES
                       IF CAT-RULE-COUNT IS NOT NUMERIC
                               OR WS-SET-COUNT >= REQQUEUE-MAX-SETS
                           MOVE 'N' TO WS-CATALOG-LOADED
                           MOVE 'Y' TO WS-RULESET-EOF
                       ELSE
                           ADD 1 TO WS-SET-COUNT
                           MOVE CAT-SET-NAME
                               TO WS-SET-NAME(WS-SET-COUNT)
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
                   MOVE 'N' TO WS-CATALOG-LOADED
                   MOVE 'Y' TO WS-RULESET-EOF
           END-READ
           .

      * A missing queue is an empty one - the first ADD creates it.
       LOAD-QUEUE.
           OPEN INPUT FIZZBUZZ-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               MOVE 'Queue file not present - starting empty'
                   TO WS-REPORT-LINE
               PERFORM WRITE-QUEUE-LINE
           ELSE
               PERFORM LOAD-ONE-TICKET
                   UNTIL WS-QUEUE-EOF = 'Y'
                       OR WS-QUEUE-BROKEN = 'Y'
               CLOSE FIZZBUZZ-QUEUE-FILE
           END-IF
           .

       LOAD-ONE-TICKET.
           READ FIZZBUZZ-QUEUE-FILE
               AT END
                   MOVE 'Y' TO WS-QUEUE-EOF
               NOT AT END
                   IF FIZZBUZZ-QUEUE-RECORD NOT = SPACES
                       IF RQ-TICKET IS NOT NUMERIC
                               OR RQ-START-NUM IS NOT NUMERIC
                               OR RQ-MAX-NUM IS NOT NUMERIC
                           MOVE 'Y' TO WS-QUEUE-BROKEN
                           MOVE SPACES TO WS-BROKEN-TEXT
                           STRING 'ticket record "' RQ-TICKET
                                  '" is not numeric where it must be'
                               DELIMITED BY SIZE INTO WS-BROKEN-TEXT
                       ELSE
                           IF WS-QUEUE-COUNT >= REQQUEUE-MAX-TICKETS
                               MOVE 'Y' TO WS-QUEUE-BROKEN
                               MOVE 'queue holds more tickets than '
                                   & 'supported - PURGE closed ones'
                                   TO WS-BROKEN-TEXT
                           ELSE
                               ADD 1 TO WS-QUEUE-COUNT
                               MOVE FIZZBUZZ-QUEUE-RECORD
                                   TO WS-Q-DATA(WS-QUEUE-COUNT)
                               MOVE SPACES
                                   TO WS-Q-EXC-CODE(WS-QUEUE-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       PROCESS-FUNCTION-CARDS.
           READ REQQUEUE-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-CONTROL-EOF
               NOT AT END
                   IF REQQUEUE-CONTROL-CARD NOT = SPACES
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM RUN-ONE-FUNCTION
                   END-IF
           END-READ
           .

       RUN-ONE-FUNCTION.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-QUEUE-LINE
           EVALUATE QK-FUNCTION
               WHEN 'ADD     '
                   PERFORM ADD-TICKET
               WHEN 'CANCEL  '
                   PERFORM CANCEL-TICKET
               WHEN 'REQUEUE '
                   PERFORM REQUEUE-TICKET
               WHEN 'SELECT  '
                   PERFORM SELECT-RUN
               WHEN 'POSTRUN '
                   PERFORM POST-RUN-STATUS
               WHEN 'PURGE   '
                   PERFORM PURGE-CLOSED-TICKETS
               WHEN 'REPORT  '
                   PERFORM QUEUE-STATUS-REPORT
               WHEN OTHER
                   DISPLAY 'ERROR: unknown queue function "'
                           QK-FUNCTION '"'
                   MOVE 16 TO RETURN-CODE
                   CLOSE REQQUEUE-CONTROL-FILE
                   CLOSE REQQUEUE-REPORT-FILE
                   STOP RUN
           END-EVALUATE
           .

       REFUSE-IF-BROKEN.
           IF WS-QUEUE-BROKEN = 'Y'
               MOVE 'N' TO WS-CARD-VALID
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REFUSED ' QK-FUNCTION ': queue is broken - '
                      WS-BROKEN-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-QUEUE-LINE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           .

       REJECT-CARD.
           MOVE 'N' TO WS-CARD-VALID
           PERFORM WRITE-QUEUE-LINE
           ADD 1 TO WS-REJECT-COUNT
           .

      * Intake: everything MAIN would check at 2am is checked now, so
      * a bad ticket goes back to its requester the day it arrives
      * instead of failing the night's run for everyone else.
       ADD-TICKET.
           MOVE 'Y' TO WS-CARD-VALID
           PERFORM REFUSE-IF-BROKEN
           IF WS-CARD-VALID = 'Y'
                   AND (QK-TICKET IS NOT NUMERIC OR QK-TICKET = 0)
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REJECTED ADD ' QK-TICKET-X
                      ': ticket number must be numeric and nonzero'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM REJECT-CARD
           END-IF
           IF WS-CARD-VALID = 'Y'
               PERFORM FIND-TICKET
               IF WS-FOUND-IDX NOT = 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'REJECTED ADD ' QK-TICKET-X
                          ': ticket already on the queue'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM REJECT-CARD
               END-IF
           END-IF
           IF WS-CARD-VALID = 'Y'
                   AND (QK-START-NUM IS NOT NUMERIC
                       OR QK-MAX-NUM IS NOT NUMERIC
                       OR QK-MAX-NUM = 0)
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REJECTED ADD ' QK-TICKET-X
                      ': needs numeric START/MAX with MAX above zero'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM REJECT-CARD
           END-IF
           IF WS-CARD-VALID = 'Y'
                   AND QK-START-NUM + QK-MAX-NUM - 1 > 999999
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REJECTED ADD ' QK-TICKET-X
                      ': range runs past 999999'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM REJECT-CARD
           END-IF
           IF WS-CARD-VALID = 'Y'
                   AND QK-PRIORITY-X NOT = SPACE
                   AND (QK-PRIORITY IS NOT NUMERIC OR QK-PRIORITY = 0)
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REJECTED ADD ' QK-TICKET-X
                      ': priority must be 1-9'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM REJECT-CARD
           END-IF
           IF WS-CARD-VALID = 'Y'
                   AND QK-WANTED-DATE NOT = SPACES
               IF QK-WANTED-DATE-N IS NOT NUMERIC
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'REJECTED ADD ' QK-TICKET-X
                          ': wanted-by date must be YYYYMMDD'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM REJECT-CARD
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(QK-WANTED-DATE-N)
                           NOT = 0
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'REJECTED ADD ' QK-TICKET-X
                              ': wanted-by date is not a valid date'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM REJECT-CARD
                   END-IF
               END-IF
           END-IF
           IF WS-CARD-VALID = 'Y'
               MOVE QK-REQUESTER-ID TO WS-REQ-SEARCH-ID
               MOVE QK-RULE-SET TO WS-SELECT-SET
               PERFORM CHECK-TICKET-AUTHORITY
               IF WS-TICKET-PROBLEM NOT = SPACES
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'REJECTED ADD ' QK-TICKET-X ': '
                          WS-TICKET-PROBLEM
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM REJECT-CARD
               END-IF
           END-IF
           IF WS-CARD-VALID = 'Y'
                   AND WS-QUEUE-COUNT >= REQQUEUE-MAX-TICKETS
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REJECTED ADD ' QK-TICKET-X
                      ': queue is full - PURGE closed tickets'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM REJECT-CARD
           END-IF
           IF WS-CARD-VALID = 'Y'
               ADD 1 TO WS-QUEUE-COUNT
               MOVE WS-QUEUE-COUNT TO WS-Q-IDX
               MOVE SPACES TO WS-Q-DATA(WS-Q-IDX)
               MOVE SPACES TO WS-Q-EXC-CODE(WS-Q-IDX)
               MOVE QK-TICKET TO WS-Q-TICKET(WS-Q-IDX)
               MOVE QK-REQUESTER-ID TO WS-Q-REQUESTER-ID(WS-Q-IDX)
               MOVE QK-RULE-SET TO WS-Q-RULE-SET(WS-Q-IDX)
               MOVE QK-START-NUM TO WS-Q-START-NUM(WS-Q-IDX)
               MOVE QK-MAX-NUM TO WS-Q-MAX-NUM(WS-Q-IDX)
               IF QK-PRIORITY-X = SPACE
                   MOVE 5 TO WS-Q-PRIORITY(WS-Q-IDX)
               ELSE
                   MOVE QK-PRIORITY TO WS-Q-PRIORITY(WS-Q-IDX)
               END-IF
               MOVE QK-WANTED-DATE TO WS-Q-WANTED-DATE(WS-Q-IDX)
               MOVE 0 TO WS-Q-CARD-SEQ(WS-Q-IDX)
               MOVE 'QUEUED' TO WS-Q-STATUS(WS-Q-IDX)
               MOVE WS-TODAY TO WS-Q-STATUS-DATE(WS-Q-IDX)
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ADDED    ' QK-TICKET-X ' for ' QK-REQUESTER-ID
                      ' by ' QK-USER-ID
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM NOTE-APPLIED-CHANGE
           END-IF
           .

      * WS-REQ-SEARCH-ID and WS-SELECT-SET name the requester and set
      * to check; WS-TICKET-PROBLEM comes back spaces when MAIN would
      * accept a card carrying them.
       CHECK-TICKET-AUTHORITY.
           MOVE SPACES TO WS-TICKET-PROBLEM
           IF WS-REQ-SEARCH-ID = SPACES
               MOVE 'requester is blank' TO WS-TICKET-PROBLEM
           END-IF
           IF WS-TICKET-PROBLEM = SPACES AND WS-REQMAST-LOADED = 'Y'
               PERFORM FIND-REQUESTER-ENTRY
               IF WS-REQMAST-FOUND = 0
                   MOVE 'requester not on the master'
                       TO WS-TICKET-PROBLEM
               ELSE
                   IF WS-SELECT-SET NOT = SPACES
                       MOVE 'N' TO WS-AUTH-OK
                       PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                               UNTIL WS-AUTH-IDX
                                   > REQQUEUE-MAX-AUTH-SETS
                           IF WS-REQMAST-AUTH(WS-REQMAST-FOUND,
                                   WS-AUTH-IDX) = WS-SELECT-SET
                               MOVE 'Y' TO WS-AUTH-OK
                           END-IF
                       END-PERFORM
                       IF WS-AUTH-OK = 'N'
                           MOVE 'not authorized for rule set'
                               TO WS-TICKET-PROBLEM
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-TICKET-PROBLEM = SPACES
                   AND WS-SELECT-SET NOT = SPACES
                   AND WS-CATALOG-LOADED = 'Y'
               MOVE 'N' TO WS-AUTH-OK
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > WS-SET-COUNT
                   IF WS-SET-NAME(WS-SET-IDX) = WS-SELECT-SET
                       MOVE 'Y' TO WS-AUTH-OK
                   END-IF
               END-PERFORM
               IF WS-AUTH-OK = 'N'
                   MOVE 'rule set not in the catalog'
                       TO WS-TICKET-PROBLEM
               END-IF
           END-IF
           .

       FIND-REQUESTER-ENTRY.
           MOVE 0 TO WS-REQMAST-FOUND
           PERFORM VARYING WS-REQMAST-IDX FROM 1 BY 1
                   UNTIL WS-REQMAST-IDX > WS-REQMAST-COUNT
               IF WS-REQMAST-ID(WS-REQMAST-IDX) = WS-REQ-SEARCH-ID
                   MOVE WS-REQMAST-IDX TO WS-REQMAST-FOUND
               END-IF
           END-PERFORM
           .

       FIND-TICKET.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-QUEUE-COUNT
               IF WS-Q-TICKET(WS-Q-IDX) = QK-TICKET
                   MOVE WS-Q-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           .

      * Only a ticket no run has picked up yet can be withdrawn; one
      * that failed may be withdrawn instead of requeued.
       CANCEL-TICKET.
           MOVE 'Y' TO WS-CARD-VALID
           PERFORM REFUSE-IF-BROKEN
           IF WS-CARD-VALID = 'Y'
               PERFORM FIND-TICKET
               IF WS-FOUND-IDX = 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'REJECTED CANCEL ' QK-TICKET-X
                          ': ticket not on the queue'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM REJECT-CARD
               ELSE
                   IF WS-Q-STATUS(WS-FOUND-IDX) NOT = 'QUEUED  '
                           AND WS-Q-STATUS(WS-FOUND-IDX)
                               NOT = 'FAILED  '
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'REJECTED CANCEL ' QK-TICKET-X
                              ': ticket is '
                              WS-Q-STATUS(WS-FOUND-IDX)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM REJECT-CARD
                   ELSE
                       MOVE WS-FOUND-IDX TO WS-Q-IDX
                       MOVE 'CANCELED' TO WS-Q-STATUS(WS-Q-IDX)
                       MOVE WS-TODAY TO WS-Q-STATUS-DATE(WS-Q-IDX)
                       MOVE SPACES TO WS-Q-NOTE(WS-Q-IDX)
                       STRING 'canceled by ' QK-USER-ID
                           DELIMITED BY SIZE INTO WS-Q-NOTE(WS-Q-IDX)
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'CANCELED ' QK-TICKET-X ' by '
                              QK-USER-ID
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM NOTE-APPLIED-CHANGE
                   END-IF
               END-IF
           END-IF
           .

      * Puts a FAILED or REJECTED ticket back in line once its cause
      * is fixed - and releases a SELECTED one whose run never
      * happened, so the next SELECT is not blocked by it.
       REQUEUE-TICKET.
           MOVE 'Y' TO WS-CARD-VALID
           PERFORM REFUSE-IF-BROKEN
           IF WS-CARD-VALID = 'Y'
               PERFORM FIND-TICKET
               IF WS-FOUND-IDX = 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'REJECTED REQUEUE ' QK-TICKET-X
                          ': ticket not on the queue'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM REJECT-CARD
               ELSE
                   IF WS-Q-STATUS(WS-FOUND-IDX) NOT = 'FAILED  '
                           AND WS-Q-STATUS(WS-FOUND-IDX)
                               NOT = 'REJECTED'
                           AND WS-Q-STATUS(WS-FOUND-IDX)
                               NOT = 'SELECTED'
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'REJECTED REQUEUE ' QK-TICKET-X
                              ': ticket is '
                              WS-Q-STATUS(WS-FOUND-IDX)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM REJECT-CARD
                   ELSE
                       MOVE WS-FOUND-IDX TO WS-Q-IDX
                       MOVE 'QUEUED' TO WS-Q-STATUS(WS-Q-IDX)
                       MOVE WS-TODAY TO WS-Q-STATUS-DATE(WS-Q-IDX)
                       MOVE SPACES TO WS-Q-SELECT-STAMP(WS-Q-IDX)
                       MOVE 0 TO WS-Q-CARD-SEQ(WS-Q-IDX)
                       MOVE SPACES TO WS-Q-NOTE(WS-Q-IDX)
                       STRING 'requeued by ' QK-USER-ID
                           DELIMITED BY SIZE INTO WS-Q-NOTE(WS-Q-IDX)
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'REQUEUED ' QK-TICKET-X ' by '
                              QK-USER-ID
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM NOTE-APPLIED-CHANGE
                   END-IF
               END-IF
           END-IF
           .

      * Builds the night's fizzbuzz.ctl. MAIN loads one rule set per
      * run and fails the job on cards naming different sets, so the
      * run takes the set of the highest-ranked queued ticket and then
      * every queued ticket for that same set, best first, up to the
      * card table's capacity. Tickets for other sets wait for a later
      * night. A ticket naming no set rides only with other no-set
      * tickets: on a run with a named set it would be classified
      * under that set instead of the built-in rules it asked for.
       SELECT-RUN.
           MOVE 'Y' TO WS-CARD-VALID
           PERFORM REFUSE-IF-BROKEN
           IF WS-CARD-VALID = 'Y'
               PERFORM CHECK-OUTSTANDING-BATCH
           END-IF
           IF WS-CARD-VALID = 'Y'
               PERFORM READ-CHECKPOINT
               IF WS-CKPT-LIVE = 'Y'
                   MOVE 'REFUSED SELECT: fizzbuzz.chk holds a pending '
                       & 'restart - the run must finish first'
                       TO WS-REPORT-LINE
                   PERFORM REJECT-CARD
               END-IF
           END-IF
           IF WS-CARD-VALID = 'Y'
               MOVE 'Selection:' TO WS-REPORT-LINE
               PERFORM WRITE-QUEUE-LINE
               PERFORM RECHECK-QUEUED-TICKET
                   VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-QUEUE-COUNT
               MOVE 'N' TO WS-SET-FILTER
               PERFORM FIND-BEST-CANDIDATE
               IF WS-BEST-IDX = 0
                   MOVE '  No queued tickets - fizzbuzz.ctl left '
                       & 'unchanged' TO WS-REPORT-LINE
                   PERFORM WRITE-QUEUE-LINE
                   MOVE 'Y' TO WS-EMPTY-SELECT
               ELSE
                   PERFORM WRITE-CONTROL-CARDS
               END-IF
           END-IF
           .

      * One batch at a time: until POSTRUN has closed out the last
      * selection (or REQUEUE has released it) a new SELECT would
      * rewrite the control file the outstanding tickets depend on.
       CHECK-OUTSTANDING-BATCH.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-QUEUE-COUNT
               IF WS-Q-STATUS(WS-Q-IDX) = 'SELECTED'
                       OR WS-Q-STATUS(WS-Q-IDX) = 'PARTIAL '
                   MOVE WS-Q-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX NOT = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REFUSED SELECT: ticket '
                      WS-Q-TICKET(WS-FOUND-IDX) ' is still '
                      WS-Q-STATUS(WS-FOUND-IDX)
                      ' - POSTRUN must close it out'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM REJECT-CARD
           END-IF
           .

      * The master or catalog may have changed since intake; a ticket
      * that would now fail MAIN's card checks is turned away here so
      * it cannot take the rest of the batch down with it.
       RECHECK-QUEUED-TICKET.
           IF WS-Q-STATUS(WS-Q-IDX) = 'QUEUED  '
               MOVE WS-Q-REQUESTER-ID(WS-Q-IDX) TO WS-REQ-SEARCH-ID
               MOVE WS-Q-RULE-SET(WS-Q-IDX) TO WS-SELECT-SET
               PERFORM CHECK-TICKET-AUTHORITY
               IF WS-TICKET-PROBLEM NOT = SPACES
                   MOVE 'REJECTED' TO WS-Q-STATUS(WS-Q-IDX)
                   MOVE WS-TODAY TO WS-Q-STATUS-DATE(WS-Q-IDX)
                   MOVE WS-TICKET-PROBLEM TO WS-Q-NOTE(WS-Q-IDX)
                   MOVE 'Y' TO WS-QUEUE-DIRTY
                   ADD 1 TO WS-TICKET-REJECT-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  Ticket ' WS-Q-TICKET(WS-Q-IDX)
                          ' rejected: ' WS-TICKET-PROBLEM
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-QUEUE-LINE
               END-IF
           END-IF
           .

      * Best queued ticket by WS-CAND-KEY; with WS-SET-FILTER = Y only
      * tickets for WS-SELECT-SET are considered.
       FIND-BEST-CANDIDATE.
           MOVE 0 TO WS-BEST-IDX
           MOVE HIGH-VALUES TO WS-BEST-KEY
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-QUEUE-COUNT
               IF WS-Q-STATUS(WS-Q-IDX) = 'QUEUED  '
                       AND (WS-SET-FILTER = 'N'
                           OR WS-Q-RULE-SET(WS-Q-IDX) = WS-SELECT-SET)
                   MOVE WS-Q-PRIORITY(WS-Q-IDX) TO WS-CAND-KEY(1:1)
                   IF WS-Q-WANTED-DATE(WS-Q-IDX) = SPACES
                       MOVE '99999999' TO WS-CAND-KEY(2:8)
                   ELSE
                       MOVE WS-Q-WANTED-DATE(WS-Q-IDX)
                           TO WS-CAND-KEY(2:8)
                   END-IF
                   MOVE WS-Q-TICKET(WS-Q-IDX) TO WS-CAND-KEY(10:6)
                   IF WS-CAND-KEY < WS-BEST-KEY
                       MOVE WS-CAND-KEY TO WS-BEST-KEY
                       MOVE WS-Q-IDX TO WS-BEST-IDX
                   END-IF
               END-IF
           END-PERFORM
           .

       WRITE-CONTROL-CARDS.
           MOVE WS-Q-RULE-SET(WS-BEST-IDX) TO WS-SELECT-SET
           MOVE 'Y' TO WS-SET-FILTER
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-SELECT-STAMP
           OPEN OUTPUT FIZZBUZZ-CONTROL-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open fizzbuzz.ctl for the '
                       'selected run (status ' WS-CARD-STATUS ')'
               MOVE 16 TO RETURN-CODE
               CLOSE REQQUEUE-CONTROL-FILE
               CLOSE REQQUEUE-REPORT-FILE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SELECT-SET = SPACES
               MOVE '  Rule set: (none - built-in rules)'
                   TO WS-REPORT-LINE
           ELSE
               STRING '  Rule set: ' WS-SELECT-SET
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-QUEUE-LINE
           MOVE 0 TO WS-SELECT-COUNT
           PERFORM TAKE-BEST-CANDIDATE
               UNTIL WS-BEST-IDX = 0
                   OR WS-SELECT-COUNT >= REQQUEUE-MAX-CARDS
           CLOSE FIZZBUZZ-CONTROL-FILE
           MOVE 0 TO WS-DEFERRED-COUNT
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-QUEUE-COUNT
               IF WS-Q-STATUS(WS-Q-IDX) = 'QUEUED  '
                   ADD 1 TO WS-DEFERRED-COUNT
               END-IF
           END-PERFORM
           MOVE WS-SELECT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  Cards written to fizzbuzz.ctl: '
                  FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-QUEUE-LINE
           MOVE WS-DEFERRED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  Tickets left queued for a later run: '
                  FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-QUEUE-LINE
           MOVE 'Y' TO WS-QUEUE-DIRTY
           ADD 1 TO WS-CHANGE-COUNT
           .

      * The card number written here is the range sequence MAIN will
      * checkpoint, which is how POSTRUN later tells the finished
      * tickets of a stopped run from the ones still to do.
       TAKE-BEST-CANDIDATE.
           ADD 1 TO WS-SELECT-COUNT
           MOVE WS-BEST-IDX TO WS-Q-IDX
           MOVE 'SELECTED' TO WS-Q-STATUS(WS-Q-IDX)
           MOVE WS-TODAY TO WS-Q-STATUS-DATE(WS-Q-IDX)
           MOVE WS-SELECT-STAMP TO WS-Q-SELECT-STAMP(WS-Q-IDX)
           MOVE WS-SELECT-COUNT TO WS-Q-CARD-SEQ(WS-Q-IDX)
           MOVE SPACES TO WS-Q-NOTE(WS-Q-IDX)
           MOVE SPACES TO FIZZBUZZ-CONTROL-CARD
           MOVE WS-Q-START-NUM(WS-Q-IDX) TO CC-START-NUM
           MOVE WS-Q-MAX-NUM(WS-Q-IDX) TO CC-MAX-NUM
           MOVE WS-Q-REQUESTER-ID(WS-Q-IDX) TO CC-REQUESTER-ID
           MOVE WS-Q-RULE-SET(WS-Q-IDX) TO CC-RULE-SET
           WRITE FIZZBUZZ-CONTROL-CARD
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'ERROR: could not write fizzbuzz.ctl card '
                       '(status ' WS-CARD-STATUS ') - the queue is '
                       'left unchanged'
               MOVE 16 TO RETURN-CODE
               CLOSE FIZZBUZZ-CONTROL-FILE
               CLOSE REQQUEUE-CONTROL-FILE
               CLOSE REQQUEUE-REPORT-FILE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  Card ' WS-SELECT-COUNT ': ticket '
                  WS-Q-TICKET(WS-Q-IDX) ' '
                  WS-Q-REQUESTER-ID(WS-Q-IDX) ' priority '
                  WS-Q-PRIORITY(WS-Q-IDX) ' wanted '
                  WS-Q-WANTED-DATE(WS-Q-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-QUEUE-LINE
           PERFORM FIND-BEST-CANDIDATE
           .

      * Closes out the outstanding batch from the evidence the run
      * left: the last journal record since the batch was selected
      * (its return code), the checkpoint (a live one means the run
      * stopped or died inside card CKPT-RANGE-SEQ and a restart is
      * still to come) and the exception file (an error logged
      * against an input inside a ticket's range fails that ticket).
       POST-RUN-STATUS.
           MOVE 'Y' TO WS-CARD-VALID
           PERFORM REFUSE-IF-BROKEN
           IF WS-CARD-VALID = 'Y'
               MOVE 'Post-run status:' TO WS-REPORT-LINE
               PERFORM WRITE-QUEUE-LINE
               MOVE SPACES TO WS-BATCH-STAMP
               PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                       UNTIL WS-Q-IDX > WS-QUEUE-COUNT
                   IF WS-Q-STATUS(WS-Q-IDX) = 'SELECTED'
                           OR WS-Q-STATUS(WS-Q-IDX) = 'PARTIAL '
                       MOVE WS-Q-SELECT-STAMP(WS-Q-IDX)
                           TO WS-BATCH-STAMP
                   END-IF
               END-PERFORM
               IF WS-BATCH-STAMP = SPACES
                   MOVE '  No selected tickets outstanding'
                       TO WS-REPORT-LINE
                   PERFORM WRITE-QUEUE-LINE
               ELSE
                   PERFORM FIND-BATCH-JOURNAL
                   IF WS-JRNL-FOUND = 'N'
                       MOVE '  No run journaled since the selection - '
                           & 'tickets stay SELECTED' TO WS-REPORT-LINE
                       PERFORM WRITE-QUEUE-LINE
                   ELSE
                       PERFORM READ-CHECKPOINT
                       PERFORM FIND-BATCH-EXCEPTIONS
                       MOVE 0 TO WS-MARK-COUNT
                       PERFORM MARK-ONE-TICKET
                           VARYING WS-Q-IDX FROM 1 BY 1
                           UNTIL WS-Q-IDX > WS-QUEUE-COUNT
                       MOVE WS-MARK-COUNT TO WS-COUNT-EDIT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '  Tickets marked: '
                              FUNCTION TRIM(WS-COUNT-EDIT)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM WRITE-QUEUE-LINE
                       MOVE 'Y' TO WS-QUEUE-DIRTY
                       ADD 1 TO WS-CHANGE-COUNT
                   END-IF
               END-IF
           END-IF
           .

      * The latest execution journaled at or after the selection -
      * after a stop and restart that is the restart, whose code is
      * the one that says how the batch finally stands. Partitions of
      * a split run (PARTSPLIT/PARTMERGE) never come off the queue;
      * their records are folded into the journal when they are
      * merged and are passed over here, as are TXNCLASS's
      * transaction-feed runs, which take no control card at all.
       FIND-BATCH-JOURNAL.
           MOVE 'N' TO WS-JRNL-FOUND
           MOVE 'N' TO WS-JOURNAL-EOF
           OPEN INPUT FIZZBUZZ-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '00'
               PERFORM READ-BATCH-JOURNAL
                   UNTIL WS-JOURNAL-EOF = 'Y'
               CLOSE FIZZBUZZ-JOURNAL-FILE
           END-IF
           .

       READ-BATCH-JOURNAL.
           READ FIZZBUZZ-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-JOURNAL-EOF
               NOT AT END
                   MOVE JRNL-RUN-DATE TO WS-JRNL-STAMP(1:8)
                   MOVE JRNL-RUN-TIME TO WS-JRNL-STAMP(9:6)
                   IF WS-JRNL-STAMP NOT < WS-BATCH-STAMP
                           AND JRNL-RETURN-CODE IS NUMERIC
                           AND (JRNL-PARTITION IS NOT NUMERIC
                               OR JRNL-PARTITION = 0)
                           AND JRNL-RUN-MODE NOT = 'TRANSACTION'
                       MOVE 'Y' TO WS-JRNL-FOUND
                       MOVE JRNL-RETURN-CODE TO WS-LAST-RC
                   END-IF
           END-READ
           .

       READ-CHECKPOINT.
           MOVE 'N' TO WS-CKPT-LIVE
           MOVE 0 TO WS-CKPT-SEQ
           MOVE 0 TO WS-CKPT-INPUT
           OPEN INPUT FIZZBUZZ-CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = '00'
               READ FIZZBUZZ-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FIZZBUZZ-CHECKPOINT-RECORD NOT = SPACES
                           MOVE 'Y' TO WS-CKPT-LIVE
                           IF CKPT-INPUT IS NUMERIC
                               MOVE CKPT-INPUT TO WS-CKPT-INPUT
                           END-IF
                           IF CKPT-RANGE-SEQ IS NUMERIC
                               MOVE CKPT-RANGE-SEQ TO WS-CKPT-SEQ
                           ELSE
                               MOVE 1 TO WS-CKPT-SEQ
                           END-IF
                       END-IF
               END-READ
               CLOSE FIZZBUZZ-CHECKPOINT-FILE
           END-IF
           .

      * Exception records are 'YYYYMMDD HHMMSS FBZnnnX INPUT n ...'
      * (main.cob's LOG-EXCEPTION). Only errors and severe conditions
      * (suffix E or S) that name an input are charged to a ticket;
      * warnings leave the ticket complete.
       FIND-BATCH-EXCEPTIONS.
           MOVE 'N' TO WS-EXCEPTION-EOF
           OPEN INPUT FIZZBUZZ-EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS = '00'
               PERFORM READ-BATCH-EXCEPTION
                   UNTIL WS-EXCEPTION-EOF = 'Y'
               CLOSE FIZZBUZZ-EXCEPTION-FILE
           END-IF
           .

       READ-BATCH-EXCEPTION.
           READ FIZZBUZZ-EXCEPTION-FILE
               AT END
                   MOVE 'Y' TO WS-EXCEPTION-EOF
               NOT AT END
                   MOVE FIZZBUZZ-EXCEPTION-RECORD(1:8)
                       TO WS-EXC-STAMP(1:8)
                   MOVE FIZZBUZZ-EXCEPTION-RECORD(10:6)
                       TO WS-EXC-STAMP(9:6)
                   IF WS-EXC-STAMP NOT < WS-BATCH-STAMP
                           AND (FIZZBUZZ-EXCEPTION-RECORD(23:1) = 'E'
                               OR FIZZBUZZ-EXCEPTION-RECORD(23:1)
                                   = 'S')
                           AND FIZZBUZZ-EXCEPTION-RECORD(25:6)
                               = 'INPUT '
                       COMPUTE WS-EXC-INPUT = FUNCTION NUMVAL(
                               FIZZBUZZ-EXCEPTION-RECORD(31:7))
                       PERFORM CHARGE-EXCEPTION-TO-TICKET
                           VARYING WS-Q-IDX FROM 1 BY 1
                           UNTIL WS-Q-IDX > WS-QUEUE-COUNT
                   END-IF
           END-READ
           .

       CHARGE-EXCEPTION-TO-TICKET.
           IF (WS-Q-STATUS(WS-Q-IDX) = 'SELECTED'
                   OR WS-Q-STATUS(WS-Q-IDX) = 'PARTIAL ')
                   AND WS-Q-EXC-CODE(WS-Q-IDX) = SPACES
               COMPUTE WS-END-NUM = WS-Q-START-NUM(WS-Q-IDX)
                   + WS-Q-MAX-NUM(WS-Q-IDX) - 1
               IF WS-EXC-INPUT NOT < WS-Q-START-NUM(WS-Q-IDX)
                       AND WS-EXC-INPUT NOT > WS-END-NUM
                   MOVE FIZZBUZZ-EXCEPTION-RECORD(17:7)
                       TO WS-Q-EXC-CODE(WS-Q-IDX)
               END-IF
           END-IF
           .

      * A live checkpoint splits the batch at the card the run was in:
      * cards before it finished, that card and the ones after it wait
      * on the restart. With no checkpoint the run either finished
      * (any code below 16) or was abandoned before its first
      * checkpoint (16), and nothing of it survived.
       MARK-ONE-TICKET.
           IF WS-Q-STATUS(WS-Q-IDX) = 'SELECTED'
                   OR WS-Q-STATUS(WS-Q-IDX) = 'PARTIAL '
               ADD 1 TO WS-MARK-COUNT
               MOVE WS-TODAY TO WS-Q-STATUS-DATE(WS-Q-IDX)
               MOVE SPACES TO WS-Q-NOTE(WS-Q-IDX)
               IF WS-CKPT-LIVE = 'Y'
                       AND WS-Q-CARD-SEQ(WS-Q-IDX) NOT < WS-CKPT-SEQ
                   MOVE 'PARTIAL' TO WS-Q-STATUS(WS-Q-IDX)
                   IF WS-Q-CARD-SEQ(WS-Q-IDX) = WS-CKPT-SEQ
                       MOVE WS-CKPT-INPUT TO WS-NUM-EDIT
                       STRING 'restart pending at input '
                              FUNCTION TRIM(WS-NUM-EDIT)
                           DELIMITED BY SIZE INTO WS-Q-NOTE(WS-Q-IDX)
                   ELSE
                       MOVE 'restart pending - not reached'
                           TO WS-Q-NOTE(WS-Q-IDX)
                   END-IF
               ELSE
                   IF WS-CKPT-LIVE = 'N' AND WS-LAST-RC >= 16
                       MOVE 'FAILED' TO WS-Q-STATUS(WS-Q-IDX)
                       MOVE WS-LAST-RC TO WS-NUM-EDIT
                       STRING 'run abandoned RC '
                              FUNCTION TRIM(WS-NUM-EDIT)
                           DELIMITED BY SIZE INTO WS-Q-NOTE(WS-Q-IDX)
                   ELSE
                       IF WS-Q-EXC-CODE(WS-Q-IDX) NOT = SPACES
                           MOVE 'FAILED' TO WS-Q-STATUS(WS-Q-IDX)
                           STRING 'error ' WS-Q-EXC-CODE(WS-Q-IDX)
                                  ' in range'
                               DELIMITED BY SIZE
                               INTO WS-Q-NOTE(WS-Q-IDX)
                       ELSE
                           MOVE 'COMPLETE' TO WS-Q-STATUS(WS-Q-IDX)
                       END-IF
                   END-IF
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  Ticket ' WS-Q-TICKET(WS-Q-IDX) ' '
                      WS-Q-STATUS(WS-Q-IDX) ' ' WS-Q-NOTE(WS-Q-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-QUEUE-LINE
           END-IF
           .

      * Drops COMPLETE, CANCELED and REJECTED tickets whose status last
      * changed before the card's date, compacting the table in place.
       PURGE-CLOSED-TICKETS.
           MOVE 'Y' TO WS-CARD-VALID
           PERFORM REFUSE-IF-BROKEN
           IF WS-CARD-VALID = 'Y' AND QK-WANTED-DATE-N IS NOT NUMERIC
               MOVE 'REJECTED PURGE: needs a YYYYMMDD cut-off date'
                   TO WS-REPORT-LINE
               PERFORM REJECT-CARD
           END-IF
           IF WS-CARD-VALID = 'Y'
               MOVE 0 TO WS-MARK-COUNT
               MOVE 0 TO WS-FOUND-IDX
               PERFORM KEEP-OR-DROP-TICKET
                   VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-QUEUE-COUNT
               MOVE WS-FOUND-IDX TO WS-QUEUE-COUNT
               MOVE WS-MARK-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PURGED   ' FUNCTION TRIM(WS-COUNT-EDIT)
                      ' closed tickets before ' QK-WANTED-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM NOTE-APPLIED-CHANGE
           END-IF
           .

       KEEP-OR-DROP-TICKET.
           IF (WS-Q-STATUS(WS-Q-IDX) = 'COMPLETE'
                   OR WS-Q-STATUS(WS-Q-IDX) = 'CANCELED'
                   OR WS-Q-STATUS(WS-Q-IDX) = 'REJECTED')
                   AND WS-Q-STATUS-DATE(WS-Q-IDX) < QK-WANTED-DATE
               ADD 1 TO WS-MARK-COUNT
           ELSE
               ADD 1 TO WS-FOUND-IDX
               IF WS-FOUND-IDX NOT = WS-Q-IDX
                   MOVE WS-Q-ENTRY(WS-Q-IDX)
                       TO WS-Q-ENTRY(WS-FOUND-IDX)
               END-IF
           END-IF
           .

      * One section per requester, in order of first appearance on
      * the queue, so each department reads its own tickets' state in
      * one place; a ticket past its wanted-by date and not yet
      * delivered is flagged '*'.
       QUEUE-STATUS-REPORT.
           MOVE 'Queue status report:' TO WS-REPORT-LINE
           PERFORM WRITE-QUEUE-LINE
           INITIALIZE WS-STATUS-TALLIES
           MOVE 0 TO WS-PRINTED-COUNT
           IF WS-QUEUE-COUNT = 0
               MOVE '  (queue is empty)' TO WS-REPORT-LINE
               PERFORM WRITE-QUEUE-LINE
           END-IF
           PERFORM REPORT-ONE-REQUESTER
               VARYING WS-FOUND-IDX FROM 1 BY 1
               UNTIL WS-FOUND-IDX > WS-QUEUE-COUNT
           PERFORM WRITE-STATUS-TALLIES
           .

       REPORT-ONE-REQUESTER.
           MOVE WS-Q-REQUESTER-ID(WS-FOUND-IDX) TO WS-REPORT-REQUESTER
           MOVE 'N' TO WS-PRINTED-SEEN
           PERFORM VARYING WS-PRINTED-IDX FROM 1 BY 1
                   UNTIL WS-PRINTED-IDX > WS-PRINTED-COUNT
               IF WS-PRINTED-ID(WS-PRINTED-IDX) = WS-REPORT-REQUESTER
                   MOVE 'Y' TO WS-PRINTED-SEEN
               END-IF
           END-PERFORM
           IF WS-PRINTED-SEEN = 'N'
               ADD 1 TO WS-PRINTED-COUNT
               MOVE WS-REPORT-REQUESTER
                   TO WS-PRINTED-ID(WS-PRINTED-COUNT)
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-QUEUE-LINE
               MOVE WS-REPORT-REQUESTER TO WS-REQ-SEARCH-ID
               PERFORM FIND-REQUESTER-ENTRY
               IF WS-REQMAST-FOUND > 0
                   STRING '  Requester ' WS-REPORT-REQUESTER ' '
                          WS-REQMAST-DEPT(WS-REQMAST-FOUND) ' '
                          WS-REQMAST-CONTACT(WS-REQMAST-FOUND)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING '  Requester ' WS-REPORT-REQUESTER
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               PERFORM WRITE-QUEUE-LINE
               MOVE '    TICKET SET       RANGE           PRI WANTED   '
                   & ' STATUS   NOTE' TO WS-REPORT-LINE
               PERFORM WRITE-QUEUE-LINE
               PERFORM REPORT-ONE-TICKET
                   VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-QUEUE-COUNT
           END-IF
           .

       REPORT-ONE-TICKET.
           IF WS-Q-REQUESTER-ID(WS-Q-IDX) = WS-REPORT-REQUESTER
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-Q-WANTED-DATE(WS-Q-IDX) NOT = SPACES
                       AND WS-Q-WANTED-DATE(WS-Q-IDX) < WS-TODAY
                       AND WS-Q-STATUS(WS-Q-IDX) NOT = 'COMPLETE'
                       AND WS-Q-STATUS(WS-Q-IDX) NOT = 'CANCELED'
                       AND WS-Q-STATUS(WS-Q-IDX) NOT = 'REJECTED'
                   MOVE '*' TO WS-REPORT-LINE(3:1)
                   ADD 1 TO WS-OVERDUE-COUNT
               END-IF
               MOVE WS-Q-TICKET(WS-Q-IDX) TO WS-REPORT-LINE(5:6)
               MOVE WS-Q-RULE-SET(WS-Q-IDX) TO WS-REPORT-LINE(12:8)
               MOVE WS-Q-START-NUM(WS-Q-IDX) TO WS-NUM-EDIT
               MOVE WS-NUM-EDIT TO WS-REPORT-LINE(21:6)
               MOVE '-' TO WS-REPORT-LINE(27:1)
               COMPUTE WS-END-NUM = WS-Q-START-NUM(WS-Q-IDX)
                   + WS-Q-MAX-NUM(WS-Q-IDX) - 1
               MOVE WS-END-NUM TO WS-END-EDIT
               MOVE WS-END-EDIT(2:6) TO WS-REPORT-LINE(28:6)
               MOVE WS-Q-PRIORITY(WS-Q-IDX) TO WS-REPORT-LINE(38:1)
               MOVE WS-Q-WANTED-DATE(WS-Q-IDX) TO WS-REPORT-LINE(41:8)
               MOVE WS-Q-STATUS(WS-Q-IDX) TO WS-REPORT-LINE(51:8)
               MOVE WS-Q-NOTE(WS-Q-IDX) TO WS-REPORT-LINE(60:30)
               PERFORM WRITE-QUEUE-LINE
               EVALUATE WS-Q-STATUS(WS-Q-IDX)
                   WHEN 'QUEUED  '
                       ADD 1 TO WS-QUEUED-COUNT
                   WHEN 'SELECTED'
                       ADD 1 TO WS-SELECTED-COUNT
                   WHEN 'COMPLETE'
                       ADD 1 TO WS-COMPLETE-COUNT
                   WHEN 'PARTIAL '
                       ADD 1 TO WS-PARTIAL-COUNT
                   WHEN 'FAILED  '
                       ADD 1 TO WS-FAILED-COUNT
                   WHEN 'REJECTED'
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN 'CANCELED'
                       ADD 1 TO WS-CANCELED-COUNT
               END-EVALUATE
           END-IF
           .

       WRITE-STATUS-TALLIES.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-QUEUE-LINE
           MOVE '  Tickets by status:' TO WS-REPORT-LINE
           PERFORM WRITE-QUEUE-LINE
           MOVE 'Queued' TO WS-REPORT-LINE(5:12)
           MOVE WS-QUEUED-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(17:3)
           PERFORM WRITE-QUEUE-LINE
           MOVE 'Selected' TO WS-REPORT-LINE(5:12)
           MOVE WS-SELECTED-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(17:3)
           PERFORM WRITE-QUEUE-LINE
           MOVE 'Complete' TO WS-REPORT-LINE(5:12)
           MOVE WS-COMPLETE-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(17:3)
           PERFORM WRITE-QUEUE-LINE
           MOVE 'Partial' TO WS-REPORT-LINE(5:12)
           MOVE WS-PARTIAL-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(17:3)
           PERFORM WRITE-QUEUE-LINE
           MOVE 'Failed' TO WS-REPORT-LINE(5:12)
           MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(17:3)
           PERFORM WRITE-QUEUE-LINE
           MOVE 'Rejected' TO WS-REPORT-LINE(5:12)
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(17:3)
           PERFORM WRITE-QUEUE-LINE
           MOVE 'Canceled' TO WS-REPORT-LINE(5:12)
           MOVE WS-CANCELED-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(17:3)
           PERFORM WRITE-QUEUE-LINE
           MOVE 'Overdue (*)' TO WS-REPORT-LINE(5:12)
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(17:3)
           PERFORM WRITE-QUEUE-LINE
           .

       NOTE-APPLIED-CHANGE.
           PERFORM WRITE-QUEUE-LINE
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'Y' TO WS-QUEUE-DIRTY
           .

      * Back the old file up raw, then write the table out whole.
       REWRITE-QUEUE.
           PERFORM BACKUP-QUEUE
           OPEN OUTPUT FIZZBUZZ-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY 'ERROR: could not rewrite fizzbuzz-queue.dat '
                       '(status ' WS-QUEUE-STATUS ') - '
                       'fizzbuzz-queue.bak holds the prior image'
               MOVE 16 TO RETURN-CODE
               CLOSE REQQUEUE-CONTROL-FILE
               CLOSE REQQUEUE-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-QUEUE-COUNT
               MOVE WS-Q-DATA(WS-Q-IDX) TO FIZZBUZZ-QUEUE-RECORD
               WRITE FIZZBUZZ-QUEUE-RECORD
           END-PERFORM
           CLOSE FIZZBUZZ-QUEUE-FILE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-QUEUE-LINE
           MOVE 'Queue rewritten' TO WS-REPORT-LINE
           PERFORM WRITE-QUEUE-LINE
           .

       BACKUP-QUEUE.
           MOVE 'N' TO WS-QUEUE-EOF
           OPEN INPUT FIZZBUZZ-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
      * Nothing on disk yet (first ADD creates the file): no image
      * to keep.
               CONTINUE
           ELSE
               OPEN OUTPUT QUEUE-BACKUP-FILE
               IF WS-BACKUP-STATUS NOT = '00'
                   DISPLAY 'ERROR: could not open fizzbuzz-queue.bak '
                           '(status ' WS-BACKUP-STATUS ')'
                   MOVE 16 TO RETURN-CODE
                   CLOSE FIZZBUZZ-QUEUE-FILE
                   CLOSE REQQUEUE-CONTROL-FILE
                   CLOSE REQQUEUE-REPORT-FILE
                   STOP RUN
               END-IF
               PERFORM BACKUP-ONE-TICKET
                   UNTIL WS-QUEUE-EOF = 'Y'
               CLOSE FIZZBUZZ-QUEUE-FILE
               CLOSE QUEUE-BACKUP-FILE
           END-IF
           .

       BACKUP-ONE-TICKET.
           READ FIZZBUZZ-QUEUE-FILE
               AT END
                   MOVE 'Y' TO WS-QUEUE-EOF
               NOT AT END
                   MOVE FIZZBUZZ-QUEUE-RECORD TO QUEUE-BACKUP-RECORD
                   WRITE QUEUE-BACKUP-RECORD
           END-READ
           .

       WRITE-QUEUE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-QUEUE-LINE
           MOVE WS-CARD-COUNT TO WS-COUNT-EDIT
           STRING 'Cards read: ' FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-QUEUE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CHANGE-COUNT TO WS-COUNT-EDIT
           STRING 'Changes applied: ' FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-QUEUE-LINE
           IF WS-REJECT-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
               STRING 'Cards rejected: ' FUNCTION TRIM(WS-COUNT-EDIT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-QUEUE-LINE
           END-IF
           IF WS-TICKET-REJECT-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-TICKET-REJECT-COUNT TO WS-COUNT-EDIT
               STRING 'Tickets rejected at selection: '
                      FUNCTION TRIM(WS-COUNT-EDIT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-QUEUE-LINE
           END-IF
           .

       WRITE-QUEUE-LINE.
           WRITE REQQUEUE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           .
