       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPCONSOLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The files MAIN keeps per execution are named for the
      * partition the console is looking at, exactly as main.cob's
      * READ-RUN-PARAMETER names them: partition 00 is an ordinary
      * run's fizzbuzz.ctl, fizzbuzz.chk, fizzbuzz-stop.req and
      * fizzbuzz-journal.dat; partition nn is fizzbuzz-pNN.ctl,
      * fizzbuzz-pNN.chk, fizzbuzz-stop-pNN.req and
      * fizzbuzz-journal-pNN.dat. Every one is opened only for as
      * long as the screen needs it, so the console never holds a
      * file a running MAIN wants.
           SELECT FIZZBUZZ-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-CONTROL-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT FIZZBUZZ-CHECKPOINT-FILE ASSIGN TO DYNAMIC
               WS-CHECKPOINT-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
      * MAIN honors any nonblank card here at its next checkpoint and
      * empties the file when it does; the console posts a card
      * carrying who asked and why, and withdraws one by emptying the
      * file the same way.
           SELECT FIZZBUZZ-STOP-FILE ASSIGN TO DYNAMIC WS-STOP-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.
           SELECT FIZZBUZZ-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JOURNAL-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      * Same relative-key scheme as main.cob's FIZZBUZZ-HISTORY-FILE
      * and INQUIRY: input n under the set in band b lives at slot
      * (b - 1) * 1000000 + n + 1.
           SELECT FIZZBUZZ-HISTORY-FILE ASSIGN TO 'fizzbuzz-history.dat'
               ORGANIZATION RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT FIZZBUZZ-HISTDIR-FILE ASSIGN TO 'fizzbuzz-histdir.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTDIR-STATUS.
      * Operator action log: one line per stop request posted or
      * withdrawn, with the operator's ID and reason, appended for
      * good - the night shift's actions stay on record after MAIN
      * has consumed the card.
           SELECT OPCONSOLE-LOG-FILE ASSIGN TO 'fizzbuzz-oplog.txt'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same card layout main.cob reads.
       FD FIZZBUZZ-CONTROL-FILE.
       01 FIZZBUZZ-CONTROL-CARD.
           05 CC-START-NUM PIC 9(6).
           05 CC-MAX-NUM PIC 9(6).
           05 CC-REQUESTER-ID PIC X(8).
           05 CC-RULE-SET PIC X(8).

       FD FIZZBUZZ-CHECKPOINT-FILE.
       COPY fizzbuzz-ckpt.

      * MAIN only asks whether the card is blank; the console's card
      * says who posted it, when, and why, so the status screen can
      * show it and a withdrawal can be logged against it. A card an
      * operator typed by hand shows as it was typed.
       FD FIZZBUZZ-STOP-FILE.
       01 FIZZBUZZ-STOP-RECORD.
           05 STOP-OPERATOR-ID PIC X(8).
           05 STOP-POSTED-AT PIC X(14).
           05 STOP-REASON PIC X(40).
           05 FILLER PIC X(18).

       FD FIZZBUZZ-JOURNAL-FILE.
       COPY fizzbuzz-jrnl.

       FD FIZZBUZZ-HISTORY-FILE.
       COPY fizzbuzz-hist.

       FD FIZZBUZZ-HISTDIR-FILE.
       COPY fizzbuzz-histdir.

       FD OPCONSOLE-LOG-FILE.
       01 OPCONSOLE-LOG-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
      * Mirrors FIZZBUZZ-MAX-RANGES in main.cob.
       78 OPCONSOLE-MAX-RANGES VALUE 50.
       78 OPCONSOLE-MAX-BANDS VALUE 99.
      * The journal browse keeps the most recent records only; older
      * runs are RUNHIST's business.
       78 OPCONSOLE-JOURNAL-KEPT VALUE 300.
       78 OPCONSOLE-PAGE-LINES VALUE 12.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-CHECKPOINT-STATUS PIC XX.
       01 WS-STOP-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-HISTDIR-STATUS PIC XX.
       01 WS-OPLOG-STATUS PIC XX.
       01 WS-CONTROL-FNAME PIC X(40).
       01 WS-CHECKPOINT-FNAME PIC X(40).
       01 WS-STOP-FNAME PIC X(40).
       01 WS-JOURNAL-FNAME PIC X(40).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-NOW-DISPLAY PIC X(19).
       01 WS-CONSOLE-DONE PIC X VALUE 'N'.
       01 WS-PANEL-DONE PIC X.
       01 WS-FILE-EOF PIC X.
      * Screen fields. The partition is keyed as two characters and
      * checked, so a stray keystroke is refused rather than read as
      * some other partition's files.
       01 WS-PARTITION-X PIC X(2) VALUE '00'.
       01 WS-PARTITION REDEFINES WS-PARTITION-X PIC 9(2).
       01 WS-MENU-CHOICE PIC X.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-ACTION-REASON PIC X(40).
       01 WS-CONFIRM PIC X.
       01 WS-STOP-ACTION PIC X(30).
       01 WS-MESSAGE PIC X(78) VALUE SPACES.
      * The one display panel the status, journal and lookup screens
      * share: a title, four information lines, a column heading,
      * a page of body lines and a reply field.
       01 WS-PANEL-TITLE PIC X(30).
       01 WS-PANEL.
           05 WS-INFO-LINE PIC X(78) OCCURS 4 TIMES.
           05 WS-BODY-HEADING PIC X(78).
           05 WS-BODY-LINE PIC X(78) OCCURS OPCONSOLE-PAGE-LINES TIMES.
       01 WS-PANEL-PROMPT PIC X(50).
       01 WS-PANEL-REPLY PIC X(6).
       01 WS-BODY-IDX PIC 9(2).
      * The request cards, as main.cob's READ-PARAMETERS loads them.
       01 WS-CONTROL-FOUND PIC X.
       01 WS-RANGE-TABLE.
           05 WS-RANGE-COUNT PIC 9(2).
           05 WS-RANGE-ENTRY OCCURS OPCONSOLE-MAX-RANGES TIMES.
               10 WS-RANGE-START PIC 9(6).
               10 WS-RANGE-SIZE PIC 9(6).
               10 WS-RANGE-REQUESTER PIC X(8).
               10 WS-RANGE-RULE-SET PIC X(8).
       01 WS-RANGE-IDX PIC 9(2).
       01 WS-RANGE-END PIC 9(7).
       01 WS-WINDOW-FIRST PIC 9(2).
       01 WS-TOTAL-INPUTS PIC 9(8).
       01 WS-DONE-INPUTS PIC 9(8).
       01 WS-RANGE-DONE PIC 9(7).
       01 WS-PERCENT PIC 9(3)V9.
      * The checkpoint as read, and whether it lines up with the
      * control cards on file.
       01 WS-CKPT-FOUND PIC X.
       01 WS-CKPT-MATCHES PIC X.
       01 WS-CKPT-SEQ PIC 9(2).
      * The stop card as read: Y when a nonblank card is waiting.
       01 WS-STOP-PENDING PIC X.
       01 WS-STOP-CARD PIC X(80).
       01 WS-STOP-CARD-VIEW REDEFINES WS-STOP-CARD.
           05 WS-STOP-CARD-OPERATOR PIC X(8).
           05 WS-STOP-CARD-POSTED-AT PIC X(14).
           05 FILLER PIC X(58).
       01 WS-STOP-SHOW PIC X(62).
      * The most recent journal lines, formatted as they are read
      * into a ring of OPCONSOLE-JOURNAL-KEPT slots; record n of the
      * file is in slot ((n - 1) mod kept) + 1.
       01 WS-JOURNAL-TABLE.
           05 WS-JRNL-TOTAL PIC 9(7).
           05 WS-JRNL-LINE PIC X(78)
               OCCURS OPCONSOLE-JOURNAL-KEPT TIMES.
       01 WS-JRNL-KEPT PIC 9(3).
       01 WS-JRNL-SLOT PIC 9(3).
       01 WS-JRNL-QUOTIENT PIC 9(7).
       01 WS-JRNL-RECNO PIC 9(7).
       01 WS-JRNL-OFFSET PIC 9(7).
       01 WS-JRNL-ROW PIC 9(4).
       01 WS-JRNL-PAGE PIC 9(3).
       01 WS-JRNL-PAGES PIC 9(3).
       01 WS-JRNL-LAST PIC X(78).
      * History lookup.
       01 WS-HISTORY-KEY PIC 9(9).
       01 WS-BAND-TABLE.
           05 WS-BAND-COUNT PIC 9(2).
           05 WS-BAND-ENTRY OCCURS OPCONSOLE-MAX-BANDS TIMES.
               10 WS-BAND-SET PIC X(8).
               10 WS-BAND-NUM PIC 9(2).
       01 WS-BAND-IDX PIC 9(2).
       01 WS-LOOKUP-NUM PIC 9(6).
       01 WS-REPLY-LENGTH PIC 9(2).
       01 WS-FOUND-COUNT PIC 9(2).
       01 WS-NOT-FOUND-COUNT PIC 9(2).
       01 WS-INPUT-EDIT PIC Z(5)9.
       01 WS-COUNT-EDIT PIC Z(7)9.
       01 WS-COUNT-EDIT-2 PIC Z(7)9.
       01 WS-PERCENT-EDIT PIC ZZ9.9.
       01 WS-SEQ-EDIT PIC Z9.
       01 WS-LOG-LINE PIC X(100).
       01 WS-LINE-POINTER PIC 9(3).

       SCREEN SECTION.
       01 MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE 'FIZZBUZZ OPERATOR CONSOLE'
               HIGHLIGHT.
           05 LINE 1 COLUMN 61 PIC X(19) FROM WS-NOW-DISPLAY.
           05 LINE 3 COLUMN 2 VALUE 'Partition  . . . :'.
           05 LINE 3 COLUMN 21 PIC X(2) USING WS-PARTITION-X
               UNDERLINE.
           05 LINE 3 COLUMN 25
               VALUE '(00 = ordinary run, 01-99 = PARTSPLIT partition)'.
           05 LINE 5 COLUMN 5 VALUE '1  Run status'.
           05 LINE 6 COLUMN 5 VALUE '2  Post a stop request'.
           05 LINE 7 COLUMN 5 VALUE '3  Withdraw a stop request'.
           05 LINE 8 COLUMN 5 VALUE '4  Browse the run journal'.
           05 LINE 9 COLUMN 5 VALUE '5  Look up an input in history'.
           05 LINE 10 COLUMN 5 VALUE 'X  Leave the console'.
           05 LINE 12 COLUMN 2 VALUE 'Selection  . . . :'.
           05 LINE 12 COLUMN 21 PIC X USING WS-MENU-CHOICE
               UNDERLINE.
           05 LINE 24 COLUMN 2 PIC X(78) FROM WS-MESSAGE HIGHLIGHT.

       01 STOP-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE 'FIZZBUZZ OPERATOR CONSOLE'
               HIGHLIGHT.
           05 LINE 1 COLUMN 30 PIC X(30) FROM WS-STOP-ACTION.
           05 LINE 1 COLUMN 61 PIC X(19) FROM WS-NOW-DISPLAY.
           05 LINE 3 COLUMN 2 VALUE 'Stop request file :'.
           05 LINE 3 COLUMN 22 PIC X(40) FROM WS-STOP-FNAME.
           05 LINE 4 COLUMN 2 VALUE 'Request on file . :'.
           05 LINE 4 COLUMN 22 PIC X(58) FROM WS-STOP-SHOW.
           05 LINE 7 COLUMN 2 VALUE 'Operator ID . . . :'.
           05 LINE 7 COLUMN 22 PIC X(8) USING WS-OPERATOR-ID
               UNDERLINE.
           05 LINE 8 COLUMN 2 VALUE 'Reason  . . . . . :'.
           05 LINE 8 COLUMN 22 PIC X(40) USING WS-ACTION-REASON
               UNDERLINE.
           05 LINE 10 COLUMN 2 VALUE 'Confirm (Y/N)  . :'.
           05 LINE 10 COLUMN 22 PIC X USING WS-CONFIRM UNDERLINE.
           05 LINE 24 COLUMN 2 PIC X(78) FROM WS-MESSAGE HIGHLIGHT.

       01 PANEL-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE 'FIZZBUZZ OPERATOR CONSOLE'
               HIGHLIGHT.
           05 LINE 1 COLUMN 30 PIC X(30) FROM WS-PANEL-TITLE.
           05 LINE 1 COLUMN 61 PIC X(19) FROM WS-NOW-DISPLAY.
           05 LINE 3 COLUMN 2 PIC X(78) FROM WS-INFO-LINE(1).
           05 LINE 4 COLUMN 2 PIC X(78) FROM WS-INFO-LINE(2).
           05 LINE 5 COLUMN 2 PIC X(78) FROM WS-INFO-LINE(3).
           05 LINE 6 COLUMN 2 PIC X(78) FROM WS-INFO-LINE(4).
           05 LINE 8 COLUMN 2 PIC X(78) FROM WS-BODY-HEADING
               UNDERLINE.
           05 LINE 9 COLUMN 2 PIC X(78) FROM WS-BODY-LINE(1).
           05 LINE 10 COLUMN 2 PIC X(78) FROM WS-BODY-LINE(2).
           05 LINE 11 COLUMN 2 PIC X(78) FROM WS-BODY-LINE(3).
           05 LINE 12 COLUMN 2 PIC X(78) FROM WS-BODY-LINE(4).
           05 LINE 13 COLUMN 2 PIC X(78) FROM WS-BODY-LINE(5).
           05 LINE 14 COLUMN 2 PIC X(78) FROM WS-BODY-LINE(6).
           05 LINE 15 COLUMN 2 PIC X(78) FROM WS-BODY-LINE(7).
           05 LINE 16 COLUMN 2 PIC X(78) FROM WS-BODY-LINE(8).
           05 LINE 17 COLUMN 2 PIC X(78) FROM WS-BODY-LINE(9).
           05 LINE 18 COLUMN 2 PIC X(78) FROM WS-BODY-LINE(10).
           05 LINE 19 COLUMN 2 PIC X(78) FROM WS-BODY-LINE(11).
           05 LINE 20 COLUMN 2 PIC X(78) FROM WS-BODY-LINE(12).
           05 LINE 22 COLUMN 2 PIC X(50) FROM WS-PANEL-PROMPT.
           05 LINE 22 COLUMN 53 PIC X(6) USING WS-PANEL-REPLY
               UNDERLINE.
           05 LINE 24 COLUMN 2 PIC X(78) FROM WS-MESSAGE HIGHLIGHT.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM SET-PARTITION-NAMES
           PERFORM MENU-CYCLE
               UNTIL WS-CONSOLE-DONE = 'Y'
           STOP RUN
           .

       MENU-CYCLE.
           PERFORM STAMP-CURRENT-TIME
           MOVE SPACE TO WS-MENU-CHOICE
           DISPLAY MENU-SCREEN
           ACCEPT MENU-SCREEN
           MOVE SPACES TO WS-MESSAGE
           IF WS-PARTITION-X IS NOT NUMERIC
               MOVE 'Partition must be two digits, 00 to 99'
                   TO WS-MESSAGE
               MOVE '00' TO WS-PARTITION-X
           ELSE
               PERFORM SET-PARTITION-NAMES
               EVALUATE WS-MENU-CHOICE
                   WHEN '1'
                       PERFORM SHOW-RUN-STATUS
                   WHEN '2'
                       PERFORM POST-STOP-REQUEST
                   WHEN '3'
                       PERFORM WITHDRAW-STOP-REQUEST
                   WHEN '4'
                       PERFORM BROWSE-JOURNAL
                   WHEN '5'
                       PERFORM LOOKUP-HISTORY
                   WHEN 'X'
                   WHEN 'x'
                       MOVE 'Y' TO WS-CONSOLE-DONE
                   WHEN OTHER
                       MOVE 'Choose 1 to 5, or X to leave'
                           TO WS-MESSAGE
               END-EVALUATE
           END-IF
           .

      * Mirrors main.cob's READ-RUN-PARAMETER naming.
       SET-PARTITION-NAMES.
           IF WS-PARTITION = 0
               MOVE 'fizzbuzz.ctl' TO WS-CONTROL-FNAME
               MOVE 'fizzbuzz.chk' TO WS-CHECKPOINT-FNAME
               MOVE 'fizzbuzz-stop.req' TO WS-STOP-FNAME
               MOVE 'fizzbuzz-journal.dat' TO WS-JOURNAL-FNAME
           ELSE
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
           END-IF
           .

       STAMP-CURRENT-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2) ' ' WS-CURRENT-DATE(9:2) ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-NOW-DISPLAY
           .

       CLEAR-PANEL.
           MOVE SPACES TO WS-PANEL
           MOVE SPACES TO WS-PANEL-REPLY
           .

      ******************************************************************
      * Run status: the checkpoint against the request cards. R on the
      * reply redisplays with fresh figures; anything else returns.
      ******************************************************************
       SHOW-RUN-STATUS.
           MOVE 'N' TO WS-PANEL-DONE
           PERFORM STATUS-CYCLE
               UNTIL WS-PANEL-DONE = 'Y'
           .

       STATUS-CYCLE.
           PERFORM STAMP-CURRENT-TIME
           PERFORM CLEAR-PANEL
           MOVE 'RUN STATUS' TO WS-PANEL-TITLE
           PERFORM LOAD-CONTROL-CARDS
           PERFORM READ-CHECKPOINT
           PERFORM READ-STOP-REQUEST
           PERFORM LOAD-JOURNAL
           PERFORM BUILD-STATUS-PANEL
           MOVE 'R to refresh, Enter to return  . . . . . . . :'
               TO WS-PANEL-PROMPT
           DISPLAY PANEL-SCREEN
           ACCEPT PANEL-SCREEN
           MOVE SPACES TO WS-MESSAGE
           IF WS-PANEL-REPLY(1:1) NOT = 'R'
                   AND WS-PANEL-REPLY(1:1) NOT = 'r'
               MOVE 'Y' TO WS-PANEL-DONE
           END-IF
           .

       LOAD-CONTROL-CARDS.
           MOVE 0 TO WS-RANGE-COUNT
           MOVE 0 TO WS-TOTAL-INPUTS
           MOVE 'N' TO WS-CONTROL-FOUND
           OPEN INPUT FIZZBUZZ-CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               MOVE 'Y' TO WS-CONTROL-FOUND
               MOVE 'N' TO WS-FILE-EOF
               PERFORM READ-CONTROL-CARD
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE FIZZBUZZ-CONTROL-FILE
           END-IF
           .

      * Only cards MAIN would accept are counted; a malformed card
      * fails MAIN's run up front, so it has no progress to show.
       READ-CONTROL-CARD.
           READ FIZZBUZZ-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF CC-START-NUM IS NUMERIC
                           AND CC-MAX-NUM IS NUMERIC
                           AND CC-MAX-NUM > 0
                           AND WS-RANGE-COUNT < OPCONSOLE-MAX-RANGES
                       ADD 1 TO WS-RANGE-COUNT
                       MOVE CC-START-NUM
                           TO WS-RANGE-START(WS-RANGE-COUNT)
                       MOVE CC-MAX-NUM TO WS-RANGE-SIZE(WS-RANGE-COUNT)
                       MOVE CC-REQUESTER-ID
                           TO WS-RANGE-REQUESTER(WS-RANGE-COUNT)
                       MOVE CC-RULE-SET
                           TO WS-RANGE-RULE-SET(WS-RANGE-COUNT)
                       ADD CC-MAX-NUM TO WS-TOTAL-INPUTS
                   END-IF
           END-READ
           .

      * An empty checkpoint file, or none, means no run is pending -
      * see fizzbuzz-ckpt.cpy. A run that has not reached its first
      * checkpoint yet looks the same.
       READ-CHECKPOINT.
           MOVE 'N' TO WS-CKPT-FOUND
           MOVE 'N' TO WS-CKPT-MATCHES
           OPEN INPUT FIZZBUZZ-CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = '00'
               READ FIZZBUZZ-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-INPUT IS NUMERIC
                           MOVE 'Y' TO WS-CKPT-FOUND
                       END-IF
               END-READ
               CLOSE FIZZBUZZ-CHECKPOINT-FILE
           END-IF
           IF WS-CKPT-FOUND = 'Y'
               IF CKPT-RANGE-SEQ IS NUMERIC
                   MOVE CKPT-RANGE-SEQ TO WS-CKPT-SEQ
               ELSE
                   MOVE 1 TO WS-CKPT-SEQ
               END-IF
               IF WS-CKPT-SEQ > 0 AND WS-CKPT-SEQ NOT > WS-RANGE-COUNT
                   COMPUTE WS-RANGE-END = WS-RANGE-START(WS-CKPT-SEQ)
                       + WS-RANGE-SIZE(WS-CKPT-SEQ) - 1
                   IF CKPT-INPUT NOT < WS-RANGE-START(WS-CKPT-SEQ)
                           AND CKPT-INPUT NOT > WS-RANGE-END + 1
                       MOVE 'Y' TO WS-CKPT-MATCHES
                   END-IF
               END-IF
           END-IF
           .

       READ-STOP-REQUEST.
           MOVE 'N' TO WS-STOP-PENDING
           MOVE SPACES TO WS-STOP-CARD
           MOVE SPACES TO WS-STOP-SHOW
           OPEN INPUT FIZZBUZZ-STOP-FILE
           IF WS-STOP-STATUS = '00'
               READ FIZZBUZZ-STOP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FIZZBUZZ-STOP-RECORD NOT = SPACES
                           MOVE 'Y' TO WS-STOP-PENDING
                           MOVE FIZZBUZZ-STOP-RECORD TO WS-STOP-CARD
                       END-IF
               END-READ
               CLOSE FIZZBUZZ-STOP-FILE
           END-IF
           IF WS-STOP-PENDING = 'Y'
               IF STOP-POSTED-AT IS NUMERIC
                   STRING 'by ' FUNCTION TRIM(STOP-OPERATOR-ID) ' at '
                          STOP-POSTED-AT(1:4) '-' STOP-POSTED-AT(5:2)
                          '-' STOP-POSTED-AT(7:2) ' '
                          STOP-POSTED-AT(9:2) ':' STOP-POSTED-AT(11:2)
                          ' - ' FUNCTION TRIM(STOP-REASON)
                       DELIMITED BY SIZE INTO WS-STOP-SHOW
               ELSE
                   MOVE WS-STOP-CARD TO WS-STOP-SHOW
               END-IF
           ELSE
               MOVE 'none' TO WS-STOP-SHOW
           END-IF
           .

       BUILD-STATUS-PANEL.
           IF WS-CONTROL-FOUND = 'Y'
               MOVE WS-RANGE-COUNT TO WS-SEQ-EDIT
               MOVE WS-TOTAL-INPUTS TO WS-COUNT-EDIT
               MOVE 1 TO WS-LINE-POINTER
               STRING 'Control     ' FUNCTION TRIM(WS-CONTROL-FNAME)
                      ' - ' FUNCTION TRIM(WS-SEQ-EDIT) ' ranges, '
                      FUNCTION TRIM(WS-COUNT-EDIT) ' inputs'
                   DELIMITED BY SIZE INTO WS-INFO-LINE(1)
                   WITH POINTER WS-LINE-POINTER
               IF WS-RANGE-COUNT > 0
                       AND WS-RANGE-RULE-SET(1) NOT = SPACES
                   STRING ', rule set ' WS-RANGE-RULE-SET(1)
                       DELIMITED BY SIZE INTO WS-INFO-LINE(1)
                       WITH POINTER WS-LINE-POINTER
               END-IF
           ELSE
               STRING 'Control     ' FUNCTION TRIM(WS-CONTROL-FNAME)
                      ' not found (status ' WS-CONTROL-STATUS ')'
                   DELIMITED BY SIZE INTO WS-INFO-LINE(1)
           END-IF
           IF WS-CKPT-FOUND = 'Y'
               MOVE WS-CKPT-SEQ TO WS-SEQ-EDIT
               MOVE CKPT-INPUT TO WS-INPUT-EDIT
               STRING 'Checkpoint  run ' CKPT-RUN-ID
                      '  report date ' CKPT-REPORT-DATE
                      '  range ' FUNCTION TRIM(WS-SEQ-EDIT)
                      '  next input ' FUNCTION TRIM(WS-INPUT-EDIT)
                   DELIMITED BY SIZE INTO WS-INFO-LINE(2)
           ELSE
               MOVE 'Checkpoint  none - no run is awaiting restart or '
                   & 'past its first checkpoint' TO WS-INFO-LINE(2)
           END-IF
           MOVE 0 TO WS-DONE-INPUTS
           IF WS-CKPT-MATCHES = 'Y'
               PERFORM ADD-RANGE-DONE
                   VARYING WS-RANGE-IDX FROM 1 BY 1
                   UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
               COMPUTE WS-PERCENT ROUNDED =
                   WS-DONE-INPUTS * 100 / WS-TOTAL-INPUTS
               MOVE WS-DONE-INPUTS TO WS-COUNT-EDIT
               MOVE WS-TOTAL-INPUTS TO WS-COUNT-EDIT-2
               MOVE WS-PERCENT TO WS-PERCENT-EDIT
               STRING 'Progress    ' FUNCTION TRIM(WS-COUNT-EDIT)
                      ' of ' FUNCTION TRIM(WS-COUNT-EDIT-2)
                      ' inputs - ' FUNCTION TRIM(WS-PERCENT-EDIT)
                      '% complete'
                   DELIMITED BY SIZE INTO WS-INFO-LINE(3)
           ELSE
               IF WS-CKPT-FOUND = 'Y'
                   MOVE 'Progress    checkpoint does not match the '
                       & 'control cards on file' TO WS-INFO-LINE(3)
               END-IF
           END-IF
           IF WS-STOP-PENDING = 'Y'
               STRING 'Stop        POSTED: ' WS-STOP-SHOW
                   DELIMITED BY SIZE INTO WS-INFO-LINE(4)
           ELSE
               MOVE 'Stop        no request posted' TO WS-INFO-LINE(4)
           END-IF
           MOVE 'Seq  From    To      Requester  Rule set  Progress'
               TO WS-BODY-HEADING
      * A run with more ranges than the page holds is shown from a
      * few ranges before the one in progress.
           MOVE 1 TO WS-WINDOW-FIRST
           IF WS-CKPT-MATCHES = 'Y'
                   AND WS-CKPT-SEQ > OPCONSOLE-PAGE-LINES - 4
               COMPUTE WS-WINDOW-FIRST = WS-CKPT-SEQ - 4
           END-IF
           PERFORM BUILD-RANGE-LINE
               VARYING WS-BODY-IDX FROM 1 BY 1
               UNTIL WS-BODY-IDX > OPCONSOLE-PAGE-LINES
                  OR WS-WINDOW-FIRST + WS-BODY-IDX - 1 > WS-RANGE-COUNT
           IF WS-JRNL-TOTAL > 0
               STRING 'Last run journaled ' WS-JRNL-LAST(1:19)
                      '  mode ' FUNCTION TRIM(WS-JRNL-LAST(25:12))
                      '  RC ' WS-JRNL-LAST(75:4)
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF
           .

      * Ranges before the checkpoint's are done, the checkpoint's is
      * done up to CKPT-INPUT (the input MAIN resumes at), later ones
      * wait.
       ADD-RANGE-DONE.
           IF WS-RANGE-IDX < WS-CKPT-SEQ
               ADD WS-RANGE-SIZE(WS-RANGE-IDX) TO WS-DONE-INPUTS
           END-IF
           IF WS-RANGE-IDX = WS-CKPT-SEQ
               COMPUTE WS-RANGE-DONE =
                   CKPT-INPUT - WS-RANGE-START(WS-RANGE-IDX)
               ADD WS-RANGE-DONE TO WS-DONE-INPUTS
           END-IF
           .

       BUILD-RANGE-LINE.
           COMPUTE WS-RANGE-IDX = WS-WINDOW-FIRST + WS-BODY-IDX - 1
           COMPUTE WS-RANGE-END = WS-RANGE-START(WS-RANGE-IDX)
               + WS-RANGE-SIZE(WS-RANGE-IDX) - 1
           MOVE WS-RANGE-IDX TO WS-SEQ-EDIT
           MOVE WS-SEQ-EDIT TO WS-BODY-LINE(WS-BODY-IDX)(1:2)
           MOVE WS-RANGE-START(WS-RANGE-IDX)
               TO WS-BODY-LINE(WS-BODY-IDX)(6:6)
           MOVE WS-RANGE-END(2:6) TO WS-BODY-LINE(WS-BODY-IDX)(14:6)
           MOVE WS-RANGE-REQUESTER(WS-RANGE-IDX)
               TO WS-BODY-LINE(WS-BODY-IDX)(22:8)
           MOVE WS-RANGE-RULE-SET(WS-RANGE-IDX)
               TO WS-BODY-LINE(WS-BODY-IDX)(33:8)
           IF WS-CKPT-MATCHES = 'Y'
               EVALUATE TRUE
                   WHEN WS-RANGE-IDX < WS-CKPT-SEQ
                       MOVE 'done' TO WS-BODY-LINE(WS-BODY-IDX)(43:)
                   WHEN WS-RANGE-IDX = WS-CKPT-SEQ
                       COMPUTE WS-RANGE-DONE = CKPT-INPUT
                           - WS-RANGE-START(WS-RANGE-IDX)
                       MOVE WS-RANGE-DONE TO WS-COUNT-EDIT
                       MOVE WS-RANGE-SIZE(WS-RANGE-IDX)
                           TO WS-COUNT-EDIT-2
                       STRING 'in progress - '
                              FUNCTION TRIM(WS-COUNT-EDIT) ' of '
                              FUNCTION TRIM(WS-COUNT-EDIT-2)
                           DELIMITED BY SIZE
                           INTO WS-BODY-LINE(WS-BODY-IDX)(43:)
                   WHEN OTHER
                       MOVE 'waiting' TO WS-BODY-LINE(WS-BODY-IDX)(43:)
               END-EVALUATE
           END-IF
           .

      ******************************************************************
      * Stop requests. A post is refused while a card is already
      * waiting, and a withdrawal when none is; both need the
      * operator's ID and a Y to confirm, a post a reason as well.
      * Each one done is logged to fizzbuzz-oplog.txt.
      ******************************************************************
       POST-STOP-REQUEST.
           PERFORM READ-STOP-REQUEST
           IF WS-STOP-PENDING = 'Y'
               MOVE 'A stop request is already posted - withdraw it '
                   & 'first to replace it' TO WS-MESSAGE
           ELSE
               MOVE 'POST STOP REQUEST' TO WS-STOP-ACTION
               PERFORM ACCEPT-STOP-SCREEN
               IF WS-CONFIRM NOT = 'Y'
                   MOVE 'Stop request not posted' TO WS-MESSAGE
               ELSE
                   IF WS-OPERATOR-ID = SPACES
                           OR WS-ACTION-REASON = SPACES
                       MOVE 'Stop request not posted - operator ID '
                           & 'and reason are both required'
                           TO WS-MESSAGE
                   ELSE
                       PERFORM WRITE-STOP-CARD
                   END-IF
               END-IF
           END-IF
           .

       WITHDRAW-STOP-REQUEST.
           PERFORM READ-STOP-REQUEST
           IF WS-STOP-PENDING = 'N'
               MOVE 'No stop request is posted' TO WS-MESSAGE
           ELSE
               MOVE 'WITHDRAW STOP REQUEST' TO WS-STOP-ACTION
               PERFORM ACCEPT-STOP-SCREEN
               IF WS-CONFIRM NOT = 'Y'
                   MOVE 'Stop request left in place' TO WS-MESSAGE
               ELSE
                   IF WS-OPERATOR-ID = SPACES
                       MOVE 'Stop request left in place - operator ID '
                           & 'is required' TO WS-MESSAGE
                   ELSE
                       PERFORM EMPTY-STOP-FILE
                   END-IF
               END-IF
           END-IF
           .

       ACCEPT-STOP-SCREEN.
           PERFORM STAMP-CURRENT-TIME
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-ACTION-REASON
           MOVE SPACE TO WS-CONFIRM
           MOVE SPACES TO WS-MESSAGE
           DISPLAY STOP-SCREEN
           ACCEPT STOP-SCREEN
           IF WS-CONFIRM = 'y'
               MOVE 'Y' TO WS-CONFIRM
           END-IF
           .

       WRITE-STOP-CARD.
           PERFORM STAMP-CURRENT-TIME
           OPEN OUTPUT FIZZBUZZ-STOP-FILE
           IF WS-STOP-STATUS NOT = '00'
               STRING 'Stop request NOT posted - could not open '
                      FUNCTION TRIM(WS-STOP-FNAME)
                      ' (status ' WS-STOP-STATUS ')'
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               MOVE SPACES TO FIZZBUZZ-STOP-RECORD
               MOVE WS-OPERATOR-ID TO STOP-OPERATOR-ID
               MOVE WS-CURRENT-DATE(1:14) TO STOP-POSTED-AT
               MOVE WS-ACTION-REASON TO STOP-REASON
               WRITE FIZZBUZZ-STOP-RECORD
               IF WS-STOP-STATUS NOT = '00'
                   STRING 'Stop request NOT posted - could not write '
                          FUNCTION TRIM(WS-STOP-FNAME)
                          ' (status ' WS-STOP-STATUS ')'
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   CLOSE FIZZBUZZ-STOP-FILE
               ELSE
                   CLOSE FIZZBUZZ-STOP-FILE
                   MOVE SPACES TO WS-LOG-LINE
                   STRING 'STOP POSTED    '
                          FUNCTION TRIM(WS-ACTION-REASON)
                       DELIMITED BY SIZE INTO WS-LOG-LINE
                   PERFORM LOG-OPERATOR-ACTION
                   MOVE 'Stop request posted - the run stops at its '
                       & 'next checkpoint' TO WS-MESSAGE
               END-IF
           END-IF
           .

      * The empty file MAIN leaves behind after honoring a request
      * reads as no request, so withdrawing is the same.
       EMPTY-STOP-FILE.
           PERFORM STAMP-CURRENT-TIME
           OPEN OUTPUT FIZZBUZZ-STOP-FILE
           IF WS-STOP-STATUS NOT = '00'
               STRING 'Stop request NOT withdrawn - could not open '
                      FUNCTION TRIM(WS-STOP-FNAME)
                      ' (status ' WS-STOP-STATUS ')'
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               CLOSE FIZZBUZZ-STOP-FILE
               MOVE SPACES TO WS-LOG-LINE
               IF WS-STOP-CARD-POSTED-AT IS NUMERIC
                   STRING 'STOP WITHDRAWN (posted by '
                          FUNCTION TRIM(WS-STOP-CARD-OPERATOR) ') '
                          FUNCTION TRIM(WS-ACTION-REASON)
                       DELIMITED BY SIZE INTO WS-LOG-LINE
               ELSE
                   STRING 'STOP WITHDRAWN (hand-made card) '
                          FUNCTION TRIM(WS-ACTION-REASON)
                       DELIMITED BY SIZE INTO WS-LOG-LINE
               END-IF
               PERFORM LOG-OPERATOR-ACTION
               MOVE 'Stop request withdrawn' TO WS-MESSAGE
           END-IF
           .

      * One line per action: when, which partition's run, who, then
      * what was done and why. A log that cannot be written does not
      * undo the action - the operator is told instead.
       LOG-OPERATOR-ACTION.
           OPEN EXTEND OPCONSOLE-LOG-FILE
           IF WS-OPLOG-STATUS NOT = '00'
               OPEN OUTPUT OPCONSOLE-LOG-FILE
           END-IF
           IF WS-OPLOG-STATUS = '00'
               MOVE SPACES TO OPCONSOLE-LOG-RECORD
               STRING WS-CURRENT-DATE(1:8) ' ' WS-CURRENT-DATE(9:6)
                      ' P' WS-PARTITION ' ' WS-OPERATOR-ID ' '
                      WS-LOG-LINE
                   DELIMITED BY SIZE INTO OPCONSOLE-LOG-RECORD
               WRITE OPCONSOLE-LOG-RECORD
               CLOSE OPCONSOLE-LOG-FILE
           ELSE
               DISPLAY 'ERROR: could not open fizzbuzz-oplog.txt '
                       '(status ' WS-OPLOG-STATUS ')'
           END-IF
           .

      ******************************************************************
      * Journal browse, newest first, a page at a time: N pages back
      * to older runs, P forward to newer ones, anything else returns.
      ******************************************************************
       BROWSE-JOURNAL.
           PERFORM LOAD-JOURNAL
           IF WS-JRNL-TOTAL = 0
               STRING 'No journal records in '
                      FUNCTION TRIM(WS-JOURNAL-FNAME)
                      ' (status ' WS-JOURNAL-STATUS ')'
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               COMPUTE WS-JRNL-PAGES = (WS-JRNL-KEPT
                   + OPCONSOLE-PAGE-LINES - 1) / OPCONSOLE-PAGE-LINES
               MOVE 1 TO WS-JRNL-PAGE
               MOVE 'N' TO WS-PANEL-DONE
               PERFORM JOURNAL-CYCLE
                   UNTIL WS-PANEL-DONE = 'Y'
           END-IF
           .

       LOAD-JOURNAL.
           MOVE 0 TO WS-JRNL-TOTAL
           MOVE SPACES TO WS-JRNL-LAST
           OPEN INPUT FIZZBUZZ-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM READ-JOURNAL-RECORD
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE FIZZBUZZ-JOURNAL-FILE
           END-IF
           IF WS-JRNL-TOTAL > OPCONSOLE-JOURNAL-KEPT
               MOVE OPCONSOLE-JOURNAL-KEPT TO WS-JRNL-KEPT
           ELSE
               MOVE WS-JRNL-TOTAL TO WS-JRNL-KEPT
           END-IF
           .

       READ-JOURNAL-RECORD.
           READ FIZZBUZZ-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-JRNL-TOTAL
                   MOVE WS-JRNL-TOTAL TO WS-JRNL-RECNO
                   PERFORM FIND-JOURNAL-SLOT
                   PERFORM FORMAT-JOURNAL-LINE
           END-READ
           .

       FIND-JOURNAL-SLOT.
           COMPUTE WS-JRNL-OFFSET = WS-JRNL-RECNO - 1
           DIVIDE WS-JRNL-OFFSET BY OPCONSOLE-JOURNAL-KEPT
               GIVING WS-JRNL-QUOTIENT
               REMAINDER WS-JRNL-SLOT
           ADD 1 TO WS-JRNL-SLOT
           .

      * Columns: date, time, partition, mode, rule set, range count,
      * first range's start and size, restart input (R) or gap-fill
      * (F), and the run's return code.
       FORMAT-JOURNAL-LINE.
           MOVE SPACES TO WS-JRNL-LAST
           STRING JRNL-RUN-DATE(1:4) '-' JRNL-RUN-DATE(5:2) '-'
                  JRNL-RUN-DATE(7:2) ' '
                  JRNL-RUN-TIME(1:2) ':' JRNL-RUN-TIME(3:2) ':'
                  JRNL-RUN-TIME(5:2)
               DELIMITED BY SIZE INTO WS-JRNL-LAST
           IF JRNL-PARTITION IS NUMERIC
               MOVE JRNL-PARTITION TO WS-JRNL-LAST(21:2)
           ELSE
               MOVE '00' TO WS-JRNL-LAST(21:2)
           END-IF
           IF JRNL-RUN-MODE = SPACES
               MOVE 'FULL' TO WS-JRNL-LAST(25:12)
           ELSE
               MOVE JRNL-RUN-MODE TO WS-JRNL-LAST(25:12)
           END-IF
           MOVE JRNL-RULE-SET TO WS-JRNL-LAST(38:8)
           MOVE JRNL-RANGE-COUNT TO WS-JRNL-LAST(47:2)
           MOVE JRNL-START-NUM TO WS-JRNL-LAST(50:6)
           MOVE JRNL-MAX-NUM TO WS-JRNL-LAST(57:6)
           IF JRNL-RESTART-FLAG = 'Y'
               MOVE 'R' TO WS-JRNL-LAST(64:1)
               MOVE JRNL-RESTART-INPUT TO WS-JRNL-LAST(65:6)
           END-IF
           IF JRNL-FILL-MODE = 'Y'
               MOVE 'F' TO WS-JRNL-LAST(72:1)
           END-IF
           MOVE JRNL-RETURN-CODE TO WS-JRNL-LAST(75:4)
           MOVE WS-JRNL-LAST TO WS-JRNL-LINE(WS-JRNL-SLOT)
           .

       JOURNAL-CYCLE.
           PERFORM STAMP-CURRENT-TIME
           PERFORM CLEAR-PANEL
           MOVE 'RUN JOURNAL' TO WS-PANEL-TITLE
           MOVE WS-JRNL-TOTAL TO WS-COUNT-EDIT
           MOVE 1 TO WS-LINE-POINTER
           STRING 'Journal     ' FUNCTION TRIM(WS-JOURNAL-FNAME)
                  ' - ' FUNCTION TRIM(WS-COUNT-EDIT)
                  ' runs, newest first'
               DELIMITED BY SIZE INTO WS-INFO-LINE(1)
               WITH POINTER WS-LINE-POINTER
           IF WS-JRNL-TOTAL > WS-JRNL-KEPT
               MOVE WS-JRNL-KEPT TO WS-COUNT-EDIT
               STRING ' (latest ' FUNCTION TRIM(WS-COUNT-EDIT)
                      ' shown)'
                   DELIMITED BY SIZE INTO WS-INFO-LINE(1)
                   WITH POINTER WS-LINE-POINTER
           END-IF
           MOVE WS-JRNL-PAGE TO WS-COUNT-EDIT
           MOVE WS-JRNL-PAGES TO WS-COUNT-EDIT-2
           STRING 'Page        ' FUNCTION TRIM(WS-COUNT-EDIT) ' of '
                  FUNCTION TRIM(WS-COUNT-EDIT-2)
               DELIMITED BY SIZE INTO WS-INFO-LINE(2)
           MOVE 'RC          0 clean  2 operator stop  4 warning  '
               & '8 error  16 severe' TO WS-INFO-LINE(3)
           MOVE 'R           restarted at that input  F gap-fill run'
               TO WS-INFO-LINE(4)
           MOVE 'Date       Time     Pt  Mode         Rule set Rg '
               & 'Start  Count  Restart F   RC' TO WS-BODY-HEADING
           PERFORM BUILD-JOURNAL-ROW
               VARYING WS-BODY-IDX FROM 1 BY 1
               UNTIL WS-BODY-IDX > OPCONSOLE-PAGE-LINES
           MOVE 'N older, P newer, Enter to return . . . . . :'
               TO WS-PANEL-PROMPT
           DISPLAY PANEL-SCREEN
           ACCEPT PANEL-SCREEN
           MOVE SPACES TO WS-MESSAGE
           EVALUATE WS-PANEL-REPLY(1:1)
               WHEN 'N'
               WHEN 'n'
                   IF WS-JRNL-PAGE < WS-JRNL-PAGES
                       ADD 1 TO WS-JRNL-PAGE
                   ELSE
                       MOVE 'This is the oldest page' TO WS-MESSAGE
                   END-IF
               WHEN 'P'
               WHEN 'p'
                   IF WS-JRNL-PAGE > 1
                       SUBTRACT 1 FROM WS-JRNL-PAGE
                   ELSE
                       MOVE 'This is the newest page' TO WS-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-PANEL-DONE
           END-EVALUATE
           .

      * Row k of the browse (counting from the newest) is record
      * total - k + 1 of the file.
       BUILD-JOURNAL-ROW.
           COMPUTE WS-JRNL-ROW = (WS-JRNL-PAGE - 1)
               * OPCONSOLE-PAGE-LINES + WS-BODY-IDX
           IF WS-JRNL-ROW NOT > WS-JRNL-KEPT
               COMPUTE WS-JRNL-RECNO = WS-JRNL-TOTAL - WS-JRNL-ROW + 1
               PERFORM FIND-JOURNAL-SLOT
               MOVE WS-JRNL-LINE(WS-JRNL-SLOT)
                   TO WS-BODY-LINE(WS-BODY-IDX)
           END-IF
           .

      ******************************************************************
      * History lookup of one input under every rule set that has a
      * band, as INQUIRY does for a card with no set named. The
      * directory is reread each time the screen is entered, since a
      * run may have added a band meanwhile.
      ******************************************************************
       LOOKUP-HISTORY.
           PERFORM LOAD-BAND-DIRECTORY
           PERFORM CLEAR-PANEL
           MOVE 'N' TO WS-PANEL-DONE
           PERFORM LOOKUP-CYCLE
               UNTIL WS-PANEL-DONE = 'Y'
           .

      * Absent, the directory is the single legacy entry BUILTIN in
      * band 1 - see INQUIRY's LOAD-BAND-DIRECTORY.
       LOAD-BAND-DIRECTORY.
           MOVE 0 TO WS-BAND-COUNT
           OPEN INPUT FIZZBUZZ-HISTDIR-FILE
           IF WS-HISTDIR-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM READ-HISTDIR-RECORD
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE FIZZBUZZ-HISTDIR-FILE
           END-IF
           IF WS-BAND-COUNT = 0
               MOVE 1 TO WS-BAND-COUNT
               MOVE 'BUILTIN ' TO WS-BAND-SET(1)
               MOVE 1 TO WS-BAND-NUM(1)
           END-IF
           .

       READ-HISTDIR-RECORD.
           READ FIZZBUZZ-HISTDIR-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF FIZZBUZZ-HISTDIR-RECORD NOT = SPACES
                           AND WS-BAND-COUNT < OPCONSOLE-MAX-BANDS
                       ADD 1 TO WS-BAND-COUNT
                       MOVE HDIR-SET-NAME
                           TO WS-BAND-SET(WS-BAND-COUNT)
                       MOVE HDIR-BAND TO WS-BAND-NUM(WS-BAND-COUNT)
                   END-IF
           END-READ
           .

       LOOKUP-CYCLE.
           PERFORM STAMP-CURRENT-TIME
           MOVE 'HISTORY LOOKUP' TO WS-PANEL-TITLE
           MOVE WS-BAND-COUNT TO WS-SEQ-EDIT
           MOVE SPACES TO WS-INFO-LINE(1)
           STRING 'History     fizzbuzz-history.dat - '
                  FUNCTION TRIM(WS-SEQ-EDIT) ' rule set bands'
               DELIMITED BY SIZE INTO WS-INFO-LINE(1)
           MOVE 'Input number, Enter alone to return . . . . :'
               TO WS-PANEL-PROMPT
           MOVE SPACES TO WS-PANEL-REPLY
           DISPLAY PANEL-SCREEN
           ACCEPT PANEL-SCREEN
           MOVE SPACES TO WS-MESSAGE
           PERFORM CLEAR-LOOKUP-RESULT
           IF WS-PANEL-REPLY = SPACES
               MOVE 'Y' TO WS-PANEL-DONE
           ELSE
               MOVE 0 TO WS-REPLY-LENGTH
               INSPECT WS-PANEL-REPLY TALLYING WS-REPLY-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-REPLY-LENGTH = 0
                       OR WS-PANEL-REPLY(1:WS-REPLY-LENGTH)
                           IS NOT NUMERIC
                       OR WS-PANEL-REPLY(WS-REPLY-LENGTH + 1:)
                           NOT = SPACES
                   MOVE 'Input number must be 0 to 999999, digits only'
                       TO WS-MESSAGE
               ELSE
                   COMPUTE WS-LOOKUP-NUM = FUNCTION NUMVAL(
                       WS-PANEL-REPLY(1:WS-REPLY-LENGTH))
                   PERFORM LOOKUP-ONE-INPUT
               END-IF
           END-IF
           .

      * Opened for the one lookup only: a run writing history holds
      * the file exclusively, and the console must not hold it
      * against a run about to start.
       LOOKUP-ONE-INPUT.
           MOVE WS-LOOKUP-NUM TO WS-INPUT-EDIT
           OPEN INPUT FIZZBUZZ-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               STRING 'History file not available (status '
                      WS-HISTORY-STATUS ') - a run may be writing it'
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               MOVE 0 TO WS-FOUND-COUNT
               MOVE 0 TO WS-NOT-FOUND-COUNT
               MOVE 'Rule set  Band  Classification'
                   TO WS-BODY-HEADING
               PERFORM LOOKUP-ONE-BAND
                   VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-BAND-COUNT
               CLOSE FIZZBUZZ-HISTORY-FILE
               MOVE WS-FOUND-COUNT TO WS-SEQ-EDIT
               MOVE 1 TO WS-LINE-POINTER
               STRING 'Input       ' FUNCTION TRIM(WS-INPUT-EDIT)
                      ' - on file under ' FUNCTION TRIM(WS-SEQ-EDIT)
                      ' rule set(s)'
                   DELIMITED BY SIZE INTO WS-INFO-LINE(2)
                   WITH POINTER WS-LINE-POINTER
               IF WS-FOUND-COUNT > OPCONSOLE-PAGE-LINES
                   MOVE OPCONSOLE-PAGE-LINES TO WS-SEQ-EDIT
                   STRING ', the first ' FUNCTION TRIM(WS-SEQ-EDIT)
                          ' shown'
                       DELIMITED BY SIZE INTO WS-INFO-LINE(2)
                       WITH POINTER WS-LINE-POINTER
               END-IF
               IF WS-FOUND-COUNT = 0
                   STRING 'Input ' FUNCTION TRIM(WS-INPUT-EDIT)
                          ' *** NOT ON FILE *** under any rule set'
                       DELIMITED BY SIZE INTO WS-MESSAGE
               END-IF
           END-IF
           .

       CLEAR-LOOKUP-RESULT.
           MOVE SPACES TO WS-INFO-LINE(2)
           MOVE SPACES TO WS-BODY-HEADING
           PERFORM CLEAR-BODY-LINE
               VARYING WS-BODY-IDX FROM 1 BY 1
               UNTIL WS-BODY-IDX > OPCONSOLE-PAGE-LINES
           .

       CLEAR-BODY-LINE.
           MOVE SPACES TO WS-BODY-LINE(WS-BODY-IDX)
           .

       LOOKUP-ONE-BAND.
           COMPUTE WS-HISTORY-KEY =
               (WS-BAND-NUM(WS-BAND-IDX) - 1) * 1000000
               + WS-LOOKUP-NUM + 1
           READ FIZZBUZZ-HISTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-FOUND-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-FOUND-COUNT
                   IF WS-FOUND-COUNT NOT > OPCONSOLE-PAGE-LINES
                       MOVE WS-BAND-SET(WS-BAND-IDX)
                           TO WS-BODY-LINE(WS-FOUND-COUNT)(1:8)
                       MOVE WS-BAND-NUM(WS-BAND-IDX)
                           TO WS-BODY-LINE(WS-FOUND-COUNT)(11:2)
                       MOVE HIST-OUTPUT
                           TO WS-BODY-LINE(WS-FOUND-COUNT)(17:40)
                   END-IF
           END-READ
           .
