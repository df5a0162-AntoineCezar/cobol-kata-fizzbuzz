       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One card per question asked of the history change feed:
      *   INPUT   nnnnnn [rule set]  - every change to that input's
      *                                label, in every band or only
      *                                the named set's
      *   RUN     run id or stamp    - every change one run made; the
      *                                key matches either the run id
      *                                (the same across restarts) or
      *                                one execution's YYYYMMDDHHMMSS
           SELECT CHGRPT-CONTROL-FILE ASSIGN TO 'fizzbuzz-chgrpt.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT FIZZBUZZ-HISTCHG-FILE ASSIGN TO 'fizzbuzz-histchg.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTCHG-STATUS.
           SELECT CHGRPT-REPORT-FILE
               ASSIGN TO 'fizzbuzz-chgrpt-report.txt'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHGRPT-CONTROL-FILE.
       01 CHGRPT-CONTROL-CARD.
           05 CR-SELECT PIC X(8).
           05 CR-KEY PIC X(14).
           05 CR-INPUT REDEFINES CR-KEY.
               10 CR-INPUT-N PIC 9(6).
               10 FILLER PIC X(8).
           05 CR-RULE-SET PIC X(8).

       FD FIZZBUZZ-HISTCHG-FILE.
       COPY fizzbuzz-histchg.

       FD CHGRPT-REPORT-FILE.
       01 CHGRPT-REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-HISTCHG-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CONTROL-EOF PIC X VALUE 'N'.
       01 WS-HISTCHG-EOF PIC X VALUE 'N'.
      * 'N' when there is no change feed yet: every question is then
      * answered with no changes rather than failing the report.
       01 WS-FEED-PRESENT PIC X VALUE 'Y'.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-CARD-VALID PIC X.
       01 WS-CHANGE-MATCHES PIC X.
       01 WS-SECTION-COUNT PIC 9(8).
       01 WS-SECTION-NEW PIC 9(8).
       01 WS-SECTION-CHG PIC 9(8).
       01 WS-CARD-COUNT PIC 9(4) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(4) VALUE 0.
       01 WS-TOTAL-LISTED PIC 9(8) VALUE 0.
       01 WS-BEFORE-TEXT PIC X(40).
       01 WS-LINE-POINTER PIC 9(3).
       01 WS-COUNT-EDIT PIC Z(7)9.
       01 WS-NEW-EDIT PIC Z(7)9.
       01 WS-CHG-EDIT PIC Z(7)9.
       01 WS-REPORT-LINE PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           OPEN INPUT CHGRPT-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open fizzbuzz-chgrpt.ctl '
                       '(status ' WS-CONTROL-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHGRPT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open '
                       'fizzbuzz-chgrpt-report.txt (status '
                       WS-REPORT-STATUS ')'
               MOVE 16 TO RETURN-CODE
               CLOSE CHGRPT-CONTROL-FILE
               STOP RUN
           END-IF
           PERFORM WRITE-CHGRPT-HEADER
           PERFORM READ-CONTROL-CARD
               UNTIL WS-CONTROL-EOF = 'Y'
           CLOSE CHGRPT-CONTROL-FILE
           PERFORM WRITE-CHGRPT-SUMMARY
           CLOSE CHGRPT-REPORT-FILE
           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       WRITE-CHGRPT-HEADER.
           STRING 'FizzBuzz History Change Report - '
                  WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CHGRPT-LINE
           .

       READ-CONTROL-CARD.
           READ CHGRPT-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-CONTROL-EOF
               NOT AT END
                   IF CHGRPT-CONTROL-CARD NOT = SPACES
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM ANSWER-CONTROL-CARD
                   END-IF
           END-READ
           .

      * A card that asks nothing sensible is reported and skipped;
      * the other cards are still answered.
       ANSWER-CONTROL-CARD.
           PERFORM PRINT-BLANK-LINE
           MOVE 'Y' TO WS-CARD-VALID
           EVALUATE CR-SELECT
               WHEN 'INPUT'
                   IF CR-INPUT-N IS NOT NUMERIC
                       MOVE 'N' TO WS-CARD-VALID
                   ELSE
                       STRING 'Changes to input ' CR-INPUT-N
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       IF CR-RULE-SET NOT = SPACES
                           MOVE 'under rule set' TO WS-REPORT-LINE(25:)
                           MOVE CR-RULE-SET TO WS-REPORT-LINE(40:)
                       END-IF
                   END-IF
               WHEN 'RUN'
                   IF CR-KEY = SPACES
                       MOVE 'N' TO WS-CARD-VALID
                   ELSE
                       STRING 'Changes made by run '
                              FUNCTION TRIM(CR-KEY)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-CARD-VALID
           END-EVALUATE
           IF WS-CARD-VALID = 'N'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REJECTED card "'
                      FUNCTION TRIM(CHGRPT-CONTROL-CARD)
                      '" - expected INPUT nnnnnn [set] or RUN run-id'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-CHGRPT-LINE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM WRITE-CHGRPT-LINE
               PERFORM LIST-MATCHING-CHANGES
           END-IF
           .

      * One pass of the feed per card, oldest change first, so each
      * input's labels read in the order they were given.
       LIST-MATCHING-CHANGES.
           MOVE 'Date       Time      Run id          Mode         '
               TO WS-REPORT-LINE
           MOVE 'Requester Set      Band Input  Act  Before -> After'
               TO WS-REPORT-LINE(51:)
           PERFORM WRITE-CHGRPT-LINE
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 0 TO WS-SECTION-NEW
           MOVE 0 TO WS-SECTION-CHG
           IF WS-FEED-PRESENT = 'Y'
               OPEN INPUT FIZZBUZZ-HISTCHG-FILE
               IF WS-HISTCHG-STATUS NOT = '00'
                   MOVE 'N' TO WS-FEED-PRESENT
               ELSE
                   MOVE 'N' TO WS-HISTCHG-EOF
                   PERFORM READ-CHANGE-RECORD
                       UNTIL WS-HISTCHG-EOF = 'Y'
                   CLOSE FIZZBUZZ-HISTCHG-FILE
               END-IF
           END-IF
           IF WS-SECTION-COUNT = 0
               MOVE '  No history changes found' TO WS-REPORT-LINE
               IF WS-FEED-PRESENT = 'N'
                   MOVE '  No history changes found - no change feed'
                       TO WS-REPORT-LINE
               END-IF
               PERFORM WRITE-CHGRPT-LINE
           ELSE
               MOVE WS-SECTION-COUNT TO WS-COUNT-EDIT
               MOVE WS-SECTION-NEW TO WS-NEW-EDIT
               MOVE WS-SECTION-CHG TO WS-CHG-EDIT
               STRING '  Changes listed: '
                      FUNCTION TRIM(WS-COUNT-EDIT)
                      '  (new ' FUNCTION TRIM(WS-NEW-EDIT)
                      ', changed ' FUNCTION TRIM(WS-CHG-EDIT) ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-CHGRPT-LINE
           END-IF
           .

       READ-CHANGE-RECORD.
           READ FIZZBUZZ-HISTCHG-FILE
               AT END
                   MOVE 'Y' TO WS-HISTCHG-EOF
               NOT AT END
                   PERFORM CHECK-CHANGE-MATCHES
                   IF WS-CHANGE-MATCHES = 'Y'
                       PERFORM PRINT-CHANGE-LINE
                   END-IF
           END-READ
           .

       CHECK-CHANGE-MATCHES.
           MOVE 'N' TO WS-CHANGE-MATCHES
           IF CR-SELECT = 'INPUT'
               IF HCHG-INPUT = CR-INPUT-N
                   IF CR-RULE-SET = SPACES
                           OR HCHG-RULE-SET = CR-RULE-SET
                       MOVE 'Y' TO WS-CHANGE-MATCHES
                   END-IF
               END-IF
           ELSE
               IF HCHG-RUN-ID = CR-KEY
                       OR HCHG-RUN-DATE = CR-KEY(1:8)
                           AND HCHG-RUN-TIME = CR-KEY(9:6)
                   MOVE 'Y' TO WS-CHANGE-MATCHES
               END-IF
           END-IF
           .

       PRINT-CHANGE-LINE.
           MOVE HCHG-BEFORE-LABEL TO WS-BEFORE-TEXT
           IF HCHG-ACTION = 'NEW'
               MOVE '(new)' TO WS-BEFORE-TEXT
               ADD 1 TO WS-SECTION-NEW
           ELSE
               ADD 1 TO WS-SECTION-CHG
           END-IF
           MOVE 1 TO WS-LINE-POINTER
           STRING HCHG-RUN-DATE(1:4) '-' HCHG-RUN-DATE(5:2) '-'
                  HCHG-RUN-DATE(7:2) ' '
                  HCHG-RUN-TIME(1:2) ':' HCHG-RUN-TIME(3:2) ':'
                  HCHG-RUN-TIME(5:2) '  '
                  HCHG-RUN-ID '  ' HCHG-RUN-MODE ' '
                  HCHG-REQUESTER-ID '  ' HCHG-RULE-SET ' '
                  HCHG-BAND '   ' HCHG-INPUT ' ' HCHG-ACTION '  '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           STRING FUNCTION TRIM(WS-BEFORE-TEXT) ' -> '
                  FUNCTION TRIM(HCHG-AFTER-LABEL)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           PERFORM WRITE-CHGRPT-LINE
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-TOTAL-LISTED
           .

       WRITE-CHGRPT-SUMMARY.
           PERFORM PRINT-BLANK-LINE
           MOVE WS-CARD-COUNT TO WS-COUNT-EDIT
           STRING 'Questions asked: ' FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CHGRPT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
           STRING 'Cards rejected: ' FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CHGRPT-LINE
           MOVE WS-TOTAL-LISTED TO WS-COUNT-EDIT
           STRING 'Changes listed: ' FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CHGRPT-LINE
           .

       PRINT-BLANK-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-CHGRPT-LINE
           .

       WRITE-CHGRPT-LINE.
           WRITE CHGRPT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           .
