       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One card naming the month to bill, YYYYMM. A range belongs to
      * the month of its report date - the business day the run was
      * opened under - so a run restarted across midnight at month
      * end still bills to one month.
           SELECT BILLING-CONTROL-FILE ASSIGN TO 'fizzbuzz-billing.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      * Rate table: one card per run mode with the price per thousand
      * inputs classified and, optionally, per thousand inputs a
      * gap-fill run skipped as already done.
           SELECT FIZZBUZZ-RATES-FILE ASSIGN TO 'fizzbuzz-rates.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.
      * Department comes from RQM-DEPT on the requester master; a
      * requester no longer on it bills to UNASSIGNED rather than
      * dropping off the invoice.
           SELECT FIZZBUZZ-REQUESTER-FILE
               ASSIGN TO 'fizzbuzz-requesters.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQMAST-STATUS.
           SELECT FIZZBUZZ-USAGE-FILE ASSIGN TO 'fizzbuzz-usage.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
      * One invoice file per month, fizzbuzz-billing-YYYYMM.txt, so a
      * rerun for a correction replaces that month's invoices and no
      * other month's.
           SELECT BILLING-REPORT-FILE ASSIGN TO DYNAMIC
               WS-REPORT-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BILLING-CONTROL-FILE.
       01 BILLING-CONTROL-CARD.
           05 BL-MONTH PIC X(6).
           05 BL-MONTH-N REDEFINES BL-MONTH PIC 9(6).

      * A blank skip rate means skipped inputs are not charged.
       FD FIZZBUZZ-RATES-FILE.
       01 FIZZBUZZ-RATES-RECORD.
           05 RT-RUN-MODE PIC X(12).
           05 RT-RATE PIC 9(5)V99.
           05 RT-RATE-X REDEFINES RT-RATE PIC X(7).
           05 RT-SKIP-RATE PIC 9(5)V99.
           05 RT-SKIP-RATE-X REDEFINES RT-SKIP-RATE PIC X(7).

       FD FIZZBUZZ-REQUESTER-FILE.
       01 FIZZBUZZ-REQUESTER-RECORD.
           05 RQM-ID PIC X(8).
           05 RQM-DEPT PIC X(20).
           05 RQM-CONTACT PIC X(20).
           05 RQM-AUTH-SET PIC X(8) OCCURS 5 TIMES.

       FD FIZZBUZZ-USAGE-FILE.
       COPY fizzbuzz-usage.

       FD BILLING-REPORT-FILE.
       01 BILLING-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       78 BILLING-MAX-RATES VALUE 10.
       78 BILLING-MAX-REQUESTERS VALUE 50.
      * Ranges billed in one month. MAIN writes one record per range
      * finished, so this bounds a month's ranges, not its inputs.
       78 BILLING-MAX-RANGES VALUE 5000.
      * One charge line per department, requester and run mode.
       78 BILLING-MAX-LINES VALUE 500.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-RATES-STATUS PIC XX.
       01 WS-REQMAST-STATUS PIC XX.
       01 WS-USAGE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-RATES-EOF PIC X VALUE 'N'.
       01 WS-REQMAST-EOF PIC X VALUE 'N'.
       01 WS-USAGE-EOF PIC X VALUE 'N'.
       01 WS-REPORT-FNAME PIC X(40) VALUE SPACES.
       01 WS-BILL-MONTH PIC X(6).
       01 WS-RATE-TABLE.
           05 WS-RATE-COUNT PIC 9(2) VALUE 0.
           05 WS-RATE-ENTRY OCCURS BILLING-MAX-RATES TIMES.
               10 WS-RATE-MODE PIC X(12).
               10 WS-RATE-PER-K PIC 9(5)V99.
               10 WS-SKIP-RATE-PER-K PIC 9(5)V99.
       01 WS-RATE-IDX PIC 9(2).
       01 WS-RATE-FOUND PIC 9(2).
       01 WS-REQMAST-TABLE.
           05 WS-REQMAST-COUNT PIC 9(2) VALUE 0.
           05 WS-REQMAST-ENTRY OCCURS BILLING-MAX-REQUESTERS TIMES.
               10 WS-REQMAST-ID PIC X(8).
               10 WS-REQMAST-DEPT PIC X(20).
       01 WS-REQMAST-IDX PIC 9(2).
      * Run id plus range sequence of every range billed so far: the
      * first record for a range is billed and any later one for the
      * same range (a restart finishing it again) is skipped.
       01 WS-BILLED-TABLE.
           05 WS-BILLED-COUNT PIC 9(4) VALUE 0.
           05 WS-BILLED-KEY PIC X(16)
               OCCURS BILLING-MAX-RANGES TIMES.
       01 WS-BILLED-IDX PIC 9(4).
       01 WS-USAGE-KEY PIC X(16).
       01 WS-DUPLICATE PIC X.
       01 WS-LINE-TABLE.
           05 WS-LINE-COUNT PIC 9(3) VALUE 0.
           05 WS-LINE-ENTRY OCCURS BILLING-MAX-LINES TIMES.
               10 WS-LINE-KEY.
                   15 WS-LINE-DEPT PIC X(20).
                   15 WS-LINE-REQUESTER PIC X(8).
                   15 WS-LINE-MODE PIC X(12).
               10 WS-LINE-RANGES PIC 9(5).
               10 WS-LINE-CLASSIFIED PIC 9(10).
               10 WS-LINE-PREV-DONE PIC 9(10).
               10 WS-LINE-RATE-FOUND PIC X.
               10 WS-LINE-RATE PIC 9(5)V99.
               10 WS-LINE-SKIP-RATE PIC 9(5)V99.
               10 WS-LINE-PRINTED PIC X.
       01 WS-LINE-IDX PIC 9(3).
       01 WS-FOUND-IDX PIC 9(3).
       01 WS-SEARCH-KEY.
           05 WS-SEARCH-DEPT PIC X(20).
           05 WS-SEARCH-REQUESTER PIC X(8).
           05 WS-SEARCH-MODE PIC X(12).
       01 WS-BEST-KEY PIC X(40).
       01 WS-BEST-IDX PIC 9(3).
       01 WS-CURRENT-DEPT PIC X(20).
       01 WS-LINE-CHARGE PIC 9(9)V99.
       01 WS-DEPT-TOTALS.
           05 WS-DEPT-RANGES PIC 9(6).
           05 WS-DEPT-CLASSIFIED PIC 9(10).
           05 WS-DEPT-PREV-DONE PIC 9(10).
           05 WS-DEPT-CHARGE PIC 9(9)V99.
       01 WS-GRAND-TOTALS.
           05 WS-GRAND-RANGES PIC 9(6) VALUE 0.
           05 WS-GRAND-CLASSIFIED PIC 9(10) VALUE 0.
           05 WS-GRAND-PREV-DONE PIC 9(10) VALUE 0.
           05 WS-GRAND-CHARGE PIC 9(9)V99 VALUE 0.
       01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-BILLED-RECORDS PIC 9(6) VALUE 0.
       01 WS-DUPLICATE-COUNT PIC 9(6) VALUE 0.
       01 WS-OTHER-MONTH-COUNT PIC 9(6) VALUE 0.
       01 WS-UNRATED-COUNT PIC 9(6) VALUE 0.
       01 WS-UNASSIGNED-COUNT PIC 9(6) VALUE 0.
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-RANGES-EDIT PIC ZZZZZ9.
       01 WS-INPUTS-EDIT PIC ZZZZZZZZZ9.
       01 WS-RATE-EDIT PIC ZZZZ9.99.
       01 WS-MONEY-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-REPORT-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-BILLING-CARD
           PERFORM OPEN-REPORT
           PERFORM WRITE-BILLING-HEADER
           PERFORM LOAD-RATES
           PERFORM LOAD-REQUESTER-MASTER
           PERFORM LOAD-USAGE
           PERFORM PRINT-INVOICES
           PERFORM WRITE-BILLING-SUMMARY
           CLOSE BILLING-REPORT-FILE
      * Usage billed at no rate, or to no department, still prints
      * but must not reach Finance unreviewed.
           IF (WS-UNRATED-COUNT > 0 OR WS-UNASSIGNED-COUNT > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       READ-BILLING-CARD.
           OPEN INPUT BILLING-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open fizzbuzz-billing.ctl '
                       '(status ' WS-CONTROL-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO BILLING-CONTROL-CARD
           READ BILLING-CONTROL-FILE
               AT END
                   MOVE SPACES TO BILLING-CONTROL-CARD
           END-READ
           CLOSE BILLING-CONTROL-FILE
           IF BL-MONTH-N IS NOT NUMERIC
                   OR BL-MONTH(5:2) < '01' OR BL-MONTH(5:2) > '12'
               DISPLAY 'ERROR: fizzbuzz-billing.ctl must carry the '
                       'month to bill as YYYYMM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BL-MONTH TO WS-BILL-MONTH
           .

       OPEN-REPORT.
           STRING 'fizzbuzz-billing-' WS-BILL-MONTH '.txt'
               DELIMITED BY SIZE INTO WS-REPORT-FNAME
           OPEN OUTPUT BILLING-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open billing report file '
                       FUNCTION TRIM(WS-REPORT-FNAME)
                       ' (status ' WS-REPORT-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-BILLING-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FizzBuzz Departmental Usage Billing - '
                  WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-BILLING-LINE
           STRING 'Billing month ' WS-BILL-MONTH(1:4) '-'
                  WS-BILL-MONTH(5:2)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-BILLING-LINE
           .

      * Without rates there is nothing to price: that is a setup
      * error, not a month with no charges.
       LOAD-RATES.
           OPEN INPUT FIZZBUZZ-RATES-FILE
           IF WS-RATES-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open fizzbuzz-rates.ctl '
                       '(status ' WS-RATES-STATUS ')'
               MOVE 16 TO RETURN-CODE
               CLOSE BILLING-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM READ-RATE-RECORD
               UNTIL WS-RATES-EOF = 'Y'
           CLOSE FIZZBUZZ-RATES-FILE
           IF WS-RATE-COUNT = 0
               DISPLAY 'ERROR: fizzbuzz-rates.ctl has no rates'
               MOVE 16 TO RETURN-CODE
               CLOSE BILLING-REPORT-FILE
               STOP RUN
           END-IF
           .

       READ-RATE-RECORD.
           READ FIZZBUZZ-RATES-FILE
               AT END
                   MOVE 'Y' TO WS-RATES-EOF
               NOT AT END
                   IF FIZZBUZZ-RATES-RECORD NOT = SPACES
                       IF RT-SKIP-RATE-X = SPACES
                           MOVE 0 TO RT-SKIP-RATE
                       END-IF
                       IF RT-RUN-MODE = SPACES
                               OR RT-RATE IS NOT NUMERIC
                               OR RT-SKIP-RATE IS NOT NUMERIC
                           DISPLAY 'ERROR: fizzbuzz-rates.ctl card "'
                                   FUNCTION TRIM(FIZZBUZZ-RATES-RECORD)
                                   '" needs a run mode and numeric '
                                   'rates'
                           MOVE 16 TO RETURN-CODE
                           CLOSE FIZZBUZZ-RATES-FILE
                           CLOSE BILLING-REPORT-FILE
                           STOP RUN
                       END-IF
                       IF WS-RATE-COUNT >= BILLING-MAX-RATES
                           DISPLAY 'ERROR: fizzbuzz-rates.ctl has more '
                                   'rates than supported'
                           MOVE 16 TO RETURN-CODE
                           CLOSE FIZZBUZZ-RATES-FILE
                           CLOSE BILLING-REPORT-FILE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RT-RUN-MODE TO WS-RATE-MODE(WS-RATE-COUNT)
                       MOVE RT-RATE TO WS-RATE-PER-K(WS-RATE-COUNT)
                       MOVE RT-SKIP-RATE
                           TO WS-SKIP-RATE-PER-K(WS-RATE-COUNT)
                   END-IF
           END-READ
           .

      * Missing master: everything bills to UNASSIGNED and the run
      * ends with a warning code.
       LOAD-REQUESTER-MASTER.
           OPEN INPUT FIZZBUZZ-REQUESTER-FILE
           IF WS-REQMAST-STATUS = '00'
               PERFORM READ-REQUESTER-RECORD
                   UNTIL WS-REQMAST-EOF = 'Y'
               CLOSE FIZZBUZZ-REQUESTER-FILE
           END-IF
           .

       READ-REQUESTER-RECORD.
           READ FIZZBUZZ-REQUESTER-FILE
               AT END
                   MOVE 'Y' TO WS-REQMAST-EOF
               NOT AT END
                   IF FIZZBUZZ-REQUESTER-RECORD NOT = SPACES
                           AND WS-REQMAST-COUNT
                               < BILLING-MAX-REQUESTERS
                       ADD 1 TO WS-REQMAST-COUNT
                       MOVE RQM-ID TO WS-REQMAST-ID(WS-REQMAST-COUNT)
                       MOVE RQM-DEPT
                           TO WS-REQMAST-DEPT(WS-REQMAST-COUNT)
                   END-IF
           END-READ
           .

      * No usage file is a month with nothing to bill, not an error -
      * the invoices print empty with zero totals.
       LOAD-USAGE.
           OPEN INPUT FIZZBUZZ-USAGE-FILE
           IF WS-USAGE-STATUS = '00'
               PERFORM READ-USAGE-RECORD
                   UNTIL WS-USAGE-EOF = 'Y'
               CLOSE FIZZBUZZ-USAGE-FILE
           END-IF
           .

       READ-USAGE-RECORD.
           READ FIZZBUZZ-USAGE-FILE
               AT END
                   MOVE 'Y' TO WS-USAGE-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF USG-REPORT-DATE(1:6) NOT = WS-BILL-MONTH
                       ADD 1 TO WS-OTHER-MONTH-COUNT
                   ELSE
                       PERFORM BILL-ONE-RANGE
                   END-IF
           END-READ
           .

       BILL-ONE-RANGE.
           MOVE USG-RUN-ID TO WS-USAGE-KEY(1:14)
           MOVE USG-RANGE-SEQ TO WS-USAGE-KEY(15:2)
           MOVE 'N' TO WS-DUPLICATE
           PERFORM VARYING WS-BILLED-IDX FROM 1 BY 1
                   UNTIL WS-BILLED-IDX > WS-BILLED-COUNT
                       OR WS-DUPLICATE = 'Y'
               IF WS-BILLED-KEY(WS-BILLED-IDX) = WS-USAGE-KEY
                   MOVE 'Y' TO WS-DUPLICATE
               END-IF
           END-PERFORM
           IF WS-DUPLICATE = 'Y'
               ADD 1 TO WS-DUPLICATE-COUNT
           ELSE
               IF WS-BILLED-COUNT >= BILLING-MAX-RANGES
                   DISPLAY 'ERROR: more ranges in the month than '
                           'billing supports'
                   MOVE 16 TO RETURN-CODE
                   CLOSE FIZZBUZZ-USAGE-FILE
                   CLOSE BILLING-REPORT-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BILLED-COUNT
               MOVE WS-USAGE-KEY TO WS-BILLED-KEY(WS-BILLED-COUNT)
               ADD 1 TO WS-BILLED-RECORDS
               PERFORM FIND-DEPARTMENT
               MOVE USG-REQUESTER-ID TO WS-SEARCH-REQUESTER
               MOVE USG-RUN-MODE TO WS-SEARCH-MODE
               PERFORM FIND-CHARGE-LINE
               ADD 1 TO WS-LINE-RANGES(WS-FOUND-IDX)
               ADD USG-CLASSIFIED TO WS-LINE-CLASSIFIED(WS-FOUND-IDX)
               ADD USG-PREV-DONE TO WS-LINE-PREV-DONE(WS-FOUND-IDX)
               IF WS-LINE-RATE-FOUND(WS-FOUND-IDX) = 'N'
                   ADD 1 TO WS-UNRATED-COUNT
               END-IF
           END-IF
           .

       FIND-DEPARTMENT.
           MOVE 'UNASSIGNED' TO WS-SEARCH-DEPT
           PERFORM VARYING WS-REQMAST-IDX FROM 1 BY 1
                   UNTIL WS-REQMAST-IDX > WS-REQMAST-COUNT
               IF WS-REQMAST-ID(WS-REQMAST-IDX) = USG-REQUESTER-ID
                   MOVE WS-REQMAST-DEPT(WS-REQMAST-IDX)
                       TO WS-SEARCH-DEPT
               END-IF
           END-PERFORM
           IF WS-SEARCH-DEPT = 'UNASSIGNED'
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF
           .

      * The charge line for WS-SEARCH-KEY, opened with its rates on
      * first use.
       FIND-CHARGE-LINE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF WS-LINE-KEY(WS-LINE-IDX) = WS-SEARCH-KEY
                   MOVE WS-LINE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-LINE-COUNT >= BILLING-MAX-LINES
                   DISPLAY 'ERROR: more charge lines in the month '
                           'than billing supports'
                   MOVE 16 TO RETURN-CODE
                   CLOSE FIZZBUZZ-USAGE-FILE
                   CLOSE BILLING-REPORT-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-LINE-COUNT TO WS-FOUND-IDX
               MOVE WS-SEARCH-KEY TO WS-LINE-KEY(WS-FOUND-IDX)
               MOVE 0 TO WS-LINE-RANGES(WS-FOUND-IDX)
               MOVE 0 TO WS-LINE-CLASSIFIED(WS-FOUND-IDX)
               MOVE 0 TO WS-LINE-PREV-DONE(WS-FOUND-IDX)
               MOVE 'N' TO WS-LINE-PRINTED(WS-FOUND-IDX)
               MOVE 'N' TO WS-LINE-RATE-FOUND(WS-FOUND-IDX)
               MOVE 0 TO WS-LINE-RATE(WS-FOUND-IDX)
               MOVE 0 TO WS-LINE-SKIP-RATE(WS-FOUND-IDX)
               MOVE 0 TO WS-RATE-FOUND
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-COUNT
                   IF WS-RATE-MODE(WS-RATE-IDX) = WS-SEARCH-MODE
                       MOVE WS-RATE-IDX TO WS-RATE-FOUND
                   END-IF
               END-PERFORM
               IF WS-RATE-FOUND > 0
                   MOVE 'Y' TO WS-LINE-RATE-FOUND(WS-FOUND-IDX)
                   MOVE WS-RATE-PER-K(WS-RATE-FOUND)
                       TO WS-LINE-RATE(WS-FOUND-IDX)
                   MOVE WS-SKIP-RATE-PER-K(WS-RATE-FOUND)
                       TO WS-LINE-SKIP-RATE(WS-FOUND-IDX)
               END-IF
           END-IF
           .

      * Charge lines print in department, requester, run mode order:
      * each pass takes the lowest key not yet printed, and a change
      * of department closes one invoice section and opens the next.
       PRINT-INVOICES.
           MOVE SPACES TO WS-CURRENT-DEPT
           IF WS-LINE-COUNT = 0
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-BILLING-LINE
               MOVE 'No usage recorded for the month'
                   TO WS-REPORT-LINE
               PERFORM WRITE-BILLING-LINE
           ELSE
               PERFORM PRINT-NEXT-CHARGE-LINE
                   WS-LINE-COUNT TIMES
               PERFORM WRITE-DEPARTMENT-TOTAL
           END-IF
           PERFORM WRITE-GRAND-TOTAL
           .

       PRINT-NEXT-CHARGE-LINE.
           MOVE HIGH-VALUES TO WS-BEST-KEY
           MOVE 0 TO WS-BEST-IDX
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF WS-LINE-PRINTED(WS-LINE-IDX) = 'N'
                       AND WS-LINE-KEY(WS-LINE-IDX) < WS-BEST-KEY
                   MOVE WS-LINE-KEY(WS-LINE-IDX) TO WS-BEST-KEY
                   MOVE WS-LINE-IDX TO WS-BEST-IDX
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-LINE-PRINTED(WS-BEST-IDX)
           IF WS-LINE-DEPT(WS-BEST-IDX) NOT = WS-CURRENT-DEPT
                   OR WS-DEPT-COUNT = 0
               IF WS-DEPT-COUNT > 0
                   PERFORM WRITE-DEPARTMENT-TOTAL
               END-IF
               PERFORM WRITE-DEPARTMENT-HEADING
           END-IF
           COMPUTE WS-LINE-CHARGE ROUNDED =
                   (WS-LINE-CLASSIFIED(WS-BEST-IDX)
                       * WS-LINE-RATE(WS-BEST-IDX)
                   + WS-LINE-PREV-DONE(WS-BEST-IDX)
                       * WS-LINE-SKIP-RATE(WS-BEST-IDX)) / 1000
           ADD WS-LINE-RANGES(WS-BEST-IDX) TO WS-DEPT-RANGES
           ADD WS-LINE-CLASSIFIED(WS-BEST-IDX) TO WS-DEPT-CLASSIFIED
           ADD WS-LINE-PREV-DONE(WS-BEST-IDX) TO WS-DEPT-PREV-DONE
           ADD WS-LINE-CHARGE TO WS-DEPT-CHARGE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-LINE-REQUESTER(WS-BEST-IDX) TO WS-REPORT-LINE(3:8)
           MOVE WS-LINE-MODE(WS-BEST-IDX) TO WS-REPORT-LINE(13:12)
           MOVE WS-LINE-RANGES(WS-BEST-IDX) TO WS-RANGES-EDIT
           MOVE WS-RANGES-EDIT TO WS-REPORT-LINE(26:6)
           MOVE WS-LINE-CLASSIFIED(WS-BEST-IDX) TO WS-INPUTS-EDIT
           MOVE WS-INPUTS-EDIT TO WS-REPORT-LINE(33:10)
           MOVE WS-LINE-PREV-DONE(WS-BEST-IDX) TO WS-INPUTS-EDIT
           MOVE WS-INPUTS-EDIT TO WS-REPORT-LINE(44:10)
           MOVE WS-LINE-RATE(WS-BEST-IDX) TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT TO WS-REPORT-LINE(55:8)
           MOVE WS-LINE-SKIP-RATE(WS-BEST-IDX) TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT TO WS-REPORT-LINE(64:8)
           MOVE WS-LINE-CHARGE TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(73:14)
           IF WS-LINE-RATE-FOUND(WS-BEST-IDX) = 'N'
               MOVE '* no rate for run mode' TO WS-REPORT-LINE(89:22)
           END-IF
           PERFORM WRITE-BILLING-LINE
           .

       WRITE-DEPARTMENT-HEADING.
           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-LINE-DEPT(WS-BEST-IDX) TO WS-CURRENT-DEPT
           INITIALIZE WS-DEPT-TOTALS
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-BILLING-LINE
           STRING 'Invoice - department ' WS-CURRENT-DEPT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-BILLING-LINE
           MOVE '  REQUESTER RUN MODE     RANGES CLASSIFIED    SKIPPED'
               TO WS-REPORT-LINE
           MOVE '  RATE/1K  SKIP/1K         CHARGE'
               TO WS-REPORT-LINE(54:33)
           PERFORM WRITE-BILLING-LINE
           .

       WRITE-DEPARTMENT-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'Department total' TO WS-REPORT-LINE(3:16)
           MOVE WS-DEPT-RANGES TO WS-RANGES-EDIT
           MOVE WS-RANGES-EDIT TO WS-REPORT-LINE(26:6)
           MOVE WS-DEPT-CLASSIFIED TO WS-INPUTS-EDIT
           MOVE WS-INPUTS-EDIT TO WS-REPORT-LINE(33:10)
           MOVE WS-DEPT-PREV-DONE TO WS-INPUTS-EDIT
           MOVE WS-INPUTS-EDIT TO WS-REPORT-LINE(44:10)
           MOVE WS-DEPT-CHARGE TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(73:14)
           PERFORM WRITE-BILLING-LINE
           ADD WS-DEPT-RANGES TO WS-GRAND-RANGES
           ADD WS-DEPT-CLASSIFIED TO WS-GRAND-CLASSIFIED
           ADD WS-DEPT-PREV-DONE TO WS-GRAND-PREV-DONE
           ADD WS-DEPT-CHARGE TO WS-GRAND-CHARGE
           .

       WRITE-GRAND-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-BILLING-LINE
           MOVE 'Grand total' TO WS-REPORT-LINE(3:11)
           MOVE WS-GRAND-RANGES TO WS-RANGES-EDIT
           MOVE WS-RANGES-EDIT TO WS-REPORT-LINE(26:6)
           MOVE WS-GRAND-CLASSIFIED TO WS-INPUTS-EDIT
           MOVE WS-INPUTS-EDIT TO WS-REPORT-LINE(33:10)
           MOVE WS-GRAND-PREV-DONE TO WS-INPUTS-EDIT
           MOVE WS-INPUTS-EDIT TO WS-REPORT-LINE(44:10)
           MOVE WS-GRAND-CHARGE TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-REPORT-LINE(73:14)
           PERFORM WRITE-BILLING-LINE
           MOVE WS-DEPT-COUNT TO WS-COUNT-EDIT
           STRING '  Departments invoiced: '
                  FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-BILLING-LINE
           .

       WRITE-BILLING-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-BILLING-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           STRING 'Usage records read: ' FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-BILLING-LINE
           MOVE WS-BILLED-RECORDS TO WS-COUNT-EDIT
           STRING 'Ranges billed: ' FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-BILLING-LINE
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDIT
           STRING 'Repeat records for a billed range skipped: '
                  FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-BILLING-LINE
           MOVE WS-OTHER-MONTH-COUNT TO WS-COUNT-EDIT
           STRING 'Records for other months: '
                  FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-BILLING-LINE
           IF WS-UNRATED-COUNT > 0
               MOVE WS-UNRATED-COUNT TO WS-COUNT-EDIT
               STRING 'Ranges with no rate for their run mode: '
                      FUNCTION TRIM(WS-COUNT-EDIT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-BILLING-LINE
           END-IF
           IF WS-UNASSIGNED-COUNT > 0
               MOVE WS-UNASSIGNED-COUNT TO WS-COUNT-EDIT
               STRING 'Ranges for requesters not on the master: '
                      FUNCTION TRIM(WS-COUNT-EDIT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-BILLING-LINE
           END-IF
           .

       WRITE-BILLING-LINE.
           WRITE BILLING-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           .
