       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANVERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One card naming the manifest to verify against, as it was
      * delivered - fizzbuzz-manifest-YYYYMMDD.dat.
           SELECT MANVERIFY-CONTROL-FILE
               ASSIGN TO 'fizzbuzz-manverify.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT FIZZBUZZ-MANIFEST-FILE ASSIGN TO DYNAMIC
               WS-MANIFEST-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
      * Each report, requester report or extract the manifest lists,
      * recounted one at a time through this one name.
           SELECT DELIVERED-FILE ASSIGN TO DYNAMIC WS-DELIVERED-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERED-STATUS.
      * History is recounted over the manifest's ranges in its band,
      * the way MAIN counted it.
           SELECT FIZZBUZZ-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-DELIVERED-FNAME
               ORGANIZATION RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT MANVERIFY-REPORT-FILE
               ASSIGN TO 'fizzbuzz-manverify-report.txt'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MANVERIFY-CONTROL-FILE.
       01 MANVERIFY-CONTROL-CARD.
           05 MV-MANIFEST-NAME PIC X(60).

       FD FIZZBUZZ-MANIFEST-FILE.
       COPY fizzbuzz-manifest.

       FD DELIVERED-FILE.
       01 DELIVERED-RECORD PIC X(200).

       FD FIZZBUZZ-HISTORY-FILE.
       COPY fizzbuzz-hist.

       FD MANVERIFY-REPORT-FILE.
       01 MANVERIFY-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      * Mirrors FIZZBUZZ-MAX-RANGES in main.cob: one range record per
      * request card on the run the manifest describes.
       78 MANVERIFY-MAX-RANGES VALUE 50.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-MANIFEST-STATUS PIC XX.
       01 WS-DELIVERED-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-MANIFEST-EOF PIC X VALUE 'N'.
       01 WS-DELIVERED-EOF PIC X.
       01 WS-MANIFEST-FNAME PIC X(60) VALUE SPACES.
       01 WS-DELIVERED-FNAME PIC X(60) VALUE SPACES.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-HEADER-SEEN PIC X VALUE 'N'.
       01 WS-EXPECTED-FILES PIC 9(3) VALUE 0.
       01 WS-RUN-STATUS PIC X(8) VALUE SPACES.
       01 WS-RANGE-TABLE.
           05 WS-RANGE-COUNT PIC 9(2) VALUE 0.
           05 WS-RANGE-ENTRY OCCURS MANVERIFY-MAX-RANGES TIMES.
               10 WS-RANGE-START PIC 9(6).
               10 WS-RANGE-END PIC 9(6).
       01 WS-RANGE-IDX PIC 9(2).
      * What the file in hand recounts to, against what the manifest
      * says it should.
       01 WS-FOUND-RECORDS PIC 9(9).
       01 WS-FOUND-HASH PIC 9(14).
       01 WS-RESULT PIC X(8).
       01 WS-HISTORY-KEY PIC 9(9).
       01 WS-HISTORY-INPUT PIC 9(7).
       01 WS-HISTORY-END PIC 9(7).
       01 WS-WORK-LINE PIC X(200).
       01 WS-RECORD-TYPE PIC X(2).
       01 WS-NUMBER-X PIC X(7).
       01 WS-LEAD PIC 9.
       01 WS-FILES-LISTED PIC 9(3) VALUE 0.
       01 WS-MATCH-COUNT PIC 9(3) VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(3) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(3) VALUE 0.
      * 0 every file matches; 4 a listed file is not here (a
      * department picks up only its own report) or the manifest is
      * of a run an operator stop left unfinished; 8 a file does not
      * match its manifest entry - a short or altered copy that must
      * not be loaded; 16 the manifest itself is missing, malformed
      * or short of the file entries its header promises.
       01 WS-VERIFY-RC PIC 9(2) VALUE 0.
       01 WS-RECORDS-EDIT PIC Z(8)9.
       01 WS-FOUND-RECORDS-EDIT PIC Z(8)9.
       01 WS-HASH-EDIT PIC Z(13)9.
       01 WS-FOUND-HASH-EDIT PIC Z(13)9.
       01 WS-COUNT-EDIT PIC ZZ9.
       01 WS-RC-EDIT PIC Z9.
       01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
       01 WS-LINE-POINTER PIC 9(3).

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM READ-MANVERIFY-CARD
           OPEN OUTPUT MANVERIFY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open '
                       'fizzbuzz-manverify-report.txt (status '
                       WS-REPORT-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING 'FizzBuzz Manifest Verification - '
                  WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MANVERIFY-LINE
           STRING 'Manifest ' FUNCTION TRIM(WS-MANIFEST-FNAME)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MANVERIFY-LINE
           OPEN INPUT FIZZBUZZ-MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               STRING 'MANIFEST NOT READABLE (status '
                      WS-MANIFEST-STATUS ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM REFUSE-MANIFEST
           END-IF
           PERFORM READ-MANIFEST-RECORD
               UNTIL WS-MANIFEST-EOF = 'Y'
           CLOSE FIZZBUZZ-MANIFEST-FILE
           IF WS-HEADER-SEEN = 'N'
               MOVE 'MANIFEST HAS NO HEADER RECORD' TO WS-REPORT-LINE
               PERFORM REFUSE-MANIFEST
           END-IF
           IF WS-FILES-LISTED NOT = WS-EXPECTED-FILES
               MOVE WS-EXPECTED-FILES TO WS-COUNT-EDIT
               MOVE 1 TO WS-LINE-POINTER
               STRING 'MANIFEST INCOMPLETE - header lists '
                      FUNCTION TRIM(WS-COUNT-EDIT) ' files, '
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-POINTER
               MOVE WS-FILES-LISTED TO WS-COUNT-EDIT
               STRING FUNCTION TRIM(WS-COUNT-EDIT) ' file entries found'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-POINTER
               PERFORM REFUSE-MANIFEST
           END-IF
           IF WS-RUN-STATUS NOT = 'COMPLETE' AND WS-VERIFY-RC < 4
               MOVE 4 TO WS-VERIFY-RC
           END-IF
           PERFORM WRITE-MANVERIFY-SUMMARY
           CLOSE MANVERIFY-REPORT-FILE
           MOVE WS-VERIFY-RC TO RETURN-CODE
           STOP RUN
           .

       READ-MANVERIFY-CARD.
           OPEN INPUT MANVERIFY-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open fizzbuzz-manverify.ctl '
                       '(status ' WS-CONTROL-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO MANVERIFY-CONTROL-CARD
           READ MANVERIFY-CONTROL-FILE
               AT END
                   MOVE SPACES TO MANVERIFY-CONTROL-CARD
           END-READ
           CLOSE MANVERIFY-CONTROL-FILE
           IF MV-MANIFEST-NAME = SPACES
               DISPLAY 'ERROR: fizzbuzz-manverify.ctl must name the '
                       'manifest to verify'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE MV-MANIFEST-NAME TO WS-MANIFEST-FNAME
           .

      * Header first, then the ranges, then the files; a file entry
      * is verified as it is read.
       READ-MANIFEST-RECORD.
           READ FIZZBUZZ-MANIFEST-FILE
               AT END
                   MOVE 'Y' TO WS-MANIFEST-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN FIZZBUZZ-MANIFEST-HEADER = SPACES
                           CONTINUE
                       WHEN MANH-TYPE = 'H' AND WS-HEADER-SEEN = 'N'
                           PERFORM TAKE-MANIFEST-HEADER
                       WHEN WS-HEADER-SEEN = 'N'
                           MOVE 'MANIFEST DOES NOT START WITH ITS '
                               & 'HEADER RECORD' TO WS-REPORT-LINE
                           PERFORM REFUSE-MANIFEST
                       WHEN MANR-TYPE = 'R'
                           PERFORM TAKE-MANIFEST-RANGE
                       WHEN MANF-TYPE = 'F'
                           PERFORM VERIFY-MANIFEST-FILE
                       WHEN OTHER
                           STRING 'MANIFEST RECORD NOT RECOGNIZED: '
                                  FIZZBUZZ-MANIFEST-HEADER(1:40)
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           PERFORM REFUSE-MANIFEST
                   END-EVALUATE
           END-READ
           .

       TAKE-MANIFEST-HEADER.
           IF MANH-FILE-COUNT IS NOT NUMERIC
                   OR MANH-RANGE-COUNT IS NOT NUMERIC
               MOVE 'MANIFEST HEADER IS MALFORMED' TO WS-REPORT-LINE
               PERFORM REFUSE-MANIFEST
           END-IF
           MOVE 'Y' TO WS-HEADER-SEEN
           MOVE MANH-FILE-COUNT TO WS-EXPECTED-FILES
           MOVE MANH-STATUS TO WS-RUN-STATUS
           STRING 'Run ' MANH-RUN-ID ' written '
                  MANH-RUN-STAMP(1:8) ' ' MANH-RUN-STAMP(9:6)
                  '  report date ' MANH-REPORT-DATE
                  '  rule set ' MANH-RULE-SET
                  '  mode ' MANH-RUN-MODE
                  '  ' MANH-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MANVERIFY-LINE
           IF MANH-STATUS NOT = 'COMPLETE'
               MOVE 'The run had not finished when this manifest was '
                   & 'written - a restart will replace it'
                   TO WS-REPORT-LINE
               PERFORM WRITE-MANVERIFY-LINE
           END-IF
           PERFORM WRITE-MANVERIFY-LINE
           MOVE 'Result   Kind        Records     Found'
               TO WS-REPORT-LINE
           MOVE 'Hash total          Found File'
               TO WS-REPORT-LINE(42:)
           PERFORM WRITE-MANVERIFY-LINE
           .

       TAKE-MANIFEST-RANGE.
           IF MANR-START IS NOT NUMERIC OR MANR-END IS NOT NUMERIC
                   OR WS-RANGE-COUNT >= MANVERIFY-MAX-RANGES
               MOVE 'MANIFEST RANGE RECORD IS MALFORMED'
                   TO WS-REPORT-LINE
               PERFORM REFUSE-MANIFEST
           END-IF
           ADD 1 TO WS-RANGE-COUNT
           MOVE MANR-START TO WS-RANGE-START(WS-RANGE-COUNT)
           MOVE MANR-END TO WS-RANGE-END(WS-RANGE-COUNT)
           .

       VERIFY-MANIFEST-FILE.
           IF MANF-RECORDS IS NOT NUMERIC OR MANF-HASH IS NOT NUMERIC
                   OR MANF-BAND IS NOT NUMERIC
                   OR MANF-FILE-NAME = SPACES
               MOVE 'MANIFEST FILE RECORD IS MALFORMED'
                   TO WS-REPORT-LINE
               PERFORM REFUSE-MANIFEST
           END-IF
           ADD 1 TO WS-FILES-LISTED
           MOVE MANF-FILE-NAME TO WS-DELIVERED-FNAME
           MOVE 0 TO WS-FOUND-RECORDS
           MOVE 0 TO WS-FOUND-HASH
           MOVE SPACES TO WS-RESULT
           EVALUATE MANF-KIND
               WHEN 'REPORT'
               WHEN 'REQRPT'
               WHEN 'EXTRACT'
                   PERFORM RECOUNT-DELIVERED-FILE
               WHEN 'HISTORY'
                   PERFORM RECOUNT-HISTORY
               WHEN OTHER
                   STRING 'MANIFEST NAMES AN UNKNOWN FILE KIND: '
                          MANF-KIND
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM REFUSE-MANIFEST
           END-EVALUATE
           IF WS-RESULT = SPACES
               IF WS-FOUND-RECORDS = MANF-RECORDS
                       AND WS-FOUND-HASH = MANF-HASH
                   MOVE 'MATCH' TO WS-RESULT
                   ADD 1 TO WS-MATCH-COUNT
               ELSE
                   MOVE 'MISMATCH' TO WS-RESULT
                   ADD 1 TO WS-MISMATCH-COUNT
                   IF WS-VERIFY-RC < 8
                       MOVE 8 TO WS-VERIFY-RC
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-FILE-RESULT
           .

       RECOUNT-DELIVERED-FILE.
           OPEN INPUT DELIVERED-FILE
           IF WS-DELIVERED-STATUS NOT = '00'
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE 'N' TO WS-DELIVERED-EOF
               PERFORM RECOUNT-DELIVERED-RECORD
                   UNTIL WS-DELIVERED-EOF = 'Y'
               CLOSE DELIVERED-FILE
           END-IF
           .

      * Counted exactly as the run counted it (see fizzbuzz-
      * manifest.cpy): every record, and the inputs on report detail
      * lines or extract D; records.
       RECOUNT-DELIVERED-RECORD.
           READ DELIVERED-FILE INTO WS-WORK-LINE
               AT END
                   MOVE 'Y' TO WS-DELIVERED-EOF
               NOT AT END
                   ADD 1 TO WS-FOUND-RECORDS
                   IF MANF-KIND = 'EXTRACT'
                       PERFORM TALLY-EXTRACT-LINE
                   ELSE
                       PERFORM TALLY-REPORT-LINE
                   END-IF
           END-READ
           .

       TALLY-REPORT-LINE.
           IF WS-WORK-LINE(7:1) IS NUMERIC
                   AND WS-WORK-LINE(8:2) = SPACES
               MOVE 0 TO WS-LEAD
               INSPECT WS-WORK-LINE(1:6)
                   TALLYING WS-LEAD FOR LEADING SPACES
               IF WS-WORK-LINE(WS-LEAD + 1:7 - WS-LEAD) IS NUMERIC
                   COMPUTE WS-FOUND-HASH = WS-FOUND-HASH
                       + FUNCTION NUMVAL(WS-WORK-LINE(1:7))
               END-IF
           END-IF
           .

       TALLY-EXTRACT-LINE.
           IF WS-WORK-LINE(1:2) = 'D;'
               MOVE SPACES TO WS-NUMBER-X
               UNSTRING WS-WORK-LINE DELIMITED BY ';'
                   INTO WS-RECORD-TYPE WS-NUMBER-X
               COMPUTE WS-FOUND-HASH = WS-FOUND-HASH
                   + FUNCTION NUMVAL(WS-NUMBER-X)
           END-IF
           .

       RECOUNT-HISTORY.
           OPEN INPUT FIZZBUZZ-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               PERFORM NOTE-FILE-MISSING
           ELSE
               PERFORM RECOUNT-HISTORY-RANGE
                   VARYING WS-RANGE-IDX FROM 1 BY 1
                   UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
               CLOSE FIZZBUZZ-HISTORY-FILE
           END-IF
           .

       RECOUNT-HISTORY-RANGE.
           MOVE WS-RANGE-END(WS-RANGE-IDX) TO WS-HISTORY-END
           PERFORM VARYING WS-HISTORY-INPUT
                   FROM WS-RANGE-START(WS-RANGE-IDX) BY 1
                   UNTIL WS-HISTORY-INPUT > WS-HISTORY-END
               COMPUTE WS-HISTORY-KEY = (MANF-BAND - 1) * 1000000
                   + WS-HISTORY-INPUT + 1
               READ FIZZBUZZ-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-FOUND-RECORDS
                       ADD HIST-INPUT TO WS-FOUND-HASH
               END-READ
           END-PERFORM
           .

       NOTE-FILE-MISSING.
           MOVE 'MISSING' TO WS-RESULT
           ADD 1 TO WS-MISSING-COUNT
           IF WS-VERIFY-RC < 4
               MOVE 4 TO WS-VERIFY-RC
           END-IF
           .

       WRITE-FILE-RESULT.
           MOVE MANF-RECORDS TO WS-RECORDS-EDIT
           MOVE MANF-HASH TO WS-HASH-EDIT
           MOVE WS-RESULT TO WS-REPORT-LINE(1:8)
           MOVE MANF-KIND TO WS-REPORT-LINE(10:8)
           MOVE WS-RECORDS-EDIT TO WS-REPORT-LINE(18:9)
           MOVE WS-HASH-EDIT TO WS-REPORT-LINE(38:14)
           IF WS-RESULT NOT = 'MISSING'
               MOVE WS-FOUND-RECORDS TO WS-FOUND-RECORDS-EDIT
               MOVE WS-FOUND-HASH TO WS-FOUND-HASH-EDIT
               MOVE WS-FOUND-RECORDS-EDIT TO WS-REPORT-LINE(28:9)
               MOVE WS-FOUND-HASH-EDIT TO WS-REPORT-LINE(53:14)
           END-IF
           MOVE MANF-FILE-NAME TO WS-REPORT-LINE(68:60)
           PERFORM WRITE-MANVERIFY-LINE
           .

      * The manifest cannot be trusted to say what was delivered:
      * whatever was verified so far is reported, and the run ends 16.
       REFUSE-MANIFEST.
           DISPLAY 'ERROR: ' FUNCTION TRIM(WS-REPORT-LINE)
           PERFORM WRITE-MANVERIFY-LINE
           MOVE 16 TO WS-VERIFY-RC
           CLOSE FIZZBUZZ-MANIFEST-FILE
           PERFORM WRITE-MANVERIFY-SUMMARY
           CLOSE MANVERIFY-REPORT-FILE
           MOVE WS-VERIFY-RC TO RETURN-CODE
           STOP RUN
           .

       WRITE-MANVERIFY-SUMMARY.
           PERFORM WRITE-MANVERIFY-LINE
           MOVE 1 TO WS-LINE-POINTER
           MOVE WS-FILES-LISTED TO WS-COUNT-EDIT
           STRING 'Files verified: ' FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           MOVE WS-MATCH-COUNT TO WS-COUNT-EDIT
           STRING '  match: ' FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           MOVE WS-MISMATCH-COUNT TO WS-COUNT-EDIT
           STRING '  mismatch: ' FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT
           STRING '  missing: ' FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           DISPLAY 'MANVERIFY: ' FUNCTION TRIM(WS-REPORT-LINE)
           PERFORM WRITE-MANVERIFY-LINE
           MOVE WS-VERIFY-RC TO WS-RC-EDIT
           STRING 'Verification return code '
                  FUNCTION TRIM(WS-RC-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MANVERIFY-LINE
           .

       WRITE-MANVERIFY-LINE.
           WRITE MANVERIFY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           .
