       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Optional card: how many generations to keep, 01 to 99. No
      * card (or a blank one) keeps BACKUP-DEFAULT-KEEP.
           SELECT BACKUP-CONTROL-FILE ASSIGN TO 'fizzbuzz-backup.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT BACKUP-REPORT-FILE
               ASSIGN TO 'fizzbuzz-backup-report.txt'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BACKUP-CATALOG-FILE ASSIGN TO 'fizzbuzz-backup.cat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT BACKUP-ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-ARCHIVE-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
      * Read only to learn whether a run is in progress.
           SELECT FIZZBUZZ-CHECKPOINT-FILE ASSIGN TO 'fizzbuzz.chk'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
      * Every line sequential data set is read through this one
      * name in turn; the checkpoint is among them, copied whole.
           SELECT DATASET-FILE ASSIGN TO DYNAMIC WS-DATASET-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DATASET-STATUS.
      * Unloaded by slot as HISTMAINT's COMPACT does.
           SELECT FIZZBUZZ-HISTORY-FILE ASSIGN TO 'fizzbuzz-history.dat'
               ORGANIZATION RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BACKUP-CONTROL-FILE.
       01 BACKUP-CONTROL-CARD.
           05 BK-KEEP PIC 9(2).
           05 BK-KEEP-X REDEFINES BK-KEEP PIC X(2).

       FD BACKUP-REPORT-FILE.
       01 BACKUP-REPORT-RECORD PIC X(80).

       FD BACKUP-CATALOG-FILE.
       COPY fizzbuzz-bkcat.

       FD BACKUP-ARCHIVE-FILE.
       COPY fizzbuzz-bkarch.

       FD FIZZBUZZ-CHECKPOINT-FILE.
       COPY fizzbuzz-ckpt.

       FD DATASET-FILE.
       01 DATASET-RECORD PIC X(200).

       FD FIZZBUZZ-HISTORY-FILE.
       COPY fizzbuzz-hist.

       WORKING-STORAGE SECTION.
       78 BACKUP-DEFAULT-KEEP VALUE 7.
       78 BACKUP-DATASET-COUNT VALUE 7.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CATALOG-STATUS PIC XX.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-CHECKPOINT-STATUS PIC XX.
       01 WS-DATASET-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-FILE-EOF PIC X.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-ARCHIVE-FNAME PIC X(30) VALUE SPACES.
       01 WS-DATASET-FNAME PIC X(30) VALUE SPACES.
      * Wide enough for band 99's top slot, 99000000.
       01 WS-HISTORY-KEY PIC 9(9).
      * The data sets that make up one consistent point in time, in
      * archive order. Shared with RESTORE, which builds the same
      * table.
       01 WS-DATASET-TABLE.
           05 WS-DATASET-ENTRY OCCURS BACKUP-DATASET-COUNT TIMES.
               10 WS-DS-ID PIC X(8).
               10 WS-DS-FNAME PIC X(30).
               10 WS-DS-PRESENT PIC X.
               10 WS-DS-RECORDS PIC 9(9).
       01 WS-DS-IDX PIC 9(2).
       01 WS-KEEP PIC 9(2).
       01 WS-LAST-GENERATION PIC 9(6) VALUE 0.
       01 WS-GENERATION PIC 9(6).
       01 WS-SLOT PIC 9(2).
       01 WS-SLOT-QUOTIENT PIC 9(6).
       01 WS-EXPIRED-GENERATION PIC 9(6).
       01 WS-TOTAL-RECORDS PIC 9(9) VALUE 0.
       01 WS-COUNT-EDIT PIC Z(8)9.
       01 WS-GEN-EDIT PIC Z(5)9.
       01 WS-INPUT-EDIT PIC Z(5)9.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM SET-DATASET-TABLE
           PERFORM READ-BACKUP-CARD
           PERFORM CHECK-RUN-STATE
           PERFORM FIND-LAST-GENERATION
           ADD 1 TO WS-LAST-GENERATION GIVING WS-GENERATION
           DIVIDE WS-LAST-GENERATION BY WS-KEEP
               GIVING WS-SLOT-QUOTIENT
               REMAINDER WS-SLOT
           ADD 1 TO WS-SLOT
           STRING 'fizzbuzz-backup-' WS-SLOT '.dat'
               DELIMITED BY SIZE INTO WS-ARCHIVE-FNAME
           OPEN OUTPUT BACKUP-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open '
                       'fizzbuzz-backup-report.txt (status '
                       WS-REPORT-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-ARCHIVE
           PERFORM WRITE-CATALOG-ENTRIES
           PERFORM WRITE-BACKUP-REPORT
           CLOSE BACKUP-REPORT-FILE
           MOVE WS-GENERATION TO WS-GEN-EDIT
           DISPLAY 'Backup generation ' FUNCTION TRIM(WS-GEN-EDIT)
                   ' written to ' FUNCTION TRIM(WS-ARCHIVE-FNAME)
           STOP RUN
           .

      * Band directory ahead of history - RESTORE checks every
      * history record's band against it in one pass.
       SET-DATASET-TABLE.
           MOVE 'HISTDIR' TO WS-DS-ID(1)
           MOVE 'fizzbuzz-histdir.dat' TO WS-DS-FNAME(1)
           MOVE 'HISTORY' TO WS-DS-ID(2)
           MOVE 'fizzbuzz-history.dat' TO WS-DS-FNAME(2)
           MOVE 'JOURNAL' TO WS-DS-ID(3)
           MOVE 'fizzbuzz-journal.dat' TO WS-DS-FNAME(3)
           MOVE 'RULESETS' TO WS-DS-ID(4)
           MOVE 'fizzbuzz-rulesets.ctl' TO WS-DS-FNAME(4)
           MOVE 'REQUESTR' TO WS-DS-ID(5)
           MOVE 'fizzbuzz-requesters.ctl' TO WS-DS-FNAME(5)
           MOVE 'EXCEPTNS' TO WS-DS-ID(6)
           MOVE 'fizzbuzz-exceptions.txt' TO WS-DS-FNAME(6)
           MOVE 'CHECKPT' TO WS-DS-ID(7)
           MOVE 'fizzbuzz.chk' TO WS-DS-FNAME(7)
           .

       READ-BACKUP-CARD.
           MOVE BACKUP-DEFAULT-KEEP TO WS-KEEP
           OPEN INPUT BACKUP-CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ BACKUP-CONTROL-FILE
                   AT END
                       MOVE SPACES TO BACKUP-CONTROL-CARD
               END-READ
               CLOSE BACKUP-CONTROL-FILE
               IF BK-KEEP-X NOT = SPACES
                   IF BK-KEEP IS NOT NUMERIC OR BK-KEEP = 0
                       DISPLAY 'ERROR: fizzbuzz-backup.ctl must give '
                               'the generations to keep as 01 to 99'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE BK-KEEP TO WS-KEEP
               END-IF
           END-IF
           .

      * A run part way through has history, journal and checkpoint
      * out of step with each other; a snapshot then would not be a
      * point anything could restart from. An operator-stopped run
      * is at rest, and its checkpoint is taken with the rest.
       CHECK-RUN-STATE.
           OPEN INPUT FIZZBUZZ-CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = '00'
               READ FIZZBUZZ-CHECKPOINT-FILE
                   AT END
                       MOVE SPACES TO FIZZBUZZ-CHECKPOINT-RECORD
               END-READ
               CLOSE FIZZBUZZ-CHECKPOINT-FILE
               IF FIZZBUZZ-CHECKPOINT-RECORD NOT = SPACES
                       AND CKPT-RUN-STATE NOT = 'S'
                   MOVE CKPT-INPUT TO WS-INPUT-EDIT
                   DISPLAY 'ERROR: fizzbuzz.chk shows run '
                           CKPT-RUN-ID ' in progress at input '
                           FUNCTION TRIM(WS-INPUT-EDIT)
                           ' - back up once it ends or is stopped'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

       FIND-LAST-GENERATION.
           OPEN INPUT BACKUP-CATALOG-FILE
           IF WS-CATALOG-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM READ-CATALOG-RECORD
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE BACKUP-CATALOG-FILE
           END-IF
           .

       READ-CATALOG-RECORD.
           READ BACKUP-CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF BKC-GENERATION IS NUMERIC
                           AND BKC-GENERATION > WS-LAST-GENERATION
                       MOVE BKC-GENERATION TO WS-LAST-GENERATION
                   END-IF
           END-READ
           .

       WRITE-ARCHIVE.
           OPEN OUTPUT BACKUP-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open '
                       FUNCTION TRIM(WS-ARCHIVE-FNAME)
                       ' (status ' WS-ARCHIVE-STATUS ')'
               PERFORM FAIL-BACKUP
           END-IF
           MOVE SPACES TO BACKUP-ARCHIVE-RECORD
           MOVE 'H' TO BKH-TYPE
           MOVE WS-GENERATION TO BKH-GENERATION
           MOVE WS-CURRENT-DATE(1:14) TO BKH-STAMP
           MOVE WS-KEEP TO BKH-KEEP
           MOVE BACKUP-DATASET-COUNT TO BKH-FILE-COUNT
           PERFORM WRITE-ARCHIVE-RECORD
           PERFORM BACKUP-ONE-DATASET
               VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > BACKUP-DATASET-COUNT
           MOVE SPACES TO BACKUP-ARCHIVE-RECORD
           MOVE 'T' TO BKT-TYPE
           MOVE WS-GENERATION TO BKT-GENERATION
           MOVE WS-TOTAL-RECORDS TO BKT-RECORDS
           PERFORM WRITE-ARCHIVE-RECORD
           CLOSE BACKUP-ARCHIVE-FILE
           .

      * A data set that is not there yet (status 35 - no run has
      * written it) is recorded as absent; any other open failure
      * means the snapshot would not be whole, so the backup fails
      * and the catalog is left alone.
       BACKUP-ONE-DATASET.
           MOVE 0 TO WS-DS-RECORDS(WS-DS-IDX)
           MOVE 'Y' TO WS-DS-PRESENT(WS-DS-IDX)
           IF WS-DS-ID(WS-DS-IDX) = 'HISTORY'
               PERFORM UNLOAD-HISTORY
           ELSE
               PERFORM COPY-LINE-DATASET
           END-IF
           MOVE SPACES TO BACKUP-ARCHIVE-RECORD
           MOVE 'E' TO BKE-TYPE
           MOVE WS-DS-ID(WS-DS-IDX) TO BKE-FILE-ID
           MOVE WS-DS-PRESENT(WS-DS-IDX) TO BKE-PRESENT
           MOVE WS-DS-RECORDS(WS-DS-IDX) TO BKE-RECORDS
           PERFORM WRITE-ARCHIVE-RECORD
           .

       COPY-LINE-DATASET.
           MOVE WS-DS-FNAME(WS-DS-IDX) TO WS-DATASET-FNAME
           OPEN INPUT DATASET-FILE
           EVALUATE WS-DATASET-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-FILE-EOF
                   PERFORM COPY-LINE-RECORD
                       UNTIL WS-FILE-EOF = 'Y'
                   CLOSE DATASET-FILE
               WHEN '35'
                   MOVE 'N' TO WS-DS-PRESENT(WS-DS-IDX)
               WHEN OTHER
                   DISPLAY 'ERROR: could not open '
                           FUNCTION TRIM(WS-DATASET-FNAME)
                           ' (status ' WS-DATASET-STATUS ')'
                   PERFORM FAIL-BACKUP
           END-EVALUATE
           .

       COPY-LINE-RECORD.
           READ DATASET-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   MOVE SPACES TO BACKUP-ARCHIVE-RECORD
                   MOVE 'D' TO BKA-TYPE
                   MOVE WS-DS-ID(WS-DS-IDX) TO BKA-FILE-ID
                   MOVE 0 TO BKA-SLOT
                   MOVE DATASET-RECORD TO BKA-DATA
                   PERFORM WRITE-ARCHIVE-RECORD
                   ADD 1 TO WS-DS-RECORDS(WS-DS-IDX)
                   ADD 1 TO WS-TOTAL-RECORDS
           END-READ
           .

       UNLOAD-HISTORY.
           OPEN INPUT FIZZBUZZ-HISTORY-FILE
           EVALUATE WS-HISTORY-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-FILE-EOF
                   MOVE 1 TO WS-HISTORY-KEY
                   START FIZZBUZZ-HISTORY-FILE
                       KEY NOT < WS-HISTORY-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-FILE-EOF
                   END-START
                   PERFORM UNLOAD-HISTORY-RECORD
                       UNTIL WS-FILE-EOF = 'Y'
                   CLOSE FIZZBUZZ-HISTORY-FILE
               WHEN '35'
                   MOVE 'N' TO WS-DS-PRESENT(WS-DS-IDX)
               WHEN OTHER
                   DISPLAY 'ERROR: could not open history file '
                           '(status ' WS-HISTORY-STATUS ')'
                   PERFORM FAIL-BACKUP
           END-EVALUATE
           .

       UNLOAD-HISTORY-RECORD.
           READ FIZZBUZZ-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   MOVE SPACES TO BACKUP-ARCHIVE-RECORD
                   MOVE 'D' TO BKA-TYPE
                   MOVE 'HISTORY' TO BKA-FILE-ID
                   MOVE WS-HISTORY-KEY TO BKA-SLOT
                   MOVE FIZZBUZZ-HISTORY-RECORD TO BKA-DATA
                   PERFORM WRITE-ARCHIVE-RECORD
                   ADD 1 TO WS-DS-RECORDS(WS-DS-IDX)
                   ADD 1 TO WS-TOTAL-RECORDS
           END-READ
           .

       WRITE-ARCHIVE-RECORD.
           WRITE BACKUP-ARCHIVE-RECORD
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'ERROR: could not write '
                       FUNCTION TRIM(WS-ARCHIVE-FNAME)
                       ' (status ' WS-ARCHIVE-STATUS ')'
               PERFORM FAIL-BACKUP
           END-IF
           .

      * The generation is only catalogued once its archive is whole;
      * a failed one leaves the slot's file unusable, so RESTORE's
      * header check refuses it until the next good backup reuses
      * the slot.
       FAIL-BACKUP.
           MOVE WS-GENERATION TO WS-GEN-EDIT
           DISPLAY 'ERROR: backup generation '
                   FUNCTION TRIM(WS-GEN-EDIT)
                   ' not taken - catalog unchanged'
           MOVE 16 TO RETURN-CODE
           CLOSE DATASET-FILE
           CLOSE FIZZBUZZ-HISTORY-FILE
           CLOSE BACKUP-ARCHIVE-FILE
           CLOSE BACKUP-CATALOG-FILE
           CLOSE BACKUP-REPORT-FILE
           STOP RUN
           .

       WRITE-CATALOG-ENTRIES.
           OPEN EXTEND BACKUP-CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               OPEN OUTPUT BACKUP-CATALOG-FILE
           END-IF
           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open fizzbuzz-backup.cat '
                       '(status ' WS-CATALOG-STATUS ')'
               PERFORM FAIL-BACKUP
           END-IF
           PERFORM WRITE-CATALOG-ENTRY
               VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > BACKUP-DATASET-COUNT
           CLOSE BACKUP-CATALOG-FILE
           .

       WRITE-CATALOG-ENTRY.
           MOVE SPACES TO BACKUP-CATALOG-RECORD
           MOVE WS-GENERATION TO BKC-GENERATION
           MOVE WS-CURRENT-DATE(1:14) TO BKC-STAMP
           MOVE WS-KEEP TO BKC-KEEP
           MOVE WS-ARCHIVE-FNAME TO BKC-ARCHIVE-NAME
           MOVE WS-DS-ID(WS-DS-IDX) TO BKC-FILE-ID
           MOVE WS-DS-PRESENT(WS-DS-IDX) TO BKC-PRESENT
           MOVE WS-DS-RECORDS(WS-DS-IDX) TO BKC-RECORDS
           WRITE BACKUP-CATALOG-RECORD
           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY 'ERROR: could not write fizzbuzz-backup.cat '
                       '(status ' WS-CATALOG-STATUS ')'
               PERFORM FAIL-BACKUP
           END-IF
           .

       WRITE-BACKUP-REPORT.
           STRING 'FizzBuzz Data Set Backup - '
                  WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2) ' ' WS-CURRENT-DATE(9:2) ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-BACKUP-LINE
           MOVE WS-GENERATION TO WS-GEN-EDIT
           STRING 'Generation ' FUNCTION TRIM(WS-GEN-EDIT)
                  ' archived to ' FUNCTION TRIM(WS-ARCHIVE-FNAME)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-BACKUP-LINE
           PERFORM WRITE-BACKUP-LINE
           MOVE 'Data set  File                        Records'
               TO WS-REPORT-LINE
           PERFORM WRITE-BACKUP-LINE
           PERFORM REPORT-ONE-DATASET
               VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > BACKUP-DATASET-COUNT
           PERFORM WRITE-BACKUP-LINE
           MOVE WS-TOTAL-RECORDS TO WS-COUNT-EDIT
           STRING 'Records archived: ' FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-BACKUP-LINE
           MOVE WS-KEEP TO WS-GEN-EDIT
           STRING 'Generations kept: ' FUNCTION TRIM(WS-GEN-EDIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-BACKUP-LINE
           IF WS-GENERATION > WS-KEEP
               COMPUTE WS-EXPIRED-GENERATION =
                   WS-GENERATION - WS-KEEP
               MOVE WS-EXPIRED-GENERATION TO WS-GEN-EDIT
               STRING 'Generation ' FUNCTION TRIM(WS-GEN-EDIT)
                      ' and older have expired'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-BACKUP-LINE
           END-IF
           .

       REPORT-ONE-DATASET.
           MOVE WS-DS-ID(WS-DS-IDX) TO WS-REPORT-LINE(1:8)
           MOVE WS-DS-FNAME(WS-DS-IDX) TO WS-REPORT-LINE(11:26)
           IF WS-DS-PRESENT(WS-DS-IDX) = 'Y'
               MOVE WS-DS-RECORDS(WS-DS-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(38:9)
           ELSE
               MOVE 'not on file' TO WS-REPORT-LINE(38:)
           END-IF
           PERFORM WRITE-BACKUP-LINE
           .

       WRITE-BACKUP-LINE.
           WRITE BACKUP-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           .
