       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTORE-CONTROL-FILE ASSIGN TO 'fizzbuzz-restore.ctl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RESTORE-REPORT-FILE
               ASSIGN TO 'fizzbuzz-restore-report.txt'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BACKUP-CATALOG-FILE ASSIGN TO 'fizzbuzz-backup.cat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT BACKUP-ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-ARCHIVE-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT FIZZBUZZ-CHECKPOINT-FILE ASSIGN TO 'fizzbuzz.chk'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
      * The live band directory, read when the band directory itself
      * is not being restored but history is.
           SELECT FIZZBUZZ-HISTDIR-FILE ASSIGN TO 'fizzbuzz-histdir.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTDIR-STATUS.
      * Every line sequential data set is rewritten through this one
      * name in turn, as BACKUP read them.
           SELECT DATASET-FILE ASSIGN TO DYNAMIC WS-DATASET-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DATASET-STATUS.
           SELECT FIZZBUZZ-HISTORY-FILE ASSIGN TO 'fizzbuzz-history.dat'
               ORGANIZATION RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * RS-GENERATION blank restores the newest generation. The file
      * ids name the data sets to restore (the ids BACKUP reports);
      * none, or ALL, restores every one. FORCE restores over a live
      * checkpoint whose run has neither ended nor been stopped.
       FD RESTORE-CONTROL-FILE.
       01 RESTORE-CONTROL-CARD.
           05 RS-GENERATION PIC 9(6).
           05 RS-GENERATION-X REDEFINES RS-GENERATION PIC X(6).
           05 FILLER PIC X.
           05 RS-FILE-ENTRY OCCURS 7 TIMES.
               10 RS-FILE-ID PIC X(8).
               10 FILLER PIC X.
           05 FILLER PIC X.
           05 RS-FORCE PIC X(5).

       FD RESTORE-REPORT-FILE.
       01 RESTORE-REPORT-RECORD PIC X(80).

       FD BACKUP-CATALOG-FILE.
       COPY fizzbuzz-bkcat.

       FD BACKUP-ARCHIVE-FILE.
       COPY fizzbuzz-bkarch.

       FD FIZZBUZZ-CHECKPOINT-FILE.
       COPY fizzbuzz-ckpt.

       FD FIZZBUZZ-HISTDIR-FILE.
       COPY fizzbuzz-histdir.

       FD DATASET-FILE.
       01 DATASET-RECORD PIC X(200).

       FD FIZZBUZZ-HISTORY-FILE.
       COPY fizzbuzz-hist.

       WORKING-STORAGE SECTION.
       78 BACKUP-DATASET-COUNT VALUE 7.
       78 HISTORY-BAND-SIZE VALUE 1000000.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CATALOG-STATUS PIC XX.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-CHECKPOINT-STATUS PIC XX.
       01 WS-HISTDIR-STATUS PIC XX.
       01 WS-DATASET-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-FILE-EOF PIC X.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-ARCHIVE-FNAME PIC X(30) VALUE SPACES.
       01 WS-DATASET-FNAME PIC X(30) VALUE SPACES.
       01 WS-HISTORY-KEY PIC 9(9).
      * Same data sets, same order as BACKUP's table, plus what the
      * catalog says of each and what this run found and did.
       01 WS-DATASET-TABLE.
           05 WS-DATASET-ENTRY OCCURS BACKUP-DATASET-COUNT TIMES.
               10 WS-DS-ID PIC X(8).
               10 WS-DS-FNAME PIC X(30).
               10 WS-DS-SELECTED PIC X.
               10 WS-DS-CATALOGUED PIC X.
               10 WS-DS-CAT-PRESENT PIC X.
               10 WS-DS-CAT-RECORDS PIC 9(9).
               10 WS-DS-ENDED PIC X.
               10 WS-DS-COUNTED PIC 9(9).
               10 WS-DS-RESTORED PIC 9(9).
       01 WS-DS-IDX PIC 9(2).
       01 WS-CARD-IDX PIC 9(2).
       01 WS-FOUND-IDX PIC 9(2).
       01 WS-OPEN-IDX PIC 9(2) VALUE 0.
       01 WS-SELECT-ALL PIC X.
       01 WS-FORCE PIC X VALUE 'N'.
       01 WS-TARGET-GENERATION PIC 9(6) VALUE 0.
       01 WS-TARGET-STAMP PIC X(14) VALUE SPACES.
       01 WS-LATEST-GENERATION PIC 9(6) VALUE 0.
       01 WS-LATEST-KEEP PIC 9(2) VALUE 0.
       01 WS-OLDEST-CURRENT PIC 9(6) VALUE 0.
       01 WS-TOTAL-COUNTED PIC 9(9) VALUE 0.
       01 WS-TRAILER-SEEN PIC X VALUE 'N'.
      * Bands a restored history may use: those of the band
      * directory that will stand beside it afterwards. Band 1 is
      * BUILTIN's whether or not the directory lists it.
       01 WS-BAND-TABLE.
           05 WS-BAND-KNOWN PIC X OCCURS 99 TIMES.
       01 WS-BAND PIC 9(3).
       01 WS-ORPHAN-COUNT PIC 9(9) VALUE 0.
       01 WS-ORPHAN-SLOT PIC 9(9) VALUE 0.
       01 WS-COUNT-EDIT PIC Z(8)9.
       01 WS-GEN-EDIT PIC Z(5)9.
       01 WS-INPUT-EDIT PIC Z(5)9.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM SET-DATASET-TABLE
           PERFORM READ-RESTORE-CARD
           PERFORM FIND-GENERATION
           PERFORM CHECK-RUN-STATE
           PERFORM LOAD-BANDS
           PERFORM VERIFY-ARCHIVE
           PERFORM CHECK-LIVE-HISTORY
           IF WS-ORPHAN-COUNT > 0
               MOVE WS-ORPHAN-COUNT TO WS-COUNT-EDIT
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-COUNT-EDIT)
                       ' history records would be left in bands the '
                       'band directory does not list (first at slot '
                       WS-ORPHAN-SLOT ') - restore HISTDIR and '
                       'HISTORY together'
               PERFORM REFUSE-RESTORE
           END-IF
           OPEN OUTPUT RESTORE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open '
                       'fizzbuzz-restore-report.txt (status '
                       WS-REPORT-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RESTORE-DATASETS
           PERFORM WRITE-RESTORE-REPORT
           CLOSE RESTORE-REPORT-FILE
           MOVE WS-TARGET-GENERATION TO WS-GEN-EDIT
           DISPLAY 'Restored from backup generation '
                   FUNCTION TRIM(WS-GEN-EDIT)
           STOP RUN
           .

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
           PERFORM CLEAR-DATASET-ENTRY
               VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > BACKUP-DATASET-COUNT
           .

       CLEAR-DATASET-ENTRY.
           MOVE 'N' TO WS-DS-SELECTED(WS-DS-IDX)
           MOVE 'N' TO WS-DS-CATALOGUED(WS-DS-IDX)
           MOVE 'N' TO WS-DS-CAT-PRESENT(WS-DS-IDX)
           MOVE 0 TO WS-DS-CAT-RECORDS(WS-DS-IDX)
           MOVE 'N' TO WS-DS-ENDED(WS-DS-IDX)
           MOVE 0 TO WS-DS-COUNTED(WS-DS-IDX)
           MOVE 0 TO WS-DS-RESTORED(WS-DS-IDX)
           .

      * Unlike BACKUP's, this card is required: replacing live data
      * sets is never something a job should do by default.
       READ-RESTORE-CARD.
           OPEN INPUT RESTORE-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open fizzbuzz-restore.ctl '
                       '(status ' WS-CONTROL-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RESTORE-CONTROL-FILE
               AT END
                   MOVE SPACES TO RESTORE-CONTROL-CARD
           END-READ
           CLOSE RESTORE-CONTROL-FILE
           IF RS-GENERATION-X NOT = SPACES
               IF RS-GENERATION IS NOT NUMERIC OR RS-GENERATION = 0
                   DISPLAY 'ERROR: fizzbuzz-restore.ctl generation '
                           'must be numeric (or blank for the newest)'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RS-GENERATION TO WS-TARGET-GENERATION
           END-IF
           IF RS-FORCE = 'FORCE'
               MOVE 'Y' TO WS-FORCE
           END-IF
           MOVE 'Y' TO WS-SELECT-ALL
           PERFORM CHECK-CARD-FILE-ID
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > 7
           IF WS-SELECT-ALL = 'Y'
               PERFORM SELECT-DATASET
                   VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > BACKUP-DATASET-COUNT
           END-IF
           .

       CHECK-CARD-FILE-ID.
           IF RS-FILE-ID(WS-CARD-IDX) NOT = SPACES
                   AND RS-FILE-ID(WS-CARD-IDX) NOT = 'ALL'
               MOVE 'N' TO WS-SELECT-ALL
               MOVE 0 TO WS-FOUND-IDX
               PERFORM MATCH-CARD-FILE-ID
                   VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > BACKUP-DATASET-COUNT
               IF WS-FOUND-IDX = 0
                   DISPLAY 'ERROR: fizzbuzz-restore.ctl names unknown '
                           'data set ' RS-FILE-ID(WS-CARD-IDX)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-DS-SELECTED(WS-FOUND-IDX)
           END-IF
           .

      * An ALL anywhere on the card wins over any ids beside it.
       MATCH-CARD-FILE-ID.
           IF WS-DS-ID(WS-DS-IDX) = RS-FILE-ID(WS-CARD-IDX)
               MOVE WS-DS-IDX TO WS-FOUND-IDX
           END-IF
           .

       SELECT-DATASET.
           MOVE 'Y' TO WS-DS-SELECTED(WS-DS-IDX)
           .

      * The catalog decides which generations can still be restored:
      * only the newest BKC-KEEP of the newest generation still have
      * their archive slot. Each data set's catalog record is kept
      * for the cross-check against the archive itself.
       FIND-GENERATION.
           OPEN INPUT BACKUP-CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open fizzbuzz-backup.cat '
                       '(status ' WS-CATALOG-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           PERFORM FIND-LATEST-GENERATION
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE BACKUP-CATALOG-FILE
           IF WS-LATEST-GENERATION = 0
               DISPLAY 'ERROR: fizzbuzz-backup.cat lists no backup '
                       'generations'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TARGET-GENERATION = 0
               MOVE WS-LATEST-GENERATION TO WS-TARGET-GENERATION
           END-IF
           MOVE WS-TARGET-GENERATION TO WS-GEN-EDIT
           IF WS-LATEST-GENERATION > WS-LATEST-KEEP
               COMPUTE WS-OLDEST-CURRENT =
                   WS-LATEST-GENERATION - WS-LATEST-KEEP + 1
           ELSE
               MOVE 1 TO WS-OLDEST-CURRENT
           END-IF
           IF WS-TARGET-GENERATION > WS-LATEST-GENERATION
               DISPLAY 'ERROR: backup generation '
                       FUNCTION TRIM(WS-GEN-EDIT)
                       ' has not been taken'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TARGET-GENERATION < WS-OLDEST-CURRENT
               DISPLAY 'ERROR: backup generation '
                       FUNCTION TRIM(WS-GEN-EDIT)
                       ' has expired - its archive slot was reused'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BACKUP-CATALOG-FILE
           MOVE 'N' TO WS-FILE-EOF
           PERFORM FIND-GENERATION-ENTRY
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE BACKUP-CATALOG-FILE
           PERFORM CHECK-CATALOGUED
               VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > BACKUP-DATASET-COUNT
           .

       FIND-LATEST-GENERATION.
           READ BACKUP-CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF BKC-GENERATION IS NUMERIC
                           AND BKC-GENERATION > WS-LATEST-GENERATION
                       MOVE BKC-GENERATION TO WS-LATEST-GENERATION
                       MOVE BKC-KEEP TO WS-LATEST-KEEP
                   END-IF
           END-READ
           .

       FIND-GENERATION-ENTRY.
           READ BACKUP-CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF BKC-GENERATION IS NUMERIC
                           AND BKC-GENERATION = WS-TARGET-GENERATION
                       PERFORM NOTE-CATALOG-ENTRY
                   END-IF
           END-READ
           .

       NOTE-CATALOG-ENTRY.
           MOVE BKC-ARCHIVE-NAME TO WS-ARCHIVE-FNAME
           MOVE BKC-STAMP TO WS-TARGET-STAMP
           MOVE 0 TO WS-FOUND-IDX
           PERFORM MATCH-CATALOG-FILE-ID
               VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > BACKUP-DATASET-COUNT
           IF WS-FOUND-IDX > 0
               MOVE 'Y' TO WS-DS-CATALOGUED(WS-FOUND-IDX)
               MOVE BKC-PRESENT TO WS-DS-CAT-PRESENT(WS-FOUND-IDX)
               MOVE BKC-RECORDS TO WS-DS-CAT-RECORDS(WS-FOUND-IDX)
           END-IF
           .

       MATCH-CATALOG-FILE-ID.
           IF WS-DS-ID(WS-DS-IDX) = BKC-FILE-ID
               MOVE WS-DS-IDX TO WS-FOUND-IDX
           END-IF
           .

       CHECK-CATALOGUED.
           IF WS-DS-CATALOGUED(WS-DS-IDX) NOT = 'Y'
               DISPLAY 'ERROR: fizzbuzz-backup.cat has no entry for '
                       FUNCTION TRIM(WS-DS-ID(WS-DS-IDX))
                       ' in generation ' FUNCTION TRIM(WS-GEN-EDIT)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * Replacing data sets under a run that is still going (or that
      * died and has not been restarted) pulls them out from under
      * its checkpoint. FORCE is for when that is what is wanted -
      * typically restoring the checkpoint too, to go back to an
      * earlier point.
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
                       AND WS-FORCE NOT = 'Y'
                   MOVE CKPT-INPUT TO WS-INPUT-EDIT
                   DISPLAY 'ERROR: fizzbuzz.chk shows run '
                           CKPT-RUN-ID ' in progress at input '
                           FUNCTION TRIM(WS-INPUT-EDIT)
                           ' - stop it first, or code FORCE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      * When the band directory is being restored its bands come
      * from the archive as VERIFY-ARCHIVE reads it (it is ahead of
      * history there); otherwise from the live one.
       LOAD-BANDS.
           MOVE ALL 'N' TO WS-BAND-TABLE
           MOVE 'Y' TO WS-BAND-KNOWN(1)
           IF WS-DS-SELECTED(1) NOT = 'Y'
               OPEN INPUT FIZZBUZZ-HISTDIR-FILE
               IF WS-HISTDIR-STATUS = '00'
                   MOVE 'N' TO WS-FILE-EOF
                   PERFORM READ-LIVE-HISTDIR
                       UNTIL WS-FILE-EOF = 'Y'
                   CLOSE FIZZBUZZ-HISTDIR-FILE
               END-IF
           END-IF
           .

       READ-LIVE-HISTDIR.
           READ FIZZBUZZ-HISTDIR-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   PERFORM NOTE-BAND
           END-READ
           .

       NOTE-BAND.
           IF HDIR-BAND IS NUMERIC AND HDIR-BAND > 0
               MOVE 'Y' TO WS-BAND-KNOWN(HDIR-BAND)
           END-IF
           .

      * First pass: nothing is replaced until the whole archive has
      * been read and every data set's count agrees three ways -
      * records found, the archive's end record, and the catalog.
       VERIFY-ARCHIVE.
           OPEN INPUT BACKUP-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open '
                       FUNCTION TRIM(WS-ARCHIVE-FNAME)
                       ' (status ' WS-ARCHIVE-STATUS ')'
               PERFORM REFUSE-RESTORE
           END-IF
           READ BACKUP-ARCHIVE-FILE
               AT END
                   MOVE SPACES TO BACKUP-ARCHIVE-HEADER
           END-READ
           IF BKH-TYPE NOT = 'H'
                   OR BKH-GENERATION NOT = WS-TARGET-GENERATION
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-ARCHIVE-FNAME)
                       ' does not hold generation '
                       FUNCTION TRIM(WS-GEN-EDIT)
               PERFORM REFUSE-RESTORE
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           PERFORM VERIFY-ARCHIVE-RECORD
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE BACKUP-ARCHIVE-FILE
           IF WS-TRAILER-SEEN NOT = 'Y'
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-ARCHIVE-FNAME)
                       ' has no trailer - archive is incomplete'
               PERFORM REFUSE-RESTORE
           END-IF
           PERFORM CHECK-DATASET-COUNTS
               VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > BACKUP-DATASET-COUNT
           .

       VERIFY-ARCHIVE-RECORD.
           READ BACKUP-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   EVALUATE BKA-TYPE
                       WHEN 'D'
                           PERFORM VERIFY-DATA-RECORD
                       WHEN 'E'
                           PERFORM VERIFY-END-RECORD
                       WHEN 'T'
                           PERFORM VERIFY-TRAILER
                       WHEN OTHER
                           DISPLAY 'ERROR: '
                                   FUNCTION TRIM(WS-ARCHIVE-FNAME)
                                   ' has an unknown record type '
                                   BKA-TYPE
                           PERFORM REFUSE-RESTORE
                   END-EVALUATE
           END-READ
           .

       VERIFY-DATA-RECORD.
           PERFORM FIND-ARCHIVE-FILE-ID
           ADD 1 TO WS-DS-COUNTED(WS-FOUND-IDX)
           ADD 1 TO WS-TOTAL-COUNTED
           IF WS-DS-SELECTED(WS-FOUND-IDX) = 'Y'
               EVALUATE BKA-FILE-ID
                   WHEN 'HISTDIR'
                       MOVE BKA-DATA TO FIZZBUZZ-HISTDIR-RECORD
                       PERFORM NOTE-BAND
                   WHEN 'HISTORY'
                       MOVE BKA-SLOT TO WS-HISTORY-KEY
                       PERFORM CHECK-HISTORY-BAND
               END-EVALUATE
           END-IF
           .

       VERIFY-END-RECORD.
           PERFORM FIND-ARCHIVE-FILE-ID
           MOVE 'Y' TO WS-DS-ENDED(WS-FOUND-IDX)
           IF BKE-RECORDS NOT = WS-DS-COUNTED(WS-FOUND-IDX)
                   OR BKE-PRESENT NOT = WS-DS-CAT-PRESENT(WS-FOUND-IDX)
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-ARCHIVE-FNAME)
                       ' end record for '
                       FUNCTION TRIM(BKE-FILE-ID)
                       ' does not match its contents or the catalog'
               PERFORM REFUSE-RESTORE
           END-IF
           .

       VERIFY-TRAILER.
           MOVE 'Y' TO WS-TRAILER-SEEN
           IF BKT-GENERATION NOT = WS-TARGET-GENERATION
                   OR BKT-RECORDS NOT = WS-TOTAL-COUNTED
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-ARCHIVE-FNAME)
                       ' trailer does not match its contents'
               PERFORM REFUSE-RESTORE
           END-IF
           .

       FIND-ARCHIVE-FILE-ID.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM MATCH-ARCHIVE-FILE-ID
               VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > BACKUP-DATASET-COUNT
           IF WS-FOUND-IDX = 0
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-ARCHIVE-FNAME)
                       ' holds unknown data set ' BKA-FILE-ID
               PERFORM REFUSE-RESTORE
           END-IF
           .

       MATCH-ARCHIVE-FILE-ID.
           IF WS-DS-ID(WS-DS-IDX) = BKA-FILE-ID
               MOVE WS-DS-IDX TO WS-FOUND-IDX
           END-IF
           .

       CHECK-DATASET-COUNTS.
           IF WS-DS-ENDED(WS-DS-IDX) NOT = 'Y'
                   OR WS-DS-COUNTED(WS-DS-IDX)
                       NOT = WS-DS-CAT-RECORDS(WS-DS-IDX)
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-ARCHIVE-FNAME)
                       ' holds ' FUNCTION TRIM(WS-DS-ID(WS-DS-IDX))
                       ' records the catalog does not agree with'
               PERFORM REFUSE-RESTORE
           END-IF
           .

      * The slot says the band: (slot - 1) / band size + 1.
       CHECK-HISTORY-BAND.
           COMPUTE WS-BAND =
               (WS-HISTORY-KEY - 1) / HISTORY-BAND-SIZE + 1
           IF WS-BAND > 99
               ADD 1 TO WS-ORPHAN-COUNT
           ELSE
               IF WS-BAND-KNOWN(WS-BAND) NOT = 'Y'
                   ADD 1 TO WS-ORPHAN-COUNT
               END-IF
           END-IF
           IF WS-ORPHAN-COUNT = 1 AND WS-ORPHAN-SLOT = 0
               MOVE WS-HISTORY-KEY TO WS-ORPHAN-SLOT
           END-IF
           .

      * Restoring the band directory without history leaves the live
      * history standing beside it; every band it uses has to be in
      * the restored directory too.
       CHECK-LIVE-HISTORY.
           IF WS-DS-SELECTED(1) = 'Y' AND WS-DS-SELECTED(2) NOT = 'Y'
               OPEN INPUT FIZZBUZZ-HISTORY-FILE
               IF WS-HISTORY-STATUS = '00'
                   MOVE 'N' TO WS-FILE-EOF
                   MOVE 1 TO WS-HISTORY-KEY
                   START FIZZBUZZ-HISTORY-FILE
                       KEY NOT < WS-HISTORY-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-FILE-EOF
                   END-START
                   PERFORM CHECK-LIVE-HISTORY-RECORD
                       UNTIL WS-FILE-EOF = 'Y'
                   CLOSE FIZZBUZZ-HISTORY-FILE
               END-IF
           END-IF
           .

       CHECK-LIVE-HISTORY-RECORD.
           READ FIZZBUZZ-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   PERFORM CHECK-HISTORY-BAND
           END-READ
           .

       REFUSE-RESTORE.
           MOVE WS-TARGET-GENERATION TO WS-GEN-EDIT
           DISPLAY 'ERROR: restore from generation '
                   FUNCTION TRIM(WS-GEN-EDIT)
                   ' refused - no data set was changed'
           MOVE 16 TO RETURN-CODE
           CLOSE BACKUP-ARCHIVE-FILE
           STOP RUN
           .

      * Second pass: each selected data set is rewritten whole from
      * its records. The archive holds the sets one after another,
      * each closed by its end record, so one is open at a time; a
      * set with no records (or absent when the backup was taken) is
      * left as an empty file.
       RESTORE-DATASETS.
           OPEN INPUT BACKUP-ARCHIVE-FILE
           MOVE 'N' TO WS-FILE-EOF
           PERFORM RESTORE-ARCHIVE-RECORD
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE BACKUP-ARCHIVE-FILE
           .

       RESTORE-ARCHIVE-RECORD.
           READ BACKUP-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF BKA-TYPE = 'D' OR BKA-TYPE = 'E'
                       PERFORM FIND-ARCHIVE-FILE-ID
                       IF WS-DS-SELECTED(WS-FOUND-IDX) = 'Y'
                           PERFORM RESTORE-SELECTED-RECORD
                       END-IF
                   END-IF
           END-READ
           .

       RESTORE-SELECTED-RECORD.
           IF WS-OPEN-IDX NOT = WS-FOUND-IDX
               PERFORM OPEN-RESTORE-TARGET
           END-IF
           IF BKA-TYPE = 'E'
               PERFORM CLOSE-RESTORE-TARGET
           ELSE
               IF WS-OPEN-IDX = 2
                   MOVE BKA-DATA TO FIZZBUZZ-HISTORY-RECORD
                   MOVE BKA-SLOT TO WS-HISTORY-KEY
                   WRITE FIZZBUZZ-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR: could not restore history '
                                   'slot ' WS-HISTORY-KEY ' (status '
                                   WS-HISTORY-STATUS ')'
                           PERFORM FAIL-RESTORE
                   END-WRITE
               ELSE
                   WRITE DATASET-RECORD FROM BKA-DATA
                   IF WS-DATASET-STATUS NOT = '00'
                       DISPLAY 'ERROR: could not write '
                               FUNCTION TRIM(WS-DATASET-FNAME)
                               ' (status ' WS-DATASET-STATUS ')'
                       PERFORM FAIL-RESTORE
                   END-IF
               END-IF
               ADD 1 TO WS-DS-RESTORED(WS-OPEN-IDX)
           END-IF
           .

       OPEN-RESTORE-TARGET.
           MOVE WS-FOUND-IDX TO WS-OPEN-IDX
           IF WS-OPEN-IDX = 2
               OPEN OUTPUT FIZZBUZZ-HISTORY-FILE
               MOVE WS-HISTORY-STATUS TO WS-DATASET-STATUS
           ELSE
               MOVE WS-DS-FNAME(WS-OPEN-IDX) TO WS-DATASET-FNAME
               OPEN OUTPUT DATASET-FILE
           END-IF
           IF WS-DATASET-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open '
                       FUNCTION TRIM(WS-DS-FNAME(WS-OPEN-IDX))
                       ' for output (status ' WS-DATASET-STATUS ')'
               PERFORM FAIL-RESTORE
           END-IF
           .

       CLOSE-RESTORE-TARGET.
           IF WS-OPEN-IDX = 2
               CLOSE FIZZBUZZ-HISTORY-FILE
           ELSE
               CLOSE DATASET-FILE
           END-IF
           MOVE 0 TO WS-OPEN-IDX
           .

      * Past the first pass a failure means some data sets have been
      * replaced and some not; the report says which, and rerunning
      * the same card puts them all back.
       FAIL-RESTORE.
           MOVE 16 TO RETURN-CODE
           CLOSE BACKUP-ARCHIVE-FILE
           IF WS-OPEN-IDX > 0
               PERFORM CLOSE-RESTORE-TARGET
           END-IF
           PERFORM WRITE-RESTORE-REPORT
           CLOSE RESTORE-REPORT-FILE
           DISPLAY 'ERROR: restore incomplete - see '
                   'fizzbuzz-restore-report.txt and rerun'
           STOP RUN
           .

       WRITE-RESTORE-REPORT.
           STRING 'FizzBuzz Data Set Restore - '
                  WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2) ' ' WS-CURRENT-DATE(9:2) ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-RESTORE-LINE
           MOVE WS-TARGET-GENERATION TO WS-GEN-EDIT
           STRING 'Generation ' FUNCTION TRIM(WS-GEN-EDIT)
                  ' taken ' WS-TARGET-STAMP(1:4) '-'
                  WS-TARGET-STAMP(5:2) '-' WS-TARGET-STAMP(7:2) ' '
                  WS-TARGET-STAMP(9:2) ':' WS-TARGET-STAMP(11:2)
                  ':' WS-TARGET-STAMP(13:2) ' from '
                  FUNCTION TRIM(WS-ARCHIVE-FNAME)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-RESTORE-LINE
           IF WS-FORCE = 'Y'
               MOVE 'FORCE coded - run state of fizzbuzz.chk ignored'
                   TO WS-REPORT-LINE
               PERFORM WRITE-RESTORE-LINE
           END-IF
           PERFORM WRITE-RESTORE-LINE
           STRING 'Data set  File                        '
                  'Archived  Restored'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-RESTORE-LINE
           PERFORM REPORT-ONE-DATASET
               VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > BACKUP-DATASET-COUNT
           .

       REPORT-ONE-DATASET.
           MOVE WS-DS-ID(WS-DS-IDX) TO WS-REPORT-LINE(1:8)
           MOVE WS-DS-FNAME(WS-DS-IDX) TO WS-REPORT-LINE(11:26)
           MOVE WS-DS-COUNTED(WS-DS-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(38:9)
           IF WS-DS-SELECTED(WS-DS-IDX) = 'Y'
               MOVE WS-DS-RESTORED(WS-DS-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(48:9)
               IF WS-DS-CAT-PRESENT(WS-DS-IDX) NOT = 'Y'
                   MOVE 'emptied - absent at backup'
                       TO WS-REPORT-LINE(58:)
               END-IF
           ELSE
               MOVE 'not selected - left as is'
                   TO WS-REPORT-LINE(48:)
           END-IF
           PERFORM WRITE-RESTORE-LINE
           .

       WRITE-RESTORE-LINE.
           WRITE RESTORE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           .
