      * Record layout of fizzbuzz-manifest-YYYYMMDD.dat, the
      * transmission manifest a run leaves beside its outputs (MAIN,
      * or PARTMERGE for a partitioned run; a partition's own is
      * -pNN). One header, one range record per request card, then
      * one file record per output the run produced. MAIN rewrites
      * the whole manifest at the end of every execution from the
      * files as they then stand, so a restarted run's manifest
      * carries each file once, counted whole. MANVERIFY recounts
      * each listed file the same way and compares.
      * MANH-RUN-STAMP is the execution that wrote the manifest,
      * MANH-RUN-ID the run (the same across restarts). MANH-STATUS
      * is COMPLETE, or STOPPED when an operator stop ended the
      * execution and the outputs are still to be finished by the
      * restart.
      * MANF-RECORDS counts every record in the file. MANF-HASH sums
      * the input numbers the file carries:
      *   REPORT, REQRPT  - detail lines, the input right-justified
      *                     in columns 1-7 with 8-9 blank
      *   EXTRACT         - D; records, the number after D;
      *   HISTORY         - the records in band MANF-BAND for the
      *                     inputs of the range records (MANF-RECORDS
      *                     counts those records, not the whole file)
       01 FIZZBUZZ-MANIFEST-HEADER.
           05 MANH-TYPE PIC X.
           05 MANH-REPORT-DATE PIC X(8).
           05 MANH-RUN-STAMP PIC X(14).
           05 MANH-RUN-ID PIC X(14).
           05 MANH-RULE-SET PIC X(8).
           05 MANH-RUN-MODE PIC X(12).
           05 MANH-STATUS PIC X(8).
           05 MANH-RANGE-COUNT PIC 9(2).
           05 MANH-FILE-COUNT PIC 9(3).
       01 FIZZBUZZ-MANIFEST-RANGE.
           05 MANR-TYPE PIC X.
           05 MANR-START PIC 9(6).
           05 MANR-END PIC 9(6).
           05 MANR-REQUESTER-ID PIC X(8).
       01 FIZZBUZZ-MANIFEST-ENTRY.
           05 MANF-TYPE PIC X.
           05 MANF-KIND PIC X(8).
           05 MANF-RECORDS PIC 9(9).
           05 MANF-HASH PIC 9(14).
           05 MANF-BAND PIC 9(2).
           05 MANF-FILE-NAME PIC X(60).
