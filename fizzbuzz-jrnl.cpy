      * READ-OPTIONS). Appended after the older fields so records
      * journaled before the field existed read back as spaces.
           05 JRNL-RUN-MODE PIC X(12).
      * JRNL-PARTITION is the partition number a partitioned execution
      * ran as (main PART=nn, see PARTSPLIT), 00 for an ordinary run.
      * JRNL-REPORT-DATE is the YYYYMMDD the run's report and extract
      * files are named for - on a restart that is the original day,
      * not JRNL-RUN-DATE - and JRNL-FILL-MODE is Y for a gap-fill
      * run. PARTMERGE finds each partition's output from these.
      * Older records read back as spaces.
           05 JRNL-PARTITION PIC 9(2).
           05 JRNL-REPORT-DATE PIC X(8).
           05 JRNL-FILL-MODE PIC X.
