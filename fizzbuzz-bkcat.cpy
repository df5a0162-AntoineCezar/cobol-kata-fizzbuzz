      * Record layout of fizzbuzz-backup.cat, the backup catalog:
      * one record per data set per generation, appended by BACKUP
      * only after the generation's archive is closed, so every
      * generation listed is whole. BKC-KEEP is how many generations
      * were being kept when it was taken; a generation is current
      * while it is one of the newest BKC-KEEP of the newest
      * generation - older ones have had their archive slot reused.
       01 BACKUP-CATALOG-RECORD.
           05 BKC-GENERATION PIC 9(6).
           05 BKC-STAMP PIC X(14).
           05 BKC-KEEP PIC 9(2).
           05 BKC-ARCHIVE-NAME PIC X(30).
           05 BKC-FILE-ID PIC X(8).
           05 BKC-PRESENT PIC X.
           05 BKC-RECORDS PIC 9(9).
