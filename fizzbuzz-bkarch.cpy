      * Record layout of fizzbuzz-backup-NN.dat, the archive one
      * BACKUP generation writes: a header, every record of every
      * data set in the order of the data set table (band directory
      * ahead of history, so RESTORE knows the bands before it meets
      * a history record), an end record per data set, and a
      * trailer. NN is the generation's slot, ((generation - 1) mod
      * kept) + 1, so a new generation overwrites the one that has
      * just fallen out of the kept set and no expired archive is
      * left behind.
      * BKA-SLOT carries a history record's relative slot, which
      * says which rule set's band it belongs to (see fizzbuzz-
      * histdir.cpy) - the same reason HISTMAINT's unload keeps it.
      * It is zero for the line sequential data sets.
       01 BACKUP-ARCHIVE-RECORD.
           05 BKA-TYPE PIC X.
           05 BKA-FILE-ID PIC X(8).
           05 BKA-SLOT PIC 9(9).
           05 BKA-DATA PIC X(200).
       01 BACKUP-ARCHIVE-HEADER.
           05 BKH-TYPE PIC X.
           05 BKH-GENERATION PIC 9(6).
           05 BKH-STAMP PIC X(14).
           05 BKH-KEEP PIC 9(2).
           05 BKH-FILE-COUNT PIC 9(2).
      * BKE-PRESENT is N when the data set did not exist when the
      * generation was taken; its end record then counts 0.
       01 BACKUP-ARCHIVE-FILE-END.
           05 BKE-TYPE PIC X.
           05 BKE-FILE-ID PIC X(8).
           05 BKE-PRESENT PIC X.
           05 BKE-RECORDS PIC 9(9).
       01 BACKUP-ARCHIVE-TRAILER.
           05 BKT-TYPE PIC X.
           05 BKT-GENERATION PIC 9(6).
           05 BKT-RECORDS PIC 9(9).
