      * Record layout of fizzbuzz-histchg.dat, the history change
      * feed. Every program that writes fizzbuzz-history.dat (MAIN,
      * PARTMERGE, TXNCLASS) appends one record here for each history
      * write that creates a record or changes the label a record
      * already held; a rewrite that leaves the label as it was adds
      * nothing. The file is only ever appended to, so a record's
      * position in it is its change sequence - HISTCDC delivers by
      * that position and CHGRPT reports from it.
      * HCHG-RUN-DATE/HCHG-RUN-TIME stamp the execution that made the
      * change, the same stamp its journal record carries;
      * HCHG-RUN-ID is the run it belongs to (USG-RUN-ID's meaning -
      * the same across restarts, the split stamp for a merged
      * partitioned run). HCHG-REQUESTER-ID is the range's requester,
      * blank for a transaction feed. HCHG-ACTION is NEW when the
      * slot was empty, HCHG-BEFORE-LABEL then blank; CHG when an
      * existing label was replaced.
       01 FIZZBUZZ-HISTCHG-RECORD.
           05 HCHG-RUN-DATE PIC X(8).
           05 HCHG-RUN-TIME PIC X(6).
           05 HCHG-RUN-ID PIC X(14).
           05 HCHG-RUN-MODE PIC X(12).
           05 HCHG-REQUESTER-ID PIC X(8).
           05 HCHG-RULE-SET PIC X(8).
           05 HCHG-BAND PIC 9(2).
           05 HCHG-INPUT PIC 9(6).
           05 HCHG-ACTION PIC X(3).
           05 HCHG-BEFORE-LABEL PIC X(40).
           05 HCHG-AFTER-LABEL PIC X(40).
