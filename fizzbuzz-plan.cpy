      * Record layout of fizzbuzz-partition.pln, the plan PARTSPLIT
      * writes when it splits one large range into partitions and
      * PARTMERGE follows to stitch them back together. One record:
      * the range as it was asked for, how many partitions it went
      * to, and where the split stands.
      * PLN-STATUS is SPLIT from the split until the merge starts
      * appending to the shared files, FOLDING from then until the
      * merge succeeds, then MERGED. PARTSPLIT will not lay a new plan
      * over a SPLIT or FOLDING one - its partitions' output would be
      * orphaned - and PARTMERGE will not merge a plan twice.
      * PLN-SPLIT-STAMP (YYYYMMDDHHMMSS) is when the split was made;
      * only partition executions journaled at or after it count
      * toward the merge, and it is the run id the merged range is
      * billed under. PLN-MERGE-STAMP is when the merge finished.
      * The PLN-...-DONE fields record how far a FOLDING merge got
      * with its appends - Y once the usage, timing, SLA and merged
      * journal records are written, and for the journal and
      * exception folds the number of partitions folded so far - so
      * a merge run again after dying part way appends only what is
      * still missing. PARTSPLIT writes them blank.
      * The slices are contiguous and in partition order: each is
      * PLN-MAX-NUM / N inputs long, the first (PLN-MAX-NUM mod N) of
      * them one input longer - PARTSPLIT and PARTMERGE both compute
      * them that way.
       01 FIZZBUZZ-PLAN-RECORD.
           05 PLN-STATUS PIC X(8).
           05 PLN-SPLIT-STAMP PIC X(14).
           05 PLN-PARTITIONS PIC 9(2).
           05 PLN-START-NUM PIC 9(6).
           05 PLN-MAX-NUM PIC 9(6).
           05 PLN-REQUESTER-ID PIC X(8).
           05 PLN-RULE-SET PIC X(8).
           05 PLN-MERGE-STAMP PIC X(14).
           05 PLN-MERGE-PROGRESS.
               10 PLN-USAGE-DONE PIC X.
               10 PLN-TIMING-DONE PIC X.
               10 PLN-SLA-DONE PIC X.
               10 PLN-JOURNALS-DONE PIC 9(2).
               10 PLN-JOURNALS-DONE-X REDEFINES PLN-JOURNALS-DONE
                   PIC X(2).
               10 PLN-EXCEPTIONS-DONE PIC 9(2).
               10 PLN-EXCEPTIONS-DONE-X REDEFINES PLN-EXCEPTIONS-DONE
                   PIC X(2).
               10 PLN-MERGED-JRNL-DONE PIC X.
