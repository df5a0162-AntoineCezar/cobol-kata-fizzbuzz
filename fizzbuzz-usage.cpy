      * Record layout of fizzbuzz-usage.dat, the chargeback feed MAIN
      * appends one record to each time a range finishes. Shared with
      * BILLING, which prices these records by department.
      * USG-RUN-DATE/USG-RUN-TIME stamp the execution that finished
      * the range; USG-RUN-ID is the stamp of the execution that
      * started the run, the same across every restart of it.
      * USG-RUN-ID plus USG-RANGE-SEQ therefore names one range of one
      * run: a crash between a range's end and the next checkpoint
      * makes the restart finish that range again, and BILLING uses
      * this key to bill the range once.
      * USG-CLASSIFIED counts inputs classified through the fizzbuzz
      * subprogram; USG-PREV-DONE counts inputs a gap-fill run skipped
      * as already in history. Both cover the whole range, including
      * any part done before a restart. USG-RESTART-FLAG is Y when a
      * restart finished the range.
       01 FIZZBUZZ-USAGE-RECORD.
           05 USG-RUN-DATE PIC X(8).
           05 USG-RUN-TIME PIC X(6).
           05 USG-RUN-ID PIC X(14).
           05 USG-REPORT-DATE PIC X(8).
           05 USG-RANGE-SEQ PIC 9(2).
           05 USG-REQUESTER-ID PIC X(8).
           05 USG-RULE-SET PIC X(8).
           05 USG-RUN-MODE PIC X(12).
           05 USG-START-NUM PIC 9(6).
           05 USG-MAX-NUM PIC 9(6).
           05 USG-CLASSIFIED PIC 9(8).
           05 USG-PREV-DONE PIC 9(8).
           05 USG-RESTART-FLAG PIC X.
