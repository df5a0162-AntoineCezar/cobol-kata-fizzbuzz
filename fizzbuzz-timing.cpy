      * Record layout of fizzbuzz-timing.dat, the elapsed-time feed
      * MAIN appends to: an R record each time a range finishes and a
      * U record when the run completes. FORECAST takes its
      * throughput history from the R records; SLARPT trends them by
      * requester. A partition of a split run keeps its own feed,
      * fizzbuzz-timing-pNN.dat; PARTMERGE times the split run from
      * those and appends its R and U records here, the run id the
      * split stamp, as though one unsplit run had done the range.
      * TIM-RUN-ID is the stamp of the execution that started the
      * run, the same across every restart of it, and TIM-STARTED-AT
      * when the range (or run) began. TIM-ELAPSED is the seconds
      * actually spent running it, summed over every execution up to
      * the checkpoint each one last wrote; TIM-LOST is the seconds
      * between that checkpoint and the restart that resumed from it
      * - the outage, plus the work done after the checkpoint and
      * done again - and TIM-RESTARTS how many restarts there were.
      * A range's lost time is charged to the range the restart
      * resumed. TIM-RATE is TIM-INPUTS (the whole range, or every
      * range of the run) per second of TIM-ELAPSED.
      * A crash between a range's end and the next checkpoint makes
      * the restart finish that range again and append a second R
      * record for it, as it does the usage record.
       01 FIZZBUZZ-TIMING-RECORD.
           05 TIM-TYPE PIC X.
           05 TIM-RUN-ID PIC X(14).
           05 TIM-REPORT-DATE PIC X(8).
           05 TIM-RANGE-SEQ PIC 9(2).
           05 TIM-REQUESTER-ID PIC X(8).
           05 TIM-RULE-SET PIC X(8).
           05 TIM-RUN-MODE PIC X(12).
           05 TIM-FILL-MODE PIC X.
           05 TIM-INPUTS PIC 9(8).
           05 TIM-STARTED-AT PIC X(14).
           05 TIM-ENDED-AT PIC X(14).
           05 TIM-ELAPSED PIC 9(7)V99.
           05 TIM-LOST PIC 9(7)V99.
           05 TIM-RESTARTS PIC 9(2).
           05 TIM-RATE PIC 9(7)V99.
