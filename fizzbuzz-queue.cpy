      * Record layout of fizzbuzz-queue.dat, the request queue that
      * REQQUEUE maintains: one record per ticket a department has
      * submitted, from intake through the nightly run that serves
      * it. RQ-TICKET is the help-desk ticket number the request came
      * in under and is unique on the queue.
      * RQ-PRIORITY runs 1 (most urgent) to 9; RQ-WANTED-DATE is the
      * YYYYMMDD the requester needs the output by. Together with the
      * ticket number they order the queue for selection.
      * RQ-STATUS moves QUEUED -> SELECTED when SELECT writes the
      * ticket onto fizzbuzz.ctl, then COMPLETE, PARTIAL or FAILED
      * when POSTRUN reads how the run ended; REJECTED and CANCELED
      * are terminal. RQ-STATUS-DATE is the day it last changed.
      * RQ-SELECT-STAMP (YYYYMMDDHHMMSS) and RQ-CARD-SEQ tie a
      * selected ticket to its run and to its card on fizzbuzz.ctl -
      * the card number is what MAIN checkpoints as CKPT-RANGE-SEQ.
       01 FIZZBUZZ-QUEUE-RECORD.
           05 RQ-TICKET PIC 9(6).
           05 RQ-REQUESTER-ID PIC X(8).
           05 RQ-RULE-SET PIC X(8).
           05 RQ-START-NUM PIC 9(6).
           05 RQ-MAX-NUM PIC 9(6).
           05 RQ-PRIORITY PIC 9.
           05 RQ-WANTED-DATE PIC X(8).
           05 RQ-STATUS PIC X(8).
           05 RQ-STATUS-DATE PIC X(8).
           05 RQ-SELECT-STAMP PIC X(14).
           05 RQ-CARD-SEQ PIC 9(2).
           05 RQ-NOTE PIC X(30).
