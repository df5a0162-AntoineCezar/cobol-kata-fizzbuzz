      * Record layout of fizzbuzz-sla.ctl, the batch-window deadlines:
      * one card per requester whose reports are due by a time of
      * day. SLAC-DEADLINE is HHMM, the first such time after the run
      * started - a 0600 deadline on a run started at 2200 falls the
      * next morning. A run that finishes within SLAC-NEAR-MINUTES of
      * the deadline counts as a near miss; blank takes the default.
      * Shared by MAIN, which judges each completed run against it,
      * and FORECAST, which judges tonight's predicted finish.
       01 FIZZBUZZ-SLA-CARD.
           05 SLAC-REQUESTER-ID PIC X(8).
           05 SLAC-DEADLINE PIC 9(4).
           05 SLAC-DEADLINE-X REDEFINES SLAC-DEADLINE PIC X(4).
           05 SLAC-NEAR-MINUTES PIC 9(3).
           05 SLAC-NEAR-MINUTES-X REDEFINES SLAC-NEAR-MINUTES
               PIC X(3).
