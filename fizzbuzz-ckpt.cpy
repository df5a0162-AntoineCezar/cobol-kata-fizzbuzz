      * Record layout of fizzbuzz.chk, MAIN's restart point. Shared
      * with the programs that only look at it - REQQUEUE judges from
      * it whether a run's later tickets are still waiting on a
      * restart. An empty file (or no file) means no run is pending.
      * CKPT-REPORT-DATE carries the YYYYMMDD the report file was
      * opened under (WS-CURRENT-DATE(1:8)), so a restart that crosses
      * midnight re-extends the original day's report instead of
      * computing today's date and opening an unrelated new file.
      * CKPT-RANGE-SEQ records which WS-RANGE-TABLE entry was being
      * processed so a restart resumes inside the right range; a
      * checkpoint from before ranges were numbered reads back as
      * spaces there and is treated as range 1.
       01 FIZZBUZZ-CHECKPOINT-RECORD.
           05 CKPT-INPUT PIC 9(6).
           05 CKPT-REPORT-DATE PIC X(8).
           05 CKPT-RANGE-SEQ PIC 9(2).
      * CKPT-RUN-ID is the YYYYMMDDHHMMSS stamp of the execution that
      * started the run, carried through every restart so all of a
      * run's usage records share it. CKPT-RANGE-CLASSIFIED and
      * CKPT-RANGE-PREV-DONE count the range in progress up to
      * CKPT-INPUT, so the restart's usage record covers the whole
      * range rather than just the part after the restart. Checkpoints
      * written before these fields existed read back as spaces.
           05 CKPT-RUN-ID PIC X(14).
           05 CKPT-RANGE-CLASSIFIED PIC 9(8).
           05 CKPT-RANGE-PREV-DONE PIC 9(8).
      * CKPT-RUN-STATE is S when the checkpoint was the last thing an
      * operator-stopped execution wrote (QUIESCE-RUN): nothing is
      * running and the data sets rest at the stop point until the
      * restart. Otherwise it is A - an execution is running, or died
      * without stopping cleanly - and BACKUP and RESTORE leave the
      * data sets alone. Older checkpoints read back as spaces and
      * count as A.
           05 CKPT-RUN-STATE PIC X.
      * Timing carried across a restart (see fizzbuzz-timing.cpy):
      * CKPT-WRITTEN-AT is when this checkpoint was written,
      * YYYYMMDDHHMMSScc, so the restart can tell how much time was
      * lost since. CKPT-RANGE-STARTED-AT is when the range in
      * progress began; CKPT-RANGE-ELAPSED and CKPT-RUN-ELAPSED the
      * seconds run so far on it and on the whole run, and
      * CKPT-RANGE-LOST and CKPT-RUN-LOST the seconds lost to earlier
      * restarts. CKPT-RESTARTS counts the run's restarts and
      * CKPT-RANGE-RESTARTS those of the range in progress. Older
      * checkpoints read back as spaces and resume with no timing
      * history.
           05 CKPT-WRITTEN-AT PIC X(16).
           05 CKPT-RANGE-STARTED-AT PIC X(14).
           05 CKPT-RANGE-ELAPSED PIC 9(7)V99.
           05 CKPT-RANGE-LOST PIC 9(7)V99.
           05 CKPT-RUN-ELAPSED PIC 9(7)V99.
           05 CKPT-RUN-LOST PIC 9(7)V99.
           05 CKPT-RESTARTS PIC 9(2).
           05 CKPT-RANGE-RESTARTS PIC 9(2).
