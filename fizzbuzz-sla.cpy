      * Record layout of fizzbuzz-sla.dat, the SLA outcome file MAIN
      * appends to when a run completes: one record per requester on
      * the run's cards that has a deadline in fizzbuzz-sla.ctl.
      * SLA-STATUS is BREACH when the run finished after the
      * deadline, NEAR when it finished inside the near-miss margin
      * SLA-NEAR-MINUTES ahead of it, MET otherwise. SLA-MARGIN-
      * MINUTES is the deadline less the finish, negative for a
      * breach. SLA-DEADLINE-AT is YYYYMMDDHHMM, SLA-FINISHED-AT
      * YYYYMMDDHHMMSS. SLARPT reports it weekly.
       01 FIZZBUZZ-SLA-RECORD.
           05 SLA-RUN-ID PIC X(14).
           05 SLA-REPORT-DATE PIC X(8).
           05 SLA-REQUESTER-ID PIC X(8).
           05 SLA-RULE-SET PIC X(8).
           05 SLA-RUN-MODE PIC X(12).
           05 SLA-DEADLINE-AT PIC X(12).
           05 SLA-FINISHED-AT PIC X(14).
           05 SLA-MARGIN-MINUTES PIC S9(5) SIGN LEADING SEPARATE.
           05 SLA-NEAR-MINUTES PIC 9(3).
           05 SLA-STATUS PIC X(6).
