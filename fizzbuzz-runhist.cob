                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-POINTER
           END-IF
      * A partition of a split run: PARTMERGE folds these in once the
      * partitions are merged. Ordinary runs carry 00 or spaces.
           IF JRNL-PARTITION IS NUMERIC AND JRNL-PARTITION > 0
               STRING ' PART ' JRNL-PARTITION
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-POINTER
           END-IF
           WRITE RUNHIST-REPORT-RECORD FROM WS-REPORT-LINE
           .

