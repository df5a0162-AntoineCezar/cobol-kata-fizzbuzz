       01 FIZZBUZZ-RULES-DETAIL-RECORD.
           05 RULES-DET-DIVISOR PIC 9(3).
           05 RULES-DET-LABEL PIC X(8).
           05 RULES-DET-TYPE PIC X.
           05 RULES-DET-EXCLUSIVE PIC X.
           05 RULES-DET-VALUE PIC X(6).

       FD FIZZBUZZ-RULESET-FILE.
       01 FIZZBUZZ-RULESET-HEADER-RECORD.
       01 FIZZBUZZ-RULESET-DETAIL-RECORD.
           05 CAT-DET-DIVISOR PIC 9(3).
           05 CAT-DET-LABEL PIC X(8).
           05 CAT-DET-TYPE PIC X.
           05 CAT-DET-EXCLUSIVE PIC X.
           05 CAT-DET-VALUE PIC X(6).

       WORKING-STORAGE SECTION.
       COPY fizzbuzz-limits.
       01 WS-RULESET-FOUND PIC X.
       01 WS-SKIP-IDX PIC 9.
       01 WS-SKIP-COUNT PIC 9.
       01 WS-KIND-TYPE PIC X.
       01 WS-KIND-EXCLUSIVE PIC X.
       01 WS-KIND-VALUE PIC X(6).
      * The set whose rules currently sit in FIZZBUZZ-CONFIG, and
      * whether its load succeeded: history is written run by run so
      * records arrive grouped by band, and caching the loaded set
                   TO FIZZBUZZ-DIVISOR(WS-RULE-IDX)
               MOVE FIZZBUZZ-DEFAULT-LABEL(WS-RULE-IDX)
                   TO FIZZBUZZ-LABEL(WS-RULE-IDX)
               MOVE 'D' TO FIZZBUZZ-RULE-TYPE(WS-RULE-IDX)
               MOVE 'N' TO FIZZBUZZ-RULE-EXCLUSIVE(WS-RULE-IDX)
               MOVE 0 TO FIZZBUZZ-RULE-VALUE(WS-RULE-IDX)
           END-PERFORM
           .

                           TO FIZZBUZZ-DIVISOR(WS-RULE-IDX)
                       MOVE RULES-DET-LABEL
                           TO FIZZBUZZ-LABEL(WS-RULE-IDX)
                       MOVE RULES-DET-TYPE TO WS-KIND-TYPE
                       MOVE RULES-DET-EXCLUSIVE TO WS-KIND-EXCLUSIVE
                       MOVE RULES-DET-VALUE TO WS-KIND-VALUE
                       PERFORM TAKE-RULE-KIND
               END-READ
           END-PERFORM
           .
                           TO FIZZBUZZ-DIVISOR(WS-RULE-IDX)
                       MOVE CAT-DET-LABEL
                           TO FIZZBUZZ-LABEL(WS-RULE-IDX)
                       MOVE CAT-DET-TYPE TO WS-KIND-TYPE
                       MOVE CAT-DET-EXCLUSIVE TO WS-KIND-EXCLUSIVE
                       MOVE CAT-DET-VALUE TO WS-KIND-VALUE
                       PERFORM TAKE-RULE-KIND
               END-READ
           END-PERFORM
           .

      * Carries a detail line's rule kind into the rule at WS-RULE-IDX.
      * A line that stops at the label is a plain divisibility rule; a
      * kind main.cob would refuse to run makes the set unloadable, so
      * its records go to the unverifiable total.
       TAKE-RULE-KIND.
           MOVE WS-KIND-TYPE TO FIZZBUZZ-RULE-TYPE(WS-RULE-IDX)
           MOVE WS-KIND-EXCLUSIVE
               TO FIZZBUZZ-RULE-EXCLUSIVE(WS-RULE-IDX)
           MOVE 0 TO FIZZBUZZ-RULE-VALUE(WS-RULE-IDX)
           IF WS-KIND-VALUE IS NUMERIC
               MOVE WS-KIND-VALUE TO FIZZBUZZ-RULE-VALUE(WS-RULE-IDX)
           ELSE
               IF WS-KIND-TYPE = 'C' OR WS-KIND-TYPE = 'E'
                   MOVE 'N' TO WS-LOADED-OK
               END-IF
           END-IF
           IF WS-KIND-TYPE NOT = SPACE AND WS-KIND-TYPE NOT = 'D'
                   AND WS-KIND-TYPE NOT = 'C' AND WS-KIND-TYPE NOT = 'E'
               MOVE 'N' TO WS-LOADED-OK
           END-IF
           IF WS-KIND-EXCLUSIVE NOT = SPACE
                   AND WS-KIND-EXCLUSIVE NOT = 'N'
                   AND WS-KIND-EXCLUSIVE NOT = 'Y'
               MOVE 'N' TO WS-LOADED-OK
           END-IF
           IF WS-KIND-TYPE = 'C'
                   AND FIZZBUZZ-RULE-VALUE(WS-RULE-IDX) > 9
               MOVE 'N' TO WS-LOADED-OK
           END-IF
           .

       SKIP-CATALOG-DETAILS.
           READ FIZZBUZZ-RULESET-FILE
               AT END
