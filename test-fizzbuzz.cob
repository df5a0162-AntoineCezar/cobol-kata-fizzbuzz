           PERFORM AT-OLD-999-BOUNDARY-GIVES-BUZZ
           PERFORM INPUT-BEYOND-OLD-999-BOUNDARY-GIVES-FIZZBUZZ
           PERFORM WIDE-MULTI-RULE-CONFIG-DOES-NOT-TRUNCATE
           PERFORM DIGIT-CONTAINS-RULE-ADDS-LABEL
           PERFORM EXACT-VALUE-RULE-ADDS-LABEL
           PERFORM EXCLUSIVE-RULE-REPLACES-COMBINED-LABEL
           PERFORM EXCLUSIVE-RULE-STILL-FLAGS-EVERY-MATCH
           PERFORM PRINT-TEST-SUMMARY
           STOP RUN
           .
           END-IF
           .

      * For results other than the label itself (the rule-match
      * flags), set ACTUAL and EXPECTED and compare those.
       TEST-ACTUAL-VALUE.
           ADD 1 TO WS-RUN-COUNT
           IF ACTUAL NOT EQUAL EXPECTED THEN
               DISPLAY 'FAIL: ',
               '"', ACTUAL, '" â‰  "', EXPECTED, '"',
               ADD 1 TO WS-FAIL-COUNT
           ELSE
               ADD 1 TO WS-PASS-COUNT
           END-IF
           .

       PRINT-TEST-SUMMARY.
           DISPLAY 'Tests run: ' WS-RUN-COUNT
                   ', passed: ' WS-PASS-COUNT

           MOVE 2 TO FIZZBUZZ-RULE-COUNT
           .

       DIGIT-CONTAINS-RULE-ADDS-LABEL.
           DISPLAY 'A digit-contains rule should add its label to any '
                   'input with that digit, after the divisor labels'

      *    Rules 1-2 are still the default Fizz/Buzz divisor rules;
      *    rule 3 fires on any input with a 7 in it. 27 is a multiple
      *    of 3 with a 7, so it is Buzz then Lucky in table order.
           MOVE 3 TO FIZZBUZZ-RULE-COUNT
           MOVE 0 TO FIZZBUZZ-DIVISOR(3)
           MOVE 'Lucky' TO FIZZBUZZ-LABEL(3)
           MOVE 'C' TO FIZZBUZZ-RULE-TYPE(3)
           MOVE 'N' TO FIZZBUZZ-RULE-EXCLUSIVE(3)
           MOVE 7 TO FIZZBUZZ-RULE-VALUE(3)

           MOVE 27 TO FIZZBUZZ-INPUT
           CALL 'fizzbuzz' USING FIZZBUZZ-INPUT,
                                 FIZZBUZZ-OUTPUT,
                                 FIZZBUZZ-RULE-MATCHES

           MOVE 'BuzzLucky' TO EXPECTED
           MOVE FIZZBUZZ-OUTPUT TO ACTUAL
           PERFORM ASSERT-EQUAL

           MOVE 2 TO FIZZBUZZ-RULE-COUNT
           .

       EXACT-VALUE-RULE-ADDS-LABEL.
           DISPLAY 'An exact-value rule should add its label only for '
                   'that one input'

           MOVE 3 TO FIZZBUZZ-RULE-COUNT
           MOVE 0 TO FIZZBUZZ-DIVISOR(3)
           MOVE 'Answer' TO FIZZBUZZ-LABEL(3)
           MOVE 'E' TO FIZZBUZZ-RULE-TYPE(3)
           MOVE 'N' TO FIZZBUZZ-RULE-EXCLUSIVE(3)
           MOVE 42 TO FIZZBUZZ-RULE-VALUE(3)

           MOVE 42 TO FIZZBUZZ-INPUT
           CALL 'fizzbuzz' USING FIZZBUZZ-INPUT,
                                 FIZZBUZZ-OUTPUT,
                                 FIZZBUZZ-RULE-MATCHES

           MOVE 'FizzBuzzAnswer' TO EXPECTED
           MOVE FIZZBUZZ-OUTPUT TO ACTUAL
           PERFORM ASSERT-EQUAL

           MOVE 48 TO FIZZBUZZ-INPUT
           CALL 'fizzbuzz' USING FIZZBUZZ-INPUT,
                                 FIZZBUZZ-OUTPUT,
                                 FIZZBUZZ-RULE-MATCHES

           MOVE 'FizzBuzz' TO EXPECTED
           MOVE FIZZBUZZ-OUTPUT TO ACTUAL
           PERFORM ASSERT-EQUAL

           MOVE 2 TO FIZZBUZZ-RULE-COUNT
           .

       EXCLUSIVE-RULE-REPLACES-COMBINED-LABEL.
           DISPLAY 'A matching exclusive rule should replace the '
                   'combined label rather than add to it'

           MOVE 3 TO FIZZBUZZ-RULE-COUNT
           MOVE 0 TO FIZZBUZZ-DIVISOR(3)
           MOVE 'Answer' TO FIZZBUZZ-LABEL(3)
           MOVE 'E' TO FIZZBUZZ-RULE-TYPE(3)
           MOVE 'Y' TO FIZZBUZZ-RULE-EXCLUSIVE(3)
           MOVE 42 TO FIZZBUZZ-RULE-VALUE(3)

           MOVE 42 TO FIZZBUZZ-INPUT
           CALL 'fizzbuzz' USING FIZZBUZZ-INPUT,
                                 FIZZBUZZ-OUTPUT,
                                 FIZZBUZZ-RULE-MATCHES

           MOVE 'Answer' TO EXPECTED
           MOVE FIZZBUZZ-OUTPUT TO ACTUAL
           PERFORM ASSERT-EQUAL

           MOVE 2 TO FIZZBUZZ-RULE-COUNT
           .

       EXCLUSIVE-RULE-STILL-FLAGS-EVERY-MATCH.
           DISPLAY 'FIZZBUZZ-RULE-MATCHES should flag every rule that '
                   'fired, even when an exclusive label wins'

           MOVE 3 TO FIZZBUZZ-RULE-COUNT
           MOVE 0 TO FIZZBUZZ-DIVISOR(3)
           MOVE 'Answer' TO FIZZBUZZ-LABEL(3)
           MOVE 'E' TO FIZZBUZZ-RULE-TYPE(3)
           MOVE 'Y' TO FIZZBUZZ-RULE-EXCLUSIVE(3)
           MOVE 42 TO FIZZBUZZ-RULE-VALUE(3)

           MOVE 42 TO FIZZBUZZ-INPUT
           CALL 'fizzbuzz' USING FIZZBUZZ-INPUT,
                                 FIZZBUZZ-OUTPUT,
                                 FIZZBUZZ-RULE-MATCHES

           MOVE '11100' TO EXPECTED
           MOVE FIZZBUZZ-RULE-MATCHES TO ACTUAL
           PERFORM TEST-ACTUAL-VALUE

      *    Leave rule 3 as a plain divisibility rule again, as the
      *    earlier tests found it.
           MOVE 'D' TO FIZZBUZZ-RULE-TYPE(3)
           MOVE 'N' TO FIZZBUZZ-RULE-EXCLUSIVE(3)
           MOVE 0 TO FIZZBUZZ-RULE-VALUE(3)
           MOVE 2 TO FIZZBUZZ-RULE-COUNT
           .
