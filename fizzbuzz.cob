      * never overflow this field regardless of which rules match.
       01 WS-OUTPUT-WORK PIC X(40).
       01 WS-OUTPUT-OVERFLOW PIC X VALUE 'N'.
      * The rule in hand matched, and the label of the first exclusive
      * rule that matched, which wins over the combined label.
       01 WS-RULE-HIT PIC X.
       01 WS-EXCLUSIVE-HIT PIC X.
       01 WS-EXCLUSIVE-LABEL PIC X(8).
      * Digit-contains test: the input's digits as edited text, and
      * the digit sought as a character to INSPECT them for.
       01 WS-DIGITS-EDIT PIC -(6)9.
       01 WS-SOUGHT-DIGIT PIC 9.
       01 WS-SOUGHT-DIGIT-X REDEFINES WS-SOUGHT-DIGIT PIC X.
       01 WS-DIGIT-HITS PIC 9(2).
       COPY fizzbuzz-config.

       LINKAGE SECTION.
           MOVE SPACES TO WS-OUTPUT-WORK
           MOVE 0 TO WS-MATCHED
           MOVE 'N' TO WS-OUTPUT-OVERFLOW
           MOVE 'N' TO WS-EXCLUSIVE-HIT
           MOVE ZEROS TO FIZZBUZZ-RULE-MATCHES
      *    Every rule is tested, in table order, whatever matched
      *    before it - FIZZBUZZ-RULE-MATCHES reports them all, and the
      *    callers tally from it.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > FIZZBUZZ-RULE-COUNT
               PERFORM TEST-ONE-RULE
               IF WS-RULE-HIT = 'Y'
                   MOVE 1 TO WS-MATCHED
                   MOVE 1 TO FIZZBUZZ-RULE-MATCH(WS-RULE-IDX)
                   IF FIZZBUZZ-RULE-EXCLUSIVE(WS-RULE-IDX) = 'Y'
                       IF WS-EXCLUSIVE-HIT = 'N'
                           MOVE 'Y' TO WS-EXCLUSIVE-HIT
                           MOVE FIZZBUZZ-LABEL(WS-RULE-IDX)
                               TO WS-EXCLUSIVE-LABEL
                       END-IF
                   ELSE
                       STRING FUNCTION TRIM(WS-OUTPUT-WORK)
                              FUNCTION TRIM(FIZZBUZZ-LABEL(WS-RULE-IDX))
                           DELIMITED BY SIZE INTO WS-OUTPUT-WORK
                           ON OVERFLOW
                               MOVE 'Y' TO WS-OUTPUT-OVERFLOW
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
      *    An exclusive label stands alone, so nothing was truncated.
           IF WS-EXCLUSIVE-HIT = 'Y'
               MOVE WS-EXCLUSIVE-LABEL TO WS-OUTPUT-WORK
               MOVE 'N' TO WS-OUTPUT-OVERFLOW
           END-IF
           IF WS-OUTPUT-OVERFLOW = 'Y'
               MOVE FIZZBUZZ-INPUT TO WS-EDITED-NUMBER
               DISPLAY 'WARNING: combined FizzBuzz label truncated for '
           GOBACK
           .

      * A kind other than C or E - including the blank a rule loaded
      * from an older card carries - is a divisibility rule. A digit
      * rule whose value is past 9 can never match.
       TEST-ONE-RULE.
           MOVE 'N' TO WS-RULE-HIT
           EVALUATE FIZZBUZZ-RULE-TYPE(WS-RULE-IDX)
               WHEN 'C'
                   IF FIZZBUZZ-RULE-VALUE(WS-RULE-IDX) NOT > 9
                       MOVE FIZZBUZZ-RULE-VALUE(WS-RULE-IDX)
                           TO WS-SOUGHT-DIGIT
                       MOVE FIZZBUZZ-INPUT TO WS-DIGITS-EDIT
                       MOVE 0 TO WS-DIGIT-HITS
                       INSPECT WS-DIGITS-EDIT TALLYING WS-DIGIT-HITS
                           FOR ALL WS-SOUGHT-DIGIT-X
                       IF WS-DIGIT-HITS > 0
                           MOVE 'Y' TO WS-RULE-HIT
                       END-IF
                   END-IF
               WHEN 'E'
                   IF FIZZBUZZ-INPUT = FIZZBUZZ-RULE-VALUE(WS-RULE-IDX)
                       MOVE 'Y' TO WS-RULE-HIT
                   END-IF
               WHEN OTHER
                   IF FUNCTION MOD(FIZZBUZZ-INPUT,
                           FIZZBUZZ-DIVISOR(WS-RULE-IDX)) = 0
                       MOVE 'Y' TO WS-RULE-HIT
                   END-IF
           END-EVALUATE
           .

       LOAD-CONFIG.
           MOVE FIZZBUZZ-DEFAULT-RULE-COUNT TO FIZZBUZZ-RULE-COUNT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   TO FIZZBUZZ-DIVISOR(WS-RULE-IDX)
               MOVE FIZZBUZZ-DEFAULT-LABEL(WS-RULE-IDX)
                   TO FIZZBUZZ-LABEL(WS-RULE-IDX)
               MOVE 'D' TO FIZZBUZZ-RULE-TYPE(WS-RULE-IDX)
               MOVE 'N' TO FIZZBUZZ-RULE-EXCLUSIVE(WS-RULE-IDX)
               MOVE 0 TO FIZZBUZZ-RULE-VALUE(WS-RULE-IDX)
           END-PERFORM
           .
