       01 FIZZBUZZ-RULES-DETAIL-RECORD.
           05 RULES-DET-DIVISOR PIC 9(3).
           05 RULES-DET-LABEL PIC X(8).
           05 RULES-DET-TYPE PIC X.
           05 RULES-DET-EXCLUSIVE PIC X.
           05 RULES-DET-VALUE PIC 9(6).

      * Same catalog layout main.cob reads: a set-name/count header
      * line, then that many divisor/label detail lines per set.
       01 FIZZBUZZ-RULESET-DETAIL-RECORD.
           05 CAT-DET-DIVISOR PIC 9(3).
           05 CAT-DET-LABEL PIC X(8).
           05 CAT-DET-TYPE PIC X.
           05 CAT-DET-EXCLUSIVE PIC X.
           05 CAT-DET-VALUE PIC 9(6).

       WORKING-STORAGE SECTION.
       COPY fizzbuzz-limits.
       01 WS-RULESET-FOUND PIC X.
       01 WS-SKIP-IDX PIC 9.
       01 WS-SKIP-COUNT PIC 9.
       01 WS-RULE-KIND-OK PIC X.
      * The source being loaded and where LOAD-ONE-SOURCE leaves it:
      * FIZZBUZZ-CONFIG is filled in place (it is what the subprogram
      * classifies with), then snapshotted to one of the two saved
       01 WS-CMP-MAX PIC 9(6).
       01 WS-SOURCE-SAVED-OLD PIC X(8).
       01 WS-SOURCE-SAVED-NEW PIC X(8).
      * Both images keep FIZZBUZZ-CONFIG's shape, rule kinds and all,
      * so the subprogram classifies each side exactly as a run under
      * that source would.
       01 CMP-CONFIG-OLD.
           05 CMP-OLD-RULE-COUNT PIC 9.
           05 CMP-OLD-RULE OCCURS FIZZBUZZ-MAX-RULES TIMES.
               10 CMP-OLD-DIVISOR PIC 9(3).
               10 CMP-OLD-LABEL PIC X(8).
               10 CMP-OLD-TYPE PIC X.
               10 CMP-OLD-EXCLUSIVE PIC X.
               10 CMP-OLD-VALUE PIC 9(6).
       01 CMP-CONFIG-NEW.
           05 CMP-NEW-RULE-COUNT PIC 9.
           05 CMP-NEW-RULE OCCURS FIZZBUZZ-MAX-RULES TIMES.
               10 CMP-NEW-DIVISOR PIC 9(3).
               10 CMP-NEW-LABEL PIC X(8).
               10 CMP-NEW-TYPE PIC X.
               10 CMP-NEW-EXCLUSIVE PIC X.
               10 CMP-NEW-VALUE PIC 9(6).
       01 WS-OLD-OUTPUT PIC X(40).
       01 WS-OLD-MATCHES.
           05 WS-OLD-MATCH PIC 9 OCCURS FIZZBUZZ-MAX-RULES TIMES.
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
                       MOVE RULES-DET-TYPE
                           TO FIZZBUZZ-RULE-TYPE(WS-RULE-IDX)
                       MOVE RULES-DET-EXCLUSIVE
                           TO FIZZBUZZ-RULE-EXCLUSIVE(WS-RULE-IDX)
                       MOVE 0 TO FIZZBUZZ-RULE-VALUE(WS-RULE-IDX)
                       IF RULES-DET-VALUE IS NUMERIC
                           MOVE RULES-DET-VALUE
                               TO FIZZBUZZ-RULE-VALUE(WS-RULE-IDX)
                       END-IF
                       PERFORM CHECK-RULE-KIND
                       IF WS-RULE-KIND-OK = 'N'
                               OR (RULES-DET-VALUE IS NOT NUMERIC
                                   AND (RULES-DET-TYPE = 'C'
                                       OR RULES-DET-TYPE = 'E'))
                           DISPLAY 'ERROR: fizzbuzz-rules.ctl has a '
                                   'rule with an invalid kind, '
                                   'exclusive flag or value'
                           MOVE 16 TO RETURN-CODE
                           CLOSE FIZZBUZZ-RULES-FILE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIZZBUZZ-RULES-FILE
                           TO FIZZBUZZ-DIVISOR(WS-RULE-IDX)
                       MOVE CAT-DET-LABEL
                           TO FIZZBUZZ-LABEL(WS-RULE-IDX)
                       MOVE CAT-DET-TYPE
                           TO FIZZBUZZ-RULE-TYPE(WS-RULE-IDX)
                       MOVE CAT-DET-EXCLUSIVE
                           TO FIZZBUZZ-RULE-EXCLUSIVE(WS-RULE-IDX)
                       MOVE 0 TO FIZZBUZZ-RULE-VALUE(WS-RULE-IDX)
                       IF CAT-DET-VALUE IS NUMERIC
                           MOVE CAT-DET-VALUE
                               TO FIZZBUZZ-RULE-VALUE(WS-RULE-IDX)
                       END-IF
                       PERFORM CHECK-RULE-KIND
                       IF WS-RULE-KIND-OK = 'N'
                               OR (CAT-DET-VALUE IS NOT NUMERIC
                                   AND (CAT-DET-TYPE = 'C'
                                       OR CAT-DET-TYPE = 'E'))
                           DISPLAY 'ERROR: fizzbuzz-rulesets.ctl set '
                                   FUNCTION TRIM(WS-SOURCE-NAME)
                                   ' has a rule with an invalid kind, '
                                   'exclusive flag or value'
                           MOVE 16 TO RETURN-CODE
                           CLOSE FIZZBUZZ-RULESET-FILE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           .

      * The same rule-kind check main.cob makes as it loads a set.
       CHECK-RULE-KIND.
           MOVE 'Y' TO WS-RULE-KIND-OK
           IF FIZZBUZZ-RULE-TYPE(WS-RULE-IDX) NOT = SPACE
                   AND FIZZBUZZ-RULE-TYPE(WS-RULE-IDX) NOT = 'D'
                   AND FIZZBUZZ-RULE-TYPE(WS-RULE-IDX) NOT = 'C'
                   AND FIZZBUZZ-RULE-TYPE(WS-RULE-IDX) NOT = 'E'
               MOVE 'N' TO WS-RULE-KIND-OK
           END-IF
           IF FIZZBUZZ-RULE-EXCLUSIVE(WS-RULE-IDX) NOT = SPACE
                   AND FIZZBUZZ-RULE-EXCLUSIVE(WS-RULE-IDX) NOT = 'N'
                   AND FIZZBUZZ-RULE-EXCLUSIVE(WS-RULE-IDX) NOT = 'Y'
               MOVE 'N' TO WS-RULE-KIND-OK
           END-IF
           IF FIZZBUZZ-RULE-TYPE(WS-RULE-IDX) = 'C'
                   AND FIZZBUZZ-RULE-VALUE(WS-RULE-IDX) > 9
               MOVE 'N' TO WS-RULE-KIND-OK
           END-IF
           .

       SKIP-CATALOG-DETAILS.
           READ FIZZBUZZ-RULESET-FILE
               AT END
