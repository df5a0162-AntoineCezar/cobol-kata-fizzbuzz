      * test-fizzbuzz) shares one copy - LOAD-CONFIG populates it from
      * FIZZBUZZ-DEFAULT-RULES, and test-fizzbuzz.cob can override it
      * directly ahead of a CALL to exercise a non-default config.
      * Each rule has a kind, tested in table order by fizzbuzz.cob:
      *   D (or blank) - FIZZBUZZ-INPUT is a multiple of
      *       FIZZBUZZ-DIVISOR
      *   C - FIZZBUZZ-INPUT has the digit FIZZBUZZ-RULE-VALUE (0-9)
      *       among its digits
      *   E - FIZZBUZZ-INPUT equals FIZZBUZZ-RULE-VALUE exactly
      * Matching labels are concatenated in table order, except that
      * when a rule with FIZZBUZZ-RULE-EXCLUSIVE = Y matches, the
      * first such rule's label replaces the combined label outright.
      * FIZZBUZZ-RULE-MATCH flags every rule that matched either way.
       01 FIZZBUZZ-CONFIG EXTERNAL.
           05 FIZZBUZZ-RULE-COUNT PIC 9.
           05 FIZZBUZZ-RULE OCCURS FIZZBUZZ-MAX-RULES TIMES.
               10 FIZZBUZZ-DIVISOR PIC 9(3).
               10 FIZZBUZZ-LABEL PIC X(8).
               10 FIZZBUZZ-RULE-TYPE PIC X.
               10 FIZZBUZZ-RULE-EXCLUSIVE PIC X.
               10 FIZZBUZZ-RULE-VALUE PIC 9(6).
