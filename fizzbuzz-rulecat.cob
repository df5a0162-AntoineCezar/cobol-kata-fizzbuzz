      * audit trail. RK-RULE-COUNT and the rule pairs only matter on
      * ADD/REPLACE; slots past the count must be blank so a count
      * that disagrees with the card's own detail is refused.
      * RK-RULE-KIND carries each rule's kind past column 80, so a
      * card punched before the kinds existed still reads as all
      * divisibility rules: type D (divisible by the divisor), C
      * (contains the digit in the value) or E (equals the value);
      * exclusive Y makes the label replace the combined one. Blank
      * type and exclusive are stored as D and N.
       FD RULECAT-CONTROL-FILE.
       01 RULECAT-CONTROL-CARD.
           05 RK-FUNCTION PIC X(8).
               10 RK-DIVISOR PIC 9(3).
               10 RK-DIVISOR-X REDEFINES RK-DIVISOR PIC X(3).
               10 RK-LABEL PIC X(8).
           05 RK-RULE-KIND OCCURS 5 TIMES.
               10 RK-TYPE PIC X.
               10 RK-EXCLUSIVE PIC X.
               10 RK-VALUE PIC 9(6).
               10 RK-VALUE-X REDEFINES RK-VALUE PIC X(6).

       FD RULECAT-REPORT-FILE.
       01 RULECAT-REPORT-RECORD PIC X(80).
       01 FIZZBUZZ-RULESET-DETAIL-RECORD.
           05 CAT-DET-DIVISOR PIC 9(3).
           05 CAT-DET-LABEL PIC X(8).
           05 CAT-DET-TYPE PIC X.
           05 CAT-DET-EXCLUSIVE PIC X.
           05 CAT-DET-VALUE PIC X(6).

      * Raw image lines; sized to the catalog header record.
       FD RULESET-BACKUP-FILE.
       01 WS-CARD-COUNT PIC 9(3) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(3) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(3) VALUE 0.
      * Rejects standing before a VERIFY, so it can tell whether its
      * own checks found anything.
       01 WS-REJECTS-BEFORE PIC 9(3).
      * Y once any ADD/REPLACE/DELETE has landed in the table, so the
      * file is rewritten exactly once and only when needed.
       01 WS-CATALOG-DIRTY PIC X VALUE 'N'.
               10 WS-CAT-RULE OCCURS FIZZBUZZ-MAX-RULES TIMES.
                   15 WS-CAT-DIVISOR PIC 9(3).
                   15 WS-CAT-LABEL PIC X(8).
                   15 WS-CAT-TYPE PIC X.
                   15 WS-CAT-EXCLUSIVE PIC X.
                   15 WS-CAT-VALUE PIC 9(6).
                   15 WS-CAT-VALUE-X REDEFINES WS-CAT-VALUE
                       PIC X(6).
       01 WS-SET-IDX PIC 9(2).
       01 WS-FOUND-IDX PIC 9(2).
       01 WS-RULE-IDX PIC 9.
      * Card fields saved off before validation touches the table;
      * the FD record layout is shared by every card on the file.
       01 WS-CARD-VALID PIC X.
      * Why one rule on a card or in the catalog is unusable; spaces
      * when it is fine.
       01 WS-RULE-PROBLEM PIC X(40).
       01 WS-COUNT-EDIT PIC ZZ9.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
                           WS-CAT-DIVISOR(WS-SET-COUNT, WS-DETAIL-IDX)
                       MOVE CAT-DET-LABEL TO
                           WS-CAT-LABEL(WS-SET-COUNT, WS-DETAIL-IDX)
                       PERFORM LOAD-DETAIL-KIND
               END-READ
           END-PERFORM
           .

      * A line written before rule kinds existed stops at the label
      * and loads as a divisibility rule. Anything else is kept as
      * found, so VERIFY can report it and a rewrite cannot hide it.
       LOAD-DETAIL-KIND.
           MOVE CAT-DET-TYPE
               TO WS-CAT-TYPE(WS-SET-COUNT, WS-DETAIL-IDX)
           IF CAT-DET-TYPE = SPACE
               MOVE 'D' TO WS-CAT-TYPE(WS-SET-COUNT, WS-DETAIL-IDX)
           END-IF
           MOVE CAT-DET-EXCLUSIVE
               TO WS-CAT-EXCLUSIVE(WS-SET-COUNT, WS-DETAIL-IDX)
           IF CAT-DET-EXCLUSIVE = SPACE
               MOVE 'N'
                   TO WS-CAT-EXCLUSIVE(WS-SET-COUNT, WS-DETAIL-IDX)
           END-IF
           MOVE CAT-DET-VALUE
               TO WS-CAT-VALUE-X(WS-SET-COUNT, WS-DETAIL-IDX)
           IF CAT-DET-VALUE = SPACES
               MOVE 0 TO WS-CAT-VALUE(WS-SET-COUNT, WS-DETAIL-IDX)
           END-IF
           .

       PROCESS-FUNCTION-CARDS.
           READ RULECAT-CONTROL-FILE
               AT END

       VALIDATE-ONE-CARD-RULE.
           IF WS-RULE-IDX NOT > RK-RULE-COUNT
               PERFORM CHECK-CARD-RULE-KIND
               IF WS-RULE-PROBLEM NOT = SPACES
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'REJECTED ' RK-FUNCTION ' ' RK-SET-NAME
                          ': rule ' WS-RULE-IDX ' ' WS-RULE-PROBLEM
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-RULECAT-LINE
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           ELSE
               IF RK-RULE(WS-RULE-IDX) NOT = SPACES
                       OR RK-RULE-KIND(WS-RULE-IDX) NOT = SPACES
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'REJECTED ' RK-FUNCTION ' ' RK-SET-NAME
           END-IF
           .

      * Every kind needs a label. A divisibility rule needs a nonzero
      * divisor; a digit (C) rule needs one digit and an exact (E)
      * rule a number in the value, and neither takes a divisor - a
      * divisor on one is a card punched in the wrong columns.
       CHECK-CARD-RULE-KIND.
           MOVE SPACES TO WS-RULE-PROBLEM
           EVALUATE RK-TYPE(WS-RULE-IDX)
               WHEN SPACE
               WHEN 'D'
                   IF RK-DIVISOR(WS-RULE-IDX) IS NOT NUMERIC
                           OR RK-DIVISOR(WS-RULE-IDX) = 0
                           OR RK-LABEL(WS-RULE-IDX) = SPACES
                       MOVE 'needs a nonzero divisor and a label'
                           TO WS-RULE-PROBLEM
                   END-IF
               WHEN 'C'
                   IF RK-VALUE-X(WS-RULE-IDX) IS NOT NUMERIC
                       MOVE 'digit rule needs a value of 0-9'
                           TO WS-RULE-PROBLEM
                   ELSE
                       IF RK-VALUE(WS-RULE-IDX) > 9
                           MOVE 'digit rule needs a value of 0-9'
                               TO WS-RULE-PROBLEM
                       END-IF
                   END-IF
               WHEN 'E'
                   IF RK-VALUE-X(WS-RULE-IDX) IS NOT NUMERIC
                       MOVE 'exact rule needs a numeric value'
                           TO WS-RULE-PROBLEM
                   END-IF
               WHEN OTHER
                   MOVE 'kind must be D, C or E' TO WS-RULE-PROBLEM
           END-EVALUATE
           IF WS-RULE-PROBLEM = SPACES
                   AND (RK-TYPE(WS-RULE-IDX) = 'C'
                       OR RK-TYPE(WS-RULE-IDX) = 'E')
               IF RK-LABEL(WS-RULE-IDX) = SPACES
                   MOVE 'needs a label' TO WS-RULE-PROBLEM
               END-IF
               IF RK-DIVISOR-X(WS-RULE-IDX) NOT = SPACES
                       AND RK-DIVISOR-X(WS-RULE-IDX) NOT = '000'
                   MOVE 'digit and exact rules take no divisor'
                       TO WS-RULE-PROBLEM
               END-IF
           END-IF
           IF WS-RULE-PROBLEM = SPACES
                   AND RK-EXCLUSIVE(WS-RULE-IDX) NOT = SPACE
                   AND RK-EXCLUSIVE(WS-RULE-IDX) NOT = 'N'
                   AND RK-EXCLUSIVE(WS-RULE-IDX) NOT = 'Y'
               MOVE 'exclusive flag must be Y or N'
                   TO WS-RULE-PROBLEM
           END-IF
           .

       FIND-SET-IN-TABLE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
           MOVE RK-RULE-COUNT TO WS-CAT-COUNT(WS-FOUND-IDX)
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > RK-RULE-COUNT
               PERFORM STORE-ONE-CARD-RULE
           END-PERFORM
           .

      * Blank kind columns store as a plain divisibility rule, and a
      * digit or exact rule's unused divisor as zero, so the catalog
      * only ever holds the normalized form.
       STORE-ONE-CARD-RULE.
           MOVE 0 TO WS-CAT-DIVISOR(WS-FOUND-IDX, WS-RULE-IDX)
           IF RK-DIVISOR-X(WS-RULE-IDX) NOT = SPACES
               MOVE RK-DIVISOR(WS-RULE-IDX)
                   TO WS-CAT-DIVISOR(WS-FOUND-IDX, WS-RULE-IDX)
           END-IF
           MOVE RK-LABEL(WS-RULE-IDX)
               TO WS-CAT-LABEL(WS-FOUND-IDX, WS-RULE-IDX)
           MOVE RK-TYPE(WS-RULE-IDX)
               TO WS-CAT-TYPE(WS-FOUND-IDX, WS-RULE-IDX)
           IF RK-TYPE(WS-RULE-IDX) = SPACE
               MOVE 'D' TO WS-CAT-TYPE(WS-FOUND-IDX, WS-RULE-IDX)
           END-IF
           MOVE RK-EXCLUSIVE(WS-RULE-IDX)
               TO WS-CAT-EXCLUSIVE(WS-FOUND-IDX, WS-RULE-IDX)
           IF RK-EXCLUSIVE(WS-RULE-IDX) = SPACE
               MOVE 'N' TO WS-CAT-EXCLUSIVE(WS-FOUND-IDX, WS-RULE-IDX)
           END-IF
           MOVE 0 TO WS-CAT-VALUE(WS-FOUND-IDX, WS-RULE-IDX)
           IF RK-VALUE-X(WS-RULE-IDX) IS NUMERIC
               MOVE RK-VALUE(WS-RULE-IDX)
                   TO WS-CAT-VALUE(WS-FOUND-IDX, WS-RULE-IDX)
           END-IF
           .

       DELETE-RULE-SET.
                      WS-CAT-DIVISOR(WS-SET-IDX, WS-RULE-IDX)
                      '  label '
                      WS-CAT-LABEL(WS-SET-IDX, WS-RULE-IDX)
                      '  kind '
                      WS-CAT-TYPE(WS-SET-IDX, WS-RULE-IDX)
                      '  exclusive '
                      WS-CAT-EXCLUSIVE(WS-SET-IDX, WS-RULE-IDX)
                      '  value '
                      WS-CAT-VALUE-X(WS-SET-IDX, WS-RULE-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RULECAT-LINE
           END-PERFORM

      * The load already enforced header counts against detail lines
      * and the FIZZBUZZ-MAX-RULES bound; VERIFY reports that result
      * and checks what loading cannot: duplicate set names, where
      * MAIN would silently take whichever loads first, and rule kinds
      * MAIN would refuse when it loads the set.
       VERIFY-CATALOG.
           MOVE 'Catalog verification:' TO WS-REPORT-LINE
           PERFORM WRITE-RULECAT-LINE
               PERFORM WRITE-RULECAT-LINE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE
               PERFORM CHECK-DUPLICATE-NAMES
               PERFORM CHECK-SET-RULE-KINDS
                   VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SET-COUNT
               MOVE WS-SET-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  Sets catalogued: '
                      FUNCTION TRIM(WS-COUNT-EDIT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RULECAT-LINE
               IF WS-REJECT-COUNT = WS-REJECTS-BEFORE
                   MOVE '  Catalog is clean' TO WS-REPORT-LINE
                   PERFORM WRITE-RULECAT-LINE
               END-IF
           END-IF
           .

           END-PERFORM
           .

       CHECK-SET-RULE-KINDS.
           PERFORM CHECK-CATALOG-RULE-KIND
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-CAT-COUNT(WS-SET-IDX)
           .

      * The same kind rules main.cob applies as it loads a set.
       CHECK-CATALOG-RULE-KIND.
           MOVE SPACES TO WS-RULE-PROBLEM
           IF WS-CAT-EXCLUSIVE(WS-SET-IDX, WS-RULE-IDX) NOT = 'N'
                   AND WS-CAT-EXCLUSIVE(WS-SET-IDX, WS-RULE-IDX)
                       NOT = 'Y'
               MOVE 'has an invalid exclusive flag'
                   TO WS-RULE-PROBLEM
           END-IF
           EVALUATE WS-CAT-TYPE(WS-SET-IDX, WS-RULE-IDX)
               WHEN 'D'
                   CONTINUE
               WHEN 'C'
                   IF WS-CAT-VALUE-X(WS-SET-IDX, WS-RULE-IDX)
                           IS NOT NUMERIC
                       MOVE 'digit rule value is not 0-9'
                           TO WS-RULE-PROBLEM
                   ELSE
                       IF WS-CAT-VALUE(WS-SET-IDX, WS-RULE-IDX) > 9
                           MOVE 'digit rule value is not 0-9'
                               TO WS-RULE-PROBLEM
                       END-IF
                   END-IF
               WHEN 'E'
                   IF WS-CAT-VALUE-X(WS-SET-IDX, WS-RULE-IDX)
                           IS NOT NUMERIC
                       MOVE 'exact rule value is not numeric'
                           TO WS-RULE-PROBLEM
                   END-IF
               WHEN OTHER
                   MOVE 'has an invalid rule kind' TO WS-RULE-PROBLEM
           END-EVALUATE
           IF WS-RULE-PROBLEM NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  *** set ' WS-CAT-NAME(WS-SET-IDX)
                      ' rule ' WS-RULE-IDX ' ' WS-RULE-PROBLEM
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-RULECAT-LINE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           .

      * Back the old file up raw, then write the table out whole -
      * header plus exactly WS-CAT-COUNT detail lines per set, so
      * what lands on disk can never disagree with itself.
           .

      * The detail layout is the longer of the two 01s over this FD
      * (19 bytes against the header's 9), so moving it copies the
      * whole shared record area - the backup must be a faithful
      * image for hand recovery, whichever kind of line this is.
       BACKUP-ONE-LINE.
                   TO CAT-DET-DIVISOR
               MOVE WS-CAT-LABEL(WS-SET-IDX, WS-RULE-IDX)
                   TO CAT-DET-LABEL
               MOVE WS-CAT-TYPE(WS-SET-IDX, WS-RULE-IDX)
                   TO CAT-DET-TYPE
               MOVE WS-CAT-EXCLUSIVE(WS-SET-IDX, WS-RULE-IDX)
                   TO CAT-DET-EXCLUSIVE
               MOVE WS-CAT-VALUE-X(WS-SET-IDX, WS-RULE-IDX)
                   TO CAT-DET-VALUE
               WRITE FIZZBUZZ-RULESET-DETAIL-RECORD
           END-PERFORM
           .
