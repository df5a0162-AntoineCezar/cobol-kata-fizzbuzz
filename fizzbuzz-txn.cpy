      * Record layout of fizzbuzz-txn-in.dat, the inbound transaction
      * feed TXNCLASS classifies: one number per record, tagged with
      * the sender's own transaction id and the rule set to classify
      * it under (blank for whatever an unnamed MAIN run would use -
      * fizzbuzz-rules.ctl when present, else the built-in rules).
      * TXN-NUMBER is six digits, zero filled. Blank lines are
      * skipped.
      * TXNCLASS answers in two files, both semicolon-delimited and
      * framed H;YYYYMMDD;HHMMSS ... T;count;hash, the hash being the
      * sum of the numbers the file carries:
      *   fizzbuzz-txn-resp-YYYYMMDD.dat, one record per accepted
      *   transaction in feed order, keyed by its transaction id -
      *     D;txn-id;number;rule-set;label;flag;flag...
      *   fizzbuzz-txn-reject-YYYYMMDD.dat, one per rejected one -
      *     R;txn-id;number as sent;rule-set;reason;reason text
      *   (a number that is not numeric adds nothing to its hash).
      * The sender balances by count and hash: what it sent equals
      * the response trailer plus the reject trailer.
       01 FIZZBUZZ-TXN-RECORD.
           05 TXN-ID PIC X(16).
           05 TXN-NUMBER PIC X(6).
           05 TXN-RULE-SET PIC X(8).
