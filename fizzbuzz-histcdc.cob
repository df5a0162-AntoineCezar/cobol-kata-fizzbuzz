       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCDC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The history change feed MAIN, PARTMERGE and TXNCLASS append to
      * (see fizzbuzz-histchg.cpy). Only ever appended to, so the
      * changes not yet delivered are always the ones past the last
      * record this program delivered.
           SELECT FIZZBUZZ-HISTCHG-FILE ASSIGN TO 'fizzbuzz-histchg.dat'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTCHG-STATUS.
      * High-water mark: how many change records have been delivered,
      * under which delivery number, and an image of the last one.
      * The image is checked before anything new is delivered - a
      * change file that was replaced or cut back under the mark would
      * otherwise make the next delivery skip or repeat changes
      * without anyone knowing.
           SELECT CDC-HWM-FILE ASSIGN TO 'fizzbuzz-histcdc.hwm'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HWM-STATUS.
      * One file per delivery, fizzbuzz-cdc-NNNNNN.dat, numbered in
      * delivery order, so the MIS side applies them in sequence and
      * an undelivered file is never overwritten by the next one.
           SELECT CDC-DELIVERY-FILE ASSIGN TO DYNAMIC
               WS-DELIVERY-FNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FIZZBUZZ-HISTCHG-FILE.
       COPY fizzbuzz-histchg.

       FD CDC-HWM-FILE.
       01 CDC-HWM-RECORD.
           05 HWM-DELIVERY-SEQ PIC 9(6).
           05 HWM-RECORD-COUNT PIC 9(9).
           05 HWM-DELIVERED-STAMP PIC X(14).
           05 HWM-LAST-IMAGE PIC X(147).

      * Semicolon-delimited like the run extract, framed the same way:
      *   H;delivery;YYYYMMDD;HHMMSS;first change number
      *   D;change number;run date;run time;run id;run mode;
      *     requester;rule set;band;input;NEW|CHG;before;after
      *   T;count;hash total of the inputs carried
      * The change number is the record's position in the feed, so a
      * delivery that is ever sent twice can be recognized and
      * skipped on the receiving side.
       FD CDC-DELIVERY-FILE.
       01 CDC-DELIVERY-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-HISTCHG-STATUS PIC XX.
       01 WS-HWM-STATUS PIC XX.
       01 WS-DELIVERY-STATUS PIC XX.
       01 WS-HISTCHG-EOF PIC X VALUE 'N'.
       01 WS-DELIVERY-FNAME PIC X(40) VALUE SPACES.
       01 WS-CURRENT-DATE PIC X(21).
      * The mark as read at the start; it is only rewritten once the
      * new delivery file is whole and closed.
       01 WS-LAST-SEQ PIC 9(6) VALUE 0.
       01 WS-LAST-COUNT PIC 9(9) VALUE 0.
       01 WS-LAST-IMAGE PIC X(147) VALUE SPACES.
       01 WS-NEW-SEQ PIC 9(6).
       01 WS-RECORD-NUM PIC 9(9) VALUE 0.
       01 WS-FIRST-NEW PIC 9(9).
       01 WS-DELIVERED-COUNT PIC 9(8) VALUE 0.
       01 WS-HASH-TOTAL PIC 9(14) VALUE 0.
       01 WS-DELIVERY-LINE PIC X(200) VALUE SPACES.
       01 WS-LINE-POINTER PIC 9(3).
       01 WS-SEQ-EDIT PIC Z(5)9.
       01 WS-NUM-EDIT PIC Z(8)9.
       01 WS-COUNT-EDIT PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM READ-HIGH-WATER-MARK
           PERFORM OPEN-CHANGE-FEED
           PERFORM SKIP-DELIVERED-CHANGES
           IF WS-HISTCHG-EOF = 'Y'
               CLOSE FIZZBUZZ-HISTCHG-FILE
               MOVE WS-LAST-SEQ TO WS-SEQ-EDIT
               DISPLAY 'HISTCDC: no history changes since delivery '
                       FUNCTION TRIM(WS-SEQ-EDIT)
               STOP RUN
           END-IF
           PERFORM OPEN-DELIVERY
           PERFORM DELIVER-ONE-CHANGE
               UNTIL WS-HISTCHG-EOF = 'Y'
           CLOSE FIZZBUZZ-HISTCHG-FILE
           PERFORM WRITE-DELIVERY-TRAILER
           CLOSE CDC-DELIVERY-FILE
           PERFORM WRITE-HIGH-WATER-MARK
           MOVE WS-DELIVERED-COUNT TO WS-COUNT-EDIT
           DISPLAY 'HISTCDC: ' FUNCTION TRIM(WS-COUNT-EDIT)
                   ' history changes delivered in '
                   FUNCTION TRIM(WS-DELIVERY-FNAME)
           STOP RUN
           .

      * No mark yet means nothing has ever been delivered: the first
      * delivery carries the whole feed.
       READ-HIGH-WATER-MARK.
           OPEN INPUT CDC-HWM-FILE
           IF WS-HWM-STATUS = '00'
               READ CDC-HWM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HWM-DELIVERY-SEQ IS NOT NUMERIC
                               OR HWM-RECORD-COUNT IS NOT NUMERIC
                           DISPLAY 'ERROR: fizzbuzz-histcdc.hwm is '
                                   'not a valid high-water mark'
                           MOVE 16 TO RETURN-CODE
                           CLOSE CDC-HWM-FILE
                           STOP RUN
                       END-IF
                       MOVE HWM-DELIVERY-SEQ TO WS-LAST-SEQ
                       MOVE HWM-RECORD-COUNT TO WS-LAST-COUNT
                       MOVE HWM-LAST-IMAGE TO WS-LAST-IMAGE
               END-READ
               CLOSE CDC-HWM-FILE
           END-IF
           .

      * A feed that does not exist yet has nothing to deliver - unless
      * changes were delivered from it before, when it has been lost.
       OPEN-CHANGE-FEED.
           OPEN INPUT FIZZBUZZ-HISTCHG-FILE
           IF WS-HISTCHG-STATUS NOT = '00'
               IF WS-LAST-COUNT > 0
                   DISPLAY 'ERROR: could not open fizzbuzz-histchg.dat '
                           '(status ' WS-HISTCHG-STATUS ') - changes '
                           'have been delivered from it before'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'HISTCDC: no history changes recorded yet'
               STOP RUN
           END-IF
           .

      * Reads past every change already delivered, checks the last one
      * against the mark's image, and leaves the first undelivered
      * change in the record area (or WS-HISTCHG-EOF = 'Y').
       SKIP-DELIVERED-CHANGES.
           PERFORM READ-CHANGE-RECORD
           PERFORM UNTIL WS-RECORD-NUM > WS-LAST-COUNT
                   OR WS-HISTCHG-EOF = 'Y'
               IF WS-RECORD-NUM = WS-LAST-COUNT
                   IF FIZZBUZZ-HISTCHG-RECORD NOT = WS-LAST-IMAGE
                       PERFORM REFUSE-ALTERED-FEED
                   END-IF
               END-IF
               PERFORM READ-CHANGE-RECORD
           END-PERFORM
           IF WS-HISTCHG-EOF = 'Y' AND WS-RECORD-NUM < WS-LAST-COUNT
               PERFORM REFUSE-ALTERED-FEED
           END-IF
           MOVE WS-RECORD-NUM TO WS-FIRST-NEW
           .

      * WS-RECORD-NUM is the position of the record just read; at end
      * of file it stays the count of records the feed holds.
       READ-CHANGE-RECORD.
           READ FIZZBUZZ-HISTCHG-FILE
               AT END
                   MOVE 'Y' TO WS-HISTCHG-EOF
               NOT AT END
                   ADD 1 TO WS-RECORD-NUM
           END-READ
           .

       REFUSE-ALTERED-FEED.
           MOVE WS-LAST-COUNT TO WS-NUM-EDIT
           MOVE WS-LAST-SEQ TO WS-SEQ-EDIT
           DISPLAY 'ERROR: fizzbuzz-histchg.dat no longer matches '
                   'delivery ' FUNCTION TRIM(WS-SEQ-EDIT)
                   ' at change ' FUNCTION TRIM(WS-NUM-EDIT)
                   ' - the feed has been replaced or cut back'
           MOVE 16 TO RETURN-CODE
           CLOSE FIZZBUZZ-HISTCHG-FILE
           STOP RUN
           .

       OPEN-DELIVERY.
           COMPUTE WS-NEW-SEQ = WS-LAST-SEQ + 1
           MOVE SPACES TO WS-DELIVERY-FNAME
           STRING 'fizzbuzz-cdc-' WS-NEW-SEQ '.dat'
               DELIMITED BY SIZE INTO WS-DELIVERY-FNAME
           OPEN OUTPUT CDC-DELIVERY-FILE
           IF WS-DELIVERY-STATUS NOT = '00'
               DISPLAY 'ERROR: could not open '
                       FUNCTION TRIM(WS-DELIVERY-FNAME)
                       ' (status ' WS-DELIVERY-STATUS ')'
               MOVE 16 TO RETURN-CODE
               CLOSE FIZZBUZZ-HISTCHG-FILE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-DELIVERY-LINE
           MOVE WS-FIRST-NEW TO WS-NUM-EDIT
           STRING 'H;' WS-NEW-SEQ ';' WS-CURRENT-DATE(1:8) ';'
                  WS-CURRENT-DATE(9:6) ';' FUNCTION TRIM(WS-NUM-EDIT)
               DELIMITED BY SIZE INTO WS-DELIVERY-LINE
           PERFORM WRITE-DELIVERY-LINE
           .

      * Delivers the change in the record area, then reads the next.
      * The last one delivered becomes the new mark's image.
       DELIVER-ONE-CHANGE.
           MOVE SPACES TO WS-DELIVERY-LINE
           MOVE 1 TO WS-LINE-POINTER
           MOVE WS-RECORD-NUM TO WS-NUM-EDIT
           STRING 'D;' FUNCTION TRIM(WS-NUM-EDIT) ';'
                  HCHG-RUN-DATE ';' HCHG-RUN-TIME ';'
                  HCHG-RUN-ID ';'
               DELIMITED BY SIZE INTO WS-DELIVERY-LINE
               WITH POINTER WS-LINE-POINTER
           STRING FUNCTION TRIM(HCHG-RUN-MODE) ';'
                  FUNCTION TRIM(HCHG-REQUESTER-ID) ';'
                  FUNCTION TRIM(HCHG-RULE-SET) ';'
                  HCHG-BAND ';' HCHG-INPUT ';' HCHG-ACTION ';'
               DELIMITED BY SIZE INTO WS-DELIVERY-LINE
               WITH POINTER WS-LINE-POINTER
           STRING FUNCTION TRIM(HCHG-BEFORE-LABEL) ';'
                  FUNCTION TRIM(HCHG-AFTER-LABEL)
               DELIMITED BY SIZE INTO WS-DELIVERY-LINE
               WITH POINTER WS-LINE-POINTER
           PERFORM WRITE-DELIVERY-LINE
           ADD 1 TO WS-DELIVERED-COUNT
           ADD HCHG-INPUT TO WS-HASH-TOTAL
           MOVE FIZZBUZZ-HISTCHG-RECORD TO WS-LAST-IMAGE
           PERFORM READ-CHANGE-RECORD
           .

       WRITE-DELIVERY-TRAILER.
           MOVE SPACES TO WS-DELIVERY-LINE
           STRING 'T;' WS-DELIVERED-COUNT ';' WS-HASH-TOTAL
               DELIMITED BY SIZE INTO WS-DELIVERY-LINE
           PERFORM WRITE-DELIVERY-LINE
           .

      * A delivery file that cannot be written whole is not delivered:
      * the mark stays where it was and the next run sends the same
      * changes again under a new number.
       WRITE-DELIVERY-LINE.
           WRITE CDC-DELIVERY-RECORD FROM WS-DELIVERY-LINE
           IF WS-DELIVERY-STATUS NOT = '00'
               DISPLAY 'ERROR: could not write '
                       FUNCTION TRIM(WS-DELIVERY-FNAME)
                       ' (status ' WS-DELIVERY-STATUS ') - the '
                       'high-water mark was not advanced'
               MOVE 16 TO RETURN-CODE
               CLOSE CDC-DELIVERY-FILE
               CLOSE FIZZBUZZ-HISTCHG-FILE
               STOP RUN
           END-IF
           .

      * Written only after the delivery file is closed. If this step
      * fails the delivery is whole but will be sent again next time;
      * its change numbers let the receiving side skip the repeat.
       WRITE-HIGH-WATER-MARK.
           OPEN OUTPUT CDC-HWM-FILE
           IF WS-HWM-STATUS NOT = '00'
               DISPLAY 'ERROR: could not rewrite fizzbuzz-histcdc.hwm '
                       '(status ' WS-HWM-STATUS ') - '
                       FUNCTION TRIM(WS-DELIVERY-FNAME)
                       ' will be delivered again'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NEW-SEQ TO HWM-DELIVERY-SEQ
           MOVE WS-RECORD-NUM TO HWM-RECORD-COUNT
           MOVE WS-CURRENT-DATE(1:14) TO HWM-DELIVERED-STAMP
           MOVE WS-LAST-IMAGE TO HWM-LAST-IMAGE
           WRITE CDC-HWM-RECORD
           IF WS-HWM-STATUS NOT = '00'
               DISPLAY 'ERROR: could not write fizzbuzz-histcdc.hwm '
                       '(status ' WS-HWM-STATUS ') - '
                       FUNCTION TRIM(WS-DELIVERY-FNAME)
                       ' will be delivered again'
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE CDC-HWM-FILE
           .
