      * unposted figure to the posted one, so the morning report
      * and a resumed AddPosting see the true position instead of
      * yesterday's.
      *
      * Account posting limits applied on the re-post the same way
      * AddPosting applies them, so a transaction refused with LIMT
      * posts once its account's floor or single-transaction limit
      * has been changed in AccountMaint, and stays on the file with
      * LIMT until then.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 WS-PEXC-REASON PIC X(4).

       01 WS-NEW-BALANCE PIC S9(9)V99
                          SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-TRAN-AMOUNT PIC 9(6)V99.

       01 WS-LIMIT-FLAG PIC X VALUE 'N'.
           88 WS-LIMIT-BREACHED VALUE 'Y'.
       01 WS-LIMIT-WHY PIC X(30).

       01 WS-REPOSTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-STILL-COUNT PIC 9(7) VALUE ZERO.

                       " - not posted: " PX-TRAN-IMAGE
               MOVE "CLSD" TO WS-PEXC-REASON
           ELSE
               COMPUTE WS-NEW-BALANCE = AM-BALANCE + WT-RESULT
                   ON SIZE ERROR
                       DISPLAY "*** Balance of account " WT-ACCT-ID
                               " still overflows PIC S9(9)V99 - not "
                               "posted: " PX-TRAN-IMAGE
                       MOVE "OVFL" TO WS-PEXC-REASON
                   NOT ON SIZE ERROR
                       PERFORM V-PARA
                       IF WS-LIMIT-BREACHED
                           DISPLAY "*** Account " WT-ACCT-ID " still "
                                   WS-LIMIT-WHY " - not posted: "
                                   PX-TRAN-IMAGE
                           MOVE "LIMT" TO WS-PEXC-REASON
                       ELSE
                           MOVE WS-NEW-BALANCE TO AM-BALANCE
                           MOVE WT-TIMESTAMP TO AM-LAST-POST
                           REWRITE ACCT-RECORD
                           SET WS-POSTED TO TRUE
                           DISPLAY "Posted to account " WT-ACCT-ID ": "
                                   PX-TRAN-IMAGE
                       END-IF
               END-COMPUTE
           END-IF.

      *----------------------------------------------------------------
      * V-PARA - hold the posting to the account's limits, exactly as
      * AddPosting's V-PARA does: the single-transaction limit caps
      * the Result either way, the floor and the no-negative rule
      * only stop a posting that lowers the balance.
      *----------------------------------------------------------------
       V-PARA.
           MOVE 'N' TO WS-LIMIT-FLAG.
           MOVE WT-RESULT TO WS-TRAN-AMOUNT.
           IF AM-TRAN-LIMIT > ZERO
               AND WS-TRAN-AMOUNT > AM-TRAN-LIMIT
               SET WS-LIMIT-BREACHED TO TRUE
               MOVE "over single-transaction limit" TO WS-LIMIT-WHY
           END-IF.
           IF NOT WS-LIMIT-BREACHED AND WT-RESULT < ZERO
               IF WS-NEW-BALANCE < ZERO AND NOT AM-NEG-ALLOWED
                   SET WS-LIMIT-BREACHED TO TRUE
                   MOVE "negative balance not allowed" TO WS-LIMIT-WHY
               ELSE
                   IF WS-NEW-BALANCE < AM-FLOOR-BAL
                       SET WS-LIMIT-BREACHED TO TRUE
                       MOVE "below floor balance" TO WS-LIMIT-WHY
                   END-IF
               END-IF
           END-IF.

       K-PARA.
