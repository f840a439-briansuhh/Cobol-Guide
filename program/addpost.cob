      * where it stopped and a second run of a finished log applies
      * nothing. AddLogCutoff clears the marker with the log;
      * AddBatchBackout rewrites it when it rewrites the log.
      *
      * Posting limits enforced: a transaction that would take its
      * account below the floor balance, or below zero on an account
      * not allowed to go negative, or whose Result exceeds the
      * account's single-transaction limit, is not applied but
      * written to ADDPEXC.DAT with the reason LIMT, for AddRepost
      * to apply once the limit has been raised in AccountMaint.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-BALANCE-OVFL-FLAG PIC X VALUE 'N'.
           88 WS-BALANCE-OVERFLOW VALUE 'Y'.

       01 WS-NEW-BALANCE PIC S9(9)V99
                          SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-TRAN-AMOUNT PIC 9(6)V99.

       01 WS-LIMIT-FLAG PIC X VALUE 'N'.
           88 WS-LIMIT-BREACHED VALUE 'Y'.
       01 WS-LIMIT-WHY PIC X(30).

       PROCEDURE DIVISION.
       A-PARA.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           IF WS-UNPOSTED-COUNT > ZERO
               DISPLAY "Unposted transactions written to ADDPEXC.DAT "
                       "- fix the accounts and run AddRepost"
               DISPLAY "AddLimitReport lists the postings refused on "
                       "account limits"
           END-IF.
           IF WS-BALANCE-OVERFLOW
               DISPLAY "*** WARNING: one or more balances would "
               MOVE "CLSD" TO WS-PEXC-REASON
               PERFORM S-PARA
           ELSE
               COMPUTE WS-NEW-BALANCE = AM-BALANCE + TL-RESULT
                   ON SIZE ERROR
                       SET WS-BALANCE-OVERFLOW TO TRUE
                       DISPLAY "*** Balance of account " TL-ACCT-ID
                       MOVE "OVFL" TO WS-PEXC-REASON
                       PERFORM S-PARA
                   NOT ON SIZE ERROR
                       PERFORM V-PARA
                       IF WS-LIMIT-BREACHED
                           DISPLAY "*** Account " TL-ACCT-ID " - "
                                   WS-LIMIT-WHY " - not posted: "
                                   TRAN-LOG-RECORD
                           MOVE "LIMT" TO WS-PEXC-REASON
                           PERFORM S-PARA
                       ELSE
                           MOVE WS-NEW-BALANCE TO AM-BALANCE
                           MOVE TL-TIMESTAMP TO AM-LAST-POST
                           REWRITE ACCT-RECORD
                           ADD 1 TO WS-POSTED-COUNT
                       END-IF
               END-COMPUTE
           END-IF.

      *----------------------------------------------------------------
      * V-PARA - hold the posting to the account's limits. The
      * single-transaction limit, when one is set, caps the size of
      * the Result either way. The floor and the no-negative rule
      * only stop a posting that lowers the balance - one that
      * raises it is always let through, so an account left below
      * its floor by a limit change can still be brought back up.
      *----------------------------------------------------------------
       V-PARA.
           MOVE 'N' TO WS-LIMIT-FLAG.
           MOVE TL-RESULT TO WS-TRAN-AMOUNT.
           IF AM-TRAN-LIMIT > ZERO
               AND WS-TRAN-AMOUNT > AM-TRAN-LIMIT
               SET WS-LIMIT-BREACHED TO TRUE
               MOVE "over single-transaction limit" TO WS-LIMIT-WHY
           END-IF.
           IF NOT WS-LIMIT-BREACHED AND TL-RESULT < ZERO
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

      *----------------------------------------------------------------
