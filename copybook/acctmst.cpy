      * AddPosting (applies each logged Result to AM-BALANCE) and by
      * AccountMaint (adds, changes and closes accounts), so both
      * sides agree on one definition of the record.
      *
      * Posting limits: a posting that would take the balance below
      * AM-FLOOR-BAL, or below zero when AM-ALLOW-NEG is not Y, or
      * whose Result is larger either way than a non-zero
      * AM-TRAN-LIMIT, is refused by AddPosting and AddRepost with
      * reason LIMT. A floor below zero is an overdraft limit and
      * only takes effect on an account allowed to go negative.
      * Postings that raise the balance are never held to the
      * floor, so an account already below it can be brought back.
      *
      * AM-RATE-CLASS names the account's row on the month-end rate
      * table ADDRATE.DAT that AddInterestGen charges interest and
      * fees from. An account with its own row on the table is
      * charged from that instead; blank with no row of its own
      * means no month-end charges.
      *
      * AM-GL-ACCOUNT is the corporate general ledger account the
      * account's posted movement is fed to by AddGLFeed. Blank means
      * not yet mapped; the feed then books the movement to the
      * suspense GL account named on its parameter card.
      *
      * The record was 63 bytes, ending at AM-LAST-POST, before the
      * posting limits, rate class and GL account were added. A
      * master in that layout is converted once by AddConvertMasters.
      *----------------------------------------------------------------
       01  ACCT-RECORD.
           05 AM-ACCT-ID           PIC X(6).
           05 AM-BALANCE           PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 AM-LAST-POST         PIC 9(14).
           05 AM-FLOOR-BAL         PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 AM-TRAN-LIMIT        PIC 9(6)V99.
           05 AM-ALLOW-NEG         PIC X.
              88 AM-NEG-ALLOWED    VALUE 'Y'.
           05 AM-RATE-CLASS        PIC X(2).
           05 AM-GL-ACCOUNT        PIC X(12).
