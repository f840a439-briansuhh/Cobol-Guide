      *----------------------------------------------------------------
      * BOIREC - bank reconciliation open-item record layout for
      * ADDBROI.DAT. AddBankRecon rewrites the file at the end of
      * every run with the items still unmatched, and reads them back
      * at the start of the next run to match them again, so an item
      * stays open until its other side turns up. COPY this under the
      * open-item file's FD.
      *
      * OI-SIDE B is a settled bank item with no logged transaction
      * to match it, L a logged transaction the bank has not settled.
      * OI-REFERENCE holds the bank's reference on a bank item, and
      * on a log item the log record's timestamp followed by its
      * batch id. OI-FIRST-SEEN is the settlement date of the run
      * that first left the item unmatched.
      *----------------------------------------------------------------
       01  BOI-RECORD.
           05 OI-SIDE              PIC X.
              88 OI-BANK-ONLY      VALUE 'B'.
              88 OI-LOG-ONLY       VALUE 'L'.
           05 OI-ACCT-ID           PIC X(6).
           05 OI-BUS-DATE          PIC 9(8).
           05 OI-AMOUNT            PIC S9(6)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 OI-REFERENCE         PIC X(22).
           05 OI-FIRST-SEEN        PIC 9(8).
