      *----------------------------------------------------------------
      * BUDINREC - annual budget load file record layouts for
      * ADDBUDIN.DAT: one header, one detail per account per period,
      * one trailer, each 50 bytes. Read by AddBudgetLoad. COPY this
      * under the load file's FD; it declares three 01-level records.
      *
      * LH-BUDGET-YEAR is the year the file budgets; every detail
      * period must fall in it, and the load replaces every budget
      * already on ADDBUDG.DAT for that year. LH-PREPARED-BY names
      * who prepared the figures and goes on every budget loaded.
      * The details must be in account and period order, each
      * account and period once. LD-AMOUNT is signed the same way as
      * BG-AMOUNT. The trailer carries the detail count and the net
      * of the detail amounts, so a truncated file is caught before
      * anything is loaded.
      *----------------------------------------------------------------
       01  BUDIN-HDR-RECORD.
           05 LH-RECORD-TYPE       PIC X.
           05 LH-BUDGET-YEAR       PIC X(4).
           05 LH-PREPARED-BY       PIC X(8).
           05 FILLER               PIC X(37).

       01  BUDIN-DTL-RECORD.
           05 LD-RECORD-TYPE       PIC X.
           05 LD-ACCT-ID           PIC X(6).
           05 LD-PERIOD            PIC X(6).
           05 LD-AMOUNT            PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER               PIC X(25).

       01  BUDIN-TRL-RECORD.
           05 LT-RECORD-TYPE       PIC X.
           05 LT-ITEM-COUNT        PIC 9(7).
           05 LT-NET-TOTAL         PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER               PIC X(28).
