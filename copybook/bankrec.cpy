      *----------------------------------------------------------------
      * BANKREC - bank settlement file record layouts for ADDBANK.DAT,
      * the daily file of items the bank actually settled: one
      * header, one detail per settled item, one trailer, each 50
      * bytes. Read by AddBankRecon. COPY this under the settlement
      * file's FD; it declares three 01-level records.
      *
      * BH-SETTLE-DATE is the bank's settlement date; one file covers
      * one settlement date. A detail names the account, the business
      * date the item belongs to and the amount settled, signed the
      * same way as the logged Result: positive raised the account's
      * balance, negative lowered it. BD-BANK-REF is the bank's own
      * reference for the item. The trailer carries the detail count
      * and the net of the detail amounts, so a truncated file is
      * caught before anything is matched.
      *----------------------------------------------------------------
       01  BANK-HDR-RECORD.
           05 BH-RECORD-TYPE       PIC X.
           05 BH-SETTLE-DATE       PIC X(8).
           05 BH-BANK-ID           PIC X(8).
           05 FILLER               PIC X(33).

       01  BANK-DTL-RECORD.
           05 BD-RECORD-TYPE       PIC X.
           05 BD-ACCT-ID           PIC X(6).
           05 BD-BUS-DATE          PIC X(8).
           05 BD-AMOUNT            PIC S9(6)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 BD-BANK-REF          PIC X(16).
           05 FILLER               PIC X(10).

       01  BANK-TRL-RECORD.
           05 BT-RECORD-TYPE       PIC X.
           05 BT-ITEM-COUNT        PIC 9(7).
           05 BT-NET-TOTAL         PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER               PIC X(28).
