      *----------------------------------------------------------------
      * BUDGREC - account budget record layout for ADDBUDG.DAT, one
      * record per account per accounting period, kept in account
      * and period order. Written by AddBudgetMaint (single budgets
      * keyed by an operator) and AddBudgetLoad (the annual budget
      * loaded in bulk), read by AddBudgetVariance. COPY this under
      * an 01-level group, the same way RECURREC is used.
      *
      * BG-PERIOD is the accounting period as YYYYMM, the same as
      * PB-PERIOD on ADDPBAL.DAT. BG-AMOUNT is the movement budgeted
      * for the account in the period, signed the same way as
      * PB-MOVEMENT: positive raises the account's balance, negative
      * lowers it. BG-UPDATED-BY is the operator who last keyed the
      * budget, or the preparer named on the load file's header.
      *----------------------------------------------------------------
           05 BG-ACCT-ID           PIC X(6).
           05 BG-PERIOD            PIC 9(6).
           05 BG-AMOUNT            PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 BG-UPDATED-BY        PIC X(8).
