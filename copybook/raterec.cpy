      *----------------------------------------------------------------
      * RATEREC - month-end rate table record layout for ADDRATE.DAT,
      * one card per rate class or per account. Read by
      * AddInterestGen, which charges each account's month-end
      * interest and service fee from it. Not a standalone record -
      * COPY this into an enclosing group item, REPLACING the field
      * names where a program needs a second copy.
      *
      * RT-KEY-TYPE C keys the card by a rate class (AM-RATE-CLASS,
      * in the first two bytes of RT-KEY), A by an account id. An
      * account's own card is used in preference to its class card.
      *
      * The rates are annual percentages to four places - 02.5000 is
      * two and a half percent a year - charged for the days in the
      * period on a 365-day year. RT-CREDIT-RATE is paid on a credit
      * (positive) base balance, RT-DEBIT-RATE charged on a debit
      * (negative) one. RT-FLAT-FEE is the monthly service charge,
      * charged whatever the balance. RT-BASIS picks the base
      * balance: C the period's closing balance PB-CLOSE-BAL, A the
      * average daily balance over the period.
      *----------------------------------------------------------------
           05 RT-KEY-TYPE          PIC X.
              88 RT-KEY-ACCT       VALUE 'A'.
              88 RT-KEY-CLASS      VALUE 'C'.
           05 RT-KEY               PIC X(6).
           05 RT-CREDIT-RATE       PIC 9(2)V9(4).
           05 RT-DEBIT-RATE        PIC 9(2)V9(4).
           05 RT-FLAT-FEE          PIC 9(5)V99.
           05 RT-BASIS             PIC X.
              88 RT-BASIS-CLOSE    VALUE 'C'.
              88 RT-BASIS-AVERAGE  VALUE 'A'.
