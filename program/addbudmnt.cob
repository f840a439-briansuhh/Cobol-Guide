       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddBudgetMaint.

      *----------------------------------------------------------------
      * Modification history
      * ----------------------------------------------------------------
      * New program: operator maintenance of the account budget file
      * ADDBUDG.DAT, one record per account per YYYYMM period
      * (layout BUDGREC). Action S sets one account's budget for one
      * period - adding it, or changing the amount already there -
      * D deletes one, and L lists an account's budgets for a year
      * with the year's total. The annual budget is normally loaded
      * in bulk by AddBudgetLoad; this dialogue is for the
      * corrections and the accounts opened during the year.
      * AddBudgetVariance reports the budgets against the period
      * movements on ADDPBAL.DAT. The file is loaded into a table at
      * the start, kept in account and period order, and rewritten
      * in full at quit when anything changed; every budget set
      * carries the operator's id. Amounts are keyed as sign, nine
      * dollar digits and two cents digits.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDG-FILE ASSIGN TO "ADDBUDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDG-FILE.
       01  BUDG-RECORD.
           COPY budgrec.

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.

       01 WS-BUDG-FILE-STATUS PIC XX VALUE "00".

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       01 WS-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-BUDGET-CHANGED VALUE 'Y'.

       01 WS-ACTION PIC X VALUE SPACE.
           88 WS-ACTION-SET VALUE 'S'.
           88 WS-ACTION-DELETE VALUE 'D'.
           88 WS-ACTION-LIST VALUE 'L'.
           88 WS-ACTION-QUIT VALUE 'Q'.
           88 WS-ACTION-VALID VALUE 'S' 'D' 'L' 'Q'.

       01 WS-BUDG-TABLE.
           05 WS-BUDG-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-BUDG-ENTRY OCCURS 30000 TIMES.
              10 WS-BUDG-IMAGE     PIC X(32).

       01 WS-SUB PIC 9(5) COMP.
       01 WS-INS-SUB PIC 9(5) COMP.
       01 WS-ENTRY-SUB PIC 9(5) COMP.

       01 WS-WORK-REC.
           COPY budgrec REPLACING BG-ACCT-ID    BY WT-ACCT-ID
                                  BG-PERIOD     BY WT-PERIOD
                                  BG-AMOUNT     BY WT-AMOUNT
                                  BG-UPDATED-BY BY WT-UPDATED-BY.

       01 WS-BUDG-KEY.
           05 WS-KEY-ACCT-ID       PIC X(6).
           05 WS-KEY-PERIOD        PIC 9(6).

       01 WS-KEY-FLAG PIC X VALUE 'N'.
           88 WS-KEY-VALID VALUE 'Y'.

       01 WS-NEW-ACCT-ID PIC X(6).
       01 WS-NEW-PERIOD PIC X(6).
       01 WS-NEW-PERIOD-N REDEFINES WS-NEW-PERIOD PIC 9(6).
       01 WS-NEW-YEAR PIC X(4).
       01 WS-NEW-YEAR-N REDEFINES WS-NEW-YEAR PIC 9(4).
       01 WS-NEW-AMOUNT PIC X(12).
       01 WS-NEW-AMOUNT-N REDEFINES WS-NEW-AMOUNT PIC S9(9)V99
                           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-CONFIRM PIC X.

       01 WS-LIST-YEAR PIC 9(4).
       01 WS-PERIOD-FIRST PIC 9(8).
       01 WS-DATE-CHECK PIC 9 VALUE ZERO.

       01 WS-LISTED-COUNT PIC 9(2) VALUE ZERO.
       01 WS-YEAR-TOTAL PIC S9(11)V99
                         SIGN IS LEADING SEPARATE CHARACTER.

       01 WS-AMOUNT-DISPLAY PIC -9(9).99.
       01 WS-TOTAL-DISPLAY PIC -9(11).99.

       01 WS-LIST-LINE.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 LL-PERIOD            PIC 9(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 LL-AMOUNT            PIC -9(9).99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 LL-UPDATED-BY        PIC X(8).

       PROCEDURE DIVISION.
       A-PARA.
           OPEN INPUT BUDG-FILE.
           IF WS-BUDG-FILE-STATUS = "00"
               READ BUDG-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM G-PARA UNTIL WS-END-OF-FILE
               CLOSE BUDG-FILE
           ELSE
               DISPLAY "No budget file yet - ADDBUDG.DAT will be "
                       "created at quit"
           END-IF.
           DISPLAY "Account budget maintenance".
           PERFORM I-PARA UNTIL WS-OPERATOR-ID NOT = SPACES.
           DISPLAY "Budgets loaded: " WS-BUDG-COUNT.
           DISPLAY "Actions: S set a budget, D delete a budget, "
                   "L list an account's year, Q quit.".
           PERFORM B-PARA UNTIL WS-ACTION-QUIT.
           IF WS-BUDGET-CHANGED
               PERFORM X-PARA
               DISPLAY "ADDBUDG.DAT rewritten with " WS-BUDG-COUNT
                       " budgets"
           ELSE
               DISPLAY "No changes - ADDBUDG.DAT left as it was"
           END-IF.
           DISPLAY "Account budget maintenance ended.".
           STOP RUN.

      *----------------------------------------------------------------
      * G-PARA - load one budget into the table. A file past the
      * table limit would be rewritten short at quit, losing the
      * budgets that did not fit, so an oversized file stops the
      * session until the oldest years are archived off.
      *----------------------------------------------------------------
       G-PARA.
           IF WS-BUDG-COUNT < 30000
               ADD 1 TO WS-BUDG-COUNT
               MOVE BUDG-RECORD TO WS-BUDG-IMAGE (WS-BUDG-COUNT)
           ELSE
               DISPLAY "*** Budget file ADDBUDG.DAT has more than "
                       "30000 budgets"
               DISPLAY "*** Archive the oldest years off the file and "
                       "rerun - nothing has been changed"
               STOP RUN
           END-IF.
           READ BUDG-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       B-PARA.
           DISPLAY "----------------------------------------".
           DISPLAY "Action (S/D/L/Q)?".
           ACCEPT WS-ACTION.
           IF NOT WS-ACTION-VALID
               DISPLAY "*** Answer S, D, L or Q"
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACTION-SET
                   PERFORM S-PARA
               WHEN WS-ACTION-DELETE
                   PERFORM D-PARA
               WHEN WS-ACTION-LIST
                   PERFORM L-PARA
           END-EVALUATE.

      *----------------------------------------------------------------
      * I-PARA - operator sign-on. The id goes on every budget set,
      * so a blank one is not accepted.
      *----------------------------------------------------------------
       I-PARA.
           DISPLAY "Operator id?".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "*** Operator id must not be blank"
           END-IF.

      *----------------------------------------------------------------
      * S-PARA - set one account's budget for one period. A budget
      * already on the table has its amount replaced; a new one is
      * slotted in at its place in account and period order.
      *----------------------------------------------------------------
       S-PARA.
           PERFORM K-PARA.
           IF WS-KEY-VALID
               IF WS-ENTRY-SUB > ZERO
                   MOVE WT-AMOUNT TO WS-AMOUNT-DISPLAY
                   DISPLAY "Budget now " WS-AMOUNT-DISPLAY
                           " - set by " WT-UPDATED-BY
               ELSE
                   IF WS-BUDG-COUNT >= 30000
                       DISPLAY "*** Budget file is full - archive "
                               "the oldest years off first"
                       MOVE 'N' TO WS-KEY-FLAG
                   END-IF
               END-IF
           END-IF.
           IF WS-KEY-VALID
               DISPLAY "Budget amount (sign, 9 digits, 2 cents, "
                       "e.g. +00000125000)?"
               ACCEPT WS-NEW-AMOUNT
               IF WS-NEW-AMOUNT-N NOT NUMERIC
                   DISPLAY "*** Amount must be sign and 11 digits - "
                           "budget not set"
               ELSE
                   IF WS-ENTRY-SUB = ZERO
                       PERFORM VARYING WS-SUB FROM WS-BUDG-COUNT BY -1
                               UNTIL WS-SUB < WS-INS-SUB
                           MOVE WS-BUDG-IMAGE (WS-SUB)
                             TO WS-BUDG-IMAGE (WS-SUB + 1)
                       END-PERFORM
                       ADD 1 TO WS-BUDG-COUNT
                       MOVE WS-INS-SUB TO WS-ENTRY-SUB
                   END-IF
                   MOVE SPACES TO WS-WORK-REC
                   MOVE WS-KEY-ACCT-ID TO WT-ACCT-ID
                   MOVE WS-KEY-PERIOD TO WT-PERIOD
                   MOVE WS-NEW-AMOUNT-N TO WT-AMOUNT
                   MOVE WS-OPERATOR-ID TO WT-UPDATED-BY
                   MOVE WS-WORK-REC TO WS-BUDG-IMAGE (WS-ENTRY-SUB)
                   SET WS-BUDGET-CHANGED TO TRUE
                   MOVE WT-AMOUNT TO WS-AMOUNT-DISPLAY
                   DISPLAY "Budget for " WT-ACCT-ID " period "
                           WT-PERIOD " set to " WS-AMOUNT-DISPLAY
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * D-PARA - delete one account's budget for one period, once
      * the operator confirms it. The entries after it close up.
      *----------------------------------------------------------------
       D-PARA.
           PERFORM K-PARA.
           IF WS-KEY-VALID
               IF WS-ENTRY-SUB = ZERO
                   DISPLAY "*** No budget for " WS-KEY-ACCT-ID
                           " period " WS-KEY-PERIOD
               ELSE
                   MOVE WT-AMOUNT TO WS-AMOUNT-DISPLAY
                   DISPLAY "Budget " WS-AMOUNT-DISPLAY " - set by "
                           WT-UPDATED-BY
                   DISPLAY "Delete it (Y/N)?"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y'
                       PERFORM VARYING WS-SUB FROM WS-ENTRY-SUB BY 1
                               UNTIL WS-SUB >= WS-BUDG-COUNT
                           MOVE WS-BUDG-IMAGE (WS-SUB + 1)
                             TO WS-BUDG-IMAGE (WS-SUB)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-BUDG-COUNT
                       SET WS-BUDGET-CHANGED TO TRUE
                       DISPLAY "Budget for " WS-KEY-ACCT-ID " period "
                               WS-KEY-PERIOD " deleted"
                   ELSE
                       DISPLAY "Budget left as it was"
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * K-PARA - take an account id and a period and look the budget
      * up. WS-KEY-FLAG is left 'N' when either is not keyed
      * properly. A budget on the table is left in WS-WORK-REC with
      * its entry in WS-ENTRY-SUB; otherwise WS-ENTRY-SUB is zero
      * and WS-INS-SUB is the entry a new budget would go in at.
      *----------------------------------------------------------------
       K-PARA.
           MOVE 'N' TO WS-KEY-FLAG.
           MOVE ZERO TO WS-ENTRY-SUB WS-INS-SUB.
           DISPLAY "Account id?".
           ACCEPT WS-NEW-ACCT-ID.
           DISPLAY "Period (YYYYMM)?".
           ACCEPT WS-NEW-PERIOD.
           MOVE 1 TO WS-DATE-CHECK.
           IF WS-NEW-PERIOD-N NUMERIC
               COMPUTE WS-PERIOD-FIRST = WS-NEW-PERIOD-N * 100 + 1
               COMPUTE WS-DATE-CHECK =
                   FUNCTION TEST-DATE-YYYYMMDD (WS-PERIOD-FIRST)
           END-IF.
           EVALUATE TRUE
               WHEN WS-NEW-ACCT-ID = SPACES
                   DISPLAY "*** Account id must not be blank"
               WHEN WS-DATE-CHECK NOT = ZERO
                   DISPLAY "*** Period must be a real month as YYYYMM"
               WHEN OTHER
                   SET WS-KEY-VALID TO TRUE
                   MOVE WS-NEW-ACCT-ID TO WS-KEY-ACCT-ID
                   MOVE WS-NEW-PERIOD-N TO WS-KEY-PERIOD
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-BUDG-COUNT
                              OR WS-INS-SUB > ZERO
                       IF WS-BUDG-IMAGE (WS-SUB) (1:12) >= WS-BUDG-KEY
                           MOVE WS-SUB TO WS-INS-SUB
                       END-IF
                   END-PERFORM
                   IF WS-INS-SUB = ZERO
                       COMPUTE WS-INS-SUB = WS-BUDG-COUNT + 1
                   ELSE
                       IF WS-BUDG-IMAGE (WS-INS-SUB) (1:12)
                                = WS-BUDG-KEY
                           MOVE WS-INS-SUB TO WS-ENTRY-SUB
                           MOVE WS-BUDG-IMAGE (WS-ENTRY-SUB)
                             TO WS-WORK-REC
                       END-IF
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * L-PARA - list one account's budgets for a year, with the
      * year's total.
      *----------------------------------------------------------------
       L-PARA.
           DISPLAY "Account id?".
           ACCEPT WS-NEW-ACCT-ID.
           DISPLAY "Year to list (YYYY)?".
           ACCEPT WS-NEW-YEAR.
           IF WS-NEW-YEAR-N NOT NUMERIC
               DISPLAY "*** Year must be YYYY"
           ELSE
               MOVE WS-NEW-YEAR-N TO WS-LIST-YEAR
               MOVE ZERO TO WS-LISTED-COUNT WS-YEAR-TOTAL
               DISPLAY " Period         Budget  Set by"
               PERFORM M-PARA
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BUDG-COUNT
               IF WS-LISTED-COUNT = ZERO
                   DISPLAY "No budgets for " WS-NEW-ACCT-ID " in "
                           WS-LIST-YEAR
               ELSE
                   MOVE WS-YEAR-TOTAL TO WS-TOTAL-DISPLAY
                   DISPLAY "Periods budgeted: " WS-LISTED-COUNT
                           "  year total: " WS-TOTAL-DISPLAY
               END-IF
           END-IF.

       M-PARA.
           MOVE WS-BUDG-IMAGE (WS-SUB) TO WS-WORK-REC.
           IF WT-ACCT-ID = WS-NEW-ACCT-ID
               AND WT-PERIOD (1:4) = WS-NEW-YEAR
               ADD 1 TO WS-LISTED-COUNT
               ADD WT-AMOUNT TO WS-YEAR-TOTAL
               MOVE WT-PERIOD TO LL-PERIOD
               MOVE WT-AMOUNT TO LL-AMOUNT
               MOVE WT-UPDATED-BY TO LL-UPDATED-BY
               DISPLAY WS-LIST-LINE
           END-IF.

      *----------------------------------------------------------------
      * X-PARA - rewrite the budget file from the table, still in
      * account and period order.
      *----------------------------------------------------------------
       X-PARA.
           OPEN OUTPUT BUDG-FILE.
           IF WS-BUDG-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to rewrite budget file ADDBUDG.DAT "
                       "- status " WS-BUDG-FILE-STATUS
                       " - this session's changes are lost"
               STOP RUN
           END-IF.
           PERFORM Y-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-BUDG-COUNT.
           CLOSE BUDG-FILE.

       Y-PARA.
           MOVE WS-BUDG-IMAGE (WS-SUB) TO BUDG-RECORD.
           WRITE BUDG-RECORD.
