       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddBudgetLoad.

      *----------------------------------------------------------------
      * Modification history
      * ----------------------------------------------------------------
      * New program: batch load of the annual budget. Reads the
      * budget load file ADDBUDIN.DAT (layout BUDINREC) - a header
      * naming the budget year and its preparer, one detail per
      * account per period, and a trailer with the detail count and
      * net amount - and proves it complete and correct before
      * anything is changed: a file that is missing, truncated, out
      * of account and period order, or carries a bad detail or a
      * period outside the year is refused with return code 8 and
      * ADDBUDG.DAT is left as it was. A good file replaces every
      * budget already on ADDBUDG.DAT for its year, so a corrected
      * budget is loaded simply by loading it again; the other years
      * are kept. The budgets are merged into the file in account
      * and period order, each carrying the preparer's id. Single
      * budgets are changed afterwards in AddBudgetMaint.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDIN-FILE ASSIGN TO "ADDBUDIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDIN-FILE-STATUS.
           SELECT BUDG-FILE ASSIGN TO "ADDBUDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDIN-FILE.
       COPY budinrec.

       FD  BUDG-FILE.
       01  BUDG-RECORD.
           COPY budgrec.

       WORKING-STORAGE SECTION.
       01 WS-BUDIN-EOF-FLAG PIC X VALUE 'N'.
           88 WS-BUDIN-END-OF-FILE VALUE 'Y'.

       01 WS-BUDG-EOF-FLAG PIC X VALUE 'N'.
           88 WS-BUDG-END-OF-FILE VALUE 'Y'.

       01 WS-BUDIN-FILE-STATUS PIC XX VALUE "00".
       01 WS-BUDG-FILE-STATUS PIC XX VALUE "00".

       01 WS-HEADER-FLAG PIC X VALUE 'N'.
           88 WS-HEADER-SEEN VALUE 'Y'.

       01 WS-TRAILER-FLAG PIC X VALUE 'N'.
           88 WS-TRAILER-SEEN VALUE 'Y'.

       01 WS-BUDIN-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-BUDIN-ERROR VALUE 'Y'.

       01 WS-BUDIN-ERROR-TEXT PIC X(40) VALUE SPACES.

       01 WS-BUDGET-YEAR PIC 9(4) VALUE ZERO.
       01 WS-PREPARED-BY PIC X(8) VALUE SPACES.
       01 WS-YEAR-FIRST PIC 9(8).
       01 WS-PERIOD-MONTH PIC 9(2).

       01 WS-BUDIN-ITEMS PIC 9(7) VALUE ZERO.
       01 WS-BUDIN-NET PIC S9(11)V99
                        SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
       01 WS-ACCT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REPLACED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WRITTEN-COUNT PIC 9(5) VALUE ZERO.

       01 WS-PREV-KEY PIC X(12) VALUE LOW-VALUES.

       01 WS-WORK-REC.
           COPY budgrec REPLACING BG-ACCT-ID    BY WT-ACCT-ID
                                  BG-PERIOD     BY WT-PERIOD
                                  BG-AMOUNT     BY WT-AMOUNT
                                  BG-UPDATED-BY BY WT-UPDATED-BY.

       01 WS-NEW-TABLE.
           05 WS-NEW-COUNT         PIC 9(5) VALUE ZERO.
           05 WS-NEW-ENTRY OCCURS 12000 TIMES.
              10 WS-NEW-IMAGE      PIC X(32).

       01 WS-OLD-TABLE.
           05 WS-OLD-COUNT         PIC 9(5) VALUE ZERO.
           05 WS-OLD-ENTRY OCCURS 30000 TIMES.
              10 WS-OLD-IMAGE      PIC X(32).

       01 WS-NEW-SUB PIC 9(5) COMP.
       01 WS-OLD-SUB PIC 9(5) COMP.

       01 WS-TOTAL-DISPLAY PIC -9(11).99.

       PROCEDURE DIVISION.
       A-PARA.
           PERFORM Q-PARA.
           DISPLAY "Budget load for " WS-BUDGET-YEAR " prepared by "
                   WS-PREPARED-BY.
           PERFORM L-PARA.
           IF WS-OLD-COUNT + WS-NEW-COUNT > 30000
               DISPLAY "*** Budget file ADDBUDG.DAT would hold more "
                       "than 30000 budgets - archive the oldest years "
                       "off first - load refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BUDG-FILE.
           IF WS-BUDG-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open budget file ADDBUDG.DAT for "
                       "output - status " WS-BUDG-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE 1 TO WS-OLD-SUB WS-NEW-SUB.
           PERFORM M-PARA
               UNTIL WS-OLD-SUB > WS-OLD-COUNT
                 AND WS-NEW-SUB > WS-NEW-COUNT.
           CLOSE BUDG-FILE.
           MOVE WS-BUDIN-NET TO WS-TOTAL-DISPLAY.
           DISPLAY "Budgets loaded:     " WS-NEW-COUNT.
           DISPLAY "Accounts budgeted:  " WS-ACCT-COUNT.
           DISPLAY "Year total:         " WS-TOTAL-DISPLAY.
           DISPLAY "Budgets replaced:   " WS-REPLACED-COUNT.
           DISPLAY "ADDBUDG.DAT rewritten with " WS-WRITTEN-COUNT
                   " budgets.".
           STOP RUN.

      *----------------------------------------------------------------
      * Q-PARA - load the budget load file into the new-budget table
      * and prove it complete against its own header and trailer. A
      * file that is missing, truncated or carries a bad detail is
      * refused before anything is changed.
      *----------------------------------------------------------------
       Q-PARA.
           OPEN INPUT BUDIN-FILE.
           IF WS-BUDIN-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open budget load file "
                       "ADDBUDIN.DAT - status " WS-BUDIN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM K-PARA
               UNTIL WS-BUDIN-END-OF-FILE OR WS-BUDIN-ERROR.
           CLOSE BUDIN-FILE.
           IF NOT WS-BUDIN-ERROR
               EVALUATE TRUE
                   WHEN NOT WS-HEADER-SEEN
                       SET WS-BUDIN-ERROR TO TRUE
                       MOVE "no header record" TO WS-BUDIN-ERROR-TEXT
                   WHEN NOT WS-TRAILER-SEEN
                       SET WS-BUDIN-ERROR TO TRUE
                       MOVE "no trailer record" TO WS-BUDIN-ERROR-TEXT
                   WHEN LT-ITEM-COUNT NOT = WS-BUDIN-ITEMS
                       SET WS-BUDIN-ERROR TO TRUE
                       MOVE "trailer count disagrees"
                                TO WS-BUDIN-ERROR-TEXT
                   WHEN LT-NET-TOTAL NOT = WS-BUDIN-NET
                       SET WS-BUDIN-ERROR TO TRUE
                       MOVE "trailer total disagrees"
                                TO WS-BUDIN-ERROR-TEXT
                   WHEN WS-BUDIN-ITEMS = ZERO
                       SET WS-BUDIN-ERROR TO TRUE
                       MOVE "no budget details" TO WS-BUDIN-ERROR-TEXT
               END-EVALUATE
           END-IF.
           IF WS-BUDIN-ERROR
               DISPLAY "*** Budget load file ADDBUDIN.DAT rejected - "
                       WS-BUDIN-ERROR-TEXT
               DISPLAY "*** ADDBUDG.DAT has not been changed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * K-PARA - one budget load record. The header must come first
      * and carry a real year and a preparer; nothing may follow the
      * trailer.
      *----------------------------------------------------------------
       K-PARA.
           READ BUDIN-FILE
               AT END SET WS-BUDIN-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-BUDIN-END-OF-FILE
               EVALUATE TRUE
                   WHEN WS-TRAILER-SEEN
                       SET WS-BUDIN-ERROR TO TRUE
                       MOVE "record after trailer"
                                TO WS-BUDIN-ERROR-TEXT
                   WHEN LH-RECORD-TYPE = 'H'
                       IF WS-HEADER-SEEN
                           OR LH-BUDGET-YEAR NOT NUMERIC
                           OR LH-PREPARED-BY = SPACES
                           SET WS-BUDIN-ERROR TO TRUE
                           MOVE "bad or repeated header"
                                TO WS-BUDIN-ERROR-TEXT
                       ELSE
                           MOVE LH-BUDGET-YEAR TO WS-BUDGET-YEAR
                           MOVE LH-PREPARED-BY TO WS-PREPARED-BY
                           SET WS-HEADER-SEEN TO TRUE
                           COMPUTE WS-YEAR-FIRST =
                               WS-BUDGET-YEAR * 10000 + 0101
                           IF FUNCTION TEST-DATE-YYYYMMDD
                                   (WS-YEAR-FIRST) NOT = ZERO
                               SET WS-BUDIN-ERROR TO TRUE
                               MOVE "invalid budget year"
                                TO WS-BUDIN-ERROR-TEXT
                           END-IF
                       END-IF
                   WHEN NOT WS-HEADER-SEEN
                       SET WS-BUDIN-ERROR TO TRUE
                       MOVE "no header record" TO WS-BUDIN-ERROR-TEXT
                   WHEN LD-RECORD-TYPE = 'D'
                       PERFORM I-PARA
                   WHEN LT-RECORD-TYPE = 'T'
                       SET WS-TRAILER-SEEN TO TRUE
                   WHEN OTHER
                       SET WS-BUDIN-ERROR TO TRUE
                       MOVE "unknown record type"
                                TO WS-BUDIN-ERROR-TEXT
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * I-PARA - add one budget detail to the new-budget table. Its
      * account and period must come after the detail before it,
      * which keeps the table in file order and catches a budget
      * given twice.
      *----------------------------------------------------------------
       I-PARA.
           MOVE ZERO TO WS-PERIOD-MONTH.
           IF LD-PERIOD NUMERIC
               MOVE LD-PERIOD (5:2) TO WS-PERIOD-MONTH
           END-IF.
           EVALUATE TRUE
               WHEN LD-ACCT-ID = SPACES
                   SET WS-BUDIN-ERROR TO TRUE
                   MOVE "detail with no account id"
                                TO WS-BUDIN-ERROR-TEXT
               WHEN WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   SET WS-BUDIN-ERROR TO TRUE
                   MOVE "detail with bad period"
                                TO WS-BUDIN-ERROR-TEXT
               WHEN LD-PERIOD (1:4) NOT = WS-BUDGET-YEAR
                   SET WS-BUDIN-ERROR TO TRUE
                   MOVE "detail period outside the budget year"
                                TO WS-BUDIN-ERROR-TEXT
               WHEN LD-AMOUNT NOT NUMERIC
                   SET WS-BUDIN-ERROR TO TRUE
                   MOVE "detail with bad amount"
                                TO WS-BUDIN-ERROR-TEXT
               WHEN BUDIN-DTL-RECORD (2:12) NOT > WS-PREV-KEY
                   SET WS-BUDIN-ERROR TO TRUE
                   MOVE "detail out of order or repeated"
                                TO WS-BUDIN-ERROR-TEXT
               WHEN WS-NEW-COUNT >= 12000
                   SET WS-BUDIN-ERROR TO TRUE
                   MOVE "more than 12000 budget details"
                                TO WS-BUDIN-ERROR-TEXT
               WHEN OTHER
                   IF LD-ACCT-ID NOT = WS-PREV-KEY (1:6)
                       ADD 1 TO WS-ACCT-COUNT
                   END-IF
                   MOVE BUDIN-DTL-RECORD (2:12) TO WS-PREV-KEY
                   MOVE SPACES TO WS-WORK-REC
                   MOVE LD-ACCT-ID TO WT-ACCT-ID
                   MOVE LD-PERIOD TO WT-PERIOD
                   MOVE LD-AMOUNT TO WT-AMOUNT
                   MOVE WS-PREPARED-BY TO WT-UPDATED-BY
                   ADD 1 TO WS-NEW-COUNT
                   MOVE WS-WORK-REC TO WS-NEW-IMAGE (WS-NEW-COUNT)
                   ADD 1 TO WS-BUDIN-ITEMS
                   ADD LD-AMOUNT TO WS-BUDIN-NET
           END-EVALUATE.

      *----------------------------------------------------------------
      * L-PARA - load the budgets already on file into the old-budget
      * table, leaving out the budget year's, which the load
      * replaces.
      *----------------------------------------------------------------
       L-PARA.
           OPEN INPUT BUDG-FILE.
           IF WS-BUDG-FILE-STATUS = "00"
               PERFORM G-PARA UNTIL WS-BUDG-END-OF-FILE
               CLOSE BUDG-FILE
           ELSE
               DISPLAY "No budget file yet - ADDBUDG.DAT will be "
                       "created"
           END-IF.

       G-PARA.
           READ BUDG-FILE
               AT END SET WS-BUDG-END-OF-FILE TO TRUE
               NOT AT END
                   IF BG-PERIOD (1:4) = WS-BUDGET-YEAR
                       ADD 1 TO WS-REPLACED-COUNT
                   ELSE
                       IF WS-OLD-COUNT < 30000
                           ADD 1 TO WS-OLD-COUNT
                           MOVE BUDG-RECORD
                             TO WS-OLD-IMAGE (WS-OLD-COUNT)
                       ELSE
                           DISPLAY "*** Budget file ADDBUDG.DAT has "
                                   "more than 30000 budgets - archive "
                                   "the oldest years off first - "
                                   "load refused"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * M-PARA - write the next budget of the merge: whichever of the
      * next kept budget and the next loaded budget comes first in
      * account and period order. The two never share a key, as the
      * loaded year's old budgets were left out.
      *----------------------------------------------------------------
       M-PARA.
           EVALUATE TRUE
               WHEN WS-OLD-SUB > WS-OLD-COUNT
                   MOVE WS-NEW-IMAGE (WS-NEW-SUB) TO BUDG-RECORD
                   ADD 1 TO WS-NEW-SUB
               WHEN WS-NEW-SUB > WS-NEW-COUNT
                   MOVE WS-OLD-IMAGE (WS-OLD-SUB) TO BUDG-RECORD
                   ADD 1 TO WS-OLD-SUB
               WHEN WS-OLD-IMAGE (WS-OLD-SUB) (1:12)
                        < WS-NEW-IMAGE (WS-NEW-SUB) (1:12)
                   MOVE WS-OLD-IMAGE (WS-OLD-SUB) TO BUDG-RECORD
                   ADD 1 TO WS-OLD-SUB
               WHEN OTHER
                   MOVE WS-NEW-IMAGE (WS-NEW-SUB) TO BUDG-RECORD
                   ADD 1 TO WS-NEW-SUB
           END-EVALUATE.
           WRITE BUDG-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
