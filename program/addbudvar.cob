       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddBudgetVariance.

      *----------------------------------------------------------------
      * Modification history
      * ----------------------------------------------------------------
      * New program: budget variance report, run after
      * AddPeriodClose. For every account with a snapshot or a
      * budget in the year it compares the account's period movement
      * PB-MOVEMENT on ADDPBAL.DAT, and its year-to-date movement -
      * the movements of the year's periods up to and including this
      * one - against its budgets on ADDBUDG.DAT for the same
      * periods. The report ADDBVAR.DAT prints two lines an account,
      * the period and the year to date, each with the actual and
      * budgeted movement, the variance (actual less budget) and the
      * variance as a percentage of the budget, followed by grand
      * total lines for the period and the year to date. A line
      * whose variance percentage, either way, is over the tolerance
      * is flagged OVER; so is any movement against a zero budget,
      * which has no percentage. The BVRPARM.DAT card may name the
      * period (YYYYMM) and the tolerance as a percentage with two
      * decimals (01000 is 10 percent, the default); with no period
      * the latest period on ADDPBAL.DAT is reported. A period with
      * no snapshots is refused with return code 8. Return code 4 is
      * set when any account is over the tolerance, or there are no
      * budgets for the year.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PBAL-FILE ASSIGN TO "ADDPBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBAL-FILE-STATUS.
           SELECT BUDG-FILE ASSIGN TO "ADDBUDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDG-FILE-STATUS.
           SELECT BVR-PARM-FILE ASSIGN TO "BVRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ADDBVAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PBAL-FILE.
       COPY pbalrec.

       FD  BUDG-FILE.
       01  BUDG-RECORD.
           COPY budgrec.

       FD  BVR-PARM-FILE.
       01  BVR-PARM-RECORD.
           05 BV-PERIOD            PIC X(6).
           05 BV-TOLERANCE         PIC X(5).
           05 BV-TOLERANCE-N REDEFINES BV-TOLERANCE
                                   PIC 9(3)V99.

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PBAL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-PBAL-END-OF-FILE VALUE 'Y'.

       01 WS-BUDG-EOF-FLAG PIC X VALUE 'N'.
           88 WS-BUDG-END-OF-FILE VALUE 'Y'.

       01 WS-PBAL-FILE-STATUS PIC XX VALUE "00".
       01 WS-BUDG-FILE-STATUS PIC XX VALUE "00".
       01 WS-PARM-FILE-STATUS PIC XX VALUE "00".
       01 WS-RPT-FILE-STATUS PIC XX VALUE "00".

       01 WS-REPORT-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-REPORT-YEAR PIC 9(4).
       01 WS-TOLERANCE PIC 9(3)V99 VALUE 10.
       01 WS-LATEST-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-LATEST-SNAPS PIC 9(5) VALUE ZERO.
       01 WS-PERIOD-SNAPS PIC 9(5) VALUE ZERO.
       01 WS-PERIOD-GIVEN-FLAG PIC X VALUE 'N'.
           88 WS-PERIOD-GIVEN VALUE 'Y'.

       01 WS-YEAR-BUDGETS PIC 9(5) VALUE ZERO.

       01 WS-ACCT-TABLE.
           05 WS-ACCT-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-ACCT-ENTRY OCCURS 2000 TIMES.
              10 WS-AC-ACCT-ID     PIC X(6).
              10 WS-AC-PER-ACTUAL  PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
              10 WS-AC-PER-BUDGET  PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
              10 WS-AC-YTD-ACTUAL  PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
              10 WS-AC-YTD-BUDGET  PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.

       01 WS-AC-SUB PIC 9(4) COMP.
       01 WS-AC-MATCH-SUB PIC 9(4) COMP.
       01 WS-SEARCH-ACCT-ID PIC X(6).

       01 WS-CALC-ACTUAL PIC S9(11)V99
                          SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-CALC-BUDGET PIC S9(11)V99
                          SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-CALC-BASE PIC S9(11)V99
                        SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-VARIANCE PIC S9(11)V99
                       SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-PERCENT PIC S9(5)V99
                      SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-ABS-PERCENT PIC 9(5)V99.

       01 WS-OVER-FLAG PIC X VALUE 'N'.
           88 WS-LINE-OVER VALUE 'Y'.

       01 WS-ACCT-OVER-FLAG PIC X VALUE 'N'.
           88 WS-ACCT-OVER VALUE 'Y'.

       01 WS-OVER-COUNT PIC 9(4) VALUE ZERO.

       01 WS-TOTAL-PER-ACTUAL PIC S9(11)V99
                               SIGN IS LEADING SEPARATE CHARACTER
                               VALUE ZERO.
       01 WS-TOTAL-PER-BUDGET PIC S9(11)V99
                               SIGN IS LEADING SEPARATE CHARACTER
                               VALUE ZERO.
       01 WS-TOTAL-YTD-ACTUAL PIC S9(11)V99
                               SIGN IS LEADING SEPARATE CHARACTER
                               VALUE ZERO.
       01 WS-TOTAL-YTD-BUDGET PIC S9(11)V99
                               SIGN IS LEADING SEPARATE CHARACTER
                               VALUE ZERO.

       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 20.
       01 WS-LINE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PAGE-COUNT PIC 9(4) VALUE ZERO.

       01 WS-TOLERANCE-DISPLAY PIC 9(3).99.
       01 WS-PERCENT-DISPLAY PIC -9(5).99.
       01 WS-COUNT-DISPLAY PIC 9(4).

       01 WS-DETAIL-LINE.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-ACCT-ID           PIC X(6).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-LABEL             PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-ACTUAL            PIC -9(11).99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-BUDGET            PIC -9(11).99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-VARIANCE          PIC -9(11).99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-PERCENT           PIC X(9).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-FLAG              PIC X(4).

       PROCEDURE DIVISION.
       A-PARA.
           PERFORM P-PARA.
           MOVE WS-REPORT-PERIOD (1:4) TO WS-REPORT-YEAR.
           MOVE WS-TOLERANCE TO WS-TOLERANCE-DISPLAY.
           DISPLAY "Budget variance for period " WS-REPORT-PERIOD
                   ", tolerance " WS-TOLERANCE-DISPLAY " percent".
           PERFORM L-PARA.
           PERFORM B-PARA.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open ADDBVAR.DAT for output - "
                       "status " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM H-PARA.
           PERFORM D-PARA
               VARYING WS-AC-SUB FROM 1 BY 1
               UNTIL WS-AC-SUB > WS-ACCT-COUNT.
           PERFORM F-PARA.
           CLOSE REPORT-FILE.
           DISPLAY "Accounts reported:  " WS-ACCT-COUNT.
           DISPLAY "Over tolerance:     " WS-OVER-COUNT.
           IF WS-YEAR-BUDGETS = ZERO
               DISPLAY "*** No budgets on ADDBUDG.DAT for "
                       WS-REPORT-YEAR " - load the annual budget with "
                       "AddBudgetLoad"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-OVER-COUNT > ZERO
               DISPLAY "*** Accounts over the variance tolerance - "
                       "see ADDBVAR.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Budget variance report written to ADDBVAR.DAT.".
           STOP RUN.

      *----------------------------------------------------------------
      * P-PARA - read the BVRPARM.DAT card, if there is one: the
      * period to report and the variance tolerance. With no period
      * the latest one closed on ADDPBAL.DAT is reported; a period
      * with no snapshots has not been closed and is refused.
      *----------------------------------------------------------------
       P-PARA.
           OPEN INPUT BVR-PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               READ BVR-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BV-PERIOD NUMERIC
                           MOVE BV-PERIOD TO WS-REPORT-PERIOD
                           SET WS-PERIOD-GIVEN TO TRUE
                       END-IF
                       IF BV-TOLERANCE NUMERIC
                           MOVE BV-TOLERANCE-N TO WS-TOLERANCE
                       END-IF
               END-READ
               CLOSE BVR-PARM-FILE
           END-IF.
           OPEN INPUT PBAL-FILE.
           IF WS-PBAL-FILE-STATUS = "00"
               PERFORM Q-PARA UNTIL WS-PBAL-END-OF-FILE
               CLOSE PBAL-FILE
           END-IF.
           IF NOT WS-PERIOD-GIVEN
               MOVE WS-LATEST-PERIOD TO WS-REPORT-PERIOD
               MOVE WS-LATEST-SNAPS TO WS-PERIOD-SNAPS
           END-IF.
           IF WS-PERIOD-SNAPS = ZERO
               DISPLAY "*** Period " WS-REPORT-PERIOD " has no "
                       "snapshots on ADDPBAL.DAT - run "
                       "AddPeriodClose first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       Q-PARA.
           READ PBAL-FILE
               AT END SET WS-PBAL-END-OF-FILE TO TRUE
               NOT AT END
                   IF PB-PERIOD > WS-LATEST-PERIOD
                       MOVE PB-PERIOD TO WS-LATEST-PERIOD
                       MOVE 1 TO WS-LATEST-SNAPS
                   ELSE
                       IF PB-PERIOD = WS-LATEST-PERIOD
                           ADD 1 TO WS-LATEST-SNAPS
                       END-IF
                   END-IF
                   IF WS-PERIOD-GIVEN
                       AND PB-PERIOD = WS-REPORT-PERIOD
                       ADD 1 TO WS-PERIOD-SNAPS
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * L-PARA - total each account's actual movement: the period's
      * snapshot, and every snapshot of the year up to and including
      * the period for the year to date.
      *----------------------------------------------------------------
       L-PARA.
           MOVE 'N' TO WS-PBAL-EOF-FLAG.
           OPEN INPUT PBAL-FILE.
           IF WS-PBAL-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open period balance file "
                       "ADDPBAL.DAT - status " WS-PBAL-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM G-PARA UNTIL WS-PBAL-END-OF-FILE.
           CLOSE PBAL-FILE.

       G-PARA.
           READ PBAL-FILE
               AT END SET WS-PBAL-END-OF-FILE TO TRUE
               NOT AT END
                   IF PB-PERIOD (1:4) = WS-REPORT-YEAR
                       AND PB-PERIOD <= WS-REPORT-PERIOD
                       MOVE PB-ACCT-ID TO WS-SEARCH-ACCT-ID
                       PERFORM S-PARA
                       ADD PB-MOVEMENT
                           TO WS-AC-YTD-ACTUAL (WS-AC-MATCH-SUB)
                       IF PB-PERIOD = WS-REPORT-PERIOD
                           ADD PB-MOVEMENT
                               TO WS-AC-PER-ACTUAL (WS-AC-MATCH-SUB)
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * B-PARA - total each account's budgets the same way. A budget
      * file that is missing, or holds nothing for the year, still
      * gives a report - every movement against a zero budget - with
      * a warning.
      *----------------------------------------------------------------
       B-PARA.
           OPEN INPUT BUDG-FILE.
           IF WS-BUDG-FILE-STATUS = "00"
               PERFORM K-PARA UNTIL WS-BUDG-END-OF-FILE
               CLOSE BUDG-FILE
           END-IF.

       K-PARA.
           READ BUDG-FILE
               AT END SET WS-BUDG-END-OF-FILE TO TRUE
               NOT AT END
                   IF BG-PERIOD (1:4) = WS-REPORT-YEAR
                       ADD 1 TO WS-YEAR-BUDGETS
                   END-IF
                   IF BG-PERIOD (1:4) = WS-REPORT-YEAR
                       AND BG-PERIOD <= WS-REPORT-PERIOD
                       MOVE BG-ACCT-ID TO WS-SEARCH-ACCT-ID
                       PERFORM S-PARA
                       ADD BG-AMOUNT
                           TO WS-AC-YTD-BUDGET (WS-AC-MATCH-SUB)
                       IF BG-PERIOD = WS-REPORT-PERIOD
                           ADD BG-AMOUNT
                               TO WS-AC-PER-BUDGET (WS-AC-MATCH-SUB)
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * S-PARA - find the table entry for WS-SEARCH-ACCT-ID, adding
      * it at its place in account order with zero totals when it is
      * not there yet, and leave it in WS-AC-MATCH-SUB. An account
      * beyond the table limit stops the run rather than print a
      * report that leaves it out.
      *----------------------------------------------------------------
       S-PARA.
           MOVE ZERO TO WS-AC-MATCH-SUB.
           PERFORM VARYING WS-AC-SUB FROM 1 BY 1
                   UNTIL WS-AC-SUB > WS-ACCT-COUNT
                      OR WS-AC-MATCH-SUB > ZERO
               IF WS-AC-ACCT-ID (WS-AC-SUB) >= WS-SEARCH-ACCT-ID
                   MOVE WS-AC-SUB TO WS-AC-MATCH-SUB
               END-IF
           END-PERFORM.
           IF WS-AC-MATCH-SUB = ZERO
               COMPUTE WS-AC-MATCH-SUB = WS-ACCT-COUNT + 1
           END-IF.
           IF WS-AC-MATCH-SUB > WS-ACCT-COUNT
               OR WS-AC-ACCT-ID (WS-AC-MATCH-SUB)
                      NOT = WS-SEARCH-ACCT-ID
               IF WS-ACCT-COUNT >= 2000
                   DISPLAY "*** More than 2000 accounts to report - "
                           "variance report not produced"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-AC-SUB FROM WS-ACCT-COUNT BY -1
                       UNTIL WS-AC-SUB < WS-AC-MATCH-SUB
                   MOVE WS-ACCT-ENTRY (WS-AC-SUB)
                     TO WS-ACCT-ENTRY (WS-AC-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-SEARCH-ACCT-ID
                 TO WS-AC-ACCT-ID (WS-AC-MATCH-SUB)
               MOVE ZERO TO WS-AC-PER-ACTUAL (WS-AC-MATCH-SUB)
                            WS-AC-PER-BUDGET (WS-AC-MATCH-SUB)
                            WS-AC-YTD-ACTUAL (WS-AC-MATCH-SUB)
                            WS-AC-YTD-BUDGET (WS-AC-MATCH-SUB)
           END-IF.

      *----------------------------------------------------------------
      * D-PARA - print one account's period and year-to-date lines,
      * kept together on a page, and add it to the grand totals.
      *----------------------------------------------------------------
       D-PARA.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM H-PARA
           END-IF.
           MOVE 'N' TO WS-ACCT-OVER-FLAG.
           MOVE WS-AC-ACCT-ID (WS-AC-SUB) TO DL-ACCT-ID.
           MOVE "PER" TO DL-LABEL.
           MOVE WS-AC-PER-ACTUAL (WS-AC-SUB) TO WS-CALC-ACTUAL.
           MOVE WS-AC-PER-BUDGET (WS-AC-SUB) TO WS-CALC-BUDGET.
           PERFORM C-PARA.
           MOVE SPACES TO DL-ACCT-ID.
           MOVE "YTD" TO DL-LABEL.
           MOVE WS-AC-YTD-ACTUAL (WS-AC-SUB) TO WS-CALC-ACTUAL.
           MOVE WS-AC-YTD-BUDGET (WS-AC-SUB) TO WS-CALC-BUDGET.
           PERFORM C-PARA.
           IF WS-ACCT-OVER
               ADD 1 TO WS-OVER-COUNT
           END-IF.
           ADD WS-AC-PER-ACTUAL (WS-AC-SUB) TO WS-TOTAL-PER-ACTUAL.
           ADD WS-AC-PER-BUDGET (WS-AC-SUB) TO WS-TOTAL-PER-BUDGET.
           ADD WS-AC-YTD-ACTUAL (WS-AC-SUB) TO WS-TOTAL-YTD-ACTUAL.
           ADD WS-AC-YTD-BUDGET (WS-AC-SUB) TO WS-TOTAL-YTD-BUDGET.

      *----------------------------------------------------------------
      * C-PARA - work out and print one variance line for the actual
      * and budget in WS-CALC-ACTUAL and WS-CALC-BUDGET. The
      * percentage is the variance over the budget's size, so it
      * reads the same way whichever way the account's budget runs.
      * A zero budget has no percentage, and any movement against it
      * is over the tolerance.
      *----------------------------------------------------------------
       C-PARA.
           MOVE 'N' TO WS-OVER-FLAG.
           COMPUTE WS-VARIANCE = WS-CALC-ACTUAL - WS-CALC-BUDGET.
           IF WS-CALC-BUDGET = ZERO
               MOVE "      n/a" TO DL-PERCENT
               IF WS-VARIANCE NOT = ZERO
                   SET WS-LINE-OVER TO TRUE
               END-IF
           ELSE
               IF WS-CALC-BUDGET < ZERO
                   COMPUTE WS-CALC-BASE = ZERO - WS-CALC-BUDGET
               ELSE
                   MOVE WS-CALC-BUDGET TO WS-CALC-BASE
               END-IF
               COMPUTE WS-PERCENT ROUNDED =
                   WS-VARIANCE * 100 / WS-CALC-BASE
                   ON SIZE ERROR
                       IF WS-VARIANCE < ZERO
                           MOVE -99999.99 TO WS-PERCENT
                       ELSE
                           MOVE 99999.99 TO WS-PERCENT
                       END-IF
               END-COMPUTE
               MOVE WS-PERCENT TO WS-ABS-PERCENT
               IF WS-ABS-PERCENT > WS-TOLERANCE
                   SET WS-LINE-OVER TO TRUE
               END-IF
               MOVE WS-PERCENT TO WS-PERCENT-DISPLAY
               MOVE WS-PERCENT-DISPLAY TO DL-PERCENT
           END-IF.
           IF WS-LINE-OVER
               MOVE "OVER" TO DL-FLAG
               SET WS-ACCT-OVER TO TRUE
           ELSE
               MOVE SPACES TO DL-FLAG
           END-IF.
           MOVE WS-CALC-ACTUAL TO DL-ACTUAL.
           MOVE WS-CALC-BUDGET TO DL-BUDGET.
           MOVE WS-VARIANCE TO DL-VARIANCE.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * H-PARA - print the page/period header. Called at the start
      * of the report and again each time a page fills up.
      *----------------------------------------------------------------
       H-PARA.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "AddTwoNumbers Budget Variance Report"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Period: " DELIMITED BY SIZE
                  WS-REPORT-PERIOD DELIMITED BY SIZE
                  "   Tolerance: " DELIMITED BY SIZE
                  WS-TOLERANCE-DISPLAY DELIMITED BY SIZE
                  " percent   Page: " DELIMITED BY SIZE
                  WS-PAGE-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING " Acct                Actual          Budget "
                  DELIMITED BY SIZE
                  "       Variance   Percent Flag" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING " ------ --- --------------- --------------- "
                  DELIMITED BY SIZE
                  "--------------- --------- ----" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      * F-PARA - the grand total lines for the period and the year
      * to date, flagged against the tolerance the same way as an
      * account, and the counts.
      *----------------------------------------------------------------
       F-PARA.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM H-PARA
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "TOTAL" TO DL-ACCT-ID.
           MOVE "PER" TO DL-LABEL.
           MOVE WS-TOTAL-PER-ACTUAL TO WS-CALC-ACTUAL.
           MOVE WS-TOTAL-PER-BUDGET TO WS-CALC-BUDGET.
           PERFORM C-PARA.
           MOVE SPACES TO DL-ACCT-ID.
           MOVE "YTD" TO DL-LABEL.
           MOVE WS-TOTAL-YTD-ACTUAL TO WS-CALC-ACTUAL.
           MOVE WS-TOTAL-YTD-BUDGET TO WS-CALC-BUDGET.
           PERFORM C-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ACCT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Accounts reported:         " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-OVER-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Accounts over tolerance:   " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
