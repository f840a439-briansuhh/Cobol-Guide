      * rewritten. The generated batch id is checked against the
      * batch register the same way the suspense repair's is, so a
      * second generation in the same hour cannot collide.
      *
      * Business calendar: a due date that falls on a weekend or
      * holiday on the business calendar ADDCAL.DAT is now rolled
      * forward to the next business day, and the entry is generated
      * when that day comes rather than on its scheduled date. The
      * next-due date still advances from the scheduled date, so a
      * monthly entry keeps its day of the month. The generated
      * batch is dated with the run date, or with the next business
      * day when the generator runs on a non-business day, so
      * AddTwoNumbers never fails it for its date. A year not set up
      * on the calendar is taken as Monday to Friday, with a warning.
      *
      * The warning's count of dates not on the calendar now counts
      * each date rolled once, not each day the roll steps over.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BREG-FILE ASSIGN TO "ADDBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREG-FILE-STATUS.
           SELECT CAL-FILE ASSIGN TO "ADDCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BREG-FILE.
       COPY bregrec.

       FD  CAL-FILE.
       01  CAL-RECORD.
           COPY calrec.

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-LEAP-REM PIC 9(4).
       01 WS-DATE-CHECK PIC 9 VALUE ZERO.

       01 WS-CAL-FILE-STATUS PIC XX VALUE "00".

       01 WS-CAL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-CAL-END-OF-FILE VALUE 'Y'.

      *    The non-business days on the business calendar from the
      *    start of the year before the run date on, and the years
      *    the calendar has set up over the same span. A date in a
      *    year not set up is judged by its weekday instead.
       01 WS-CAL-FROM-YEAR PIC 9(4).
       01 WS-CAL-FROM-DATE PIC 9(8).

       01 WS-CAL-YEAR-TABLE.
           05 WS-CAL-YEAR-COUNT    PIC 9(2) VALUE ZERO.
           05 WS-CAL-YEAR          PIC 9(4) OCCURS 20 TIMES.

       01 WS-CAL-YEAR-SUB PIC 9(2) COMP.

       01 WS-CAL-TABLE.
           05 WS-CAL-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-CAL-CLOSED-DATE   PIC 9(8) OCCURS 2000 TIMES.

       01 WS-CAL-SUB PIC 9(4) COMP.

       01 WS-CAL-DAY-TYPE PIC X VALUE 'B'.
           88 WS-CAL-BUSINESS-DAY VALUE 'B'.

       01 WS-CAL-YEAR-FLAG PIC X VALUE 'N'.
           88 WS-CAL-YEAR-SET-UP VALUE 'Y'.

       01 WS-ROLL-DATE PIC 9(8).
       01 WS-ROLL-INTEGER PIC 9(8) COMP.
       01 WS-WEEK-QUOT PIC 9(8) COMP.
       01 WS-WEEKDAY PIC 9 COMP.
       01 WS-GEN-BUS-DATE PIC 9(8).
       01 WS-ROLLED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OFF-CAL-COUNT PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       A-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           END-READ.
           PERFORM G-PARA UNTIL WS-END-OF-FILE.
           CLOSE RECUR-FILE.
           PERFORM L-PARA.
           MOVE WS-RUN-DATE TO WS-ROLL-DATE.
           PERFORM R-PARA.
           MOVE WS-ROLL-DATE TO WS-GEN-BUS-DATE.
           IF WS-GEN-BUS-DATE NOT = WS-RUN-DATE
               DISPLAY "Run date " WS-RUN-DATE " is not a business "
                       "day - batch dated " WS-GEN-BUS-DATE
           END-IF.
           MOVE WS-RUN-TIME (1:2) TO WS-GEN-SUFFIX.
           MOVE SPACES TO WS-GEN-BATCH-ID.
           STRING "RC" DELIMITED BY SIZE
           MOVE SPACES TO TRAN-HDR-RECORD.
           MOVE 'H' TO TH-RECORD-TYPE.
           MOVE WS-GEN-BATCH-ID TO TH-BATCH-ID.
           MOVE WS-GEN-BUS-DATE TO TH-CREATE-DATE.
           MOVE "RECURRING ENTRIES" TO TH-SOURCE-NAME.
           WRITE TRAN-HDR-RECORD.
           PERFORM U-PARA
           PERFORM X-PARA.
           DISPLAY "Batch " WS-GEN-BATCH-ID " generated with "
                   WS-GEN-COUNT " details.".
           IF WS-ROLLED-COUNT > ZERO
               DISPLAY "Occurrences rolled to the next business day: "
                       WS-ROLLED-COUNT
           END-IF.
           IF WS-OFF-CAL-COUNT > ZERO
               DISPLAY "*** Dates not on the business calendar "
                       "ADDCAL.DAT: " WS-OFF-CAL-COUNT " - Monday to "
                       "Friday taken as business days"
               DISPLAY "*** Set the year up in AddCalendarMaint"
           END-IF.
           IF WS-BAD-COUNT > ZERO
               DISPLAY "*** Entries skipped with bad dates: "
                       WS-BAD-COUNT " - fix them in AddRecurMaint"
      * U-PARA - generate one master entry: emitted once per due
      * date at or before the run date, the next-due date advancing
      * each time, so a skipped night still submits every missed
      * occurrence. A due date on a non-business day counts as due
      * on the next business day, and the run date as the generated
      * batch's business date. An entry whose date is unreadable or
      * not a real calendar date is skipped whole and reported - the
      * date arithmetic run from an impossible date would spray
      * details back to the epoch.
      *----------------------------------------------------------------
       U-PARA.
           MOVE WS-REC-IMAGE (WS-SUB) TO WS-WORK-REC.
               DISPLAY "*** Recurring entry has a bad next-due date "
                       "- skipped: " WS-WORK-REC
           ELSE
               MOVE WT-NEXT-DUE TO WS-ROLL-DATE
               PERFORM R-PARA
               PERFORM E-PARA UNTIL WS-ROLL-DATE > WS-GEN-BUS-DATE
               MOVE WS-WORK-REC TO WS-REC-IMAGE (WS-SUB)
           END-IF.

      *----------------------------------------------------------------
      * E-PARA - one due occurrence: the detail on the generated
      * file, the batch controls, and the advance to the next due
      * date, rolled forward again when it is not a business day.
      *----------------------------------------------------------------
       E-PARA.
           IF WS-ROLL-DATE NOT = WT-NEXT-DUE
               ADD 1 TO WS-ROLLED-COUNT
               DISPLAY "Entry for " WT-ACCT-ID " due " WT-NEXT-DUE
                       " is not a business day - rolled to "
                       WS-ROLL-DATE
           END-IF.
           MOVE SPACES TO RGEN-RECORD.
           MOVE WT-MODE TO RG-MODE.
           MOVE WT-ACCT-ID TO RG-ACCT-ID.
           ELSE
               PERFORM O-PARA
           END-IF.
           MOVE WT-NEXT-DUE TO WS-ROLL-DATE.
           PERFORM R-PARA.

      *----------------------------------------------------------------
      * N-PARA - advance a weekly entry seven days.
           MOVE WS-DUE-MONTH TO WT-NEXT-DUE (5:2).
           MOVE WS-DUE-DAY TO WT-NEXT-DUE (7:2).

      *----------------------------------------------------------------
      * L-PARA - load the business calendar ADDCAL.DAT, which is in
      * date order, from the start of the year before the run date:
      * the years it has set up and the non-business days in them.
      * Only those are needed - every other day of a year set up is
      * a business day. A calendar past the table limits is damaged
      * or long overdue for archiving, and rolling against part of
      * it would generate entries on closed days, so it stops the
      * generation. No calendar at all just means every date is
      * judged by its weekday.
      *----------------------------------------------------------------
       L-PARA.
           MOVE WS-RUN-DATE (1:4) TO WS-CAL-FROM-YEAR.
           SUBTRACT 1 FROM WS-CAL-FROM-YEAR.
           COMPUTE WS-CAL-FROM-DATE = WS-CAL-FROM-YEAR * 10000 + 0101.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-FILE-STATUS = "00"
               PERFORM M-PARA UNTIL WS-CAL-END-OF-FILE
               CLOSE CAL-FILE
           END-IF.

       M-PARA.
           READ CAL-FILE
               AT END SET WS-CAL-END-OF-FILE TO TRUE
               NOT AT END
                   IF CL-DATE >= WS-CAL-FROM-DATE
                       PERFORM P-PARA
                   END-IF
           END-READ.

       P-PARA.
           IF WS-CAL-YEAR-COUNT = ZERO
               OR WS-CAL-YEAR (WS-CAL-YEAR-COUNT) NOT = CL-DATE (1:4)
               IF WS-CAL-YEAR-COUNT < 20
                   ADD 1 TO WS-CAL-YEAR-COUNT
                   MOVE CL-DATE (1:4)
                                TO WS-CAL-YEAR (WS-CAL-YEAR-COUNT)
               ELSE
                   DISPLAY "*** Business calendar ADDCAL.DAT has more "
                           "than 20 years from " WS-CAL-FROM-DATE
                   DISPLAY "*** Repair the calendar and rerun - "
                           "nothing has been generated or changed"
                   STOP RUN
               END-IF
           END-IF.
           IF NOT CL-BUSINESS-DAY
               IF WS-CAL-COUNT < 2000
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CL-DATE TO WS-CAL-CLOSED-DATE (WS-CAL-COUNT)
               ELSE
                   DISPLAY "*** Business calendar ADDCAL.DAT has more "
                           "than 2000 non-business days from "
                           WS-CAL-FROM-DATE
                   DISPLAY "*** Repair the calendar and rerun - "
                           "nothing has been generated or changed"
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * R-PARA - roll WS-ROLL-DATE forward to the first business day
      * on or after it. A date in a year the calendar has not set
      * up is counted once for the end-of-run warning, however many
      * days the roll then steps over.
      *----------------------------------------------------------------
       R-PARA.
           PERFORM C-PARA.
           IF NOT WS-CAL-YEAR-SET-UP
               ADD 1 TO WS-OFF-CAL-COUNT
           END-IF.
           PERFORM S-PARA UNTIL WS-CAL-BUSINESS-DAY.

       S-PARA.
           COMPUTE WS-ROLL-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-ROLL-DATE) + 1.
           COMPUTE WS-ROLL-DATE =
               FUNCTION DATE-OF-INTEGER (WS-ROLL-INTEGER).
           PERFORM C-PARA.

      *----------------------------------------------------------------
      * C-PARA - is WS-ROLL-DATE a business day? In a year the
      * calendar has set up, it is unless it is one of the year's
      * non-business days. In any other year it is from Monday to
      * Friday: day 1 of the integer date count was a Monday, so the
      * remainder over 7 gives the weekday - 6 Saturday, 0 Sunday.
      *----------------------------------------------------------------
       C-PARA.
           MOVE 'B' TO WS-CAL-DAY-TYPE.
           MOVE 'N' TO WS-CAL-YEAR-FLAG.
           PERFORM VARYING WS-CAL-YEAR-SUB FROM 1 BY 1
                   UNTIL WS-CAL-YEAR-SUB > WS-CAL-YEAR-COUNT
                      OR WS-CAL-YEAR-SET-UP
               IF WS-CAL-YEAR (WS-CAL-YEAR-SUB) = WS-ROLL-DATE (1:4)
                   SET WS-CAL-YEAR-SET-UP TO TRUE
               END-IF
           END-PERFORM.
           IF WS-CAL-YEAR-SET-UP
               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                       UNTIL WS-CAL-SUB > WS-CAL-COUNT
                          OR NOT WS-CAL-BUSINESS-DAY
                   IF WS-CAL-CLOSED-DATE (WS-CAL-SUB) = WS-ROLL-DATE
                       MOVE 'H' TO WS-CAL-DAY-TYPE
                   END-IF
               END-PERFORM
           ELSE
               COMPUTE WS-ROLL-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-ROLL-DATE)
               DIVIDE WS-ROLL-INTEGER BY 7
                   GIVING WS-WEEK-QUOT REMAINDER WS-WEEKDAY
               IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
                   MOVE 'W' TO WS-CAL-DAY-TYPE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * X-PARA - rewrite the recurring master with the advanced
      * next-due dates, so tomorrow's generation starts where this
