       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddCalendarMaint.

      *----------------------------------------------------------------
      * Modification history
      * ----------------------------------------------------------------
      * New program: operator maintenance of the business calendar
      * ADDCAL.DAT, one record per day (layout CALREC). Action S
      * sets a whole year up at once - Saturdays and Sundays as
      * weekend days, every other day as a business day - and H and
      * B then mark single days as holidays or back as business
      * days; L lists a month with its business-day count. The
      * calendar is read by AddTwoNumbers (a batch dated on a
      * non-business day fails), AddRecurGen (a due date on a
      * non-business day rolls forward), AddLogCutoff (warns when
      * run on a non-business day) and AddPeriodClose (the month's
      * last business day must be cut off before the close). The
      * file is loaded into a table at the start, kept in date
      * order, and rewritten in full at quit when anything changed;
      * every day set up or changed carries the operator's id.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO "ADDCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE.
       01  CAL-RECORD.
           COPY calrec.

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.

       01 WS-CAL-FILE-STATUS PIC XX VALUE "00".

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       01 WS-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-CALENDAR-CHANGED VALUE 'Y'.

       01 WS-ACTION PIC X VALUE SPACE.
           88 WS-ACTION-SETUP VALUE 'S'.
           88 WS-ACTION-HOLIDAY VALUE 'H'.
           88 WS-ACTION-BUSINESS VALUE 'B'.
           88 WS-ACTION-LIST VALUE 'L'.
           88 WS-ACTION-QUIT VALUE 'Q'.
           88 WS-ACTION-VALID VALUE 'S' 'H' 'B' 'L' 'Q'.

       01 WS-CAL-TABLE.
           05 WS-CAL-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-CAL-ENTRY OCCURS 5000 TIMES.
              10 WS-CAL-IMAGE      PIC X(37).

       01 WS-SUB PIC 9(4) COMP.
       01 WS-INS-SUB PIC 9(4) COMP.
       01 WS-ENTRY-SUB PIC 9(4) COMP.

       01 WS-WORK-REC.
           COPY calrec REPLACING CL-DATE         BY WT-DATE
                                 CL-DAY-TYPE     BY WT-DAY-TYPE
                                 CL-BUSINESS-DAY BY WT-BUSINESS-DAY
                                 CL-WEEKEND-DAY  BY WT-WEEKEND-DAY
                                 CL-HOLIDAY      BY WT-HOLIDAY
                                 CL-DESCRIPTION  BY WT-DESCRIPTION
                                 CL-UPDATED-BY   BY WT-UPDATED-BY.

       01 WS-NEW-YEAR PIC X(4).
       01 WS-NEW-YEAR-N REDEFINES WS-NEW-YEAR PIC 9(4).
       01 WS-NEW-DATE PIC X(8).
       01 WS-NEW-DATE-N REDEFINES WS-NEW-DATE PIC 9(8).
       01 WS-NEW-MONTH PIC X(6).
       01 WS-NEW-MONTH-N REDEFINES WS-NEW-MONTH PIC 9(6).
       01 WS-NEW-DESCRIPTION PIC X(20).

       01 WS-SETUP-YEAR PIC 9(4).
       01 WS-LIST-MONTH PIC 9(6).
       01 WS-YEAR-FIRST PIC 9(8).
       01 WS-YEAR-LAST PIC 9(8).
       01 WS-DATE-CHECK PIC 9 VALUE ZERO.

       01 WS-YEAR-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-YEAR-FOUND VALUE 'Y'.

       01 WS-FIRST-INTEGER PIC 9(8) COMP.
       01 WS-LAST-INTEGER PIC 9(8) COMP.
       01 WS-DAY-INTEGER PIC 9(8) COMP.
       01 WS-YEAR-DAYS PIC 9(4) COMP.
       01 WS-WEEK-QUOT PIC 9(8) COMP.
       01 WS-WEEKDAY PIC 9 COMP.

       01 WS-BUSINESS-COUNT PIC 9(4) VALUE ZERO.
       01 WS-WEEKEND-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HOLIDAY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.

       01 WS-LIST-LINE.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 LL-DATE              PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 LL-DAY-TYPE          PIC X.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 LL-DESCRIPTION       PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 LL-UPDATED-BY        PIC X(8).

       PROCEDURE DIVISION.
       A-PARA.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-FILE-STATUS = "00"
               READ CAL-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM G-PARA UNTIL WS-END-OF-FILE
               CLOSE CAL-FILE
           ELSE
               DISPLAY "No business calendar yet - ADDCAL.DAT will "
                       "be created at quit"
           END-IF.
           DISPLAY "Business calendar maintenance".
           PERFORM I-PARA UNTIL WS-OPERATOR-ID NOT = SPACES.
           DISPLAY "Days loaded: " WS-CAL-COUNT.
           DISPLAY "Actions: S set up a year, H holiday, B business "
                   "day, L list a month, Q quit.".
           PERFORM B-PARA UNTIL WS-ACTION-QUIT.
           IF WS-CALENDAR-CHANGED
               PERFORM X-PARA
               DISPLAY "ADDCAL.DAT rewritten with " WS-CAL-COUNT
                       " days"
           ELSE
               DISPLAY "No changes - ADDCAL.DAT left as it was"
           END-IF.
           DISPLAY "Business calendar maintenance ended.".
           STOP RUN.

      *----------------------------------------------------------------
      * G-PARA - load one calendar day into the table. A file past
      * the table limit would be rewritten short at quit, losing the
      * days that did not fit, so an oversized calendar stops the
      * session until the oldest years are archived off.
      *----------------------------------------------------------------
       G-PARA.
           IF WS-CAL-COUNT < 5000
               ADD 1 TO WS-CAL-COUNT
               MOVE CAL-RECORD TO WS-CAL-IMAGE (WS-CAL-COUNT)
           ELSE
               DISPLAY "*** Business calendar ADDCAL.DAT has more "
                       "than 5000 days"
               DISPLAY "*** Archive the oldest years off the file and "
                       "rerun - nothing has been changed"
               STOP RUN
           END-IF.
           READ CAL-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       B-PARA.
           DISPLAY "----------------------------------------".
           DISPLAY "Action (S/H/B/L/Q)?".
           ACCEPT WS-ACTION.
           IF NOT WS-ACTION-VALID
               DISPLAY "*** Answer S, H, B, L or Q"
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACTION-SETUP
                   PERFORM S-PARA
               WHEN WS-ACTION-HOLIDAY
                   PERFORM H-PARA
               WHEN WS-ACTION-BUSINESS
                   PERFORM K-PARA
               WHEN WS-ACTION-LIST
                   PERFORM L-PARA
           END-EVALUATE.

      *----------------------------------------------------------------
      * I-PARA - operator sign-on. The id goes on every day set up or
      * changed, so a blank one is not accepted.
      *----------------------------------------------------------------
       I-PARA.
           DISPLAY "Operator id?".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "*** Operator id must not be blank"
           END-IF.

      *----------------------------------------------------------------
      * S-PARA - set a whole year up: every day of it, in date order,
      * slotted in ahead of any later year already on the table. A
      * year that already has days on file is refused - its holidays
      * have been marked, and setting it up again would lose them.
      *----------------------------------------------------------------
       S-PARA.
           DISPLAY "Year to set up (YYYY)?".
           ACCEPT WS-NEW-YEAR.
           MOVE ZERO TO WS-SETUP-YEAR.
           IF WS-NEW-YEAR-N NUMERIC
               MOVE WS-NEW-YEAR-N TO WS-SETUP-YEAR
           END-IF.
           IF WS-SETUP-YEAR < 1601
               DISPLAY "*** Year must be four digits"
           ELSE
               COMPUTE WS-YEAR-FIRST = WS-SETUP-YEAR * 10000 + 0101
               COMPUTE WS-YEAR-LAST = WS-SETUP-YEAR * 10000 + 1231
               COMPUTE WS-FIRST-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-YEAR-FIRST)
               COMPUTE WS-LAST-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-YEAR-LAST)
               COMPUTE WS-YEAR-DAYS =
                   WS-LAST-INTEGER - WS-FIRST-INTEGER + 1
               MOVE 'N' TO WS-YEAR-FOUND-FLAG
               MOVE ZERO TO WS-INS-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CAL-COUNT
                          OR WS-INS-SUB > ZERO
                   MOVE WS-CAL-IMAGE (WS-SUB) TO WS-WORK-REC
                   IF WT-DATE >= WS-YEAR-FIRST
                       MOVE WS-SUB TO WS-INS-SUB
                       IF WT-DATE <= WS-YEAR-LAST
                           SET WS-YEAR-FOUND TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-INS-SUB = ZERO
                   COMPUTE WS-INS-SUB = WS-CAL-COUNT + 1
               END-IF
               EVALUATE TRUE
                   WHEN WS-YEAR-FOUND
                       DISPLAY "*** Year " WS-SETUP-YEAR " is already "
                               "set up - change single days with H "
                               "or B"
                   WHEN WS-CAL-COUNT + WS-YEAR-DAYS > 5000
                       DISPLAY "*** Business calendar is full - "
                               "archive the oldest years off first"
                   WHEN OTHER
                       PERFORM VARYING WS-SUB FROM WS-CAL-COUNT BY -1
                               UNTIL WS-SUB < WS-INS-SUB
                           MOVE WS-CAL-IMAGE (WS-SUB)
                             TO WS-CAL-IMAGE (WS-SUB + WS-YEAR-DAYS)
                       END-PERFORM
                       ADD WS-YEAR-DAYS TO WS-CAL-COUNT
                       MOVE ZERO TO WS-BUSINESS-COUNT
                                    WS-WEEKEND-COUNT
                       MOVE WS-INS-SUB TO WS-SUB
                       PERFORM T-PARA
                           VARYING WS-DAY-INTEGER
                           FROM WS-FIRST-INTEGER BY 1
                           UNTIL WS-DAY-INTEGER > WS-LAST-INTEGER
                       SET WS-CALENDAR-CHANGED TO TRUE
                       DISPLAY "Year " WS-SETUP-YEAR " set up: "
                               WS-BUSINESS-COUNT " business days, "
                               WS-WEEKEND-COUNT " weekend days"
                       DISPLAY "Mark the year's holidays with H"
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * T-PARA - one day of the year being set up, at table entry
      * WS-SUB. Day 1 of the integer date count was a Monday, so the
      * remainder over 7 gives the weekday: 6 Saturday, 0 Sunday.
      *----------------------------------------------------------------
       T-PARA.
           MOVE SPACES TO WS-WORK-REC.
           COMPUTE WT-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
           DIVIDE WS-DAY-INTEGER BY 7
               GIVING WS-WEEK-QUOT REMAINDER WS-WEEKDAY.
           EVALUATE WS-WEEKDAY
               WHEN 6
                   SET WT-WEEKEND-DAY TO TRUE
                   MOVE "SATURDAY" TO WT-DESCRIPTION
                   ADD 1 TO WS-WEEKEND-COUNT
               WHEN 0
                   SET WT-WEEKEND-DAY TO TRUE
                   MOVE "SUNDAY" TO WT-DESCRIPTION
                   ADD 1 TO WS-WEEKEND-COUNT
               WHEN OTHER
                   SET WT-BUSINESS-DAY TO TRUE
                   ADD 1 TO WS-BUSINESS-COUNT
           END-EVALUATE.
           MOVE WS-OPERATOR-ID TO WT-UPDATED-BY.
           MOVE WS-WORK-REC TO WS-CAL-IMAGE (WS-SUB).
           ADD 1 TO WS-SUB.

      *----------------------------------------------------------------
      * H-PARA - mark one day as a holiday, with the name it is to
      * show. A weekend day can be marked too, to name it.
      *----------------------------------------------------------------
       H-PARA.
           PERFORM D-PARA.
           IF WS-ENTRY-SUB > ZERO
               DISPLAY "Holiday name?"
               ACCEPT WS-NEW-DESCRIPTION
               IF WS-NEW-DESCRIPTION = SPACES
                   DISPLAY "*** Holiday name must not be blank - day "
                           "left unchanged"
               ELSE
                   SET WT-HOLIDAY TO TRUE
                   MOVE WS-NEW-DESCRIPTION TO WT-DESCRIPTION
                   MOVE WS-OPERATOR-ID TO WT-UPDATED-BY
                   MOVE WS-WORK-REC TO WS-CAL-IMAGE (WS-ENTRY-SUB)
                   SET WS-CALENDAR-CHANGED TO TRUE
                   DISPLAY "Day " WT-DATE " marked as holiday "
                           WT-DESCRIPTION
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * K-PARA - mark one day as a business day: a holiday taken off
      * again, or a weekend day the business is to work.
      *----------------------------------------------------------------
       K-PARA.
           PERFORM D-PARA.
           IF WS-ENTRY-SUB > ZERO
               IF WT-BUSINESS-DAY
                   DISPLAY "*** Day " WT-DATE " is already a business "
                           "day"
               ELSE
                   SET WT-BUSINESS-DAY TO TRUE
                   MOVE SPACES TO WT-DESCRIPTION
                   MOVE WS-OPERATOR-ID TO WT-UPDATED-BY
                   MOVE WS-WORK-REC TO WS-CAL-IMAGE (WS-ENTRY-SUB)
                   SET WS-CALENDAR-CHANGED TO TRUE
                   DISPLAY "Day " WT-DATE " marked as a business day"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * D-PARA - take a date and find its day on the table, leaving
      * the day in WS-WORK-REC. Zero is left in WS-ENTRY-SUB when the
      * date is not real or its year has not been set up.
      *----------------------------------------------------------------
       D-PARA.
           MOVE ZERO TO WS-ENTRY-SUB.
           DISPLAY "Date (YYYYMMDD)?".
           ACCEPT WS-NEW-DATE.
           MOVE 1 TO WS-DATE-CHECK.
           IF WS-NEW-DATE-N NUMERIC
               COMPUTE WS-DATE-CHECK =
                   FUNCTION TEST-DATE-YYYYMMDD (WS-NEW-DATE-N)
           END-IF.
           IF WS-DATE-CHECK NOT = ZERO
               DISPLAY "*** Date must be a real date as YYYYMMDD"
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CAL-COUNT
                          OR WS-ENTRY-SUB > ZERO
                   MOVE WS-CAL-IMAGE (WS-SUB) TO WS-WORK-REC
                   IF WT-DATE = WS-NEW-DATE-N
                       MOVE WS-SUB TO WS-ENTRY-SUB
                   END-IF
               END-PERFORM
               IF WS-ENTRY-SUB = ZERO
                   DISPLAY "*** " WS-NEW-DATE " is not on the "
                           "calendar - set its year up first with S"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * L-PARA - list one month's days with the count of business
      * days in it.
      *----------------------------------------------------------------
       L-PARA.
           DISPLAY "Month to list (YYYYMM)?".
           ACCEPT WS-NEW-MONTH.
           IF WS-NEW-MONTH-N NOT NUMERIC
               DISPLAY "*** Month must be YYYYMM"
           ELSE
               MOVE WS-NEW-MONTH-N TO WS-LIST-MONTH
               MOVE ZERO TO WS-LISTED-COUNT WS-BUSINESS-COUNT
                            WS-WEEKEND-COUNT WS-HOLIDAY-COUNT
               DISPLAY " Date      T  Description           "
                       "Updated"
               PERFORM M-PARA
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CAL-COUNT
               IF WS-LISTED-COUNT = ZERO
                   DISPLAY "No days on the calendar for "
                           WS-LIST-MONTH
               ELSE
                   DISPLAY "Business days: " WS-BUSINESS-COUNT
                           "  weekend days: " WS-WEEKEND-COUNT
                           "  holidays: " WS-HOLIDAY-COUNT
               END-IF
           END-IF.

       M-PARA.
           MOVE WS-CAL-IMAGE (WS-SUB) TO WS-WORK-REC.
           IF WT-DATE (1:6) = WS-NEW-MONTH
               ADD 1 TO WS-LISTED-COUNT
               EVALUATE TRUE
                   WHEN WT-BUSINESS-DAY
                       ADD 1 TO WS-BUSINESS-COUNT
                   WHEN WT-WEEKEND-DAY
                       ADD 1 TO WS-WEEKEND-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-HOLIDAY-COUNT
               END-EVALUATE
               MOVE WT-DATE TO LL-DATE
               MOVE WT-DAY-TYPE TO LL-DAY-TYPE
               MOVE WT-DESCRIPTION TO LL-DESCRIPTION
               MOVE WT-UPDATED-BY TO LL-UPDATED-BY
               DISPLAY WS-LIST-LINE
           END-IF.

      *----------------------------------------------------------------
      * X-PARA - rewrite the calendar from the table, still in date
      * order.
      *----------------------------------------------------------------
       X-PARA.
           OPEN OUTPUT CAL-FILE.
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to rewrite business calendar "
                       "ADDCAL.DAT - status " WS-CAL-FILE-STATUS
                       " - this session's changes are lost"
               STOP RUN
           END-IF.
           PERFORM Y-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CAL-COUNT.
           CLOSE CAL-FILE.

       Y-PARA.
           MOVE WS-CAL-IMAGE (WS-SUB) TO CAL-RECORD.
           WRITE CAL-RECORD.
