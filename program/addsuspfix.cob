      * already has a VERIFIED register entry (a second repair in the
      * same hour) would be refused by AddTwoNumbers as a duplicate
      * batch, so the hour suffix is bumped until the id is free.
      *
      * Business calendar: the resubmission batch is now dated with
      * the run date, or with the next business day on the business
      * calendar ADDCAL.DAT when the repair runs on a weekend or
      * holiday, so AddTwoNumbers never fails it for its date. A
      * year not set up on the calendar is taken as Monday to
      * Friday, with a warning.
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
       01 WS-RESUB-SUFFIX PIC 9(2).
       01 WS-BUMP-COUNT PIC 9(3) VALUE ZERO.

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
       01 WS-BATCH-BUS-DATE PIC 9(8).
       01 WS-OFF-CAL-COUNT PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       A-PARA.
           OPEN INPUT SUSP-FILE.
                       "status " WS-SUSP-FILE-STATUS
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM L-PARA.
           MOVE WS-RUN-DATE TO WS-ROLL-DATE.
           PERFORM R-PARA.
           MOVE WS-ROLL-DATE TO WS-BATCH-BUS-DATE.
           IF WS-BATCH-BUS-DATE NOT = WS-RUN-DATE
               DISPLAY "Run date " WS-RUN-DATE " is not a business "
                       "day - batch dated " WS-BATCH-BUS-DATE
           END-IF.
           IF WS-OFF-CAL-COUNT > ZERO
               DISPLAY "*** Batch date not on the business calendar "
                       "ADDCAL.DAT - Monday to Friday taken as "
                       "business days"
               DISPLAY "*** Set the year up in AddCalendarMaint"
           END-IF.
           OPEN OUTPUT RESUB-FILE.
           IF WS-RESUB-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open resubmission file "
                       "ADDRESUB.DAT - status " WS-RESUB-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-RESUB-BATCH-ID.
           STRING "RS" DELIMITED BY SIZE
                  WS-RUN-DATE (5:4) DELIMITED BY SIZE
           MOVE SPACES TO TRAN-HDR-RECORD.
           MOVE 'H' TO TH-RECORD-TYPE.
           MOVE WS-RESUB-BATCH-ID TO TH-BATCH-ID.
           MOVE WS-BATCH-BUS-DATE TO TH-CREATE-DATE.
           MOVE "SUSPENSE REPAIR" TO TH-SOURCE-NAME.
           WRITE TRAN-HDR-RECORD.
           OPEN OUTPUT KEEP-FILE.
           READ KEEP-FILE
               AT END SET WS-KEEP-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * L-PARA - load the business calendar ADDCAL.DAT, which is in
      * date order, from the start of the year before the run date:
      * the years it has set up and the non-business days in them.
      * Only those are needed - every other day of a year set up is
      * a business day. A calendar past the table limits is damaged
      * or long overdue for archiving, and dating the batch against
      * part of it could date it on a closed day, so the run stops.
      * No calendar at all just means the date is judged by its
      * weekday.
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
                       PERFORM N-PARA
                   END-IF
           END-READ.

       N-PARA.
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
                           "nothing has been resubmitted or changed"
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
                           "nothing has been resubmitted or changed"
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
           PERFORM T-PARA.
           IF NOT WS-CAL-YEAR-SET-UP
               ADD 1 TO WS-OFF-CAL-COUNT
           END-IF.
           PERFORM S-PARA UNTIL WS-CAL-BUSINESS-DAY.

       S-PARA.
           COMPUTE WS-ROLL-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-ROLL-DATE) + 1.
           COMPUTE WS-ROLL-DATE =
               FUNCTION DATE-OF-INTEGER (WS-ROLL-INTEGER).
           PERFORM T-PARA.

      *----------------------------------------------------------------
      * T-PARA - is WS-ROLL-DATE a business day? In a year the
      * calendar has set up, it is unless it is one of the year's
      * non-business days. In any other year it is from Monday to
      * Friday: day 1 of the integer date count was a Monday, so the
      * remainder over 7 gives the weekday - 6 Saturday, 0 Sunday.
      *----------------------------------------------------------------
       T-PARA.
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
