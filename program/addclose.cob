      * a successful close the period control file is cleared for
      * the new month. The CLSPARM.DAT card may name the period
      * (YYYYMM); with no card the run date's month is closed.
      *
      * Business calendar: the close now refuses, with return code
      * 8, to close a month until the month's last business day on
      * the business calendar ADDCAL.DAT has been cut off - it must
      * be catalogued on ADDHISTC.DAT, or AddLogCutoff's register
      * ADDCUTR.DAT must show a cutoff run on or after it. A month
      * not set up on the calendar takes its last Monday to Friday,
      * with a warning. A period card that is not a real month is
      * refused the same way.
      *
      * Late work: a cutoff run on or after the last business day is
      * no longer enough. The close now also refuses, with return
      * code 8, while the live ADDLOG.DAT holds any transaction
      * dated on or before that day - work logged for the month
      * after its cutoff ran, which the snapshot would otherwise
      * carry into the month without its control totals.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "ADDTBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT CAL-FILE ASSIGN TO "ADDCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT CAT-FILE ASSIGN TO "ADDHISTC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT CUTR-FILE ASSIGN TO "ADDCUTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTR-FILE-STATUS.
           SELECT TRAN-LOG-FILE ASSIGN TO "ADDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       FD  CAL-FILE.
       01  CAL-RECORD.
           COPY calrec.

       FD  CAT-FILE.
       01  CAT-RECORD.
           05 HC-DATE              PIC 9(8).
           05 HC-FILE-NAME         PIC X(20).

       FD  CUTR-FILE.
       01  CUTR-RECORD.
           05 CR-RUN-DATE          PIC 9(8).
           05 CR-RUN-TIME          PIC 9(6).
           05 CR-DAY-TYPE          PIC X.
           05 CR-ARCHIVED-COUNT    PIC 9(7).

       FD  TRAN-LOG-FILE.
       01  TRAN-LOG-RECORD.
           05 TL-TIMESTAMP         PIC 9(14).
           05 TL-BUS-DATE          PIC 9(8).
           05 FILLER               PIC X(43).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-EOF-FLAG PIC X VALUE 'N'.
           88 WS-ACCT-END-OF-FILE VALUE 'Y'.
       01 WS-CTLM-FILE-STATUS PIC XX VALUE "00".
       01 WS-PARM-FILE-STATUS PIC XX VALUE "00".
       01 WS-RPT-FILE-STATUS PIC XX VALUE "00".
       01 WS-CAL-FILE-STATUS PIC XX VALUE "00".
       01 WS-CAT-FILE-STATUS PIC XX VALUE "00".
       01 WS-CUTR-FILE-STATUS PIC XX VALUE "00".
       01 WS-LOG-FILE-STATUS PIC XX VALUE "00".

       01 WS-CAL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-CAL-END-OF-FILE VALUE 'Y'.

       01 WS-CAT-EOF-FLAG PIC X VALUE 'N'.
           88 WS-CAT-END-OF-FILE VALUE 'Y'.

       01 WS-CUTR-EOF-FLAG PIC X VALUE 'N'.
           88 WS-CUTR-END-OF-FILE VALUE 'Y'.

       01 WS-LOG-EOF-FLAG PIC X VALUE 'N'.
           88 WS-LOG-END-OF-FILE VALUE 'Y'.

       01 WS-LATE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LATE-DATE PIC 9(8) VALUE ZERO.

       01 WS-CAL-MONTH-FLAG PIC X VALUE 'N'.
           88 WS-CAL-MONTH-FOUND VALUE 'Y'.

       01 WS-CUT-OFF-FLAG PIC X VALUE 'N'.
           88 WS-LAST-DAY-CUT-OFF VALUE 'Y'.

       01 WS-LAST-BUS-DATE PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-FIRST PIC 9(8).
       01 WS-NEXT-YEAR PIC 9(4).
       01 WS-NEXT-MONTH PIC 9(2).
       01 WS-DATE-CHECK PIC 9 VALUE ZERO.
       01 WS-DAY-INTEGER PIC 9(8) COMP.
       01 WS-WEEK-QUOT PIC 9(8) COMP.
       01 WS-WEEKDAY PIC 9 COMP.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-CLOSE-PERIOD PIC 9(6).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM C-PARA.
           PERFORM R-PARA.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * C-PARA - the month's last business day must have been cut
      * off before the month can be closed: until then its work is
      * still on the live log and the snapshot would miss it. The
      * day comes from the business calendar ADDCAL.DAT, which is in
      * date order; a month the calendar does not hold falls back to
      * its last Monday to Friday. The day counts as cut off when it
      * is catalogued on ADDHISTC.DAT - its work was archived - or
      * when the cutoff register ADDCUTR.DAT shows a cutoff run on
      * or after it, which covers a last day with nothing logged.
      * Even then the live log must hold nothing dated on or before
      * the day: such work was logged after the cutoff and belongs
      * to this month, so it must be cut off before the close.
      *----------------------------------------------------------------
       C-PARA.
           MOVE 1 TO WS-DATE-CHECK.
           COMPUTE WS-PERIOD-FIRST = WS-CLOSE-PERIOD * 100 + 1.
           COMPUTE WS-DATE-CHECK =
               FUNCTION TEST-DATE-YYYYMMDD (WS-PERIOD-FIRST).
           IF WS-DATE-CHECK NOT = ZERO
               DISPLAY "*** Period " WS-CLOSE-PERIOD " is not a real "
                       "month - close refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-FILE-STATUS = "00"
               PERFORM K-PARA UNTIL WS-CAL-END-OF-FILE
               CLOSE CAL-FILE
           END-IF.
           IF NOT WS-CAL-MONTH-FOUND
               PERFORM E-PARA
               DISPLAY "*** Period " WS-CLOSE-PERIOD " is not on the "
                       "business calendar ADDCAL.DAT - Monday to "
                       "Friday taken as business days"
               DISPLAY "*** Set the year up in AddCalendarMaint"
           END-IF.
           IF WS-LAST-BUS-DATE = ZERO
               DISPLAY "Period " WS-CLOSE-PERIOD " has no business "
                       "days on the calendar - no cutoff to wait for"
           ELSE
               DISPLAY "Last business day of the period: "
                       WS-LAST-BUS-DATE
               OPEN INPUT CAT-FILE
               IF WS-CAT-FILE-STATUS = "00"
                   PERFORM M-PARA
                       UNTIL WS-CAT-END-OF-FILE OR WS-LAST-DAY-CUT-OFF
                   CLOSE CAT-FILE
               END-IF
               OPEN INPUT CUTR-FILE
               IF WS-CUTR-FILE-STATUS = "00"
                   PERFORM N-PARA
                       UNTIL WS-CUTR-END-OF-FILE OR WS-LAST-DAY-CUT-OFF
                   CLOSE CUTR-FILE
               END-IF
               IF NOT WS-LAST-DAY-CUT-OFF
                   DISPLAY "*** The period's last business day "
                           WS-LAST-BUS-DATE " has not been cut off - "
                           "run AddLogCutoff for it, then the period "
                           "close"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT TRAN-LOG-FILE
               IF WS-LOG-FILE-STATUS = "00"
                   PERFORM Q-PARA UNTIL WS-LOG-END-OF-FILE
                   CLOSE TRAN-LOG-FILE
               END-IF
               IF WS-LATE-COUNT > ZERO
                   DISPLAY "*** ADDLOG.DAT holds " WS-LATE-COUNT
                           " transactions dated on or before "
                           WS-LAST-BUS-DATE ", from " WS-LATE-DATE
                   DISPLAY "*** Run AddLogCutoff again, then the "
                           "period close"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       K-PARA.
           READ CAL-FILE
               AT END SET WS-CAL-END-OF-FILE TO TRUE
               NOT AT END
                   IF CL-DATE (1:6) = WS-CLOSE-PERIOD
                       SET WS-CAL-MONTH-FOUND TO TRUE
                       IF CL-BUSINESS-DAY
                           MOVE CL-DATE TO WS-LAST-BUS-DATE
                       END-IF
                   END-IF
                   IF CL-DATE (1:6) > WS-CLOSE-PERIOD
                       SET WS-CAL-END-OF-FILE TO TRUE
                   END-IF
           END-READ.

       M-PARA.
           READ CAT-FILE
               AT END SET WS-CAT-END-OF-FILE TO TRUE
               NOT AT END
                   IF HC-DATE = WS-LAST-BUS-DATE
                       SET WS-LAST-DAY-CUT-OFF TO TRUE
                   END-IF
           END-READ.

       N-PARA.
           READ CUTR-FILE
               AT END SET WS-CUTR-END-OF-FILE TO TRUE
               NOT AT END
                   IF CR-RUN-DATE >= WS-LAST-BUS-DATE
                       SET WS-LAST-DAY-CUT-OFF TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Q-PARA - one live log record: dated within the period, so
      * not yet cut off?
      *----------------------------------------------------------------
       Q-PARA.
           READ TRAN-LOG-FILE
               AT END SET WS-LOG-END-OF-FILE TO TRUE
               NOT AT END
                   IF TL-BUS-DATE NOT > WS-LAST-BUS-DATE
                       ADD 1 TO WS-LATE-COUNT
                       IF WS-LATE-DATE = ZERO
                           OR TL-BUS-DATE < WS-LATE-DATE
                           MOVE TL-BUS-DATE TO WS-LATE-DATE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * E-PARA - the last Monday to Friday of a month the calendar
      * does not hold: the day before the first of the next month,
      * stepped back over a Saturday or Sunday. Day 1 of the integer
      * date count was a Monday, so the remainder over 7 gives the
      * weekday - 6 Saturday, 0 Sunday.
      *----------------------------------------------------------------
       E-PARA.
           MOVE WS-CLOSE-PERIOD (1:4) TO WS-NEXT-YEAR.
           MOVE WS-CLOSE-PERIOD (5:2) TO WS-NEXT-MONTH.
           IF WS-NEXT-MONTH = 12
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-LAST-BUS-DATE =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-LAST-BUS-DATE) - 1.
           DIVIDE WS-DAY-INTEGER BY 7
               GIVING WS-WEEK-QUOT REMAINDER WS-WEEKDAY.
           PERFORM T-PARA UNTIL WS-WEEKDAY NOT = 6
                            AND WS-WEEKDAY NOT = 0.
           COMPUTE WS-LAST-BUS-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).

       T-PARA.
           SUBTRACT 1 FROM WS-DAY-INTEGER.
           DIVIDE WS-DAY-INTEGER BY 7
               GIVING WS-WEEK-QUOT REMAINDER WS-WEEKDAY.

      *----------------------------------------------------------------
      * R-PARA - total the period's certified control figures: the
      * records rolled into ADDCTLM.DAT by each day's cutoff. The
