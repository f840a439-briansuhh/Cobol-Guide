       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddDuplicateRelease.

      *----------------------------------------------------------------
      * Modification history
      * ----------------------------------------------------------------
      * New program: walks the duplicate-hold file (ADDDUPH.DAT) that
      * AddTwoNumbers writes its suspected duplicate details to and
      * lets the signed-on operator release, discard, or keep each
      * item still held. Released items are written as a release
      * batch (ADDDUPRL.DAT) in the transaction input layout, with
      * batch header and trailer, ready to be named on the job
      * parameter card for the next AddTwoNumbers run; the batch id
      * is DRmmddhh, checked against the batch register the same
      * way AddSuspenseRepair checks its RSmmddhh ids, and the
      * header's source name marks it as a release batch so
      * AddTwoNumbers does not hold the same items a second time.
      * Released and discarded items stay on the hold file, stamped
      * with the decision, the operator id and the time, so
      * AddDuplicateReport can show what became of each one.
      *
      * Business calendar: the release batch is now dated with the
      * run date, or with the next business day on the business
      * calendar ADDCAL.DAT when the release runs on a weekend or
      * holiday, so AddTwoNumbers never fails it for its date. A
      * year not set up on the calendar is taken as Monday to
      * Friday, with a warning.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPH-FILE ASSIGN TO "ADDDUPH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPH-FILE-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "ADDDUPRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-FILE-STATUS.
           SELECT KEEP-FILE ASSIGN TO "ADDDUPHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-FILE-STATUS.
           SELECT BREG-FILE ASSIGN TO "ADDBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREG-FILE-STATUS.
           SELECT CAL-FILE ASSIGN TO "ADDCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPH-FILE.
       01  DUPH-RECORD.
           COPY duphrec.

       FD  RELEASE-FILE.
       01  RELEASE-RECORD.
           05 RL-MODE              PIC X.
           05 RL-ACCT-ID           PIC X(6).
           05 RL-NUM1              PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 RL-NUM2              PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.

       COPY batchctl.

       FD  KEEP-FILE.
       01  KEEP-RECORD PIC X(99).

       FD  BREG-FILE.
       COPY bregrec.

       FD  CAL-FILE.
       01  CAL-RECORD.
           COPY calrec.

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.

       01 WS-KEEP-EOF-FLAG PIC X VALUE 'N'.
           88 WS-KEEP-END-OF-FILE VALUE 'Y'.

       01 WS-DUPH-FILE-STATUS PIC XX VALUE "00".
       01 WS-RELEASE-FILE-STATUS PIC XX VALUE "00".
       01 WS-KEEP-FILE-STATUS PIC XX VALUE "00".

       01 WS-ACTION PIC X VALUE SPACE.
           88 WS-ACTION-RELEASE VALUE 'R'.
           88 WS-ACTION-DISCARD VALUE 'D'.
           88 WS-ACTION-KEEP VALUE 'K'.
           88 WS-ACTION-VALID VALUE 'R' 'D' 'K'.

       01 WS-WORK-TRAN.
           05 WT-MODE              PIC X.
           05 WT-ACCT-ID           PIC X(6).
           05 WT-NUM1              PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 WT-NUM2              PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       01 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DISCARDED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-KEPT-COUNT PIC 9(7) VALUE ZERO.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-CURRENT-TIME PIC 9(8).
       01 WS-ACTION-TIMESTAMP PIC 9(14).
       01 WS-RELEASE-BATCH-ID PIC X(8).
       01 WS-RELEASE-HASH PIC S9(9)V99
                           SIGN IS LEADING SEPARATE CHARACTER
                           VALUE ZERO.

       01 WS-BREG-FILE-STATUS PIC XX VALUE "00".

       01 WS-BREG-EOF-FLAG PIC X VALUE 'N'.
           88 WS-BREG-END-OF-FILE VALUE 'Y'.

       01 WS-BREG-TABLE.
           05 WS-BREG-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-BREG-ENTRY OCCURS 200 TIMES.
              10 WS-BRG-ID         PIC X(8).
              10 WS-BRG-DISP       PIC X(8).

       01 WS-BREG-SUB PIC 9(3) COMP.

       01 WS-DUP-BATCH-FLAG PIC X VALUE 'N'.
           88 WS-DUP-BATCH VALUE 'Y'.

       01 WS-RELEASE-SUFFIX PIC 9(2).
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
           OPEN INPUT DUPH-FILE.
           IF WS-DUPH-FILE-STATUS NOT = "00"
               DISPLAY "No duplicate-hold file to review - ADDDUPH.DAT "
                       "status " WS-DUPH-FILE-STATUS
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM L-PARA.
           MOVE WS-RUN-DATE TO WS-ROLL-DATE.
           PERFORM W-PARA.
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
           OPEN OUTPUT RELEASE-FILE.
           IF WS-RELEASE-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open release batch file "
                       "ADDDUPRL.DAT - status " WS-RELEASE-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-RELEASE-BATCH-ID.
           STRING "DR" DELIMITED BY SIZE
                  WS-RUN-DATE (5:4) DELIMITED BY SIZE
                  WS-RUN-TIME (1:2) DELIMITED BY SIZE
               INTO WS-RELEASE-BATCH-ID
           END-STRING.
           MOVE WS-RUN-TIME (1:2) TO WS-RELEASE-SUFFIX.
           OPEN INPUT BREG-FILE.
           IF WS-BREG-FILE-STATUS = "00"
               PERFORM G-PARA UNTIL WS-BREG-END-OF-FILE
               CLOSE BREG-FILE
           END-IF.
           PERFORM H-PARA.
           PERFORM D-PARA UNTIL NOT WS-DUP-BATCH.
           MOVE SPACES TO TRAN-HDR-RECORD.
           MOVE 'H' TO TH-RECORD-TYPE.
           MOVE WS-RELEASE-BATCH-ID TO TH-BATCH-ID.
           MOVE WS-BATCH-BUS-DATE TO TH-CREATE-DATE.
           MOVE "DUPLICATE RELEASE" TO TH-SOURCE-NAME.
           WRITE TRAN-HDR-RECORD.
           OPEN OUTPUT KEEP-FILE.
           IF WS-KEEP-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open duplicate-hold work file "
                       "ADDDUPHK.DAT - status " WS-KEEP-FILE-STATUS
               STOP RUN
           END-IF.
           DISPLAY "AddTwoNumbers duplicate-hold release".
           PERFORM I-PARA UNTIL WS-OPERATOR-ID NOT = SPACES.
           DISPLAY "For each held transaction answer R to release, "
                   "D to discard, K to keep it held.".
           READ DUPH-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
           PERFORM B-PARA UNTIL WS-END-OF-FILE.
           MOVE SPACES TO TRAN-TRL-RECORD.
           MOVE 'T' TO TT-RECORD-TYPE.
           MOVE WS-RELEASED-COUNT TO TT-DETAIL-COUNT.
           MOVE WS-RELEASE-HASH TO TT-HASH-TOTAL.
           WRITE TRAN-TRL-RECORD.
           CLOSE DUPH-FILE.
           CLOSE RELEASE-FILE.
           CLOSE KEEP-FILE.
           PERFORM X-PARA.
           DISPLAY "Released for resubmission: " WS-RELEASED-COUNT.
           DISPLAY "Discarded:                 " WS-DISCARDED-COUNT.
           DISPLAY "Still held:                " WS-KEPT-COUNT.
           DISPLAY "Release batch " WS-RELEASE-BATCH-ID
                   " is ready in ADDDUPRL.DAT - name it on the job "
                   "parameter card for the next run.".
           STOP RUN.

      *----------------------------------------------------------------
      * B-PARA - one hold file record. An item still held is shown
      * to the operator for a decision; one already released or
      * discarded is carried over to the rewritten file untouched.
      *----------------------------------------------------------------
       B-PARA.
           IF DH-HELD
               DISPLAY "----------------------------------------"
               DISPLAY "Held " DH-TIMESTAMP " batch " DH-BATCH-ID
                       " business date " DH-BUS-DATE
               DISPLAY "Reason " DH-REASON " - already logged under "
                       "batch " DH-MATCH-BATCH
               DISPLAY "Record: " DH-TRAN-IMAGE
               MOVE SPACE TO WS-ACTION
               PERFORM P-PARA UNTIL WS-ACTION-VALID
               EVALUATE TRUE
                   WHEN WS-ACTION-RELEASE
                       PERFORM R-PARA
                   WHEN WS-ACTION-DISCARD
                       PERFORM E-PARA
                       SET DH-DISCARDED TO TRUE
                       ADD 1 TO WS-DISCARDED-COUNT
                       DISPLAY "Discarded."
                   WHEN WS-ACTION-KEEP
                       ADD 1 TO WS-KEPT-COUNT
               END-EVALUATE
           END-IF.
           MOVE DUPH-RECORD TO KEEP-RECORD.
           WRITE KEEP-RECORD.
           READ DUPH-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * G-PARA - load one batch register entry into the table the
      * release batch id is checked against. No register file yet
      * just means no batch has ever been registered. A register
      * past the table limit would leave the newest batch ids
      * outside the collision check, so it stops the release until
      * the register is archived down.
      *----------------------------------------------------------------
       G-PARA.
           READ BREG-FILE
               AT END SET WS-BREG-END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-BREG-COUNT < 200
                       ADD 1 TO WS-BREG-COUNT
                       MOVE BR-BATCH-ID TO WS-BRG-ID (WS-BREG-COUNT)
                       MOVE BR-DISPOSITION
                                TO WS-BRG-DISP (WS-BREG-COUNT)
                   ELSE
                       DISPLAY "*** Batch register ADDBREG.DAT has "
                               "more than 200 entries - the batch id "
                               "check cannot be trusted"
                       DISPLAY "*** Archive the old register entries "
                               "and rerun"
                       STOP RUN
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * H-PARA - is the candidate release batch id already on the
      * register as VERIFIED? Only a VERIFIED entry blocks - a FAILED
      * or REJECTED id never made it in and may be reused.
      *----------------------------------------------------------------
       H-PARA.
           MOVE 'N' TO WS-DUP-BATCH-FLAG.
           PERFORM VARYING WS-BREG-SUB FROM 1 BY 1
                   UNTIL WS-BREG-SUB > WS-BREG-COUNT
               IF WS-BRG-ID (WS-BREG-SUB) = WS-RELEASE-BATCH-ID
                   AND WS-BRG-DISP (WS-BREG-SUB) = "VERIFIED"
                   SET WS-DUP-BATCH TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * D-PARA - the DRmmddhh id is taken: bump the two-digit hour
      * suffix (wrapping 99 to 00) and check again, capped so it
      * cannot spin.
      *----------------------------------------------------------------
       D-PARA.
           IF WS-RELEASE-SUFFIX = 99
               MOVE ZERO TO WS-RELEASE-SUFFIX
           ELSE
               ADD 1 TO WS-RELEASE-SUFFIX
           END-IF.
           MOVE SPACES TO WS-RELEASE-BATCH-ID.
           STRING "DR" DELIMITED BY SIZE
                  WS-RUN-DATE (5:4) DELIMITED BY SIZE
                  WS-RELEASE-SUFFIX DELIMITED BY SIZE
               INTO WS-RELEASE-BATCH-ID
           END-STRING.
           ADD 1 TO WS-BUMP-COUNT.
           IF WS-BUMP-COUNT > 99
               DISPLAY "*** No free release batch id for today "
                       "- using " WS-RELEASE-BATCH-ID " anyway"
               MOVE 'N' TO WS-DUP-BATCH-FLAG
           ELSE
               PERFORM H-PARA
           END-IF.

       P-PARA.
           DISPLAY "Action (R/D/K)?".
           ACCEPT WS-ACTION.
           IF NOT WS-ACTION-VALID
               DISPLAY "*** Answer R, D or K"
           END-IF.

      *----------------------------------------------------------------
      * I-PARA - operator sign-on. The id goes on every item
      * released or discarded, so a blank one is not accepted.
      *----------------------------------------------------------------
       I-PARA.
           DISPLAY "Operator id?".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "*** Operator id must not be blank"
           END-IF.

      *----------------------------------------------------------------
      * R-PARA - release the held item: write its original card
      * image to the release batch, add it to the batch hash, and
      * mark the hold record released into this batch.
      *----------------------------------------------------------------
       R-PARA.
           MOVE DH-TRAN-IMAGE TO WS-WORK-TRAN.
           MOVE WS-WORK-TRAN TO RELEASE-RECORD.
           WRITE RELEASE-RECORD.
           ADD 1 TO WS-RELEASED-COUNT.
           ADD WT-NUM1 TO WS-RELEASE-HASH.
           ADD WT-NUM2 TO WS-RELEASE-HASH.
           PERFORM E-PARA.
           SET DH-RELEASED TO TRUE.
           MOVE WS-RELEASE-BATCH-ID TO DH-RESUB-BATCH.
           DISPLAY "Released into batch " WS-RELEASE-BATCH-ID ".".

      *----------------------------------------------------------------
      * E-PARA - stamp the hold record with who decided and when.
      *----------------------------------------------------------------
       E-PARA.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-ACTION-TIMESTAMP (1:8).
           MOVE WS-CURRENT-TIME (1:6) TO WS-ACTION-TIMESTAMP (9:6).
           MOVE WS-ACTION-TIMESTAMP TO DH-ACTION-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO DH-OPERATOR.

      *----------------------------------------------------------------
      * X-PARA - copy the work file back over ADDDUPH.DAT so the
      * hold file carries every decision taken this session.
      * ADDDUPHK.DAT is only a work file for this copy.
      *----------------------------------------------------------------
       X-PARA.
           OPEN INPUT KEEP-FILE.
           IF WS-KEEP-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to reread duplicate-hold work file "
                       "ADDDUPHK.DAT - status " WS-KEEP-FILE-STATUS
                       " - ADDDUPH.DAT left unchanged"
               STOP RUN
           END-IF.
           OPEN OUTPUT DUPH-FILE.
           IF WS-DUPH-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to rewrite duplicate-hold file "
                       "ADDDUPH.DAT - status " WS-DUPH-FILE-STATUS
               STOP RUN
           END-IF.
           READ KEEP-FILE
               AT END SET WS-KEEP-END-OF-FILE TO TRUE
           END-READ.
           PERFORM Y-PARA UNTIL WS-KEEP-END-OF-FILE.
           CLOSE KEEP-FILE.
           CLOSE DUPH-FILE.

       Y-PARA.
           MOVE KEEP-RECORD TO DUPH-RECORD.
           WRITE DUPH-RECORD.
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
                           "nothing has been released or changed"
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
                           "nothing has been released or changed"
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * W-PARA - roll WS-ROLL-DATE forward to the first business day
      * on or after it. A date in a year the calendar has not set
      * up is counted once for the end-of-run warning, however many
      * days the roll then steps over.
      *----------------------------------------------------------------
       W-PARA.
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
