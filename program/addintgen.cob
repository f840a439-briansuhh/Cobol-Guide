       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddInterestGen.

      *----------------------------------------------------------------
      * Modification history
      * ----------------------------------------------------------------
      * New program: month-end interest and service-charge generator,
      * run after AddPeriodClose. For every account snapshotted on
      * ADDPBAL.DAT for the period it finds the account's row on the
      * rate table ADDRATE.DAT - the account's own card, else the
      * card for its rate class AM-RATE-CLASS - and works out credit
      * interest on a credit balance, debit interest on a debit
      * balance, and the flat monthly fee, on the period's closing
      * balance or its average daily balance as the card says. The
      * charges are written as a batch transaction input file
      * ADDIGEN.DAT - header (id ICmmddhh), details in the
      * TRAN-IN-RECORD layout, trailer with the detail count and
      * Num1/Num2 hash total - to be named on a source card so they
      * post through AddTwoNumbers and AddPosting like any other
      * batch. Interest paid is an add, interest and fees charged a
      * subtract. The calculation register ADDIREG.DAT shows each
      * account's rate, base balance and amounts. The IGNPARM.DAT
      * card may name the period (YYYYMM); with no card the latest
      * period on ADDPBAL.DAT is charged. Each period generated is
      * logged on ADDIGENC.DAT and a second generation for it is
      * refused with return code 8.
      *
      * Business calendar: the generated batch is now dated with the
      * run date, or with the next business day on the business
      * calendar ADDCAL.DAT when the generator runs on a weekend or
      * holiday, so AddTwoNumbers never fails it for its date. A
      * year not set up on the calendar is taken as Monday to
      * Friday, with a warning.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PBAL-FILE ASSIGN TO "ADDPBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBAL-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "ADDRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT HIST-FILE ASSIGN DYNAMIC WS-HIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CAT-FILE ASSIGN TO "ADDHISTC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT IGEN-FILE ASSIGN TO "ADDIGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IGEN-FILE-STATUS.
           SELECT BREG-FILE ASSIGN TO "ADDBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREG-FILE-STATUS.
           SELECT CAL-FILE ASSIGN TO "ADDCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT IGC-FILE ASSIGN TO "ADDIGENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IGC-FILE-STATUS.
           SELECT IGN-PARM-FILE ASSIGN TO "IGNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ADDIREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PBAL-FILE.
       COPY pbalrec.

       FD  ACCT-FILE.
       COPY acctmst.

       FD  RATE-FILE.
       01  RATE-RECORD.
           COPY raterec.

       FD  HIST-FILE.
       01  HIST-RECORD.
           05 TL-TIMESTAMP         PIC 9(14).
           05 TL-BUS-DATE          PIC 9(8).
           05 TL-BATCH-ID          PIC X(8).
           05 TL-SOURCE-ID         PIC X(3).
           05 TL-MODE              PIC X.
           COPY tranrec REPLACING AcctId BY TL-ACCT-ID
                                  Num1   BY TL-NUM1
                                  Num2   BY TL-NUM2
                                  Result BY TL-RESULT.

       FD  CAT-FILE.
       01  CAT-RECORD.
           05 HC-DATE              PIC 9(8).
           05 HC-FILE-NAME         PIC X(20).

       FD  IGEN-FILE.
       01  IGEN-RECORD.
           05 IG-MODE              PIC X.
           05 IG-ACCT-ID           PIC X(6).
           05 IG-NUM1              PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 IG-NUM2              PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.

       COPY batchctl.

       FD  BREG-FILE.
       COPY bregrec.

       FD  CAL-FILE.
       01  CAL-RECORD.
           COPY calrec.

       FD  IGC-FILE.
       01  IGC-RECORD.
           05 GC-PERIOD            PIC 9(6).
           05 GC-BATCH-ID          PIC X(8).
           05 GC-RUN-DATE          PIC 9(8).
           05 GC-DETAIL-COUNT      PIC 9(7).

       FD  IGN-PARM-FILE.
       01  IGN-PARM-RECORD.
           05 IP-PERIOD            PIC X(6).

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PBAL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-PBAL-END-OF-FILE VALUE 'Y'.

       01 WS-RATE-EOF-FLAG PIC X VALUE 'N'.
           88 WS-RATE-END-OF-FILE VALUE 'Y'.

       01 WS-HIST-EOF-FLAG PIC X VALUE 'N'.
           88 WS-HIST-END-OF-FILE VALUE 'Y'.

       01 WS-CAT-EOF-FLAG PIC X VALUE 'N'.
           88 WS-CAT-END-OF-FILE VALUE 'Y'.

       01 WS-BREG-EOF-FLAG PIC X VALUE 'N'.
           88 WS-BREG-END-OF-FILE VALUE 'Y'.

       01 WS-IGC-EOF-FLAG PIC X VALUE 'N'.
           88 WS-IGC-END-OF-FILE VALUE 'Y'.

       01 WS-PBAL-FILE-STATUS PIC XX VALUE "00".
       01 WS-ACCT-FILE-STATUS PIC XX VALUE "00".
       01 WS-RATE-FILE-STATUS PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS PIC XX VALUE "00".
       01 WS-CAT-FILE-STATUS PIC XX VALUE "00".
       01 WS-IGEN-FILE-STATUS PIC XX VALUE "00".
       01 WS-BREG-FILE-STATUS PIC XX VALUE "00".
       01 WS-IGC-FILE-STATUS PIC XX VALUE "00".
       01 WS-PARM-FILE-STATUS PIC XX VALUE "00".
       01 WS-RPT-FILE-STATUS PIC XX VALUE "00".

       01 WS-HIST-FILENAME PIC X(20).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).

       01 WS-CHARGE-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-LATEST-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-LATEST-SNAPS PIC 9(5) VALUE ZERO.
       01 WS-PERIOD-SNAPS PIC 9(5) VALUE ZERO.
       01 WS-PERIOD-GIVEN-FLAG PIC X VALUE 'N'.
           88 WS-PERIOD-GIVEN VALUE 'Y'.

       01 WS-PERIOD-START PIC 9(8).
       01 WS-NEXT-START PIC 9(8).
       01 WS-NEXT-YEAR PIC 9(4).
       01 WS-NEXT-MONTH PIC 9(2).
       01 WS-PERIOD-DAYS PIC 9(2).
       01 WS-TRAN-DAY PIC 9(2).
       01 WS-DAYS-BEFORE PIC 9(2).

       01 WS-GENERATED-FLAG PIC X VALUE 'N'.
           88 WS-ALREADY-GENERATED VALUE 'Y'.

       01 WS-RATE-TABLE.
           05 WS-RATE-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-RATE-ENTRY OCCURS 200 TIMES.
              10 WS-RATE-IMAGE     PIC X(27).

       01 WS-RATE-SUB PIC 9(3) COMP.
       01 WS-RATE-FOUND-SUB PIC 9(3) COMP.
       01 WS-BAD-RATE-COUNT PIC 9(3) VALUE ZERO.

       01 WS-AVERAGE-FLAG PIC X VALUE 'N'.
           88 WS-AVERAGE-NEEDED VALUE 'Y'.

       01 WS-WORK-RATE.
           COPY raterec REPLACING RT-KEY-TYPE      BY WR-KEY-TYPE
                                  RT-KEY-ACCT      BY WR-KEY-ACCT
                                  RT-KEY-CLASS     BY WR-KEY-CLASS
                                  RT-KEY           BY WR-KEY
                                  RT-CREDIT-RATE   BY WR-CREDIT-RATE
                                  RT-DEBIT-RATE    BY WR-DEBIT-RATE
                                  RT-FLAT-FEE      BY WR-FLAT-FEE
                                  RT-BASIS         BY WR-BASIS
                                  RT-BASIS-CLOSE   BY WR-BASIS-CLOSE
                                  RT-BASIS-AVERAGE BY WR-BASIS-AVERAGE.

       01 WS-RATE-FROM PIC X(6).

       01 WS-CAT-TABLE.
           05 WS-CAT-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-CAT-ENTRY OCCURS 400 TIMES.
              10 WS-CAT-DATE       PIC 9(8).
              10 WS-CAT-FILE-NAME  PIC X(20).

       01 WS-SUB PIC 9(3) COMP.

       01 WS-WGT-TABLE.
           05 WS-WGT-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-WGT-ENTRY OCCURS 1000 TIMES.
              10 WS-WGT-ACCT-ID    PIC X(6).
              10 WS-WGT-SUM        PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.

       01 WS-WGT-SUB PIC 9(4) COMP.
       01 WS-WGT-FOUND-SUB PIC 9(4) COMP.
       01 WS-WGT-KEY PIC X(6).

       01 WS-BREG-TABLE.
           05 WS-BREG-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-BREG-ENTRY OCCURS 200 TIMES.
              10 WS-BRG-ID         PIC X(8).
              10 WS-BRG-DISP       PIC X(8).

       01 WS-BREG-SUB PIC 9(3) COMP.

       01 WS-DUP-BATCH-FLAG PIC X VALUE 'N'.
           88 WS-DUP-BATCH VALUE 'Y'.

       01 WS-GEN-SUFFIX PIC 9(2).
       01 WS-BUMP-COUNT PIC 9(3) VALUE ZERO.

       01 WS-GEN-BATCH-ID PIC X(8).
       01 WS-GEN-HASH PIC S9(9)V99
                       SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
       01 WS-GEN-COUNT PIC 9(7) VALUE ZERO.

       01 WS-ACCT-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-ACCT-FOUND VALUE 'Y'.

       01 WS-BASE-BAL PIC S9(9)V99
                       SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-APPLIED-RATE PIC 9(2)V9(4).
       01 WS-INTEREST PIC S9(9)V99
                       SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-FEE PIC 9(5)V99.

       01 WS-CHARGE-MODE PIC X.
       01 WS-CHARGE-LEFT PIC 9(9)V99.
       01 WS-CHARGE-PIECE PIC 9(5)V99.

       01 WS-SNAP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CHARGED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CLOSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NO-RATE-COUNT PIC 9(5) VALUE ZERO.

       01 WS-TOTAL-CREDIT PIC S9(11)V99
                           SIGN IS LEADING SEPARATE CHARACTER
                           VALUE ZERO.
       01 WS-TOTAL-DEBIT PIC S9(11)V99
                          SIGN IS LEADING SEPARATE CHARACTER
                          VALUE ZERO.
       01 WS-TOTAL-FEES PIC S9(11)V99
                         SIGN IS LEADING SEPARATE CHARACTER
                         VALUE ZERO.
       01 WS-TOTAL-NET PIC S9(11)V99
                        SIGN IS LEADING SEPARATE CHARACTER
                        VALUE ZERO.

       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 20.
       01 WS-LINE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PAGE-COUNT PIC 9(4) VALUE ZERO.

       01 WS-TOTAL-DISPLAY PIC -9(11).99.
       01 WS-COUNT-DISPLAY PIC 9(5).

       01 WS-DETAIL-LINE.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-ACCT-ID           PIC X(6).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-RATE-FROM         PIC X(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 DL-BASIS             PIC X.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 DL-BASE-BAL          PIC -9(9).99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 DL-RATE              PIC Z9.9999.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 DL-INTEREST          PIC -9(7).99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 DL-FEE               PIC 9(5).99.

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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM P-PARA.
           DISPLAY "Month-end charges for period " WS-CHARGE-PERIOD.
           PERFORM C-PARA.
           IF WS-ALREADY-GENERATED
               DISPLAY "*** Period " WS-CHARGE-PERIOD " has already "
                       "been generated - see ADDIGENC.DAT - "
                       "generation refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "*** No rate table to charge from - "
                       "ADDRATE.DAT status " WS-RATE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM K-PARA UNTIL WS-RATE-END-OF-FILE.
           CLOSE RATE-FILE.
           IF WS-BAD-RATE-COUNT > ZERO
               DISPLAY "*** Rate table ADDRATE.DAT has "
                       WS-BAD-RATE-COUNT " bad cards - fix them and "
                       "rerun - nothing has been generated"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM Y-PARA.
           IF WS-AVERAGE-NEEDED
               PERFORM L-PARA
               PERFORM W-PARA
           END-IF.
           PERFORM AA-PARA.
           MOVE WS-RUN-DATE TO WS-ROLL-DATE.
           PERFORM AD-PARA.
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
           MOVE WS-RUN-TIME (1:2) TO WS-GEN-SUFFIX.
           MOVE SPACES TO WS-GEN-BATCH-ID.
           STRING "IC" DELIMITED BY SIZE
                  WS-RUN-DATE (5:4) DELIMITED BY SIZE
                  WS-GEN-SUFFIX DELIMITED BY SIZE
               INTO WS-GEN-BATCH-ID
           END-STRING.
           OPEN INPUT BREG-FILE.
           IF WS-BREG-FILE-STATUS = "00"
               PERFORM I-PARA UNTIL WS-BREG-END-OF-FILE
               CLOSE BREG-FILE
           END-IF.
           PERFORM H-PARA.
           PERFORM D-PARA UNTIL NOT WS-DUP-BATCH.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open account master file "
                       "ACCTMST.DAT - status " WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT IGEN-FILE.
           IF WS-IGEN-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open generated batch file "
                       "ADDIGEN.DAT - status " WS-IGEN-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open ADDIREG.DAT for output - "
                       "status " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM R-PARA.
           MOVE SPACES TO TRAN-HDR-RECORD.
           MOVE 'H' TO TH-RECORD-TYPE.
           MOVE WS-GEN-BATCH-ID TO TH-BATCH-ID.
           MOVE WS-BATCH-BUS-DATE TO TH-CREATE-DATE.
           MOVE "MONTH-END CHARGES" TO TH-SOURCE-NAME.
           WRITE TRAN-HDR-RECORD.
           MOVE 'N' TO WS-PBAL-EOF-FLAG.
           OPEN INPUT PBAL-FILE.
           READ PBAL-FILE
               AT END SET WS-PBAL-END-OF-FILE TO TRUE
           END-READ.
           PERFORM B-PARA UNTIL WS-PBAL-END-OF-FILE.
           CLOSE PBAL-FILE.
           CLOSE ACCT-FILE.
           MOVE SPACES TO TRAN-TRL-RECORD.
           MOVE 'T' TO TT-RECORD-TYPE.
           MOVE WS-GEN-COUNT TO TT-DETAIL-COUNT.
           MOVE WS-GEN-HASH TO TT-HASH-TOTAL.
           WRITE TRAN-TRL-RECORD.
           CLOSE IGEN-FILE.
           PERFORM F-PARA.
           CLOSE REPORT-FILE.
           PERFORM X-PARA.
           DISPLAY "Accounts charged:   " WS-CHARGED-COUNT.
           DISPLAY "Batch " WS-GEN-BATCH-ID " generated with "
                   WS-GEN-COUNT " details.".
           IF WS-MISSING-COUNT > ZERO
               DISPLAY "*** Accounts not on the master - not "
                       "charged: " WS-MISSING-COUNT
           END-IF.
           IF WS-GEN-COUNT = ZERO
               DISPLAY "Nothing to charge - the generated batch is "
                       "empty and need not be submitted"
           ELSE
               DISPLAY "Name ADDIGEN.DAT on a source card for the "
                       "next run"
           END-IF.
           DISPLAY "Calculation register written to ADDIREG.DAT.".
           STOP RUN.

      *----------------------------------------------------------------
      * P-PARA - settle the period to charge: the IGNPARM.DAT card's
      * period if it has one, else the latest period on ADDPBAL.DAT.
      * A period with no snapshots has not been closed, and charging
      * it would charge nothing, so the run is refused.
      *----------------------------------------------------------------
       P-PARA.
           OPEN INPUT IGN-PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               READ IGN-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF IP-PERIOD NUMERIC
                           MOVE IP-PERIOD TO WS-CHARGE-PERIOD
                           SET WS-PERIOD-GIVEN TO TRUE
                       END-IF
               END-READ
               CLOSE IGN-PARM-FILE
           END-IF.
           OPEN INPUT PBAL-FILE.
           IF WS-PBAL-FILE-STATUS = "00"
               PERFORM Q-PARA UNTIL WS-PBAL-END-OF-FILE
               CLOSE PBAL-FILE
           END-IF.
           IF NOT WS-PERIOD-GIVEN
               MOVE WS-LATEST-PERIOD TO WS-CHARGE-PERIOD
               MOVE WS-LATEST-SNAPS TO WS-PERIOD-SNAPS
           END-IF.
           IF WS-PERIOD-SNAPS = ZERO
               DISPLAY "*** Period " WS-CHARGE-PERIOD " has no "
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
                       AND PB-PERIOD = WS-CHARGE-PERIOD
                       ADD 1 TO WS-PERIOD-SNAPS
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * C-PARA - has this period been generated already? A period is
      * generated once; if its batch is lost or fails, the period's
      * line is taken off ADDIGENC.DAT before generating again.
      *----------------------------------------------------------------
       C-PARA.
           OPEN INPUT IGC-FILE.
           IF WS-IGC-FILE-STATUS = "00"
               PERFORM J-PARA UNTIL WS-IGC-END-OF-FILE
               CLOSE IGC-FILE
           END-IF.

       J-PARA.
           READ IGC-FILE
               AT END SET WS-IGC-END-OF-FILE TO TRUE
               NOT AT END
                   IF GC-PERIOD = WS-CHARGE-PERIOD
                       SET WS-ALREADY-GENERATED TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * K-PARA - load one rate card into the table. A card that is
      * not in its format would charge an account wrongly or not at
      * all, so every bad card is reported and the run refused.
      *----------------------------------------------------------------
       K-PARA.
           READ RATE-FILE
               AT END SET WS-RATE-END-OF-FILE TO TRUE
               NOT AT END
                   IF (RT-KEY-ACCT OR RT-KEY-CLASS)
                       AND RT-KEY NOT = SPACES
                       AND RT-CREDIT-RATE NUMERIC
                       AND RT-DEBIT-RATE NUMERIC
                       AND RT-FLAT-FEE NUMERIC
                       AND (RT-BASIS-CLOSE OR RT-BASIS-AVERAGE)
                       IF WS-RATE-COUNT < 200
                           ADD 1 TO WS-RATE-COUNT
                           MOVE RATE-RECORD
                                TO WS-RATE-IMAGE (WS-RATE-COUNT)
                           IF RT-BASIS-AVERAGE
                               SET WS-AVERAGE-NEEDED TO TRUE
                           END-IF
                       ELSE
                           DISPLAY "*** Rate table ADDRATE.DAT has "
                                   "more than 200 cards"
                           ADD 1 TO WS-BAD-RATE-COUNT
                       END-IF
                   ELSE
                       DISPLAY "*** Bad rate card: " RATE-RECORD
                       ADD 1 TO WS-BAD-RATE-COUNT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Y-PARA - the period's first day, and its length in days from
      * there to the first day of the next month.
      *----------------------------------------------------------------
       Y-PARA.
           COMPUTE WS-PERIOD-START = WS-CHARGE-PERIOD * 100 + 1.
           MOVE WS-CHARGE-PERIOD (1:4) TO WS-NEXT-YEAR.
           MOVE WS-CHARGE-PERIOD (5:2) TO WS-NEXT-MONTH.
           IF WS-NEXT-MONTH = 12
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-NEXT-START =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1.
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-START)
             - FUNCTION INTEGER-OF-DATE (WS-PERIOD-START).

      *----------------------------------------------------------------
      * L-PARA - load the history catalogue, keeping only the files
      * dated from the start of the period onward: earlier files
      * hold no business of this period.
      *----------------------------------------------------------------
       L-PARA.
           OPEN INPUT CAT-FILE.
           IF WS-CAT-FILE-STATUS = "00"
               PERFORM G-PARA UNTIL WS-CAT-END-OF-FILE
               CLOSE CAT-FILE
           END-IF.

       G-PARA.
           READ CAT-FILE
               AT END SET WS-CAT-END-OF-FILE TO TRUE
               NOT AT END
                   IF HC-DATE >= WS-PERIOD-START
                       IF WS-CAT-COUNT < 400
                           ADD 1 TO WS-CAT-COUNT
                           MOVE HC-DATE
                                TO WS-CAT-DATE (WS-CAT-COUNT)
                           MOVE HC-FILE-NAME
                                TO WS-CAT-FILE-NAME (WS-CAT-COUNT)
                       ELSE
                           DISPLAY "*** History catalogue table is "
                                   "full - entry skipped: " CAT-RECORD
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * W-PARA - walk the catalogued history files, then the live
      * log, totalling each account's period transactions weighted
      * by how early in the period they fell. The average daily
      * balance is the closing balance less that weighted total
      * over the days in the period: a transaction on the first day
      * counts for the whole month, one on the last day for a day.
      *----------------------------------------------------------------
       W-PARA.
           PERFORM U-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CAT-COUNT.
           MOVE "ADDLOG.DAT" TO WS-HIST-FILENAME.
           PERFORM V-PARA.

       U-PARA.
           MOVE WS-CAT-FILE-NAME (WS-SUB) TO WS-HIST-FILENAME.
           PERFORM V-PARA.

      *----------------------------------------------------------------
      * V-PARA - read one transaction file through E-PARA. A file
      * that cannot be opened (purged from disk but still catalogued,
      * or no live log) is skipped, not fatal.
      *----------------------------------------------------------------
       V-PARA.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "History file " WS-HIST-FILENAME
                       " not readable - status " WS-HIST-FILE-STATUS
                       " - skipped"
           ELSE
               READ HIST-FILE
                   AT END SET WS-HIST-END-OF-FILE TO TRUE
               END-READ
               PERFORM E-PARA UNTIL WS-HIST-END-OF-FILE
               CLOSE HIST-FILE
           END-IF.

      *----------------------------------------------------------------
      * E-PARA - one transaction record: one of the period's business
      * days adds its Result, weighted by the days before it in the
      * period, to its account's total.
      *----------------------------------------------------------------
       E-PARA.
           IF TL-BUS-DATE (1:6) = WS-CHARGE-PERIOD
               MOVE TL-BUS-DATE (7:2) TO WS-TRAN-DAY
               SUBTRACT 1 FROM WS-TRAN-DAY GIVING WS-DAYS-BEFORE
               MOVE TL-ACCT-ID TO WS-WGT-KEY
               PERFORM S-PARA
               IF WS-WGT-FOUND-SUB = ZERO
                   IF WS-WGT-COUNT < 1000
                       ADD 1 TO WS-WGT-COUNT
                       MOVE WS-WGT-COUNT TO WS-WGT-FOUND-SUB
                       MOVE TL-ACCT-ID
                            TO WS-WGT-ACCT-ID (WS-WGT-COUNT)
                       MOVE ZERO TO WS-WGT-SUM (WS-WGT-COUNT)
                   ELSE
                       DISPLAY "*** More than 1000 accounts in the "
                               "period's history - generation refused"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               COMPUTE WS-WGT-SUM (WS-WGT-FOUND-SUB) =
                   WS-WGT-SUM (WS-WGT-FOUND-SUB)
                 + TL-RESULT * WS-DAYS-BEFORE
           END-IF.
           READ HIST-FILE
               AT END SET WS-HIST-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * S-PARA - find the weighted-total entry for WS-WGT-KEY.
      * Zero is left in WS-WGT-FOUND-SUB when it has none.
      *----------------------------------------------------------------
       S-PARA.
           MOVE ZERO TO WS-WGT-FOUND-SUB.
           PERFORM VARYING WS-WGT-SUB FROM 1 BY 1
                   UNTIL WS-WGT-SUB > WS-WGT-COUNT
                      OR WS-WGT-FOUND-SUB > ZERO
               IF WS-WGT-ACCT-ID (WS-WGT-SUB) = WS-WGT-KEY
                   MOVE WS-WGT-SUB TO WS-WGT-FOUND-SUB
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * I-PARA - load one batch register entry into the table the
      * generated batch id is checked against. A register past the
      * table limit would leave the newest batch ids outside the
      * collision check, so it stops the generation until the
      * register is archived down.
      *----------------------------------------------------------------
       I-PARA.
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
      * H-PARA - is the candidate batch id already on the register
      * as VERIFIED? Only a VERIFIED entry blocks.
      *----------------------------------------------------------------
       H-PARA.
           MOVE 'N' TO WS-DUP-BATCH-FLAG.
           PERFORM VARYING WS-BREG-SUB FROM 1 BY 1
                   UNTIL WS-BREG-SUB > WS-BREG-COUNT
               IF WS-BRG-ID (WS-BREG-SUB) = WS-GEN-BATCH-ID
                   AND WS-BRG-DISP (WS-BREG-SUB) = "VERIFIED"
                   SET WS-DUP-BATCH TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * D-PARA - the ICmmddhh id is taken: bump the two-digit hour
      * suffix (wrapping 99 to 00) and check again, capped so it
      * cannot spin.
      *----------------------------------------------------------------
       D-PARA.
           IF WS-GEN-SUFFIX = 99
               MOVE ZERO TO WS-GEN-SUFFIX
           ELSE
               ADD 1 TO WS-GEN-SUFFIX
           END-IF.
           MOVE SPACES TO WS-GEN-BATCH-ID.
           STRING "IC" DELIMITED BY SIZE
                  WS-RUN-DATE (5:4) DELIMITED BY SIZE
                  WS-GEN-SUFFIX DELIMITED BY SIZE
               INTO WS-GEN-BATCH-ID
           END-STRING.
           ADD 1 TO WS-BUMP-COUNT.
           IF WS-BUMP-COUNT > 99
               DISPLAY "*** No free generated batch id for today "
                       "- using " WS-GEN-BATCH-ID " anyway"
               MOVE 'N' TO WS-DUP-BATCH-FLAG
           ELSE
               PERFORM H-PARA
           END-IF.

      *----------------------------------------------------------------
      * B-PARA - one period balance snapshot. Only the period being
      * charged matters; an account no longer on the master, or
      * closed since, is not charged.
      *----------------------------------------------------------------
       B-PARA.
           IF PB-PERIOD = WS-CHARGE-PERIOD
               ADD 1 TO WS-SNAP-COUNT
               MOVE PB-ACCT-ID TO AM-ACCT-ID
               MOVE 'Y' TO WS-ACCT-FOUND-FLAG
               READ ACCT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ACCT-FOUND-FLAG
               END-READ
               EVALUATE TRUE
                   WHEN NOT WS-ACCT-FOUND
                       ADD 1 TO WS-MISSING-COUNT
                       DISPLAY "*** Account " PB-ACCT-ID
                               " not on master - not charged"
                   WHEN AM-STATUS-CLOSED
                       ADD 1 TO WS-CLOSED-COUNT
                   WHEN OTHER
                       PERFORM M-PARA
                       IF WS-RATE-FOUND-SUB = ZERO
                           ADD 1 TO WS-NO-RATE-COUNT
                       ELSE
                           PERFORM O-PARA
                       END-IF
               END-EVALUATE
           END-IF.
           READ PBAL-FILE
               AT END SET WS-PBAL-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * M-PARA - find the account's rate card: its own card if it has
      * one, else its rate class's card. Zero is left in
      * WS-RATE-FOUND-SUB when it has neither.
      *----------------------------------------------------------------
       M-PARA.
           MOVE ZERO TO WS-RATE-FOUND-SUB.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                      OR WS-RATE-FOUND-SUB > ZERO
               MOVE WS-RATE-IMAGE (WS-RATE-SUB) TO WS-WORK-RATE
               IF WR-KEY-ACCT AND WR-KEY = AM-ACCT-ID
                   MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
                   MOVE "ACCT" TO WS-RATE-FROM
               END-IF
           END-PERFORM.
           IF WS-RATE-FOUND-SUB = ZERO
               AND AM-RATE-CLASS NOT = SPACES
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-RATE-COUNT
                          OR WS-RATE-FOUND-SUB > ZERO
                   MOVE WS-RATE-IMAGE (WS-RATE-SUB) TO WS-WORK-RATE
                   IF WR-KEY-CLASS AND WR-KEY (1:2) = AM-RATE-CLASS
                       AND WR-KEY (3:4) = SPACES
                       MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
                       MOVE SPACES TO WS-RATE-FROM
                       STRING "CLS " DELIMITED BY SIZE
                              AM-RATE-CLASS DELIMITED BY SIZE
                           INTO WS-RATE-FROM
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RATE-FOUND-SUB > ZERO
               MOVE WS-RATE-IMAGE (WS-RATE-FOUND-SUB) TO WS-WORK-RATE
           END-IF.

      *----------------------------------------------------------------
      * O-PARA - charge one account from its rate card. Interest is
      * the base balance times the annual rate for the days in the
      * period on a 365-day year, to the nearest cent: paid as an
      * add on a credit base, charged as a subtract on a debit base.
      * The flat fee is charged as a subtract whatever the balance.
      *----------------------------------------------------------------
       O-PARA.
           IF WR-BASIS-AVERAGE
               MOVE PB-ACCT-ID TO WS-WGT-KEY
               PERFORM S-PARA
               IF WS-WGT-FOUND-SUB = ZERO
                   MOVE PB-CLOSE-BAL TO WS-BASE-BAL
               ELSE
                   COMPUTE WS-BASE-BAL ROUNDED =
                       PB-CLOSE-BAL
                     - WS-WGT-SUM (WS-WGT-FOUND-SUB) / WS-PERIOD-DAYS
               END-IF
           ELSE
               MOVE PB-CLOSE-BAL TO WS-BASE-BAL
           END-IF.
           MOVE ZERO TO WS-INTEREST.
           MOVE WR-CREDIT-RATE TO WS-APPLIED-RATE.
           IF WS-BASE-BAL > ZERO
               COMPUTE WS-INTEREST ROUNDED =
                   WS-BASE-BAL * WR-CREDIT-RATE / 100
                 * WS-PERIOD-DAYS / 365
           END-IF.
           IF WS-BASE-BAL < ZERO
               MOVE WR-DEBIT-RATE TO WS-APPLIED-RATE
               COMPUTE WS-INTEREST ROUNDED =
                   WS-BASE-BAL * WR-DEBIT-RATE / 100
                 * WS-PERIOD-DAYS / 365
           END-IF.
           MOVE WR-FLAT-FEE TO WS-FEE.
           IF WS-INTEREST > ZERO
               MOVE 'A' TO WS-CHARGE-MODE
               MOVE WS-INTEREST TO WS-CHARGE-LEFT
               PERFORM T-PARA UNTIL WS-CHARGE-LEFT = ZERO
               ADD WS-INTEREST TO WS-TOTAL-CREDIT
           END-IF.
           IF WS-INTEREST < ZERO
               MOVE 'S' TO WS-CHARGE-MODE
               MOVE WS-INTEREST TO WS-CHARGE-LEFT
               PERFORM T-PARA UNTIL WS-CHARGE-LEFT = ZERO
               ADD WS-INTEREST TO WS-TOTAL-DEBIT
           END-IF.
           IF WS-FEE > ZERO
               MOVE 'S' TO WS-CHARGE-MODE
               MOVE WS-FEE TO WS-CHARGE-LEFT
               PERFORM T-PARA UNTIL WS-CHARGE-LEFT = ZERO
               ADD WS-FEE TO WS-TOTAL-FEES
           END-IF.
           COMPUTE WS-TOTAL-NET = WS-TOTAL-NET + WS-INTEREST - WS-FEE.
           ADD 1 TO WS-CHARGED-COUNT.
           PERFORM N-PARA.

      *----------------------------------------------------------------
      * T-PARA - one detail on the generated file. A detail amount
      * cannot pass 99999.99, so a bigger charge goes as several
      * details for the same account.
      *----------------------------------------------------------------
       T-PARA.
           IF WS-CHARGE-LEFT > 99999.99
               MOVE 99999.99 TO WS-CHARGE-PIECE
           ELSE
               MOVE WS-CHARGE-LEFT TO WS-CHARGE-PIECE
           END-IF.
           SUBTRACT WS-CHARGE-PIECE FROM WS-CHARGE-LEFT.
           MOVE SPACES TO IGEN-RECORD.
           MOVE WS-CHARGE-MODE TO IG-MODE.
           MOVE PB-ACCT-ID TO IG-ACCT-ID.
           IF WS-CHARGE-MODE = 'A'
               MOVE WS-CHARGE-PIECE TO IG-NUM1
               MOVE ZERO TO IG-NUM2
           ELSE
               MOVE ZERO TO IG-NUM1
               MOVE WS-CHARGE-PIECE TO IG-NUM2
           END-IF.
           WRITE IGEN-RECORD.
           ADD 1 TO WS-GEN-COUNT.
           ADD IG-NUM1 TO WS-GEN-HASH.
           ADD IG-NUM2 TO WS-GEN-HASH.

      *----------------------------------------------------------------
      * N-PARA - print one account's calculation line, starting a new
      * page first if the current page is full.
      *----------------------------------------------------------------
       N-PARA.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM R-PARA
           END-IF.
           MOVE PB-ACCT-ID TO DL-ACCT-ID.
           MOVE WS-RATE-FROM TO DL-RATE-FROM.
           MOVE WR-BASIS TO DL-BASIS.
           MOVE WS-BASE-BAL TO DL-BASE-BAL.
           MOVE WS-APPLIED-RATE TO DL-RATE.
           MOVE WS-INTEREST TO DL-INTEREST.
           MOVE WS-FEE TO DL-FEE.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * R-PARA - print the page/period header. Called at the start
      * of the register and again each time a page fills up.
      *----------------------------------------------------------------
       R-PARA.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "AddTwoNumbers Month-End Interest and Charges "
                  "Register" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Period: " DELIMITED BY SIZE
                  WS-CHARGE-PERIOD DELIMITED BY SIZE
                  "  Days: " DELIMITED BY SIZE
                  WS-PERIOD-DAYS DELIMITED BY SIZE
                  "  Batch: " DELIMITED BY SIZE
                  WS-GEN-BATCH-ID DELIMITED BY SIZE
                  "  Page: " DELIMITED BY SIZE
                  WS-PAGE-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING " Acct   Rate    B   Base balance  " DELIMITED BY SIZE
                  " Rate %     Interest       Fee"
                  DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING " ------ ------  -  -------------  " DELIMITED BY SIZE
                  "-------  -----------  --------"
                  DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      * F-PARA - the register totals: what was charged and why the
      * rest were not, and the batch that carries the charges.
      *----------------------------------------------------------------
       F-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SNAP-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Accounts in period:        " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-CHARGED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "  charged:                 " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-NO-RATE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "  no rate card:            " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-CLOSED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "  closed:                  " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "  not on master:           " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-TOTAL-CREDIT TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Credit interest paid:      " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-TOTAL-DEBIT TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Debit interest charged:    " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-TOTAL-FEES TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Service fees charged:      " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-TOTAL-NET TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Net effect on balances:    " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Batch " DELIMITED BY SIZE
                  WS-GEN-BATCH-ID DELIMITED BY SIZE
                  " on ADDIGEN.DAT - details: " DELIMITED BY SIZE
                  WS-GEN-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      * X-PARA - log the period as generated, so it is not charged
      * twice.
      *----------------------------------------------------------------
       X-PARA.
           OPEN EXTEND IGC-FILE.
           IF WS-IGC-FILE-STATUS = "35"
               CLOSE IGC-FILE
               OPEN OUTPUT IGC-FILE
           END-IF.
           IF WS-IGC-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open generation log "
                       "ADDIGENC.DAT - status " WS-IGC-FILE-STATUS
               DISPLAY "*** Period " WS-CHARGE-PERIOD " is not "
                       "logged - do not generate it again"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO IGC-RECORD
               MOVE WS-CHARGE-PERIOD TO GC-PERIOD
               MOVE WS-GEN-BATCH-ID TO GC-BATCH-ID
               MOVE WS-RUN-DATE TO GC-RUN-DATE
               MOVE WS-GEN-COUNT TO GC-DETAIL-COUNT
               WRITE IGC-RECORD
               CLOSE IGC-FILE
           END-IF.

      *----------------------------------------------------------------
      * AA-PARA - load the business calendar ADDCAL.DAT, which is in
      * date order, from the start of the year before the run date:
      * the years it has set up and the non-business days in them.
      * Only those are needed - every other day of a year set up is
      * a business day. A calendar past the table limits is damaged
      * or long overdue for archiving, and dating the batch against
      * part of it could date it on a closed day, so the run stops.
      * No calendar at all just means the date is judged by its
      * weekday.
      *----------------------------------------------------------------
       AA-PARA.
           MOVE WS-RUN-DATE (1:4) TO WS-CAL-FROM-YEAR.
           SUBTRACT 1 FROM WS-CAL-FROM-YEAR.
           COMPUTE WS-CAL-FROM-DATE = WS-CAL-FROM-YEAR * 10000 + 0101.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-FILE-STATUS = "00"
               PERFORM AB-PARA UNTIL WS-CAL-END-OF-FILE
               CLOSE CAL-FILE
           END-IF.

       AB-PARA.
           READ CAL-FILE
               AT END SET WS-CAL-END-OF-FILE TO TRUE
               NOT AT END
                   IF CL-DATE >= WS-CAL-FROM-DATE
                       PERFORM AC-PARA
                   END-IF
           END-READ.

       AC-PARA.
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
                           "nothing has been generated"
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
                           "nothing has been generated"
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * AD-PARA - roll WS-ROLL-DATE forward to the first business day
      * on or after it. A date in a year the calendar has not set
      * up is counted once for the end-of-run warning, however many
      * days the roll then steps over.
      *----------------------------------------------------------------
       AD-PARA.
           PERFORM AF-PARA.
           IF NOT WS-CAL-YEAR-SET-UP
               ADD 1 TO WS-OFF-CAL-COUNT
           END-IF.
           PERFORM AE-PARA UNTIL WS-CAL-BUSINESS-DAY.

       AE-PARA.
           COMPUTE WS-ROLL-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-ROLL-DATE) + 1.
           COMPUTE WS-ROLL-DATE =
               FUNCTION DATE-OF-INTEGER (WS-ROLL-INTEGER).
           PERFORM AF-PARA.

      *----------------------------------------------------------------
      * AF-PARA - is WS-ROLL-DATE a business day? In a year the
      * calendar has set up, it is unless it is one of the year's
      * non-business days. In any other year it is from Monday to
      * Friday: day 1 of the integer date count was a Monday, so the
      * remainder over 7 gives the weekday - 6 Saturday, 0 Sunday.
      *----------------------------------------------------------------
       AF-PARA.
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
