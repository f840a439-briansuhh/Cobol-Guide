      * work under one date, whatever the machine clock says; the
      * cutoff archiving and the extract, inquiry and statement
      * date filters all work off the business date.
      *
      * Duplicate-detail hold: a valid detail whose account, mode,
      * Num1, Num2 and business date match a transaction already
      * logged under a different batch id - on the live log, earlier
      * in the same run, or on the business date's ADDHyyyymmdd.DAT
      * history file - is not logged. It is written instead to the
      * duplicate-hold file ADDDUPH.DAT with a reason code and the
      * batch id it matched, for AddDuplicateRelease to release or
      * discard. Held details count towards return code 4. A
      * release batch written by AddDuplicateRelease is exempt from
      * the check - every item on it has already been reviewed.
      *
      * Business calendar: a batch header's business date must now
      * also be a business day on the calendar ADDCAL.DAT kept by
      * AddCalendarMaint - a batch dated on a weekend or holiday
      * fails the same way an impossible date does. A date whose
      * year has not been set up on the calendar is taken as a
      * business day from Monday to Friday, with a warning.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BREG-FILE ASSIGN TO "ADDBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREG-FILE-STATUS.
           SELECT DUPH-FILE ASSIGN TO "ADDDUPH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPH-FILE-STATUS.
           SELECT HIST-FILE ASSIGN DYNAMIC WS-HIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CAL-FILE ASSIGN TO "ADDCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
              10 CKPT-SRC-PAIRS    PIC 9(7).
              10 CKPT-SRC-TOTAL    PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 CKPT-HELD-COUNT      PIC 9(7).

       FD  SUSP-FILE.
       01  SUSP-RECORD.
       FD  BREG-FILE.
       COPY bregrec.

       FD  DUPH-FILE.
       01  DUPH-RECORD.
           COPY duphrec.

       FD  HIST-FILE.
       01  HIST-RECORD.
           05 HS-TIMESTAMP         PIC 9(14).
           05 HS-BUS-DATE          PIC 9(8).
           05 HS-BATCH-ID          PIC X(8).
           05 HS-SOURCE-ID         PIC X(3).
           05 HS-MODE              PIC X.
           COPY tranrec REPLACING AcctId BY HS-ACCT-ID
                                  Num1   BY HS-NUM1
                                  Num2   BY HS-NUM2
                                  Result BY HS-RESULT.

       FD  CAL-FILE.
       01  CAL-RECORD.
           COPY calrec.

       WORKING-STORAGE SECTION.
       01  TRAN-RECORD.
           COPY tranrec.

       01 WS-HDR-DATE-CHECK PIC 9 VALUE ZERO.

       01 WS-DUPH-FILE-STATUS PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS PIC XX VALUE "00".
       01 WS-HIST-FILENAME PIC X(20).

       01 WS-LOG-EOF-FLAG PIC X VALUE 'N'.
           88 WS-LOG-END-OF-FILE VALUE 'Y'.

       01 WS-HIST-EOF-FLAG PIC X VALUE 'N'.
           88 WS-HIST-END-OF-FILE VALUE 'Y'.

       01 WS-HELD-COUNT PIC 9(7) VALUE ZERO.

      *    Every transaction the duplicate check compares against:
      *    the live log as it stood at the start of the run, each
      *    business date's history file as its first batch arrives,
      *    and every detail this run logs.
       01 WS-DUP-TABLE.
           05 WS-DUP-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-DUP-ENTRY OCCURS 5000 TIMES.
              10 WS-DPT-BUS-DATE   PIC 9(8).
              10 WS-DPT-BATCH-ID   PIC X(8).
              10 WS-DPT-ORIGIN     PIC X(4).
              10 WS-DPT-KEY        PIC X(23).

       01 WS-DUP-SUB PIC 9(4) COMP.
       01 WS-DUP-MATCH-SUB PIC 9(4) COMP.

       01 WS-DUP-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-DUP-FOUND VALUE 'Y'.

       01 WS-DUP-KEY.
           05 WS-DK-MODE           PIC X.
           05 WS-DK-ACCT-ID        PIC X(6).
           05 WS-DK-NUM1           PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 WS-DK-NUM2           PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.

       01 WS-DUP-BUS-DATE PIC 9(8).
       01 WS-DUP-BATCH-ID PIC X(8).
       01 WS-DUP-ORIGIN PIC X(4).

       01 WS-HIST-DATE-TABLE.
           05 WS-HDT-COUNT         PIC 9(2) VALUE ZERO.
           05 WS-HDT-DATE          PIC 9(8) OCCURS 10 TIMES.

       01 WS-HDT-SUB PIC 9(2).

       01 WS-HIST-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-HIST-LOADED VALUE 'Y'.

       01 WS-CAL-FILE-STATUS PIC XX VALUE "00".

       01 WS-CAL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-CAL-END-OF-FILE VALUE 'Y'.

       01 WS-CAL-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-CAL-FOUND VALUE 'Y'.

       01 WS-CAL-DAY-TYPE PIC X VALUE 'B'.
           88 WS-CAL-BUSINESS-DAY VALUE 'B'.

       01 WS-CAL-INTEGER PIC 9(8) COMP.
       01 WS-CAL-WEEK-QUOT PIC 9(8) COMP.
       01 WS-CAL-WEEKDAY PIC 9 COMP.

       PROCEDURE DIVISION.
       A-PARA.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
               CLOSE BREG-FILE
           END-IF.

           OPEN INPUT TRAN-LOG-FILE.
           IF WS-LOG-FILE-STATUS = "00"
               PERFORM L-PARA UNTIL WS-LOG-END-OF-FILE
               CLOSE TRAN-LOG-FILE
           END-IF.

           IF WS-RESTART-REQUESTED
               PERFORM R-PARA
           END-IF.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND DUPH-FILE.
           IF WS-DUPH-FILE-STATUS = "35"
               CLOSE DUPH-FILE
               OPEN OUTPUT DUPH-FILE
           END-IF.
           IF WS-DUPH-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open duplicate-hold file "
                       "ADDDUPH.DAT - status " WS-DUPH-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CKPT-FILE.
           IF WS-CKPT-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open checkpoint file "
                  OR WS-RUN-STOPPED.
           CLOSE TRAN-LOG-FILE.
           CLOSE SUSP-FILE.
           CLOSE DUPH-FILE.
           IF NOT WS-RUN-STOPPED OR WS-BATCH-FAILED
               PERFORM Z-PARA
           END-IF.
           DISPLAY "Pairs processed: " WS-PAIR-COUNT
                   "  Grand total: " WS-GRAND-TOTAL
                   "  Rejected: " WS-ERROR-COUNT.
           IF WS-HELD-COUNT > ZERO
               DISPLAY "*** Held as suspected duplicates: "
                       WS-HELD-COUNT " - see ADDDUPH.DAT and run "
                       "AddDuplicateRelease"
           END-IF.
           IF WS-GRAND-TOTAL-OVERFLOW
               DISPLAY "*** WARNING: grand total overflowed S9(9)V99 "
                       "during this run - total above is not reliable"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ERROR-COUNT > ZERO OR WS-GRAND-TOTAL-OVERFLOW
                  OR WS-HELD-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
               MOVE SPACES TO CKPT-BATCH-ID CKPT-BATCH-SOURCE
               MOVE ZERO TO CKPT-BATCH-DATE
               MOVE ZERO TO CKPT-SOURCE-NUM CKPT-FILE-RECORDS-READ
                             CKPT-HELD-COUNT
               PERFORM UNTIL WS-CKPT-END-OF-FILE
                   READ CKPT-FILE
                       AT END SET WS-CKPT-END-OF-FILE TO TRUE
                           MOVE CKPT-PAIR-COUNT TO WS-PAIR-COUNT
                           MOVE CKPT-GRAND-TOTAL TO WS-GRAND-TOTAL
                           MOVE CKPT-ERROR-COUNT TO WS-ERROR-COUNT
                           MOVE CKPT-HELD-COUNT TO WS-HELD-COUNT
                           MOVE CKPT-GRAND-TOTAL-OVFL-FLAG
                                            TO WS-GRAND-TOTAL-OVFL-FLAG
                           MOVE CKPT-BATCH-ID TO WS-BATCH-ID
                         CKPT-GRAND-TOTAL CKPT-ERROR-COUNT
                         CKPT-DETAIL-COUNT CKPT-HASH-TOTAL
                         CKPT-SOURCE-NUM CKPT-FILE-RECORDS-READ
                         CKPT-BATCH-DATE CKPT-HELD-COUNT.
           MOVE 'N' TO CKPT-GRAND-TOTAL-OVFL-FLAG
                        CKPT-HDR-SEEN-FLAG CKPT-TRL-SEEN-FLAG.
           MOVE SPACES TO CKPT-BATCH-ID CKPT-BATCH-SOURCE.
      * same way a trailer mismatch does, with a REJECTED register
      * entry to show the attempt. A FAILED entry does not block:
      * that batch never made it in, and its corrected file carries
      * the same id. A real date that is not a business day on the
      * business calendar fails the batch as well - nothing is
      * booked to a day the business is closed.
      *----------------------------------------------------------------
       H-PARA.
           MOVE 1 TO WS-HDR-DATE-CHECK.
               COMPUTE WS-HDR-DATE-CHECK =
                   FUNCTION TEST-DATE-YYYYMMDD (TH-CREATE-DATE)
           END-IF.
           MOVE 'B' TO WS-CAL-DAY-TYPE.
           IF WS-HDR-DATE-CHECK = ZERO AND NOT WS-HEADER-SEEN
               PERFORM Q-PARA
           END-IF.
           EVALUATE TRUE
               WHEN WS-HEADER-SEEN
                   DISPLAY "*** Duplicate batch header record: "
                   DISPLAY "*** Batch header business date is not a "
                           "real date: " TRAN-HDR-RECORD
                   PERFORM F-PARA
               WHEN NOT WS-CAL-BUSINESS-DAY
                   DISPLAY "*** Batch header business date "
                           TH-CREATE-DATE " is not a business day on "
                           "the business calendar: " TRAN-HDR-RECORD
                   PERFORM F-PARA
               WHEN OTHER
                   MOVE 'N' TO WS-DUP-BATCH-FLAG
                   PERFORM VARYING WS-BREG-SUB FROM 1 BY 1
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * Q-PARA - look the batch header's business date up on the
      * business calendar ADDCAL.DAT, which is in date order, so the
      * search stops at the first later date. A date the calendar
      * does not hold - its year not set up yet, or no calendar at
      * all - is taken as a business day from Monday to Friday, with
      * a warning. Day 1 of the integer date count was a Monday, so
      * the remainder over 7 gives the weekday: 6 Saturday, 0 Sunday.
      *----------------------------------------------------------------
       Q-PARA.
           MOVE 'N' TO WS-CAL-FOUND-FLAG WS-CAL-EOF-FLAG.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-CAL-END-OF-FILE OR WS-CAL-FOUND
                   READ CAL-FILE
                       AT END SET WS-CAL-END-OF-FILE TO TRUE
                       NOT AT END
                           IF CL-DATE = TH-CREATE-DATE
                               SET WS-CAL-FOUND TO TRUE
                               MOVE CL-DAY-TYPE TO WS-CAL-DAY-TYPE
                           END-IF
                           IF CL-DATE > TH-CREATE-DATE
                               SET WS-CAL-END-OF-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAL-FILE
           END-IF.
           IF NOT WS-CAL-FOUND
               COMPUTE WS-CAL-INTEGER =
                   FUNCTION INTEGER-OF-DATE (TH-CREATE-DATE)
               DIVIDE WS-CAL-INTEGER BY 7
                   GIVING WS-CAL-WEEK-QUOT REMAINDER WS-CAL-WEEKDAY
               IF WS-CAL-WEEKDAY = 6 OR WS-CAL-WEEKDAY = 0
                   MOVE 'W' TO WS-CAL-DAY-TYPE
               ELSE
                   MOVE 'B' TO WS-CAL-DAY-TYPE
               END-IF
               DISPLAY "*** Business date " TH-CREATE-DATE " is not "
                       "on the business calendar ADDCAL.DAT - "
                       "Monday to Friday taken as business days"
               DISPLAY "*** Set the year up in AddCalendarMaint"
           END-IF.

      *----------------------------------------------------------------
      * T-PARA - verify the details actually read against the batch
      * trailer. Any disagreement fails the whole batch: a short
                   MOVE "OVFL" TO WS-SUSP-REASON
               END-IF
           END-IF.
           MOVE 'N' TO WS-DUP-FOUND-FLAG.
           IF WS-RECORD-VALID
               PERFORM K-PARA
           END-IF.
           IF WS-RECORD-VALID AND NOT WS-DUP-FOUND
               IF TI-MODE = 'S'
                   DISPLAY "The difference of " Num1 " and " Num2
                           " is " Result
               MOVE Num2 TO TL-NUM2
               MOVE Result TO TL-RESULT
               WRITE TRAN-LOG-RECORD
               MOVE WS-BATCH-DATE TO WS-DUP-BUS-DATE
               MOVE WS-BATCH-ID TO WS-DUP-BATCH-ID
               MOVE "DLOG" TO WS-DUP-ORIGIN
               PERFORM N-PARA
           ELSE
               IF WS-DUP-FOUND
                   DISPLAY "*** Held transaction - suspected "
                           "duplicate of batch "
                           WS-DPT-BATCH-ID (WS-DUP-MATCH-SUB)
                           ": " TRAN-IN-RECORD
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM O-PARA
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM S-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
           MOVE TRAN-IN-RECORD TO SUSP-TRAN-IMAGE.
           WRITE SUSP-RECORD.

      *----------------------------------------------------------------
      * K-PARA - the duplicate check for one valid detail. The
      * detail is a suspected duplicate when a transaction with the
      * same account, mode, Num1, Num2 and business date is already
      * logged under a different batch id - a second copy within one
      * batch is the submitter's business, and the trailer has
      * already vouched for it. The business date's history file is
      * loaded first if this is the first detail seen for that date
      * (a restarted run reaches here without re-reading the
      * header). A release batch from AddDuplicateRelease is not
      * checked: every item on it is one an operator has already
      * reviewed and released. The table is sized well past any one
      * day's volume; a full table would let duplicates through, so
      * the run stops before this detail is logged, and a restart
      * resumes with it once the log has been cut off.
      *----------------------------------------------------------------
       K-PARA.
           MOVE TI-MODE TO WS-DK-MODE.
           MOVE TI-ACCT-ID TO WS-DK-ACCT-ID.
           MOVE TI-NUM1 TO WS-DK-NUM1.
           MOVE TI-NUM2 TO WS-DK-NUM2.
           PERFORM M-PARA.
           IF WS-DUP-COUNT NOT < 5000
               DISPLAY "*** Duplicate check table is full - "
                       "transactions can no longer be checked"
               DISPLAY "*** Run AddLogCutoff and restart the run"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-BATCH-ID (1:2) NOT = "DR"
              OR WS-BATCH-SOURCE NOT = "DUPLICATE RELEASE"
               PERFORM VARYING WS-DUP-SUB FROM 1 BY 1
                       UNTIL WS-DUP-SUB > WS-DUP-COUNT
                          OR WS-DUP-FOUND
                   IF WS-DPT-KEY (WS-DUP-SUB) = WS-DUP-KEY
                       AND WS-DPT-BUS-DATE (WS-DUP-SUB) = WS-BATCH-DATE
                       AND WS-DPT-BATCH-ID (WS-DUP-SUB)
                                                      NOT = WS-BATCH-ID
                       SET WS-DUP-FOUND TO TRUE
                       MOVE WS-DUP-SUB TO WS-DUP-MATCH-SUB
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * M-PARA - make sure the current batch's business date has had
      * its history file ADDHyyyymmdd.DAT loaded into the duplicate
      * table - a batch for a day already cut off is checked against
      * that day's archived work as well as the live log. Each date
      * is loaded once per run; no history file just means the date
      * has not been cut off, or has been purged.
      *----------------------------------------------------------------
       M-PARA.
           MOVE 'N' TO WS-HIST-LOADED-FLAG.
           PERFORM VARYING WS-HDT-SUB FROM 1 BY 1
                   UNTIL WS-HDT-SUB > WS-HDT-COUNT
               IF WS-HDT-DATE (WS-HDT-SUB) = WS-BATCH-DATE
                   SET WS-HIST-LOADED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-HIST-LOADED AND WS-HDT-COUNT < 10
               ADD 1 TO WS-HDT-COUNT
               MOVE WS-BATCH-DATE TO WS-HDT-DATE (WS-HDT-COUNT)
               MOVE SPACES TO WS-HIST-FILENAME
               STRING "ADDH" DELIMITED BY SIZE
                      WS-BATCH-DATE DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                   INTO WS-HIST-FILENAME
               END-STRING
               OPEN INPUT HIST-FILE
               IF WS-HIST-FILE-STATUS = "00"
                   MOVE 'N' TO WS-HIST-EOF-FLAG
                   PERFORM I-PARA UNTIL WS-HIST-END-OF-FILE
                   CLOSE HIST-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * L-PARA - load one live log record into the duplicate table.
      *----------------------------------------------------------------
       L-PARA.
           READ TRAN-LOG-FILE
               AT END SET WS-LOG-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE TL-MODE TO WS-DK-MODE
                   MOVE TL-ACCT-ID TO WS-DK-ACCT-ID
                   MOVE TL-NUM1 TO WS-DK-NUM1
                   MOVE TL-NUM2 TO WS-DK-NUM2
                   MOVE TL-BUS-DATE TO WS-DUP-BUS-DATE
                   MOVE TL-BATCH-ID TO WS-DUP-BATCH-ID
                   MOVE "DLOG" TO WS-DUP-ORIGIN
                   PERFORM N-PARA
           END-READ.

      *----------------------------------------------------------------
      * I-PARA - load one history file record into the duplicate
      * table.
      *----------------------------------------------------------------
       I-PARA.
           READ HIST-FILE
               AT END SET WS-HIST-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE HS-MODE TO WS-DK-MODE
                   MOVE HS-ACCT-ID TO WS-DK-ACCT-ID
                   MOVE HS-NUM1 TO WS-DK-NUM1
                   MOVE HS-NUM2 TO WS-DK-NUM2
                   MOVE HS-BUS-DATE TO WS-DUP-BUS-DATE
                   MOVE HS-BATCH-ID TO WS-DUP-BATCH-ID
                   MOVE "DHST" TO WS-DUP-ORIGIN
                   PERFORM N-PARA
           END-READ.

      *----------------------------------------------------------------
      * N-PARA - add WS-DUP-KEY, logged under WS-DUP-BATCH-ID for
      * WS-DUP-BUS-DATE, to the duplicate table. Loading stops the
      * run when the table fills, the same way an overflowing batch
      * register does; K-PARA keeps a slot free for every detail
      * this run logs, so a full table never interrupts a detail
      * half way through.
      *----------------------------------------------------------------
       N-PARA.
           IF WS-DUP-COUNT < 5000
               ADD 1 TO WS-DUP-COUNT
               MOVE WS-DUP-BUS-DATE TO WS-DPT-BUS-DATE (WS-DUP-COUNT)
               MOVE WS-DUP-BATCH-ID TO WS-DPT-BATCH-ID (WS-DUP-COUNT)
               MOVE WS-DUP-ORIGIN TO WS-DPT-ORIGIN (WS-DUP-COUNT)
               MOVE WS-DUP-KEY TO WS-DPT-KEY (WS-DUP-COUNT)
           ELSE
               DISPLAY "*** More than 5000 logged transactions to "
                       "check for duplicates - the duplicate check "
                       "cannot be trusted"
               DISPLAY "*** Run AddLogCutoff and rerun"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      *----------------------------------------------------------------
      * O-PARA - append the held detail to the duplicate-hold file,
      * with where its earlier copy was found and the batch it was
      * logged under, stamped with the run start timestamp the way
      * the suspense file is.
      *----------------------------------------------------------------
       O-PARA.
           MOVE SPACES TO DUPH-RECORD.
           MOVE WS-RUN-TIMESTAMP TO DH-TIMESTAMP.
           MOVE WS-DPT-ORIGIN (WS-DUP-MATCH-SUB) TO DH-REASON.
           MOVE WS-BATCH-DATE TO DH-BUS-DATE.
           MOVE WS-BATCH-ID TO DH-BATCH-ID.
           MOVE WS-CURRENT-SOURCE-ID TO DH-SOURCE-ID.
           MOVE WS-DPT-BATCH-ID (WS-DUP-MATCH-SUB) TO DH-MATCH-BATCH.
           MOVE TRAN-IN-RECORD TO DH-TRAN-IMAGE.
           SET DH-HELD TO TRUE.
           MOVE ZERO TO DH-ACTION-TIMESTAMP.
           WRITE DUPH-RECORD.

      *----------------------------------------------------------------
      * W-PARA - persist the checkpoint after every record, right
      * after that record's TRAN-LOG-FILE write (if any) in B-PARA, so
           MOVE WS-PAIR-COUNT TO CKPT-PAIR-COUNT.
           MOVE WS-GRAND-TOTAL TO CKPT-GRAND-TOTAL.
           MOVE WS-ERROR-COUNT TO CKPT-ERROR-COUNT.
           MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT.
           MOVE WS-GRAND-TOTAL-OVFL-FLAG TO CKPT-GRAND-TOTAL-OVFL-FLAG.
           MOVE WS-BATCH-ID TO CKPT-BATCH-ID.
           MOVE WS-BATCH-DATE TO CKPT-BATCH-DATE.
