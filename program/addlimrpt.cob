       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddLimitReport.

      *----------------------------------------------------------------
      * Modification history
      * ----------------------------------------------------------------
      * New program: the limit-breach report. Lists every posting on
      * the exception file ADDPEXC.DAT that AddPosting or AddRepost
      * refused with reason LIMT, with the account's posting limits
      * as they now stand on ACCTMST.DAT - floor balance,
      * single-transaction limit and allow-negative flag - its
      * current balance, the balance the posting would leave if it
      * were applied now, and which limit it breaches. A posting the
      * current limits would let through is flagged for AddRepost.
      * Written as ADDLIMR.DAT, for the supervisor deciding whether
      * to raise a limit in AccountMaint or return the work.
      *
      * Detail line fitted to the 80-byte report line: it was three
      * bytes over, and the longest limit reasons lost their last
      * characters. The log timestamp now prints unbroken and the
      * column headings sit over their fields.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEXC-FILE ASSIGN TO "ADDPEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEXC-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ADDLIMR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEXC-FILE.
       01  PEXC-RECORD.
           COPY pexcrec.

       FD  ACCT-FILE.
       COPY acctmst.

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-WORK-TRAN.
           05 WT-TIMESTAMP         PIC 9(14).
           05 WT-BUS-DATE          PIC 9(8).
           05 WT-BATCH-ID          PIC X(8).
           05 WT-SOURCE-ID         PIC X(3).
           05 WT-MODE              PIC X.
           COPY tranrec REPLACING AcctId BY WT-ACCT-ID
                                  Num1   BY WT-NUM1
                                  Num2   BY WT-NUM2
                                  Result BY WT-RESULT.

       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.

       01 WS-PEXC-FILE-STATUS PIC XX VALUE "00".
       01 WS-ACCT-FILE-STATUS PIC XX VALUE "00".
       01 WS-RPT-FILE-STATUS PIC XX VALUE "00".

       01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REPORT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOW-POSTS-COUNT PIC 9(7) VALUE ZERO.

       01 WS-NEW-BALANCE PIC S9(9)V99
                          SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-TRAN-AMOUNT PIC 9(6)V99.

       01 WS-LIMIT-FLAG PIC X VALUE 'N'.
           88 WS-LIMIT-BREACHED VALUE 'Y'.
       01 WS-LIMIT-WHY PIC X(29).

       01 WS-DETAIL-LINE.
           05 DL-TIMESTAMP         PIC 9(14).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-BATCH-ID          PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-BUS-DATE          PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-ACCT-ID           PIC X(6).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-RESULT            PIC +9(6).99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-WHY               PIC X(29).

       01 WS-LIMIT-LINE.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 LL-FLOOR-BAL         PIC -9(9).99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 LL-TRAN-LIMIT        PIC 9(6).99.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 LL-ALLOW-NEG         PIC X.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 LL-BALANCE           PIC -9(9).99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 LL-NEW-BALANCE       PIC -9(9).99.

       PROCEDURE DIVISION.
       A-PARA.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open ADDLIMR.DAT for output - "
                       "status " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM H-PARA.
           OPEN INPUT PEXC-FILE.
           IF WS-PEXC-FILE-STATUS NOT = "00"
               DISPLAY "No posting exceptions to report - ADDPEXC.DAT "
                       "status " WS-PEXC-FILE-STATUS
               SET WS-END-OF-FILE TO TRUE
           ELSE
               OPEN INPUT ACCT-FILE
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   DISPLAY "*** Unable to open account master file "
                           "ACCTMST.DAT - status " WS-ACCT-FILE-STATUS
                   CLOSE PEXC-FILE
                   CLOSE REPORT-FILE
                   STOP RUN
               END-IF
               READ PEXC-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM B-PARA UNTIL WS-END-OF-FILE
               CLOSE ACCT-FILE
               CLOSE PEXC-FILE
           END-IF.
           PERFORM F-PARA.
           CLOSE REPORT-FILE.
           DISPLAY "Exceptions read:          " WS-READ-COUNT.
           DISPLAY "Limit breaches reported:  " WS-REPORT-COUNT.
           IF WS-NOW-POSTS-COUNT > ZERO
               DISPLAY "Now within limits:        " WS-NOW-POSTS-COUNT
                       " - run AddRepost"
           END-IF.
           DISPLAY "Limit-breach report written to ADDLIMR.DAT.".
           STOP RUN.

      *----------------------------------------------------------------
      * H-PARA - the report heading.
      *----------------------------------------------------------------
       H-PARA.
           MOVE SPACES TO RPT-LINE.
           STRING "AddPosting Limit-Breach Report"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Logged         Batch    BusDate  Acct       Result"
                  " Limit breached"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "    Floor         Tran limit  Neg Balance now   "
                  "Would leave"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "-------------- -------- -------- ------ ----------"
                  " -----------------------------"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      * B-PARA - one exception record: only the LIMT ones belong on
      * this report; the others are AddRepost's ordinary business.
      *----------------------------------------------------------------
       B-PARA.
           ADD 1 TO WS-READ-COUNT.
           IF PX-REASON = "LIMT"
               PERFORM C-PARA
           END-IF.
           READ PEXC-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * C-PARA - print the refused posting and the account's limits
      * and balance as they stand now. An account since removed from
      * the master is noted in place of its limits.
      *----------------------------------------------------------------
       C-PARA.
           ADD 1 TO WS-REPORT-COUNT.
           MOVE PX-TRAN-IMAGE TO WS-WORK-TRAN.
           MOVE WT-TIMESTAMP TO DL-TIMESTAMP.
           MOVE WT-BATCH-ID TO DL-BATCH-ID.
           MOVE WT-BUS-DATE TO DL-BUS-DATE.
           MOVE WT-ACCT-ID TO DL-ACCT-ID.
           MOVE WT-RESULT TO DL-RESULT.
           MOVE WT-ACCT-ID TO AM-ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   PERFORM E-PARA
               NOT INVALID KEY
                   PERFORM D-PARA
           END-READ.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       D-PARA.
           COMPUTE WS-NEW-BALANCE = AM-BALANCE + WT-RESULT
               ON SIZE ERROR
                   MOVE ZERO TO WS-NEW-BALANCE
           END-COMPUTE.
           PERFORM V-PARA.
           IF WS-LIMIT-BREACHED
               MOVE WS-LIMIT-WHY TO DL-WHY
           ELSE
               MOVE "within limits now - AddRepost" TO DL-WHY
               ADD 1 TO WS-NOW-POSTS-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE AM-FLOOR-BAL TO LL-FLOOR-BAL.
           MOVE AM-TRAN-LIMIT TO LL-TRAN-LIMIT.
           MOVE AM-ALLOW-NEG TO LL-ALLOW-NEG.
           MOVE AM-BALANCE TO LL-BALANCE.
           MOVE WS-NEW-BALANCE TO LL-NEW-BALANCE.
           MOVE WS-LIMIT-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       E-PARA.
           MOVE "account no longer on master" TO DL-WHY.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      * V-PARA - the limit test, exactly as AddPosting's V-PARA makes
      * it, so the report names the limit the posting breaches today.
      *----------------------------------------------------------------
       V-PARA.
           MOVE 'N' TO WS-LIMIT-FLAG.
           MOVE WT-RESULT TO WS-TRAN-AMOUNT.
           IF AM-TRAN-LIMIT > ZERO
               AND WS-TRAN-AMOUNT > AM-TRAN-LIMIT
               SET WS-LIMIT-BREACHED TO TRUE
               MOVE "over single-transaction limit" TO WS-LIMIT-WHY
           END-IF.
           IF NOT WS-LIMIT-BREACHED AND WT-RESULT < ZERO
               IF WS-NEW-BALANCE < ZERO AND NOT AM-NEG-ALLOWED
                   SET WS-LIMIT-BREACHED TO TRUE
                   MOVE "negative balance not allowed" TO WS-LIMIT-WHY
               ELSE
                   IF WS-NEW-BALANCE < AM-FLOOR-BAL
                       SET WS-LIMIT-BREACHED TO TRUE
                       MOVE "below floor balance" TO WS-LIMIT-WHY
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * F-PARA - the count footer.
      *----------------------------------------------------------------
       F-PARA.
           MOVE SPACES TO RPT-LINE.
           STRING "Limit breaches reported: " DELIMITED BY SIZE
                  WS-REPORT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Now within limits:       " DELIMITED BY SIZE
                  WS-NOW-POSTS-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
