       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddAccountInquiry.

      *----------------------------------------------------------------
      * Modification history
      * ----------------------------------------------------------------
      * New program: read-only operator inquiry on one account, for
      * answering "where does my account stand?" calls from a single
      * screen instead of five reports. Keyed by account id, it shows
      * in turn the account's ACCTMST.DAT master record; today's
      * items on the live log ADDLOG.DAT, each marked posted,
      * unposted (AddPosting has not reached it yet) or exception
      * (on the posting exception file ADDPEXC.DAT); the account's
      * rejected transactions on the suspense file ADDSUSP.DAT; its
      * items on ADDPEXC.DAT with their reasons; its standing entries
      * on ADDRECUR.DAT with their next-due dates; and its last six
      * period balances from ADDPBAL.DAT. Each section is paged a
      * dozen lines at a time; the operator can skip to the next
      * section or straight on to the next account at any pause. The
      * files are read afresh for every account, so the screen shows
      * them as they stand, and nothing is ever written.
      *
      * Column headings of the live log, posting exception and
      * standing entry sections re-spaced so each amount heading
      * ends over its field and each text heading starts over its.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRAN-LOG-FILE ASSIGN TO "ADDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT POSTD-FILE ASSIGN TO "ADDPOSTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTD-FILE-STATUS.
           SELECT PEXC-FILE ASSIGN TO "ADDPEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEXC-FILE-STATUS.
           SELECT SUSP-FILE ASSIGN TO "ADDSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT RECUR-FILE ASSIGN TO "ADDRECUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUR-FILE-STATUS.
           SELECT PBAL-FILE ASSIGN TO "ADDPBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY acctmst.

       FD  TRAN-LOG-FILE.
       01  TRAN-LOG-RECORD PIC X(65).

       FD  POSTD-FILE.
       COPY postdrec.

       FD  PEXC-FILE.
       01  PEXC-RECORD.
           COPY pexcrec.

       FD  SUSP-FILE.
       01  SUSP-RECORD.
           COPY susprec.

       FD  RECUR-FILE.
       01  RECUR-RECORD.
           COPY recurrec.

       FD  PBAL-FILE.
       COPY pbalrec.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS PIC XX VALUE "00".
       01 WS-LOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-POSTD-FILE-STATUS PIC XX VALUE "00".
       01 WS-PEXC-FILE-STATUS PIC XX VALUE "00".
       01 WS-SUSP-FILE-STATUS PIC XX VALUE "00".
       01 WS-RECUR-FILE-STATUS PIC XX VALUE "00".
       01 WS-PBAL-FILE-STATUS PIC XX VALUE "00".

       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.

       01 WS-POSTD-EOF-FLAG PIC X VALUE 'N'.
           88 WS-POSTD-END-OF-FILE VALUE 'Y'.

       01 WS-PEXC-EOF-FLAG PIC X VALUE 'N'.
           88 WS-PEXC-END-OF-FILE VALUE 'Y'.

       01 WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.

       01 WS-SKIP-FLAG PIC X VALUE 'N'.
           88 WS-SECTION-SKIPPED VALUE 'Y'.

       01 WS-NEXT-ACCT-FLAG PIC X VALUE 'N'.
           88 WS-NEXT-ACCOUNT VALUE 'Y'.

       01 WS-ACCT-OPEN-FLAG PIC X VALUE 'N'.
           88 WS-ACCT-FILE-OPEN VALUE 'Y'.

       01 WS-ANSWER PIC X VALUE SPACE.
       01 WS-INQ-ACCT-ID PIC X(6).

       01 WS-SCREEN-LINES PIC 9(2) VALUE ZERO.
       01 WS-LINES-PER-SCREEN PIC 9(2) VALUE 12.
       01 WS-SECTION-TITLE PIC X(40).
       01 WS-COLUMN-HEAD PIC X(79).
       01 WS-SECTION-COUNT PIC 9(5) VALUE ZERO.

       01 WS-LOG-IMAGE.
           05 TL-TIMESTAMP         PIC 9(14).
           05 TL-BUS-DATE          PIC 9(8).
           05 TL-BATCH-ID          PIC X(8).
           05 TL-SOURCE-ID         PIC X(3).
           05 TL-MODE              PIC X.
           COPY tranrec REPLACING AcctId BY TL-ACCT-ID
                                  Num1   BY TL-NUM1
                                  Num2   BY TL-NUM2
                                  Result BY TL-RESULT.

       01 WS-SUSP-IMAGE.
           05 SI-MODE              PIC X.
           05 SI-ACCT-ID           PIC X(6).
           05 SI-NUM1              PIC X(8).
           05 SI-NUM2              PIC X(8).

      *    How far down the live log AddPosting has got, and this
      *    account's items on the posting exception file - a log
      *    record at or before the marker is posted unless its image
      *    is one of these.
       01 WS-POSTED-THRU PIC 9(7) VALUE ZERO.
       01 WS-LOG-RECORD-NUM PIC 9(7) VALUE ZERO.

       01 WS-PEXC-TABLE.
           05 WS-PEXC-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-PEXC-ENTRY OCCURS 200 TIMES.
              10 WS-PXT-IMAGE      PIC X(65).
              10 WS-PXT-REASON     PIC X(4).
              10 WS-PXT-USED-FLAG  PIC X.
                 88 WS-PXT-USED    VALUE 'Y'.

       01 WS-PEXC-SUB PIC 9(3) COMP.
       01 WS-PXT-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-PXT-FOUND VALUE 'Y'.

       01 WS-POST-STATE PIC X(10).
       01 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNPOSTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-POSTED-TOTAL PIC S9(9)V99
                           SIGN IS LEADING SEPARATE CHARACTER
                           VALUE ZERO.

      *    The account's period balances, the latest six kept, oldest
      *    first.
       01 WS-PBAL-TABLE.
           05 WS-PBAL-COUNT        PIC 9(2) VALUE ZERO.
           05 WS-PBAL-ENTRY OCCURS 6 TIMES.
              10 WS-PBL-IMAGE      PIC X(49).

       01 WS-PBAL-SUB PIC 9(2) COMP.

       01 WS-BALANCE-DISPLAY PIC -9(9).99.
       01 WS-TOTAL-DISPLAY PIC -9(9).99.
       01 WS-LIMIT-DISPLAY PIC 9(6).99.

       01 WS-LOG-LINE.
           05 LG-DATE              PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 LG-TIME              PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 LG-BATCH-ID          PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 LG-SOURCE-ID         PIC X(3).
           05 FILLER               PIC X VALUE SPACE.
           05 LG-MODE              PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 LG-NUM1              PIC +9(5).99.
           05 FILLER               PIC X VALUE SPACE.
           05 LG-NUM2              PIC +9(5).99.
           05 FILLER               PIC X VALUE SPACE.
           05 LG-RESULT            PIC +9(6).99.
           05 FILLER               PIC X VALUE SPACE.
           05 LG-STATE             PIC X(10).

       01 WS-SUSP-LINE.
           05 SL-TIMESTAMP         PIC 9(14).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SL-REASON            PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SL-MODE              PIC X.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SL-NUM1              PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SL-NUM2              PIC X(8).

       01 WS-PEXC-LINE.
           05 PL-TIMESTAMP         PIC 9(14).
           05 FILLER               PIC X VALUE SPACE.
           05 PL-REASON            PIC X(4).
           05 FILLER               PIC X VALUE SPACE.
           05 PL-DATE              PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 PL-BATCH-ID          PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 PL-MODE              PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 PL-NUM1              PIC +9(5).99.
           05 FILLER               PIC X VALUE SPACE.
           05 PL-NUM2              PIC +9(5).99.
           05 FILLER               PIC X VALUE SPACE.
           05 PL-RESULT            PIC +9(6).99.

       01 WS-RECUR-LINE.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RL-MODE              PIC X.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RL-NUM1              PIC +9(5).99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RL-NUM2              PIC +9(5).99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RL-FREQUENCY         PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RL-NEXT-DUE          PIC 9(8).

       01 WS-PBAL-LINE.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 BL-PERIOD            PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BL-OPEN-BAL          PIC -9(9).99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BL-MOVEMENT          PIC -9(10).99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BL-CLOSE-BAL         PIC -9(9).99.

       PROCEDURE DIVISION.
       A-PARA.
           DISPLAY "========================================".
           DISPLAY "  Account inquiry".
           DISPLAY "  Read only - nothing is changed".
           DISPLAY "========================================".
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS = "00"
               SET WS-ACCT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "*** Unable to open account master file "
                       "ACCTMST.DAT - status " WS-ACCT-FILE-STATUS
               DISPLAY "*** The master record section will be empty"
           END-IF.
           PERFORM I-PARA UNTIL WS-DONE.
           IF WS-ACCT-FILE-OPEN
               CLOSE ACCT-FILE
           END-IF.
           DISPLAY "Account inquiry ended.".
           STOP RUN.

      *----------------------------------------------------------------
      * I-PARA - one account: take the id, then show each section in
      * turn until the sections run out or the operator asks for the
      * next account.
      *----------------------------------------------------------------
       I-PARA.
           DISPLAY "----------------------------------------".
           DISPLAY "Account id (blank to end)?".
           ACCEPT WS-INQ-ACCT-ID.
           IF WS-INQ-ACCT-ID = SPACES
               SET WS-DONE TO TRUE
           ELSE
               MOVE 'N' TO WS-NEXT-ACCT-FLAG
               PERFORM B-PARA
               IF NOT WS-NEXT-ACCOUNT
                   PERFORM L-PARA
               END-IF
               IF NOT WS-NEXT-ACCOUNT
                   PERFORM S-PARA
               END-IF
               IF NOT WS-NEXT-ACCOUNT
                   PERFORM E-PARA
               END-IF
               IF NOT WS-NEXT-ACCOUNT
                   PERFORM R-PARA
               END-IF
               IF NOT WS-NEXT-ACCOUNT
                   PERFORM P-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * B-PARA - the account master record. An account that is not on
      * the master still has its other sections shown - a NOTF
      * posting exception or a suspense item is usually why the
      * caller is asking.
      *----------------------------------------------------------------
       B-PARA.
           MOVE "Account master - ACCTMST.DAT" TO WS-SECTION-TITLE.
           MOVE SPACES TO WS-COLUMN-HEAD.
           PERFORM H-PARA.
           IF WS-ACCT-FILE-OPEN
               MOVE WS-INQ-ACCT-ID TO AM-ACCT-ID
               READ ACCT-FILE
                   INVALID KEY
                       DISPLAY "*** Account " WS-INQ-ACCT-ID
                               " is not on the account master"
                   NOT INVALID KEY
                       PERFORM C-PARA
               END-READ
           ELSE
               DISPLAY "*** Account master not available"
           END-IF.
           PERFORM W-PARA.

      *----------------------------------------------------------------
      * C-PARA - show the master record's fields, one to a line.
      *----------------------------------------------------------------
       C-PARA.
           DISPLAY "Account id:     " AM-ACCT-ID.
           DISPLAY "Name:           " AM-ACCT-NAME.
           IF AM-STATUS-CLOSED
               DISPLAY "Status:         C CLOSED"
           ELSE
               DISPLAY "Status:         " AM-STATUS " OPEN"
           END-IF.
           MOVE AM-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY "Balance:        " WS-BALANCE-DISPLAY.
           DISPLAY "Last posted:    " AM-LAST-POST.
           MOVE AM-FLOOR-BAL TO WS-BALANCE-DISPLAY.
           DISPLAY "Floor balance:  " WS-BALANCE-DISPLAY.
           MOVE AM-TRAN-LIMIT TO WS-LIMIT-DISPLAY.
           IF AM-TRAN-LIMIT = ZERO
               DISPLAY "Tran limit:     none"
           ELSE
               DISPLAY "Tran limit:     " WS-LIMIT-DISPLAY
           END-IF.
           DISPLAY "Allow negative: " AM-ALLOW-NEG.
           DISPLAY "Rate class:     " AM-RATE-CLASS.
           DISPLAY "GL account:     " AM-GL-ACCOUNT.

      *----------------------------------------------------------------
      * L-PARA - today's items on the live log. The posting marker
      * and the account's posting exceptions are read first, so
      * each item can be marked with how far posting has got with
      * it: POSTED, UNPOSTED (after the marker) or EXCEPTION with
      * the exception reason.
      *----------------------------------------------------------------
       L-PARA.
           MOVE "Today's items - ADDLOG.DAT" TO WS-SECTION-TITLE.
           MOVE "Date     Time   Batch    Src M      Num1"
             TO WS-COLUMN-HEAD.
           MOVE "     Num2     Result State"
             TO WS-COLUMN-HEAD (42:).
           PERFORM H-PARA.
           MOVE ZERO TO WS-POSTED-THRU WS-PEXC-COUNT
                        WS-LOG-RECORD-NUM WS-POSTED-COUNT
                        WS-UNPOSTED-COUNT WS-EXCEPTION-COUNT
                        WS-POSTED-TOTAL.
           MOVE 'N' TO WS-POSTD-EOF-FLAG WS-PEXC-EOF-FLAG.
           OPEN INPUT POSTD-FILE.
           IF WS-POSTD-FILE-STATUS = "00"
               PERFORM G-PARA UNTIL WS-POSTD-END-OF-FILE
               CLOSE POSTD-FILE
           END-IF.
           OPEN INPUT PEXC-FILE.
           IF WS-PEXC-FILE-STATUS = "00"
               PERFORM K-PARA UNTIL WS-PEXC-END-OF-FILE
               CLOSE PEXC-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TRAN-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "No transaction log today - ADDLOG.DAT status "
                       WS-LOG-FILE-STATUS
           ELSE
               PERFORM D-PARA
                   UNTIL WS-END-OF-FILE
                      OR WS-SECTION-SKIPPED OR WS-NEXT-ACCOUNT
               CLOSE TRAN-LOG-FILE
           END-IF.
           IF NOT WS-SECTION-SKIPPED AND NOT WS-NEXT-ACCOUNT
               MOVE WS-POSTED-TOTAL TO WS-TOTAL-DISPLAY
               DISPLAY "Items: " WS-SECTION-COUNT
                       "  posted: " WS-POSTED-COUNT
                       "  unposted: " WS-UNPOSTED-COUNT
                       "  exceptions: " WS-EXCEPTION-COUNT
               DISPLAY "Net of posted results: " WS-TOTAL-DISPLAY
           END-IF.
           PERFORM W-PARA.

       G-PARA.
           READ POSTD-FILE
               AT END SET WS-POSTD-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE PD-RECORDS-DONE TO WS-POSTED-THRU
           END-READ.

      *----------------------------------------------------------------
      * K-PARA - keep one posting exception of this account. A table
      * overflow only means some of the account's exceptions would
      * show as POSTED, so it warns rather than stopping the screen.
      *----------------------------------------------------------------
       K-PARA.
           READ PEXC-FILE
               AT END SET WS-PEXC-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE PX-TRAN-IMAGE TO WS-LOG-IMAGE
                   IF TL-ACCT-ID = WS-INQ-ACCT-ID
                       IF WS-PEXC-COUNT < 200
                           ADD 1 TO WS-PEXC-COUNT
                           MOVE PX-TRAN-IMAGE
                                TO WS-PXT-IMAGE (WS-PEXC-COUNT)
                           MOVE PX-REASON
                                TO WS-PXT-REASON (WS-PEXC-COUNT)
                           MOVE 'N'
                                TO WS-PXT-USED-FLAG (WS-PEXC-COUNT)
                       ELSE
                           DISPLAY "*** More than 200 posting "
                                   "exceptions for the account - "
                                   "later ones show as POSTED"
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * D-PARA - read one live log record and show it when it is the
      * account's. Each exception matches one log record only, so
      * two identical items with one exception between them show
      * one of each.
      *----------------------------------------------------------------
       D-PARA.
           READ TRAN-LOG-FILE INTO WS-LOG-IMAGE
               AT END SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-RECORD-NUM
                   IF TL-ACCT-ID = WS-INQ-ACCT-ID
                       PERFORM X-PARA
                       PERFORM M-PARA
                       IF NOT WS-SECTION-SKIPPED
                           AND NOT WS-NEXT-ACCOUNT
                           MOVE TL-BUS-DATE TO LG-DATE
                           MOVE TL-TIMESTAMP (9:6) TO LG-TIME
                           MOVE TL-BATCH-ID TO LG-BATCH-ID
                           MOVE TL-SOURCE-ID TO LG-SOURCE-ID
                           MOVE TL-MODE TO LG-MODE
                           MOVE TL-NUM1 TO LG-NUM1
                           MOVE TL-NUM2 TO LG-NUM2
                           MOVE TL-RESULT TO LG-RESULT
                           MOVE WS-POST-STATE TO LG-STATE
                           DISPLAY WS-LOG-LINE
                           ADD 1 TO WS-SCREEN-LINES
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * X-PARA - work out the posting state of the log record just
      * read and count it.
      *----------------------------------------------------------------
       X-PARA.
           ADD 1 TO WS-SECTION-COUNT.
           IF WS-LOG-RECORD-NUM > WS-POSTED-THRU
               MOVE "UNPOSTED" TO WS-POST-STATE
               ADD 1 TO WS-UNPOSTED-COUNT
           ELSE
               MOVE 'N' TO WS-PXT-FOUND-FLAG
               PERFORM VARYING WS-PEXC-SUB FROM 1 BY 1
                       UNTIL WS-PEXC-SUB > WS-PEXC-COUNT
                          OR WS-PXT-FOUND
                   IF NOT WS-PXT-USED (WS-PEXC-SUB)
                       AND WS-PXT-IMAGE (WS-PEXC-SUB) = WS-LOG-IMAGE
                       SET WS-PXT-FOUND TO TRUE
                       SET WS-PXT-USED (WS-PEXC-SUB) TO TRUE
                       MOVE SPACES TO WS-POST-STATE
                       STRING "EXCP " DELIMITED BY SIZE
                              WS-PXT-REASON (WS-PEXC-SUB)
                                  DELIMITED BY SIZE
                           INTO WS-POST-STATE
                       END-STRING
                   END-IF
               END-PERFORM
               IF WS-PXT-FOUND
                   ADD 1 TO WS-EXCEPTION-COUNT
               ELSE
                   MOVE "POSTED" TO WS-POST-STATE
                   ADD 1 TO WS-POSTED-COUNT
                   ADD TL-RESULT TO WS-POSTED-TOTAL
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * S-PARA - the account's rejected transactions waiting on the
      * suspense file for AddSuspenseRepair. The amounts are shown
      * as they were keyed - a rejected amount may not be numeric.
      *----------------------------------------------------------------
       S-PARA.
           MOVE "Suspense items - ADDSUSP.DAT" TO WS-SECTION-TITLE.
           MOVE "Rejected at     Rsn   M  Num1      Num2"
             TO WS-COLUMN-HEAD.
           PERFORM H-PARA.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUSP-FILE.
           IF WS-SUSP-FILE-STATUS NOT = "00"
               DISPLAY "No suspense file - ADDSUSP.DAT status "
                       WS-SUSP-FILE-STATUS
           ELSE
               PERFORM T-PARA
                   UNTIL WS-END-OF-FILE
                      OR WS-SECTION-SKIPPED OR WS-NEXT-ACCOUNT
               CLOSE SUSP-FILE
           END-IF.
           IF NOT WS-SECTION-SKIPPED AND NOT WS-NEXT-ACCOUNT
               DISPLAY "Suspense items: " WS-SECTION-COUNT
           END-IF.
           PERFORM W-PARA.

       T-PARA.
           READ SUSP-FILE
               AT END SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SUSP-TRAN-IMAGE TO WS-SUSP-IMAGE
                   IF SI-ACCT-ID = WS-INQ-ACCT-ID
                       ADD 1 TO WS-SECTION-COUNT
                       PERFORM M-PARA
                       IF NOT WS-SECTION-SKIPPED
                           AND NOT WS-NEXT-ACCOUNT
                           MOVE SUSP-TIMESTAMP TO SL-TIMESTAMP
                           MOVE SUSP-REASON TO SL-REASON
                           MOVE SI-MODE TO SL-MODE
                           MOVE SI-NUM1 TO SL-NUM1
                           MOVE SI-NUM2 TO SL-NUM2
                           DISPLAY WS-SUSP-LINE
                           ADD 1 TO WS-SCREEN-LINES
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * E-PARA - the account's items on the posting exception file
      * waiting for AddRepost, with the reason each was refused.
      *----------------------------------------------------------------
       E-PARA.
           MOVE "Posting exceptions - ADDPEXC.DAT"
             TO WS-SECTION-TITLE.
           MOVE "Refused at     Rsn  Bus date Batch    M"
             TO WS-COLUMN-HEAD.
           MOVE "      Num1      Num2     Result"
             TO WS-COLUMN-HEAD (40:).
           PERFORM H-PARA.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PEXC-FILE.
           IF WS-PEXC-FILE-STATUS NOT = "00"
               DISPLAY "No posting exception file - ADDPEXC.DAT "
                       "status " WS-PEXC-FILE-STATUS
           ELSE
               PERFORM F-PARA
                   UNTIL WS-END-OF-FILE
                      OR WS-SECTION-SKIPPED OR WS-NEXT-ACCOUNT
               CLOSE PEXC-FILE
           END-IF.
           IF NOT WS-SECTION-SKIPPED AND NOT WS-NEXT-ACCOUNT
               DISPLAY "Posting exceptions: " WS-SECTION-COUNT
           END-IF.
           PERFORM W-PARA.

       F-PARA.
           READ PEXC-FILE
               AT END SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE PX-TRAN-IMAGE TO WS-LOG-IMAGE
                   IF TL-ACCT-ID = WS-INQ-ACCT-ID
                       ADD 1 TO WS-SECTION-COUNT
                       PERFORM M-PARA
                       IF NOT WS-SECTION-SKIPPED
                           AND NOT WS-NEXT-ACCOUNT
                           MOVE PX-TIMESTAMP TO PL-TIMESTAMP
                           MOVE PX-REASON TO PL-REASON
                           MOVE TL-BUS-DATE TO PL-DATE
                           MOVE TL-BATCH-ID TO PL-BATCH-ID
                           MOVE TL-MODE TO PL-MODE
                           MOVE TL-NUM1 TO PL-NUM1
                           MOVE TL-NUM2 TO PL-NUM2
                           MOVE TL-RESULT TO PL-RESULT
                           DISPLAY WS-PEXC-LINE
                           ADD 1 TO WS-SCREEN-LINES
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * R-PARA - the account's standing entries on the recurring
      * master, with the date each next falls due. AddRecurGen rolls
      * a due date on a non-business day to the next business day.
      *----------------------------------------------------------------
       R-PARA.
           MOVE "Standing entries - ADDRECUR.DAT" TO WS-SECTION-TITLE.
           MOVE " M       Num1       Num2  Freq     Next due"
             TO WS-COLUMN-HEAD.
           PERFORM H-PARA.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RECUR-FILE.
           IF WS-RECUR-FILE-STATUS NOT = "00"
               DISPLAY "No recurring master - ADDRECUR.DAT status "
                       WS-RECUR-FILE-STATUS
           ELSE
               PERFORM U-PARA
                   UNTIL WS-END-OF-FILE
                      OR WS-SECTION-SKIPPED OR WS-NEXT-ACCOUNT
               CLOSE RECUR-FILE
           END-IF.
           IF NOT WS-SECTION-SKIPPED AND NOT WS-NEXT-ACCOUNT
               DISPLAY "Standing entries: " WS-SECTION-COUNT
           END-IF.
           PERFORM W-PARA.

       U-PARA.
           READ RECUR-FILE
               AT END SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF RC-ACCT-ID = WS-INQ-ACCT-ID
                       ADD 1 TO WS-SECTION-COUNT
                       PERFORM M-PARA
                       IF NOT WS-SECTION-SKIPPED
                           AND NOT WS-NEXT-ACCOUNT
                           MOVE RC-MODE TO RL-MODE
                           MOVE RC-NUM1 TO RL-NUM1
                           MOVE RC-NUM2 TO RL-NUM2
                           IF RC-FREQ-WEEKLY
                               MOVE "WEEKLY" TO RL-FREQUENCY
                           ELSE
                               MOVE "MONTHLY" TO RL-FREQUENCY
                           END-IF
                           MOVE RC-NEXT-DUE TO RL-NEXT-DUE
                           DISPLAY WS-RECUR-LINE
                           ADD 1 TO WS-SCREEN-LINES
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * P-PARA - the account's last six closed periods. The period
      * balance file is in period order, so the six kept once the
      * file has been read are the latest.
      *----------------------------------------------------------------
       P-PARA.
           MOVE "Period balances - ADDPBAL.DAT" TO WS-SECTION-TITLE.
           MOVE " Period        Opening        Movement        Closing"
             TO WS-COLUMN-HEAD.
           PERFORM H-PARA.
           MOVE ZERO TO WS-PBAL-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PBAL-FILE.
           IF WS-PBAL-FILE-STATUS NOT = "00"
               DISPLAY "No period balance file - ADDPBAL.DAT status "
                       WS-PBAL-FILE-STATUS
           ELSE
               PERFORM Q-PARA UNTIL WS-END-OF-FILE
               CLOSE PBAL-FILE
               PERFORM V-PARA
                   VARYING WS-PBAL-SUB FROM 1 BY 1
                   UNTIL WS-PBAL-SUB > WS-PBAL-COUNT
                      OR WS-SECTION-SKIPPED OR WS-NEXT-ACCOUNT
           END-IF.
           IF NOT WS-SECTION-SKIPPED AND NOT WS-NEXT-ACCOUNT
               DISPLAY "Periods closed for the account: "
                       WS-SECTION-COUNT
           END-IF.
           DISPLAY "End of account " WS-INQ-ACCT-ID.

       Q-PARA.
           READ PBAL-FILE
               AT END SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF PB-ACCT-ID = WS-INQ-ACCT-ID
                       ADD 1 TO WS-SECTION-COUNT
                       IF WS-PBAL-COUNT < 6
                           ADD 1 TO WS-PBAL-COUNT
                       ELSE
                           PERFORM VARYING WS-PBAL-SUB FROM 1 BY 1
                                   UNTIL WS-PBAL-SUB > 5
                               MOVE WS-PBL-IMAGE (WS-PBAL-SUB + 1)
                                 TO WS-PBL-IMAGE (WS-PBAL-SUB)
                           END-PERFORM
                       END-IF
                       MOVE PBAL-RECORD TO WS-PBL-IMAGE (WS-PBAL-COUNT)
                   END-IF
           END-READ.

       V-PARA.
           MOVE WS-PBL-IMAGE (WS-PBAL-SUB) TO PBAL-RECORD.
           PERFORM M-PARA.
           IF NOT WS-SECTION-SKIPPED AND NOT WS-NEXT-ACCOUNT
               MOVE PB-PERIOD TO BL-PERIOD
               MOVE PB-OPEN-BAL TO BL-OPEN-BAL
               MOVE PB-MOVEMENT TO BL-MOVEMENT
               MOVE PB-CLOSE-BAL TO BL-CLOSE-BAL
               DISPLAY WS-PBAL-LINE
               ADD 1 TO WS-SCREEN-LINES
           END-IF.

      *----------------------------------------------------------------
      * H-PARA - start a section: its title and column heading, with
      * the screen line count, the section count and the skip
      * request cleared.
      *----------------------------------------------------------------
       H-PARA.
           MOVE ZERO TO WS-SCREEN-LINES WS-SECTION-COUNT.
           MOVE 'N' TO WS-SKIP-FLAG.
           DISPLAY " ".
           DISPLAY "== " WS-SECTION-TITLE " == account "
                   WS-INQ-ACCT-ID.
           IF WS-COLUMN-HEAD NOT = SPACES
               DISPLAY WS-COLUMN-HEAD
           END-IF.

      *----------------------------------------------------------------
      * M-PARA - before a line goes out, pause when the screen is
      * full: ENTER shows the next page of the section, S skips to
      * the next section, N goes straight on to the next account.
      *----------------------------------------------------------------
       M-PARA.
           IF WS-SCREEN-LINES >= WS-LINES-PER-SCREEN
               DISPLAY "ENTER for more, S next section, "
                       "N next account..."
               ACCEPT WS-ANSWER
               EVALUATE WS-ANSWER
                   WHEN 'S'
                   WHEN 's'
                       SET WS-SECTION-SKIPPED TO TRUE
                   WHEN 'N'
                   WHEN 'n'
                       SET WS-NEXT-ACCOUNT TO TRUE
                   WHEN OTHER
                       MOVE ZERO TO WS-SCREEN-LINES
                       IF WS-COLUMN-HEAD NOT = SPACES
                           DISPLAY WS-COLUMN-HEAD
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * W-PARA - end of a section: pause before the next one, unless
      * the operator has already asked for the next account.
      *----------------------------------------------------------------
       W-PARA.
           IF NOT WS-NEXT-ACCOUNT
               DISPLAY "ENTER for the next section, N next account..."
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'N' OR WS-ANSWER = 'n'
                   SET WS-NEXT-ACCOUNT TO TRUE
               END-IF
           END-IF.
