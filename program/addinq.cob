      * the date column shows it, with the machine-clock time beside
      * it - callers quote the day they submitted, not the minute
      * the job happened to log it.
      *
      * Indexed history: the search now reaches every business date
      * still kept, not just today. The indexed history ADDHIDX.DAT
      * that AddLogCutoff loads is searched first, then the live
      * ADDLOG.DAT for what has not been cut off yet. New account and
      * batch filters: with a batch the history is read by its batch
      * id key, with an account by its account key from the from-date
      * on, so a narrow question does not read the whole history.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRAN-LOG-FILE ASSIGN TO "ADDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT HIDX-FILE ASSIGN TO "ADDHIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               ALTERNATE RECORD KEY IS HX-BATCH-ID WITH DUPLICATES
               FILE STATUS IS WS-HIDX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-LOG-FILE.
       01  TRAN-LOG-RECORD PIC X(65).

       FD  HIDX-FILE.
       COPY hidxrec.

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.

       01 WS-LOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-HIDX-FILE-STATUS PIC XX VALUE "00".

       01 WS-LOG-IMAGE.
           05 TL-TIMESTAMP         PIC 9(14).
           05 TL-BUS-DATE          PIC 9(8).
           05 TL-BATCH-ID          PIC X(8).
                                  Num2   BY TL-NUM2
                                  Result BY TL-RESULT.

       01 WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.

       01 WS-FROM-DATE PIC X(8).
       01 WS-TO-DATE PIC X(8).
       01 WS-MODE-FILTER PIC X.
       01 WS-ACCT-FILTER PIC X(6).
       01 WS-BATCH-FILTER PIC X(8).
       01 WS-AMOUNT-ANSWER PIC X(7).
       01 WS-AMOUNT-FILTER PIC 9(5)V99.
       01 WS-AMOUNT-GIVEN-FLAG PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       A-PARA.
           DISPLAY "========================================".
           DISPLAY "  Transaction history inquiry".
           DISPLAY "  Filters may be left blank to match all".
           DISPLAY "========================================".
           PERFORM I-PARA UNTIL WS-DONE.
           STOP RUN.

      *----------------------------------------------------------------
      * I-PARA - one inquiry: take the filters, search the indexed
      * history and then the live log, page the matches, then offer
      * another go.
      *----------------------------------------------------------------
       I-PARA.
           PERFORM F-PARA.
           MOVE ZERO TO WS-MATCH-COUNT WS-SCREEN-LINES.
           MOVE 'N' TO WS-QUIT-FLAG.
           PERFORM Q-PARA.
           PERFORM H-PARA.
           IF NOT WS-QUIT-PAGING
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT TRAN-LOG-FILE
               IF WS-LOG-FILE-STATUS NOT = "00"
                   DISPLAY "No transaction log to search - ADDLOG.DAT "
                           "status " WS-LOG-FILE-STATUS
               ELSE
                   READ TRAN-LOG-FILE INTO WS-LOG-IMAGE
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
                   PERFORM D-PARA
                       UNTIL WS-END-OF-FILE OR WS-QUIT-PAGING
                   CLOSE TRAN-LOG-FILE
               END-IF
           END-IF.
           DISPLAY "Transactions matched: " WS-MATCH-COUNT.
           DISPLAY "Another inquiry (Y/N)?".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
           END-IF.
           DISPLAY "Mode (A=add, S=subtract, blank=both)?".
           ACCEPT WS-MODE-FILTER.
           DISPLAY "Account id (or blank)?".
           ACCEPT WS-ACCT-FILTER.
           DISPLAY "Batch id (or blank)?".
           ACCEPT WS-BATCH-FILTER.
           MOVE 'N' TO WS-AMOUNT-GIVEN-FLAG.
           DISPLAY "Amount (7 digits, last 2 cents, or blank)?".
           ACCEPT WS-AMOUNT-ANSWER.
                   "---  ---------  ---------  ----------".

      *----------------------------------------------------------------
      * H-PARA - search the indexed history. With a batch filter the
      * search starts at that batch on the batch id key and stops
      * when the batch changes; with an account filter it starts at
      * the account and from-date on the record key and stops when
      * the account changes; with neither it reads the whole file.
      * No indexed history yet just means only today is searched.
      *----------------------------------------------------------------
       H-PARA.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HIDX-FILE.
           IF WS-HIDX-FILE-STATUS NOT = "00"
               DISPLAY "No indexed history to search - ADDHIDX.DAT "
                       "status " WS-HIDX-FILE-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN WS-BATCH-FILTER NOT = SPACES
                       MOVE WS-BATCH-FILTER TO HX-BATCH-ID
                       START HIDX-FILE KEY IS EQUAL TO HX-BATCH-ID
                           INVALID KEY SET WS-END-OF-FILE TO TRUE
                       END-START
                   WHEN WS-ACCT-FILTER NOT = SPACES
                       MOVE LOW-VALUES TO HX-KEY
                       MOVE WS-ACCT-FILTER TO HX-ACCT-ID
                       IF WS-FROM-DATE NOT = SPACES
                           MOVE WS-FROM-DATE TO HX-BUS-DATE
                       END-IF
                       START HIDX-FILE KEY IS NOT LESS THAN HX-KEY
                           INVALID KEY SET WS-END-OF-FILE TO TRUE
                       END-START
                   WHEN OTHER
                       MOVE LOW-VALUES TO HX-KEY
                       START HIDX-FILE KEY IS NOT LESS THAN HX-KEY
                           INVALID KEY SET WS-END-OF-FILE TO TRUE
                       END-START
               END-EVALUATE
               PERFORM J-PARA
                   UNTIL WS-END-OF-FILE OR WS-QUIT-PAGING
               CLOSE HIDX-FILE
           END-IF.

      *----------------------------------------------------------------
      * J-PARA - read the next indexed history record, stop at the
      * end of the batch or account searched for, and test it.
      *----------------------------------------------------------------
       J-PARA.
           READ HIDX-FILE NEXT RECORD
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
               IF (WS-BATCH-FILTER NOT = SPACES
                   AND HX-BATCH-ID NOT = WS-BATCH-FILTER)
                  OR (WS-BATCH-FILTER = SPACES
                   AND WS-ACCT-FILTER NOT = SPACES
                   AND HX-ACCT-ID NOT = WS-ACCT-FILTER)
                   SET WS-END-OF-FILE TO TRUE
               ELSE
                   MOVE HX-TIMESTAMP TO TL-TIMESTAMP
                   MOVE HX-BUS-DATE TO TL-BUS-DATE
                   MOVE HX-BATCH-ID TO TL-BATCH-ID
                   MOVE HX-SOURCE-ID TO TL-SOURCE-ID
                   MOVE HX-MODE TO TL-MODE
                   MOVE HX-ACCT-ID TO TL-ACCT-ID
                   MOVE HX-NUM1 TO TL-NUM1
                   MOVE HX-NUM2 TO TL-NUM2
                   MOVE HX-RESULT TO TL-RESULT
                   PERFORM T-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * D-PARA - test one live log record and read the next.
      *----------------------------------------------------------------
       D-PARA.
           PERFORM T-PARA.
           IF NOT WS-QUIT-PAGING
               READ TRAN-LOG-FILE INTO WS-LOG-IMAGE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * T-PARA - test one transaction against the filters and show
      * it if it matches, pausing when the screen is full.
      *----------------------------------------------------------------
       T-PARA.
           IF (WS-FROM-DATE = SPACES
               OR TL-BUS-DATE >= WS-FROM-DATE)
              AND (WS-TO-DATE = SPACES
               OR TL-NUM2 = WS-AMOUNT-FILTER
               OR TL-RESULT = WS-AMOUNT-FILTER
               OR TL-RESULT = ZERO - WS-AMOUNT-FILTER)
              AND (WS-ACCT-FILTER = SPACES
               OR TL-ACCT-ID = WS-ACCT-FILTER)
              AND (WS-BATCH-FILTER = SPACES
               OR TL-BATCH-ID = WS-BATCH-FILTER)
               PERFORM M-PARA
           END-IF.

       M-PARA.
           IF WS-SCREEN-LINES >= WS-LINES-PER-SCREEN
