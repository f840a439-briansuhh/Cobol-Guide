      * business date each transaction carries (TL-BUS-DATE), so a
      * statement month holds exactly that business month's
      * transactions however late the jobs ran.
      *
      * Indexed history: the account's history is now read straight
      * from the indexed history ADDHIDX.DAT that AddLogCutoff loads,
      * starting at the account and the start of the range on its
      * key, instead of walking every catalogued history file twice.
      * The live ADDLOG.DAT is still read for today. The statement
      * lines now come out in business date order.
      *
      * Missing index: a missing ADDHIDX.DAT is now taken as "no
      * history yet" only when ADDHISTC.DAT catalogues no history
      * files. With history files catalogued the index has been
      * lost, and a statement from the live log alone would be short
      * and tie to the master with a wrong opening balance, so the
      * run stops with return code 8.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "ADDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT HIDX-FILE ASSIGN TO "ADDHIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               ALTERNATE RECORD KEY IS HX-BATCH-ID WITH DUPLICATES
               FILE STATUS IS WS-HIDX-FILE-STATUS.
           SELECT CAT-FILE ASSIGN TO "ADDHISTC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-RECORD PIC X(65).

       FD  HIDX-FILE.
       COPY hidxrec.

       FD  CAT-FILE.
       01  CAT-RECORD.
       01 WS-HIST-EOF-FLAG PIC X VALUE 'N'.
           88 WS-HIST-END-OF-FILE VALUE 'Y'.

       01 WS-HIST-FILE-STATUS PIC XX VALUE "00".
       01 WS-HIDX-FILE-STATUS PIC XX VALUE "00".
       01 WS-CAT-FILE-STATUS PIC XX VALUE "00".
       01 WS-ACCT-FILE-STATUS PIC XX VALUE "00".
       01 WS-PARM-FILE-STATUS PIC XX VALUE "00".
       01 WS-STMT-FILE-STATUS PIC XX VALUE "00".

       01 WS-TRAN-IMAGE.
           05 TL-TIMESTAMP         PIC 9(14).
           05 TL-BUS-DATE          PIC 9(8).
           05 TL-BATCH-ID          PIC X(8).
           05 TL-SOURCE-ID         PIC X(3).
           05 TL-MODE              PIC X.
           COPY tranrec REPLACING AcctId BY TL-ACCT-ID
                                  Num1   BY TL-NUM1
                                  Num2   BY TL-NUM2
                                  Result BY TL-RESULT.

       01 WS-ACCT-ID PIC X(6).
       01 WS-FROM-DATE PIC X(8) VALUE SPACES.
           88 WS-TOTAL-PASS VALUE 1.
           88 WS-PRINT-PASS VALUE 2.

       01 WS-MOVEMENT PIC S9(10)V99
                       SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
       01 WS-AFTER-TOTAL PIC S9(10)V99
                   STOP RUN
           END-READ.
           CLOSE ACCT-FILE.
           DISPLAY "Statement for account " WS-ACCT-ID " from "
                   WS-FROM-DATE " to " WS-TO-DATE.
           SET WS-TOTAL-PASS TO TRUE.
           STOP RUN.

      *----------------------------------------------------------------
      * W-PARA - one pass over the account's transactions: its
      * indexed history from the start of the range onward, then the
      * live log for today's not-yet-archived records. The totalling
      * pass and the printing pass are the same walk with a
      * different B-PARA action.
      *----------------------------------------------------------------
       W-PARA.
           PERFORM K-PARA.
           PERFORM V-PARA.

      *----------------------------------------------------------------
      * K-PARA - read the account's indexed history, starting at the
      * account and the start of the range. Earlier records can
      * touch neither the period movement nor the tie-back to the
      * master balance. No indexed history yet means there is no
      * history to read, provided C-PARA finds no history files
      * catalogued; any other failure would leave the statement
      * short, so the run stops.
      *----------------------------------------------------------------
       K-PARA.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           OPEN INPUT HIDX-FILE.
           EVALUATE TRUE
               WHEN WS-HIDX-FILE-STATUS = "35"
                   PERFORM C-PARA
                   IF WS-TOTAL-PASS
                       DISPLAY "No indexed history ADDHIDX.DAT - "
                               "only the live log read"
                   END-IF
               WHEN WS-HIDX-FILE-STATUS NOT = "00"
                   DISPLAY "*** Unable to open indexed history "
                           "ADDHIDX.DAT - status " WS-HIDX-FILE-STATUS
                   STOP RUN
               WHEN OTHER
                   MOVE LOW-VALUES TO HX-KEY
                   MOVE WS-ACCT-ID TO HX-ACCT-ID
                   IF WS-FROM-DATE NOT = SPACES
                       MOVE WS-FROM-DATE TO HX-BUS-DATE
                   END-IF
                   START HIDX-FILE KEY IS NOT LESS THAN HX-KEY
                       INVALID KEY SET WS-HIST-END-OF-FILE TO TRUE
                   END-START
                   PERFORM N-PARA UNTIL WS-HIST-END-OF-FILE
                   CLOSE HIDX-FILE
           END-EVALUATE.

      *----------------------------------------------------------------
      * C-PARA - the indexed history is missing. If the catalogue
      * names any history file, the index has been lost rather than
      * never built: refuse rather than print a short statement.
      *----------------------------------------------------------------
       C-PARA.
           OPEN INPUT CAT-FILE.
           IF WS-CAT-FILE-STATUS = "00"
               READ CAT-FILE
                   AT END CONTINUE
                   NOT AT END
                       DISPLAY "*** Indexed history ADDHIDX.DAT is "
                               "missing but ADDHISTC.DAT catalogues "
                               "history files from " HC-DATE
                       DISPLAY "*** Run AddLogCutoff to rebuild the "
                               "indexed history - no statement "
                               "printed"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE CAT-FILE
           END-IF.

      *----------------------------------------------------------------
      * N-PARA - one indexed history record, until the account
      * changes.
      *----------------------------------------------------------------
       N-PARA.
           READ HIDX-FILE NEXT RECORD
               AT END SET WS-HIST-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-HIST-END-OF-FILE
               IF HX-ACCT-ID NOT = WS-ACCT-ID
                   SET WS-HIST-END-OF-FILE TO TRUE
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
                   PERFORM B-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * V-PARA - read the live log through B-PARA. No live log is
      * not fatal - everything may have been cut off already.
      *----------------------------------------------------------------
       V-PARA.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "Live log ADDLOG.DAT not readable - status "
                       WS-HIST-FILE-STATUS " - skipped"
           ELSE
               READ HIST-FILE INTO WS-TRAN-IMAGE
                   AT END SET WS-HIST-END-OF-FILE TO TRUE
               END-READ
               PERFORM U-PARA UNTIL WS-HIST-END-OF-FILE
               CLOSE HIST-FILE
           END-IF.

       U-PARA.
           PERFORM B-PARA.
           READ HIST-FILE INTO WS-TRAN-IMAGE
               AT END SET WS-HIST-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * B-PARA - one transaction record. Only the statement account
      * matters; its records inside the range are the statement
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * D-PARA - one statement detail line.
