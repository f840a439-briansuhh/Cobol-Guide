       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddBankRecon.

      *----------------------------------------------------------------
      * Modification history
      * ----------------------------------------------------------------
      * New program: reconciles the bank's daily settlement file
      * ADDBANK.DAT (layout BANKREC) against the logged transactions.
      * AddReconcile proves the log agrees with our own control
      * totals; this proves our figures agree with what the bank
      * settled. Each settled item is matched to a logged transaction
      * by account, business date and amount (TL-RESULT); failing
      * that, to a transaction for the same account and business date
      * with a different amount, which is reported as an amount
      * difference. What is left is either on the bank file only or
      * on our log only. Unmatched items of both kinds are kept on
      * the open-item file ADDBROI.DAT (layout BOIREC) and matched
      * again on every later run until their other side turns up.
      * The log side of each run is every transaction, on the live
      * ADDLOG.DAT or a history file catalogued on ADDHISTC.DAT,
      * whose business date falls after the dates already reconciled
      * and up to the settlement date. The control file ADDBRECC.DAT
      * logs each settlement date reconciled and the business dates
      * covered, so no settlement file or business date is
      * reconciled twice. The first run starts from the date on the
      * BRCPARM.DAT card, or from the earliest business date on the
      * bank file. The report ADDBRECR.DAT lists every amount
      * difference, every open item cleared, and every item still
      * open with its age in days from its business date; an item
      * older than the timing allowance on the card (default 2 days)
      * is marked as a break rather than a timing difference. Return
      * code 4 is set when there are amount differences or breaks.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE ASSIGN TO "ADDBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-FILE-STATUS.
           SELECT HIST-FILE ASSIGN DYNAMIC WS-HIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CAT-FILE ASSIGN TO "ADDHISTC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT BOI-FILE ASSIGN TO "ADDBROI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOI-FILE-STATUS.
           SELECT BRC-FILE ASSIGN TO "ADDBRECC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRC-FILE-STATUS.
           SELECT BRC-PARM-FILE ASSIGN TO "BRCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ADDBRECR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-FILE.
       COPY bankrec.

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

       FD  BOI-FILE.
       COPY boirec.

       FD  BRC-FILE.
       01  BRC-RECORD.
           05 BC-SETTLE-DATE       PIC 9(8).
           05 BC-FROM-DATE         PIC 9(8).
           05 BC-THRU-DATE         PIC 9(8).
           05 BC-RUN-DATE          PIC 9(8).
           05 BC-MATCHED-COUNT     PIC 9(7).
           05 BC-DIFF-COUNT        PIC 9(7).
           05 BC-BANK-OPEN-COUNT   PIC 9(7).
           05 BC-LOG-OPEN-COUNT    PIC 9(7).

       FD  BRC-PARM-FILE.
       01  BRC-PARM-RECORD.
           05 BP-START-DATE        PIC X(8).
           05 BP-TIMING-DAYS       PIC X(2).

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BANK-EOF-FLAG PIC X VALUE 'N'.
           88 WS-BANK-END-OF-FILE VALUE 'Y'.

       01 WS-HIST-EOF-FLAG PIC X VALUE 'N'.
           88 WS-HIST-END-OF-FILE VALUE 'Y'.

       01 WS-CAT-EOF-FLAG PIC X VALUE 'N'.
           88 WS-CAT-END-OF-FILE VALUE 'Y'.

       01 WS-BOI-EOF-FLAG PIC X VALUE 'N'.
           88 WS-BOI-END-OF-FILE VALUE 'Y'.

       01 WS-BRC-EOF-FLAG PIC X VALUE 'N'.
           88 WS-BRC-END-OF-FILE VALUE 'Y'.

       01 WS-BANK-FILE-STATUS PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS PIC XX VALUE "00".
       01 WS-CAT-FILE-STATUS PIC XX VALUE "00".
       01 WS-BOI-FILE-STATUS PIC XX VALUE "00".
       01 WS-BRC-FILE-STATUS PIC XX VALUE "00".
       01 WS-PARM-FILE-STATUS PIC XX VALUE "00".
       01 WS-RPT-FILE-STATUS PIC XX VALUE "00".

       01 WS-HIST-FILENAME PIC X(20).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-SETTLE-DATE PIC 9(8) VALUE ZERO.
       01 WS-BANK-ID PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-THRU-DATE PIC 9(8) VALUE ZERO.
       01 WS-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-TIMING-DAYS PIC 9(2) VALUE 2.

       01 WS-LAST-SETTLE-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-THRU-DATE PIC 9(8) VALUE ZERO.

       01 WS-HEADER-FLAG PIC X VALUE 'N'.
           88 WS-HEADER-SEEN VALUE 'Y'.
       01 WS-TRAILER-FLAG PIC X VALUE 'N'.
           88 WS-TRAILER-SEEN VALUE 'Y'.
       01 WS-BANK-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-BANK-ERROR VALUE 'Y'.
       01 WS-BANK-ERROR-TEXT PIC X(40) VALUE SPACES.

       01 WS-BANK-ITEMS PIC 9(7) VALUE ZERO.
       01 WS-BANK-NET PIC S9(11)V99
                       SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
       01 WS-BANK-LOW-DATE PIC 9(8) VALUE ZERO.

       01 WS-BANK-TABLE.
           05 WS-BK-COUNT          PIC 9(4) VALUE ZERO.
           05 WS-BK-ENTRY OCCURS 1000 TIMES.
              10 WS-BK-ACCT-ID     PIC X(6).
              10 WS-BK-BUS-DATE    PIC 9(8).
              10 WS-BK-AMOUNT      PIC S9(6)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
              10 WS-BK-REFERENCE   PIC X(22).
              10 WS-BK-FIRST-SEEN  PIC 9(8).
              10 WS-BK-MATCH-FLAG  PIC X.
                 88 WS-BK-MATCHED  VALUE 'Y'.
              10 WS-BK-LOG-SUB     PIC 9(4) COMP.

       01 WS-LOG-TABLE.
           05 WS-LG-COUNT          PIC 9(4) VALUE ZERO.
           05 WS-LG-ENTRY OCCURS 1000 TIMES.
              10 WS-LG-ACCT-ID     PIC X(6).
              10 WS-LG-BUS-DATE    PIC 9(8).
              10 WS-LG-AMOUNT      PIC S9(6)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
              10 WS-LG-REFERENCE   PIC X(22).
              10 WS-LG-FIRST-SEEN  PIC 9(8).
              10 WS-LG-MATCH-FLAG  PIC X.
                 88 WS-LG-MATCHED  VALUE 'Y'.

       01 WS-BK-SUB PIC 9(4) COMP.
       01 WS-LG-SUB PIC 9(4) COMP.
       01 WS-FOUND-SUB PIC 9(4) COMP.

       01 WS-CAT-TABLE.
           05 WS-CAT-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-CAT-ENTRY OCCURS 400 TIMES.
              10 WS-CAT-DATE       PIC 9(8).
              10 WS-CAT-FILE-NAME  PIC X(20).

       01 WS-SUB PIC 9(3) COMP.

       01 WS-LOG-NEW PIC 9(7) VALUE ZERO.
       01 WS-BANK-CARRIED PIC 9(7) VALUE ZERO.
       01 WS-LOG-CARRIED PIC 9(7) VALUE ZERO.

       01 WS-MATCHED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MATCHED-TOTAL PIC S9(11)V99
                            SIGN IS LEADING SEPARATE CHARACTER
                            VALUE ZERO.
       01 WS-DIFF-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DIFF-TOTAL PIC S9(11)V99
                         SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
       01 WS-CLEARED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BANK-OPEN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BANK-OPEN-TOTAL PIC S9(11)V99
                              SIGN IS LEADING SEPARATE CHARACTER
                              VALUE ZERO.
       01 WS-LOG-OPEN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LOG-OPEN-TOTAL PIC S9(11)V99
                             SIGN IS LEADING SEPARATE CHARACTER
                             VALUE ZERO.
       01 WS-BREAK-COUNT PIC 9(7) VALUE ZERO.

       01 WS-AGE-DATE PIC 9(8).
       01 WS-AGE-DAYS PIC 9(5) VALUE ZERO.
       01 WS-AGE-BUCKETS.
           05 WS-AGE-0-2           PIC 9(7) VALUE ZERO.
           05 WS-AGE-3-7           PIC 9(7) VALUE ZERO.
           05 WS-AGE-8-30          PIC 9(7) VALUE ZERO.
           05 WS-AGE-OVER-30       PIC 9(7) VALUE ZERO.

       01 WS-DIFFERENCE PIC S9(7)V99
                         SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIFF-DISPLAY PIC +9(7).99.

       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 20.
       01 WS-LINE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PAGE-COUNT PIC 9(4) VALUE ZERO.

       01 WS-TOTAL-DISPLAY PIC -9(11).99.
       01 WS-COUNT-DISPLAY PIC 9(7).

       01 WS-DETAIL-LINE.
           05 DL-TYPE              PIC X(7).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-ACCT-ID           PIC X(6).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-BUS-DATE          PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-BANK-AMOUNT       PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-LOG-AMOUNT        PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-AGE               PIC X(4).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-CLASS             PIC X(6).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-REFERENCE         PIC X(22).

       01 WS-AMOUNT-DISPLAY PIC +9(6).99.
       01 WS-AGE-DISPLAY PIC ZZZ9.

       PROCEDURE DIVISION.
       A-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM P-PARA.
           PERFORM C-PARA.
           PERFORM Q-PARA.
           IF WS-SETTLE-DATE <= WS-LAST-SETTLE-DATE
               DISPLAY "*** Settlement date " WS-SETTLE-DATE " is not "
                       "after the last one reconciled, "
                       WS-LAST-SETTLE-DATE " - see ADDBRECC.DAT - "
                       "reconciliation refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SETTLE-DATE TO WS-THRU-DATE.
           EVALUATE TRUE
               WHEN WS-LAST-THRU-DATE > ZERO
                   COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-LAST-THRU-DATE)
                        + 1)
               WHEN WS-START-DATE > ZERO
                   MOVE WS-START-DATE TO WS-FROM-DATE
               WHEN WS-BANK-LOW-DATE > ZERO
                   MOVE WS-BANK-LOW-DATE TO WS-FROM-DATE
               WHEN OTHER
                   MOVE WS-SETTLE-DATE TO WS-FROM-DATE
           END-EVALUATE.
           IF WS-FROM-DATE > WS-THRU-DATE
               MOVE WS-THRU-DATE TO WS-FROM-DATE
           END-IF.
           DISPLAY "Bank reconciliation for settlement date "
                   WS-SETTLE-DATE ", log business dates "
                   WS-FROM-DATE " to " WS-THRU-DATE.
           OPEN INPUT BOI-FILE.
           IF WS-BOI-FILE-STATUS = "00"
               PERFORM N-PARA UNTIL WS-BOI-END-OF-FILE
               CLOSE BOI-FILE
           END-IF.
           PERFORM L-PARA.
           PERFORM W-PARA.
           PERFORM M-PARA
               VARYING WS-BK-SUB FROM 1 BY 1
               UNTIL WS-BK-SUB > WS-BK-COUNT.
           PERFORM E-PARA
               VARYING WS-BK-SUB FROM 1 BY 1
               UNTIL WS-BK-SUB > WS-BK-COUNT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open ADDBRECR.DAT for output - "
                       "status " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT BOI-FILE.
           IF WS-BOI-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open open-item file ADDBROI.DAT "
                       "for output - status " WS-BOI-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM H-PARA.
           PERFORM R-PARA
               VARYING WS-BK-SUB FROM 1 BY 1
               UNTIL WS-BK-SUB > WS-BK-COUNT.
           PERFORM O-PARA
               VARYING WS-LG-SUB FROM 1 BY 1
               UNTIL WS-LG-SUB > WS-LG-COUNT.
           CLOSE BOI-FILE.
           PERFORM F-PARA.
           CLOSE REPORT-FILE.
           PERFORM X-PARA.
           DISPLAY "Matched:            " WS-MATCHED-COUNT.
           DISPLAY "Amount differences: " WS-DIFF-COUNT.
           DISPLAY "Open - bank only:   " WS-BANK-OPEN-COUNT.
           DISPLAY "Open - log only:    " WS-LOG-OPEN-COUNT.
           IF WS-DIFF-COUNT > ZERO OR WS-BREAK-COUNT > ZERO
               DISPLAY "*** Amount differences or breaks to "
                       "investigate - see ADDBRECR.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Bank reconciliation report written to "
                   "ADDBRECR.DAT.".
           STOP RUN.

      *----------------------------------------------------------------
      * P-PARA - read the BRCPARM.DAT card, if there is one: the
      * business date the very first run starts from, and the
      * timing allowance in days.
      *----------------------------------------------------------------
       P-PARA.
           OPEN INPUT BRC-PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               READ BRC-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BP-START-DATE NUMERIC
                           MOVE BP-START-DATE TO WS-START-DATE
                       END-IF
                       IF BP-TIMING-DAYS NUMERIC
                           MOVE BP-TIMING-DAYS TO WS-TIMING-DAYS
                       END-IF
               END-READ
               CLOSE BRC-PARM-FILE
           END-IF.

      *----------------------------------------------------------------
      * C-PARA - read the control file for the last settlement date
      * reconciled and the last business date covered.
      *----------------------------------------------------------------
       C-PARA.
           OPEN INPUT BRC-FILE.
           IF WS-BRC-FILE-STATUS = "00"
               PERFORM J-PARA UNTIL WS-BRC-END-OF-FILE
               CLOSE BRC-FILE
           END-IF.

       J-PARA.
           READ BRC-FILE
               AT END SET WS-BRC-END-OF-FILE TO TRUE
               NOT AT END
                   IF BC-SETTLE-DATE > WS-LAST-SETTLE-DATE
                       MOVE BC-SETTLE-DATE TO WS-LAST-SETTLE-DATE
                   END-IF
                   IF BC-THRU-DATE > WS-LAST-THRU-DATE
                       MOVE BC-THRU-DATE TO WS-LAST-THRU-DATE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Q-PARA - load the bank settlement file into the bank table
      * and prove it complete against its own header and trailer. A
      * file that is missing, truncated or carries a bad detail is
      * refused before anything is matched.
      *----------------------------------------------------------------
       Q-PARA.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open bank settlement file "
                       "ADDBANK.DAT - status " WS-BANK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM K-PARA
               UNTIL WS-BANK-END-OF-FILE OR WS-BANK-ERROR.
           CLOSE BANK-FILE.
           IF NOT WS-BANK-ERROR
               EVALUATE TRUE
                   WHEN NOT WS-HEADER-SEEN
                       SET WS-BANK-ERROR TO TRUE
                       MOVE "no header record" TO WS-BANK-ERROR-TEXT
                   WHEN NOT WS-TRAILER-SEEN
                       SET WS-BANK-ERROR TO TRUE
                       MOVE "no trailer record" TO WS-BANK-ERROR-TEXT
                   WHEN BT-ITEM-COUNT NOT = WS-BANK-ITEMS
                       SET WS-BANK-ERROR TO TRUE
                       MOVE "trailer count disagrees"
                                TO WS-BANK-ERROR-TEXT
                   WHEN BT-NET-TOTAL NOT = WS-BANK-NET
                       SET WS-BANK-ERROR TO TRUE
                       MOVE "trailer total disagrees"
                                TO WS-BANK-ERROR-TEXT
               END-EVALUATE
           END-IF.
           IF WS-BANK-ERROR
               DISPLAY "*** Bank settlement file ADDBANK.DAT rejected "
                       "- " WS-BANK-ERROR-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * K-PARA - one bank settlement record. The header must come
      * first and carry a valid settlement date; nothing may follow
      * the trailer.
      *----------------------------------------------------------------
       K-PARA.
           READ BANK-FILE
               AT END SET WS-BANK-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-BANK-END-OF-FILE
               EVALUATE TRUE
                   WHEN WS-TRAILER-SEEN
                       SET WS-BANK-ERROR TO TRUE
                       MOVE "record after trailer"
                                TO WS-BANK-ERROR-TEXT
                   WHEN BH-RECORD-TYPE = 'H'
                       IF WS-HEADER-SEEN
                           OR BH-SETTLE-DATE NOT NUMERIC
                           SET WS-BANK-ERROR TO TRUE
                           MOVE "bad or repeated header"
                                TO WS-BANK-ERROR-TEXT
                       ELSE
                           MOVE BH-SETTLE-DATE TO WS-SETTLE-DATE
                           MOVE BH-BANK-ID TO WS-BANK-ID
                           SET WS-HEADER-SEEN TO TRUE
                           IF FUNCTION TEST-DATE-YYYYMMDD
                                   (WS-SETTLE-DATE) NOT = ZERO
                               SET WS-BANK-ERROR TO TRUE
                               MOVE "invalid settlement date"
                                TO WS-BANK-ERROR-TEXT
                           END-IF
                       END-IF
                   WHEN NOT WS-HEADER-SEEN
                       SET WS-BANK-ERROR TO TRUE
                       MOVE "no header record" TO WS-BANK-ERROR-TEXT
                   WHEN BD-RECORD-TYPE = 'D'
                       PERFORM I-PARA
                   WHEN BT-RECORD-TYPE = 'T'
                       SET WS-TRAILER-SEEN TO TRUE
                   WHEN OTHER
                       SET WS-BANK-ERROR TO TRUE
                       MOVE "unknown record type" TO WS-BANK-ERROR-TEXT
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * I-PARA - add one settled item to the bank table.
      *----------------------------------------------------------------
       I-PARA.
           IF BD-BUS-DATE NOT NUMERIC
               OR BD-AMOUNT NOT NUMERIC
               SET WS-BANK-ERROR TO TRUE
               MOVE "detail with bad date or amount"
                                TO WS-BANK-ERROR-TEXT
           ELSE
               MOVE BD-BUS-DATE TO WS-CHECK-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-CHECK-DATE)
                                NOT = ZERO
                   SET WS-BANK-ERROR TO TRUE
                   MOVE "detail with invalid business date"
                                TO WS-BANK-ERROR-TEXT
               END-IF
           END-IF.
           IF NOT WS-BANK-ERROR
               IF WS-BK-COUNT >= 1000
                   DISPLAY "*** More than 1000 bank items to match - "
                           "clear the open items and rerun"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BANK-ITEMS
               ADD BD-AMOUNT TO WS-BANK-NET
               ADD 1 TO WS-BK-COUNT
               MOVE BD-ACCT-ID TO WS-BK-ACCT-ID (WS-BK-COUNT)
               MOVE BD-BUS-DATE TO WS-BK-BUS-DATE (WS-BK-COUNT)
               MOVE BD-AMOUNT TO WS-BK-AMOUNT (WS-BK-COUNT)
               MOVE BD-BANK-REF TO WS-BK-REFERENCE (WS-BK-COUNT)
               MOVE WS-SETTLE-DATE TO WS-BK-FIRST-SEEN (WS-BK-COUNT)
               MOVE 'N' TO WS-BK-MATCH-FLAG (WS-BK-COUNT)
               MOVE ZERO TO WS-BK-LOG-SUB (WS-BK-COUNT)
               IF WS-BANK-LOW-DATE = ZERO
                   OR WS-BK-BUS-DATE (WS-BK-COUNT) < WS-BANK-LOW-DATE
                   MOVE WS-BK-BUS-DATE (WS-BK-COUNT)
                                TO WS-BANK-LOW-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * N-PARA - one item left open by an earlier run, back into the
      * bank or log table to be matched again.
      *----------------------------------------------------------------
       N-PARA.
           READ BOI-FILE
               AT END SET WS-BOI-END-OF-FILE TO TRUE
               NOT AT END
                   IF OI-BANK-ONLY
                       IF WS-BK-COUNT >= 1000
                           DISPLAY "*** More than 1000 bank items to "
                                   "match - clear the open items and "
                                   "rerun"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-BANK-CARRIED
                       ADD 1 TO WS-BK-COUNT
                       MOVE OI-ACCT-ID TO WS-BK-ACCT-ID (WS-BK-COUNT)
                       MOVE OI-BUS-DATE TO WS-BK-BUS-DATE (WS-BK-COUNT)
                       MOVE OI-AMOUNT TO WS-BK-AMOUNT (WS-BK-COUNT)
                       MOVE OI-REFERENCE
                                TO WS-BK-REFERENCE (WS-BK-COUNT)
                       MOVE OI-FIRST-SEEN
                                TO WS-BK-FIRST-SEEN (WS-BK-COUNT)
                       MOVE 'N' TO WS-BK-MATCH-FLAG (WS-BK-COUNT)
                       MOVE ZERO TO WS-BK-LOG-SUB (WS-BK-COUNT)
                   ELSE
                       IF WS-LG-COUNT >= 1000
                           DISPLAY "*** More than 1000 logged items to "
                                   "match - clear the open items and "
                                   "rerun"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-LOG-CARRIED
                       ADD 1 TO WS-LG-COUNT
                       MOVE OI-ACCT-ID TO WS-LG-ACCT-ID (WS-LG-COUNT)
                       MOVE OI-BUS-DATE TO WS-LG-BUS-DATE (WS-LG-COUNT)
                       MOVE OI-AMOUNT TO WS-LG-AMOUNT (WS-LG-COUNT)
                       MOVE OI-REFERENCE
                                TO WS-LG-REFERENCE (WS-LG-COUNT)
                       MOVE OI-FIRST-SEEN
                                TO WS-LG-FIRST-SEEN (WS-LG-COUNT)
                       MOVE 'N' TO WS-LG-MATCH-FLAG (WS-LG-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * L-PARA - load the history catalogue, keeping only the files
      * cut off on or after the first business date being
      * reconciled: an earlier file cannot hold a transaction for a
      * date in the range.
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
                   IF HC-DATE >= WS-FROM-DATE
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
      * W-PARA - read the catalogued history files in catalogue
      * order, then the live log for the records not yet archived.
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
      * V-PARA - read one transaction file through B-PARA. A file
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
               PERFORM B-PARA UNTIL WS-HIST-END-OF-FILE
               CLOSE HIST-FILE
           END-IF.

      *----------------------------------------------------------------
      * B-PARA - one logged transaction. Those for a business date
      * in the range go into the log table to be matched.
      *----------------------------------------------------------------
       B-PARA.
           IF TL-BUS-DATE >= WS-FROM-DATE
               AND TL-BUS-DATE <= WS-THRU-DATE
               IF WS-LG-COUNT >= 1000
                   DISPLAY "*** More than 1000 logged items to "
                           "match - clear the open items and rerun"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LOG-NEW
               ADD 1 TO WS-LG-COUNT
               MOVE TL-ACCT-ID TO WS-LG-ACCT-ID (WS-LG-COUNT)
               MOVE TL-BUS-DATE TO WS-LG-BUS-DATE (WS-LG-COUNT)
               MOVE TL-RESULT TO WS-LG-AMOUNT (WS-LG-COUNT)
               MOVE SPACES TO WS-LG-REFERENCE (WS-LG-COUNT)
               STRING TL-TIMESTAMP DELIMITED BY SIZE
                      TL-BATCH-ID DELIMITED BY SIZE
                   INTO WS-LG-REFERENCE (WS-LG-COUNT)
               END-STRING
               MOVE WS-SETTLE-DATE TO WS-LG-FIRST-SEEN (WS-LG-COUNT)
               MOVE 'N' TO WS-LG-MATCH-FLAG (WS-LG-COUNT)
           END-IF.
           READ HIST-FILE
               AT END SET WS-HIST-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * M-PARA - first matching pass: one bank item against the
      * unmatched logged items for the same account, business date
      * and amount. Exact matches are taken first so that an amount
      * difference can never steal a transaction another bank item
      * matches exactly.
      *----------------------------------------------------------------
       M-PARA.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-LG-SUB FROM 1 BY 1
                   UNTIL WS-LG-SUB > WS-LG-COUNT
                      OR WS-FOUND-SUB > ZERO
               IF NOT WS-LG-MATCHED (WS-LG-SUB)
                   AND WS-LG-ACCT-ID (WS-LG-SUB)
                                = WS-BK-ACCT-ID (WS-BK-SUB)
                   AND WS-LG-BUS-DATE (WS-LG-SUB)
                                = WS-BK-BUS-DATE (WS-BK-SUB)
                   AND WS-LG-AMOUNT (WS-LG-SUB)
                                = WS-BK-AMOUNT (WS-BK-SUB)
                   MOVE WS-LG-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SUB > ZERO
               SET WS-BK-MATCHED (WS-BK-SUB) TO TRUE
               SET WS-LG-MATCHED (WS-FOUND-SUB) TO TRUE
               MOVE WS-FOUND-SUB TO WS-BK-LOG-SUB (WS-BK-SUB)
               ADD 1 TO WS-MATCHED-COUNT
               ADD WS-BK-AMOUNT (WS-BK-SUB) TO WS-MATCHED-TOTAL
           END-IF.

      *----------------------------------------------------------------
      * E-PARA - second matching pass: a bank item still unmatched
      * against an unmatched logged item for the same account and
      * business date whatever its amount - an amount difference.
      *----------------------------------------------------------------
       E-PARA.
           IF NOT WS-BK-MATCHED (WS-BK-SUB)
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM VARYING WS-LG-SUB FROM 1 BY 1
                       UNTIL WS-LG-SUB > WS-LG-COUNT
                          OR WS-FOUND-SUB > ZERO
                   IF NOT WS-LG-MATCHED (WS-LG-SUB)
                       AND WS-LG-ACCT-ID (WS-LG-SUB)
                                = WS-BK-ACCT-ID (WS-BK-SUB)
                       AND WS-LG-BUS-DATE (WS-LG-SUB)
                                = WS-BK-BUS-DATE (WS-BK-SUB)
                       MOVE WS-LG-SUB TO WS-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-FOUND-SUB > ZERO
                   SET WS-BK-MATCHED (WS-BK-SUB) TO TRUE
                   SET WS-LG-MATCHED (WS-FOUND-SUB) TO TRUE
                   MOVE WS-FOUND-SUB TO WS-BK-LOG-SUB (WS-BK-SUB)
                   ADD 1 TO WS-DIFF-COUNT
                   COMPUTE WS-DIFFERENCE = WS-BK-AMOUNT (WS-BK-SUB)
                                     - WS-LG-AMOUNT (WS-FOUND-SUB)
                   ADD WS-DIFFERENCE TO WS-DIFF-TOTAL
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * R-PARA - report one bank item. A match that cleared an item
      * carried from an earlier run, and every amount difference,
      * is listed; an unmatched item is aged, listed and written back
      * to the open-item file.
      *----------------------------------------------------------------
       R-PARA.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-BK-ACCT-ID (WS-BK-SUB) TO DL-ACCT-ID.
           MOVE WS-BK-BUS-DATE (WS-BK-SUB) TO DL-BUS-DATE.
           MOVE WS-BK-AMOUNT (WS-BK-SUB) TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO DL-BANK-AMOUNT.
           MOVE WS-BK-REFERENCE (WS-BK-SUB) TO DL-REFERENCE.
           IF WS-BK-MATCHED (WS-BK-SUB)
               MOVE WS-BK-LOG-SUB (WS-BK-SUB) TO WS-LG-SUB
               MOVE WS-LG-AMOUNT (WS-LG-SUB) TO WS-AMOUNT-DISPLAY
               MOVE WS-AMOUNT-DISPLAY TO DL-LOG-AMOUNT
               IF WS-BK-FIRST-SEEN (WS-BK-SUB) < WS-SETTLE-DATE
                   OR WS-LG-FIRST-SEEN (WS-LG-SUB) < WS-SETTLE-DATE
                   ADD 1 TO WS-CLEARED-COUNT
               END-IF
               EVALUATE TRUE
                   WHEN WS-BK-AMOUNT (WS-BK-SUB)
                                NOT = WS-LG-AMOUNT (WS-LG-SUB)
                       COMPUTE WS-DIFFERENCE = WS-BK-AMOUNT (WS-BK-SUB)
                                     - WS-LG-AMOUNT (WS-LG-SUB)
                       MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY
                       MOVE "DIFF" TO DL-TYPE
                       MOVE "DIFF" TO DL-CLASS
                       MOVE SPACES TO DL-REFERENCE
                       STRING "by " DELIMITED BY SIZE
                              WS-DIFF-DISPLAY DELIMITED BY SIZE
                           INTO DL-REFERENCE
                       END-STRING
                       PERFORM D-PARA
                   WHEN WS-BK-FIRST-SEEN (WS-BK-SUB) < WS-SETTLE-DATE
                       OR WS-LG-FIRST-SEEN (WS-LG-SUB) < WS-SETTLE-DATE
                       MOVE "CLEARED" TO DL-TYPE
                       PERFORM D-PARA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               MOVE "BANK" TO DL-TYPE
               MOVE WS-BK-BUS-DATE (WS-BK-SUB) TO WS-AGE-DATE
               PERFORM Y-PARA
               ADD 1 TO WS-BANK-OPEN-COUNT
               ADD WS-BK-AMOUNT (WS-BK-SUB) TO WS-BANK-OPEN-TOTAL
               PERFORM D-PARA
               MOVE SPACES TO BOI-RECORD
               SET OI-BANK-ONLY TO TRUE
               MOVE WS-BK-ACCT-ID (WS-BK-SUB) TO OI-ACCT-ID
               MOVE WS-BK-BUS-DATE (WS-BK-SUB) TO OI-BUS-DATE
               MOVE WS-BK-AMOUNT (WS-BK-SUB) TO OI-AMOUNT
               MOVE WS-BK-REFERENCE (WS-BK-SUB) TO OI-REFERENCE
               MOVE WS-BK-FIRST-SEEN (WS-BK-SUB) TO OI-FIRST-SEEN
               WRITE BOI-RECORD
           END-IF.

      *----------------------------------------------------------------
      * O-PARA - report one logged item still unmatched, aged, and
      * write it back to the open-item file. Matched logged items
      * were reported with their bank item.
      *----------------------------------------------------------------
       O-PARA.
           IF NOT WS-LG-MATCHED (WS-LG-SUB)
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "LOG" TO DL-TYPE
               MOVE WS-LG-ACCT-ID (WS-LG-SUB) TO DL-ACCT-ID
               MOVE WS-LG-BUS-DATE (WS-LG-SUB) TO DL-BUS-DATE
               MOVE WS-LG-AMOUNT (WS-LG-SUB) TO WS-AMOUNT-DISPLAY
               MOVE WS-AMOUNT-DISPLAY TO DL-LOG-AMOUNT
               MOVE WS-LG-REFERENCE (WS-LG-SUB) TO DL-REFERENCE
               MOVE WS-LG-BUS-DATE (WS-LG-SUB) TO WS-AGE-DATE
               PERFORM Y-PARA
               ADD 1 TO WS-LOG-OPEN-COUNT
               ADD WS-LG-AMOUNT (WS-LG-SUB) TO WS-LOG-OPEN-TOTAL
               PERFORM D-PARA
               MOVE SPACES TO BOI-RECORD
               SET OI-LOG-ONLY TO TRUE
               MOVE WS-LG-ACCT-ID (WS-LG-SUB) TO OI-ACCT-ID
               MOVE WS-LG-BUS-DATE (WS-LG-SUB) TO OI-BUS-DATE
               MOVE WS-LG-AMOUNT (WS-LG-SUB) TO OI-AMOUNT
               MOVE WS-LG-REFERENCE (WS-LG-SUB) TO OI-REFERENCE
               MOVE WS-LG-FIRST-SEEN (WS-LG-SUB) TO OI-FIRST-SEEN
               WRITE BOI-RECORD
           END-IF.

      *----------------------------------------------------------------
      * Y-PARA - age an open item: days from its business date
      * (passed in WS-AGE-DATE) to the settlement date. Within the
      * timing allowance it is a timing difference the next file
      * should clear; beyond it, a break to investigate.
      *----------------------------------------------------------------
       Y-PARA.
           IF WS-AGE-DATE < WS-SETTLE-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-SETTLE-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-AGE-DATE)
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY.
           MOVE WS-AGE-DISPLAY TO DL-AGE.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 2
                   ADD 1 TO WS-AGE-0-2
               WHEN WS-AGE-DAYS <= 7
                   ADD 1 TO WS-AGE-3-7
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO WS-AGE-8-30
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-30
           END-EVALUATE.
           IF WS-AGE-DAYS > WS-TIMING-DAYS
               MOVE "BREAK" TO DL-CLASS
               ADD 1 TO WS-BREAK-COUNT
           ELSE
               MOVE "TIMING" TO DL-CLASS
           END-IF.

      *----------------------------------------------------------------
      * D-PARA - print one report line, starting a new page first if
      * the current page is full.
      *----------------------------------------------------------------
       D-PARA.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM H-PARA
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * H-PARA - print the page header. Called at the start of the
      * report and again each time a page fills up.
      *----------------------------------------------------------------
       H-PARA.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "AddTwoNumbers Bank Settlement Reconciliation"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Settlement date: " DELIMITED BY SIZE
                  WS-SETTLE-DATE DELIMITED BY SIZE
                  "  Bank: " DELIMITED BY SIZE
                  WS-BANK-ID DELIMITED BY SIZE
                  "  Run date: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  Page: " DELIMITED BY SIZE
                  WS-PAGE-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Log business dates " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-THRU-DATE DELIMITED BY SIZE
                  "  Timing allowance: " DELIMITED BY SIZE
                  WS-TIMING-DAYS DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Item    Acct   Bus date       Bank        Log  "
                  DELIMITED BY SIZE
                  "Age Class  Reference" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "------- ------ -------- ---------- ---------- "
                  DELIMITED BY SIZE
                  "---- ------ ----------------------" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      * F-PARA - the reconciliation totals and the ageing of what is
      * still open.
      *----------------------------------------------------------------
       F-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BANK-ITEMS TO WS-COUNT-DISPLAY.
           MOVE WS-BANK-NET TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Bank items settled:        " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-LOG-NEW TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Logged items in range:     " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-BANK-CARRIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Bank items carried open:   " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-LOG-CARRIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Logged items carried open: " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MATCHED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-MATCHED-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Matched:                   " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-DIFF-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-DIFF-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Amount differences:        " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-CLEARED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Open items cleared:        " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-BANK-OPEN-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-BANK-OPEN-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Open - on bank file only:  " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-LOG-OPEN-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-LOG-OPEN-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Open - on our log only:    " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Open items by age in days:" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-AGE-0-2 TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "  0 to 2:                  " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-AGE-3-7 TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "  3 to 7:                  " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-AGE-8-30 TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "  8 to 30:                 " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-AGE-OVER-30 TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "  Over 30:                 " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-BREAK-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Breaks (past allowance):   " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      * X-PARA - log the settlement date reconciled and the business
      * dates covered on the control file.
      *----------------------------------------------------------------
       X-PARA.
           OPEN EXTEND BRC-FILE.
           IF WS-BRC-FILE-STATUS = "35"
               CLOSE BRC-FILE
               OPEN OUTPUT BRC-FILE
           END-IF.
           IF WS-BRC-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open control file ADDBRECC.DAT "
                       "- status " WS-BRC-FILE-STATUS
               DISPLAY "*** Settlement date " WS-SETTLE-DATE " is not "
                       "logged - log it by hand before the next run"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SETTLE-DATE TO BC-SETTLE-DATE.
           MOVE WS-FROM-DATE TO BC-FROM-DATE.
           MOVE WS-THRU-DATE TO BC-THRU-DATE.
           MOVE WS-RUN-DATE TO BC-RUN-DATE.
           MOVE WS-MATCHED-COUNT TO BC-MATCHED-COUNT.
           MOVE WS-DIFF-COUNT TO BC-DIFF-COUNT.
           MOVE WS-BANK-OPEN-COUNT TO BC-BANK-OPEN-COUNT.
           MOVE WS-LOG-OPEN-COUNT TO BC-LOG-OPEN-COUNT.
           WRITE BRC-RECORD.
           CLOSE BRC-FILE.
