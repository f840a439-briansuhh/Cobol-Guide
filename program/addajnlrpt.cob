      * asking what changed on the master. The AJRPARM.DAT parameter
      * card selects a date range in the same card style as the
      * extract; no card reports the whole journal.
      *
      * Posting-limit changes (action L, LIMITS) reported, and each
      * record image now followed by a line with the account's floor
      * balance, single-transaction limit and allow-negative flag.
      *
      * Dual control: the journal now also carries the operator who
      * approved each change and recurring master changes applied
      * through AddChangeApproval. The approver is printed beside
      * the keying operator, and a recurring entry image is laid out
      * as mode, amounts, frequency and next-due date. Entries from
      * before dual control print with a blank approver.
      *
      * Rate-class changes (action T, RATECLS) reported, and the
      * account's month-end rate class added to the limits line.
      *
      * GL account changes (action G, GLACCT) reported, and the
      * account's GL account added to the record image line.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WK-BALANCE           PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 WK-LAST-POST         PIC 9(14).
           05 WK-FLOOR-BAL         PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 WK-TRAN-LIMIT        PIC 9(6)V99.
           05 WK-ALLOW-NEG         PIC X.
           05 WK-RATE-CLASS        PIC X(2).
           05 WK-GL-ACCOUNT        PIC X(12).

       01 WS-WORK-REC.
           COPY recurrec REPLACING RC-ACCT-ID      BY WT-ACCT-ID
                                   RC-MODE         BY WT-MODE
                                   RC-NUM1         BY WT-NUM1
                                   RC-NUM2         BY WT-NUM2
                                   RC-FREQUENCY    BY WT-FREQUENCY
                                   RC-FREQ-WEEKLY  BY WT-FREQ-WEEKLY
                                   RC-FREQ-MONTHLY BY WT-FREQ-MONTHLY
                                   RC-NEXT-DUE     BY WT-NEXT-DUE.

       01 WS-IMAGE PIC X(120).

       01 WS-BALANCE-DISPLAY PIC -9(9).99.

           05 HL-ACTION            PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 HL-ACCT-ID           PIC X(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 HL-APPROVER          PIC X(8).

       01 WS-IMAGE-LINE.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 IL-STATUS            PIC X.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 IL-BALANCE           PIC -9(9).99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 IL-GL-ACCOUNT        PIC X(12).

       01 WS-LIMIT-LINE.
           05 FILLER               PIC X(11) VALUE SPACES.
           05 FILLER               PIC X(7)  VALUE "Floor: ".
           05 LL-FLOOR-BAL         PIC -9(9).99.
           05 FILLER               PIC X(14) VALUE "  Tran limit: ".
           05 LL-TRAN-LIMIT        PIC 9(6).99.
           05 FILLER               PIC X(12) VALUE "  Negative: ".
           05 LL-ALLOW-NEG         PIC X.
           05 FILLER               PIC X(9)  VALUE "  Class: ".
           05 LL-RATE-CLASS        PIC X(2).

       01 WS-RECUR-LINE.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 RL-TAG               PIC X(8).
           05 RL-ACCT-ID           PIC X(6).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RL-MODE              PIC X.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RL-NUM1              PIC +9(5).99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RL-NUM2              PIC +9(5).99.
           05 FILLER               PIC X(7)  VALUE "  freq ".
           05 RL-FREQUENCY         PIC X.
           05 FILLER               PIC X(11) VALUE "  next due ".
           05 RL-NEXT-DUE          PIC 9(8).

       PROCEDURE DIVISION.
       A-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING " Date     Time     Operator  Action    Acct    "
                  "Approver"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING " -------- ------   --------  --------  ------  "
                  "--------"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

       D-PARA.
           ADD 1 TO WS-REPORT-COUNT.
           IF AJ-MASTER-RECUR
               EVALUATE AJ-ACTION
                   WHEN 'A'
                       MOVE "REC ADD" TO WS-ACTION-WORD
                   WHEN 'C'
                       MOVE "REC CHG" TO WS-ACTION-WORD
                   WHEN 'D'
                       MOVE "REC DEL" TO WS-ACTION-WORD
                   WHEN OTHER
                       MOVE AJ-ACTION TO WS-ACTION-WORD
               END-EVALUATE
           ELSE
               EVALUATE AJ-ACTION
                   WHEN 'A'
                       MOVE "ADD" TO WS-ACTION-WORD
                   WHEN 'C'
                       MOVE "CHANGE" TO WS-ACTION-WORD
                   WHEN 'X'
                       MOVE "CLOSE" TO WS-ACTION-WORD
                   WHEN 'R'
                       MOVE "REOPEN" TO WS-ACTION-WORD
                   WHEN 'L'
                       MOVE "LIMITS" TO WS-ACTION-WORD
                   WHEN 'T'
                       MOVE "RATECLS" TO WS-ACTION-WORD
                   WHEN 'G'
                       MOVE "GLACCT" TO WS-ACTION-WORD
                   WHEN OTHER
                       MOVE AJ-ACTION TO WS-ACTION-WORD
               END-EVALUATE
           END-IF.
           MOVE AJ-TIMESTAMP TO HL-TIMESTAMP.
           MOVE AJ-OPERATOR TO HL-OPERATOR.
           MOVE WS-ACTION-WORD TO HL-ACTION.
           IF AJ-AFTER-IMAGE = SPACES
               MOVE AJ-BEFORE-IMAGE (1:6) TO HL-ACCT-ID
           ELSE
               MOVE AJ-AFTER-IMAGE (1:6) TO HL-ACCT-ID
           END-IF.
           MOVE AJ-APPROVER TO HL-APPROVER.
           MOVE WS-HDR-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF AJ-BEFORE-IMAGE = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "   Before: (no record - new entry)"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           ELSE
               MOVE AJ-BEFORE-IMAGE TO WS-IMAGE
               MOVE "Before: " TO IL-TAG
               PERFORM G-PARA
           END-IF.
           IF AJ-AFTER-IMAGE = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "   After:  (no record - entry deleted)"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           ELSE
               MOVE AJ-AFTER-IMAGE TO WS-IMAGE
               MOVE "After:  " TO IL-TAG
               PERFORM G-PARA
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      * G-PARA - one record image, laid out for the master it came
      * from.
      *----------------------------------------------------------------
       G-PARA.
           IF AJ-MASTER-RECUR
               MOVE WS-IMAGE TO WS-WORK-REC
               MOVE IL-TAG TO RL-TAG
               MOVE WT-ACCT-ID TO RL-ACCT-ID
               MOVE WT-MODE TO RL-MODE
               MOVE WT-NUM1 TO RL-NUM1
               MOVE WT-NUM2 TO RL-NUM2
               MOVE WT-FREQUENCY TO RL-FREQUENCY
               MOVE WT-NEXT-DUE TO RL-NEXT-DUE
               MOVE WS-RECUR-LINE TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE WS-IMAGE TO WS-WORK-ACCT
               PERFORM E-PARA
           END-IF.

      *----------------------------------------------------------------
      * E-PARA - one record image formatted on a report line, with
      * its posting limits on the line below.
      *----------------------------------------------------------------
       E-PARA.
           MOVE WK-ACCT-ID TO IL-ACCT-ID.
           MOVE WK-ACCT-NAME TO IL-ACCT-NAME.
           MOVE WK-STATUS TO IL-STATUS.
           MOVE WK-BALANCE TO IL-BALANCE.
           MOVE WK-GL-ACCOUNT TO IL-GL-ACCOUNT.
           MOVE WS-IMAGE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WK-FLOOR-BAL TO LL-FLOOR-BAL.
           MOVE WK-TRAN-LIMIT TO LL-TRAN-LIMIT.
           MOVE WK-ALLOW-NEG TO LL-ALLOW-NEG.
           MOVE WK-RATE-CLASS TO LL-RATE-CLASS.
           MOVE WS-LIMIT-LINE TO RPT-LINE.
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      * F-PARA - the entry-count footer.
