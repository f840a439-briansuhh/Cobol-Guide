       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddPendingReport.

      *----------------------------------------------------------------
      * Modification history
      * ----------------------------------------------------------------
      * New program: the pending-changes report. Lists every change
      * on the pending-change file ADDPCHG.DAT that AccountMaint or
      * AddRecurMaint keyed and no second operator has yet approved
      * or rejected in AddChangeApproval - when it was keyed, how
      * many days it has waited, who keyed it, which master and
      * account it is for and what it would do - as ADDPCHGR.DAT,
      * for the end-of-day check that nothing is left unapproved.
      * The footer counts the changes still pending, those keyed
      * before today, and today's approvals and rejections.
      *
      * Rate-class (T, RATECLS) and GL account (G, GLACCT) changes
      * listed, and both fields added to the account image line.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCHG-FILE ASSIGN TO "ADDPCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHG-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ADDPCHGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PCHG-FILE.
       01  PCHG-RECORD.
           COPY pchgrec.

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.

       01 WS-PCHG-FILE-STATUS PIC XX VALUE "00".
       01 WS-RPT-FILE-STATUS PIC XX VALUE "00".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-KEYED-DATE PIC 9(8).
       01 WS-AGE-DAYS PIC 9(5).

       01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PENDING-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OVERDUE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-APPROVED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE ZERO.

       01 WS-ACTION-WORD PIC X(8).

       01 WS-WORK-REC.
           COPY recurrec REPLACING RC-ACCT-ID      BY WT-ACCT-ID
                                   RC-MODE         BY WT-MODE
                                   RC-NUM1         BY WT-NUM1
                                   RC-NUM2         BY WT-NUM2
                                   RC-FREQUENCY    BY WT-FREQUENCY
                                   RC-FREQ-WEEKLY  BY WT-FREQ-WEEKLY
                                   RC-FREQ-MONTHLY BY WT-FREQ-MONTHLY
                                   RC-NEXT-DUE     BY WT-NEXT-DUE.

       01 WS-WORK-ACCT.
           05 WK-ACCT-ID           PIC X(6).
           05 WK-ACCT-NAME         PIC X(30).
           05 WK-STATUS            PIC X.
           05 WK-BALANCE           PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 WK-LAST-POST         PIC 9(14).
           05 WK-FLOOR-BAL         PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 WK-TRAN-LIMIT        PIC 9(6)V99.
           05 WK-ALLOW-NEG         PIC X.
           05 WK-RATE-CLASS        PIC X(2).
           05 WK-GL-ACCOUNT        PIC X(12).

       01 WS-DETAIL-LINE.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-TIMESTAMP         PIC 9(8)B9(6).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-AGE-DAYS          PIC ZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 DL-MAKER             PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 DL-MASTER            PIC X(4).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 DL-ACTION            PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 DL-KEY               PIC X(6).

       01 WS-ACCT-LINE.
           05 FILLER               PIC X(5)  VALUE "    >".
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 AL-ACCT-NAME         PIC X(30).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 AL-STATUS            PIC X.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 AL-FLOOR-BAL         PIC -9(9).99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 AL-TRAN-LIMIT        PIC 9(6).99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 AL-ALLOW-NEG         PIC X.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 AL-RATE-CLASS        PIC X(2).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 AL-GL-ACCOUNT        PIC X(12).

       01 WS-RECUR-LINE.
           05 FILLER               PIC X(5)  VALUE "    >".
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open ADDPCHGR.DAT for output - "
                       "status " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM H-PARA.
           OPEN INPUT PCHG-FILE.
           IF WS-PCHG-FILE-STATUS NOT = "00"
               DISPLAY "No pending-change file to report - "
                       "ADDPCHG.DAT status " WS-PCHG-FILE-STATUS
               SET WS-END-OF-FILE TO TRUE
           ELSE
               READ PCHG-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM B-PARA UNTIL WS-END-OF-FILE
               CLOSE PCHG-FILE
           END-IF.
           PERFORM F-PARA.
           CLOSE REPORT-FILE.
           DISPLAY "Pending-change records read: " WS-READ-COUNT.
           DISPLAY "Still pending:               " WS-PENDING-COUNT.
           IF WS-PENDING-COUNT > ZERO
               DISPLAY "Changes await approval in AddChangeApproval"
           END-IF.
           DISPLAY "Pending-changes report written to ADDPCHGR.DAT.".
           STOP RUN.

      *----------------------------------------------------------------
      * H-PARA - the report heading.
      *----------------------------------------------------------------
       H-PARA.
           MOVE SPACES TO RPT-LINE.
           STRING "Master File Pending-Changes Report  Run date: "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING " Keyed             Days  Keyed by  Mstr  Action    "
                  "Acct"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING " --------------- -----  --------  ----  --------  "
                  "------"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      * B-PARA - one pending-change record: still pending, it is
      * listed; decided today, it is counted.
      *----------------------------------------------------------------
       B-PARA.
           ADD 1 TO WS-READ-COUNT.
           EVALUATE TRUE
               WHEN PC-PENDING
                   PERFORM C-PARA
               WHEN PC-APPROVED
                   AND PC-ACTION-TIMESTAMP (1:8) = WS-RUN-DATE
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN PC-REJECTED
                   AND PC-ACTION-TIMESTAMP (1:8) = WS-RUN-DATE
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.
           READ PCHG-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * C-PARA - list one pending change, with how long it has
      * waited and the record as the change would leave it (as it
      * stands, for a delete).
      *----------------------------------------------------------------
       C-PARA.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE PC-TIMESTAMP (1:8) TO WS-KEYED-DATE.
           MOVE ZERO TO WS-AGE-DAYS.
           IF WS-KEYED-DATE < WS-RUN-DATE
               ADD 1 TO WS-OVERDUE-COUNT
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-KEYED-DATE)
           END-IF.
           PERFORM W-PARA.
           MOVE PC-TIMESTAMP TO DL-TIMESTAMP.
           MOVE WS-AGE-DAYS TO DL-AGE-DAYS.
           MOVE PC-MAKER TO DL-MAKER.
           MOVE PC-MASTER TO DL-MASTER.
           MOVE WS-ACTION-WORD TO DL-ACTION.
           MOVE PC-KEY TO DL-KEY.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF PC-MASTER-ACCT
               MOVE PC-AFTER-IMAGE TO WS-WORK-ACCT
               MOVE WK-ACCT-NAME TO AL-ACCT-NAME
               MOVE WK-STATUS TO AL-STATUS
               MOVE WK-FLOOR-BAL TO AL-FLOOR-BAL
               MOVE WK-TRAN-LIMIT TO AL-TRAN-LIMIT
               MOVE WK-ALLOW-NEG TO AL-ALLOW-NEG
               MOVE WK-RATE-CLASS TO AL-RATE-CLASS
               MOVE WK-GL-ACCOUNT TO AL-GL-ACCOUNT
               MOVE WS-ACCT-LINE TO RPT-LINE
           ELSE
               IF PC-AFTER-IMAGE = SPACES
                   MOVE PC-BEFORE-IMAGE TO WS-WORK-REC
               ELSE
                   MOVE PC-AFTER-IMAGE TO WS-WORK-REC
               END-IF
               MOVE WT-MODE TO RL-MODE
               MOVE WT-NUM1 TO RL-NUM1
               MOVE WT-NUM2 TO RL-NUM2
               MOVE WT-FREQUENCY TO RL-FREQUENCY
               MOVE WT-NEXT-DUE TO RL-NEXT-DUE
               MOVE WS-RECUR-LINE TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      * W-PARA - the action letter as a word, per master.
      *----------------------------------------------------------------
       W-PARA.
           EVALUATE TRUE
               WHEN PC-ACTION = 'A'
                   MOVE "ADD" TO WS-ACTION-WORD
               WHEN PC-ACTION = 'C'
                   MOVE "CHANGE" TO WS-ACTION-WORD
               WHEN PC-ACTION = 'X' AND PC-MASTER-ACCT
                   MOVE "CLOSE" TO WS-ACTION-WORD
               WHEN PC-ACTION = 'R' AND PC-MASTER-ACCT
                   MOVE "REOPEN" TO WS-ACTION-WORD
               WHEN PC-ACTION = 'L' AND PC-MASTER-ACCT
                   MOVE "LIMITS" TO WS-ACTION-WORD
               WHEN PC-ACTION = 'T' AND PC-MASTER-ACCT
                   MOVE "RATECLS" TO WS-ACTION-WORD
               WHEN PC-ACTION = 'G' AND PC-MASTER-ACCT
                   MOVE "GLACCT" TO WS-ACTION-WORD
               WHEN PC-ACTION = 'D' AND PC-MASTER-RECUR
                   MOVE "DELETE" TO WS-ACTION-WORD
               WHEN OTHER
                   MOVE PC-ACTION TO WS-ACTION-WORD
           END-EVALUATE.

      *----------------------------------------------------------------
      * F-PARA - the count footer.
      *----------------------------------------------------------------
       F-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Changes still pending:     " DELIMITED BY SIZE
                  WS-PENDING-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  of which keyed before today: " DELIMITED BY SIZE
                  WS-OVERDUE-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Approved today:            " DELIMITED BY SIZE
                  WS-APPROVED-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Rejected today:            " DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
