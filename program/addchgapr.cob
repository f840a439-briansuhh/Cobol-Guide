       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddChangeApproval.

      *----------------------------------------------------------------
      * Modification history
      * ----------------------------------------------------------------
      * New program: the second half of dual control over the
      * account master ACCTMST.DAT and the recurring master
      * ADDRECUR.DAT. Walks the pending-change file ADDPCHG.DAT that
      * AccountMaint and AddRecurMaint write their keyed changes to
      * and lets the signed-on operator approve, reject, or keep
      * each change still pending - but never one the same operator
      * keyed. An approved change is applied to its master and
      * journaled to ADDAJNL.DAT with the keying operator and the
      * approving operator both on the record. A change whose record
      * has moved on since it was keyed - another change applied
      * first, or the recurring entry advanced by AddRecurGen - is
      * not applied and stays pending, for rejecting and keying
      * again. Decided changes stay on the pending-change file,
      * stamped with the decision, the approver and the time, for
      * AddPendingReport.
      *
      * Rate-class (T) and GL account (G) changes keyed in
      * AccountMaint shown and applied like the other account
      * changes; the account images now show both fields.
      *
      * Recovery: the audit journal is opened once at sign-on and a
      * session that cannot open it does not start, so a change is
      * never applied that cannot be journaled. Each decision is
      * stamped on ADDPCHG.DAT as soon as it is taken, and an
      * approved recurring change is journaled only once ADDRECUR.DAT
      * has been rewritten with it - the recurring master is read
      * afresh for each one - so a session that stops part way
      * leaves the masters, the journal and the pending-change file
      * agreeing on every change decided so far. The pending changes
      * are loaded at the start; any keyed during the session are
      * kept on the file and shown at the next session.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCHG-FILE ASSIGN TO "ADDPCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHG-FILE-STATUS.
           SELECT KEEP-FILE ASSIGN TO "ADDPCHGK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT RECUR-FILE ASSIGN TO "ADDRECUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUR-FILE-STATUS.
           SELECT AJNL-FILE ASSIGN TO "ADDAJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PCHG-FILE.
       01  PCHG-RECORD.
           COPY pchgrec.

       FD  KEEP-FILE.
       01  KEEP-RECORD PIC X(296).

       FD  ACCT-FILE.
       COPY acctmst.

       FD  RECUR-FILE.
       01  RECUR-RECORD.
           COPY recurrec.

       FD  AJNL-FILE.
       COPY ajnlrec.

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.

       01 WS-KEEP-EOF-FLAG PIC X VALUE 'N'.
           88 WS-KEEP-END-OF-FILE VALUE 'Y'.

       01 WS-RECUR-EOF-FLAG PIC X VALUE 'N'.
           88 WS-RECUR-END-OF-FILE VALUE 'Y'.

       01 WS-PCHG-FILE-STATUS PIC XX VALUE "00".
       01 WS-KEEP-FILE-STATUS PIC XX VALUE "00".
       01 WS-ACCT-FILE-STATUS PIC XX VALUE "00".
       01 WS-RECUR-FILE-STATUS PIC XX VALUE "00".
       01 WS-AJNL-FILE-STATUS PIC XX VALUE "00".

       01 WS-PEND-TABLE.
           05 WS-PEND-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-PEND-ENTRY OCCURS 500 TIMES.
              10 WS-PD-ORDINAL     PIC 9(7) COMP.
              10 WS-PD-IMAGE       PIC X(296).

       01 WS-PD-SUB PIC 9(3) COMP.
       01 WS-ORDINAL PIC 9(7) COMP VALUE ZERO.
       01 WS-COPY-ORDINAL PIC 9(7) COMP.
       01 WS-DECIDED-IMAGE PIC X(296).
       01 WS-LEFT-COUNT PIC 9(5) VALUE ZERO.

       01 WS-ACTION PIC X VALUE SPACE.
           88 WS-ACTION-APPROVE VALUE 'A'.
           88 WS-ACTION-REJECT VALUE 'J'.
           88 WS-ACTION-KEEP VALUE 'K'.
           88 WS-ACTION-VALID VALUE 'A' 'J' 'K'.

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       01 WS-RECUR-TABLE.
           05 WS-RECUR-COUNT       PIC 9(3) VALUE ZERO.
           05 WS-RECUR-ENTRY OCCURS 200 TIMES.
              10 WS-REC-IMAGE      PIC X(32).

       01 WS-SUB PIC 9(3) COMP.
       01 WS-FOUND-SUB PIC 9(3) COMP.

       01 WS-APPLIED-FLAG PIC X VALUE 'N'.
           88 WS-APPLIED VALUE 'Y'.

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

       01 WS-SHOW-IMAGE PIC X(120).
       01 WS-SHOW-TAG PIC X(8).
       01 WS-JNL-BEFORE PIC X(120).
       01 WS-ACTION-WORD PIC X(8).

       01 WS-BALANCE-DISPLAY PIC -9(9).99.
       01 WS-LIMIT-DISPLAY PIC 9(6).99.
       01 WS-NUM1-DISPLAY PIC +9(5).99.
       01 WS-NUM2-DISPLAY PIC +9(5).99.

       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-CURRENT-TIME PIC 9(8).
       01 WS-ACTION-TIMESTAMP PIC 9(14).

       01 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-KEPT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OWN-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       A-PARA.
           OPEN INPUT PCHG-FILE.
           IF WS-PCHG-FILE-STATUS NOT = "00"
               DISPLAY "No pending changes to review - ADDPCHG.DAT "
                       "status " WS-PCHG-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O ACCT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open account master file "
                       "ACCTMST.DAT - status " WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.
           DISPLAY "Master file change approval".
           PERFORM I-PARA UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM O-PARA.
           READ PCHG-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
           PERFORM Q-PARA UNTIL WS-END-OF-FILE.
           CLOSE PCHG-FILE.
           IF WS-LEFT-COUNT > ZERO
               DISPLAY "More than 500 changes pending - "
                       WS-LEFT-COUNT " are left for the next session"
           END-IF.
           DISPLAY "For each pending change answer A to approve, "
                   "J to reject, K to keep it pending.".
           PERFORM B-PARA
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PEND-COUNT.
           CLOSE ACCT-FILE.
           CLOSE AJNL-FILE.
           DISPLAY "Approved and applied:      " WS-APPROVED-COUNT.
           DISPLAY "Rejected:                  " WS-REJECTED-COUNT.
           DISPLAY "Kept pending:              " WS-KEPT-COUNT.
           DISPLAY "Keyed by you - not shown:  " WS-OWN-COUNT.
           DISPLAY "Master file change approval ended.".
           STOP RUN.

      *----------------------------------------------------------------
      * Q-PARA - load one pending-change record. A change still
      * pending goes on the table for a decision, with its place on
      * the file, unless the signed-on operator keyed it; one
      * already decided is left where it is on the file.
      *----------------------------------------------------------------
       Q-PARA.
           ADD 1 TO WS-ORDINAL.
           IF PC-PENDING
               IF PC-MAKER = WS-OPERATOR-ID
                   ADD 1 TO WS-OWN-COUNT
               ELSE
                   IF WS-PEND-COUNT < 500
                       ADD 1 TO WS-PEND-COUNT
                       MOVE WS-ORDINAL TO WS-PD-ORDINAL (WS-PEND-COUNT)
                       MOVE PCHG-RECORD TO WS-PD-IMAGE (WS-PEND-COUNT)
                   ELSE
                       ADD 1 TO WS-LEFT-COUNT
                   END-IF
               END-IF
           END-IF.
           READ PCHG-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * B-PARA - one pending change from the table, shown for a
      * decision. An approval or rejection is stamped on ADDPCHG.DAT
      * straight away.
      *----------------------------------------------------------------
       B-PARA.
           MOVE WS-PD-IMAGE (WS-PD-SUB) TO PCHG-RECORD.
           PERFORM C-PARA.
           MOVE SPACE TO WS-ACTION.
           PERFORM P-PARA UNTIL WS-ACTION-VALID.
           EVALUATE TRUE
               WHEN WS-ACTION-APPROVE
                   PERFORM D-PARA
               WHEN WS-ACTION-REJECT
                   PERFORM E-PARA
                   SET PC-REJECTED TO TRUE
                   PERFORM Z-PARA
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Rejected."
               WHEN WS-ACTION-KEEP
                   ADD 1 TO WS-KEPT-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      * C-PARA - show the pending change: who keyed it and when, and
      * the record either side of it.
      *----------------------------------------------------------------
       C-PARA.
           PERFORM W-PARA.
           DISPLAY "----------------------------------------".
           DISPLAY "Keyed " PC-TIMESTAMP " by " PC-MAKER " - "
                   PC-MASTER " " WS-ACTION-WORD " account " PC-KEY.
           MOVE PC-BEFORE-IMAGE TO WS-SHOW-IMAGE.
           MOVE "Before: " TO WS-SHOW-TAG.
           PERFORM F-PARA.
           MOVE PC-AFTER-IMAGE TO WS-SHOW-IMAGE.
           MOVE "After:  " TO WS-SHOW-TAG.
           PERFORM F-PARA.

      *----------------------------------------------------------------
      * F-PARA - one record image on the screen, laid out for the
      * master it belongs to.
      *----------------------------------------------------------------
       F-PARA.
           IF WS-SHOW-IMAGE = SPACES
               DISPLAY "  " WS-SHOW-TAG "(none)"
           ELSE
               IF PC-MASTER-ACCT
                   MOVE WS-SHOW-IMAGE TO WS-WORK-ACCT
                   MOVE WK-FLOOR-BAL TO WS-BALANCE-DISPLAY
                   MOVE WK-TRAN-LIMIT TO WS-LIMIT-DISPLAY
                   DISPLAY "  " WS-SHOW-TAG WK-ACCT-NAME " status "
                           WK-STATUS " GL " WK-GL-ACCOUNT
                   DISPLAY "          floor " WS-BALANCE-DISPLAY
                           " tran limit " WS-LIMIT-DISPLAY
                           " negative " WK-ALLOW-NEG
                           " class " WK-RATE-CLASS
               ELSE
                   MOVE WS-SHOW-IMAGE TO WS-WORK-REC
                   MOVE WT-NUM1 TO WS-NUM1-DISPLAY
                   MOVE WT-NUM2 TO WS-NUM2-DISPLAY
                   DISPLAY "  " WS-SHOW-TAG WT-MODE " "
                           WS-NUM1-DISPLAY " " WS-NUM2-DISPLAY
                           " freq " WT-FREQUENCY " next due "
                           WT-NEXT-DUE
               END-IF
           END-IF.

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
      * D-PARA - approve: apply the change to its master and, once
      * applied, journal it and stamp it approved on ADDPCHG.DAT. A
      * change that cannot be applied stays pending.
      *----------------------------------------------------------------
       D-PARA.
           MOVE 'N' TO WS-APPLIED-FLAG.
           IF PC-MASTER-ACCT
               PERFORM H-PARA
           ELSE
               PERFORM R-PARA
           END-IF.
           IF WS-APPLIED
               PERFORM L-PARA
               PERFORM E-PARA
               SET PC-APPROVED TO TRUE
               PERFORM Z-PARA
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "Approved and applied."
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               DISPLAY "*** Not applied - still pending. Reject it "
                       "and key the change again."
           END-IF.

      *----------------------------------------------------------------
      * H-PARA - apply an account master change. An add must still
      * be new. Any other change applies only if the account's
      * maintained fields are still as they were when it was keyed;
      * the balance and last-posting stamp belong to AddPosting and
      * have moved on in between, so they are taken from the master
      * as it stands, never from the keyed image.
      *----------------------------------------------------------------
       H-PARA.
           MOVE PC-KEY TO AM-ACCT-ID.
           IF PC-ACTION = 'A'
               MOVE PC-AFTER-IMAGE TO ACCT-RECORD
               WRITE ACCT-RECORD
                   INVALID KEY
                       DISPLAY "*** Account " PC-KEY
                               " is already on the master"
                   NOT INVALID KEY
                       MOVE SPACES TO WS-JNL-BEFORE
                       SET WS-APPLIED TO TRUE
               END-WRITE
           ELSE
               READ ACCT-FILE
                   INVALID KEY
                       DISPLAY "*** Account " PC-KEY
                               " is no longer on the master"
                   NOT INVALID KEY
                       PERFORM K-PARA
               END-READ
           END-IF.

       K-PARA.
           MOVE PC-BEFORE-IMAGE TO WS-WORK-ACCT.
           MOVE AM-BALANCE TO WK-BALANCE.
           MOVE AM-LAST-POST TO WK-LAST-POST.
           IF WS-WORK-ACCT NOT = ACCT-RECORD
               DISPLAY "*** Account " PC-KEY " has changed since "
                       "this was keyed"
           ELSE
               MOVE ACCT-RECORD TO WS-JNL-BEFORE
               MOVE PC-AFTER-IMAGE TO WS-WORK-ACCT
               MOVE AM-BALANCE TO WK-BALANCE
               MOVE AM-LAST-POST TO WK-LAST-POST
               MOVE WS-WORK-ACCT TO ACCT-RECORD
               REWRITE ACCT-RECORD
                   INVALID KEY
                       DISPLAY "*** Unable to rewrite account "
                               PC-KEY " - status " WS-ACCT-FILE-STATUS
                   NOT INVALID KEY
                       SET WS-APPLIED TO TRUE
               END-REWRITE
           END-IF.

      *----------------------------------------------------------------
      * R-PARA - apply a recurring master change. The master is read
      * afresh, so an entry AddRecurGen has advanced since the
      * session started is seen as it now stands, the change is made
      * to the table, and the master is rewritten from it before the
      * change counts as applied. A change or delete names its entry
      * by the entry as keyed, not by number, so it applies only
      * while that entry is still on the master unchanged.
      *----------------------------------------------------------------
       R-PARA.
           MOVE ZERO TO WS-RECUR-COUNT.
           MOVE 'N' TO WS-RECUR-EOF-FLAG.
           OPEN INPUT RECUR-FILE.
           IF WS-RECUR-FILE-STATUS = "00"
               READ RECUR-FILE
                   AT END SET WS-RECUR-END-OF-FILE TO TRUE
               END-READ
               PERFORM G-PARA UNTIL WS-RECUR-END-OF-FILE
               CLOSE RECUR-FILE
           END-IF.
           EVALUATE PC-ACTION
               WHEN 'A'
                   IF WS-RECUR-COUNT >= 200
                       DISPLAY "*** Recurring master is full"
                   ELSE
                       ADD 1 TO WS-RECUR-COUNT
                       MOVE PC-AFTER-IMAGE
                                TO WS-REC-IMAGE (WS-RECUR-COUNT)
                       SET WS-APPLIED TO TRUE
                   END-IF
               WHEN 'C'
                   PERFORM S-PARA
                   IF WS-FOUND-SUB > ZERO
                       MOVE PC-AFTER-IMAGE
                                TO WS-REC-IMAGE (WS-FOUND-SUB)
                       SET WS-APPLIED TO TRUE
                   END-IF
               WHEN 'D'
                   PERFORM S-PARA
                   IF WS-FOUND-SUB > ZERO
                       PERFORM VARYING WS-SUB FROM WS-FOUND-SUB BY 1
                               UNTIL WS-SUB >= WS-RECUR-COUNT
                           MOVE WS-REC-IMAGE (WS-SUB + 1)
                                        TO WS-REC-IMAGE (WS-SUB)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-RECUR-COUNT
                       SET WS-APPLIED TO TRUE
                   END-IF
           END-EVALUATE.
           IF WS-APPLIED
               PERFORM M-PARA
               MOVE PC-BEFORE-IMAGE TO WS-JNL-BEFORE
           END-IF.

      *----------------------------------------------------------------
      * S-PARA - find the entry the change was keyed against. Zero is
      * left in WS-FOUND-SUB when it is no longer on the master.
      *----------------------------------------------------------------
       S-PARA.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RECUR-COUNT
                      OR WS-FOUND-SUB > ZERO
               IF WS-REC-IMAGE (WS-SUB) = PC-BEFORE-IMAGE (1:32)
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "*** The recurring entry for account " PC-KEY
                       " has changed or gone since this was keyed"
           END-IF.

      *----------------------------------------------------------------
      * G-PARA - load one recurring master entry into the table. A
      * master past the table limit is damaged, and rewriting it
      * from a truncated table would lose the excess, so it stops
      * the session, with the change on hand not applied, until the
      * file is repaired.
      *----------------------------------------------------------------
       G-PARA.
           IF WS-RECUR-COUNT < 200
               ADD 1 TO WS-RECUR-COUNT
               MOVE RECUR-RECORD TO WS-REC-IMAGE (WS-RECUR-COUNT)
           ELSE
               DISPLAY "*** Recurring master ADDRECUR.DAT has more "
                       "than 200 entries - the file is damaged"
               DISPLAY "*** Repair the file and rerun - the change "
                       "above has not been applied and is still "
                       "pending"
               CLOSE RECUR-FILE
               CLOSE ACCT-FILE
               CLOSE AJNL-FILE
               STOP RUN
           END-IF.
           READ RECUR-FILE
               AT END SET WS-RECUR-END-OF-FILE TO TRUE
           END-READ.

       P-PARA.
           DISPLAY "Action (A/J/K)?".
           ACCEPT WS-ACTION.
           IF NOT WS-ACTION-VALID
               DISPLAY "*** Answer A, J or K"
           END-IF.

      *----------------------------------------------------------------
      * I-PARA - operator sign-on. The id goes on every change
      * decided and every journal record, and is what keeps an
      * operator from approving their own changes, so a blank one
      * is not accepted.
      *----------------------------------------------------------------
       I-PARA.
           DISPLAY "Operator id?".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "*** Operator id must not be blank"
           END-IF.

      *----------------------------------------------------------------
      * E-PARA - stamp the pending change with who decided and when.
      *----------------------------------------------------------------
       E-PARA.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-ACTION-TIMESTAMP (1:8).
           MOVE WS-CURRENT-TIME (1:6) TO WS-ACTION-TIMESTAMP (9:6).
           MOVE WS-ACTION-TIMESTAMP TO PC-ACTION-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO PC-CHECKER.

      *----------------------------------------------------------------
      * O-PARA - open the audit journal for the session. A journal
      * that cannot be opened refuses the session before anything
      * is decided - an unjournaled change is exactly what the
      * auditors must never find.
      *----------------------------------------------------------------
       O-PARA.
           OPEN EXTEND AJNL-FILE.
           IF WS-AJNL-FILE-STATUS = "35"
               CLOSE AJNL-FILE
               OPEN OUTPUT AJNL-FILE
           END-IF.
           IF WS-AJNL-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open audit journal file "
                       "ADDAJNL.DAT - status " WS-AJNL-FILE-STATUS
               DISPLAY "*** Session refused - nothing has been "
                       "changed"
               CLOSE ACCT-FILE
               CLOSE PCHG-FILE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * L-PARA - append one audit journal record for the change just
      * applied: timestamp, keying operator, approving operator,
      * action letter, master, and the record images either side.
      * The journal was opened at sign-on; a write that still fails
      * ends the session, saying plainly that the change is on its
      * master but not journaled.
      *----------------------------------------------------------------
       L-PARA.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-ACTION-TIMESTAMP (1:8).
           MOVE WS-CURRENT-TIME (1:6) TO WS-ACTION-TIMESTAMP (9:6).
           MOVE SPACES TO AJNL-RECORD.
           MOVE WS-ACTION-TIMESTAMP TO AJ-TIMESTAMP.
           MOVE PC-MAKER TO AJ-OPERATOR.
           MOVE WS-OPERATOR-ID TO AJ-APPROVER.
           MOVE PC-ACTION TO AJ-ACTION.
           MOVE PC-MASTER TO AJ-MASTER.
           MOVE WS-JNL-BEFORE TO AJ-BEFORE-IMAGE.
           IF PC-MASTER-ACCT
               MOVE ACCT-RECORD TO AJ-AFTER-IMAGE
           ELSE
               MOVE PC-AFTER-IMAGE TO AJ-AFTER-IMAGE
           END-IF.
           WRITE AJNL-RECORD.
           IF WS-AJNL-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to write audit journal file "
                       "ADDAJNL.DAT - status " WS-AJNL-FILE-STATUS
               DISPLAY "*** The change above has been applied to "
                       PC-MASTER " account " PC-KEY " but is NOT "
                       "journaled and is still pending on ADDPCHG.DAT"
               DISPLAY "*** Journal it by hand and reject the pending "
                       "change - session ended"
               CLOSE ACCT-FILE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * M-PARA - rewrite the recurring master from the table with
      * the change just made. A master that cannot be opened for
      * output is left as it was, so the change is neither applied
      * nor journaled and stays pending.
      *----------------------------------------------------------------
       M-PARA.
           OPEN OUTPUT RECUR-FILE.
           IF WS-RECUR-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to rewrite recurring master "
                       "ADDRECUR.DAT - status " WS-RECUR-FILE-STATUS
               DISPLAY "*** The change above has not been applied "
                       "and is still pending - session ended"
               CLOSE ACCT-FILE
               CLOSE AJNL-FILE
               STOP RUN
           END-IF.
           PERFORM N-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RECUR-COUNT.
           CLOSE RECUR-FILE.
           DISPLAY "Recurring master ADDRECUR.DAT rewritten - "
                   WS-RECUR-COUNT " entries".

       N-PARA.
           MOVE WS-REC-IMAGE (WS-SUB) TO RECUR-RECORD.
           WRITE RECUR-RECORD.

      *----------------------------------------------------------------
      * Z-PARA - stamp the decision just taken on ADDPCHG.DAT. The
      * file is copied to the work file ADDPCHGK.DAT with the decided
      * record, found by its place on the file, replaced, and copied
      * back. Changes keyed while the session runs are appended
      * behind the loaded ones and carried over untouched. A file
      * that cannot be rewritten ends the session: it still shows
      * the change as pending, and the message says whether it was
      * applied.
      *----------------------------------------------------------------
       Z-PARA.
           MOVE PCHG-RECORD TO WS-DECIDED-IMAGE.
           MOVE PCHG-RECORD TO WS-PD-IMAGE (WS-PD-SUB).
           OPEN INPUT PCHG-FILE.
           IF WS-PCHG-FILE-STATUS NOT = "00"
               PERFORM U-PARA
           END-IF.
           OPEN OUTPUT KEEP-FILE.
           IF WS-KEEP-FILE-STATUS NOT = "00"
               CLOSE PCHG-FILE
               PERFORM U-PARA
           END-IF.
           MOVE ZERO TO WS-COPY-ORDINAL.
           MOVE 'N' TO WS-EOF-FLAG.
           READ PCHG-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
           PERFORM V-PARA UNTIL WS-END-OF-FILE.
           CLOSE PCHG-FILE.
           CLOSE KEEP-FILE.
           PERFORM X-PARA.
           MOVE WS-DECIDED-IMAGE TO PCHG-RECORD.

       V-PARA.
           ADD 1 TO WS-COPY-ORDINAL.
           IF WS-COPY-ORDINAL = WS-PD-ORDINAL (WS-PD-SUB)
               MOVE WS-DECIDED-IMAGE TO KEEP-RECORD
           ELSE
               MOVE PCHG-RECORD TO KEEP-RECORD
           END-IF.
           WRITE KEEP-RECORD.
           READ PCHG-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * U-PARA - the decision could not be stamped on ADDPCHG.DAT.
      *----------------------------------------------------------------
       U-PARA.
           DISPLAY "*** Unable to rewrite pending-change file "
                   "ADDPCHG.DAT - the decision above is not recorded "
                   "and the change still shows as pending".
           MOVE WS-DECIDED-IMAGE TO PCHG-RECORD.
           IF PC-APPROVED
               DISPLAY "*** It HAS been applied and journaled - see "
                       "ADDAJNL.DAT - reject it at the next session"
           END-IF.
           DISPLAY "*** Session ended".
           CLOSE ACCT-FILE.
           CLOSE AJNL-FILE.
           STOP RUN.

      *----------------------------------------------------------------
      * X-PARA - copy the work file back over ADDPCHG.DAT.
      * ADDPCHGK.DAT is only a work file for this copy.
      *----------------------------------------------------------------
       X-PARA.
           OPEN INPUT KEEP-FILE.
           IF WS-KEEP-FILE-STATUS NOT = "00"
               PERFORM U-PARA
           END-IF.
           OPEN OUTPUT PCHG-FILE.
           IF WS-PCHG-FILE-STATUS NOT = "00"
               CLOSE KEEP-FILE
               PERFORM U-PARA
           END-IF.
           MOVE 'N' TO WS-KEEP-EOF-FLAG.
           READ KEEP-FILE
               AT END SET WS-KEEP-END-OF-FILE TO TRUE
           END-READ.
           PERFORM Y-PARA UNTIL WS-KEEP-END-OF-FILE.
           CLOSE KEEP-FILE.
           CLOSE PCHG-FILE.

       Y-PARA.
           MOVE KEEP-RECORD TO PCHG-RECORD.
           WRITE PCHG-RECORD.
           READ KEEP-FILE
               AT END SET WS-KEEP-END-OF-FILE TO TRUE
           END-READ.
