      * Next-due date now edited as a full calendar date, not just
      * digit ranges - an impossible date like the 31st of April
      * would otherwise wreck the generator's date arithmetic.
      *
      * Dual control: the operator now signs on, and an add, change
      * or delete no longer touches the table or the file. Once it
      * passes the edits it is written to the pending-change file
      * ADDPCHG.DAT with the entry as it stood and as the change
      * would leave it, and applied to ADDRECUR.DAT only when a
      * different operator approves it in AddChangeApproval, which
      * also journals it with both operator ids. The session no
      * longer rewrites the master at quit.
      *
      * Start-up message for a missing master corrected: the file is
      * created by the first approval, not at quit.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RECUR-FILE ASSIGN TO "ADDRECUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUR-FILE-STATUS.
           SELECT PCHG-FILE ASSIGN TO "ADDPCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RECUR-RECORD.
           COPY recurrec.

       FD  PCHG-FILE.
       01  PCHG-RECORD.
           COPY pchgrec.

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.

       01 WS-RECUR-FILE-STATUS PIC XX VALUE "00".
       01 WS-PCHG-FILE-STATUS PIC XX VALUE "00".

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-CURRENT-TIME PIC 9(8).
       01 WS-PCHG-TIMESTAMP PIC 9(14).

       01 WS-PCHG-ACTION PIC X.
       01 WS-BEFORE-IMAGE PIC X(32).
       01 WS-KEYED-COUNT PIC 9(3) VALUE ZERO.

       01 WS-ACTION PIC X VALUE SPACE.
           88 WS-ACTION-ADD VALUE 'A'.
       01 WS-CHECK-RESULT PIC S9(6)V99
                           SIGN IS LEADING SEPARATE CHARACTER.

       01 WS-NUM1-DISPLAY PIC +9(5).99.
       01 WS-NUM2-DISPLAY PIC +9(5).99.

               PERFORM G-PARA UNTIL WS-END-OF-FILE
               CLOSE RECUR-FILE
           ELSE
               DISPLAY "No recurring master yet - entries keyed now "
                       "go for approval"
           END-IF.
           DISPLAY "Recurring transaction maintenance".
           PERFORM I-PARA UNTIL WS-OPERATOR-ID NOT = SPACES.
           DISPLAY "Entries loaded: " WS-RECUR-COUNT.
           DISPLAY "Actions: A add, C change, D delete, L list,"
                   " Q quit.".
           PERFORM B-PARA UNTIL WS-ACTION-QUIT.
           DISPLAY "Changes keyed for approval: " WS-KEYED-COUNT.
           IF WS-KEYED-COUNT > ZERO
               DISPLAY "ADDRECUR.DAT is updated when another operator "
                       "approves them in AddChangeApproval"
           END-IF.
           DISPLAY "Recurring transaction maintenance ended.".
           STOP RUN.
      *----------------------------------------------------------------
      * G-PARA - load one master entry into the table. The dialogue
      * itself never adds past 200, so a file with more entries is
      * damaged - and entry numbers keyed against a truncated table
      * would name the wrong entries - so an oversized master stops
      * the session until the file is repaired.
      *----------------------------------------------------------------
       G-PARA.
           IF WS-RECUR-COUNT < 200
           DISPLAY WS-LIST-LINE.

      *----------------------------------------------------------------
      * C-PARA - key a new entry, edited before it goes for approval.
      *----------------------------------------------------------------
       C-PARA.
           IF WS-RECUR-COUNT >= 200
               PERFORM P-PARA
               PERFORM V-PARA
               IF WS-RECORD-VALID
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE 'A' TO WS-PCHG-ACTION
                   PERFORM K-PARA
               ELSE
                   DISPLAY "*** Entry fails edit " WS-FAIL-REASON
                           " - not added"
           PERFORM N-PARA.
           IF WS-ENTRY-NUM > ZERO
               MOVE WS-REC-IMAGE (WS-ENTRY-NUM) TO WS-WORK-REC
               MOVE WS-REC-IMAGE (WS-ENTRY-NUM) TO WS-BEFORE-IMAGE
               PERFORM Q-PARA
               PERFORM V-PARA
               IF WS-RECORD-VALID
                   IF WS-WORK-REC = WS-BEFORE-IMAGE
                       DISPLAY "*** Entry unchanged"
                   ELSE
                       MOVE 'C' TO WS-PCHG-ACTION
                       PERFORM K-PARA
                   END-IF
               ELSE
                   DISPLAY "*** Entry fails edit " WS-FAIL-REASON
                           " - left unchanged"
           END-IF.

      *----------------------------------------------------------------
      * E-PARA - key the delete of one entry. The entry itself is
      * named on the pending change, not its number - the numbers
      * close up when the delete is applied.
      *----------------------------------------------------------------
       E-PARA.
           PERFORM N-PARA.
           IF WS-ENTRY-NUM > ZERO
               MOVE WS-REC-IMAGE (WS-ENTRY-NUM) TO WS-BEFORE-IMAGE
               MOVE WS-REC-IMAGE (WS-ENTRY-NUM) TO WS-WORK-REC
               MOVE 'D' TO WS-PCHG-ACTION
               PERFORM K-PARA
           END-IF.

      *----------------------------------------------------------------
      * I-PARA - operator sign-on. The id goes on every pending
      * change, so a blank one is not accepted.
      *----------------------------------------------------------------
       I-PARA.
           DISPLAY "Operator id?".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "*** Operator id must not be blank"
           END-IF.

      *----------------------------------------------------------------
      * K-PARA - append one pending change for the action just keyed,
      * with the entry as it stood and as the change would leave it,
      * to await approval by a different operator. Opened and closed
      * per action so a session that ends badly loses nothing
      * already keyed.
      *----------------------------------------------------------------
       K-PARA.
           OPEN EXTEND PCHG-FILE.
           IF WS-PCHG-FILE-STATUS = "35"
               CLOSE PCHG-FILE
               OPEN OUTPUT PCHG-FILE
           END-IF.
           IF WS-PCHG-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open pending-change file "
                       "ADDPCHG.DAT - status " WS-PCHG-FILE-STATUS
               DISPLAY "*** The change above was not recorded - "
                       "session ended"
               STOP RUN
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-PCHG-TIMESTAMP (1:8).
           MOVE WS-CURRENT-TIME (1:6) TO WS-PCHG-TIMESTAMP (9:6).
           MOVE SPACES TO PCHG-RECORD.
           MOVE WS-PCHG-TIMESTAMP TO PC-TIMESTAMP.
           SET PC-MASTER-RECUR TO TRUE.
           MOVE WS-PCHG-ACTION TO PC-ACTION.
           MOVE WT-ACCT-ID TO PC-KEY.
           MOVE WS-OPERATOR-ID TO PC-MAKER.
           SET PC-PENDING TO TRUE.
           MOVE ZERO TO PC-ACTION-TIMESTAMP.
           MOVE WS-BEFORE-IMAGE TO PC-BEFORE-IMAGE.
           IF WS-PCHG-ACTION NOT = 'D'
               MOVE WS-WORK-REC TO PC-AFTER-IMAGE
           END-IF.
           WRITE PCHG-RECORD.
           CLOSE PCHG-FILE.
           ADD 1 TO WS-KEYED-COUNT.
           DISPLAY "Change keyed for account " WT-ACCT-ID
                   " - awaiting approval by another operator".

      *----------------------------------------------------------------
      * N-PARA - take an entry number and check it names an entry.
      * Zero is left in WS-ENTRY-NUM when it does not.
                   END-IF
               END-IF
           END-IF.
