      * so day shift and the auditors can see what changed on the
      * master, when, and by whom. AddJournalReport prints the
      * journal. Inquiries are not journaled - they change nothing.
      *
      * Posting limits: a new L action sets an account's floor
      * balance, its single-transaction limit (zero for none) and
      * whether it may go negative, each keyed over the current
      * value or left blank to keep it, and journals the change
      * under action L. New accounts start with a zero floor, no
      * transaction limit and negatives not allowed. Inquire shows
      * the limits.
      *
      * Dual control: an add, change, close, reopen or limits change
      * keyed here no longer touches the master. It is written to
      * the pending-change file ADDPCHG.DAT with the record as it
      * stood and as the change would leave it, and applied only
      * when a different operator approves it in AddChangeApproval,
      * which now writes the audit journal with both operator ids.
      * The edits made at keying are made again at approval, since
      * the account may have moved on in between.
      *
      * Rate class: a new T action sets the account's month-end rate
      * class, the row of ADDRATE.DAT that AddInterestGen charges it
      * interest and fees from, through the same pending-change
      * approval. New accounts start with no class. Inquire shows it.
      *
      * GL mapping: a new G action sets the corporate general ledger
      * account that AddGLFeed books the account's movement to,
      * through the same pending-change approval. New accounts start
      * unmapped. Inquire shows it.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT PCHG-FILE ASSIGN TO "ADDPCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY acctmst.

       FD  PCHG-FILE.
       01  PCHG-RECORD.
           COPY pchgrec.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS PIC XX VALUE "00".
       01 WS-PCHG-FILE-STATUS PIC XX VALUE "00".

       01 WS-ACTION PIC X VALUE SPACE.
           88 WS-ACTION-ADD VALUE 'A'.
           88 WS-ACTION-CLOSE VALUE 'X'.
           88 WS-ACTION-REOPEN VALUE 'R'.
           88 WS-ACTION-INQUIRE VALUE 'I'.
           88 WS-ACTION-LIMITS VALUE 'L'.
           88 WS-ACTION-RATE-CLASS VALUE 'T'.
           88 WS-ACTION-GL-ACCOUNT VALUE 'G'.
           88 WS-ACTION-QUIT VALUE 'Q'.
           88 WS-ACTION-VALID VALUE 'A' 'C' 'X' 'R' 'I' 'L' 'T' 'G'
                                    'Q'.

       01 WS-WORK-ACCT-ID PIC X(6).
       01 WS-NEW-NAME PIC X(30).

       01 WS-BALANCE-DISPLAY PIC -9(9).99.
       01 WS-LIMIT-DISPLAY PIC 9(6).99.

       01 WS-NEW-FLOOR PIC X(12).
       01 WS-NEW-FLOOR-N REDEFINES WS-NEW-FLOOR PIC S9(9)V99
                          SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-NEW-LIMIT PIC X(8).
       01 WS-NEW-LIMIT-N REDEFINES WS-NEW-LIMIT PIC 9(6)V99.
       01 WS-NEW-ALLOW PIC X.
       01 WS-NEW-CLASS PIC X(2).
       01 WS-NEW-GL-ACCOUNT PIC X(12).

       01 WS-VALID-FLAG PIC X VALUE 'Y'.
           88 WS-ENTRY-VALID VALUE 'Y'.

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       01 WS-JNL-TIMESTAMP PIC 9(14).

       01 WS-JNL-ACTION PIC X.
       01 WS-BEFORE-IMAGE PIC X(98).

       PROCEDURE DIVISION.
       A-PARA.
           DISPLAY "Account master maintenance".
           PERFORM I-PARA UNTIL WS-OPERATOR-ID NOT = SPACES.
           DISPLAY "Actions: A add, C change name, X close, R reopen,"
                   " L limits, T rate class,".
           DISPLAY "         G GL account, I inquire, Q quit.".
           PERFORM B-PARA UNTIL WS-ACTION-QUIT.
           CLOSE ACCT-FILE.
           DISPLAY "Account master maintenance ended.".

       B-PARA.
           DISPLAY "----------------------------------------".
           DISPLAY "Action (A/C/X/R/L/T/G/I/Q)?".
           ACCEPT WS-ACTION.
           IF NOT WS-ACTION-VALID
               DISPLAY "*** Answer A, C, X, R, L, T, G, I or Q"
           END-IF.
           IF WS-ACTION-VALID AND NOT WS-ACTION-QUIT
               DISPLAY "Account id?"
                           PERFORM F-PARA
                       WHEN WS-ACTION-INQUIRE
                           PERFORM G-PARA
                       WHEN WS-ACTION-LIMITS
                           PERFORM H-PARA
                       WHEN WS-ACTION-RATE-CLASS
                           PERFORM M-PARA
                       WHEN WS-ACTION-GL-ACCOUNT
                           PERFORM N-PARA
                   END-EVALUATE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * C-PARA - key a new account, open with a zero balance, a zero
      * floor, no transaction limit, negatives not allowed, no rate
      * class and no GL account.
      *----------------------------------------------------------------
       C-PARA.
           READ ACCT-FILE
                   SET AM-STATUS-OPEN TO TRUE
                   MOVE ZERO TO AM-BALANCE
                   MOVE ZERO TO AM-LAST-POST
                   MOVE ZERO TO AM-FLOOR-BAL
                   MOVE ZERO TO AM-TRAN-LIMIT
                   MOVE 'N' TO AM-ALLOW-NEG
                   MOVE SPACES TO AM-RATE-CLASS
                   MOVE SPACES TO AM-GL-ACCOUNT
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE 'A' TO WS-JNL-ACTION
                   PERFORM J-PARA
               NOT INVALID KEY
                   DISPLAY "*** Account " AM-ACCT-ID " already exists"
           END-READ.
                   ELSE
                       MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
                       MOVE WS-NEW-NAME TO AM-ACCT-NAME
                       MOVE 'C' TO WS-JNL-ACTION
                       PERFORM J-PARA
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * E-PARA - key an account's close. AddPosting stops applying
      * results to a closed account; its balance and history stay
      * on the master.
      *----------------------------------------------------------------
       E-PARA.
           READ ACCT-FILE
                   ELSE
                       MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
                       SET AM-STATUS-CLOSED TO TRUE
                       MOVE 'X' TO WS-JNL-ACTION
                       PERFORM J-PARA
                   END-IF
                   ELSE
                       MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
                       SET AM-STATUS-OPEN TO TRUE
                       MOVE 'R' TO WS-JNL-ACTION
                       PERFORM J-PARA
                   END-IF
                   DISPLAY "Status:    " AM-STATUS
                   DISPLAY "Balance:   " WS-BALANCE-DISPLAY
                   DISPLAY "Last post: " AM-LAST-POST
                   PERFORM K-PARA
                   DISPLAY "Rate class: " AM-RATE-CLASS
                   DISPLAY "GL account: " AM-GL-ACCOUNT
           END-READ.

      *----------------------------------------------------------------
      * H-PARA - change an account's posting limits. Each value is
      * keyed over the current one or left blank to keep it; an entry
      * not in its format changes nothing, so a half-keyed set of
      * limits never reaches the master.
      *----------------------------------------------------------------
       H-PARA.
           READ ACCT-FILE
               INVALID KEY
                   DISPLAY "*** Account " WS-WORK-ACCT-ID
                           " not on master"
               NOT INVALID KEY
                   MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
                   MOVE 'Y' TO WS-VALID-FLAG
                   PERFORM K-PARA
                   PERFORM L-PARA
                   IF NOT WS-ENTRY-VALID
                       DISPLAY "*** Limits unchanged"
                   ELSE
                       IF ACCT-RECORD = WS-BEFORE-IMAGE
                           DISPLAY "*** Limits unchanged"
                       ELSE
                           MOVE 'L' TO WS-JNL-ACTION
                           PERFORM J-PARA
                       END-IF
                   END-IF
           END-READ.

       K-PARA.
           MOVE AM-FLOOR-BAL TO WS-BALANCE-DISPLAY.
           DISPLAY "Floor:     " WS-BALANCE-DISPLAY.
           IF AM-TRAN-LIMIT = ZERO
               DISPLAY "Tran limit: none"
           ELSE
               MOVE AM-TRAN-LIMIT TO WS-LIMIT-DISPLAY
               DISPLAY "Tran limit: " WS-LIMIT-DISPLAY
           END-IF.
           DISPLAY "Negative:  " AM-ALLOW-NEG.

      *----------------------------------------------------------------
      * L-PARA - take the new limits. A floor below zero is an
      * overdraft limit and only bites on an account allowed to go
      * negative.
      *----------------------------------------------------------------
       L-PARA.
           DISPLAY "Floor (sign, 9 digits, 2 cents, e.g. "
                   "-00000050000) or blank to keep:".
           MOVE SPACES TO WS-NEW-FLOOR.
           ACCEPT WS-NEW-FLOOR.
           IF WS-NEW-FLOOR NOT = SPACES
               IF WS-NEW-FLOOR-N NUMERIC
                   MOVE WS-NEW-FLOOR-N TO AM-FLOOR-BAL
               ELSE
                   DISPLAY "*** Floor must be sign and 11 digits"
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF
           END-IF.
           DISPLAY "Tran limit (6 digits, 2 cents, e.g. 00250000, "
                   "zero for none) or blank to keep:".
           MOVE SPACES TO WS-NEW-LIMIT.
           ACCEPT WS-NEW-LIMIT.
           IF WS-NEW-LIMIT NOT = SPACES
               IF WS-NEW-LIMIT-N NUMERIC
                   MOVE WS-NEW-LIMIT-N TO AM-TRAN-LIMIT
               ELSE
                   DISPLAY "*** Limit must be 8 digits"
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF
           END-IF.
           DISPLAY "Allow negative balance (Y/N) or blank to keep:".
           MOVE SPACE TO WS-NEW-ALLOW.
           ACCEPT WS-NEW-ALLOW.
           IF WS-NEW-ALLOW NOT = SPACE
               IF WS-NEW-ALLOW = 'Y' OR WS-NEW-ALLOW = 'N'
                   MOVE WS-NEW-ALLOW TO AM-ALLOW-NEG
               ELSE
                   DISPLAY "*** Answer Y or N"
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * M-PARA - change an account's month-end rate class. The class
      * is not checked against ADDRATE.DAT here - the table may be
      * loaded after the accounts are classed - and a class with no
      * row on the table charges nothing. A single '*' clears it.
      *----------------------------------------------------------------
       M-PARA.
           READ ACCT-FILE
               INVALID KEY
                   DISPLAY "*** Account " WS-WORK-ACCT-ID
                           " not on master"
               NOT INVALID KEY
                   MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
                   DISPLAY "Rate class now '" AM-RATE-CLASS "'"
                   DISPLAY "New rate class (2 characters, * for none)?"
                   MOVE SPACES TO WS-NEW-CLASS
                   ACCEPT WS-NEW-CLASS
                   IF WS-NEW-CLASS = '*'
                       MOVE SPACES TO AM-RATE-CLASS
                   ELSE
                       IF WS-NEW-CLASS NOT = SPACES
                           MOVE WS-NEW-CLASS TO AM-RATE-CLASS
                       END-IF
                   END-IF
                   IF ACCT-RECORD = WS-BEFORE-IMAGE
                       DISPLAY "*** Rate class unchanged"
                   ELSE
                       MOVE 'T' TO WS-JNL-ACTION
                       PERFORM J-PARA
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * N-PARA - change the GL account an account's movement is fed
      * to. A single '*' clears it, leaving the account unmapped.
      *----------------------------------------------------------------
       N-PARA.
           READ ACCT-FILE
               INVALID KEY
                   DISPLAY "*** Account " WS-WORK-ACCT-ID
                           " not on master"
               NOT INVALID KEY
                   MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
                   DISPLAY "GL account now '" AM-GL-ACCOUNT "'"
                   DISPLAY "New GL account (up to 12 characters, * "
                           "for none)?"
                   MOVE SPACES TO WS-NEW-GL-ACCOUNT
                   ACCEPT WS-NEW-GL-ACCOUNT
                   IF WS-NEW-GL-ACCOUNT = '*'
                       MOVE SPACES TO AM-GL-ACCOUNT
                   ELSE
                       IF WS-NEW-GL-ACCOUNT NOT = SPACES
                           MOVE WS-NEW-GL-ACCOUNT TO AM-GL-ACCOUNT
                       END-IF
                   END-IF
                   IF ACCT-RECORD = WS-BEFORE-IMAGE
                       DISPLAY "*** GL account unchanged"
                   ELSE
                       MOVE 'G' TO WS-JNL-ACTION
                       PERFORM J-PARA
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * I-PARA - operator sign-on. The id goes on every pending
      * change, so a blank one is not accepted.
      *----------------------------------------------------------------
       I-PARA.
           DISPLAY "Operator id?".
           END-IF.

      *----------------------------------------------------------------
      * J-PARA - append one pending change for the action just
      * keyed: timestamp, operator, action letter, and the account
      * record images either side, to await approval by a different
      * operator. Opened and closed per action so a session that
      * ends badly loses nothing already keyed. A pending-change file
      * that cannot be written ends the session.
      *----------------------------------------------------------------
       J-PARA.
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
               CLOSE ACCT-FILE
               STOP RUN
           END-IF.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-JNL-TIMESTAMP (1:8).
           MOVE WS-CURRENT-TIME (1:6) TO WS-JNL-TIMESTAMP (9:6).
           MOVE SPACES TO PCHG-RECORD.
           MOVE WS-JNL-TIMESTAMP TO PC-TIMESTAMP.
           SET PC-MASTER-ACCT TO TRUE.
           MOVE WS-JNL-ACTION TO PC-ACTION.
           MOVE AM-ACCT-ID TO PC-KEY.
           MOVE WS-OPERATOR-ID TO PC-MAKER.
           SET PC-PENDING TO TRUE.
           MOVE ZERO TO PC-ACTION-TIMESTAMP.
           MOVE WS-BEFORE-IMAGE TO PC-BEFORE-IMAGE.
           MOVE ACCT-RECORD TO PC-AFTER-IMAGE.
           WRITE PCHG-RECORD.
           CLOSE PCHG-FILE.
           DISPLAY "Account " AM-ACCT-ID " change keyed - awaiting "
                   "approval by another operator".
