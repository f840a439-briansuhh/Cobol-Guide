       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddConvertMasters.

      *----------------------------------------------------------------
      * Modification history
      * ----------------------------------------------------------------
      * New program: one-off conversion of the files whose layouts
      * grew with posting limits, dual control, rate classes and the
      * GL mapping. Run once, before any of the new programs, with
      * the old account master renamed to ACCTMSTO.DAT:
      *
      * The 63-byte account master ACCTMSTO.DAT is copied record for
      * record into a new 98-byte ACCTMST.DAT. Each account gets the
      * defaults AccountMaint gives a new account - no floor, no
      * single-transaction limit, not allowed negative, no rate class
      * and no GL account - except an account already below zero,
      * which is allowed negative with its floor at its present
      * balance, so nothing already on the books is in breach and it
      * cannot go further down until its limits are set. Those
      * accounts are listed so their limits can be keyed in
      * AccountMaint. A run that finds ACCTMST.DAT already there
      * leaves it alone, with return code 4, and goes on to the
      * journal.
      *
      * The audit journal ADDAJNL.DAT is rewritten in the current
      * layout. An old record - 63-byte images and no master code -
      * has each image space-filled to 120 bytes with the same
      * neutral values in the newer fields (zero floor and limit,
      * blank flag, class and GL account), AJ-MASTER set to ACCT and
      * AJ-APPROVER left blank: the change was keyed and applied by
      * AJ-OPERATOR alone. Records already in the current layout
      * are copied as they are, so the journal step can be rerun.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ACCT-FILE ASSIGN TO "ACCTMSTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OA-ACCT-ID
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT AJNL-FILE ASSIGN TO "ADDAJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJNL-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "ADDAJNLW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ACCT-FILE.
       01  OLD-ACCT-RECORD.
           05 OA-ACCT-ID           PIC X(6).
           05 OA-ACCT-NAME         PIC X(30).
           05 OA-STATUS            PIC X.
           05 OA-BALANCE           PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 OA-LAST-POST         PIC 9(14).

       FD  ACCT-FILE.
       COPY acctmst.

       FD  AJNL-FILE.
       COPY ajnlrec.
       01  OLD-AJNL-RECORD.
           05 OJ-TIMESTAMP         PIC 9(14).
           05 OJ-OPERATOR          PIC X(8).
           05 OJ-ACTION            PIC X.
           05 OJ-BEFORE-IMAGE      PIC X(63).
           05 OJ-AFTER-IMAGE       PIC X(63).
           05 FILLER               PIC X(126).

       FD  WORK-FILE.
       01  WORK-RECORD PIC X(275).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.

       01 WS-OLD-FILE-STATUS PIC XX VALUE "00".
       01 WS-ACCT-FILE-STATUS PIC XX VALUE "00".
       01 WS-AJNL-FILE-STATUS PIC XX VALUE "00".
       01 WS-WORK-FILE-STATUS PIC XX VALUE "00".

       01 WS-NEW-AJNL.
           05 WN-TIMESTAMP         PIC 9(14).
           05 WN-OPERATOR          PIC X(8).
           05 WN-ACTION            PIC X.
           05 WN-BEFORE-IMAGE      PIC X(120).
           05 WN-AFTER-IMAGE       PIC X(120).
           05 WN-APPROVER          PIC X(8).
           05 WN-MASTER            PIC X(4).

       01 WS-OLD-IMAGE PIC X(63).
       01 WS-NEW-IMAGE PIC X(120).

       01 WS-WORK-ACCT.
           05 WK-OLD-PART          PIC X(63).
           05 WK-FLOOR-BAL         PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 WK-TRAN-LIMIT        PIC 9(6)V99.
           05 WK-ALLOW-NEG         PIC X.
           05 WK-RATE-CLASS        PIC X(2).
           05 WK-GL-ACCOUNT        PIC X(12).

       01 WS-BALANCE-DISPLAY PIC -9(9).99.

       01 WS-ACCT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NEGATIVE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-AJNL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-AJNL-CONVERTED PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       A-PARA.
           DISPLAY "Master file layout conversion".
           PERFORM M-PARA.
           PERFORM J-PARA.
           DISPLAY "Accounts converted:          " WS-ACCT-COUNT.
           DISPLAY "Accounts allowed negative:   " WS-NEGATIVE-COUNT.
           DISPLAY "Journal records read:        " WS-AJNL-COUNT.
           DISPLAY "Journal records converted:   " WS-AJNL-CONVERTED.
           DISPLAY "Master file layout conversion ended.".
           STOP RUN.

      *----------------------------------------------------------------
      * M-PARA - copy the old account master into the new one. A
      * master that already exists is never converted over: it is
      * live, and converting it again would throw away its limits
      * and mappings.
      *----------------------------------------------------------------
       M-PARA.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS = "00"
               CLOSE ACCT-FILE
               DISPLAY "ACCTMST.DAT already exists - account master "
                       "left as it is"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM N-PARA
           END-IF.

      *----------------------------------------------------------------
      * N-PARA - build the new account master from ACCTMSTO.DAT.
      *----------------------------------------------------------------
       N-PARA.
           OPEN INPUT OLD-ACCT-FILE.
           IF WS-OLD-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open old account master "
                       "ACCTMSTO.DAT - status " WS-OLD-FILE-STATUS
               DISPLAY "*** Rename the 63-byte ACCTMST.DAT to "
                       "ACCTMSTO.DAT and rerun"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to create account master "
                       "ACCTMST.DAT - status " WS-ACCT-FILE-STATUS
               DISPLAY "*** Nothing has been converted - correct the "
                       "problem and rerun"
               CLOSE OLD-ACCT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           READ OLD-ACCT-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
           PERFORM B-PARA UNTIL WS-END-OF-FILE.
           CLOSE OLD-ACCT-FILE.
           CLOSE ACCT-FILE.

      *----------------------------------------------------------------
      * B-PARA - one old account: the first 63 bytes carry over as
      * they are, and the new fields take their defaults.
      *----------------------------------------------------------------
       B-PARA.
           MOVE SPACES TO ACCT-RECORD.
           MOVE OA-ACCT-ID TO AM-ACCT-ID.
           MOVE OA-ACCT-NAME TO AM-ACCT-NAME.
           MOVE OA-STATUS TO AM-STATUS.
           MOVE OA-BALANCE TO AM-BALANCE.
           MOVE OA-LAST-POST TO AM-LAST-POST.
           MOVE ZERO TO AM-FLOOR-BAL.
           MOVE ZERO TO AM-TRAN-LIMIT.
           MOVE 'N' TO AM-ALLOW-NEG.
           MOVE SPACES TO AM-RATE-CLASS.
           MOVE SPACES TO AM-GL-ACCOUNT.
           IF AM-BALANCE < ZERO
               MOVE 'Y' TO AM-ALLOW-NEG
               MOVE AM-BALANCE TO AM-FLOOR-BAL
               MOVE AM-BALANCE TO WS-BALANCE-DISPLAY
               DISPLAY "Account " AM-ACCT-ID " balance "
                       WS-BALANCE-DISPLAY " - allowed negative, floor "
                       "set to balance - review its limits"
               ADD 1 TO WS-NEGATIVE-COUNT
           END-IF.
           WRITE ACCT-RECORD.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to write account " AM-ACCT-ID
                       " to ACCTMST.DAT - status " WS-ACCT-FILE-STATUS
               DISPLAY "*** Delete ACCTMST.DAT and rerun"
               CLOSE OLD-ACCT-FILE
               CLOSE ACCT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ACCT-COUNT.
           READ OLD-ACCT-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * J-PARA - rewrite the audit journal in the current layout by
      * way of the work file ADDAJNLW.DAT. No journal yet means
      * nothing to convert.
      *----------------------------------------------------------------
       J-PARA.
           OPEN INPUT AJNL-FILE.
           IF WS-AJNL-FILE-STATUS NOT = "00"
               DISPLAY "No audit journal ADDAJNL.DAT - status "
                       WS-AJNL-FILE-STATUS " - nothing to convert"
           ELSE
               OPEN OUTPUT WORK-FILE
               IF WS-WORK-FILE-STATUS NOT = "00"
                   DISPLAY "*** Unable to open journal work file "
                           "ADDAJNLW.DAT - status "
                           WS-WORK-FILE-STATUS
                   DISPLAY "*** ADDAJNL.DAT left unchanged"
                   CLOSE AJNL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               READ AJNL-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM C-PARA UNTIL WS-END-OF-FILE
               CLOSE AJNL-FILE
               CLOSE WORK-FILE
               PERFORM X-PARA
           END-IF.

      *----------------------------------------------------------------
      * C-PARA - one journal record. Every record written since dual
      * control names its master, so a blank AJ-MASTER marks an old
      * record.
      *----------------------------------------------------------------
       C-PARA.
           ADD 1 TO WS-AJNL-COUNT.
           IF AJ-MASTER = SPACES
               MOVE SPACES TO WS-NEW-AJNL
               MOVE OJ-TIMESTAMP TO WN-TIMESTAMP
               MOVE OJ-OPERATOR TO WN-OPERATOR
               MOVE OJ-ACTION TO WN-ACTION
               MOVE OJ-BEFORE-IMAGE TO WS-OLD-IMAGE
               PERFORM I-PARA
               MOVE WS-NEW-IMAGE TO WN-BEFORE-IMAGE
               MOVE OJ-AFTER-IMAGE TO WS-OLD-IMAGE
               PERFORM I-PARA
               MOVE WS-NEW-IMAGE TO WN-AFTER-IMAGE
               MOVE "ACCT" TO WN-MASTER
               MOVE WS-NEW-AJNL TO WORK-RECORD
               ADD 1 TO WS-AJNL-CONVERTED
           ELSE
               MOVE AJNL-RECORD TO WORK-RECORD
           END-IF.
           WRITE WORK-RECORD.
           READ AJNL-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * I-PARA - widen one old account image. A blank image (the
      * before image of an add) stays blank.
      *----------------------------------------------------------------
       I-PARA.
           IF WS-OLD-IMAGE = SPACES
               MOVE SPACES TO WS-NEW-IMAGE
           ELSE
               MOVE WS-OLD-IMAGE TO WK-OLD-PART
               MOVE ZERO TO WK-FLOOR-BAL
               MOVE ZERO TO WK-TRAN-LIMIT
               MOVE SPACE TO WK-ALLOW-NEG
               MOVE SPACES TO WK-RATE-CLASS
               MOVE SPACES TO WK-GL-ACCOUNT
               MOVE WS-WORK-ACCT TO WS-NEW-IMAGE
           END-IF.

      *----------------------------------------------------------------
      * X-PARA - copy the work file back over the journal.
      *----------------------------------------------------------------
       X-PARA.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to reopen journal work file "
                       "ADDAJNLW.DAT - status " WS-WORK-FILE-STATUS
                       " - ADDAJNL.DAT left unchanged"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AJNL-FILE.
           IF WS-AJNL-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to rewrite audit journal "
                       "ADDAJNL.DAT - status " WS-AJNL-FILE-STATUS
               DISPLAY "*** The converted journal is on ADDAJNLW.DAT "
                       "- copy it over ADDAJNL.DAT"
               CLOSE WORK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           READ WORK-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
           PERFORM Y-PARA UNTIL WS-END-OF-FILE.
           CLOSE WORK-FILE.
           CLOSE AJNL-FILE.

       Y-PARA.
           MOVE WORK-RECORD TO AJNL-RECORD.
           WRITE AJNL-RECORD.
           READ WORK-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
