       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddGLFeed.

      *----------------------------------------------------------------
      * Modification history
      * ----------------------------------------------------------------
      * New program: the general ledger interface. Builds the
      * summarised, balanced journal corporate GL loads for one
      * business date - per account the net movement AddPosting
      * applied for that date, booked to the account's GL account
      * AM-GL-ACCOUNT, and offset to the contra (clearing) GL
      * account named on the GLFPARM.DAT card - as the fixed-width
      * feed ADDGLF.DAT (layout GLFREC): header with the interface
      * file number and business date, details, and a trailer with
      * the debit and credit totals. Run after AddPosting and before
      * AddLogCutoff. Posted means processed by AddPosting (at or
      * before the posting marker ADDPOSTD.DAT) and not sitting on
      * the posting exception file ADDPEXC.DAT; a log AddPosting has
      * not finished is refused. Every file sent is logged on the
      * interface control file ADDGLFC.DAT: a business date already
      * on it is never sent again, and a control file whose file
      * numbers are not consecutive stops the run until the missing
      * file is accounted for. An account not yet mapped to a GL
      * account is booked to the suspense GL account on the card, or
      * with none named the feed is refused. The card may name the
      * business date; with none the earliest unsent business date
      * on the log is fed. The feed report ADDGLFR.DAT lists every
      * line sent and what was left out - transactions still on the
      * exception file, and transactions logged for a business date
      * after its file was sent - for accounting to journal by hand.
      *
      * Held items: nothing posted is left for a manual journal any
      * more. A transaction left out because it is on ADDPEXC.DAT is
      * held on ADDGLFH.DAT (layout GLFHREC) and fed in the first file
      * after AddRepost clears it. A transaction logged for a date
      * whose file has gone is fed in the next file; a run with no
      * new date to feed carries such transactions on ADDGLFH.DAT so
      * AddLogCutoff can archive the log without losing them. The
      * details of those files carry the file's business date.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-LOG-FILE ASSIGN TO "ADDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT POSTD-FILE ASSIGN TO "ADDPOSTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTD-FILE-STATUS.
           SELECT PEXC-FILE ASSIGN TO "ADDPEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEXC-FILE-STATUS.
           SELECT GLF-FILE ASSIGN TO "ADDGLF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLF-FILE-STATUS.
           SELECT GLC-FILE ASSIGN TO "ADDGLFC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLC-FILE-STATUS.
           SELECT GLF-PARM-FILE ASSIGN TO "GLFPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT GLH-FILE ASSIGN TO "ADDGLFH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLH-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ADDGLFR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-LOG-FILE.
       01  TRAN-LOG-RECORD.
           05 TL-TIMESTAMP         PIC 9(14).
           05 TL-BUS-DATE          PIC 9(8).
           05 TL-BATCH-ID          PIC X(8).
           05 TL-SOURCE-ID         PIC X(3).
           05 TL-MODE              PIC X.
           COPY tranrec REPLACING AcctId BY TL-ACCT-ID
                                  Num1   BY TL-NUM1
                                  Num2   BY TL-NUM2
                                  Result BY TL-RESULT.

       FD  ACCT-FILE.
       COPY acctmst.

       FD  POSTD-FILE.
       COPY postdrec.

       FD  PEXC-FILE.
       01  PEXC-RECORD.
           COPY pexcrec.

       FD  GLF-FILE.
       COPY glfrec.

       FD  GLC-FILE.
       01  GLC-RECORD.
           05 GC-FILE-SEQ          PIC 9(6).
           05 GC-BUS-DATE          PIC 9(8).
           05 GC-SENT-DATE         PIC 9(8).
           05 GC-SENT-TIME         PIC 9(6).
           05 GC-DETAIL-COUNT      PIC 9(7).
           05 GC-DEBIT-TOTAL       PIC 9(13)V99.
           05 GC-CREDIT-TOTAL      PIC 9(13)V99.

       FD  GLF-PARM-FILE.
       01  GLF-PARM-RECORD.
           05 GP-CONTRA-GL         PIC X(12).
           05 GP-SUSPENSE-GL       PIC X(12).
           05 GP-BUS-DATE          PIC X(8).

       FD  GLH-FILE.
       01  GLH-RECORD.
           COPY glfhrec.

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.

       01 WS-POSTD-EOF-FLAG PIC X VALUE 'N'.
           88 WS-POSTD-END-OF-FILE VALUE 'Y'.

       01 WS-PEXC-EOF-FLAG PIC X VALUE 'N'.
           88 WS-PEXC-END-OF-FILE VALUE 'Y'.

       01 WS-GLC-EOF-FLAG PIC X VALUE 'N'.
           88 WS-GLC-END-OF-FILE VALUE 'Y'.

       01 WS-GLH-EOF-FLAG PIC X VALUE 'N'.
           88 WS-GLH-END-OF-FILE VALUE 'Y'.

       01 WS-LOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-ACCT-FILE-STATUS PIC XX VALUE "00".
       01 WS-POSTD-FILE-STATUS PIC XX VALUE "00".
       01 WS-PEXC-FILE-STATUS PIC XX VALUE "00".
       01 WS-GLF-FILE-STATUS PIC XX VALUE "00".
       01 WS-GLC-FILE-STATUS PIC XX VALUE "00".
       01 WS-PARM-FILE-STATUS PIC XX VALUE "00".
       01 WS-GLH-FILE-STATUS PIC XX VALUE "00".
       01 WS-RPT-FILE-STATUS PIC XX VALUE "00".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-HMS PIC 9(6).
       01 WS-RUN-STAMP PIC 9(14).

       01 WS-CONTRA-GL PIC X(12) VALUE SPACES.
       01 WS-SUSPENSE-GL PIC X(12) VALUE SPACES.
       01 WS-FEED-DATE PIC 9(8) VALUE ZERO.
       01 WS-DATE-GIVEN-FLAG PIC X VALUE 'N'.
           88 WS-DATE-GIVEN VALUE 'Y'.

       01 WS-POSTED-THRU PIC 9(7) VALUE ZERO.
       01 WS-LOG-POS PIC 9(7) VALUE ZERO.
       01 WS-LOG-COUNT PIC 9(7) VALUE ZERO.

       01 WS-SENT-TABLE.
           05 WS-SENT-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-SENT-ENTRY OCCURS 1000 TIMES.
              10 WS-SNT-BUS-DATE   PIC 9(8).
              10 WS-SNT-SENT-STAMP PIC 9(14).

       01 WS-SENT-SUB PIC 9(4) COMP.
       01 WS-SENT-FLAG PIC X VALUE 'N'.
           88 WS-DATE-SENT VALUE 'Y'.
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-SENT-STAMP PIC 9(14) VALUE ZERO.
       01 WS-LAST-STAMP PIC 9(14) VALUE ZERO.
       01 WS-HELD-STAMP PIC 9(14) VALUE ZERO.

       01 WS-CARRY-FLAG PIC X VALUE 'N'.
           88 WS-CARRY-ONLY VALUE 'Y'.
       01 WS-LATE-FLAG PIC X VALUE 'N'.
           88 WS-LATE VALUE 'Y'.

       01 WS-OLD-HELD-TABLE.
           05 WS-OLD-HELD-COUNT    PIC 9(3) VALUE ZERO.
           05 WS-OLD-HELD-ENTRY OCCURS 500 TIMES.
              10 WS-OHL-TYPE       PIC X.
              10 WS-OHL-STAMP      PIC 9(14).
              10 WS-OHL-IMAGE      PIC X(65).

       01 WS-NEW-HELD-TABLE.
           05 WS-NEW-HELD-COUNT    PIC 9(3) VALUE ZERO.
           05 WS-NEW-HELD-ENTRY OCCURS 500 TIMES.
              10 WS-NHL-TYPE       PIC X.
              10 WS-NHL-STAMP      PIC 9(14).
              10 WS-NHL-IMAGE      PIC X(65).

       01 WS-HELD-SUB PIC 9(3) COMP.
       01 WS-NEW-TYPE PIC X.
       01 WS-NEW-STAMP PIC 9(14).

       01 WS-LAST-SEQ PIC 9(6) VALUE ZERO.
       01 WS-FILE-SEQ PIC 9(6) VALUE ZERO.
       01 WS-SEQ-GAP-FLAG PIC X VALUE 'N'.
           88 WS-SEQ-GAP VALUE 'Y'.
       01 WS-GAP-AFTER PIC 9(6) VALUE ZERO.

       01 WS-PEXC-TABLE.
           05 WS-PEXC-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-PEXC-ENTRY OCCURS 200 TIMES.
              10 WS-PXT-IMAGE      PIC X(65).
              10 WS-PXT-USED-FLAG  PIC X.
                 88 WS-PXT-USED    VALUE 'Y'.

       01 WS-PEXC-SUB PIC 9(3) COMP.
       01 WS-EXC-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-EXC-FOUND VALUE 'Y'.
       01 WS-MATCH-IMAGE.
           05 WT-TIMESTAMP         PIC 9(14).
           05 WT-BUS-DATE          PIC 9(8).
           05 WT-BATCH-ID          PIC X(8).
           05 WT-SOURCE-ID         PIC X(3).
           05 WT-MODE              PIC X.
           COPY tranrec REPLACING AcctId BY WT-ACCT-ID
                                  Num1   BY WT-NUM1
                                  Num2   BY WT-NUM2
                                  Result BY WT-RESULT.

       01 WS-ACC-TABLE.
           05 WS-ACC-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-ACC-ENTRY OCCURS 1000 TIMES.
              10 WS-ACC-ACCT-ID    PIC X(6).
              10 WS-ACC-NET        PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
              10 WS-ACC-GL-ACCOUNT PIC X(12).
              10 WS-ACC-ACCT-NAME  PIC X(30).
              10 WS-ACC-MAP-FLAG   PIC X.
                 88 WS-ACC-SUSPENSE VALUE 'S'.

       01 WS-ACC-SUB PIC 9(4) COMP.
       01 WS-ACC-MOVE-SUB PIC 9(4) COMP.
       01 WS-ACC-FOUND-SUB PIC 9(4) COMP.

       01 WS-UNMAPPED-COUNT PIC 9(5) VALUE ZERO.

       01 WS-FED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-EXCEPTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LATE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OTHER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-EXCEPTED-TOTAL PIC S9(11)V99
                             SIGN IS LEADING SEPARATE CHARACTER
                             VALUE ZERO.
       01 WS-LATE-TOTAL PIC S9(11)V99
                         SIGN IS LEADING SEPARATE CHARACTER
                         VALUE ZERO.
       01 WS-REPOSTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REPOSTED-TOTAL PIC S9(11)V99
                             SIGN IS LEADING SEPARATE CHARACTER
                             VALUE ZERO.
       01 WS-STILL-HELD-COUNT PIC 9(7) VALUE ZERO.

       01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DEBIT-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 WS-CONTRA-DEBIT PIC 9(13)V99 VALUE ZERO.
       01 WS-CONTRA-CREDIT PIC 9(13)V99 VALUE ZERO.

       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 20.
       01 WS-LINE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PAGE-COUNT PIC 9(4) VALUE ZERO.

       01 WS-TOTAL-DISPLAY PIC -9(13).99.
       01 WS-COUNT-DISPLAY PIC 9(7).

       01 WS-DETAIL-LINE.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-ACCT-ID           PIC X(6).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-ACCT-NAME         PIC X(20).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-GL-ACCOUNT        PIC X(12).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 DL-DR-CR             PIC X(2).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-AMOUNT            PIC 9(13).99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-NOTE              PIC X(8).

       PROCEDURE DIVISION.
       A-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME (1:6) TO WS-RUN-HMS.
           COMPUTE WS-RUN-STAMP = WS-RUN-DATE * 1000000 + WS-RUN-HMS.
           PERFORM P-PARA.
           PERFORM C-PARA.
           IF WS-SEQ-GAP
               DISPLAY "*** Interface control file ADDGLFC.DAT has a "
                       "gap in its file numbers after " WS-GAP-AFTER
               DISPLAY "*** Account for the missing GL file before "
                       "sending another - feed refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
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
           OPEN INPUT GLH-FILE.
           IF WS-GLH-FILE-STATUS = "00"
               PERFORM L-PARA UNTIL WS-GLH-END-OF-FILE
               CLOSE GLH-FILE
           END-IF.
           OPEN INPUT TRAN-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open transaction log file "
                       "ADDLOG.DAT - status " WS-LOG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TRAN-LOG-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
           PERFORM B-PARA UNTIL WS-END-OF-FILE.
           CLOSE TRAN-LOG-FILE.
           IF WS-LOG-COUNT > WS-POSTED-THRU
               DISPLAY "*** ADDLOG.DAT has " WS-LOG-COUNT " records "
                       "but AddPosting has processed " WS-POSTED-THRU
               DISPLAY "*** Run AddPosting first, then the GL feed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FEED-DATE = ZERO
               PERFORM O-PARA
           END-IF.
           MOVE WS-FEED-DATE TO WS-CHECK-DATE.
           PERFORM T-PARA.
           IF WS-DATE-SENT
               DISPLAY "*** Business date " WS-FEED-DATE " has "
                       "already been sent - see ADDGLFC.DAT - feed "
                       "refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "GL feed for business date " WS-FEED-DATE.
           PERFORM N-PARA
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-OLD-HELD-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE ZERO TO WS-LOG-POS.
           OPEN INPUT TRAN-LOG-FILE.
           READ TRAN-LOG-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
           PERFORM E-PARA UNTIL WS-END-OF-FILE.
           CLOSE TRAN-LOG-FILE.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open account master file "
                       "ACCTMST.DAT - status " WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM M-PARA
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT.
           CLOSE ACCT-FILE.
           IF WS-UNMAPPED-COUNT > ZERO
               AND WS-SUSPENSE-GL = SPACES
               DISPLAY "*** " WS-UNMAPPED-COUNT " accounts have no "
                       "GL account and the card names no suspense GL "
                       "account - feed refused"
               DISPLAY "*** Map them in AccountMaint (action G) or "
                       "name a suspense GL account on GLFPARM.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-FILE-SEQ = WS-LAST-SEQ + 1.
           OPEN OUTPUT GLF-FILE.
           IF WS-GLF-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open GL feed file ADDGLF.DAT - "
                       "status " WS-GLF-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open ADDGLFR.DAT for output - "
                       "status " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM H-PARA.
           MOVE SPACES TO GL-HDR-RECORD.
           MOVE 'H' TO GH-RECORD-TYPE.
           MOVE WS-FILE-SEQ TO GH-FILE-SEQ.
           MOVE WS-FEED-DATE TO GH-BUS-DATE.
           MOVE WS-RUN-DATE TO GH-CREATE-DATE.
           MOVE WS-RUN-TIME (1:6) TO GH-CREATE-TIME.
           MOVE "ADDTWONM" TO GH-SYSTEM-ID.
           WRITE GL-HDR-RECORD.
           PERFORM W-PARA
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT.
           PERFORM V-PARA.
           MOVE SPACES TO GL-TRL-RECORD.
           MOVE 'T' TO GT-RECORD-TYPE.
           MOVE WS-FILE-SEQ TO GT-FILE-SEQ.
           MOVE WS-DETAIL-COUNT TO GT-DETAIL-COUNT.
           MOVE WS-DEBIT-TOTAL TO GT-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO GT-CREDIT-TOTAL.
           WRITE GL-TRL-RECORD.
           CLOSE GLF-FILE.
           PERFORM F-PARA.
           CLOSE REPORT-FILE.
           PERFORM R-PARA.
           PERFORM X-PARA.
           DISPLAY "GL file " WS-FILE-SEQ " written to ADDGLF.DAT "
                   "with " WS-DETAIL-COUNT " details.".
           IF WS-UNMAPPED-COUNT > ZERO
               DISPLAY "*** Accounts booked to suspense GL account "
                       WS-SUSPENSE-GL ": " WS-UNMAPPED-COUNT
           END-IF.
           IF WS-REPOSTED-COUNT > ZERO OR WS-LATE-COUNT > ZERO
               DISPLAY "Reposted and late transactions fed in this "
                       "file - see ADDGLFR.DAT"
           END-IF.
           IF WS-NEW-HELD-COUNT > ZERO
               DISPLAY "Transactions held on ADDGLFH.DAT until "
                       "AddRepost clears them: " WS-NEW-HELD-COUNT
           END-IF.
           IF WS-OTHER-COUNT > ZERO
               DISPLAY "ADDLOG.DAT holds " WS-OTHER-COUNT " posted "
                       "transactions for other unsent business dates "
                       "- run the GL feed again for them"
           END-IF.
           DISPLAY "GL feed report written to ADDGLFR.DAT.".
           STOP RUN.

      *----------------------------------------------------------------
      * P-PARA - read the GLFPARM.DAT card: the contra GL account,
      * which every feed needs, the suspense GL account for accounts
      * not yet mapped, and optionally the business date to feed.
      *----------------------------------------------------------------
       P-PARA.
           OPEN INPUT GLF-PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               READ GLF-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE GP-CONTRA-GL TO WS-CONTRA-GL
                       MOVE GP-SUSPENSE-GL TO WS-SUSPENSE-GL
                       IF GP-BUS-DATE NUMERIC
                           MOVE GP-BUS-DATE TO WS-FEED-DATE
                           SET WS-DATE-GIVEN TO TRUE
                       END-IF
               END-READ
               CLOSE GLF-PARM-FILE
           END-IF.
           IF WS-CONTRA-GL = SPACES
               DISPLAY "*** GLFPARM.DAT names no contra GL account - "
                       "feed refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * C-PARA - load the interface control file: the business dates
      * already sent, and the last file number. The numbers must run
      * 1, 2, 3 ... with none missing; a gap means a file was sent
      * and its control record lost, or the file was edited, and the
      * run is stopped.
      *----------------------------------------------------------------
       C-PARA.
           OPEN INPUT GLC-FILE.
           IF WS-GLC-FILE-STATUS = "00"
               PERFORM J-PARA UNTIL WS-GLC-END-OF-FILE
               CLOSE GLC-FILE
           END-IF.

       J-PARA.
           READ GLC-FILE
               AT END SET WS-GLC-END-OF-FILE TO TRUE
               NOT AT END
                   IF GC-FILE-SEQ NOT = WS-LAST-SEQ + 1
                       AND NOT WS-SEQ-GAP
                       SET WS-SEQ-GAP TO TRUE
                       MOVE WS-LAST-SEQ TO WS-GAP-AFTER
                   END-IF
                   MOVE GC-FILE-SEQ TO WS-LAST-SEQ
                   IF WS-SENT-COUNT < 1000
                       ADD 1 TO WS-SENT-COUNT
                       MOVE GC-BUS-DATE
                                TO WS-SNT-BUS-DATE (WS-SENT-COUNT)
                       COMPUTE WS-SNT-SENT-STAMP (WS-SENT-COUNT) =
                               GC-SENT-DATE * 1000000 + GC-SENT-TIME
                       IF WS-SNT-SENT-STAMP (WS-SENT-COUNT)
                                                       > WS-LAST-STAMP
                           MOVE WS-SNT-SENT-STAMP (WS-SENT-COUNT)
                                TO WS-LAST-STAMP
                       END-IF
                   ELSE
                       DISPLAY "*** Interface control file ADDGLFC.DAT "
                               "has more than 1000 entries - archive "
                               "the oldest and rerun"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * T-PARA - has WS-CHECK-DATE been sent already? If so,
      * WS-SENT-STAMP is when.
      *----------------------------------------------------------------
       T-PARA.
           MOVE 'N' TO WS-SENT-FLAG.
           MOVE ZERO TO WS-SENT-STAMP.
           PERFORM VARYING WS-SENT-SUB FROM 1 BY 1
                   UNTIL WS-SENT-SUB > WS-SENT-COUNT
                      OR WS-DATE-SENT
               IF WS-SNT-BUS-DATE (WS-SENT-SUB) = WS-CHECK-DATE
                   SET WS-DATE-SENT TO TRUE
                   MOVE WS-SNT-SENT-STAMP (WS-SENT-SUB)
                                TO WS-SENT-STAMP
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * G-PARA - read one posting marker record; the last one read
      * says how far down the log AddPosting got.
      *----------------------------------------------------------------
       G-PARA.
           READ POSTD-FILE
               AT END SET WS-POSTD-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE PD-RECORDS-DONE TO WS-POSTED-THRU
           END-READ.

      *----------------------------------------------------------------
      * K-PARA - load one posting exception record into the table. A
      * processed log record found here never reached a balance, so
      * it is left out of the feed. If the table ever fills,
      * matching could silently go wrong, so the run stops instead.
      *----------------------------------------------------------------
       K-PARA.
           READ PEXC-FILE
               AT END SET WS-PEXC-END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-PEXC-COUNT < 200
                       ADD 1 TO WS-PEXC-COUNT
                       MOVE PX-TRAN-IMAGE
                                TO WS-PXT-IMAGE (WS-PEXC-COUNT)
                       MOVE 'N' TO WS-PXT-USED-FLAG (WS-PEXC-COUNT)
                   ELSE
                       DISPLAY "*** More than 200 posting exceptions "
                               "- run AddRepost to clear the backlog "
                               "and rerun the GL feed"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * B-PARA - first pass: count the log, and with no date on the
      * card find the earliest business date not yet sent.
      *----------------------------------------------------------------
       B-PARA.
           ADD 1 TO WS-LOG-COUNT.
           IF NOT WS-DATE-GIVEN
               IF WS-FEED-DATE = ZERO
                   OR TL-BUS-DATE < WS-FEED-DATE
                   MOVE TL-BUS-DATE TO WS-CHECK-DATE
                   PERFORM T-PARA
                   IF NOT WS-DATE-SENT
                       MOVE TL-BUS-DATE TO WS-FEED-DATE
                   END-IF
               END-IF
           END-IF.
           READ TRAN-LOG-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * E-PARA - second pass: one log record. A posted record for the
      * business date being fed, or one logged for a sent date since
      * the last file went and not yet carried, goes into its
      * account's net movement - unless it is still on the exception
      * file, when it is held instead. On a run with no date to feed
      * the late records are carried on the held file for the next
      * file. A record for another unsent date waits for its own
      * file.
      *----------------------------------------------------------------
       E-PARA.
           ADD 1 TO WS-LOG-POS.
           MOVE TRAN-LOG-RECORD TO WS-MATCH-IMAGE.
           MOVE 'N' TO WS-LATE-FLAG.
           IF TL-BUS-DATE NOT = WS-FEED-DATE
               MOVE TL-BUS-DATE TO WS-CHECK-DATE
               PERFORM T-PARA
               IF WS-DATE-SENT
                   IF TL-TIMESTAMP > WS-LAST-STAMP
                       AND TL-TIMESTAMP > WS-HELD-STAMP
                       SET WS-LATE TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-OTHER-COUNT
               END-IF
           END-IF.
           IF TL-BUS-DATE = WS-FEED-DATE OR WS-LATE
               PERFORM S-PARA
               MOVE WS-RUN-STAMP TO WS-NEW-STAMP
               EVALUATE TRUE
                   WHEN WS-EXC-FOUND
                       MOVE 'E' TO WS-NEW-TYPE
                       PERFORM Q-PARA
                       ADD 1 TO WS-EXCEPTED-COUNT
                       ADD WT-RESULT TO WS-EXCEPTED-TOTAL
                   WHEN WS-CARRY-ONLY
                       MOVE 'L' TO WS-NEW-TYPE
                       PERFORM Q-PARA
                       ADD 1 TO WS-LATE-COUNT
                       ADD WT-RESULT TO WS-LATE-TOTAL
                   WHEN WS-LATE
                       PERFORM I-PARA
                       ADD 1 TO WS-LATE-COUNT
                       ADD WT-RESULT TO WS-LATE-TOTAL
                   WHEN OTHER
                       PERFORM I-PARA
                       ADD 1 TO WS-FED-COUNT
               END-EVALUATE
           END-IF.
           READ TRAN-LOG-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * I-PARA - add the transaction in WS-MATCH-IMAGE to its
      * account's net movement for the file.
      *----------------------------------------------------------------
       I-PARA.
           PERFORM U-PARA.
           ADD WT-RESULT TO WS-ACC-NET (WS-ACC-FOUND-SUB).

      *----------------------------------------------------------------
      * L-PARA - load one held item from ADDGLFH.DAT. WS-HELD-STAMP
      * ends as the start of the latest run that held anything:
      * every record logged before it has been either sent or held.
      *----------------------------------------------------------------
       L-PARA.
           READ GLH-FILE
               AT END SET WS-GLH-END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-OLD-HELD-COUNT < 500
                       ADD 1 TO WS-OLD-HELD-COUNT
                       MOVE GK-TYPE TO WS-OHL-TYPE (WS-OLD-HELD-COUNT)
                       MOVE GK-HELD-STAMP
                                TO WS-OHL-STAMP (WS-OLD-HELD-COUNT)
                       MOVE GK-TRAN-IMAGE
                                TO WS-OHL-IMAGE (WS-OLD-HELD-COUNT)
                       IF GK-HELD-STAMP > WS-HELD-STAMP
                           MOVE GK-HELD-STAMP TO WS-HELD-STAMP
                       END-IF
                   ELSE
                       DISPLAY "*** Held-item file ADDGLFH.DAT has "
                               "more than 500 items - feed refused"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * N-PARA - one item held from an earlier run. An exception
      * still on ADDPEXC.DAT stays held; one AddRepost has cleared
      * since, and a late item carried forward, goes into this file.
      *----------------------------------------------------------------
       N-PARA.
           MOVE WS-OHL-IMAGE (WS-HELD-SUB) TO WS-MATCH-IMAGE.
           IF WS-OHL-TYPE (WS-HELD-SUB) = 'E'
               PERFORM S-PARA
               IF WS-EXC-FOUND
                   MOVE 'E' TO WS-NEW-TYPE
                   MOVE WS-OHL-STAMP (WS-HELD-SUB) TO WS-NEW-STAMP
                   PERFORM Q-PARA
                   ADD 1 TO WS-STILL-HELD-COUNT
               ELSE
                   PERFORM I-PARA
                   ADD 1 TO WS-REPOSTED-COUNT
                   ADD WT-RESULT TO WS-REPOSTED-TOTAL
               END-IF
           ELSE
               PERFORM I-PARA
               ADD 1 TO WS-LATE-COUNT
               ADD WT-RESULT TO WS-LATE-TOTAL
           END-IF.

      *----------------------------------------------------------------
      * Q-PARA - add WS-MATCH-IMAGE to the held items to be written
      * back to ADDGLFH.DAT.
      *----------------------------------------------------------------
       Q-PARA.
           IF WS-NEW-HELD-COUNT >= 500
               DISPLAY "*** More than 500 transactions to hold on "
                       "ADDGLFH.DAT - run AddRepost to clear the "
                       "exceptions and rerun - feed refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NEW-HELD-COUNT.
           MOVE WS-NEW-TYPE TO WS-NHL-TYPE (WS-NEW-HELD-COUNT).
           MOVE WS-NEW-STAMP TO WS-NHL-STAMP (WS-NEW-HELD-COUNT).
           MOVE WS-MATCH-IMAGE TO WS-NHL-IMAGE (WS-NEW-HELD-COUNT).

      *----------------------------------------------------------------
      * O-PARA - no unsent business date on the log, so no file. Late
      * records logged since the last file are carried on the held
      * file, so the next file feeds them and the log can be cut off
      * meanwhile.
      *----------------------------------------------------------------
       O-PARA.
           SET WS-CARRY-ONLY TO TRUE.
           MOVE WS-OLD-HELD-TABLE TO WS-NEW-HELD-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TRAN-LOG-FILE.
           READ TRAN-LOG-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
           PERFORM E-PARA UNTIL WS-END-OF-FILE.
           CLOSE TRAN-LOG-FILE.
           IF WS-LATE-COUNT > ZERO OR WS-EXCEPTED-COUNT > ZERO
               PERFORM R-PARA
               DISPLAY "Late transactions carried to the next GL file "
                       "on ADDGLFH.DAT: " WS-LATE-COUNT
               IF WS-EXCEPTED-COUNT > ZERO
                   DISPLAY "Late transactions held until AddRepost "
                           "clears them: " WS-EXCEPTED-COUNT
               END-IF
           END-IF.
           DISPLAY "No unsent business date on ADDLOG.DAT - "
                   "nothing to feed".
           MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * R-PARA - rewrite the held-item file. After a file is built
      * this comes before the file is logged as sent: a held file
      * that cannot be written leaves the GL file unlogged, to be
      * rebuilt by a rerun, rather than sent with its held items in
      * doubt.
      *----------------------------------------------------------------
       R-PARA.
           OPEN OUTPUT GLH-FILE.
           IF WS-GLH-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to rewrite held-item file "
                       "ADDGLFH.DAT - status " WS-GLH-FILE-STATUS
               IF WS-CARRY-ONLY
                   DISPLAY "*** Late transactions not carried - rerun "
                           "the GL feed before the cutoff"
               ELSE
                   DISPLAY "*** GL file " WS-FILE-SEQ " is not logged "
                           "as sent - do not load ADDGLF.DAT; rerun "
                           "the GL feed"
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM Y-PARA
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-NEW-HELD-COUNT.
           CLOSE GLH-FILE.

       Y-PARA.
           MOVE SPACES TO GLH-RECORD.
           MOVE WS-NHL-TYPE (WS-HELD-SUB) TO GK-TYPE.
           MOVE WS-NHL-STAMP (WS-HELD-SUB) TO GK-HELD-STAMP.
           MOVE WS-NHL-IMAGE (WS-HELD-SUB) TO GK-TRAN-IMAGE.
           WRITE GLH-RECORD.

      *----------------------------------------------------------------
      * S-PARA - is WS-MATCH-IMAGE sitting on the posting exception
      * table? Matched on the full record image, and each entry
      * matches at most one record, so identical transactions logged
      * twice cannot share one entry.
      *----------------------------------------------------------------
       S-PARA.
           MOVE 'N' TO WS-EXC-FOUND-FLAG.
           PERFORM VARYING WS-PEXC-SUB FROM 1 BY 1
                   UNTIL WS-PEXC-SUB > WS-PEXC-COUNT
                      OR WS-EXC-FOUND
               IF NOT WS-PXT-USED (WS-PEXC-SUB)
                   AND WS-PXT-IMAGE (WS-PEXC-SUB) = WS-MATCH-IMAGE
                   SET WS-EXC-FOUND TO TRUE
                   SET WS-PXT-USED (WS-PEXC-SUB) TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * U-PARA - find WT-ACCT-ID's entry on the account table, adding
      * it in account order if it is new, so the feed comes out
      * sorted by account.
      *----------------------------------------------------------------
       U-PARA.
           MOVE ZERO TO WS-ACC-FOUND-SUB.
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > WS-ACC-COUNT
                      OR WS-ACC-FOUND-SUB > ZERO
                      OR WS-ACC-ACCT-ID (WS-ACC-SUB) > WT-ACCT-ID
               IF WS-ACC-ACCT-ID (WS-ACC-SUB) = WT-ACCT-ID
                   MOVE WS-ACC-SUB TO WS-ACC-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-ACC-FOUND-SUB = ZERO
               IF WS-ACC-COUNT >= 1000
                   DISPLAY "*** More than 1000 accounts moved on "
                           WS-FEED-DATE " - feed refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-ACC-MOVE-SUB FROM WS-ACC-COUNT BY -1
                       UNTIL WS-ACC-MOVE-SUB < WS-ACC-SUB
                   MOVE WS-ACC-ENTRY (WS-ACC-MOVE-SUB)
                                TO WS-ACC-ENTRY (WS-ACC-MOVE-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-ACC-COUNT
               MOVE WS-ACC-SUB TO WS-ACC-FOUND-SUB
               MOVE SPACES TO WS-ACC-ENTRY (WS-ACC-FOUND-SUB)
               MOVE WT-ACCT-ID TO WS-ACC-ACCT-ID (WS-ACC-FOUND-SUB)
               MOVE ZERO TO WS-ACC-NET (WS-ACC-FOUND-SUB)
           END-IF.

      *----------------------------------------------------------------
      * M-PARA - look up one account's GL account on the master. An
      * account not mapped - or no longer on the master - goes to the
      * suspense GL account.
      *----------------------------------------------------------------
       M-PARA.
           MOVE WS-ACC-ACCT-ID (WS-ACC-SUB) TO AM-ACCT-ID.
           READ ACCT-FILE
               INVALID KEY
                   MOVE SPACES TO AM-GL-ACCOUNT
                   MOVE "*** NOT ON MASTER" TO AM-ACCT-NAME
           END-READ.
           MOVE AM-ACCT-NAME TO WS-ACC-ACCT-NAME (WS-ACC-SUB).
           IF AM-GL-ACCOUNT = SPACES
               IF WS-ACC-NET (WS-ACC-SUB) NOT = ZERO
                   ADD 1 TO WS-UNMAPPED-COUNT
               END-IF
               MOVE 'S' TO WS-ACC-MAP-FLAG (WS-ACC-SUB)
               MOVE WS-SUSPENSE-GL TO WS-ACC-GL-ACCOUNT (WS-ACC-SUB)
           ELSE
               MOVE AM-GL-ACCOUNT TO WS-ACC-GL-ACCOUNT (WS-ACC-SUB)
           END-IF.

      *----------------------------------------------------------------
      * W-PARA - one account's feed detail. Movement that raised the
      * balance is a credit to the account's GL account, movement
      * that lowered it a debit; the contra side is added up for
      * V-PARA. An account whose movement nets to nothing sends no
      * detail, but is still listed on the report.
      *----------------------------------------------------------------
       W-PARA.
           MOVE SPACES TO GL-DTL-RECORD.
           MOVE 'D' TO GD-RECORD-TYPE.
           MOVE WS-ACC-GL-ACCOUNT (WS-ACC-SUB) TO GD-GL-ACCOUNT.
           MOVE WS-ACC-NET (WS-ACC-SUB) TO GD-AMOUNT.
           MOVE WS-FEED-DATE TO GD-BUS-DATE.
           MOVE WS-ACC-ACCT-ID (WS-ACC-SUB) TO GD-ACCT-ID.
           MOVE WS-ACC-ACCT-NAME (WS-ACC-SUB) TO GD-NARRATIVE.
           IF WS-ACC-NET (WS-ACC-SUB) > ZERO
               SET GD-CREDIT TO TRUE
               ADD GD-AMOUNT TO WS-CREDIT-TOTAL
               ADD GD-AMOUNT TO WS-CONTRA-DEBIT
           END-IF.
           IF WS-ACC-NET (WS-ACC-SUB) < ZERO
               SET GD-DEBIT TO TRUE
               ADD GD-AMOUNT TO WS-DEBIT-TOTAL
               ADD GD-AMOUNT TO WS-CONTRA-CREDIT
           END-IF.
           IF WS-ACC-NET (WS-ACC-SUB) NOT = ZERO
               WRITE GL-DTL-RECORD
               ADD 1 TO WS-DETAIL-COUNT
           END-IF.
           MOVE WS-ACC-ACCT-ID (WS-ACC-SUB) TO DL-ACCT-ID.
           MOVE WS-ACC-ACCT-NAME (WS-ACC-SUB) TO DL-ACCT-NAME.
           MOVE WS-ACC-GL-ACCOUNT (WS-ACC-SUB) TO DL-GL-ACCOUNT.
           MOVE GD-AMOUNT TO DL-AMOUNT.
           EVALUATE TRUE
               WHEN WS-ACC-NET (WS-ACC-SUB) = ZERO
                   MOVE SPACES TO DL-DR-CR
                   MOVE "NIL" TO DL-NOTE
               WHEN WS-ACC-SUSPENSE (WS-ACC-SUB)
                   MOVE GD-DR-CR TO DL-DR-CR
                   MOVE "SUSPENSE" TO DL-NOTE
               WHEN OTHER
                   MOVE GD-DR-CR TO DL-DR-CR
                   MOVE SPACES TO DL-NOTE
           END-EVALUATE.
           PERFORM D-PARA.

      *----------------------------------------------------------------
      * V-PARA - the contra details: a debit for every credit booked
      * to the accounts and a credit for every debit, so the file
      * balances.
      *----------------------------------------------------------------
       V-PARA.
           MOVE SPACES TO GL-DTL-RECORD.
           MOVE 'D' TO GD-RECORD-TYPE.
           MOVE WS-CONTRA-GL TO GD-GL-ACCOUNT.
           MOVE WS-FEED-DATE TO GD-BUS-DATE.
           MOVE "CONTRA - NET OF ACCOUNTS" TO GD-NARRATIVE.
           MOVE SPACES TO DL-ACCT-ID.
           MOVE "CONTRA" TO DL-ACCT-NAME.
           MOVE WS-CONTRA-GL TO DL-GL-ACCOUNT.
           MOVE SPACES TO DL-NOTE.
           IF WS-CONTRA-DEBIT > ZERO
               SET GD-DEBIT TO TRUE
               MOVE WS-CONTRA-DEBIT TO GD-AMOUNT
               WRITE GL-DTL-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD GD-AMOUNT TO WS-DEBIT-TOTAL
               MOVE GD-DR-CR TO DL-DR-CR
               MOVE GD-AMOUNT TO DL-AMOUNT
               PERFORM D-PARA
           END-IF.
           IF WS-CONTRA-CREDIT > ZERO
               SET GD-CREDIT TO TRUE
               MOVE WS-CONTRA-CREDIT TO GD-AMOUNT
               WRITE GL-DTL-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD GD-AMOUNT TO WS-CREDIT-TOTAL
               MOVE GD-DR-CR TO DL-DR-CR
               MOVE GD-AMOUNT TO DL-AMOUNT
               PERFORM D-PARA
           END-IF.

      *----------------------------------------------------------------
      * D-PARA - print one feed line, starting a new page first if
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
           STRING "AddTwoNumbers General Ledger Feed Report"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Business date: " DELIMITED BY SIZE
                  WS-FEED-DATE DELIMITED BY SIZE
                  "  GL file: " DELIMITED BY SIZE
                  WS-FILE-SEQ DELIMITED BY SIZE
                  "  Run date: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  Page: " DELIMITED BY SIZE
                  WS-PAGE-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING " Acct   Name                 GL account    "
                  DELIMITED BY SIZE
                  "DR          Amount     Note" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING " ------ -------------------- ------------  "
                  DELIMITED BY SIZE
                  "-- ---------------- --------" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      * F-PARA - the feed totals, and what was left out of it.
      *----------------------------------------------------------------
       F-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Feed details:              " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Total debits:              " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Total credits:             " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-FED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Posted transactions fed:   " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REPOSTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-REPOSTED-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Fed - reposted since held: " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-LATE-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-LATE-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Fed - logged late:         " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-EXCEPTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-EXCEPTED-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Held - on ADDPEXC.DAT:     " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-STILL-HELD-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Still held from earlier:   " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-OTHER-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING "Other unsent dates:        " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               STRING "RESULT: BALANCED - debits equal credits"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           ELSE
               STRING "RESULT: *** OUT OF BALANCE *** - do not load "
                      "this file" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      * X-PARA - log the file sent on the interface control file, so
      * the business date is never sent again and the next file
      * takes the next number.
      *----------------------------------------------------------------
       X-PARA.
           OPEN EXTEND GLC-FILE.
           IF WS-GLC-FILE-STATUS = "35"
               CLOSE GLC-FILE
               OPEN OUTPUT GLC-FILE
           END-IF.
           IF WS-GLC-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open interface control file "
                       "ADDGLFC.DAT - status " WS-GLC-FILE-STATUS
               DISPLAY "*** GL file " WS-FILE-SEQ " is not logged - "
                       "log it by hand before the next feed"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO GLC-RECORD
               MOVE WS-FILE-SEQ TO GC-FILE-SEQ
               MOVE WS-FEED-DATE TO GC-BUS-DATE
               MOVE WS-RUN-DATE TO GC-SENT-DATE
               MOVE WS-RUN-TIME (1:6) TO GC-SENT-TIME
               MOVE WS-DETAIL-COUNT TO GC-DETAIL-COUNT
               MOVE WS-DEBIT-TOTAL TO GC-DEBIT-TOTAL
               MOVE WS-CREDIT-TOTAL TO GC-CREDIT-TOTAL
               WRITE GLC-RECORD
               CLOSE GLC-FILE
           END-IF.
