      * day. One cutoff can feed several history files; every date
      * touched is catalogued. A record with an unreadable business
      * date archives under the run date rather than being lost.
      *
      * Indexed history: every record archived is now also loaded
      * into the indexed history file ADDHIDX.DAT (layout HIDXREC),
      * keyed by account, business date and timestamp with an
      * alternate key on batch id, so AddLogInquiry and AddStatement
      * can go straight to an account's or a batch's records. The
      * first cutoff to find no ADDHIDX.DAT creates it and loads it
      * from every catalogued history file before archiving. The
      * purge deletes the purged business dates from the indexed
      * file too. The indexed file is opened before anything is
      * archived, so a failure there leaves the live log in place.
      *
      * Business calendar: a cutoff run on a day that is not a
      * business day on the business calendar ADDCAL.DAT now warns
      * and ends with return code 4 - it still cuts the log off.
      * Every cutoff is now recorded on the cutoff register
      * ADDCUTR.DAT (run date and time, the run date's day type, the
      * records archived), so AddPeriodClose can tell that a month's
      * last business day has been cut off even when nothing was
      * logged that day.
      *
      * GL feed and recovery: the cutoff now refuses, with return
      * code 8 and nothing archived, while the live log holds posted
      * work AddGLFeed has not yet dealt with - a business date not
      * logged as sent on ADDGLFC.DAT, or a record for a sent date
      * logged since the feed last ran - because the feed reads
      * only the live log and could never send it afterwards. The
      * indexed history is now loaded in a pass of its own before
      * anything is appended to the dated history files, so a
      * failure there leaves the dated files untouched; and a load
      * that finds a record already on the indexed history with the
      * same image treats it as loaded by an earlier, failed run
      * instead of storing it again under the next HX-SEQ.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CTLM-FILE ASSIGN TO "ADDCTLM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLM-FILE-STATUS.
           SELECT HIDX-FILE ASSIGN TO "ADDHIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               ALTERNATE RECORD KEY IS HX-BATCH-ID WITH DUPLICATES
               FILE STATUS IS WS-HIDX-FILE-STATUS.
           SELECT CAL-FILE ASSIGN TO "ADDCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT CUTR-FILE ASSIGN TO "ADDCUTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTR-FILE-STATUS.
           SELECT GLC-FILE ASSIGN TO "ADDGLFC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLC-FILE-STATUS.
           SELECT GLH-FILE ASSIGN TO "ADDGLFH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CUT-RETENTION-DAYS   PIC 9(3).

       FD  POSTD-FILE.
       COPY postdrec.

       FD  CTLM-FILE.
       01  CTLM-RECORD PIC X(40).

       FD  HIDX-FILE.
       COPY hidxrec.

       FD  CAL-FILE.
       01  CAL-RECORD.
           COPY calrec.

       FD  CUTR-FILE.
       01  CUTR-RECORD.
           05 CR-RUN-DATE          PIC 9(8).
           05 CR-RUN-TIME          PIC 9(6).
           05 CR-DAY-TYPE          PIC X.
           05 CR-ARCHIVED-COUNT    PIC 9(7).

       FD  GLC-FILE.
       01  GLC-RECORD.
           05 GC-FILE-SEQ          PIC 9(6).
           05 GC-BUS-DATE          PIC 9(8).
           05 GC-SENT-DATE         PIC 9(8).
           05 GC-SENT-TIME         PIC 9(6).
           05 FILLER               PIC X(37).

       FD  GLH-FILE.
       01  GLH-RECORD.
           COPY glfhrec.

       WORKING-STORAGE SECTION.
       01 WS-LOG-EOF-FLAG PIC X VALUE 'N'.
           88 WS-LOG-END-OF-FILE VALUE 'Y'.
       01 WS-PARM-FILE-STATUS PIC XX VALUE "00".
       01 WS-POSTD-FILE-STATUS PIC XX VALUE "00".
       01 WS-CTLM-FILE-STATUS PIC XX VALUE "00".
       01 WS-HIDX-FILE-STATUS PIC XX VALUE "00".
       01 WS-CAL-FILE-STATUS PIC XX VALUE "00".
       01 WS-CUTR-FILE-STATUS PIC XX VALUE "00".
       01 WS-GLC-FILE-STATUS PIC XX VALUE "00".
       01 WS-GLH-FILE-STATUS PIC XX VALUE "00".

       01 WS-GLC-EOF-FLAG PIC X VALUE 'N'.
           88 WS-GLC-END-OF-FILE VALUE 'Y'.

       01 WS-GLH-EOF-FLAG PIC X VALUE 'N'.
           88 WS-GLH-END-OF-FILE VALUE 'Y'.

       01 WS-POSTD-EOF-FLAG PIC X VALUE 'N'.
           88 WS-POSTD-END-OF-FILE VALUE 'Y'.

       01 WS-GL-SENT-TABLE.
           05 WS-GL-SENT-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-GL-SENT-ENTRY OCCURS 1000 TIMES.
              10 WS-GL-SENT-DATE   PIC 9(8).

       01 WS-GL-SUB PIC 9(4) COMP.
       01 WS-GL-SENT-FLAG PIC X VALUE 'N'.
           88 WS-GL-DATE-SENT VALUE 'Y'.
       01 WS-GL-STAMP PIC 9(14).
       01 WS-GL-LAST-STAMP PIC 9(14) VALUE ZERO.
       01 WS-GL-HELD-STAMP PIC 9(14) VALUE ZERO.
       01 WS-POSTED-THRU PIC 9(7) VALUE ZERO.
       01 WS-LOG-POS PIC 9(7) VALUE ZERO.
       01 WS-UNFED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-UNFED-DATE PIC 9(8) VALUE ZERO.

       01 WS-CAL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-CAL-END-OF-FILE VALUE 'Y'.

       01 WS-CAL-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-CAL-FOUND VALUE 'Y'.

       01 WS-RUN-DAY-TYPE PIC X VALUE 'B'.
           88 WS-RUN-BUSINESS-DAY VALUE 'B'.

       01 WS-RUN-TIME PIC 9(8).
       01 WS-WEEK-QUOT PIC 9(8) COMP.
       01 WS-WEEKDAY PIC 9 COMP.

       01 WS-HIST-EOF-FLAG PIC X VALUE 'N'.
           88 WS-HIST-END-OF-FILE VALUE 'Y'.

       01 WS-HIDX-EOF-FLAG PIC X VALUE 'N'.
           88 WS-HIDX-END-OF-FILE VALUE 'Y'.

       01 WS-HX-WRITTEN-FLAG PIC X VALUE 'N'.
           88 WS-HX-WRITTEN VALUE 'Y'.

       01 WS-HX-CANDIDATE PIC X(68).
       01 WS-HX-SEQ PIC 9(3).
       01 WS-HX-SKIP PIC 9(3) COMP.
       01 WS-DUP-RUN PIC 9(3) COMP VALUE ZERO.
       01 WS-PREV-IMAGE PIC X(65) VALUE SPACES.
       01 WS-ALREADY-COUNT PIC 9(7) VALUE ZERO.

       01 WS-IDX-IMAGE.
           05 WI-TIMESTAMP         PIC 9(14).
           05 WI-BUS-DATE          PIC 9(8).
           05 WI-BATCH-ID          PIC X(8).
           05 WI-SOURCE-ID         PIC X(3).
           05 WI-MODE              PIC X.
           COPY tranrec REPLACING AcctId BY WI-ACCT-ID
                                  Num1   BY WI-NUM1
                                  Num2   BY WI-NUM2
                                  Result BY WI-RESULT.

       01 WS-BUILD-DATE PIC 9(8).
       01 WS-BUILT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LOADED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-IDX-PURGED-COUNT PIC 9(7) VALUE ZERO.

       01 WS-CTL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-CTL-END-OF-FILE VALUE 'Y'.
       PROCEDURE DIVISION.
       A-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT CUT-PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               READ CUT-PARM-FILE
           END-IF.
           DISPLAY "Log cutoff for " WS-RUN-DATE
                   " - retention " WS-RETENTION-DAYS " days".
           PERFORM O-PARA.
           PERFORM AA-PARA.
           PERFORM R-PARA.
           PERFORM B-PARA.
           PERFORM E-PARA.
           COMPUTE WS-TODAY-INTEGER =
           PERFORM G-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CAT-COUNT.
           IF WS-PURGED-COUNT > ZERO
               PERFORM X-PARA
           END-IF.
           CLOSE HIDX-FILE.
           PERFORM J-PARA.
           DISPLAY "Records archived: " WS-ARCHIVED-COUNT
                   " across " WS-ARC-COUNT " business dates".
           DISPLAY "Records loaded to indexed history: "
                   WS-LOADED-COUNT.
           IF WS-ALREADY-COUNT > ZERO
               DISPLAY "  of which already on it from an earlier run: "
                       WS-ALREADY-COUNT
           END-IF.
           DISPLAY "History files purged: " WS-PURGED-COUNT.
           DISPLAY "Indexed history records purged: "
                   WS-IDX-PURGED-COUNT.
           IF NOT WS-RUN-BUSINESS-DAY
               DISPLAY "*** WARNING: this cutoff ran on " WS-RUN-DATE
                       ", which is not a business day"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      * business dates it carries and clear the live log and the
      * control file for the next run. A second cutoff covering the
      * same business date appends to the same history file. The log
      * is read three times: a first pass collects the business
      * dates and verifies every history file can be opened BEFORE
      * anything is archived; a second loads the indexed history;
      * only then does the third append to the dated files. A
      * failure in the first two leaves the live log in place with
      * no partial archive and the cutoff simply reruns as-is - a
      * rerun finds the records an earlier attempt loaded already on
      * the indexed history and does not load them twice.
      *----------------------------------------------------------------
       B-PARA.
           OPEN INPUT TRAN-LOG-FILE.
                           " - live log left in place"
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-PREV-IMAGE
               READ TRAN-LOG-FILE
                   AT END SET WS-LOG-END-OF-FILE TO TRUE
               END-READ
               PERFORM BA-PARA UNTIL WS-LOG-END-OF-FILE
               CLOSE TRAN-LOG-FILE
               MOVE 'N' TO WS-LOG-EOF-FLAG
               OPEN INPUT TRAN-LOG-FILE
               IF WS-LOG-FILE-STATUS NOT = "00"
                   DISPLAY "*** Unable to reopen ADDLOG.DAT - "
                           "status " WS-LOG-FILE-STATUS
                           " - live log left in place"
                   STOP RUN
               END-IF
               READ TRAN-LOG-FILE
                   AT END SET WS-LOG-END-OF-FILE TO TRUE
               END-READ
           END-IF.
           CLOSE HIST-FILE.

      *----------------------------------------------------------------
      * BA-PARA - second pass over one log record: load it into the
      * indexed history under its business date, or the run date
      * when that is unreadable, as C-PARA will archive it.
      *----------------------------------------------------------------
       BA-PARA.
           IF TL-BUS-DATE NUMERIC
               MOVE TL-BUS-DATE TO WS-REC-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-REC-DATE
           END-IF.
           MOVE TRAN-LOG-RECORD TO WS-IDX-IMAGE.
           PERFORM W-PARA.
           ADD 1 TO WS-LOADED-COUNT.
           READ TRAN-LOG-FILE
               AT END SET WS-LOG-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * C-PARA - archive one log record under its business date,
      * switching history files when the date changes. A record
           END-IF.

      *----------------------------------------------------------------
      * J-PARA - rewrite the catalogue with only the entries kept,
      * then record this cutoff on the cutoff register. A register
      * that cannot be written only warns: the log has been cut off
      * by now, and the period close refuses rather than trusts a
      * missing entry.
      *----------------------------------------------------------------
       J-PARA.
           OPEN OUTPUT CAT-FILE.
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CAT-COUNT.
           CLOSE CAT-FILE.
           OPEN EXTEND CUTR-FILE.
           IF WS-CUTR-FILE-STATUS = "35"
               CLOSE CUTR-FILE
               OPEN OUTPUT CUTR-FILE
           END-IF.
           IF WS-CUTR-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open cutoff register "
                       "ADDCUTR.DAT - status " WS-CUTR-FILE-STATUS
                       " - this cutoff is not recorded"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-RUN-DATE TO CR-RUN-DATE
               MOVE WS-RUN-TIME (1:6) TO CR-RUN-TIME
               MOVE WS-RUN-DAY-TYPE TO CR-DAY-TYPE
               MOVE WS-ARCHIVED-COUNT TO CR-ARCHIVED-COUNT
               WRITE CUTR-RECORD
               CLOSE CUTR-FILE
           END-IF.

       K-PARA.
           IF WS-CAT-KEEP (WS-SUB)
               MOVE WS-CAT-FILE-NAME (WS-SUB) TO HC-FILE-NAME
               WRITE CAT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * O-PARA - look the run date up on the business calendar
      * ADDCAL.DAT, which is in date order, so the search stops at
      * the first later date. A date the calendar does not hold is
      * taken as a business day from Monday to Friday: day 1 of the
      * integer date count was a Monday, so the remainder over 7
      * gives the weekday - 6 Saturday, 0 Sunday.
      *----------------------------------------------------------------
       O-PARA.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-FILE-STATUS = "00"
               PERFORM V-PARA
                   UNTIL WS-CAL-END-OF-FILE OR WS-CAL-FOUND
               CLOSE CAL-FILE
           END-IF.
           IF NOT WS-CAL-FOUND
               COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               DIVIDE WS-TODAY-INTEGER BY 7
                   GIVING WS-WEEK-QUOT REMAINDER WS-WEEKDAY
               IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
                   MOVE 'W' TO WS-RUN-DAY-TYPE
               END-IF
               DISPLAY "*** Run date " WS-RUN-DATE " is not on the "
                       "business calendar ADDCAL.DAT - Monday to "
                       "Friday taken as business days"
               DISPLAY "*** Set the year up in AddCalendarMaint"
           END-IF.
           IF NOT WS-RUN-BUSINESS-DAY
               DISPLAY "*** WARNING: " WS-RUN-DATE " is not a "
                       "business day - the cutoff runs anyway"
           END-IF.

       V-PARA.
           READ CAL-FILE
               AT END SET WS-CAL-END-OF-FILE TO TRUE
               NOT AT END
                   IF CL-DATE = WS-RUN-DATE
                       SET WS-CAL-FOUND TO TRUE
                       MOVE CL-DAY-TYPE TO WS-RUN-DAY-TYPE
                   END-IF
                   IF CL-DATE > WS-RUN-DATE
                       SET WS-CAL-END-OF-FILE TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * R-PARA - open the indexed history for update before anything
      * is archived. The first cutoff to run without one creates it
      * and loads it from the dated history files already
      * catalogued, so it starts out holding the same history they
      * do.
      *----------------------------------------------------------------
       R-PARA.
           OPEN I-O HIDX-FILE.
           IF WS-HIDX-FILE-STATUS = "35"
               OPEN OUTPUT HIDX-FILE
               CLOSE HIDX-FILE
               OPEN I-O HIDX-FILE
               IF WS-HIDX-FILE-STATUS = "00"
                   DISPLAY "Indexed history ADDHIDX.DAT created"
                   PERFORM S-PARA
               END-IF
           END-IF.
           IF WS-HIDX-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open indexed history ADDHIDX.DAT"
                       " - status " WS-HIDX-FILE-STATUS
                       " - live log left in place, nothing archived"
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * S-PARA - load a new indexed history from every history file
      * on the catalogue.
      *----------------------------------------------------------------
       S-PARA.
           OPEN INPUT CAT-FILE.
           IF WS-CAT-FILE-STATUS = "00"
               PERFORM T-PARA UNTIL WS-CAT-END-OF-FILE
               CLOSE CAT-FILE
           END-IF.
           MOVE 'N' TO WS-CAT-EOF-FLAG.
           DISPLAY "Indexed history loaded from the catalogued "
                   "history files: " WS-BUILT-COUNT " records".

       T-PARA.
           READ CAT-FILE
               AT END SET WS-CAT-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE HC-DATE TO WS-BUILD-DATE
                   MOVE HC-FILE-NAME TO WS-HIST-FILENAME
                   MOVE 'N' TO WS-HIST-EOF-FLAG
                   MOVE SPACES TO WS-PREV-IMAGE
                   OPEN INPUT HIST-FILE
                   IF WS-HIST-FILE-STATUS NOT = "00"
                       DISPLAY "History file " WS-HIST-FILENAME
                               " not readable - status "
                               WS-HIST-FILE-STATUS " - not loaded"
                   ELSE
                       PERFORM U-PARA UNTIL WS-HIST-END-OF-FILE
                       CLOSE HIST-FILE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * U-PARA - load one dated history record into the indexed
      * history. A record with an unreadable business date takes the
      * date of the file it was archived to.
      *----------------------------------------------------------------
       U-PARA.
           READ HIST-FILE
               AT END SET WS-HIST-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE HIST-RECORD TO WS-IDX-IMAGE
                   IF WI-BUS-DATE NUMERIC
                       MOVE WI-BUS-DATE TO WS-REC-DATE
                   ELSE
                       MOVE WS-BUILD-DATE TO WS-REC-DATE
                   END-IF
                   PERFORM W-PARA
                   ADD 1 TO WS-BUILT-COUNT
           END-READ.

      *----------------------------------------------------------------
      * W-PARA - write WS-IDX-IMAGE to the indexed history under
      * business date WS-REC-DATE. Two records of one account logged
      * in the same second would share a key, so the later one takes
      * the next HX-SEQ. A key already holding the same image was
      * loaded by an earlier run that stopped before archiving, and
      * is not loaded again. Identical records really logged twice
      * come together in their batch, so a run of identical images
      * skips that many identical records already on file before it
      * counts one as loaded before.
      *----------------------------------------------------------------
       W-PARA.
           IF WS-IDX-IMAGE = WS-PREV-IMAGE
               ADD 1 TO WS-DUP-RUN
           ELSE
               MOVE ZERO TO WS-DUP-RUN
               MOVE WS-IDX-IMAGE TO WS-PREV-IMAGE
           END-IF.
           MOVE WI-ACCT-ID TO HX-ACCT-ID.
           MOVE WS-REC-DATE TO HX-BUS-DATE.
           MOVE WI-TIMESTAMP TO HX-TIMESTAMP.
           MOVE ZERO TO HX-SEQ.
           MOVE WI-BATCH-ID TO HX-BATCH-ID.
           MOVE WI-SOURCE-ID TO HX-SOURCE-ID.
           MOVE WI-MODE TO HX-MODE.
           MOVE WI-NUM1 TO HX-NUM1.
           MOVE WI-NUM2 TO HX-NUM2.
           MOVE WI-RESULT TO HX-RESULT.
           MOVE HIDX-RECORD TO WS-HX-CANDIDATE.
           MOVE ZERO TO WS-HX-SEQ.
           MOVE WS-DUP-RUN TO WS-HX-SKIP.
           MOVE 'N' TO WS-HX-WRITTEN-FLAG.
           PERFORM Y-PARA UNTIL WS-HX-WRITTEN.

       Y-PARA.
           MOVE WS-HX-CANDIDATE TO HIDX-RECORD.
           MOVE WS-HX-SEQ TO HX-SEQ.
           WRITE HIDX-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           EVALUATE TRUE
               WHEN WS-HIDX-FILE-STATUS = "00"
                   OR WS-HIDX-FILE-STATUS = "02"
                   SET WS-HX-WRITTEN TO TRUE
               WHEN WS-HIDX-FILE-STATUS = "22" AND WS-HX-SEQ < 999
                   PERFORM YA-PARA
               WHEN OTHER
                   PERFORM YB-PARA
           END-EVALUATE.

      *----------------------------------------------------------------
      * YA-PARA - the key is taken: read the record holding it. The
      * same image (the sequence number apart) is this record,
      * loaded before; anything else moves on to the next HX-SEQ.
      *----------------------------------------------------------------
       YA-PARA.
           READ HIDX-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-HIDX-FILE-STATUS NOT = "00"
               PERFORM YB-PARA
           END-IF.
           IF HIDX-RECORD (1:28) = WS-HX-CANDIDATE (1:28)
               AND HIDX-RECORD (32:37) = WS-HX-CANDIDATE (32:37)
               IF WS-HX-SKIP > ZERO
                   SUBTRACT 1 FROM WS-HX-SKIP
                   ADD 1 TO WS-HX-SEQ
               ELSE
                   SET WS-HX-WRITTEN TO TRUE
                   ADD 1 TO WS-ALREADY-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-HX-SEQ
           END-IF.

      *----------------------------------------------------------------
      * YB-PARA - the indexed history cannot take the record. Nothing
      * has been appended to the dated history files yet.
      *----------------------------------------------------------------
       YB-PARA.
           DISPLAY "*** Unable to write indexed history "
                   "ADDHIDX.DAT - status " WS-HIDX-FILE-STATUS
                   " - key " HX-KEY.
           DISPLAY "*** Live log left in place, nothing archived to "
                   "the dated history - correct ADDHIDX.DAT and "
                   "rerun the cutoff".
           STOP RUN.

      *----------------------------------------------------------------
      * X-PARA - remove the business dates just purged from the
      * dated history from the indexed history as well. The file is
      * keyed by account first, so every record is looked at.
      *----------------------------------------------------------------
       X-PARA.
           MOVE 'N' TO WS-HIDX-EOF-FLAG.
           MOVE LOW-VALUES TO HX-KEY.
           START HIDX-FILE KEY IS NOT LESS THAN HX-KEY
               INVALID KEY SET WS-HIDX-END-OF-FILE TO TRUE
           END-START.
           PERFORM Z-PARA UNTIL WS-HIDX-END-OF-FILE.

      *----------------------------------------------------------------
      * Z-PARA - delete one indexed record if its business date was
      * purged.
      *----------------------------------------------------------------
       Z-PARA.
           READ HIDX-FILE NEXT RECORD
               AT END SET WS-HIDX-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-HIDX-END-OF-FILE
               MOVE 'N' TO WS-CAT-FOUND-FLAG
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CAT-COUNT
                          OR WS-CAT-FOUND
                   IF NOT WS-CAT-KEEP (WS-SUB)
                       AND WS-CAT-DATE (WS-SUB) = HX-BUS-DATE
                       SET WS-CAT-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-CAT-FOUND
                   DELETE HIDX-FILE RECORD
                       INVALID KEY
                           DISPLAY "*** Unable to delete indexed "
                                   "history record " HX-KEY
                                   " - status " WS-HIDX-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-IDX-PURGED-COUNT
                   END-DELETE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * AA-PARA - refuse the cutoff while the live log holds posted
      * records AddGLFeed has neither sent nor held: it reads only
      * ADDLOG.DAT, so anything archived unsent could never reach
      * the general ledger. Posted means within the posting marker.
      * A record is dealt with once its business date is logged as
      * sent on ADDGLFC.DAT and it was logged before the last file
      * went, or before the last feed run that held items on
      * ADDGLFH.DAT. With no interface control file the GL feed is
      * not in use and there is nothing to check.
      *----------------------------------------------------------------
       AA-PARA.
           OPEN INPUT GLC-FILE.
           IF WS-GLC-FILE-STATUS NOT = "00"
               DISPLAY "No GL interface control file ADDGLFC.DAT - "
                       "GL feed not checked"
           ELSE
               PERFORM AB-PARA UNTIL WS-GLC-END-OF-FILE
               CLOSE GLC-FILE
               OPEN INPUT GLH-FILE
               IF WS-GLH-FILE-STATUS = "00"
                   PERFORM AC-PARA UNTIL WS-GLH-END-OF-FILE
                   CLOSE GLH-FILE
               END-IF
               OPEN INPUT POSTD-FILE
               IF WS-POSTD-FILE-STATUS = "00"
                   PERFORM AD-PARA UNTIL WS-POSTD-END-OF-FILE
                   CLOSE POSTD-FILE
               END-IF
               OPEN INPUT TRAN-LOG-FILE
               IF WS-LOG-FILE-STATUS = "00"
                   READ TRAN-LOG-FILE
                       AT END SET WS-LOG-END-OF-FILE TO TRUE
                   END-READ
                   PERFORM AE-PARA UNTIL WS-LOG-END-OF-FILE
                   CLOSE TRAN-LOG-FILE
                   MOVE 'N' TO WS-LOG-EOF-FLAG
               END-IF
               IF WS-UNFED-COUNT > ZERO
                   DISPLAY "*** ADDLOG.DAT holds " WS-UNFED-COUNT
                           " posted records not yet sent to the "
                           "general ledger, from business date "
                           WS-UNFED-DATE
                   DISPLAY "*** Run AddGLFeed until it has nothing "
                           "to feed, then the cutoff - nothing "
                           "archived"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * AB-PARA - note one business date sent to the GL, and when the
      * latest file went.
      *----------------------------------------------------------------
       AB-PARA.
           READ GLC-FILE
               AT END SET WS-GLC-END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-GL-SENT-COUNT < 1000
                       ADD 1 TO WS-GL-SENT-COUNT
                       MOVE GC-BUS-DATE
                                TO WS-GL-SENT-DATE (WS-GL-SENT-COUNT)
                   ELSE
                       DISPLAY "*** Interface control file ADDGLFC.DAT "
                               "has more than 1000 entries - archive "
                               "the oldest and rerun"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   COMPUTE WS-GL-STAMP =
                           GC-SENT-DATE * 1000000 + GC-SENT-TIME
                   IF WS-GL-STAMP > WS-GL-LAST-STAMP
                       MOVE WS-GL-STAMP TO WS-GL-LAST-STAMP
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * AC-PARA - note when the latest feed run that held items ran.
      *----------------------------------------------------------------
       AC-PARA.
           READ GLH-FILE
               AT END SET WS-GLH-END-OF-FILE TO TRUE
               NOT AT END
                   IF GK-HELD-STAMP > WS-GL-HELD-STAMP
                       MOVE GK-HELD-STAMP TO WS-GL-HELD-STAMP
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * AD-PARA - read one posting marker record; the last one says
      * how far down the log AddPosting got.
      *----------------------------------------------------------------
       AD-PARA.
           READ POSTD-FILE
               AT END SET WS-POSTD-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE PD-RECORDS-DONE TO WS-POSTED-THRU
           END-READ.

      *----------------------------------------------------------------
      * AE-PARA - one log record: posted, and neither sent nor held?
      *----------------------------------------------------------------
       AE-PARA.
           ADD 1 TO WS-LOG-POS.
           IF WS-LOG-POS NOT > WS-POSTED-THRU
               MOVE 'N' TO WS-GL-SENT-FLAG
               PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                       UNTIL WS-GL-SUB > WS-GL-SENT-COUNT
                          OR WS-GL-DATE-SENT
                   IF WS-GL-SENT-DATE (WS-GL-SUB) = TL-BUS-DATE
                       SET WS-GL-DATE-SENT TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-GL-DATE-SENT
                   OR (TL-TIMESTAMP > WS-GL-LAST-STAMP
                       AND TL-TIMESTAMP > WS-GL-HELD-STAMP)
                   ADD 1 TO WS-UNFED-COUNT
                   IF WS-UNFED-DATE = ZERO
                       OR TL-BUS-DATE < WS-UNFED-DATE
                       MOVE TL-BUS-DATE TO WS-UNFED-DATE
                   END-IF
               END-IF
           END-IF.
           READ TRAN-LOG-FILE
               AT END SET WS-LOG-END-OF-FILE TO TRUE
           END-READ.
