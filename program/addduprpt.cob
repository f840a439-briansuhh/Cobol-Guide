       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddDuplicateReport.

      *----------------------------------------------------------------
      * Modification history
      * ----------------------------------------------------------------
      * New program: the daily duplicate-hold report. Prints every
      * item on the duplicate-hold file ADDDUPH.DAT that
      * AddTwoNumbers held on the report date, or that
      * AddDuplicateRelease released or discarded on it, with the
      * batch it came in on, the batch it appeared to duplicate, and
      * what became of it - still held, released into which batch,
      * or discarded, by whom and when - as ADDDUPHR.DAT. The
      * footer counts the day's holds and decisions and the items
      * still awaiting a decision from any day. The DHRPARM.DAT
      * parameter card selects the report date; no card or a blank
      * date reports today.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPH-FILE ASSIGN TO "ADDDUPH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPH-FILE-STATUS.
           SELECT DHR-PARM-FILE ASSIGN TO "DHRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ADDDUPHR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPH-FILE.
       01  DUPH-RECORD.
           COPY duphrec.

       FD  DHR-PARM-FILE.
       01  DHR-PARM-RECORD.
           05 DHP-REPORT-DATE      PIC X(8).

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.

       01 WS-DUPH-FILE-STATUS PIC XX VALUE "00".
       01 WS-PARM-FILE-STATUS PIC XX VALUE "00".
       01 WS-RPT-FILE-STATUS PIC XX VALUE "00".

       01 WS-REPORT-DATE PIC X(8).
       01 WS-RUN-DATE PIC 9(8).

       01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REPORT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HELD-TODAY-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DISCARDED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OUTSTANDING-COUNT PIC 9(7) VALUE ZERO.

       01 WS-WORK-TRAN.
           05 WT-MODE              PIC X.
           05 WT-ACCT-ID           PIC X(6).
           05 WT-NUM1              PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 WT-NUM2              PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.

       01 WS-DETAIL-LINE.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-TIMESTAMP         PIC 9(8)B9(6).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-BATCH-ID          PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-BUS-DATE          PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-ACCT-ID           PIC X(6).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-MODE              PIC X.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-NUM1              PIC +9(5).99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-NUM2              PIC +9(5).99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-REASON            PIC X(4).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-MATCH-BATCH       PIC X(8).

       01 WS-OUTCOME-LINE.
           05 FILLER               PIC X(6)  VALUE "    ->".
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 OL-OUTCOME           PIC X(10).
           05 OL-TIMESTAMP         PIC 9(8)B9(6).
           05 FILLER               PIC X(4)  VALUE " by ".
           05 OL-OPERATOR          PIC X(8).
           05 OL-INTO              PIC X(6).
           05 OL-RESUB-BATCH       PIC X(8).

       PROCEDURE DIVISION.
       A-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-REPORT-DATE.
           OPEN INPUT DHR-PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               READ DHR-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DHP-REPORT-DATE NUMERIC
                           MOVE DHP-REPORT-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
               CLOSE DHR-PARM-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "*** Unable to open ADDDUPHR.DAT for output - "
                       "status " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM H-PARA.
           OPEN INPUT DUPH-FILE.
           IF WS-DUPH-FILE-STATUS NOT = "00"
               DISPLAY "No duplicate-hold file to report - ADDDUPH.DAT "
                       "status " WS-DUPH-FILE-STATUS
               SET WS-END-OF-FILE TO TRUE
           ELSE
               READ DUPH-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM B-PARA UNTIL WS-END-OF-FILE
               CLOSE DUPH-FILE
           END-IF.
           PERFORM F-PARA.
           CLOSE REPORT-FILE.
           DISPLAY "Hold records read:     " WS-READ-COUNT.
           DISPLAY "Hold records reported: " WS-REPORT-COUNT.
           DISPLAY "Still held, any date:  " WS-OUTSTANDING-COUNT.
           DISPLAY "Duplicate-hold report written to ADDDUPHR.DAT.".
           STOP RUN.

      *----------------------------------------------------------------
      * H-PARA - the report heading.
      *----------------------------------------------------------------
       H-PARA.
           MOVE SPACES TO RPT-LINE.
           STRING "AddTwoNumbers Duplicate-Hold Daily Report"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Report date: " DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  "  (items held or actioned on this date)"
                  DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING " Held at         Batch    Bus date Acct   M"
                  DELIMITED BY SIZE
                  "      Num1      Num2 Rsn  Matched" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING " --------------- -------- -------- ------ -"
                  DELIMITED BY SIZE
                  " --------- --------- ---- --------" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      * B-PARA - one hold record. It is reported when it was held on
      * the report date or actioned on it; every item still held is
      * counted for the footer, whatever its date.
      *----------------------------------------------------------------
       B-PARA.
           ADD 1 TO WS-READ-COUNT.
           IF DH-HELD
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF.
           IF DH-TIMESTAMP (1:8) = WS-REPORT-DATE
               ADD 1 TO WS-HELD-TODAY-COUNT
           END-IF.
           IF DH-ACTION-TIMESTAMP (1:8) = WS-REPORT-DATE
               IF DH-RELEASED
                   ADD 1 TO WS-RELEASED-COUNT
               END-IF
               IF DH-DISCARDED
                   ADD 1 TO WS-DISCARDED-COUNT
               END-IF
           END-IF.
           IF DH-TIMESTAMP (1:8) = WS-REPORT-DATE
              OR (NOT DH-HELD
                  AND DH-ACTION-TIMESTAMP (1:8) = WS-REPORT-DATE)
               PERFORM D-PARA
           END-IF.
           READ DUPH-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * D-PARA - print the held item and, under it, what became of
      * it.
      *----------------------------------------------------------------
       D-PARA.
           ADD 1 TO WS-REPORT-COUNT.
           MOVE DH-TRAN-IMAGE TO WS-WORK-TRAN.
           MOVE DH-TIMESTAMP TO DL-TIMESTAMP.
           MOVE DH-BATCH-ID TO DL-BATCH-ID.
           MOVE DH-BUS-DATE TO DL-BUS-DATE.
           MOVE WT-ACCT-ID TO DL-ACCT-ID.
           MOVE WT-MODE TO DL-MODE.
           MOVE WT-NUM1 TO DL-NUM1.
           MOVE WT-NUM2 TO DL-NUM2.
           MOVE DH-REASON TO DL-REASON.
           MOVE DH-MATCH-BATCH TO DL-MATCH-BATCH.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           EVALUATE TRUE
               WHEN DH-RELEASED
                   MOVE "RELEASED" TO OL-OUTCOME
                   MOVE DH-ACTION-TIMESTAMP TO OL-TIMESTAMP
                   MOVE DH-OPERATOR TO OL-OPERATOR
                   MOVE " into " TO OL-INTO
                   MOVE DH-RESUB-BATCH TO OL-RESUB-BATCH
                   MOVE WS-OUTCOME-LINE TO RPT-LINE
               WHEN DH-DISCARDED
                   MOVE "DISCARDED" TO OL-OUTCOME
                   MOVE DH-ACTION-TIMESTAMP TO OL-TIMESTAMP
                   MOVE DH-OPERATOR TO OL-OPERATOR
                   MOVE SPACES TO OL-INTO OL-RESUB-BATCH
                   MOVE WS-OUTCOME-LINE TO RPT-LINE
               WHEN OTHER
                   STRING "    -> STILL HELD - awaiting a decision in "
                          DELIMITED BY SIZE
                          "AddDuplicateRelease" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
           END-EVALUATE.
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      * F-PARA - the day's counts, and the outstanding backlog.
      *----------------------------------------------------------------
       F-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Held on report date:       " DELIMITED BY SIZE
                  WS-HELD-TODAY-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Released on report date:   " DELIMITED BY SIZE
                  WS-RELEASED-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Discarded on report date:  " DELIMITED BY SIZE
                  WS-DISCARDED-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Still held (any date):     " DELIMITED BY SIZE
                  WS-OUTSTANDING-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
