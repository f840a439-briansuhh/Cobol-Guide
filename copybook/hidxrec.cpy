      *----------------------------------------------------------------
      * HIDXREC - indexed transaction history record layout for
      * ADDHIDX.DAT. AddLogCutoff loads every record it archives to
      * the dated history files into this file as well, and its
      * retention purge removes the same business dates from both,
      * so the two always hold the same history. AddLogInquiry and
      * AddStatement read it by key instead of scanning the dated
      * files. COPY this under the indexed history file's FD.
      *
      * The record key HX-KEY orders the file by account, business
      * date and log timestamp. HX-SEQ only tells apart records of
      * one account logged in the same second: it is zero on the
      * first and counts up on the others. The alternate key
      * HX-BATCH-ID, with duplicates, finds every record of a batch.
      * The rest of the record is the logged transaction as it stood
      * on ADDLOG.DAT. A record archived under the run date because
      * its own business date was unreadable carries the run date in
      * HX-BUS-DATE, as its dated history file does.
      *----------------------------------------------------------------
       01  HIDX-RECORD.
           05 HX-KEY.
              10 HX-ACCT-ID        PIC X(6).
              10 HX-BUS-DATE       PIC 9(8).
              10 HX-TIMESTAMP      PIC 9(14).
              10 HX-SEQ            PIC 9(3).
           05 HX-BATCH-ID          PIC X(8).
           05 HX-SOURCE-ID         PIC X(3).
           05 HX-MODE              PIC X.
           05 HX-NUM1              PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 HX-NUM2              PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 HX-RESULT            PIC S9(6)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
