      *----------------------------------------------------------------
      * GLFREC - general ledger feed record layouts for ADDGLF.DAT,
      * the fixed-width file the corporate GL loader takes: one
      * header, one detail per GL posting, one trailer, each 80
      * bytes. Written by AddGLFeed. COPY this under the feed file's
      * FD; it declares three 01-level records.
      *
      * GH-FILE-SEQ is the interface file number, one higher than
      * the last file sent, so the loader can tell a file is
      * missing. One file carries one business date, GH-BUS-DATE.
      *
      * A detail is the net posted movement of one account for the
      * day, or the contra entry that offsets them. GD-AMOUNT is
      * unsigned; GD-DR-CR says which side. Movement that raised an
      * account's balance is a credit to its GL account, movement
      * that lowered it a debit; the contra account takes the other
      * side of every one, so the file's debits equal its credits.
      * GD-ACCT-ID is blank on the contra details.
      *----------------------------------------------------------------
       01  GL-HDR-RECORD.
           05 GH-RECORD-TYPE       PIC X.
           05 GH-FILE-SEQ          PIC 9(6).
           05 GH-BUS-DATE          PIC 9(8).
           05 GH-CREATE-DATE       PIC 9(8).
           05 GH-CREATE-TIME       PIC 9(6).
           05 GH-SYSTEM-ID         PIC X(8).
           05 FILLER               PIC X(43).

       01  GL-DTL-RECORD.
           05 GD-RECORD-TYPE       PIC X.
           05 GD-GL-ACCOUNT        PIC X(12).
           05 GD-DR-CR             PIC X.
              88 GD-DEBIT          VALUE 'D'.
              88 GD-CREDIT         VALUE 'C'.
           05 GD-AMOUNT            PIC 9(13)V99.
           05 GD-BUS-DATE          PIC 9(8).
           05 GD-ACCT-ID           PIC X(6).
           05 GD-NARRATIVE         PIC X(30).
           05 FILLER               PIC X(7).

       01  GL-TRL-RECORD.
           05 GT-RECORD-TYPE       PIC X.
           05 GT-FILE-SEQ          PIC 9(6).
           05 GT-DETAIL-COUNT      PIC 9(7).
           05 GT-DEBIT-TOTAL       PIC 9(13)V99.
           05 GT-CREDIT-TOTAL      PIC 9(13)V99.
           05 FILLER               PIC X(36).
