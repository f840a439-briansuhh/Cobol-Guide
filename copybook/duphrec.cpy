      *----------------------------------------------------------------
      * DUPHREC - duplicate-hold record layout for ADDDUPH.DAT, one
      * record per detail AddTwoNumbers held back from the log as a
      * suspected duplicate. Used by AddTwoNumbers (the writer), by
      * AddDuplicateRelease (which releases or discards each held
      * item and rewrites the file) and by AddDuplicateReport (the
      * daily report), so all sides agree on one definition. Not a
      * standalone record - COPY this into an enclosing group item.
      *
      * DH-REASON says where the earlier copy was found: DLOG on the
      * live log ADDLOG.DAT (including a batch logged earlier in the
      * same run), DHST on the business date's history file
      * ADDHyyyymmdd.DAT. DH-MATCH-BATCH is the batch id the earlier
      * copy was logged under.
      *
      * DH-TRAN-IMAGE holds the held TRAN-IN-RECORD exactly as it
      * was read, so a release resubmits the original card image.
      *
      * DH-STATUS is H while the item awaits a decision, R once it
      * has been released into a resubmission batch (named in
      * DH-RESUB-BATCH), D once it has been discarded. Actioned
      * items stay on the file, stamped with who actioned them and
      * when, so the daily report can say what became of them.
      *----------------------------------------------------------------
           05 DH-TIMESTAMP         PIC 9(14).
           05 DH-REASON            PIC X(4).
           05 DH-BUS-DATE          PIC 9(8).
           05 DH-BATCH-ID          PIC X(8).
           05 DH-SOURCE-ID         PIC X(3).
           05 DH-MATCH-BATCH       PIC X(8).
           05 DH-TRAN-IMAGE        PIC X(23).
           05 DH-STATUS            PIC X.
              88 DH-HELD           VALUE 'H'.
              88 DH-RELEASED       VALUE 'R'.
              88 DH-DISCARDED      VALUE 'D'.
           05 DH-ACTION-TIMESTAMP  PIC 9(14).
           05 DH-OPERATOR          PIC X(8).
           05 DH-RESUB-BATCH       PIC X(8).
