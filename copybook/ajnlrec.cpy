      *----------------------------------------------------------------
      * AJNLREC - audit journal record layout for ADDAJNL.DAT, one
      * record per maintenance action applied to the account master
      * or the recurring master. Used by AddChangeApproval (the
      * writer) and by AddJournalReport (the reader), so both sides
      * agree on one definition. COPY this under the journal file's
      * FD.
      *
      * AJ-ACTION is the maintenance action letter: for the account
      * master A add, C change name, X close, R reopen, L posting
      * limits changed, T rate class changed, G GL account changed;
      * for the recurring master A add, C change, D delete.
      * AJ-OPERATOR is the operator who keyed the change,
      * AJ-APPROVER the different operator who approved it. The
      * before and after images hold the record exactly as it stood
      * either side of the action; an add has a blank before image,
      * a delete a blank after image. The images are wider than
      * ACCT-RECORD, space-filled, so the master can grow without
      * the journal layout changing.
      *
      * AJ-MASTER is ACCT for an ACCT-RECORD image, RECR for a
      * recurring entry image (the first 32 bytes). Journal records
      * written before dual control held 63-byte images and neither
      * field, and do not read under this layout; AddConvertMasters
      * rewrites them with the images widened, AJ-MASTER ACCT and
      * AJ-APPROVER blank - account master actions keyed and applied
      * by AJ-OPERATOR alone.
      *----------------------------------------------------------------
       01  AJNL-RECORD.
           05 AJ-TIMESTAMP         PIC 9(14).
           05 AJ-OPERATOR          PIC X(8).
           05 AJ-ACTION            PIC X.
           05 AJ-BEFORE-IMAGE      PIC X(120).
           05 AJ-AFTER-IMAGE       PIC X(120).
           05 AJ-APPROVER          PIC X(8).
           05 AJ-MASTER            PIC X(4).
              88 AJ-MASTER-RECUR   VALUE 'RECR'.
