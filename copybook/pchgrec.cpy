      *----------------------------------------------------------------
      * PCHGREC - pending-change record layout for ADDPCHG.DAT, one
      * record per maintenance change keyed in AccountMaint or
      * AddRecurMaint and not yet applied. Used by those two programs
      * (the writers), by AddChangeApproval (which approves or
      * rejects each change, applies the approved ones and rewrites
      * the file) and by AddPendingReport, so all sides agree on one
      * definition. Not a standalone record - COPY this into an
      * enclosing group item.
      *
      * PC-MASTER names the master the change is for: ACCT the
      * account master ACCTMST.DAT, RECR the recurring master
      * ADDRECUR.DAT. PC-ACTION is the maintenance action letter of
      * the program that keyed it - for ACCT A add, C change name,
      * X close, R reopen, L posting limits, T rate class, G GL
      * account; for RECR A add, C change, D delete. PC-KEY is the
      * account id the change is for.
      *
      * PC-BEFORE-IMAGE holds the master record as it stood when the
      * change was keyed (blank for an add), PC-AFTER-IMAGE the
      * record as the change would leave it (blank for a delete).
      * A recurring entry occupies the first 32 bytes of each, an
      * ACCT-RECORD the first 98; the rest is spaces, left so the
      * masters can grow without this layout changing.
      *
      * PC-STATUS is P while the change awaits a second operator, A
      * once approved and applied, J once rejected. PC-MAKER is the
      * operator who keyed it, PC-CHECKER the different operator who
      * decided it, at PC-ACTION-TIMESTAMP. Decided changes stay on
      * the file so the report can say what became of them.
      *----------------------------------------------------------------
           05 PC-TIMESTAMP         PIC 9(14).
           05 PC-MASTER            PIC X(4).
              88 PC-MASTER-ACCT    VALUE 'ACCT'.
              88 PC-MASTER-RECUR   VALUE 'RECR'.
           05 PC-ACTION            PIC X.
           05 PC-KEY               PIC X(6).
           05 PC-MAKER             PIC X(8).
           05 PC-STATUS            PIC X.
              88 PC-PENDING        VALUE 'P'.
              88 PC-APPROVED       VALUE 'A'.
              88 PC-REJECTED       VALUE 'J'.
           05 PC-CHECKER           PIC X(8).
           05 PC-ACTION-TIMESTAMP  PIC 9(14).
           05 PC-BEFORE-IMAGE      PIC X(120).
           05 PC-AFTER-IMAGE       PIC X(120).
