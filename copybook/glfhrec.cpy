      *----------------------------------------------------------------
      * GLFHREC - GL feed held-item record layout for ADDGLFH.DAT, the
      * posted-transaction images AddGLFeed owes to the general ledger
      * but has not yet sent. Written and read by AddGLFeed; read by
      * AddLogCutoff, which will not cut off a log holding posted
      * work the feed has neither sent nor carried here. Not a
      * standalone record - COPY this into an enclosing group item.
      *
      * GK-TYPE E is a transaction left out of a file because it sat
      * on the posting exception file ADDPEXC.DAT; it stays held until
      * AddRepost clears it, and is then fed in the next file. GK-TYPE
      * L is a transaction logged for a business date whose file had
      * already gone, found by a run that had no new date to feed; it
      * is fed in the next file. GK-HELD-STAMP is when the feed run
      * that held it started: every record logged before then has
      * been seen by the feed. GK-TRAN-IMAGE is the TRAN-LOG-RECORD
      * exactly as it was logged.
      *----------------------------------------------------------------
           05 GK-TYPE              PIC X.
              88 GK-EXCEPTION      VALUE 'E'.
              88 GK-LATE           VALUE 'L'.
           05 GK-HELD-STAMP        PIC 9(14).
           05 GK-TRAN-IMAGE        PIC X(65).
