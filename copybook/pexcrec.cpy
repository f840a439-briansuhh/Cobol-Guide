      * a standalone record - COPY this into an enclosing group item.
      *
      * PX-REASON says why the posting failed: NOTF account not on
      * master, CLSD account closed, OVFL balance would overflow,
      * LIMT the posting breaches the account's posting limits.
      *
      * PX-TRAN-IMAGE holds the unposted TRAN-LOG-RECORD exactly as
      * it was read, so the re-post applies the original logged
