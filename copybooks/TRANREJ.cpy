      *         a record written before the type code existed)
      *    05 - TRAN-ACCOUNT missing or not on the account master
      *    06 - TRAN-ACCOUNT names a closed account
      *    07 - TRAN-DATE older than the staleness limit named on the
      *         TRANEDIT parameter (business date less that many
      *         days)
      *    08 - TRAN-DATE beyond the business date with no loop
      *         instance named on the TRANEDIT parameter to
      *         warehouse it under
      *
      *  Modification History
      *  ---------------------
      *                   the day TRANRCYC first sees it.
      *  2026-09-03  RLM  Added reasons 05 and 06 for the new account
      *                   field validated against the account master.
      *  2026-10-15  RLM  Added reason 07 for a TRAN-DATE older than the
      *                   staleness limit.  Future-dated records are not
      *                   rejected; TRANEDIT warehouses them (WHSEREC).
      *  2026-10-15  RLM  Added reason 08: a future-dated record edited
      *                   with no instance on the parameter has no
      *                   warehouse instance and is rejected instead.
      *****************************************************************
       01  REJ-RECORD.
           05  REJ-REASON-CODE             PIC X(02).
               88  REJ-REASON-BAD-TYPE               VALUE '04'.
               88  REJ-REASON-BAD-ACCT               VALUE '05'.
               88  REJ-REASON-CLOSED-ACCT            VALUE '06'.
               88  REJ-REASON-STALE-DATE             VALUE '07'.
               88  REJ-REASON-NO-INSTANCE            VALUE '08'.
           05  REJ-TRAN-IMAGE              PIC X(47).
           05  REJ-FIRST-DATE              PIC X(08).
