      *                      date) so history stays explainable; it
      *                      is never deleted.
      *
      *  The running-balance fields at the end of the record belong
      *  to the ACCTPOST nightly posting job, not to ACCTMNT:
      *
      *    ACCT-CURR-BAL       - balance after the latest posting.
      *    ACCT-PRIOR-BAL      - balance at the close of the previous
      *                          posting day, carried over from
      *                          ACCT-CURR-BAL the first time an
      *                          account is posted on a new business
      *                          date.
      *    ACCT-LAST-POST-DATE - business date of the latest posting.
      *
      *  ACCTMNT zeroes them on an add and otherwise leaves them
      *  alone.  Its change-history images (ACCTHIST) carry the first
      *  57 bytes -- the maintained fields -- only.  Records written
      *  before the balance fields existed come back space-filled
      *  there and ACCTPOST's NUMERIC tests treat them as zero.
      *
      *  Modification History
      *  ---------------------
      *  2026-09-03  RLM  Initial version.
      *  2026-10-15  RLM  Added the current balance, prior-day
      *                   balance, and last-posted date maintained by
      *                   ACCTPOST.
      *****************************************************************
       01  ACCT-RECORD.
           05  ACCT-NUMBER                 PIC X(10).
               88  ACCT-STATUS-CLOSED                VALUE 'C'.
           05  ACCT-OPEN-DATE              PIC 9(08).
           05  ACCT-CLOSE-DATE             PIC 9(08).
           05  ACCT-CURR-BAL               PIC S9(09)V99
                                           SIGN IS LEADING SEPARATE.
           05  ACCT-PRIOR-BAL              PIC S9(09)V99
                                           SIGN IS LEADING SEPARATE.
           05  ACCT-LAST-POST-DATE         PIC 9(08).
