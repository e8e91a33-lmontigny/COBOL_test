      *****************************************************************
      *  POSTREG.CPY
      *
      *  Posting-register record for the ACCTPOST balance posting,
      *  keyed on instance, business date, and account.  ACCTPOST
      *  writes one record per account it moves for an instance's
      *  posting summary, carrying the debit, credit, and adjustment
      *  amounts and the signed net it applied to the balance, so a
      *  REVGEN reversal of that instance and date can back out
      *  exactly what was posted -- no more, no less.
      *
      *  One more record per instance and business date carries the
      *  account '*CONTROL*'.  It is the posting guard: while it
      *  says posted, a second summary for the same instance and
      *  date is refused, so a resubmitted POSTSUM cannot move the
      *  balances twice.  The only summary accepted against a posted
      *  control record is the remainder of a checkpoint-resumed
      *  HELLO run (resumed flag set, different run start time),
      *  which continues the first part rather than repeating it.
      *  Once a reversal has backed the date out the control record
      *  says reversed and a corrected rerun may post again.
      *
      *  While a summary is being posted its control record says in
      *  progress; it says posted only once the last account of the
      *  summary has posted.  A control record found in progress
      *  belongs to a run that stopped part way, and rerunning the
      *  same summary restarts it: accounts already posted under
      *  that batch are skipped and the rest are posted.
      *
      *    PREG-STATUS 'I' - in progress (control record only).
      *    PREG-STATUS 'P' - posted.
      *    PREG-STATUS 'R' - reversed by a REVGEN reversing section.
      *
      *  PREG-RUN-TIME and PREG-BATCH-CNT on the control record are
      *  the start time of the last HELLO run posted and the number
      *  of summaries posted for the instance and date.  On an
      *  account record they are the run time and batch number of
      *  the summary that last posted to the account, which is how a
      *  restart knows the account is already done.
      *
      *  Modification History
      *  ---------------------
      *  2026-10-15  RLM  Initial version.
      *  2026-10-15  RLM  Added the in-progress control status and the
      *                   batch number and run time on account records
      *                   so an interrupted posting can be restarted.
      *****************************************************************
       01  PREG-RECORD.
           05  PREG-KEY.
               10  PREG-LOOP-NAME          PIC X(08).
               10  PREG-BUS-DATE           PIC 9(08).
               10  PREG-ACCOUNT            PIC X(10).
                   88  PREG-IS-CONTROL               VALUE '*CONTROL*'.
           05  PREG-STATUS                 PIC X(01).
               88  PREG-STATUS-IN-PROGRESS           VALUE 'I'.
               88  PREG-STATUS-POSTED                VALUE 'P'.
               88  PREG-STATUS-REVERSED              VALUE 'R'.
           05  PREG-COUNT                  PIC 9(07).
           05  PREG-DEBIT-AMT              PIC 9(09)V99.
           05  PREG-CREDIT-AMT             PIC 9(09)V99.
           05  PREG-ADJ-AMT                PIC 9(09)V99.
           05  PREG-NET-AMT                PIC S9(09)V99
                                           SIGN IS LEADING SEPARATE.
           05  PREG-POSTED-DATE            PIC 9(08).
           05  PREG-REVERSED-DATE          PIC 9(08).
           05  PREG-RUN-TIME               PIC 9(08).
           05  PREG-BATCH-CNT              PIC 9(03).
