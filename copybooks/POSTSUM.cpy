      *  space account covers transactions written before the
      *  account field existed.
      *
      *  The amount is also split by transaction type so ACCTPOST can
      *  move each account's running balance in the right direction:
      *  credits and adjustments raise the balance, debits lower it.
      *  Any part of PSUM-AMOUNT not covered by the three type totals
      *  came from untyped records (written before the type code
      *  existed) and posts as an adjustment.  PSUM-RUN-TIME is the
      *  time the instance run started and PSUM-RESUMED-FLAG is 'Y'
      *  when that run resumed from a checkpoint, so ACCTPOST can tell
      *  the remainder of a resumed run -- which legitimately posts
      *  the same instance and business date a second time -- from a
      *  summary fed in twice.  Records written before these fields
      *  existed read short and come back space-filled; ACCTPOST's
      *  NUMERIC tests treat the whole amount as untyped.
      *
      *  Modification History
      *  ---------------------
      *  2026-09-03  RLM  Initial version.
      *  2026-10-15  RLM  Added the debit, credit, and adjustment
      *                   amounts, the instance run start time, and
      *                   the resumed-from-checkpoint flag for the
      *                   ACCTPOST balance posting.
      *****************************************************************
       01  PSUM-RECORD.
           05  PSUM-LOOP-NAME              PIC X(08).
           05  PSUM-ACCOUNT                PIC X(10).
           05  PSUM-COUNT                  PIC 9(07).
           05  PSUM-AMOUNT                 PIC 9(09)V99.
           05  PSUM-DEBIT-AMT              PIC 9(09)V99.
           05  PSUM-CREDIT-AMT             PIC 9(09)V99.
           05  PSUM-ADJ-AMT                PIC 9(09)V99.
           05  PSUM-RUN-TIME               PIC 9(08).
           05  PSUM-RESUMED-FLAG           PIC X(01).
               88  PSUM-RUN-RESUMED                  VALUE 'Y'.
