      *****************************************************************
      *  WHSEREC.CPY
      *
      *  Warehouse record for future-dated transactions.  TRANEDIT
      *  writes one record for every transaction that passes the edit
      *  but is dated beyond the run-calendar business date, instead
      *  of passing it to the clean TRANOUT stream, carrying the
      *  original record image unchanged plus the instance whose
      *  input it belongs to (the instance named on the TRANEDIT
      *  parameter; a future-dated record edited with no instance
      *  named is rejected with reason 08 instead) and the business
      *  date it was warehoused.
      *
      *  WHSEREL releases an instance's records into that instance's
      *  clean file on the first processing day on or after their
      *  TRAN-DATE and carries the rest forward; WHSERPT ages what is
      *  still waiting.
      *
      *  Modification History
      *  ---------------------
      *  2026-10-15  RLM  Initial version.
      *  2026-10-15  RLM  WHSE-LOOP-NAME is never spaces: TRANEDIT
      *                   rejects a future-dated record with no
      *                   instance named (reason 08).
      *****************************************************************
       01  WHSE-RECORD.
           05  WHSE-LOOP-NAME              PIC X(08).
           05  WHSE-STORED-DATE            PIC 9(08).
           05  WHSE-TRAN-IMAGE.
               10  WHSE-TRAN-ID            PIC X(10).
               10  WHSE-TRAN-DATE          PIC 9(08).
               10  WHSE-TRAN-AMOUNT        PIC 9(07)V99.
               10  FILLER                  PIC X(20).
