      *****************************************************************
      *  PCLHIST.CPY
      *
      *  Close and reopen history for the PERCLOSE accounting-period
      *  close job.  One record is appended every time a period is
      *  actually closed or reopened -- a refused close writes
      *  nothing here, its exceptions are on the PERCLOSE report.
      *
      *    PCLH-ACTION 'C' - period closed after a clean check; the
      *                      reason is blank.
      *    PCLH-ACTION 'R' - period reopened; the reason the operator
      *                      gave on the reopen request is mandatory
      *                      and is carried here so finance can see
      *                      why a signed-off period was changed.
      *
      *  PCLH-CHANGE-DATE is the business date the change was made
      *  on, PCLH-CHANGE-TIME the wall-clock time.
      *
      *  Modification History
      *  ---------------------
      *  2026-10-15  RLM  Initial version.
      *****************************************************************
       01  PCLH-RECORD.
           05  PCLH-CHANGE-DATE            PIC 9(08).
           05  PCLH-CHANGE-TIME            PIC 9(08).
           05  PCLH-USER-ID                PIC X(08).
           05  PCLH-ACTION                 PIC X(01).
               88  PCLH-ACTION-CLOSE                 VALUE 'C'.
               88  PCLH-ACTION-REOPEN                VALUE 'R'.
           05  PCLH-PERIOD-START           PIC 9(08).
           05  PCLH-PERIOD-END             PIC 9(08).
           05  PCLH-REASON                 PIC X(60).
