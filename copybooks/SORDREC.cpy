      *****************************************************************
      *  SORDREC.CPY
      *
      *  Standing-order master record, keyed on the order id.  One
      *  record per recurring transaction the shop raises itself
      *  instead of waiting for a sender: the instance whose input it
      *  is written into, the account, type, and amount to post, how
      *  often it falls due, and the dates it runs between.
      *
      *    SORD-FREQUENCY 'D' - daily: every processing day.
      *    SORD-FREQUENCY 'W' - weekly: every seventh day from the
      *                         start date.
      *    SORD-FREQUENCY 'M' - monthly: on day SORD-DAY of every
      *                         month.
      *    SORD-FREQUENCY 'Q' - quarterly: on day SORD-DAY of every
      *                         third month, counting from the month
      *                         of the start date.
      *
      *  SORD-DAY is 01-31 for monthly and quarterly orders and zero
      *  otherwise; a month shorter than SORD-DAY falls due on its
      *  last day.  SORD-END-DATE zero means the order runs until it
      *  is cancelled.
      *
      *    SORD-STATUS 'A' - active: SORDGEN generates it.
      *    SORD-STATUS 'S' - suspended: nothing is generated until it
      *                      is made active again.
      *    SORD-STATUS 'C' - cancelled: permanent.  A cancelled order
      *                      keeps its record so its generated
      *                      TRAN-IDs stay explainable and are never
      *                      issued again; it is never deleted.
      *
      *  SORD-ENTERED-BY is the user who added the order and
      *  SORD-CHANGED-BY the user who last changed its terms; neither
      *  may approve an occurrence HELLO holds for approval.  The
      *  first 69 bytes -- the fields SORDMNT maintains -- are the
      *  images on the SORDHIST change history.
      *
      *  The generation fields behind them belong to SORDGEN, not to
      *  SORDMNT:
      *
      *    SORD-GEN-COUNT       - occurrences taken so far, generated
      *                           or skipped.  Occurrence n is issued
      *                           as TRAN-ID 'S' + order id + n, so
      *                           the count is never reset.
      *    SORD-LAST-DUE-DATE   - scheduled date of the latest
      *                           occurrence taken, before any roll
      *                           to a processing day.
      *    SORD-LAST-RUN-DATE   - business date of the SORDGEN run
      *                           that took it.
      *    SORD-PRIOR-GEN-COUNT - the two fields above as they stood
      *    SORD-PRIOR-DUE-DATE    before that run, so a rerun for the
      *                           same business date takes the same
      *                           occurrences again under the same
      *                           TRAN-IDs instead of new ones.
      *
      *  SORDMNT zeroes them on an add and otherwise leaves them
      *  alone.
      *
      *  Modification History
      *  ---------------------
      *  2026-10-15  RLM  Initial version.
      *****************************************************************
       01  SORD-RECORD.
           05  SORD-ID                     PIC X(05).
           05  SORD-LOOP-NAME              PIC X(08).
           05  SORD-ACCOUNT                PIC X(10).
           05  SORD-TYPE-CODE              PIC X(01).
               88  SORD-TYPE-VALID                   VALUES 'D' 'C'
                                                            'A'.
           05  SORD-AMOUNT                 PIC 9(07)V99.
           05  SORD-FREQUENCY              PIC X(01).
               88  SORD-FREQ-DAILY                   VALUE 'D'.
               88  SORD-FREQ-WEEKLY                  VALUE 'W'.
               88  SORD-FREQ-MONTHLY                 VALUE 'M'.
               88  SORD-FREQ-QUARTERLY               VALUE 'Q'.
               88  SORD-FREQ-VALID                   VALUES 'D' 'W'
                                                            'M' 'Q'.
           05  SORD-DAY                    PIC 9(02).
           05  SORD-START-DATE             PIC 9(08).
           05  SORD-END-DATE               PIC 9(08).
           05  SORD-STATUS                 PIC X(01).
               88  SORD-STATUS-ACTIVE                VALUE 'A'.
               88  SORD-STATUS-SUSPENDED             VALUE 'S'.
               88  SORD-STATUS-CANCELLED             VALUE 'C'.
           05  SORD-ENTERED-BY             PIC X(08).
           05  SORD-CHANGED-BY             PIC X(08).
           05  SORD-GEN-COUNT              PIC 9(04).
           05  SORD-LAST-DUE-DATE          PIC 9(08).
           05  SORD-LAST-RUN-DATE          PIC 9(08).
           05  SORD-PRIOR-GEN-COUNT        PIC 9(04).
           05  SORD-PRIOR-DUE-DATE         PIC 9(08).
