      *****************************************************************
      *  FEEDREG.CPY
      *
      *  Feed-register record, keyed on the sender id carried in the
      *  '*HEADER*' record of every converted transaction file.  One
      *  record per sending system says what the sender is, which
      *  loop instance its files feed, whether a file is expected
      *  from it every processing day, and the last delivery TRANEDIT
      *  accepted from it.
      *
      *  TRANEDIT checks each file's header against this record
      *  before editing a single transaction.  The next file must
      *  carry FREG-LAST-SEQ plus one; the same number again is a
      *  re-sent file, a lower number is out of order, and a higher
      *  one means a delivery was skipped.  Any of the three refuses
      *  the whole file.  A file is recorded here only once its edit
      *  has completed, so a failed edit can simply be rerun.
      *
      *  FREG-EXPECTED-FLAG 'Y' puts the sender on the FEEDRPT daily
      *  intake report as MISSING when no file arrives for the
      *  business date.  Registrations are added, changed, reset, and
      *  deleted only through FEEDMNT, which keeps the change history.
      *
      *  Modification History
      *  ---------------------
      *  2026-10-15  RLM  Initial version.
      *****************************************************************
       01  FREG-RECORD.
           05  FREG-SENDER-ID              PIC X(08).
           05  FREG-SENDER-NAME            PIC X(30).
           05  FREG-LOOP-NAME              PIC X(08).
           05  FREG-EXPECTED-FLAG          PIC X(01).
               88  FREG-EXPECTED-DAILY               VALUE 'Y'.
           05  FREG-LAST-SEQ               PIC 9(06).
           05  FREG-LAST-CREATE-DATE       PIC 9(08).
           05  FREG-LAST-RECV-DATE         PIC 9(08).
           05  FREG-LAST-RECV-TIME         PIC 9(08).
