      *****************************************************************
      *  SORDHIST.CPY
      *
      *  Change-history record for the SORDMNT standing-order
      *  maintenance utility.  One record is appended for every
      *  maintenance transaction actually applied, carrying the
      *  before and after images of the order so any change can be
      *  reconstructed or backed out by inspection.  An add has a
      *  space-filled before image.  The images are the first 69
      *  bytes of the standing-order record -- the fields SORDMNT
      *  maintains.  The generation fields behind them belong to
      *  SORDGEN, whose own log shows every occurrence it took.
      *
      *  Modification History
      *  ---------------------
      *  2026-10-15  RLM  Initial version.
      *****************************************************************
       01  SHIST-RECORD.
           05  SHIST-CHANGE-DATE           PIC 9(08).
           05  SHIST-CHANGE-TIME           PIC 9(08).
           05  SHIST-USER-ID               PIC X(08).
           05  SHIST-ACTION                PIC X(01).
           05  SHIST-BEFORE-IMAGE          PIC X(69).
           05  SHIST-AFTER-IMAGE           PIC X(69).
