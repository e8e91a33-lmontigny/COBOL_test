      *  maintenance transaction actually applied, carrying the full
      *  before and after images of the account record so any change
      *  can be reconstructed or backed out by inspection.  An add
      *  has a space-filled before image.  The images are the first
      *  57 bytes of the account record -- the fields ACCTMNT
      *  maintains.  The running-balance fields behind them belong to
      *  ACCTPOST and are proved by its trial balance instead.
      *
      *  Modification History
      *  ---------------------
      *  2026-09-03  RLM  Initial version.
      *  2026-10-15  RLM  Noted that the images stop short of the new
      *                   running-balance fields.
      *****************************************************************
       01  AHIST-RECORD.
           05  AHIST-CHANGE-DATE           PIC 9(08).
