      *****************************************************************
      *  FEEDHIST.CPY
      *
      *  Change-history record for the FEEDMNT feed-register
      *  maintenance utility.  One record is appended for every
      *  maintenance transaction actually applied, carrying the full
      *  before and after images of the 77-byte feed-register record
      *  so any change can be reconstructed or backed out by
      *  inspection.  An add has a space-filled before image; a
      *  delete has a space-filled after image.
      *
      *  Modification History
      *  ---------------------
      *  2026-10-15  RLM  Initial version.
      *****************************************************************
       01  FHIST-RECORD.
           05  FHIST-CHANGE-DATE           PIC 9(08).
           05  FHIST-CHANGE-TIME           PIC 9(08).
           05  FHIST-USER-ID               PIC X(08).
           05  FHIST-ACTION                PIC X(01).
           05  FHIST-BEFORE-IMAGE          PIC X(77).
           05  FHIST-AFTER-IMAGE           PIC X(77).
