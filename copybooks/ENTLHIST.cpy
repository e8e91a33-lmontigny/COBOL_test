      *****************************************************************
      *  ENTLHIST.CPY
      *
      *  Change-history record for the ENTLMNT operator entitlement
      *  maintenance utility.  One record is appended for every grant
      *  or revoke actually applied, carrying the full before and
      *  after images of the 40-byte entitlement record, so who could
      *  do what on any past date can be reconstructed for the
      *  auditors.  A grant has a space-filled before image; a revoke
      *  has a space-filled after image.
      *
      *  Modification History
      *  ---------------------
      *  2026-10-15  RLM  Initial version.
      *****************************************************************
       01  EHIST-RECORD.
           05  EHIST-CHANGE-DATE           PIC 9(08).
           05  EHIST-CHANGE-TIME           PIC 9(08).
           05  EHIST-USER-ID               PIC X(08).
           05  EHIST-ACTION                PIC X(01).
           05  EHIST-BEFORE-IMAGE          PIC X(40).
           05  EHIST-AFTER-IMAGE           PIC X(40).
