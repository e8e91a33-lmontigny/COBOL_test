      *****************************************************************
      *  SECVIOL.CPY
      *
      *  Security-violation log record.  Every maintenance utility
      *  appends one record for each request it refuses on security
      *  grounds -- a user id with no entitlement to the action, or
      *  a supervisor trying to approve an item they released
      *  themselves -- so refused attempts are on file for the
      *  auditors and not only on a report that is thrown away.
      *
      *  SECV-OBJECT names what the request was against, in the
      *  utility's own terms: the instance, account, sender, or
      *  TRAN-ID, or the user id being granted or revoked.
      *  SECV-CHANGE-DATE is the run-calendar business date where the
      *  utility has one, otherwise the system date.
      *
      *  Modification History
      *  ---------------------
      *  2026-10-15  RLM  Initial version.
      *****************************************************************
       01  SECV-RECORD.
           05  SECV-CHANGE-DATE            PIC 9(08).
           05  SECV-CHANGE-TIME            PIC 9(08).
           05  SECV-USER-ID                PIC X(08).
           05  SECV-PROGRAM-NAME           PIC X(08).
           05  SECV-ACTION                 PIC X(01).
           05  SECV-OBJECT                 PIC X(10).
           05  SECV-REASON                 PIC X(30).
