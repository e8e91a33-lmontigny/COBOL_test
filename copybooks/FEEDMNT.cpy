      *****************************************************************
      *  FEEDMNT.CPY
      *
      *  Maintenance-transaction layout for the FEEDMNT feed-register
      *  maintenance utility.  One record asks for one add, change,
      *  sequence reset, or delete against the feed register.  The
      *  user id is carried through to the change-history file.
      *
      *  An add registers a sender with the sequence number of the
      *  last file already received from it -- zero for a new sender,
      *  whose first file must then be number one.  A change replaces
      *  the name, instance, and expected flag only.  A reset sets
      *  the last sequence number to FMNT-LAST-SEQ, for a sender that
      *  has restarted its numbering or for a file deliberately
      *  skipped by agreement.  For a delete only the action, user
      *  id, and sender id are used.
      *
      *  Modification History
      *  ---------------------
      *  2026-10-15  RLM  Initial version.
      *****************************************************************
       01  FMNT-RECORD.
           05  FMNT-ACTION                 PIC X(01).
               88  FMNT-ACTION-ADD                   VALUE 'A'.
               88  FMNT-ACTION-CHANGE                VALUE 'C'.
               88  FMNT-ACTION-RESET                 VALUE 'R'.
               88  FMNT-ACTION-DELETE                VALUE 'D'.
           05  FMNT-USER-ID                PIC X(08).
           05  FMNT-SENDER-ID              PIC X(08).
           05  FMNT-SENDER-NAME            PIC X(30).
           05  FMNT-LOOP-NAME              PIC X(08).
           05  FMNT-EXPECTED-FLAG          PIC X(01).
           05  FMNT-LAST-SEQ               PIC 9(06).
