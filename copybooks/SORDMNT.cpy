      *****************************************************************
      *  SORDMNT.CPY
      *
      *  Maintenance-transaction layout for the SORDMNT standing-
      *  order maintenance utility.  One record asks for one add,
      *  change, or cancel against the standing-order master.  The
      *  user id is carried through to the change-history file and
      *  onto the order itself.
      *
      *  An add sets up a new active order from every field but the
      *  status.  A change replaces every term of the order and sets
      *  its status to SMNT-STATUS -- 'A' to keep it or make it
      *  active again, 'S' to suspend it.  For a cancel only the
      *  action, user id, and order id are used.
      *
      *  Modification History
      *  ---------------------
      *  2026-10-15  RLM  Initial version.
      *****************************************************************
       01  SMNT-RECORD.
           05  SMNT-ACTION                 PIC X(01).
               88  SMNT-ACTION-ADD                   VALUE 'A'.
               88  SMNT-ACTION-CHANGE                VALUE 'C'.
               88  SMNT-ACTION-CANCEL                VALUE 'X'.
           05  SMNT-USER-ID                PIC X(08).
           05  SMNT-ORDER-ID               PIC X(05).
           05  SMNT-LOOP-NAME              PIC X(08).
           05  SMNT-ACCOUNT                PIC X(10).
           05  SMNT-TYPE-CODE              PIC X(01).
           05  SMNT-AMOUNT                 PIC 9(07)V99.
           05  SMNT-FREQUENCY              PIC X(01).
           05  SMNT-DAY                    PIC 9(02).
           05  SMNT-START-DATE             PIC 9(08).
           05  SMNT-END-DATE               PIC 9(08).
           05  SMNT-STATUS                 PIC X(01).
