      *****************************************************************
      *  FEEDLOG.CPY
      *
      *  Intake-log record.  TRANEDIT appends one record for every
      *  transaction file that arrives with a '*HEADER*' record,
      *  whether the file was accepted or refused, stamped with the
      *  business date it arrived on.  FEEDRPT reads the log for the
      *  business date against the feed register to list each
      *  expected feed as received, missing, or refused.
      *
      *    FLOG-RESULT 'A' - accepted: the file was edited.
      *    FLOG-RESULT 'R' - refused: not one record was edited.
      *
      *  FLOG-REASON names why a file was refused.  FLOG-EXPECT-SEQ
      *  is the sequence number the register was waiting for, so the
      *  sender can be told exactly which delivery to send.  The
      *  record counts are zero on a refused file.
      *
      *  Modification History
      *  ---------------------
      *  2026-10-15  RLM  Initial version.
      *****************************************************************
       01  FLOG-RECORD.
           05  FLOG-BUS-DATE               PIC 9(08).
           05  FLOG-TIME                   PIC 9(08).
           05  FLOG-SENDER-ID              PIC X(08).
           05  FLOG-FILE-SEQ               PIC 9(06).
           05  FLOG-CREATE-DATE            PIC 9(08).
           05  FLOG-EXPECT-SEQ             PIC 9(06).
           05  FLOG-LOOP-NAME              PIC X(08).
           05  FLOG-RESULT                 PIC X(01).
               88  FLOG-ACCEPTED                     VALUE 'A'.
               88  FLOG-REFUSED                      VALUE 'R'.
           05  FLOG-REASON                 PIC X(02).
               88  FLOG-REASON-DUPLICATE             VALUE '01'.
               88  FLOG-REASON-OUT-OF-ORDER          VALUE '02'.
               88  FLOG-REASON-GAP                   VALUE '03'.
               88  FLOG-REASON-NOT-REGISTERED        VALUE '04'.
               88  FLOG-REASON-BAD-HEADER            VALUE '05'.
           05  FLOG-READ-CNT               PIC 9(07).
           05  FLOG-ACCEPT-CNT             PIC 9(07).
           05  FLOG-REJECT-CNT             PIC 9(07).
