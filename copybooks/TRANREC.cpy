      *  simply end at their last data record and are processed as
      *  before, with no balance check possible.
      *
      *  The first record of a transaction file may be a header,
      *  marked by the reserved TRAN-ID value '*HEADER*', naming the
      *  sending system, the sender's file sequence number, and the
      *  date the sender created the file.  TRANEDIT checks it against
      *  the feed register before a single record is edited and never
      *  passes it on, so nothing downstream of the edit sees it.
      *  Files from senders not yet converted carry no header and are
      *  edited as before, without the sequence check.
      *
      *  Modification History
      *  ---------------------
      *  2026-08-09  RLM  Initial version.
      *                   posting summary so the ledger team finally
      *                   gets account-level figures instead of one
      *                   lump per instance.
      *  2026-10-15  RLM  Added the '*HEADER*' header record as a
      *                   REDEFINES of the transaction body so a file
      *                   identifies its sender and delivery sequence
      *                   and a re-sent or skipped file is caught at
      *                   intake.
      *****************************************************************
       01  TRAN-RECORD.
           05  TRAN-ID                     PIC X(10).
               88  TRAN-IS-TRAILER                   VALUE '*TRAILER*'.
               88  TRAN-IS-HEADER                    VALUE '*HEADER*'.
           05  TRAN-BODY.
               10  TRAN-DATE               PIC 9(08).
               10  TRAN-AMOUNT             PIC 9(07)V99.
               10  TRAN-TRL-COUNT          PIC 9(07).
               10  TRAN-TRL-AMOUNT         PIC 9(09)V99.
               10  FILLER                  PIC X(19).
           05  TRAN-HEADER REDEFINES TRAN-BODY.
               10  TRAN-HDR-SENDER-ID      PIC X(08).
               10  TRAN-HDR-FILE-SEQ       PIC 9(06).
               10  TRAN-HDR-CREATE-DATE    PIC 9(08).
               10  FILLER                  PIC X(15).
