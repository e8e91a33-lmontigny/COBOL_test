      *****************************************************************
      *  SORDLOG.CPY
      *
      *  Generation-log record for the SORDGEN standing-order
      *  generation job.  One record is appended for every occurrence
      *  of an order SORDGEN takes, whether it was written into the
      *  instance's input or skipped, so the auditors can see which
      *  transactions the shop raised itself and on whose order.
      *
      *    SOLOG-RESULT 'G' - generated under SOLOG-TRAN-ID.
      *    SOLOG-RESULT 'C' - skipped: the account is closed.
      *    SOLOG-RESULT 'N' - skipped: the account is not on the
      *                       account master.
      *
      *  SOLOG-DUE-DATE is the scheduled date; SOLOG-TRAN-DATE is the
      *  processing day it was rolled to and the date the
      *  transaction carries.  A rerun for the same business date logs
      *  the same occurrences again under the same TRAN-IDs.
      *  APPRUTIL reads the entered-by and changed-by users here so
      *  neither can approve the occurrence if HELLO holds it.
      *
      *  Modification History
      *  ---------------------
      *  2026-10-15  RLM  Initial version.
      *****************************************************************
       01  SOLOG-RECORD.
           05  SOLOG-RUN-DATE              PIC 9(08).
           05  SOLOG-RUN-TIME              PIC 9(08).
           05  SOLOG-LOOP-NAME             PIC X(08).
           05  SOLOG-ORDER-ID              PIC X(05).
           05  SOLOG-TRAN-ID               PIC X(10).
           05  SOLOG-DUE-DATE              PIC 9(08).
           05  SOLOG-TRAN-DATE             PIC 9(08).
           05  SOLOG-ACCOUNT               PIC X(10).
           05  SOLOG-TYPE-CODE             PIC X(01).
           05  SOLOG-AMOUNT                PIC 9(07)V99.
           05  SOLOG-RESULT                PIC X(01).
               88  SOLOG-GENERATED                   VALUE 'G'.
               88  SOLOG-SKIP-CLOSED                 VALUE 'C'.
               88  SOLOG-SKIP-NO-ACCOUNT             VALUE 'N'.
           05  SOLOG-ENTERED-BY            PIC X(08).
           05  SOLOG-CHANGED-BY            PIC X(08).
