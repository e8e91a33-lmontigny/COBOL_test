      *                     current business date keep reading just
      *                     the first record, as before.
      *
      *    CAL-STATUS 'P' - period closed: finance has closed the
      *                     accounting period running from
      *                     CAL-PERIOD-START through CAL-BUS-DATE.
      *                     The records are written by PERCLOSE at
      *                     month end and removed again only by a
      *                     PERCLOSE reopen.  HELLO refuses to run,
      *                     REVGEN refuses to reverse, and CALROLL and
      *                     CALMNT refuse to move the calendar or its
      *                     schedule, for any date inside a closed
      *                     period.  Every program that rewrites the
      *                     calendar carries these records through
      *                     untouched, as it does the holidays.
      *
      *  Modification History
      *  ---------------------
      *  2026-08-22  RLM  Initial version.
      *                   calendar knows which dates are processing
      *                   days instead of every Monday and holiday
      *                   needing repeated CALROLL runs by hand.
      *  2026-10-15  RLM  Added the 'P' period-closed records and
      *                   CAL-PERIOD-START, carved out of the filler.
      *****************************************************************
       01  CAL-RECORD.
           05  CAL-BUS-DATE                PIC 9(08).
               88  CAL-STATUS-OPEN                   VALUE 'O'.
               88  CAL-STATUS-COMPLETE               VALUE 'C'.
               88  CAL-STATUS-HOLIDAY                VALUE 'H'.
               88  CAL-STATUS-PERIOD-CLOSED          VALUE 'P'.
           05  CAL-RERUN-FLAG              PIC X(01).
               88  CAL-RERUN-ALLOWED                 VALUE 'Y'.
           05  CAL-PERIOD-START            PIC 9(08).
           05  FILLER                      PIC X(02).
