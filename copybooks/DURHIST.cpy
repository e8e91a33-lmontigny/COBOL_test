      *****************************************************************
      *  DURHIST.CPY
      *
      *  Run-duration history record written by the HELLO loop
      *  driver: one record per instance run, appended when the
      *  instance's summary audit record is written, so the elapsed
      *  time survives after the RUNSTAT heartbeat is overwritten by
      *  the next run.  DURRPT reads it to trend each instance
      *  against its SLACTL target.
      *
      *  Times are HHMMSSCC as returned by ACCEPT FROM TIME; a run
      *  that crosses midnight has an end time earlier than its start
      *  time and DURH-ELAPSED-SECS already allows for the wrap.
      *  DURH-RECORDS is the number of transactions this run cycled
      *  through and DURH-PER-MINUTE its throughput.  An instance
      *  cut short and resumed from its checkpoint leaves two records
      *  for the same business date -- the first with DURH-RUN-STATUS
      *  'C', the second with DURH-RESUMED-FLAG 'Y' -- and together
      *  they make up the instance's time in the window that night.
      *
      *  Modification History
      *  ---------------------
      *  2026-10-15  RLM  Initial version.
      *****************************************************************
       01  DURH-RECORD.
           05  DURH-LOOP-NAME              PIC X(08).
           05  DURH-RUN-DATE               PIC 9(08).
           05  DURH-START-TIME             PIC 9(08).
           05  DURH-END-TIME               PIC 9(08).
           05  DURH-ELAPSED-SECS           PIC 9(07).
           05  DURH-RECORDS                PIC 9(07).
           05  DURH-PER-MINUTE             PIC 9(07).
           05  DURH-RESUMED-FLAG           PIC X(01).
               88  DURH-RUN-RESUMED                  VALUE 'Y'.
           05  DURH-RUN-STATUS             PIC X(01).
               88  DURH-RUN-NORMAL                   VALUE 'N'.
               88  DURH-RUN-CUT-SHORT                VALUE 'C'.
