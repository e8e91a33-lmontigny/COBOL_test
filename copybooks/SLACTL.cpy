      *****************************************************************
      *  SLACTL.CPY
      *
      *  Batch-window SLA control record for the DURRPT duration
      *  trend report.  One record names one HELLO instance and the
      *  elapsed time, in minutes, it is allowed in the nightly batch
      *  window.  A night on which the instance's runs took longer in
      *  total is an SLA breach.  An instance with no record here is
      *  still trended but has no target, so it can neither breach
      *  nor be projected against one.
      *
      *  Modification History
      *  ---------------------
      *  2026-10-15  RLM  Initial version.
      *****************************************************************
       01  SLA-RECORD.
           05  SLA-LOOP-NAME               PIC X(08).
           05  SLA-TARGET-MINUTES          PIC 9(04).
