      *****************************************************************
      *  ENTLREC.CPY
      *
      *  Operator entitlement record.  One record grants one user id
      *  one action in one maintenance utility; no record means no
      *  entitlement.  The file is keyed on user id, utility, and
      *  action together, so each utility proves a request with a
      *  single keyed read before applying it.
      *
      *  ENTL-ACTION is the action code exactly as the utility's own
      *  transaction carries it:
      *
      *    LOOPMNT   A add, C change, D delete
      *    ACCTMNT   A add, C change, X close
      *    FEEDMNT   A add, C change, R sequence reset, D delete
      *    APPRUTIL  R release, D deny
      *    DUPRES    R release, W write-off
      *    CKPTUTIL  R reset, D delete (LIST needs no entitlement)
      *    CALMNT    C change (load a year's holiday schedule)
      *    ENTLMNT   A grant, D revoke
      *    SORDMNT   A add, C change, X cancel
      *    PERCLOSE  C close a period, R reopen a closed period
      *
      *  The file is maintained only through ENTLMNT, which keeps the
      *  grant date and the granting user here and a before/after
      *  image of every change on the entitlement history.
      *
      *  Modification History
      *  ---------------------
      *  2026-10-15  RLM  Initial version.
      *  2026-10-15  RLM  Added SORDMNT, the standing-order
      *                   maintenance utility.
      *  2026-10-15  RLM  Added PERCLOSE, the accounting-period close
      *                   and reopen job.
      *****************************************************************
       01  ENTL-RECORD.
           05  ENTL-KEY.
               10  ENTL-USER-ID            PIC X(08).
               10  ENTL-UTILITY            PIC X(08).
               10  ENTL-ACTION             PIC X(01).
           05  ENTL-GRANT-DATE             PIC 9(08).
           05  ENTL-GRANTED-BY             PIC X(08).
           05  FILLER                      PIC X(07).
