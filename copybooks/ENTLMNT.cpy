      *****************************************************************
      *  ENTLMNT.CPY
      *
      *  Maintenance-transaction layout for the ENTLMNT operator
      *  entitlement maintenance utility.  One record grants or
      *  revokes one entitlement: the user id in EMNT-ENTL-USER-ID
      *  may (or may no longer) perform action EMNT-ENTL-ACTION in
      *  utility EMNT-UTILITY.  EMNT-USER-ID is the administrator
      *  asking for the change; it is checked against the entitlement
      *  file like any other utility's user id and carried through to
      *  the entitlement history.
      *
      *  Modification History
      *  ---------------------
      *  2026-10-15  RLM  Initial version.
      *****************************************************************
       01  EMNT-RECORD.
           05  EMNT-ACTION                 PIC X(01).
               88  EMNT-ACTION-GRANT                 VALUE 'A'.
               88  EMNT-ACTION-REVOKE                VALUE 'D'.
           05  EMNT-USER-ID                PIC X(08).
           05  EMNT-ENTL-USER-ID           PIC X(08).
           05  EMNT-UTILITY                PIC X(08).
           05  EMNT-ENTL-ACTION            PIC X(01).
