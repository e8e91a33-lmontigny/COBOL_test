      *                     AUDIT-CNT-VALUE carries the checkpoint
      *                     count that was discarded and
      *                     AUDIT-START-VALUE the value it was reset
      *                     to (zero for a delete).  AUDIT-USER-ID
      *                     carries the operator who asked for it.
      *                     AUDIT-STATUS says which it was: 'R' for
      *                     a reset, 'D' for a delete.  Records
      *                     written before the code was carried
      *                     have a blank status there.
      *    'E' - edit     - written by TRANEDIT, one per edit run,
      *                     for the instance named on its parameter.
      *                     AUDIT-CNT-VALUE carries the records
      *                     received, AUDIT-CYCLES-DONE the records
      *                     accepted into the clean file,
      *                     AUDIT-START-VALUE the records rejected,
      *                     and AUDIT-AMOUNT the amount accepted.
      *                     AUDIT-HELD-CNT carries the future-dated
      *                     records received but warehoused rather
      *                     than accepted.
      *    'C' - recycle  - written by TRANRCYC, one per recycle run,
      *                     for the instance named on its parameter.
      *                     AUDIT-CNT-VALUE carries the corrections
      *                     received, AUDIT-CYCLES-DONE the
      *                     corrections recycled into the clean file,
      *                     AUDIT-START-VALUE the corrections refused
      *                     (still failing or with no open reject),
      *                     and AUDIT-AMOUNT the amount recycled.
      *    'W' - release  - written by WHSEREL, one per release run,
      *                     for the instance named on its parameter.
      *                     AUDIT-REL-CNT carries the warehoused
      *                     records released into the instance's
      *                     clean file, AUDIT-AMOUNT their amount,
      *                     and AUDIT-CNT-VALUE the records left
      *                     waiting for the instance.
      *                     CTLPROOF proves each instance's day from
      *                     the 'E', 'C', 'W', and 'S' records
      *                     through to the extract and posting
      *                     summary.
      *
      *  Modification History
      *  ---------------------
      *  2026-09-03  RLM  Added the 'V' reversal record type REVGEN
      *                   writes when a bad instance run is backed
      *                   out.
      *  2026-10-15  RLM  Added the 'E' edit and 'C' recycle record
      *                   types TRANEDIT and TRANRCYC write for the
      *                   CTLPROOF control-total proof.
      *  2026-10-15  RLM  Added the 'W' warehouse-release record type
      *                   WHSEREL writes; the 'E' record now carries
      *                   the future-dated records warehoused in
      *                   AUDIT-HELD-CNT.
      *  2026-10-15  RLM  Added AUDIT-USER-ID, the operator who
      *                   requested a CKPTUTIL reset or delete, on the
      *                   'R' record.  Every other record type carries
      *                   spaces there; records written before the
      *                   field existed come back space-filled.
      *  2026-10-15  RLM  AUDIT-STATUS on the 'R' record now carries
      *                   the CKPTUTIL action, 'R' reset or 'D'
      *                   delete, instead of a blank.
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-REC-TYPE              PIC X(01).
               88  AUDIT-TYPE-RESET                  VALUE 'R'.
               88  AUDIT-TYPE-APPROVAL               VALUE 'A'.
               88  AUDIT-TYPE-REVERSAL               VALUE 'V'.
               88  AUDIT-TYPE-EDIT                   VALUE 'E'.
               88  AUDIT-TYPE-RECYCLE                VALUE 'C'.
               88  AUDIT-TYPE-WAREHOUSE              VALUE 'W'.
           05  AUDIT-PROGRAM-NAME          PIC X(08).
           05  AUDIT-LOOP-NAME             PIC X(08).
           05  AUDIT-RUN-DATE              PIC 9(08).
           05  AUDIT-STATUS                PIC X(01).
               88  AUDIT-STATUS-NORMAL                VALUE 'N'.
               88  AUDIT-STATUS-CUT-SHORT              VALUE 'C'.
               88  AUDIT-STATUS-RESET                  VALUE 'R'.
               88  AUDIT-STATUS-DELETE                 VALUE 'D'.
           05  AUDIT-AMOUNT                PIC 9(09)V99.
           05  AUDIT-BAL-STATUS            PIC X(01).
               88  AUDIT-BAL-BALANCED                 VALUE 'B'.
               88  AUDIT-EXTRACT-PRODUCED             VALUE 'Y'.
           05  AUDIT-HELD-CNT              PIC 9(07).
           05  AUDIT-REL-CNT               PIC 9(07).
           05  AUDIT-USER-ID               PIC X(08).
