002160*                   FILE FOREVER.
002170*  2026-09-03  RLM  AGED 'V' REVERSAL RECORDS (REVGEN) ARCHIVE
002180*                   AS WELL.
002186*  2026-10-15  RLM  AGED 'E' EDIT AND 'C' RECYCLE CONTROL RECORDS
002192*                   (TRANEDIT, TRANRCYC) ARCHIVE AS WELL.
002194*  2026-10-15  RLM  AGED 'W' WAREHOUSE-RELEASE RECORDS (WHSEREL)
002196*                   ARCHIVE AS WELL.
002197*  2026-10-15  RLM  WIDENED THE PASS-THROUGH RECORD AREAS TO
002198*                   THE NEW AUDIT RECORD LENGTH (OPERATOR USER
002199*                   ID ON THE CKPTUTIL RESET RECORD).
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
005700 FD  NEW-AUDIT-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  NEW-AUDIT-RECORD               PIC X(158).
006100
006200 FD  ARCH-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  ARCH-RECORD                    PIC X(158).
006600
006700 FD  PARM-FILE
006800     RECORDING MODE IS F
028000
028100*****************************************************************
028200*  2000-PURGE-AUDIT  --  ROUTE ONE AUDIT RECORD.  'D', 'S', 'R',
028300*                    'A', 'V', 'E', 'C', AND 'W' RECORDS DATED
028400*                    BEFORE THE CUTOFF GO TO ARCHIVE; EVERYTHING
028500*                    ELSE (CURRENT RECORDS, AND ANY RECORD TYPE
028600*                    A LATER CHANGE MAY ADD) STAYS ACTIVE.
028700*****************************************************************
028800 2000-PURGE-AUDIT.
028900     ADD 1 TO WS-READ-CNT.
029000     IF (AUDIT-TYPE-DETAIL OR AUDIT-TYPE-SUMMARY
029050         OR AUDIT-TYPE-RESET OR AUDIT-TYPE-APPROVAL
029066         OR AUDIT-TYPE-REVERSAL OR AUDIT-TYPE-EDIT
029082         OR AUDIT-TYPE-RECYCLE OR AUDIT-TYPE-WAREHOUSE)
029100         AND AUDIT-RUN-DATE < WS-CUTOFF-DATE
029200         ADD 1 TO WS-ARCH-CNT
029300         IF AUDIT-RUN-DATE < WS-ARCH-LOW-DATE
